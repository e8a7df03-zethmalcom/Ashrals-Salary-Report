      *  and a running balance, and the closing balance is
      *  reconciled against the current QTY IN STOCK on the indexed
      *  CORRECT INVENTORY file.
      *  Once a period close (PROGRAM-4C) has purged the older
      *  movements, the ledger opens with the item's 'B' closing
      *  balance record.
      * ***************
      *  INPUT:
      *     The MOVEMENT HISTORY file from PROGRAM-4D, the indexed
        FILE SECTION.

       FD  MOVEMENT-HISTORY-FILE
           RECORD CONTAINS 41 CHARACTERS.

       01  MOVEMENT-HISTORY-REC.
           05  MH-RUN-DATE                  PIC X(8).
                                            SIGN LEADING SEPARATE.
           05  MH-NEW-QTY                   PIC S9(3)
                                            SIGN LEADING SEPARATE.
           05  MH-EFFECTIVE-DATE            PIC X(8).

       FD  INDEXED-INVENTORY-FILE
           RECORD CONTAINS 288 CHARACTERS.
