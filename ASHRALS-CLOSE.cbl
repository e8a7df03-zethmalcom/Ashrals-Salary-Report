        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROGRAM-4C.
        AUTHOR. Zeth Malcom.
      ****************************************************************
      *  ASHRALS, Ltd. month-end period close.  The movement,
      *  inventory, shipment, return, and vendor invoice history
      *  files, the error log, the run log, and the closed lines on
      *  the open PO and open transfers files only ever grow, and
      *  every program that reads them gets slower each month.  This
      *  program stamps a closed-through date on the period control
      *  file and copies everything dated after the prior close and
      *  on or before that date to dated archive files named for
      *  the close date, e.g. MOVEMENT-HISTORY-20261031.TXT.
      *  Movements are dated by their effective date.
      *
      *  Resolved error log entries, run log lines, adjustment
      *  history, and 'C' status transfer lines on or before the
      *  close date are then taken off the active files.  Movement,
      *  inventory, shipment, return, and vendor invoice history and
      *  'C' status PO lines older than the retention window (53
      *  weeks unless the close parameter file says otherwise) are
      *  purged as well, so the demand, aging, trend, scorecard,
      *  returns, and invoice match runs still see a full year.
      *  A vendor invoice line approved on or after the order date
      *  of the oldest PO line still on file for its item is kept
      *  whatever its age, so the invoice match run loses an item's
      *  receipts and billings together.  A
      *  shipment line not yet invoiced is never purged.  A 'B'
      *  closing-balance record dated at the purge cutoff is written
      *  at the top of the movement history file for every item,
      *  carrying the item's quantity at the cutoff as both its old
      *  and new quantity, so the stock ledger (PROGRAM-4L) still
      *  opens at the right balance.
      *
      *  Once a period is closed, PROGRAM-4D rejects any movement
      *  effective on or before the closed-through date.  The
      *  active files are not touched until every archive and work
      *  file has been written, so a failed run can simply be run
      *  again.
      * ***************
      *  INPUT:
      *     The close-through date (YYYYMMDD) on the command line;
      *     no parameter closes through today.  The date may not be
      *     in the future or on or before the prior close.
      *
      *     The CLOSE PARAMETER file holds the history retention in
      *     weeks.  The PERIOD CONTROL file holds one record per
      *     close; the last record is the prior close.
      *
      *     The CORRECT INVENTORY file, the MOVEMENT HISTORY and
      *     INVENTORY HISTORY files, the error log, the run log, and
      *     the OPEN PO and OPEN TRANSFERS files, the ADJUSTMENT
      *     HISTORY file, and the SHIPMENT, RETURN, and VENDOR
      *     INVOICE HISTORY files.
      * ***************
      *  OUTPUT:
      *      One dated archive file for each active file, the
      *      rewritten active files, the closed-through date
      *      appended to the PERIOD CONTROL file, and the PERIOD
      *      CLOSE report.
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CLOSE-PARM-FILE
                ASSIGN TO "CLOSE-PARM.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PERIOD-CONTROL-FILE
                ASSIGN TO "PERIOD-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CORRECT-INVENTORY-REPORT
                ASSIGN TO "CORRECT-INVENTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL MOVEMENT-HISTORY-FILE
                ASSIGN TO "MOVEMENT-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVENTORY-HISTORY-FILE
                ASSIGN TO "INVENTORY-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVENTORY-ERROR-REPORT
                ASSIGN TO "ERRORS-DSR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL RUN-LOG-FILE
                ASSIGN TO "RUN-LOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL OPEN-PO-FILE
                ASSIGN TO "OPEN-PO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL OPEN-TRANSFER-FILE
                ASSIGN TO "OPEN-TRANSFERS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ADJUSTMENT-HISTORY-FILE
                ASSIGN TO "ADJUSTMENT-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL SHIPMENT-HISTORY-FILE
                ASSIGN TO "SHIPMENT-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL RETURN-HISTORY-FILE
                ASSIGN TO "RETURN-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVOICE-HISTORY-FILE
                ASSIGN TO "VENDOR-INVOICE-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ARCHIVE-FILE
                ASSIGN USING WS-ARCHIVE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CLOSE-WORK-FILE
                ASSIGN USING WS-WORK-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CLOSE-REPORT
                ASSIGN TO PRINTER 'CLOSE-DSR.TXT'.

        DATA DIVISION.
        FILE SECTION.

       FD  CLOSE-PARM-FILE
           RECORD CONTAINS 2 CHARACTERS.

       01  CLOSE-PARM-REC.
           05  CP-RETENTION-WEEKS           PIC 9(2).

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 16 CHARACTERS.

       01  PERIOD-CONTROL-REC.
           05  PC-CLOSED-THROUGH            PIC X(8).
           05  PC-CLOSED-ON                 PIC X(8).

       FD  CORRECT-INVENTORY-REPORT
           RECORD CONTAINS 288 CHARACTERS.

       01  CORRECT-INVENTORY-FILE.
           05  CI-VENDOR-ID                      PIC X(4).
           05  CI-WAREHOUSE-ID                   PIC X(3).
           05  CI-COSTUME-ID                     PIC X(3).
           05  CI-COSTUME-COUNT                  PIC 9(2).
           05  CI-COSTUME-ARRAY OCCURS 1 TO 12 TIMES
                  DEPENDING ON CI-COSTUME-COUNT.
               10  CI-COSTUME-NAME               PIC X(9).
               10  CI-COSTUME-SIZE               PIC A.
               10  CI-COSTUME-TYPE               PIC A.
               10  CI-QTY-IN-STOCK               PIC S9(3).
               10  CI-REORDER-POINT              PIC S9(3).
               10  CI-COSTUME-PRICE              PIC S9(4)V99.

       FD  MOVEMENT-HISTORY-FILE
           RECORD CONTAINS 41 CHARACTERS.

       01  MOVEMENT-HISTORY-REC.
           05  MH-RUN-DATE                  PIC X(8).
           05  MH-TRANS-TYPE                PIC X.
           05  MH-VENDOR-ID                 PIC X(4).
           05  MH-WAREHOUSE-ID              PIC X(3).
           05  MH-COSTUME-ID                PIC X(3).
           05  MH-COSTUME-SIZE              PIC A.
           05  MH-COSTUME-TYPE              PIC A.
           05  MH-QUANTITY                  PIC S9(3)
                                            SIGN LEADING SEPARATE.
           05  MH-OLD-QTY                   PIC S9(3)
                                            SIGN LEADING SEPARATE.
           05  MH-NEW-QTY                   PIC S9(3)
                                            SIGN LEADING SEPARATE.
           05  MH-EFFECTIVE-DATE            PIC X(8).

       FD  INVENTORY-HISTORY-FILE
           RECORD CONTAINS 296 CHARACTERS.

       01  INVENTORY-HISTORY-REC.
           05  SH-RUN-DATE                  PIC X(8).
           05  SH-RECORD-DATA               PIC X(288).

       FD  INVENTORY-ERROR-REPORT
           RECORD CONTAINS 311 CHARACTERS.

       01  ERROR-REPORT-RECORD.
           05  ELR-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X.
           05  ELR-REASON-CODE              PIC X(13).
           05  FILLER                       PIC X.
           05  ELR-RECORD-DATA              PIC X(288).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 62 CHARACTERS.

       01  RUN-LOG-RECORD.
           05  RL-DATE                      PIC X(8).
           05  FILLER                       PIC X(54).

       FD  OPEN-PO-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  OPEN-PO-REC.
           05  OP-ORDER-DATE               PIC X(8).
           05  OP-STATUS                   PIC X.
           05  OP-ITEM-KEY                 PIC X(12).
           05  FILLER                      PIC X(21).

       FD  OPEN-TRANSFER-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  OPEN-TRANSFER-REC.
           05  OT-TRANSFER-ID               PIC 9(6).
           05  OT-STATUS                    PIC X.
           05  OT-SHIP-DATE                 PIC X(8).
           05  OT-RECV-DATE                 PIC X(8).
           05  FILLER                       PIC X(22).

       FD  ADJUSTMENT-HISTORY-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  ADJUSTMENT-HISTORY-REC.
           05  AH-DATE                      PIC X(8).
           05  FILLER                       PIC X(45).

       FD  SHIPMENT-HISTORY-FILE
           RECORD CONTAINS 47 CHARACTERS.

       01  SHIPMENT-HISTORY-REC.
           05  SL-SHIP-DATE                 PIC X(8).
           05  FILLER                       PIC X(27).
           05  SL-INVOICE-NO                PIC 9(6).
           05  FILLER                       PIC X(6).

       FD  RETURN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  RETURN-HISTORY-REC.
           05  RH-RETURN-DATE               PIC X(8).
           05  FILLER                       PIC X(52).

       FD  INVOICE-HISTORY-FILE
           RECORD CONTAINS 48 CHARACTERS.

       01  INVOICE-HISTORY-REC.
           05  IH-APPROVE-DATE              PIC X(8).
           05  IH-VENDOR-ID                 PIC X(4).
           05  IH-INVOICE-NO                PIC X(10).
           05  IH-ITEM-REST                 PIC X(8).
           05  FILLER                       PIC X(18).

       FD  ARCHIVE-FILE
           RECORD CONTAINS 311 CHARACTERS.

       01  ARCHIVE-REC                      PIC X(311).

       FD  CLOSE-WORK-FILE
           RECORD CONTAINS 311 CHARACTERS.

       01  CLOSE-WORK-REC                   PIC X(311).

       FD  CLOSE-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       01  CLOSE-RECORD                     PIC X(71).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.

            05  EOF-FLAG                PIC X         VALUE ' '.
                88  NO-MORE-DATA                      VALUE 'N'.
            05  WS-ITEM-FOUND           PIC XXX       VALUE 'NO'.
            05  WS-IN-PERIOD            PIC XXX       VALUE 'NO'.
            05  WS-TABLE-FULL           PIC XXX       VALUE 'NO'.

        01  SUB  PIC 99     VALUE 1.
        01  SUB2 PIC 9(4)   VALUE 1.

        01  BALANCE-TABLE-COUNT     PIC 9(4)  VALUE 0.
        01  BALANCE-TABLE.
            05  BALANCE-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON BALANCE-TABLE-COUNT
                INDEXED BY BT-INDEX.
                10  BT-ITEM-KEY         PIC X(12).
                10  BT-ON-FILE          PIC X.
                10  BT-RETAINED         PIC X.
                10  BT-BOOK-QTY         PIC S9(3).
                10  BT-BEFORE-SET       PIC X.
                10  BT-BEFORE-QTY       PIC S9(3).
                10  BT-AFTER-SET        PIC X.
                10  BT-AFTER-QTY        PIC S9(3).

        01  PO-ITEM-COUNT           PIC 9(4)  VALUE 0.
        01  PO-ITEM-TABLE.
            05  PO-ITEM-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON PO-ITEM-COUNT
                INDEXED BY PK-INDEX.
                10  PK-ITEM-KEY         PIC X(12).
                10  PK-FIRST-ORDER      PIC X(8).

        01  CLOSE-FILE-NAMES.
            05  FILLER              PIC X(22)
                VALUE 'MOVEMENT-HISTORY'.
            05  FILLER              PIC X(22)
                VALUE 'INVENTORY-HISTORY'.
            05  FILLER              PIC X(22)
                VALUE 'ERRORS-DSR'.
            05  FILLER              PIC X(22)
                VALUE 'RUN-LOG'.
            05  FILLER              PIC X(22)
                VALUE 'OPEN-PO'.
            05  FILLER              PIC X(22)
                VALUE 'OPEN-TRANSFERS'.
            05  FILLER              PIC X(22)
                VALUE 'ADJUSTMENT-HISTORY'.
            05  FILLER              PIC X(22)
                VALUE 'SHIPMENT-HISTORY'.
            05  FILLER              PIC X(22)
                VALUE 'RETURN-HISTORY'.
            05  FILLER              PIC X(22)
                VALUE 'VENDOR-INVOICE-HISTORY'.

        01  CLOSE-FILE-TABLE REDEFINES CLOSE-FILE-NAMES.
            05  CF-FILE-NAME OCCURS 10 TIMES PIC X(22).

        01  CLOSE-FILE-COUNTS.
            05  CF-COUNTS OCCURS 10 TIMES.
                10  CF-READ             PIC 9(6).
                10  CF-ARCHIVED         PIC 9(6).
                10  CF-PURGED           PIC 9(6).
                10  CF-KEPT             PIC 9(6).

        01  TEMPORARY-FIELDS.

            05  WS-RUN-PARM             PIC X(8).
            05  WS-CLOSE-DATE           PIC X(8).
            05  WS-PRIOR-CLOSED         PIC X(8)     VALUE SPACES.
            05  WS-PURGE-CUTOFF         PIC X(8).
            05  WS-RETENTION-WEEKS      PIC 9(2)     VALUE 53.
            05  WS-DATE-NUM             PIC 9(8).
            05  WS-DATE-INT             PIC 9(8).
            05  WS-RECORD-DATE          PIC X(8).
            05  WS-FIRST-ORDER          PIC X(8).
            05  WS-ITEM-KEY             PIC X(12).
            05  WS-BALANCE-QTY          PIC S9(3).
            05  WS-FILE-SUB             PIC 99.
            05  WS-ARCHIVE-NAME         PIC X(40).
            05  WS-WORK-NAME            PIC X(40).

        01  CONTROL-TOTALS.
            05  CT-BALANCES-WRITTEN     PIC 9(6)     VALUE 0.

        01  WS-DATE.
            05  RUN-YEAR                PIC 9(4).
            05  RUN-MONTH               PIC 99.
            05  RUN-DAY                 PIC 99.

       01  CLOSE-HEADING-ONE.

            05  FILLER              PIC X(26)  VALUE SPACES.
            05                      PIC X(19)
               VALUE 'PERIOD CLOSE REPORT'.
            05  FILLER              PIC X(26)  VALUE SPACES.

        01  CLOSE-HEADING-TWO.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(16)
               VALUE 'CLOSED THROUGH: '.
            05  CHL-CLOSE-MONTH     PIC 99.
            05                      PIC X      VALUE '/'.
            05  CHL-CLOSE-DAY       PIC 99.
            05                      PIC X      VALUE '/'.
            05  CHL-CLOSE-YEAR      PIC 9(4).
            05  FILLER              PIC X(6)   VALUE SPACES.
            05                      PIC X(14)
               VALUE 'PURGE CUTOFF: '.
            05  CHL-CUTOFF-MONTH    PIC 99.
            05                      PIC X      VALUE '/'.
            05  CHL-CUTOFF-DAY      PIC 99.
            05                      PIC X      VALUE '/'.
            05  CHL-CUTOFF-YEAR     PIC 9(4).
            05  FILLER              PIC X(13)  VALUE SPACES.

        01  CLOSE-HEADING-THREE.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(4)   VALUE 'FILE'.
            05  FILLER              PIC X(23)  VALUE SPACES.
            05                      PIC X(4)   VALUE 'READ'.
            05  FILLER              PIC X(4)   VALUE SPACES.
            05                      PIC X(8)   VALUE 'ARCHIVED'.
            05  FILLER              PIC X(4)   VALUE SPACES.
            05                      PIC X(6)   VALUE 'PURGED'.
            05  FILLER              PIC X(6)   VALUE SPACES.
            05                      PIC X(4)   VALUE 'KEPT'.
            05  FILLER              PIC X(6)   VALUE SPACES.

        01  CLOSE-DETAIL-LINE.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05  CDL-FILE-NAME       PIC X(22).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  CDL-READ            PIC ZZZ,ZZ9.
            05  FILLER              PIC X(4)   VALUE SPACES.
            05  CDL-ARCHIVED        PIC ZZZ,ZZ9.
            05  FILLER              PIC X(3)   VALUE SPACES.
            05  CDL-PURGED          PIC ZZZ,ZZ9.
            05  FILLER              PIC X(3)   VALUE SPACES.
            05  CDL-KEPT            PIC ZZZ,ZZ9.
            05  FILLER              PIC X(8)   VALUE SPACES.

        01  CLOSE-TOTAL-LINE.

            05  CTL-LABEL           PIC X(30).
            05  CTL-COUNT           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(34)  VALUE SPACES.

       PROCEDURE DIVISION.

       100-CONTROL-MODULE.

           PERFORM 200-HOUSEKEEPING-ROUTINE
           PERFORM 250-LOAD-INVENTORY-ITEMS

           PERFORM 300-CLOSE-MOVEMENT-HISTORY
           PERFORM 350-CLOSE-INVENTORY-HISTORY
           PERFORM 400-CLOSE-ERROR-LOG
           PERFORM 450-CLOSE-RUN-LOG
           PERFORM 500-CLOSE-OPEN-PO
           PERFORM 550-CLOSE-OPEN-TRANSFERS
           PERFORM 560-CLOSE-ADJUSTMENT-HISTORY
           PERFORM 570-CLOSE-SHIPMENT-HISTORY
           PERFORM 580-CLOSE-RETURN-HISTORY
           PERFORM 590-CLOSE-INVOICE-HISTORY

           PERFORM 600-REWRITE-MOVEMENT-HISTORY
           PERFORM 650-REWRITE-INVENTORY-HISTORY
           PERFORM 660-REWRITE-ERROR-LOG
           PERFORM 670-REWRITE-RUN-LOG
           PERFORM 680-REWRITE-OPEN-PO
           PERFORM 685-REWRITE-OPEN-TRANSFERS
           PERFORM 687-REWRITE-ADJUST-HISTORY
           PERFORM 688-REWRITE-SHIPMENT-HISTORY
           PERFORM 689-REWRITE-RETURN-HISTORY
           PERFORM 690-REWRITE-INVOICE-HISTORY

           PERFORM 700-WRITE-PERIOD-CONTROL
           PERFORM 800-PRINT-CLOSE-REPORT
           PERFORM 900-END-OF-JOB-ROUTINE
           .

       200-HOUSEKEEPING-ROUTINE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM = SPACES
              MOVE WS-DATE TO WS-CLOSE-DATE
           ELSE
              IF WS-RUN-PARM IS NOT NUMERIC
                 PERFORM 290-DISPLAY-USAGE
              END-IF
              MOVE WS-RUN-PARM TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0 OR
                 WS-RUN-PARM > WS-DATE
                 PERFORM 290-DISPLAY-USAGE
              END-IF
              MOVE WS-RUN-PARM TO WS-CLOSE-DATE
           END-IF

           PERFORM 220-READ-PERIOD-CONTROL
           IF WS-PRIOR-CLOSED NOT = SPACES AND
              WS-CLOSE-DATE NOT > WS-PRIOR-CLOSED
              DISPLAY "PERIOD ALREADY CLOSED THROUGH " WS-PRIOR-CLOSED
                 " - RUN ABORTED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 240-READ-CLOSE-PARAMETERS

      *    HISTORY IS KEPT FOR THE RETENTION WINDOW BEFORE THE CLOSE.
           MOVE WS-CLOSE-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                                 - (WS-RETENTION-WEEKS * 7)
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-PURGE-CUTOFF

           INITIALIZE CLOSE-FILE-COUNTS
           .

       220-READ-PERIOD-CONTROL.

           MOVE SPACES TO WS-PRIOR-CLOSED
           OPEN INPUT PERIOD-CONTROL-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ PERIOD-CONTROL-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     MOVE PC-CLOSED-THROUGH TO WS-PRIOR-CLOSED
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE
           MOVE ' ' TO EOF-FLAG
           .

       240-READ-CLOSE-PARAMETERS.

      *    A MISSING OR UNREADABLE RETENTION KEEPS ITS DEFAULT.
           OPEN INPUT CLOSE-PARM-FILE
           READ CLOSE-PARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF CP-RETENTION-WEEKS IS NUMERIC
                    MOVE CP-RETENTION-WEEKS TO WS-RETENTION-WEEKS
                 END-IF
           END-READ
           CLOSE CLOSE-PARM-FILE
           .

       250-LOAD-INVENTORY-ITEMS.

           OPEN INPUT CORRECT-INVENTORY-REPORT
           PERFORM UNTIL NO-MORE-DATA
               READ CORRECT-INVENTORY-REPORT
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF CI-COSTUME-COUNT IS NUMERIC AND
                        CI-COSTUME-COUNT >= 1 AND
                        CI-COSTUME-COUNT <= 12
                        PERFORM VARYING SUB FROM 1 BY 1
                                UNTIL SUB > CI-COSTUME-COUNT
                            MOVE CI-VENDOR-ID TO WS-ITEM-KEY(1:4)
                            MOVE CI-WAREHOUSE-ID TO WS-ITEM-KEY(5:3)
                            MOVE CI-COSTUME-ID TO WS-ITEM-KEY(8:3)
                            MOVE CI-COSTUME-SIZE(SUB) TO
                               WS-ITEM-KEY(11:1)
                            MOVE CI-COSTUME-TYPE(SUB) TO
                               WS-ITEM-KEY(12:1)
                            PERFORM 260-ADD-BALANCE-ITEM
                            IF WS-TABLE-FULL = 'NO'
                               PERFORM 255-NOTE-BOOK-QUANTITY
                            END-IF
                        END-PERFORM
                     END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECT-INVENTORY-REPORT
           MOVE ' ' TO EOF-FLAG
           PERFORM 275-CHECK-TABLE-LIMIT
           .

       255-NOTE-BOOK-QUANTITY.

           MOVE 'Y' TO BT-ON-FILE(BALANCE-TABLE-COUNT)
           IF CI-QTY-IN-STOCK(SUB) IS NUMERIC
              MOVE CI-QTY-IN-STOCK(SUB) TO
                 BT-BOOK-QTY(BALANCE-TABLE-COUNT)
           END-IF
           .

       260-ADD-BALANCE-ITEM.

           IF BALANCE-TABLE-COUNT >= 5000
              MOVE 'YES' TO WS-TABLE-FULL
           ELSE
              PERFORM 265-INITIALIZE-BALANCE-ITEM
           END-IF
           .

       265-INITIALIZE-BALANCE-ITEM.

           ADD 1 TO BALANCE-TABLE-COUNT
           MOVE WS-ITEM-KEY TO BT-ITEM-KEY(BALANCE-TABLE-COUNT)
           MOVE 'N' TO BT-ON-FILE(BALANCE-TABLE-COUNT)
           MOVE 'N' TO BT-RETAINED(BALANCE-TABLE-COUNT)
           MOVE 0 TO BT-BOOK-QTY(BALANCE-TABLE-COUNT)
           MOVE 'N' TO BT-BEFORE-SET(BALANCE-TABLE-COUNT)
           MOVE 0 TO BT-BEFORE-QTY(BALANCE-TABLE-COUNT)
           MOVE 'N' TO BT-AFTER-SET(BALANCE-TABLE-COUNT)
           MOVE 0 TO BT-AFTER-QTY(BALANCE-TABLE-COUNT)
           .

       270-FIND-ITEM.

           MOVE 'NO' TO WS-ITEM-FOUND
           SET BT-INDEX TO 1
           IF BALANCE-TABLE-COUNT > 0
              SEARCH BALANCE-TABLE-ENTRY
                  AT END
                      MOVE 'NO' TO WS-ITEM-FOUND
                  WHEN BT-ITEM-KEY(BT-INDEX) = WS-ITEM-KEY
                      MOVE 'YES' TO WS-ITEM-FOUND
              END-SEARCH
           END-IF
           .

       275-CHECK-TABLE-LIMIT.

      *    NOTHING ON THE ACTIVE FILES HAS BEEN CHANGED YET.
           IF WS-TABLE-FULL = 'YES'
              DISPLAY "INVENTORY ITEMS EXCEED TABLE LIMIT "
                 "OF 5000 ITEMS - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

       280-OPEN-CLOSE-FILES.

      *    WS-FILE-SUB NAMES THE ACTIVE FILE BEING CLOSED.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING CF-FILE-NAME(WS-FILE-SUB) DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-CLOSE-DATE DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
              INTO WS-ARCHIVE-NAME
           END-STRING

           MOVE SPACES TO WS-WORK-NAME
           STRING 'CLOSE-' DELIMITED BY SIZE
                  CF-FILE-NAME(WS-FILE-SUB) DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
              INTO WS-WORK-NAME
           END-STRING

           OPEN OUTPUT ARCHIVE-FILE
           OPEN OUTPUT CLOSE-WORK-FILE
           .

       285-CHECK-PERIOD.

      *    A RECORD BELONGS TO THIS PERIOD WHEN IT IS DATED AFTER
      *    THE PRIOR CLOSE AND ON OR BEFORE THIS ONE.
           MOVE 'NO' TO WS-IN-PERIOD
           IF WS-RECORD-DATE IS NUMERIC AND
              WS-RECORD-DATE > WS-PRIOR-CLOSED AND
              WS-RECORD-DATE NOT > WS-CLOSE-DATE
              MOVE 'YES' TO WS-IN-PERIOD
           END-IF
           .

       290-DISPLAY-USAGE.

           DISPLAY "USAGE: CLOSE-THROUGH DATE (YYYYMMDD), NOT IN "
              "THE FUTURE"
           DISPLAY "   OR: NO PARAMETER TO CLOSE THROUGH TODAY"
           MOVE 8 TO RETURN-CODE
           GOBACK
           .

       300-CLOSE-MOVEMENT-HISTORY.

           MOVE 1 TO WS-FILE-SUB
           PERFORM 280-OPEN-CLOSE-FILES
           OPEN INPUT MOVEMENT-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ MOVEMENT-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CF-READ(1)
                     IF MH-EFFECTIVE-DATE = SPACES
                        MOVE MH-RUN-DATE TO WS-RECORD-DATE
                     ELSE
                        MOVE MH-EFFECTIVE-DATE TO WS-RECORD-DATE
                     END-IF
                     PERFORM 285-CHECK-PERIOD
                     IF WS-IN-PERIOD = 'YES'
                        WRITE ARCHIVE-REC FROM MOVEMENT-HISTORY-REC
                        ADD 1 TO CF-ARCHIVED(1)
                     END-IF
                     IF MH-RUN-DATE IS NUMERIC
                        PERFORM 320-NOTE-ITEM-BALANCE
                     END-IF
                     IF MH-RUN-DATE IS NUMERIC AND
                        MH-RUN-DATE NOT > WS-PURGE-CUTOFF
                        ADD 1 TO CF-PURGED(1)
                     ELSE
                        WRITE CLOSE-WORK-REC FROM MOVEMENT-HISTORY-REC
                        ADD 1 TO CF-KEPT(1)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-HISTORY-FILE
                 ARCHIVE-FILE
                 CLOSE-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           PERFORM 275-CHECK-TABLE-LIMIT
           .

       320-NOTE-ITEM-BALANCE.

      *    THE BALANCE AT THE CUTOFF IS THE LAST NEW QUANTITY ON OR
      *    BEFORE IT, ELSE THE OLD QUANTITY OF THE FIRST MOVEMENT
      *    AFTER IT, ELSE THE BOOK QUANTITY.
           MOVE MOVEMENT-HISTORY-REC(10:12) TO WS-ITEM-KEY
           PERFORM 270-FIND-ITEM
           IF WS-ITEM-FOUND = 'NO'
              PERFORM 260-ADD-BALANCE-ITEM
              IF WS-TABLE-FULL = 'NO'
                 MOVE 'YES' TO WS-ITEM-FOUND
                 SET BT-INDEX TO BALANCE-TABLE-COUNT
              END-IF
           END-IF

           IF WS-ITEM-FOUND = 'NO'
              CONTINUE
           ELSE
           IF MH-RUN-DATE NOT > WS-PURGE-CUTOFF
              IF MH-NEW-QTY IS NUMERIC
                 MOVE 'Y' TO BT-BEFORE-SET(BT-INDEX)
                 MOVE MH-NEW-QTY TO BT-BEFORE-QTY(BT-INDEX)
              END-IF
           ELSE
              MOVE 'Y' TO BT-RETAINED(BT-INDEX)
              IF BT-AFTER-SET(BT-INDEX) = 'N' AND
                 MH-OLD-QTY IS NUMERIC
                 MOVE 'Y' TO BT-AFTER-SET(BT-INDEX)
                 MOVE MH-OLD-QTY TO BT-AFTER-QTY(BT-INDEX)
              END-IF
           END-IF
           END-IF
           .

       350-CLOSE-INVENTORY-HISTORY.

           MOVE 2 TO WS-FILE-SUB
           PERFORM 280-OPEN-CLOSE-FILES
           OPEN INPUT INVENTORY-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ INVENTORY-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CF-READ(2)
                     MOVE SH-RUN-DATE TO WS-RECORD-DATE
                     PERFORM 285-CHECK-PERIOD
                     IF WS-IN-PERIOD = 'YES'
                        WRITE ARCHIVE-REC FROM INVENTORY-HISTORY-REC
                        ADD 1 TO CF-ARCHIVED(2)
                     END-IF
                     IF SH-RUN-DATE IS NUMERIC AND
                        SH-RUN-DATE NOT > WS-PURGE-CUTOFF
                        ADD 1 TO CF-PURGED(2)
                     ELSE
                        WRITE CLOSE-WORK-REC FROM INVENTORY-HISTORY-REC
                        ADD 1 TO CF-KEPT(2)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-HISTORY-FILE
                 ARCHIVE-FILE
                 CLOSE-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           .

       400-CLOSE-ERROR-LOG.

      *    A RESOLVED ENTRY FROM AN EARLIER PERIOD IS ARCHIVED AGAIN
      *    AS IT LEAVES, SO THE ARCHIVE SHOWS WHEN IT WAS RESOLVED.
           MOVE 3 TO WS-FILE-SUB
           PERFORM 280-OPEN-CLOSE-FILES
           OPEN INPUT INVENTORY-ERROR-REPORT
           PERFORM UNTIL NO-MORE-DATA
               READ INVENTORY-ERROR-REPORT
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CF-READ(3)
                     MOVE ELR-RUN-DATE TO WS-RECORD-DATE
                     PERFORM 285-CHECK-PERIOD
                     IF ERROR-REPORT-RECORD(10:4) = 'RES ' AND
                        ELR-RUN-DATE IS NUMERIC AND
                        ELR-RUN-DATE NOT > WS-CLOSE-DATE
                        WRITE ARCHIVE-REC FROM ERROR-REPORT-RECORD
                        ADD 1 TO CF-ARCHIVED(3)
                        ADD 1 TO CF-PURGED(3)
                     ELSE
                        IF WS-IN-PERIOD = 'YES'
                           WRITE ARCHIVE-REC FROM ERROR-REPORT-RECORD
                           ADD 1 TO CF-ARCHIVED(3)
                        END-IF
                        WRITE CLOSE-WORK-REC FROM ERROR-REPORT-RECORD
                        ADD 1 TO CF-KEPT(3)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-ERROR-REPORT
                 ARCHIVE-FILE
                 CLOSE-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           .

       450-CLOSE-RUN-LOG.

           MOVE 4 TO WS-FILE-SUB
           PERFORM 280-OPEN-CLOSE-FILES
           OPEN INPUT RUN-LOG-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ RUN-LOG-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CF-READ(4)
                     MOVE RL-DATE TO WS-RECORD-DATE
                     PERFORM 285-CHECK-PERIOD
                     IF WS-IN-PERIOD = 'YES'
                        WRITE ARCHIVE-REC FROM RUN-LOG-RECORD
                        ADD 1 TO CF-ARCHIVED(4)
                     END-IF
                     IF RL-DATE IS NUMERIC AND
                        RL-DATE NOT > WS-CLOSE-DATE
                        ADD 1 TO CF-PURGED(4)
                     ELSE
                        WRITE CLOSE-WORK-REC FROM RUN-LOG-RECORD
                        ADD 1 TO CF-KEPT(4)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE
                 ARCHIVE-FILE
                 CLOSE-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           .

       500-CLOSE-OPEN-PO.

      *    ONLY CLOSED LINES ORDERED ON OR BEFORE THE PURGE CUTOFF
      *    LEAVE, SO THE VENDOR SCORECARD STILL SEES A FULL YEAR.
           MOVE 5 TO WS-FILE-SUB
           PERFORM 280-OPEN-CLOSE-FILES
           OPEN INPUT OPEN-PO-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ OPEN-PO-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CF-READ(5)
                     IF OP-STATUS = 'C' AND
                        OP-ORDER-DATE IS NUMERIC AND
                        OP-ORDER-DATE NOT > WS-PURGE-CUTOFF
                        WRITE ARCHIVE-REC FROM OPEN-PO-REC
                        ADD 1 TO CF-ARCHIVED(5)
                        ADD 1 TO CF-PURGED(5)
                     ELSE
                        WRITE CLOSE-WORK-REC FROM OPEN-PO-REC
                        ADD 1 TO CF-KEPT(5)
                        PERFORM 520-NOTE-PO-ITEM
                     END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE
                 ARCHIVE-FILE
                 CLOSE-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           .

       520-NOTE-PO-ITEM.

      *    KEEPS THE ORDER DATE OF THE OLDEST LINE LEFT ON FILE FOR
      *    EACH ITEM; AN UNREADABLE DATE KEEPS ALL OF THE ITEM'S
      *    INVOICE HISTORY.
           MOVE OP-ITEM-KEY TO WS-ITEM-KEY
           PERFORM 530-FIND-PO-ITEM
           IF WS-ITEM-FOUND = 'NO'
              IF PO-ITEM-COUNT >= 2000
                 DISPLAY "OPEN PO FILE EXCEEDS TABLE LIMIT "
                    "OF 2000 ITEMS - RUN ABORTED"
                 CLOSE OPEN-PO-FILE
                       ARCHIVE-FILE
                       CLOSE-WORK-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO PO-ITEM-COUNT
              SET PK-INDEX TO PO-ITEM-COUNT
              MOVE WS-ITEM-KEY TO PK-ITEM-KEY(PK-INDEX)
              MOVE HIGH-VALUES TO PK-FIRST-ORDER(PK-INDEX)
           END-IF
           IF OP-ORDER-DATE IS NUMERIC
              IF OP-ORDER-DATE < PK-FIRST-ORDER(PK-INDEX)
                 MOVE OP-ORDER-DATE TO PK-FIRST-ORDER(PK-INDEX)
              END-IF
           ELSE
              MOVE '00000000' TO PK-FIRST-ORDER(PK-INDEX)
           END-IF
           .

       530-FIND-PO-ITEM.

           MOVE 'NO' TO WS-ITEM-FOUND
           SET PK-INDEX TO 1
           IF PO-ITEM-COUNT > 0
              SEARCH PO-ITEM-ENTRY
                  AT END
                      MOVE 'NO' TO WS-ITEM-FOUND
                  WHEN PK-ITEM-KEY(PK-INDEX) = WS-ITEM-KEY
                      MOVE 'YES' TO WS-ITEM-FOUND
              END-SEARCH
           END-IF
           .

       550-CLOSE-OPEN-TRANSFERS.

      *    ONLY COMPLETED TRANSFERS RECEIVED ON OR BEFORE THE CLOSE
      *    LEAVE.
           MOVE 6 TO WS-FILE-SUB
           PERFORM 280-OPEN-CLOSE-FILES
           OPEN INPUT OPEN-TRANSFER-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ OPEN-TRANSFER-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CF-READ(6)
                     IF OT-STATUS = 'C' AND
                        OT-RECV-DATE IS NUMERIC AND
                        OT-RECV-DATE NOT > WS-CLOSE-DATE
                        WRITE ARCHIVE-REC FROM OPEN-TRANSFER-REC
                        ADD 1 TO CF-ARCHIVED(6)
                        ADD 1 TO CF-PURGED(6)
                     ELSE
                        WRITE CLOSE-WORK-REC FROM OPEN-TRANSFER-REC
                        ADD 1 TO CF-KEPT(6)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-TRANSFER-FILE
                 ARCHIVE-FILE
                 CLOSE-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           .

       560-CLOSE-ADJUSTMENT-HISTORY.

      *    APPLIED AND REJECTED ADJUSTMENTS ARE REPORTED BY
      *    PROGRAM-4B UNTIL THE PERIOD THEY FALL IN IS CLOSED.
           MOVE 7 TO WS-FILE-SUB
           PERFORM 280-OPEN-CLOSE-FILES
           OPEN INPUT ADJUSTMENT-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ ADJUSTMENT-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CF-READ(7)
                     MOVE AH-DATE TO WS-RECORD-DATE
                     PERFORM 285-CHECK-PERIOD
                     IF WS-IN-PERIOD = 'YES'
                        WRITE ARCHIVE-REC FROM ADJUSTMENT-HISTORY-REC
                        ADD 1 TO CF-ARCHIVED(7)
                     END-IF
                     IF AH-DATE IS NUMERIC AND
                        AH-DATE NOT > WS-CLOSE-DATE
                        ADD 1 TO CF-PURGED(7)
                     ELSE
                        WRITE CLOSE-WORK-REC FROM ADJUSTMENT-HISTORY-REC
                        ADD 1 TO CF-KEPT(7)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE ADJUSTMENT-HISTORY-FILE
                 ARCHIVE-FILE
                 CLOSE-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           .

       570-CLOSE-SHIPMENT-HISTORY.

      *    A SHIPMENT LINE IS BILLED AFTER IT IS WRITTEN, SO ONE FROM
      *    AN EARLIER PERIOD IS ARCHIVED AGAIN AS IT LEAVES TO SHOW
      *    ITS INVOICE.  A LINE NOT YET INVOICED NEVER LEAVES.
           MOVE 8 TO WS-FILE-SUB
           PERFORM 280-OPEN-CLOSE-FILES
           OPEN INPUT SHIPMENT-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ SHIPMENT-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CF-READ(8)
                     MOVE SL-SHIP-DATE TO WS-RECORD-DATE
                     PERFORM 285-CHECK-PERIOD
                     IF SL-SHIP-DATE IS NUMERIC AND
                        SL-SHIP-DATE NOT > WS-PURGE-CUTOFF AND
                        SL-INVOICE-NO IS NUMERIC AND
                        SL-INVOICE-NO > 0
                        WRITE ARCHIVE-REC FROM SHIPMENT-HISTORY-REC
                        ADD 1 TO CF-ARCHIVED(8)
                        ADD 1 TO CF-PURGED(8)
                     ELSE
                        IF WS-IN-PERIOD = 'YES'
                           WRITE ARCHIVE-REC FROM SHIPMENT-HISTORY-REC
                           ADD 1 TO CF-ARCHIVED(8)
                        END-IF
                        WRITE CLOSE-WORK-REC FROM SHIPMENT-HISTORY-REC
                        ADD 1 TO CF-KEPT(8)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE SHIPMENT-HISTORY-FILE
                 ARCHIVE-FILE
                 CLOSE-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           .

       580-CLOSE-RETURN-HISTORY.

           MOVE 9 TO WS-FILE-SUB
           PERFORM 280-OPEN-CLOSE-FILES
           OPEN INPUT RETURN-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ RETURN-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CF-READ(9)
                     MOVE RH-RETURN-DATE TO WS-RECORD-DATE
                     PERFORM 285-CHECK-PERIOD
                     IF WS-IN-PERIOD = 'YES'
                        WRITE ARCHIVE-REC FROM RETURN-HISTORY-REC
                        ADD 1 TO CF-ARCHIVED(9)
                     END-IF
                     IF RH-RETURN-DATE IS NUMERIC AND
                        RH-RETURN-DATE NOT > WS-PURGE-CUTOFF
                        ADD 1 TO CF-PURGED(9)
                     ELSE
                        WRITE CLOSE-WORK-REC FROM RETURN-HISTORY-REC
                        ADD 1 TO CF-KEPT(9)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-HISTORY-FILE
                 ARCHIVE-FILE
                 CLOSE-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           .

       590-CLOSE-INVOICE-HISTORY.

      *    A LINE APPROVED ON OR AFTER THE OLDEST PO LINE LEFT ON FILE
      *    FOR ITS ITEM IS KEPT HOWEVER OLD, SINCE PROGRAM-4P COUNTS
      *    IT AGAINST THOSE LINES' RECEIPTS.  AN EARLIER ONE LEAVES AT
      *    THE PURGE CUTOFF.
           MOVE 10 TO WS-FILE-SUB
           PERFORM 280-OPEN-CLOSE-FILES
           OPEN INPUT INVOICE-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ INVOICE-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CF-READ(10)
                     MOVE IH-APPROVE-DATE TO WS-RECORD-DATE
                     PERFORM 285-CHECK-PERIOD
                     IF WS-IN-PERIOD = 'YES'
                        WRITE ARCHIVE-REC FROM INVOICE-HISTORY-REC
                        ADD 1 TO CF-ARCHIVED(10)
                     END-IF
                     MOVE IH-VENDOR-ID TO WS-ITEM-KEY(1:4)
                     MOVE IH-ITEM-REST TO WS-ITEM-KEY(5:8)
                     PERFORM 530-FIND-PO-ITEM
                     IF WS-ITEM-FOUND = 'YES'
                        MOVE PK-FIRST-ORDER(PK-INDEX) TO WS-FIRST-ORDER
                     ELSE
                        MOVE HIGH-VALUES TO WS-FIRST-ORDER
                     END-IF
                     IF IH-APPROVE-DATE IS NUMERIC AND
                        IH-APPROVE-DATE NOT > WS-PURGE-CUTOFF AND
                        IH-APPROVE-DATE < WS-FIRST-ORDER
                        ADD 1 TO CF-PURGED(10)
                     ELSE
                        WRITE CLOSE-WORK-REC FROM INVOICE-HISTORY-REC
                        ADD 1 TO CF-KEPT(10)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-HISTORY-FILE
                 ARCHIVE-FILE
                 CLOSE-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           .

       600-REWRITE-MOVEMENT-HISTORY.

      *    CLOSING BALANCES GO FIRST SO THEY OPEN EACH ITEM'S LEDGER.
           OPEN OUTPUT MOVEMENT-HISTORY-FILE
           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > BALANCE-TABLE-COUNT
               IF BT-ON-FILE(SUB2) = 'Y' OR BT-RETAINED(SUB2) = 'Y'
                  PERFORM 620-WRITE-BALANCE-RECORD
               END-IF
           END-PERFORM

           MOVE 1 TO WS-FILE-SUB
           PERFORM 695-OPEN-WORK-INPUT
           PERFORM UNTIL NO-MORE-DATA
               READ CLOSE-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE MOVEMENT-HISTORY-REC FROM CLOSE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CLOSE-WORK-FILE
                 MOVEMENT-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           .

       620-WRITE-BALANCE-RECORD.

           EVALUATE TRUE
               WHEN BT-BEFORE-SET(SUB2) = 'Y'
                   MOVE BT-BEFORE-QTY(SUB2) TO WS-BALANCE-QTY
               WHEN BT-AFTER-SET(SUB2) = 'Y'
                   MOVE BT-AFTER-QTY(SUB2) TO WS-BALANCE-QTY
               WHEN OTHER
                   MOVE BT-BOOK-QTY(SUB2) TO WS-BALANCE-QTY
           END-EVALUATE

           MOVE SPACES TO MOVEMENT-HISTORY-REC
           MOVE WS-PURGE-CUTOFF TO MH-RUN-DATE
           MOVE WS-PURGE-CUTOFF TO MH-EFFECTIVE-DATE
           MOVE 'B' TO MH-TRANS-TYPE
           MOVE BT-ITEM-KEY(SUB2) TO MOVEMENT-HISTORY-REC(10:12)
           MOVE 0 TO MH-QUANTITY
           MOVE WS-BALANCE-QTY TO MH-OLD-QTY
           MOVE WS-BALANCE-QTY TO MH-NEW-QTY
           WRITE MOVEMENT-HISTORY-REC
           ADD 1 TO CT-BALANCES-WRITTEN
           .

       650-REWRITE-INVENTORY-HISTORY.

           OPEN OUTPUT INVENTORY-HISTORY-FILE
           MOVE 2 TO WS-FILE-SUB
           PERFORM 695-OPEN-WORK-INPUT
           PERFORM UNTIL NO-MORE-DATA
               READ CLOSE-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE INVENTORY-HISTORY-REC FROM CLOSE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CLOSE-WORK-FILE
                 INVENTORY-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           .

       660-REWRITE-ERROR-LOG.

           OPEN OUTPUT INVENTORY-ERROR-REPORT
           MOVE 3 TO WS-FILE-SUB
           PERFORM 695-OPEN-WORK-INPUT
           PERFORM UNTIL NO-MORE-DATA
               READ CLOSE-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE ERROR-REPORT-RECORD FROM CLOSE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CLOSE-WORK-FILE
                 INVENTORY-ERROR-REPORT
           MOVE ' ' TO EOF-FLAG
           .

       670-REWRITE-RUN-LOG.

           OPEN OUTPUT RUN-LOG-FILE
           MOVE 4 TO WS-FILE-SUB
           PERFORM 695-OPEN-WORK-INPUT
           PERFORM UNTIL NO-MORE-DATA
               READ CLOSE-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE RUN-LOG-RECORD FROM CLOSE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CLOSE-WORK-FILE
                 RUN-LOG-FILE
           MOVE ' ' TO EOF-FLAG
           .

       680-REWRITE-OPEN-PO.

           OPEN OUTPUT OPEN-PO-FILE
           MOVE 5 TO WS-FILE-SUB
           PERFORM 695-OPEN-WORK-INPUT
           PERFORM UNTIL NO-MORE-DATA
               READ CLOSE-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE OPEN-PO-REC FROM CLOSE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CLOSE-WORK-FILE
                 OPEN-PO-FILE
           MOVE ' ' TO EOF-FLAG
           .

       685-REWRITE-OPEN-TRANSFERS.

           OPEN OUTPUT OPEN-TRANSFER-FILE
           MOVE 6 TO WS-FILE-SUB
           PERFORM 695-OPEN-WORK-INPUT
           PERFORM UNTIL NO-MORE-DATA
               READ CLOSE-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE OPEN-TRANSFER-REC FROM CLOSE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CLOSE-WORK-FILE
                 OPEN-TRANSFER-FILE
           MOVE ' ' TO EOF-FLAG
           .

       687-REWRITE-ADJUST-HISTORY.

           OPEN OUTPUT ADJUSTMENT-HISTORY-FILE
           MOVE 7 TO WS-FILE-SUB
           PERFORM 695-OPEN-WORK-INPUT
           PERFORM UNTIL NO-MORE-DATA
               READ CLOSE-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE ADJUSTMENT-HISTORY-REC FROM CLOSE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CLOSE-WORK-FILE
                 ADJUSTMENT-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           .

       688-REWRITE-SHIPMENT-HISTORY.

           OPEN OUTPUT SHIPMENT-HISTORY-FILE
           MOVE 8 TO WS-FILE-SUB
           PERFORM 695-OPEN-WORK-INPUT
           PERFORM UNTIL NO-MORE-DATA
               READ CLOSE-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE SHIPMENT-HISTORY-REC FROM CLOSE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CLOSE-WORK-FILE
                 SHIPMENT-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           .

       689-REWRITE-RETURN-HISTORY.

           OPEN OUTPUT RETURN-HISTORY-FILE
           MOVE 9 TO WS-FILE-SUB
           PERFORM 695-OPEN-WORK-INPUT
           PERFORM UNTIL NO-MORE-DATA
               READ CLOSE-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE RETURN-HISTORY-REC FROM CLOSE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CLOSE-WORK-FILE
                 RETURN-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           .

       690-REWRITE-INVOICE-HISTORY.

           OPEN OUTPUT INVOICE-HISTORY-FILE
           MOVE 10 TO WS-FILE-SUB
           PERFORM 695-OPEN-WORK-INPUT
           PERFORM UNTIL NO-MORE-DATA
               READ CLOSE-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE INVOICE-HISTORY-REC FROM CLOSE-WORK-REC
               END-READ
           END-PERFORM
           CLOSE CLOSE-WORK-FILE
                 INVOICE-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           .

       695-OPEN-WORK-INPUT.

           MOVE SPACES TO WS-WORK-NAME
           STRING 'CLOSE-' DELIMITED BY SIZE
                  CF-FILE-NAME(WS-FILE-SUB) DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
              INTO WS-WORK-NAME
           END-STRING
           OPEN INPUT CLOSE-WORK-FILE
           .

       700-WRITE-PERIOD-CONTROL.

           OPEN EXTEND PERIOD-CONTROL-FILE
           MOVE WS-CLOSE-DATE TO PC-CLOSED-THROUGH
           MOVE WS-DATE TO PC-CLOSED-ON
           WRITE PERIOD-CONTROL-REC
           CLOSE PERIOD-CONTROL-FILE
           .

       800-PRINT-CLOSE-REPORT.

           OPEN OUTPUT CLOSE-REPORT

           MOVE WS-CLOSE-DATE(1:4) TO CHL-CLOSE-YEAR
           MOVE WS-CLOSE-DATE(5:2) TO CHL-CLOSE-MONTH
           MOVE WS-CLOSE-DATE(7:2) TO CHL-CLOSE-DAY
           MOVE WS-PURGE-CUTOFF(1:4) TO CHL-CUTOFF-YEAR
           MOVE WS-PURGE-CUTOFF(5:2) TO CHL-CUTOFF-MONTH
           MOVE WS-PURGE-CUTOFF(7:2) TO CHL-CUTOFF-DAY

           WRITE CLOSE-RECORD FROM CLOSE-HEADING-ONE
               AFTER ADVANCING 1 LINES
           WRITE CLOSE-RECORD FROM CLOSE-HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE CLOSE-RECORD FROM CLOSE-HEADING-THREE
               AFTER ADVANCING 2 LINES

           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 10
               MOVE CF-FILE-NAME(SUB) TO CDL-FILE-NAME
               MOVE CF-READ(SUB) TO CDL-READ
               MOVE CF-ARCHIVED(SUB) TO CDL-ARCHIVED
               MOVE CF-PURGED(SUB) TO CDL-PURGED
               MOVE CF-KEPT(SUB) TO CDL-KEPT
               WRITE CLOSE-RECORD FROM CLOSE-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM

           MOVE 'CLOSING BALANCES WRITTEN:' TO CTL-LABEL
           MOVE CT-BALANCES-WRITTEN TO CTL-COUNT
           WRITE CLOSE-RECORD FROM CLOSE-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'RETENTION WEEKS:' TO CTL-LABEL
           MOVE WS-RETENTION-WEEKS TO CTL-COUNT
           WRITE CLOSE-RECORD FROM CLOSE-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           CLOSE CLOSE-REPORT
           .

       900-END-OF-JOB-ROUTINE.

           DISPLAY "PERIOD CLOSED THROUGH " WS-CLOSE-DATE
           MOVE 0 TO RETURN-CODE
           GOBACK
           .
