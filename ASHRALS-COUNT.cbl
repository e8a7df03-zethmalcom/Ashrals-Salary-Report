      *             the movement transaction file is rejected
      *             (PENDING MOVES), since the book balance is not
      *             settled until PROGRAM-4D applies it - rekey the
      *             count after the daily run.  An adjustment
      *             still on the pending approval file - held,
      *             released but not yet posted, or failed on
      *             posting - counts as pending too.  Every
      *             adjustment carries reason code CC (count
      *             correction) and the counter's ID as entered-by
      * ***************
      *  INPUT:
      *     The CORRECT INVENTORY file from PROGRAM-4 for the
      *         1.  VENDOR ID, WAREHOUSE ID, COSTUME ID
      *         2.  COSTUME SIZE AND TYPE
      *         3.  COUNTED QUANTITY
      *         4.  COUNTED BY (BLANK = CYCLECNT)
      * ***************
      *  OUTPUT:
      *      The COUNT WORKSHEET report, the COUNT VARIANCE report,
                ASSIGN TO "MOVEMENT-TRANS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ADJUST-PENDING-FILE
                ASSIGN TO "ADJUST-PENDING.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVENTORY-ERROR-REPORT
                ASSIGN TO "ERRORS-DSR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
               10  XI-COSTUME-PRICE          PIC S9(4)V99.

       FD  COUNT-ENTRY-FILE
           RECORD CONTAINS 23 CHARACTERS.

       01  COUNT-ENTRY-REC.
           05  CE-VENDOR-ID                 PIC X(4).
           05  CE-COSTUME-SIZE              PIC A.
           05  CE-COSTUME-TYPE              PIC A.
           05  CE-COUNTED-QTY               PIC 9(3).
           05  CE-COUNTED-BY                PIC X(8).

       FD  MOVEMENT-TRANS-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  MOVEMENT-TRANS-REC.
           05  MT-TRANS-TYPE                PIC X.
           05  MT-COSTUME-TYPE              PIC A.
           05  MT-QUANTITY                  PIC S9(3)
                                            SIGN LEADING SEPARATE.
           05  MT-EFFECTIVE-DATE            PIC X(8).
           05  MT-REASON-CODE               PIC X(2).
           05  MT-ENTERED-BY                PIC X(8).
           05  MT-APPROVED-BY               PIC X(8).

       FD  ADJUST-PENDING-FILE
           RECORD CONTAINS 79 CHARACTERS.

       01  ADJUST-PENDING-REC.
           05  FILLER                       PIC X(21).
           05  PA-ITEM-KEY                  PIC X(12).
           05  FILLER                       PIC X(46).

       FD  INVENTORY-ERROR-REPORT
           RECORD CONTAINS 311 CHARACTERS.
            05  WS-ITEM-FOUND           PIC XXX       VALUE 'NO'.
            05  WS-PENDING-FOUND        PIC XXX       VALUE 'NO'.
            05  WS-RUN-MODE             PIC X         VALUE ' '.
            05  WS-SEED-SOURCE          PIC X         VALUE 'M'.

        01  SUB  PIC 99   VALUE 1.

                   PERFORM 300-PRINT-WORKSHEETS
           END-EVALUATE

           GOBACK
           .

       150-READ-RUN-PARAMETER.
                   DISPLAY "   OR: ENTR TO PROCESS THE COUNT ENTRY "
                      "FILE"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

                 WS-INDEXED-STATUS
              DISPLAY "RUN THE INDEXED LOAD AFTER THE INVENTORY RUN"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 520-SEED-PENDING-ITEMS
       520-SEED-PENDING-ITEMS.

           MOVE 0 TO PENDING-ITEM-COUNT
           MOVE 'M' TO WS-SEED-SOURCE
           OPEN INPUT MOVEMENT-TRANS-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ MOVEMENT-TRANS-FILE
           END-PERFORM
           CLOSE MOVEMENT-TRANS-FILE
           MOVE ' ' TO EOF-FLAG

           MOVE 'P' TO WS-SEED-SOURCE
           OPEN INPUT ADJUST-PENDING-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ ADJUST-PENDING-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     MOVE PA-ITEM-KEY TO WS-LOOKUP-KEY
                     PERFORM 535-ADD-PENDING-ITEM
               END-READ
           END-PERFORM
           CLOSE ADJUST-PENDING-FILE
           MOVE ' ' TO EOF-FLAG
           .

       530-NOTE-PENDING-ITEM.
           MOVE MT-COSTUME-ID TO WS-LOOKUP-KEY(8:3)
           MOVE MT-COSTUME-SIZE TO WS-LOOKUP-KEY(11:1)
           MOVE MT-COSTUME-TYPE TO WS-LOOKUP-KEY(12:1)
           PERFORM 535-ADD-PENDING-ITEM
           .

       535-ADD-PENDING-ITEM.

           PERFORM 540-FIND-PENDING-ITEM

           IF WS-PENDING-FOUND = 'NO'
              IF PENDING-ITEM-COUNT >= 2000
                 DISPLAY "PENDING MOVEMENTS EXCEED PENDING TABLE "
                    "LIMIT OF 2000 ITEMS - RUN ABORTED"
                 IF WS-SEED-SOURCE = 'P'
                    CLOSE ADJUST-PENDING-FILE
                 ELSE
                    CLOSE MOVEMENT-TRANS-FILE
                 END-IF
                 CLOSE INDEXED-INVENTORY-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO PENDING-ITEM-COUNT
              MOVE WS-LOOKUP-KEY TO
              MOVE CE-COSTUME-SIZE TO MT-COSTUME-SIZE
              MOVE CE-COSTUME-TYPE TO MT-COSTUME-TYPE
              MOVE WS-VARIANCE-QTY TO MT-QUANTITY
              MOVE WS-DATE TO MT-EFFECTIVE-DATE
              MOVE 'CC' TO MT-REASON-CODE
              IF CE-COUNTED-BY = SPACES
                 MOVE 'CYCLECNT' TO MT-ENTERED-BY
              ELSE
                 MOVE CE-COUNTED-BY TO MT-ENTERED-BY
              END-IF
              MOVE SPACES TO MT-APPROVED-BY
              WRITE MOVEMENT-TRANS-REC
              ADD 1 TO CT-ADJUSTMENTS-WRITTEN
              ADD WS-SHRINK-VALUE TO CT-NET-SHRINK-VALUE
