      *     record (record count and hash total of the quantities).
      *     Both are verified before the sort; a file that fails,
      *     or whose header date is older than the vendor's last
      *     successful run, aborts the run to the error log.  The
      *     record count of every file that passes is appended to
      *     the vendor file log for the vendor scorecard.
      *
      *     Reorder points approved through the reorder point run
      *     (REORDER-CHANGE.TXT) replace the vendor's reorder point
      *     as each item is written to the correct inventory file.
      *
      * ***************
      *  OUTPUT:
                ASSIGN TO "VENDOR-RUN-DATES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL VENDOR-FILE-LOG
                ASSIGN TO "VENDOR-FILE-LOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL REORDER-CHANGE-FILE
                ASSIGN TO "REORDER-CHANGE.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CHECKPOINT-FILE
                ASSIGN TO "CHECKPOINT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
       01  PO-SUGGEST-RECORD3              PIC X(42).

       FD  OPEN-PO-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  OPEN-PO-REC.
           05  OP-ORDER-DATE               PIC X(8).
           05  OP-QTY-ORDERED              PIC 9(3).
           05  OP-QTY-RECEIVED             PIC 9(3).
           05  OP-RECEIPT-FLAG             PIC X.
           05  OP-UNIT-COST                PIC 9(4)V99.
           05  OP-FIRST-RECEIPT            PIC X(8).

       FD  VENDOR-RUN-DATE-FILE
           RECORD CONTAINS 12 CHARACTERS.
           05  VD-VENDOR-ID                PIC X(4).
           05  VD-LAST-DATE                PIC X(8).

       FD  VENDOR-FILE-LOG
           RECORD CONTAINS 26 CHARACTERS.

       01  VENDOR-FILE-LOG-REC.
           05  VF-RUN-DATE                 PIC X(8).
           05  VF-VENDOR-ID                PIC X(4).
           05  VF-FILE-DATE                PIC X(8).
           05  VF-RECORD-COUNT             PIC 9(6).

       FD  REORDER-CHANGE-FILE
           RECORD CONTAINS 23 CHARACTERS.

       01  REORDER-CHANGE-REC.
           05  RK-VENDOR-ID                PIC X(4).
           05  RK-WAREHOUSE-ID             PIC X(3).
           05  RK-COSTUME-ID               PIC X(3).
           05  RK-COSTUME-SIZE             PIC A.
           05  RK-COSTUME-TYPE             PIC A.
           05  RK-REORDER-POINT            PIC 9(3).
           05  RK-APPROVED-DATE            PIC X(8).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 41 CHARACTERS.

                10  CM-VALID-SIZES      PIC X(4).
                10  CM-STANDARD-PRICE   PIC 9(4)V99.

        01  REORDER-CHANGE-COUNT    PIC 9(4)  VALUE 0.
        01  REORDER-CHANGE-TABLE.
            05  REORDER-CHANGE-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON REORDER-CHANGE-COUNT
                INDEXED BY RK-INDEX.
                10  RK-TABLE-KEY        PIC X(12).
                10  RK-TABLE-POINT      PIC 9(3).
        01  RK-LOOKUP-KEY           PIC X(12).

        01  TYPE-SIZE-FIELDS.
            05  TS-TYPE-SUB             PIC 9.
            05  TS-SIZE-SUB             PIC 9.
        01  OP-ROW-COUNT            PIC 9(4)  VALUE 0.
        01  OPEN-PO-TABLE.
            05  OP-ROW OCCURS 0 TO 2000 TIMES
                DEPENDING ON OP-ROW-COUNT       PIC X(42).

        01  OP-WORK-REC.
            05  OW-ORDER-DATE               PIC X(8).
            05  OW-QTY-ORDERED              PIC 9(3).
            05  OW-QTY-RECEIVED             PIC 9(3).
            05  OW-RECEIPT-FLAG             PIC X.
            05  OW-UNIT-COST                PIC 9(4)V99.
            05  OW-FIRST-RECEIPT            PIC X(8).

        01  PO-SUGGESTION-FIELDS.
            05  PO-SUB                  PIC 99.
           MOVE 'OPEN FAILURE' TO WS-RUN-PHASE-LABEL
           PERFORM 118-WRITE-RUN-LOG
           MOVE 12 TO RETURN-CODE
           GOBACK
           .

       120-LOAD-MASTER-TABLES.
           CLOSE COSTUME-MASTER
           MOVE 'NO' TO BAD-FILE-TMP

           OPEN INPUT REORDER-CHANGE-FILE
           PERFORM UNTIL BAD-FILE-TMP = 'YES'
               READ REORDER-CHANGE-FILE
                  AT END
                     MOVE 'YES' TO BAD-FILE-TMP
                  NOT AT END
                     IF RK-REORDER-POINT IS NUMERIC
                        IF REORDER-CHANGE-COUNT >= 5000
                           DISPLAY "REORDER CHANGE FILE EXCEEDS "
                              "TABLE LIMIT OF 5000 RECORDS - RUN "
                              "ABORTED"
                           CLOSE REORDER-CHANGE-FILE
                           MOVE 'ROP TBL FULL' TO WS-RUN-PHASE-LABEL
                           PERFORM 118-WRITE-RUN-LOG
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                        END-IF
                        ADD 1 TO REORDER-CHANGE-COUNT
                        MOVE REORDER-CHANGE-REC(1:12) TO
                           RK-TABLE-KEY(REORDER-CHANGE-COUNT)
                        MOVE RK-REORDER-POINT TO
                           RK-TABLE-POINT(REORDER-CHANGE-COUNT)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE REORDER-CHANGE-FILE
           MOVE 'NO' TO BAD-FILE-TMP

           .

       125-READ-RUN-PARAMETER.
           IF BC-FAIL-REASON = SPACES
              MOVE 'Y' TO BC-FILE-VALID(BC-FILE-SUB)
              MOVE BC-HDR-DATE TO BC-FILE-DATE(BC-FILE-SUB)
              MOVE WS-DATE TO VF-RUN-DATE
              MOVE VFM-VENDOR-ID(BC-FILE-SUB) TO VF-VENDOR-ID
              MOVE BC-HDR-DATE TO VF-FILE-DATE
              MOVE BC-DETAIL-COUNT TO VF-RECORD-COUNT
              OPEN EXTEND VENDOR-FILE-LOG
              WRITE VENDOR-FILE-LOG-REC
              CLOSE VENDOR-FILE-LOG
           ELSE
              MOVE 'N' TO BC-FILE-VALID(BC-FILE-SUB)
              MOVE 'YES' TO BC-ANY-REJECTED
              MOVE 'BATCH REJECT' TO WS-RUN-PHASE-LABEL
              PERFORM 118-WRITE-RUN-LOG
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

                                 MOVE MI-COSTUME-PRICE(SUB) TO
                                   CI-COSTUME-PRICE(SUB)
                              END-PERFORM
                              PERFORM 357-APPLY-REORDER-CHANGES
                              WRITE CORRECT-INVENTORY-FILE
                              ADD 1 TO CT-RECORDS-ACCEPTED
                              ADD CT-RECORD-VALUE TO CT-VALUE-ACCEPTED
                        
        .
       
       357-APPLY-REORDER-CHANGES.

           IF REORDER-CHANGE-COUNT > 0
              PERFORM VARYING SUB FROM 1 BY 1
                      UNTIL SUB > CI-COSTUME-COUNT
                  MOVE CI-VENDOR-ID TO RK-LOOKUP-KEY(1:4)
                  MOVE CI-WAREHOUSE-ID TO RK-LOOKUP-KEY(5:3)
                  MOVE CI-COSTUME-ID TO RK-LOOKUP-KEY(8:3)
                  MOVE CI-COSTUME-SIZE(SUB) TO RK-LOOKUP-KEY(11:1)
                  MOVE CI-COSTUME-TYPE(SUB) TO RK-LOOKUP-KEY(12:1)
                  SET RK-INDEX TO 1
                  SEARCH REORDER-CHANGE-ENTRY
                      AT END
                          CONTINUE
                      WHEN RK-TABLE-KEY(RK-INDEX) = RK-LOOKUP-KEY
                          MOVE RK-TABLE-POINT(RK-INDEX) TO
                             CI-REORDER-POINT(SUB)
                  END-SEARCH
              END-PERFORM
           END-IF
           .

       360-CHECK-PRICE-VARIANCE.

           COMPUTE PV-TOLERANCE-AMT =
                           MOVE 'PO TBL FULL' TO WS-RUN-PHASE-LABEL
                           PERFORM 118-WRITE-RUN-LOG
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                        END-IF
                        ADD 1 TO OP-ROW-COUNT
                        MOVE OPEN-PO-REC TO OP-ROW(OP-ROW-COUNT)
              MOVE PO-SHORTFALL-TMP TO OP-QTY-ORDERED
              MOVE ZEROS TO OP-QTY-RECEIVED
              MOVE SPACE TO OP-RECEIPT-FLAG
              MOVE CI-COSTUME-PRICE(SUB) TO OP-UNIT-COST
              MOVE SPACES TO OP-FIRST-RECEIPT
              WRITE OPEN-PO-REC
           ELSE
              ADD 1 TO PO-UNROUTED-COUNT
                     CT-ERRORS-WRITTEN CT-VALUE-READ CT-VALUE-ACCEPTED
           PERFORM 115-WRITE-CHECKPOINT

           GOBACK
           .

       1480-WRITE-RUN-DATES.
                    INVENTORY-ERROR-REPORT
                    RUN-CONTROL-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2100-PROCESS-CORRECTIONS
           PERFORM 2300-REWRITE-CORRECT-FILE
           MOVE 'RECYCLE END' TO WS-RUN-PHASE-LABEL
           PERFORM 118-WRITE-RUN-LOG

           GOBACK
           .

       2050-LOAD-CORRECT-TABLE.
