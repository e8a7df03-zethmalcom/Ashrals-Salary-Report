      *  order number from the transfer control file, writes the
      *  donor warehouse 'S' movement itself, and records the
      *  order in-transit on the OPEN TRANSFERS file.  Completed
      *  orders stay on the file marked 'C' with their receipt date
      *  until the period close run (PROGRAM-4C) archives them,
      *  copied through a work file so only orders in transit count
      *  against the 2000-order table; the last used order number
      *  is kept on the control file so numbers are never reused.
      *  The matching
      *  'T' transfer receipt movement at the receiving warehouse is
      *  generated only when a receipt confirmation for that
      *  transfer number is read, so neither leg can be applied
                ASSIGN TO "OPEN-TRANSFERS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPEN-TRANSFER-WORK-FILE
                ASSIGN TO "XFER-OPEN-TRANSFER-WORK.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL TRANSFER-CONTROL-FILE
                ASSIGN TO "XFER-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           05  OT-COSTUME-TYPE              PIC A.
           05  OT-QUANTITY                  PIC 9(3).

       FD  OPEN-TRANSFER-WORK-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  OPEN-TRANSFER-WORK-REC           PIC X(45).

       FD  TRANSFER-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS.

               10  XI-COSTUME-PRICE          PIC S9(4)V99.

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

       FD  INVENTORY-ERROR-REPORT
           RECORD CONTAINS 311 CHARACTERS.
              CLOSE INVENTORY-ERROR-REPORT
                    OPEN-TRANSFER-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
                                 OPEN-TRANSFER-REPORT
                                 INDEXED-INVENTORY-FILE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                        END-IF
                        ADD MT-QUANTITY TO
                           CM-COMMITTED-QTY(WS-MATCH-COMMIT)

       220-LOAD-OPEN-TRANSFERS.

      *    COMPLETED ORDERS ARE NEVER CONFIRMED AGAIN, SO THEY ARE
      *    HELD ON THE WORK FILE AND WRITTEN BACK AHEAD OF THE TABLE
      *    WHEN THE OPEN TRANSFERS FILE IS REWRITTEN.
           OPEN INPUT OPEN-TRANSFER-FILE
           OPEN OUTPUT OPEN-TRANSFER-WORK-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ OPEN-TRANSFER-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF OT-TRANSFER-ID IS NUMERIC AND
                        OT-TRANSFER-ID > WS-NEXT-TRANSFER-ID
                        MOVE OT-TRANSFER-ID TO WS-NEXT-TRANSFER-ID
                     END-IF
                     IF OT-STATUS = 'C'
                        WRITE OPEN-TRANSFER-WORK-REC
                           FROM OPEN-TRANSFER-REC
                     ELSE
                        PERFORM 230-ADD-OPEN-TRANSFER
                     END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-TRANSFER-FILE
                 OPEN-TRANSFER-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           .

       230-ADD-OPEN-TRANSFER.

           IF OPEN-XFER-COUNT >= 2000
              DISPLAY "OPEN TRANSFERS FILE EXCEEDS TABLE "
                 "LIMIT OF 2000 IN TRANSIT - RUN ABORTED"
              CLOSE OPEN-TRANSFER-FILE
                    OPEN-TRANSFER-WORK-FILE
                    MOVEMENT-TRANS-FILE
                    INVENTORY-ERROR-REPORT
                    OPEN-TRANSFER-REPORT
                    INDEXED-INVENTORY-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO OPEN-XFER-COUNT
           MOVE OPEN-TRANSFER-REC TO
              OPEN-XFER-ROW(OPEN-XFER-COUNT)
           .

       240-READ-TRANSFER-CONTROL.

           OPEN INPUT TRANSFER-CONTROL-FILE
              MOVE WX-COSTUME-SIZE TO MT-COSTUME-SIZE
              MOVE WX-COSTUME-TYPE TO MT-COSTUME-TYPE
              MOVE WX-QUANTITY TO MT-QUANTITY
              MOVE WS-DATE TO MT-EFFECTIVE-DATE
              MOVE SPACES TO MT-REASON-CODE MT-ENTERED-BY
                             MT-APPROVED-BY
              WRITE MOVEMENT-TRANS-REC
              MOVE 'C' TO WX-STATUS
              MOVE WS-DATE TO WX-RECV-DATE
              MOVE WX-COSTUME-SIZE TO MT-COSTUME-SIZE
              MOVE WX-COSTUME-TYPE TO MT-COSTUME-TYPE
              MOVE WX-QUANTITY TO MT-QUANTITY
              MOVE WS-DATE TO MT-EFFECTIVE-DATE
              MOVE SPACES TO MT-REASON-CODE MT-ENTERED-BY
                             MT-APPROVED-BY
              WRITE MOVEMENT-TRANS-REC
              ADD WX-QUANTITY TO CM-COMMITTED-QTY(WS-MATCH-COMMIT)
              ADD 1 TO CT-ORDERS-SHIPPED
       700-REWRITE-OPEN-TRANSFERS.

           OPEN OUTPUT OPEN-TRANSFER-FILE
           OPEN INPUT OPEN-TRANSFER-WORK-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ OPEN-TRANSFER-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE OPEN-TRANSFER-REC
                        FROM OPEN-TRANSFER-WORK-REC
               END-READ
           END-PERFORM
           CLOSE OPEN-TRANSFER-WORK-FILE
           MOVE ' ' TO EOF-FLAG

           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > OPEN-XFER-COUNT
               MOVE OPEN-XFER-ROW(SUB) TO OPEN-TRANSFER-REC
               WRITE OPEN-TRANSFER-REC
           END-PERFORM
           CLOSE OPEN-TRANSFER-FILE
           .
              MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
           .
