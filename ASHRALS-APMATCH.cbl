        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROGRAM-4P.
        AUTHOR. Zeth Malcom.
      ****************************************************************
      *  ASHRALS, Ltd. vendor invoice match.  Accounts payable has
      *  been paying vendor invoices on the strength of the invoice
      *  alone.  This program reads the vendor invoice file and
      *  matches every line three ways: to the purchase order lines
      *  on the open PO file for the same vendor, warehouse, costume,
      *  size, and type; to the quantity received against those
      *  lines; and to the unit cost the lines were ordered at.  A
      *  line is flagged when:
      *      OVR - the quantity billed, together with everything
      *            already approved for the item, is more than was
      *            received,
      *      PRC - the unit cost billed is above the highest unit
      *            cost on the PO lines for the item, or the lines
      *            carry no unit cost to check against,
      *      NPO - there is no PO line for the item at all,
      *      DUP - the invoice number was already approved for the
      *            vendor on an earlier run,
      *      BAD - the quantity or unit cost is not numeric.
      *  Invoices are paid whole, so one flagged line holds every
      *  line of the invoice.  Invoices with no flags are written to
      *  the approved-to-pay file and added to the vendor invoice
      *  history; held invoices are listed on the hold report with
      *  the flags for each line.
      * ***************
      *  INPUT:
      *     The VENDOR INVOICE file contains the following data in
      *     each record:
      *         1.  VENDOR ID AND VENDOR INVOICE NUMBER
      *         2.  WAREHOUSE ID, COSTUME ID
      *         3.  COSTUME SIZE AND TYPE
      *         4.  QUANTITY BILLED
      *         5.  UNIT COST BILLED
      *
      *     The OPEN PO file from PROGRAM-4 and PROGRAM-4D, both open
      *     and closed lines, and the VENDOR INVOICE HISTORY file of
      *     invoice lines approved on earlier runs.  A history line
      *     counts as already billed only when it was approved on or
      *     after the order date of the oldest PO line on file for
      *     the item, so receipts and billings drop out together
      *     when PROGRAM-4C purges closed PO lines.
      * ***************
      *  OUTPUT:
      *      The APPROVED TO PAY file, approved lines appended to the
      *      VENDOR INVOICE HISTORY file, the INVOICE HOLD report,
      *      and unreadable lines appended to the error log.
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL VENDOR-INVOICE-FILE
                ASSIGN TO "VENDOR-INVOICE.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL OPEN-PO-FILE
                ASSIGN TO "OPEN-PO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVOICE-HISTORY-FILE
                ASSIGN TO "VENDOR-INVOICE-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT APPROVED-TO-PAY-FILE
                ASSIGN TO "APPROVED-TO-PAY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVENTORY-ERROR-REPORT
                ASSIGN TO "ERRORS-DSR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT INVOICE-HOLD-REPORT
                ASSIGN TO PRINTER 'APHOLD-DSR.TXT'.

        DATA DIVISION.
        FILE SECTION.

       FD  VENDOR-INVOICE-FILE
           RECORD CONTAINS 31 CHARACTERS.

       01  VENDOR-INVOICE-REC.
           05  VI-VENDOR-ID                 PIC X(4).
           05  VI-INVOICE-NO                PIC X(10).
           05  VI-WAREHOUSE-ID              PIC X(3).
           05  VI-COSTUME-ID                PIC X(3).
           05  VI-COSTUME-SIZE              PIC A.
           05  VI-COSTUME-TYPE              PIC A.
           05  VI-QUANTITY                  PIC 9(3).
           05  VI-UNIT-COST                 PIC 9(4)V99.

       FD  OPEN-PO-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  OPEN-PO-REC.
           05  OP-ORDER-DATE               PIC X(8).
           05  OP-STATUS                   PIC X.
           05  OP-VENDOR-ID                PIC X(4).
           05  OP-WAREHOUSE-ID             PIC X(3).
           05  OP-COSTUME-ID               PIC X(3).
           05  OP-COSTUME-SIZE             PIC A.
           05  OP-COSTUME-TYPE             PIC A.
           05  OP-QTY-ORDERED              PIC 9(3).
           05  OP-QTY-RECEIVED             PIC 9(3).
           05  OP-RECEIPT-FLAG             PIC X.
           05  OP-UNIT-COST                PIC 9(4)V99.
           05  OP-FIRST-RECEIPT            PIC X(8).

       FD  INVOICE-HISTORY-FILE
           RECORD CONTAINS 48 CHARACTERS.

       01  INVOICE-HISTORY-REC.
           05  IH-APPROVE-DATE              PIC X(8).
           05  IH-VENDOR-ID                 PIC X(4).
           05  IH-INVOICE-NO                PIC X(10).
           05  IH-WAREHOUSE-ID              PIC X(3).
           05  IH-COSTUME-ID                PIC X(3).
           05  IH-COSTUME-SIZE              PIC A.
           05  IH-COSTUME-TYPE              PIC A.
           05  IH-QUANTITY                  PIC 9(3).
           05  IH-UNIT-COST                 PIC 9(4)V99.
           05  IH-EXTENDED-COST             PIC 9(7)V99.

       FD  APPROVED-TO-PAY-FILE
           RECORD CONTAINS 48 CHARACTERS.

       01  APPROVED-TO-PAY-REC.
           05  AP-APPROVE-DATE              PIC X(8).
           05  AP-VENDOR-ID                 PIC X(4).
           05  AP-INVOICE-NO                PIC X(10).
           05  AP-WAREHOUSE-ID              PIC X(3).
           05  AP-COSTUME-ID                PIC X(3).
           05  AP-COSTUME-SIZE              PIC A.
           05  AP-COSTUME-TYPE              PIC A.
           05  AP-QUANTITY                  PIC 9(3).
           05  AP-UNIT-COST                 PIC 9(4)V99.
           05  AP-EXTENDED-COST             PIC 9(7)V99.

       FD  INVENTORY-ERROR-REPORT
           RECORD CONTAINS 311 CHARACTERS.

       01  ERROR-REPORT-RECORD.
           05  ELR-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  ELR-REASON-CODE              PIC X(13).
           05  FILLER                       PIC X VALUE SPACE.
           05  ELR-RECORD-DATA              PIC X(288).

       FD  INVOICE-HOLD-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       01  INVOICE-HOLD-RECORD              PIC X(71).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.

            05  EOF-FLAG                PIC X         VALUE ' '.
                88  NO-MORE-DATA                      VALUE 'N'.
            05  WS-ITEM-FOUND           PIC XXX       VALUE 'NO'.
            05  WS-INVOICE-HELD         PIC XXX       VALUE 'NO'.
            05  WS-DUPLICATE-FOUND      PIC XXX       VALUE 'NO'.

        01  SUB  PIC 9(4)   VALUE 1.
        01  SUB2 PIC 9(4)   VALUE 1.
        01  SUB3 PIC 9(4)   VALUE 1.
        01  SUB4 PIC 9(4)   VALUE 1.

        01  PO-ITEM-COUNT           PIC 9(4)  VALUE 0.
        01  PO-ITEM-TABLE.
            05  PO-ITEM-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON PO-ITEM-COUNT.
                10  PI-ITEM-KEY         PIC X(12).
                10  PI-QTY-RECEIVED     PIC 9(5).
                10  PI-UNIT-COST        PIC 9(4)V99.
                10  PI-COST-KNOWN       PIC XXX.
                10  PI-FIRST-ORDER      PIC X(8).

        01  BILLED-ITEM-COUNT       PIC 9(4)  VALUE 0.
        01  BILLED-ITEM-TABLE.
            05  BILLED-ITEM-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON BILLED-ITEM-COUNT.
                10  BI-ITEM-KEY         PIC X(12).
                10  BI-QTY-BILLED       PIC 9(5).

        01  PAID-INVOICE-COUNT      PIC 9(4)  VALUE 0.
        01  PAID-INVOICE-TABLE.
            05  PAID-INVOICE-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON PAID-INVOICE-COUNT.
                10  PD-INVOICE-KEY      PIC X(14).

        01  INVOICE-LINE-COUNT      PIC 9(4)  VALUE 0.
        01  INVOICE-LINE-TABLE.
            05  INVOICE-LINE-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON INVOICE-LINE-COUNT.
                10  IL-ROW              PIC X(31).
                10  IL-FLAGS.
                    15  IL-FLAG-QTY     PIC XXX.
                    15  IL-FLAG-COST    PIC XXX.
                    15  IL-FLAG-NO-PO   PIC XXX.
                    15  IL-FLAG-DUP     PIC XXX.
                10  IL-PO-COST          PIC 9(4)V99.
                10  IL-QTY-RECEIVED     PIC 9(5).
                10  IL-QTY-BILLED       PIC 9(5).
                10  IL-PASS             PIC X.

        01  IL-WORK-REC.
            05  IW-VENDOR-ID            PIC X(4).
            05  IW-INVOICE-NO           PIC X(10).
            05  IW-WAREHOUSE-ID         PIC X(3).
            05  IW-COSTUME-ID           PIC X(3).
            05  IW-COSTUME-SIZE         PIC A.
            05  IW-COSTUME-TYPE         PIC A.
            05  IW-QUANTITY             PIC 9(3).
            05  IW-UNIT-COST            PIC 9(4)V99.

        01  TEMPORARY-FIELDS.

            05  WS-INVOICE-KEY          PIC X(14).
            05  WS-ITEM-KEY             PIC X(12).
            05  WS-ERROR-REASON         PIC X(13).
            05  WS-QTY-BILLED           PIC 9(5).
            05  WS-EXTENDED-COST        PIC 9(7)V99.
            05  WS-INVOICE-AMOUNT       PIC 9(9)V99.

        01  CONTROL-TOTALS.
            05  CT-LINES-READ           PIC 9(6)     VALUE 0.
            05  CT-LINES-REJECTED       PIC 9(6)     VALUE 0.
            05  CT-INVOICES-APPROVED    PIC 9(6)     VALUE 0.
            05  CT-INVOICES-HELD        PIC 9(6)     VALUE 0.
            05  CT-LINES-APPROVED       PIC 9(6)     VALUE 0.
            05  CT-LINES-HELD           PIC 9(6)     VALUE 0.
            05  CT-AMOUNT-APPROVED      PIC 9(9)V99  VALUE 0.
            05  CT-AMOUNT-HELD          PIC 9(9)V99  VALUE 0.

        01  WS-DATE.
            05  RUN-YEAR                PIC 9(4).
            05  RUN-MONTH               PIC 99.
            05  RUN-DAY                 PIC 99.

       01  HOLD-HEADING-ONE.

            05  FILLER              PIC X(24)  VALUE SPACES.
            05                      PIC X(22)
               VALUE 'VENDOR INVOICE HOLDS'.
            05  FILLER              PIC X(25)  VALUE SPACES.

       01  HOLD-HEADING-TWO.

            05                      PIC X(4)   VALUE 'VEND'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(10)  VALUE 'INVOICE'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'WHS'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'CST'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X      VALUE 'S'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X      VALUE 'T'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'QTY'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(7)   VALUE ' BILLED'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(7)   VALUE 'PO COST'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(5)   VALUE ' RCVD'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(5)   VALUE ' BILL'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(11)  VALUE 'FLAGS'.

       01  HOLD-DETAIL-LINE.

            05  HDL-VENDOR-ID       PIC X(4).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-INVOICE-NO      PIC X(10).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-WAREHOUSE-ID    PIC X(3).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-COSTUME-ID      PIC X(3).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-COSTUME-SIZE    PIC X.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-COSTUME-TYPE    PIC X.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-QUANTITY        PIC ZZ9.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-BILLED-COST     PIC ZZZ9.99.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-PO-COST         PIC ZZZ9.99.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-QTY-RECEIVED    PIC ZZZZ9.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-QTY-BILLED      PIC ZZZZ9.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-FLAG-QTY        PIC XXX.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-FLAG-COST       PIC XXX.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  HDL-FLAG-NO-PO      PIC XXX.

       01  HOLD-INVOICE-LINE.

            05  FILLER              PIC X(6)   VALUE SPACES.
            05  HIL-FLAG-DUP        PIC XXX.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(20)
               VALUE 'INVOICE HELD, TOTAL '.
            05  HIL-AMOUNT          PIC $ZZZ,ZZZ,ZZ9.99.
            05  FILLER              PIC X(26)  VALUE SPACES.

       01  HOLD-TOTAL-LINE.

            05  HTT-LABEL           PIC X(30).
            05  HTT-COUNT           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(34)  VALUE SPACES.

       01  HOLD-VALUE-LINE.

            05  HTV-LABEL           PIC X(30).
            05  HTV-VALUE           PIC $ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(25)  VALUE SPACES.

       PROCEDURE DIVISION.

       100-CONTROL-MODULE.

           PERFORM 200-HOUSEKEEPING-ROUTINE
           PERFORM 220-LOAD-OPEN-PO
           PERFORM 240-LOAD-INVOICE-HISTORY
           PERFORM 260-LOAD-VENDOR-INVOICES
           PERFORM 300-MATCH-INVOICES
           PERFORM 800-PRINT-HOLD-TOTALS
           PERFORM 900-END-OF-JOB-ROUTINE
           .

       200-HOUSEKEEPING-ROUTINE.

           OPEN EXTEND INVENTORY-ERROR-REPORT
           OPEN OUTPUT APPROVED-TO-PAY-FILE
           OPEN OUTPUT INVOICE-HOLD-REPORT

           ACCEPT WS-DATE FROM DATE YYYYMMDD

           WRITE INVOICE-HOLD-RECORD FROM HOLD-HEADING-ONE
               AFTER ADVANCING 1 LINES
           WRITE INVOICE-HOLD-RECORD FROM HOLD-HEADING-TWO
               AFTER ADVANCING 2 LINES
           .

       220-LOAD-OPEN-PO.

           OPEN INPUT OPEN-PO-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ OPEN-PO-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF OP-QTY-RECEIVED IS NUMERIC
                        MOVE OP-VENDOR-ID TO WS-ITEM-KEY(1:4)
                        MOVE OP-WAREHOUSE-ID TO WS-ITEM-KEY(5:3)
                        MOVE OP-COSTUME-ID TO WS-ITEM-KEY(8:3)
                        MOVE OP-COSTUME-SIZE TO WS-ITEM-KEY(11:1)
                        MOVE OP-COSTUME-TYPE TO WS-ITEM-KEY(12:1)
                        PERFORM 225-FIND-PO-ITEM
                        IF WS-ITEM-FOUND = 'NO'
                           IF PO-ITEM-COUNT >= 2000
                              DISPLAY "OPEN PO FILE EXCEEDS TABLE "
                                 "LIMIT OF 2000 ITEMS - RUN ABORTED"
                              CLOSE OPEN-PO-FILE
                              CLOSE INVENTORY-ERROR-REPORT
                                    APPROVED-TO-PAY-FILE
                                    INVOICE-HOLD-REPORT
                              MOVE 12 TO RETURN-CODE
                              GOBACK
                           END-IF
                           ADD 1 TO PO-ITEM-COUNT
                           MOVE PO-ITEM-COUNT TO SUB
                           MOVE WS-ITEM-KEY TO PI-ITEM-KEY(SUB)
                           MOVE 0 TO PI-QTY-RECEIVED(SUB)
                           MOVE 0 TO PI-UNIT-COST(SUB)
                           MOVE 'NO' TO PI-COST-KNOWN(SUB)
                           MOVE HIGH-VALUES TO PI-FIRST-ORDER(SUB)
                        END-IF
                        ADD OP-QTY-RECEIVED TO PI-QTY-RECEIVED(SUB)
                        IF OP-ORDER-DATE IS NUMERIC
                           IF OP-ORDER-DATE < PI-FIRST-ORDER(SUB)
                              MOVE OP-ORDER-DATE TO PI-FIRST-ORDER(SUB)
                           END-IF
                        ELSE
                           MOVE '00000000' TO PI-FIRST-ORDER(SUB)
                        END-IF
                        IF OP-UNIT-COST IS NUMERIC
                           IF PI-COST-KNOWN(SUB) = 'NO' OR
                              OP-UNIT-COST > PI-UNIT-COST(SUB)
                              MOVE OP-UNIT-COST TO PI-UNIT-COST(SUB)
                           END-IF
                           MOVE 'YES' TO PI-COST-KNOWN(SUB)
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE
           MOVE ' ' TO EOF-FLAG
           .

       225-FIND-PO-ITEM.

           MOVE 'NO' TO WS-ITEM-FOUND
           PERFORM VARYING SUB4 FROM 1 BY 1
                   UNTIL SUB4 > PO-ITEM-COUNT
                      OR WS-ITEM-FOUND = 'YES'
               IF PI-ITEM-KEY(SUB4) = WS-ITEM-KEY
                  MOVE 'YES' TO WS-ITEM-FOUND
                  MOVE SUB4 TO SUB
               END-IF
           END-PERFORM
           .

       240-LOAD-INVOICE-HISTORY.

      *    EVERY INVOICE ON FILE COUNTS FOR THE DUPLICATE CHECK, BUT A
      *    LINE COUNTS AS BILLED ONLY WHEN IT WAS APPROVED ON OR AFTER
      *    THE ORDER DATE OF THE OLDEST PO LINE STILL ON FILE FOR THE
      *    ITEM.  AN EARLIER LINE WAS BILLED AGAINST RECEIPTS ON PO
      *    LINES THAT HAVE SINCE BEEN PURGED, AND PROGRAM-4C NEVER
      *    PURGES A LINE THAT STILL COUNTS HERE.
           OPEN INPUT INVOICE-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ INVOICE-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF IH-QUANTITY IS NUMERIC
                        MOVE IH-VENDOR-ID TO WS-INVOICE-KEY(1:4)
                        MOVE IH-INVOICE-NO TO WS-INVOICE-KEY(5:10)
                        MOVE IH-VENDOR-ID TO WS-ITEM-KEY(1:4)
                        MOVE IH-WAREHOUSE-ID TO WS-ITEM-KEY(5:3)
                        MOVE IH-COSTUME-ID TO WS-ITEM-KEY(8:3)
                        MOVE IH-COSTUME-SIZE TO WS-ITEM-KEY(11:1)
                        MOVE IH-COSTUME-TYPE TO WS-ITEM-KEY(12:1)
                        MOVE 0 TO WS-QTY-BILLED
                        PERFORM 225-FIND-PO-ITEM
                        IF WS-ITEM-FOUND = 'YES'
                           IF IH-APPROVE-DATE IS NOT NUMERIC OR
                              IH-APPROVE-DATE NOT < PI-FIRST-ORDER(SUB)
                              MOVE IH-QUANTITY TO WS-QTY-BILLED
                           END-IF
                        END-IF
                        PERFORM 470-RECORD-BILLED-LINE
                     END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG

           OPEN EXTEND INVOICE-HISTORY-FILE
           .

       260-LOAD-VENDOR-INVOICES.

           OPEN INPUT VENDOR-INVOICE-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ VENDOR-INVOICE-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CT-LINES-READ
                     IF INVOICE-LINE-COUNT >= 2000
                        DISPLAY "VENDOR INVOICE FILE EXCEEDS TABLE "
                           "LIMIT OF 2000 RECORDS - RUN ABORTED"
                        CLOSE VENDOR-INVOICE-FILE
                        CLOSE INVENTORY-ERROR-REPORT
                              APPROVED-TO-PAY-FILE
                              INVOICE-HOLD-REPORT
                              INVOICE-HISTORY-FILE
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                     END-IF
                     ADD 1 TO INVOICE-LINE-COUNT
                     MOVE VENDOR-INVOICE-REC TO
                        IL-ROW(INVOICE-LINE-COUNT)
                     MOVE SPACES TO IL-FLAGS(INVOICE-LINE-COUNT)
                     MOVE 0 TO IL-PO-COST(INVOICE-LINE-COUNT)
                     MOVE 0 TO IL-QTY-RECEIVED(INVOICE-LINE-COUNT)
                     MOVE 0 TO IL-QTY-BILLED(INVOICE-LINE-COUNT)
                     MOVE 'N' TO IL-PASS(INVOICE-LINE-COUNT)
               END-READ
           END-PERFORM
           CLOSE VENDOR-INVOICE-FILE
           MOVE ' ' TO EOF-FLAG
           .

       300-MATCH-INVOICES.

      *    EACH PASS TAKES THE FIRST LINE NOT YET MATCHED AND ALL
      *    LATER LINES WITH THE SAME VENDOR AND INVOICE NUMBER, SO AN
      *    INVOICE IS APPROVED OR HELD AS A WHOLE.
           PERFORM VARYING SUB3 FROM 1 BY 1
                   UNTIL SUB3 > INVOICE-LINE-COUNT
               IF IL-PASS(SUB3) = 'N'
                  MOVE IL-ROW(SUB3) TO IL-WORK-REC
                  MOVE IW-VENDOR-ID TO WS-INVOICE-KEY(1:4)
                  MOVE IW-INVOICE-NO TO WS-INVOICE-KEY(5:10)
                  PERFORM 350-CHECK-ONE-INVOICE
                  IF WS-INVOICE-HELD = 'YES'
                     PERFORM 450-HOLD-ONE-INVOICE
                  ELSE
                     PERFORM 400-APPROVE-ONE-INVOICE
                  END-IF
               END-IF
           END-PERFORM
           .

       350-CHECK-ONE-INVOICE.

           MOVE 'NO' TO WS-INVOICE-HELD

           MOVE 'NO' TO WS-DUPLICATE-FOUND
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PAID-INVOICE-COUNT
               IF PD-INVOICE-KEY(SUB) = WS-INVOICE-KEY
                  MOVE 'YES' TO WS-DUPLICATE-FOUND
               END-IF
           END-PERFORM

           PERFORM VARYING SUB2 FROM SUB3 BY 1
                   UNTIL SUB2 > INVOICE-LINE-COUNT
               IF IL-PASS(SUB2) = 'N' AND
                  IL-ROW(SUB2)(1:14) = WS-INVOICE-KEY
                  MOVE 'P' TO IL-PASS(SUB2)
                  PERFORM 360-CHECK-ONE-LINE
               END-IF
           END-PERFORM
           .

       360-CHECK-ONE-LINE.

           MOVE IL-ROW(SUB2) TO IL-WORK-REC
           IF WS-DUPLICATE-FOUND = 'YES'
              MOVE 'DUP' TO IL-FLAG-DUP(SUB2)
           END-IF

           IF IW-QUANTITY IS NOT NUMERIC OR IW-QUANTITY = 0
              MOVE "BAD QUANTITY" TO WS-ERROR-REASON
           ELSE
              IF IW-UNIT-COST IS NOT NUMERIC
                 MOVE "BAD COST" TO WS-ERROR-REASON
              ELSE
                 MOVE SPACES TO WS-ERROR-REASON
              END-IF
           END-IF

           IF WS-ERROR-REASON NOT = SPACES
              MOVE 'BAD' TO IL-FLAG-QTY(SUB2)
              MOVE SPACES TO ERROR-REPORT-RECORD
              MOVE WS-DATE TO ELR-RUN-DATE
              MOVE WS-ERROR-REASON TO ELR-REASON-CODE
              MOVE SPACES TO ELR-RECORD-DATA
              MOVE IL-ROW(SUB2) TO ELR-RECORD-DATA(1:31)
              WRITE ERROR-REPORT-RECORD
              ADD 1 TO CT-LINES-REJECTED
           ELSE
              MOVE IL-ROW(SUB2)(1:4) TO WS-ITEM-KEY(1:4)
              MOVE IL-ROW(SUB2)(15:8) TO WS-ITEM-KEY(5:8)
              PERFORM 225-FIND-PO-ITEM
              IF WS-ITEM-FOUND = 'NO'
                 MOVE 'NPO' TO IL-FLAG-NO-PO(SUB2)
              ELSE
                 MOVE PI-QTY-RECEIVED(SUB) TO IL-QTY-RECEIVED(SUB2)
                 MOVE PI-UNIT-COST(SUB) TO IL-PO-COST(SUB2)
                 IF PI-COST-KNOWN(SUB) = 'NO' OR
                    IW-UNIT-COST > PI-UNIT-COST(SUB)
                    MOVE 'PRC' TO IL-FLAG-COST(SUB2)
                 END-IF
              END-IF
              PERFORM 370-ADD-BILLED-TO-DATE
              IF WS-ITEM-FOUND = 'YES' AND
                 IL-QTY-BILLED(SUB2) > IL-QTY-RECEIVED(SUB2)
                 MOVE 'OVR' TO IL-FLAG-QTY(SUB2)
              END-IF
           END-IF

           IF IL-FLAGS(SUB2) NOT = SPACES
              MOVE 'YES' TO WS-INVOICE-HELD
           END-IF
           .

       370-ADD-BILLED-TO-DATE.

      *    BILLED TO DATE IS WHAT WAS APPROVED FOR THE ITEM ON EARLIER
      *    INVOICES PLUS THIS LINE AND ANY EARLIER LINE OF THIS SAME
      *    INVOICE FOR THE ITEM.
           MOVE 0 TO WS-QTY-BILLED
           PERFORM VARYING SUB4 FROM 1 BY 1
                   UNTIL SUB4 > BILLED-ITEM-COUNT
               IF BI-ITEM-KEY(SUB4) = WS-ITEM-KEY
                  MOVE BI-QTY-BILLED(SUB4) TO WS-QTY-BILLED
               END-IF
           END-PERFORM

           PERFORM VARYING SUB4 FROM SUB3 BY 1
                   UNTIL SUB4 > SUB2
               IF IL-ROW(SUB4)(1:14) = WS-INVOICE-KEY AND
                  IL-ROW(SUB4)(15:8) = WS-ITEM-KEY(5:8) AND
                  IL-ROW(SUB4)(23:3) IS NUMERIC
                  MOVE IL-ROW(SUB4) TO IL-WORK-REC
                  ADD IW-QUANTITY TO WS-QTY-BILLED
               END-IF
           END-PERFORM
           MOVE IL-ROW(SUB2) TO IL-WORK-REC
           MOVE WS-QTY-BILLED TO IL-QTY-BILLED(SUB2)
           .

       400-APPROVE-ONE-INVOICE.

           ADD 1 TO CT-INVOICES-APPROVED
           PERFORM VARYING SUB2 FROM SUB3 BY 1
                   UNTIL SUB2 > INVOICE-LINE-COUNT
               IF IL-PASS(SUB2) = 'P'
                  MOVE 'Y' TO IL-PASS(SUB2)
                  MOVE IL-ROW(SUB2) TO IL-WORK-REC
                  COMPUTE WS-EXTENDED-COST =
                     IW-QUANTITY * IW-UNIT-COST

                  MOVE WS-DATE TO AP-APPROVE-DATE
                  MOVE IW-VENDOR-ID TO AP-VENDOR-ID
                  MOVE IW-INVOICE-NO TO AP-INVOICE-NO
                  MOVE IW-WAREHOUSE-ID TO AP-WAREHOUSE-ID
                  MOVE IW-COSTUME-ID TO AP-COSTUME-ID
                  MOVE IW-COSTUME-SIZE TO AP-COSTUME-SIZE
                  MOVE IW-COSTUME-TYPE TO AP-COSTUME-TYPE
                  MOVE IW-QUANTITY TO AP-QUANTITY
                  MOVE IW-UNIT-COST TO AP-UNIT-COST
                  MOVE WS-EXTENDED-COST TO AP-EXTENDED-COST
                  WRITE APPROVED-TO-PAY-REC

                  MOVE APPROVED-TO-PAY-REC TO INVOICE-HISTORY-REC
                  WRITE INVOICE-HISTORY-REC

                  MOVE IL-ROW(SUB2)(1:4) TO WS-ITEM-KEY(1:4)
                  MOVE IL-ROW(SUB2)(15:8) TO WS-ITEM-KEY(5:8)
                  MOVE IW-QUANTITY TO WS-QTY-BILLED
                  PERFORM 470-RECORD-BILLED-LINE

                  ADD 1 TO CT-LINES-APPROVED
                  ADD WS-EXTENDED-COST TO CT-AMOUNT-APPROVED
               END-IF
           END-PERFORM
           .

       450-HOLD-ONE-INVOICE.

           ADD 1 TO CT-INVOICES-HELD
           MOVE 0 TO WS-INVOICE-AMOUNT
           MOVE SPACES TO HIL-FLAG-DUP
           PERFORM VARYING SUB2 FROM SUB3 BY 1
                   UNTIL SUB2 > INVOICE-LINE-COUNT
               IF IL-PASS(SUB2) = 'P'
                  MOVE 'H' TO IL-PASS(SUB2)
                  MOVE IL-ROW(SUB2) TO IL-WORK-REC
                  MOVE IW-VENDOR-ID TO HDL-VENDOR-ID
                  MOVE IW-INVOICE-NO TO HDL-INVOICE-NO
                  MOVE IW-WAREHOUSE-ID TO HDL-WAREHOUSE-ID
                  MOVE IW-COSTUME-ID TO HDL-COSTUME-ID
                  MOVE IW-COSTUME-SIZE TO HDL-COSTUME-SIZE
                  MOVE IW-COSTUME-TYPE TO HDL-COSTUME-TYPE
                  IF IL-FLAG-QTY(SUB2) = 'BAD'
                     MOVE 0 TO HDL-QUANTITY
                     MOVE 0 TO HDL-BILLED-COST
                  ELSE
                     MOVE IW-QUANTITY TO HDL-QUANTITY
                     MOVE IW-UNIT-COST TO HDL-BILLED-COST
                     COMPUTE WS-EXTENDED-COST =
                        IW-QUANTITY * IW-UNIT-COST
                     ADD WS-EXTENDED-COST TO WS-INVOICE-AMOUNT
                  END-IF
                  MOVE IL-PO-COST(SUB2) TO HDL-PO-COST
                  MOVE IL-QTY-RECEIVED(SUB2) TO HDL-QTY-RECEIVED
                  MOVE IL-QTY-BILLED(SUB2) TO HDL-QTY-BILLED
                  MOVE IL-FLAG-QTY(SUB2) TO HDL-FLAG-QTY
                  MOVE IL-FLAG-COST(SUB2) TO HDL-FLAG-COST
                  MOVE IL-FLAG-NO-PO(SUB2) TO HDL-FLAG-NO-PO
                  IF IL-FLAG-DUP(SUB2) NOT = SPACES
                     MOVE IL-FLAG-DUP(SUB2) TO HIL-FLAG-DUP
                  END-IF
                  WRITE INVOICE-HOLD-RECORD FROM HOLD-DETAIL-LINE
                      AFTER ADVANCING 1 LINES
                  ADD 1 TO CT-LINES-HELD
               END-IF
           END-PERFORM

           MOVE WS-INVOICE-AMOUNT TO HIL-AMOUNT
           WRITE INVOICE-HOLD-RECORD FROM HOLD-INVOICE-LINE
               AFTER ADVANCING 1 LINES
           ADD WS-INVOICE-AMOUNT TO CT-AMOUNT-HELD
           .

       470-RECORD-BILLED-LINE.

           MOVE 'NO' TO WS-DUPLICATE-FOUND
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PAID-INVOICE-COUNT
                      OR WS-DUPLICATE-FOUND = 'YES'
               IF PD-INVOICE-KEY(SUB) = WS-INVOICE-KEY
                  MOVE 'YES' TO WS-DUPLICATE-FOUND
               END-IF
           END-PERFORM
           IF WS-DUPLICATE-FOUND = 'NO'
              IF PAID-INVOICE-COUNT >= 5000
                 DISPLAY "VENDOR INVOICE HISTORY EXCEEDS TABLE "
                    "LIMIT OF 5000 INVOICES - RUN ABORTED"
                 CLOSE INVENTORY-ERROR-REPORT
                       APPROVED-TO-PAY-FILE
                       INVOICE-HOLD-REPORT
                       INVOICE-HISTORY-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO PAID-INVOICE-COUNT
              MOVE WS-INVOICE-KEY TO PD-INVOICE-KEY(PAID-INVOICE-COUNT)
           END-IF

           MOVE 'NO' TO WS-ITEM-FOUND
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > BILLED-ITEM-COUNT
                      OR WS-ITEM-FOUND = 'YES'
               IF BI-ITEM-KEY(SUB) = WS-ITEM-KEY
                  MOVE 'YES' TO WS-ITEM-FOUND
                  ADD WS-QTY-BILLED TO BI-QTY-BILLED(SUB)
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND = 'NO'
              IF BILLED-ITEM-COUNT >= 2000
                 DISPLAY "VENDOR INVOICE HISTORY EXCEEDS TABLE "
                    "LIMIT OF 2000 ITEMS - RUN ABORTED"
                 CLOSE INVENTORY-ERROR-REPORT
                       APPROVED-TO-PAY-FILE
                       INVOICE-HOLD-REPORT
                       INVOICE-HISTORY-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO BILLED-ITEM-COUNT
              MOVE WS-ITEM-KEY TO BI-ITEM-KEY(BILLED-ITEM-COUNT)
              MOVE WS-QTY-BILLED TO BI-QTY-BILLED(BILLED-ITEM-COUNT)
           END-IF
           .

       800-PRINT-HOLD-TOTALS.

           MOVE 'INVOICE LINES READ:' TO HTT-LABEL
           MOVE CT-LINES-READ TO HTT-COUNT
           WRITE INVOICE-HOLD-RECORD FROM HOLD-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'INVOICES APPROVED TO PAY:' TO HTT-LABEL
           MOVE CT-INVOICES-APPROVED TO HTT-COUNT
           WRITE INVOICE-HOLD-RECORD FROM HOLD-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'INVOICES HELD:' TO HTT-LABEL
           MOVE CT-INVOICES-HELD TO HTT-COUNT
           WRITE INVOICE-HOLD-RECORD FROM HOLD-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'LINES APPROVED TO PAY:' TO HTT-LABEL
           MOVE CT-LINES-APPROVED TO HTT-COUNT
           WRITE INVOICE-HOLD-RECORD FROM HOLD-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'LINES HELD:' TO HTT-LABEL
           MOVE CT-LINES-HELD TO HTT-COUNT
           WRITE INVOICE-HOLD-RECORD FROM HOLD-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'LINES REJECTED TO LOG:' TO HTT-LABEL
           MOVE CT-LINES-REJECTED TO HTT-COUNT
           WRITE INVOICE-HOLD-RECORD FROM HOLD-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'AMOUNT APPROVED TO PAY:' TO HTV-LABEL
           MOVE CT-AMOUNT-APPROVED TO HTV-VALUE
           WRITE INVOICE-HOLD-RECORD FROM HOLD-VALUE-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'AMOUNT HELD:' TO HTV-LABEL
           MOVE CT-AMOUNT-HELD TO HTV-VALUE
           WRITE INVOICE-HOLD-RECORD FROM HOLD-VALUE-LINE
               AFTER ADVANCING 1 LINES
           .

       900-END-OF-JOB-ROUTINE.

           CLOSE INVENTORY-ERROR-REPORT
                 APPROVED-TO-PAY-FILE
                 INVOICE-HISTORY-FILE
                 INVOICE-HOLD-REPORT

           IF CT-INVOICES-HELD > 0 OR CT-LINES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
           .
