        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROGRAM-4I.
        AUTHOR. Zeth Malcom.
      ****************************************************************
      *  ASHRALS, Ltd. customer invoicing run.  Billing staff used
      *  to retype every pick list line into the accounting package
      *  and some shipments were never billed at all.  This program
      *  reads the shipment history written by PROGRAM-4O, gathers
      *  every line not yet invoiced by order number and customer,
      *  and bills each order on one numbered invoice.  Lines are
      *  priced from the SELLING PRICE list by costume, size, and
      *  type; the cost side comes from the record price on the
      *  indexed correct inventory file, so selling price and cost
      *  are never confused.  If any line of an order cannot be
      *  priced or journaled - a costume type other than A or C, or
      *  a warehouse past the 50 the journal holds - the whole order
      *  is held, logged, and left unbilled for the next run, so an
      *  order is never split across two invoices.  The unit price
      *  billed is stored on each shipment line so returns are
      *  credited at the price the customer paid.  Invoice numbers
      *  come from the invoice control file and are never reused.
      *  A daily sales register lists every invoice written, and a
      *  revenue and cost of goods sold journal is appended per
      *  warehouse and costume type in the same fixed format as the
      *  GL JOURNAL FEED from PROGRAM-4V.  Invoiced lines shipped
      *  before the history retention window on the CLOSE PARAMETER
      *  file (53 weeks unless it says otherwise) are copied through
      *  untouched rather than loaded.
      * ***************
      *  INPUT:
      *     The SHIPMENT HISTORY file from PROGRAM-4O contains the
      *     following data in each record:
      *         1.  SHIP DATE
      *         2.  ORDER NUMBER AND CUSTOMER ID
      *         3.  VENDOR ID, WAREHOUSE ID, COSTUME ID
      *         4.  COSTUME SIZE AND TYPE
      *         5.  QUANTITY SHIPPED
      *         6.  INVOICE NUMBER (ZERO UNTIL BILLED)
      *         7.  UNIT PRICE BILLED (ZERO UNTIL BILLED)
      *
      *     The SELLING PRICE file contains the following data in
      *     each record:
      *         1.  COSTUME ID
      *         2.  COSTUME SIZE AND TYPE
      *         3.  UNIT SELLING PRICE
      *
      *     The INVOICE CONTROL file holding the last used invoice
      *     number, and the indexed CORRECT INVENTORY file from
      *     PROGRAM-4X for the unit cost.
      * ***************
      *  OUTPUT:
      *      The CUSTOMER INVOICE print, the DAILY SALES REGISTER,
      *      lines appended to the SALES JOURNAL file (units, sales
      *      dollars in the actual value field, cost of goods sold
      *      in the standard value field, and gross margin in the
      *      variance field), the SHIPMENT HISTORY file rewritten
      *      with the invoice numbers and unit prices assigned, the
      *      rewritten INVOICE CONTROL file, and held lines appended
      *      to the error log.
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL SHIPMENT-HISTORY-FILE
                ASSIGN TO "SHIPMENT-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SHIPMENT-WORK-FILE
                ASSIGN TO "INVOICE-SHIPMENT-WORK.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CLOSE-PARM-FILE
                ASSIGN TO "CLOSE-PARM.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SELLING-PRICE-FILE
                ASSIGN TO "SELLING-PRICE.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVOICE-CONTROL-FILE
                ASSIGN TO "INVOICE-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT INDEXED-INVENTORY-FILE
                ASSIGN TO "CORRECT-INVENTORY.IDX"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XI-RECORD-KEY
                ALTERNATE RECORD KEY IS XI-COSTUME-ID
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS XI-WAREHOUSE-ID
                    WITH DUPLICATES
                FILE STATUS IS WS-INDEXED-STATUS.

            SELECT OPTIONAL SALES-JOURNAL-FILE
                ASSIGN TO "SALES-JOURNAL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVENTORY-ERROR-REPORT
                ASSIGN TO "ERRORS-DSR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT INVOICE-REPORT
                ASSIGN TO PRINTER 'INVOICE-DSR.TXT'.

            SELECT SALES-REGISTER-REPORT
                ASSIGN TO PRINTER 'SALESREG-DSR.TXT'.

        DATA DIVISION.
        FILE SECTION.

       FD  SHIPMENT-HISTORY-FILE
           RECORD CONTAINS 47 CHARACTERS.

       01  SHIPMENT-HISTORY-REC              PIC X(47).

       FD  SHIPMENT-WORK-FILE
           RECORD CONTAINS 47 CHARACTERS.

       01  SHIPMENT-WORK-REC                 PIC X(47).

       FD  CLOSE-PARM-FILE
           RECORD CONTAINS 2 CHARACTERS.

       01  CLOSE-PARM-REC.
           05  CP-RETENTION-WEEKS           PIC 9(2).

       FD  SELLING-PRICE-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01  SELLING-PRICE-REC.
           05  SP-COSTUME-ID                PIC X(3).
           05  SP-COSTUME-SIZE              PIC A.
           05  SP-COSTUME-TYPE              PIC A.
           05  SP-SELL-PRICE                PIC 9(4)V99.

       FD  INVOICE-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  INVOICE-CONTROL-REC.
           05  IC-LAST-INVOICE-NO           PIC 9(6).

       FD  INDEXED-INVENTORY-FILE
           RECORD CONTAINS 288 CHARACTERS.

       01  INDEXED-INVENTORY-REC.
           05  XI-RECORD-KEY.
               10  XI-VENDOR-ID              PIC X(4).
               10  XI-WAREHOUSE-ID           PIC X(3).
               10  XI-COSTUME-ID             PIC X(3).
           05  XI-COSTUME-COUNT              PIC 9(2).
           05  XI-COSTUME-ARRAY OCCURS 1 TO 12 TIMES
                  DEPENDING ON XI-COSTUME-COUNT.
               10  XI-COSTUME-NAME           PIC X(9).
               10  XI-COSTUME-SIZE           PIC A.
               10  XI-COSTUME-TYPE           PIC A.
               10  XI-QTY-IN-STOCK           PIC S9(3).
               10  XI-REORDER-POINT          PIC S9(3).
               10  XI-COSTUME-PRICE          PIC S9(4)V99.

       FD  SALES-JOURNAL-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  SALES-JOURNAL-REC.
           05  GL-RUN-DATE                  PIC X(8).
           05  GL-WAREHOUSE-ID              PIC X(3).
           05  GL-COSTUME-TYPE              PIC X.
           05  GL-UNITS                     PIC 9(7).
           05  GL-ACTUAL-VALUE              PIC 9(9)V99.
           05  GL-STANDARD-VALUE            PIC 9(9)V99.
           05  GL-VARIANCE                  PIC S9(9)V99
                                            SIGN LEADING SEPARATE.

       FD  INVENTORY-ERROR-REPORT
           RECORD CONTAINS 311 CHARACTERS.

       01  ERROR-REPORT-RECORD.
           05  ELR-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  ELR-REASON-CODE              PIC X(13).
           05  FILLER                       PIC X VALUE SPACE.
           05  ELR-RECORD-DATA              PIC X(288).

       FD  INVOICE-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       01  INVOICE-RECORD                   PIC X(71).

       FD  SALES-REGISTER-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       01  SALES-REGISTER-RECORD            PIC X(71).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.

            05  EOF-FLAG                PIC X         VALUE ' '.
                88  NO-MORE-DATA                      VALUE 'N'.
            05  WS-INDEXED-STATUS       PIC XX.
            05  WS-ITEM-FOUND           PIC XXX       VALUE 'NO'.
            05  WS-PRICE-FOUND          PIC XXX       VALUE 'NO'.
            05  WS-ORDER-HELD           PIC XXX       VALUE 'NO'.

        01  SUB  PIC 9(4)   VALUE 1.

        01  PRICE-TABLE-COUNT       PIC 9(4)  VALUE 0.
        01  PRICE-TABLE.
            05  PRICE-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON PRICE-TABLE-COUNT
                INDEXED BY PR-INDEX.
                10  PR-PRICE-KEY        PIC X(5).
                10  PR-SELL-PRICE       PIC 9(4)V99.

        01  SHIP-LINE-COUNT         PIC 9(4)  VALUE 0.
        01  SHIP-LINE-TABLE.
            05  SHIP-LINE-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON SHIP-LINE-COUNT.
                10  SH-ROW              PIC X(47).
                10  SH-UNIT-PRICE       PIC 9(4)V99.
                10  SH-UNIT-COST        PIC S9(4)V99.
                10  SH-PASS             PIC X.

        01  WORK-SHIP-LINE.
            05  WL-SHIP-DATE                 PIC X(8).
            05  WL-ORDER-NO                  PIC 9(6).
            05  WL-CUSTOMER-ID               PIC X(6).
            05  WL-VENDOR-ID                 PIC X(4).
            05  WL-WAREHOUSE-ID              PIC X(3).
            05  WL-COSTUME-ID                PIC X(3).
            05  WL-COSTUME-SIZE              PIC A.
            05  WL-COSTUME-TYPE              PIC A.
            05  WL-SHIP-QTY                  PIC 9(3).
            05  WL-INVOICE-NO                PIC 9(6).
            05  WL-UNIT-PRICE                PIC 9(4)V99.

        01  TEMPORARY-FIELDS.

            05  WS-SHIP-SUB             PIC 9(4).
            05  WS-LINE-SUB             PIC 9(4).
            05  WS-NEXT-INVOICE-NO      PIC 9(6)     VALUE 0.
            05  WS-INVOICE-ORDER        PIC 9(6).
            05  WS-INVOICE-CUSTOMER     PIC X(6).
            05  WS-PRICE-KEY            PIC X(5).
            05  WS-ERROR-REASON         PIC X(13).
            05  WS-EXTENDED-AMOUNT      PIC 9(7)V99.
            05  WS-EXTENDED-COST        PIC S9(7)V99.
            05  WS-INVOICE-LINES        PIC 9(4).
            05  WS-INVOICE-UNITS        PIC 9(5).
            05  WS-INVOICE-SALES        PIC 9(9)V99.
            05  WS-INVOICE-COST         PIC S9(9)V99.
            05  WS-GROSS-MARGIN         PIC S9(11)V99.
            05  WS-RETENTION-WEEKS      PIC 9(2)     VALUE 53.
            05  WS-DATE-NUM             PIC 9(8).
            05  WS-DATE-INT             PIC 9(8).
            05  WS-HISTORY-CUTOFF       PIC X(8).

        01  CONTROL-TOTALS.
            05  CT-LINES-READ           PIC 9(6)     VALUE 0.
            05  CT-LINES-INVOICED       PIC 9(6)     VALUE 0.
            05  CT-INVOICES-WRITTEN     PIC 9(6)     VALUE 0.
            05  CT-ORDERS-HELD          PIC 9(6)     VALUE 0.
            05  CT-LINES-REJECTED       PIC 9(6)     VALUE 0.
            05  CT-LINES-RETAINED       PIC 9(6)     VALUE 0.
            05  CT-TOTAL-SALES          PIC 9(11)V99 VALUE 0.
            05  CT-TOTAL-COST           PIC S9(11)V99 VALUE 0.

        01  JOURNAL-FIELDS.
            05  SJ-WHSE-SUB             PIC 99.
            05  SJ-MATCH-WHSE           PIC 99.
            05  SJ-TYPE-SUB             PIC 9.
            05  SJ-BUCKET-COUNT         PIC 99       VALUE 0.
            05  SJ-ORDER-BUCKETS        PIC 99       VALUE 0.

        01  JOURNAL-TABLE.
            05  SJ-WHSE-ENTRY OCCURS 50 TIMES.
                10  SJ-WHSE-ID          PIC X(3).
                10  SJ-TYPE-ENTRY OCCURS 2 TIMES.
                    15  SJ-UNITS        PIC 9(7).
                    15  SJ-SALES        PIC 9(9)V99.
                    15  SJ-COST         PIC 9(9)V99.

        01  TYPE-CODE-TEXT.
            05           PIC X          VALUE "A".
            05           PIC X          VALUE "C".

        01  TYPE-CODE-TABLE REDEFINES TYPE-CODE-TEXT.
            05  SJ-TYPE-CODE OCCURS 2 TIMES  PIC X.

        01  WS-DATE.
            05  RUN-YEAR                PIC 9(4).
            05  RUN-MONTH               PIC 99.
            05  RUN-DAY                 PIC 99.

       01  INVOICE-HEADING-ONE.

            05  FILLER              PIC X(27)  VALUE SPACES.
            05                      PIC X(16)
               VALUE 'CUSTOMER INVOICE'.
            05  FILLER              PIC X(28)  VALUE SPACES.

       01  INVOICE-HEADING-TWO.

            05                      PIC X(11)  VALUE '  INVOICE: '.
            05  IVH-INVOICE-NO      PIC 9(6).
            05                      PIC X(9)   VALUE '  ORDER: '.
            05  IVH-ORDER-NO        PIC 9(6).
            05                      PIC X(12)  VALUE '  CUSTOMER: '.
            05  IVH-CUSTOMER-ID     PIC X(6).
            05                      PIC X(8)   VALUE '  DATE: '.
            05  IVH-DATE            PIC X(8).
            05  FILLER              PIC X(5)   VALUE SPACES.

       01  INVOICE-HEADING-THREE.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(6)   VALUE 'VENDOR'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(4)   VALUE 'WHSE'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(4)   VALUE 'CSTM'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(4)   VALUE 'SIZE'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(4)   VALUE 'TYPE'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(5)   VALUE '  QTY'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(10)  VALUE 'UNIT PRICE'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(13)
               VALUE '     EXTENDED'.
            05  FILLER              PIC X(5)   VALUE SPACES.

       01  INVOICE-DETAIL-LINE.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05  IVL-VENDOR-ID       PIC X(4).
            05  FILLER              PIC X(4)   VALUE SPACES.
            05  IVL-WAREHOUSE-ID    PIC X(3).
            05  FILLER              PIC X(3)   VALUE SPACES.
            05  IVL-COSTUME-ID      PIC X(3).
            05  FILLER              PIC X(4)   VALUE SPACES.
            05  IVL-COSTUME-SIZE    PIC X.
            05  FILLER              PIC X(5)   VALUE SPACES.
            05  IVL-COSTUME-TYPE    PIC X.
            05  FILLER              PIC X(6)   VALUE SPACES.
            05  IVL-QUANTITY        PIC ZZ9.
            05  FILLER              PIC X(3)   VALUE SPACES.
            05  IVL-UNIT-PRICE      PIC $Z,ZZ9.99.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  IVL-EXTENDED        PIC $Z,ZZZ,ZZ9.99.
            05  FILLER              PIC X(5)   VALUE SPACES.

       01  INVOICE-TOTAL-LINE.

            05  FILLER              PIC X(38)  VALUE SPACES.
            05                      PIC X(15)
               VALUE 'INVOICE TOTAL: '.
            05  IVT-AMOUNT          PIC $Z,ZZZ,ZZ9.99.
            05  FILLER              PIC X(5)   VALUE SPACES.

       01  REGISTER-HEADING-ONE.

            05  FILLER              PIC X(25)  VALUE SPACES.
            05                      PIC X(20)
               VALUE 'DAILY SALES REGISTER'.
            05  FILLER              PIC X(26)  VALUE SPACES.

       01  REGISTER-HEADING-TWO.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(7)   VALUE 'INVOICE'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(6)   VALUE ' ORDER'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(8)   VALUE 'CUSTOMER'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(5)   VALUE 'LINES'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(5)   VALUE 'UNITS'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(13)
               VALUE ' SALES AMOUNT'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(13)
               VALUE 'COST OF SALES'.

       01  REGISTER-DETAIL-LINE.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05  SRL-INVOICE-NO      PIC 9(6).
            05  FILLER              PIC X(3)   VALUE SPACES.
            05  SRL-ORDER-NO        PIC 9(6).
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  SRL-CUSTOMER-ID     PIC X(6).
            05  FILLER              PIC X(4)   VALUE SPACES.
            05  SRL-LINES           PIC ZZZZ9.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  SRL-UNITS           PIC ZZZZ9.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  SRL-SALES           PIC $Z,ZZZ,ZZ9.99.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  SRL-COST            PIC $Z,ZZZ,ZZ9.99.

       01  REGISTER-TOTAL-LINE.

            05  SRT-LABEL           PIC X(30).
            05  SRT-COUNT           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(34)  VALUE SPACES.

       01  REGISTER-VALUE-LINE.

            05  SRV-LABEL           PIC X(30).
            05  SRV-VALUE           PIC $ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(25)  VALUE SPACES.

       PROCEDURE DIVISION.

       100-CONTROL-MODULE.

           PERFORM 200-HOUSEKEEPING-ROUTINE
           PERFORM 220-LOAD-SELLING-PRICES
           PERFORM 240-LOAD-SHIPMENT-HISTORY
           PERFORM 260-READ-INVOICE-CONTROL
           PERFORM 300-INVOICE-SHIPMENTS
           PERFORM 700-REWRITE-SHIPMENT-HISTORY
           PERFORM 720-WRITE-INVOICE-CONTROL
           PERFORM 740-WRITE-SALES-JOURNAL
           PERFORM 800-PRINT-REGISTER-TOTALS
           PERFORM 900-END-OF-JOB-ROUTINE
           .

       200-HOUSEKEEPING-ROUTINE.

           OPEN EXTEND INVENTORY-ERROR-REPORT
           OPEN OUTPUT INVOICE-REPORT
                       SALES-REGISTER-REPORT

           OPEN INPUT INDEXED-INVENTORY-FILE
           IF WS-INDEXED-STATUS NOT = "00"
              DISPLAY "INDEXED FILE OPEN FAILED, STATUS "
                 WS-INDEXED-STATUS
              DISPLAY "RUN THE INDEXED LOAD AFTER THE INVENTORY RUN"
              CLOSE INVENTORY-ERROR-REPORT
                    INVOICE-REPORT
                    SALES-REGISTER-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           INITIALIZE JOURNAL-TABLE

           WRITE SALES-REGISTER-RECORD FROM REGISTER-HEADING-ONE
               AFTER ADVANCING 1 LINES
           WRITE SALES-REGISTER-RECORD FROM REGISTER-HEADING-TWO
               AFTER ADVANCING 2 LINES
           .

       220-LOAD-SELLING-PRICES.

           OPEN INPUT SELLING-PRICE-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ SELLING-PRICE-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF PRICE-TABLE-COUNT >= 2000
                        DISPLAY "SELLING PRICE FILE EXCEEDS TABLE "
                           "LIMIT OF 2000 RECORDS - RUN ABORTED"
                        CLOSE SELLING-PRICE-FILE
                              INVENTORY-ERROR-REPORT
                              INVOICE-REPORT
                              SALES-REGISTER-REPORT
                              INDEXED-INVENTORY-FILE
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                     END-IF
                     IF SP-SELL-PRICE IS NUMERIC
                        ADD 1 TO PRICE-TABLE-COUNT
                        MOVE SP-COSTUME-ID TO
                           PR-PRICE-KEY(PRICE-TABLE-COUNT)(1:3)
                        MOVE SP-COSTUME-SIZE TO
                           PR-PRICE-KEY(PRICE-TABLE-COUNT)(4:1)
                        MOVE SP-COSTUME-TYPE TO
                           PR-PRICE-KEY(PRICE-TABLE-COUNT)(5:1)
                        MOVE SP-SELL-PRICE TO
                           PR-SELL-PRICE(PRICE-TABLE-COUNT)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE SELLING-PRICE-FILE
           MOVE ' ' TO EOF-FLAG
           .

       230-SET-HISTORY-CUTOFF.

      *    LINES SHIPPED ON OR BEFORE THE CUTOFF ARE PURGED BY THE
      *    PERIOD CLOSE ONCE INVOICED; A MISSING OR UNREADABLE
      *    RETENTION KEEPS ITS DEFAULT.
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

           MOVE WS-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                                 - (WS-RETENTION-WEEKS * 7)
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-HISTORY-CUTOFF
           .

       240-LOAD-SHIPMENT-HISTORY.

      *    OLD INVOICED LINES ARE HELD ON THE WORK FILE AND WRITTEN
      *    BACK AHEAD OF THE TABLE WHEN THE HISTORY IS REWRITTEN.
           PERFORM 230-SET-HISTORY-CUTOFF
           OPEN INPUT SHIPMENT-HISTORY-FILE
           OPEN OUTPUT SHIPMENT-WORK-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ SHIPMENT-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     MOVE SHIPMENT-HISTORY-REC TO WORK-SHIP-LINE
                     IF WL-INVOICE-NO IS NUMERIC AND
                        WL-INVOICE-NO > WS-NEXT-INVOICE-NO
                        MOVE WL-INVOICE-NO TO WS-NEXT-INVOICE-NO
                     END-IF
                     IF WL-SHIP-DATE IS NUMERIC AND
                        WL-SHIP-DATE NOT > WS-HISTORY-CUTOFF AND
                        WL-INVOICE-NO IS NUMERIC AND
                        WL-INVOICE-NO > 0
                        WRITE SHIPMENT-WORK-REC
                           FROM SHIPMENT-HISTORY-REC
                        ADD 1 TO CT-LINES-RETAINED
                     ELSE
                        PERFORM 250-ADD-SHIPMENT-LINE
                     END-IF
               END-READ
           END-PERFORM
           CLOSE SHIPMENT-HISTORY-FILE
                 SHIPMENT-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           .

       250-ADD-SHIPMENT-LINE.

           IF SHIP-LINE-COUNT >= 5000
              DISPLAY "SHIPMENT HISTORY FILE EXCEEDS TABLE "
                 "LIMIT OF 5000 RECORDS - RUN ABORTED"
              CLOSE SHIPMENT-HISTORY-FILE
                    SHIPMENT-WORK-FILE
                    INVENTORY-ERROR-REPORT
                    INVOICE-REPORT
                    SALES-REGISTER-REPORT
                    INDEXED-INVENTORY-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO SHIP-LINE-COUNT
           MOVE SHIPMENT-HISTORY-REC TO
              SH-ROW(SHIP-LINE-COUNT)
           MOVE 0 TO SH-UNIT-PRICE(SHIP-LINE-COUNT)
           MOVE 0 TO SH-UNIT-COST(SHIP-LINE-COUNT)
           MOVE ' ' TO SH-PASS(SHIP-LINE-COUNT)
           IF WL-INVOICE-NO IS NUMERIC AND WL-INVOICE-NO = 0
              ADD 1 TO CT-LINES-READ
           END-IF
           .

       260-READ-INVOICE-CONTROL.

           OPEN INPUT INVOICE-CONTROL-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ INVOICE-CONTROL-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF IC-LAST-INVOICE-NO IS NUMERIC AND
                        IC-LAST-INVOICE-NO > WS-NEXT-INVOICE-NO
                        MOVE IC-LAST-INVOICE-NO TO
                           WS-NEXT-INVOICE-NO
                     END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-CONTROL-FILE
           MOVE ' ' TO EOF-FLAG
           .

       300-INVOICE-SHIPMENTS.

           PERFORM VARYING WS-SHIP-SUB FROM 1 BY 1
                   UNTIL WS-SHIP-SUB > SHIP-LINE-COUNT
               MOVE SH-ROW(WS-SHIP-SUB) TO WORK-SHIP-LINE
               IF WL-INVOICE-NO IS NUMERIC AND WL-INVOICE-NO = 0
                  AND SH-PASS(WS-SHIP-SUB) = ' '
                  MOVE WL-ORDER-NO TO WS-INVOICE-ORDER
                  MOVE WL-CUSTOMER-ID TO WS-INVOICE-CUSTOMER
                  PERFORM 350-PRICE-ONE-ORDER
                  IF WS-ORDER-HELD = 'YES'
                     PERFORM 380-HOLD-ONE-ORDER
                  ELSE
                     PERFORM 400-BILL-ONE-ORDER
                  END-IF
               END-IF
           END-PERFORM
           .

       350-PRICE-ONE-ORDER.

           MOVE 'NO' TO WS-ORDER-HELD
           MOVE SJ-BUCKET-COUNT TO SJ-ORDER-BUCKETS
           PERFORM VARYING WS-LINE-SUB FROM WS-SHIP-SUB BY 1
                   UNTIL WS-LINE-SUB > SHIP-LINE-COUNT
               MOVE SH-ROW(WS-LINE-SUB) TO WORK-SHIP-LINE
               IF WL-ORDER-NO = WS-INVOICE-ORDER AND
                  WL-CUSTOMER-ID = WS-INVOICE-CUSTOMER AND
                  WL-INVOICE-NO IS NUMERIC AND WL-INVOICE-NO = 0 AND
                  SH-PASS(WS-LINE-SUB) = ' '
                  PERFORM 360-PRICE-ONE-LINE
               END-IF
           END-PERFORM
           .

       360-PRICE-ONE-LINE.

           MOVE SPACES TO WS-ERROR-REASON
           IF WL-SHIP-QTY IS NOT NUMERIC OR WL-SHIP-QTY = 0
              MOVE "BAD QUANTITY" TO WS-ERROR-REASON
           END-IF

           IF WS-ERROR-REASON = SPACES
              MOVE WL-COSTUME-ID TO WS-PRICE-KEY(1:3)
              MOVE WL-COSTUME-SIZE TO WS-PRICE-KEY(4:1)
              MOVE WL-COSTUME-TYPE TO WS-PRICE-KEY(5:1)
              MOVE 'NO' TO WS-PRICE-FOUND
              SET PR-INDEX TO 1
              IF PRICE-TABLE-COUNT > 0
                 SEARCH PRICE-TABLE-ENTRY
                     AT END
                         MOVE 'NO' TO WS-PRICE-FOUND
                     WHEN PR-PRICE-KEY(PR-INDEX) = WS-PRICE-KEY
                         MOVE 'YES' TO WS-PRICE-FOUND
                         MOVE PR-SELL-PRICE(PR-INDEX) TO
                            SH-UNIT-PRICE(WS-LINE-SUB)
                 END-SEARCH
              END-IF
              IF WS-PRICE-FOUND = 'NO'
                 MOVE "NO SELL PRICE" TO WS-ERROR-REASON
              END-IF
           END-IF

           IF WS-ERROR-REASON = SPACES
              PERFORM 370-READ-UNIT-COST
              IF WS-ITEM-FOUND = 'NO'
                 MOVE "BAD KEY" TO WS-ERROR-REASON
              END-IF
           END-IF

      *    THE JOURNAL CARRIES TYPES A AND C FOR UP TO 50 WAREHOUSES.
           IF WS-ERROR-REASON = SPACES
              PERFORM 375-FIND-JOURNAL-BUCKET
              IF SJ-TYPE-SUB = 0
                 MOVE "BAD TYPE" TO WS-ERROR-REASON
              ELSE
                 IF SJ-MATCH-WHSE = 0
                    MOVE "JOURNAL FULL" TO WS-ERROR-REASON
                 END-IF
              END-IF
           END-IF

           IF WS-ERROR-REASON NOT = SPACES
              MOVE 'YES' TO WS-ORDER-HELD
              MOVE SPACES TO ERROR-REPORT-RECORD
              MOVE WS-DATE TO ELR-RUN-DATE
              MOVE WS-ERROR-REASON TO ELR-REASON-CODE
              MOVE SPACES TO ELR-RECORD-DATA
              MOVE WORK-SHIP-LINE TO ELR-RECORD-DATA(1:47)
              WRITE ERROR-REPORT-RECORD
              ADD 1 TO CT-LINES-REJECTED
           END-IF
           .

       370-READ-UNIT-COST.

           MOVE 'NO' TO WS-ITEM-FOUND
           MOVE WL-VENDOR-ID TO XI-VENDOR-ID
           MOVE WL-WAREHOUSE-ID TO XI-WAREHOUSE-ID
           MOVE WL-COSTUME-ID TO XI-COSTUME-ID
           READ INDEXED-INVENTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM VARYING SUB FROM 1 BY 1
                         UNTIL SUB > XI-COSTUME-COUNT
                            OR WS-ITEM-FOUND = 'YES'
                     IF XI-COSTUME-SIZE(SUB) = WL-COSTUME-SIZE AND
                        XI-COSTUME-TYPE(SUB) = WL-COSTUME-TYPE AND
                        XI-COSTUME-PRICE(SUB) IS NUMERIC
                        MOVE 'YES' TO WS-ITEM-FOUND
                        MOVE XI-COSTUME-PRICE(SUB) TO
                           SH-UNIT-COST(WS-LINE-SUB)
                     END-IF
                 END-PERFORM
           END-READ
           .

       375-FIND-JOURNAL-BUCKET.

           MOVE 0 TO SJ-TYPE-SUB
           EVALUATE WL-COSTUME-TYPE
               WHEN 'A'
                   MOVE 1 TO SJ-TYPE-SUB
               WHEN 'C'
                   MOVE 2 TO SJ-TYPE-SUB
           END-EVALUATE

           MOVE 0 TO SJ-MATCH-WHSE
           PERFORM VARYING SJ-WHSE-SUB FROM 1 BY 1
                   UNTIL SJ-WHSE-SUB > SJ-BUCKET-COUNT
               IF SJ-WHSE-ID(SJ-WHSE-SUB) = WL-WAREHOUSE-ID
                  MOVE SJ-WHSE-SUB TO SJ-MATCH-WHSE
               END-IF
           END-PERFORM
           IF SJ-MATCH-WHSE = 0 AND SJ-BUCKET-COUNT < 50 AND
              SJ-TYPE-SUB > 0
              ADD 1 TO SJ-BUCKET-COUNT
              MOVE WL-WAREHOUSE-ID TO SJ-WHSE-ID(SJ-BUCKET-COUNT)
              MOVE SJ-BUCKET-COUNT TO SJ-MATCH-WHSE
           END-IF
           .

       380-HOLD-ONE-ORDER.

           PERFORM VARYING WS-LINE-SUB FROM WS-SHIP-SUB BY 1
                   UNTIL WS-LINE-SUB > SHIP-LINE-COUNT
               MOVE SH-ROW(WS-LINE-SUB) TO WORK-SHIP-LINE
               IF WL-ORDER-NO = WS-INVOICE-ORDER AND
                  WL-CUSTOMER-ID = WS-INVOICE-CUSTOMER AND
                  WL-INVOICE-NO IS NUMERIC AND WL-INVOICE-NO = 0 AND
                  SH-PASS(WS-LINE-SUB) = ' '
                  MOVE 'H' TO SH-PASS(WS-LINE-SUB)
               END-IF
           END-PERFORM
      *    GIVE BACK ANY JOURNAL BUCKETS SET UP FOR THIS ORDER'S LINES.
           MOVE SJ-ORDER-BUCKETS TO SJ-BUCKET-COUNT
           ADD 1 TO CT-ORDERS-HELD
           .

       400-BILL-ONE-ORDER.

           ADD 1 TO WS-NEXT-INVOICE-NO
           ADD 1 TO CT-INVOICES-WRITTEN
           MOVE 0 TO WS-INVOICE-LINES
           MOVE 0 TO WS-INVOICE-UNITS
           MOVE 0 TO WS-INVOICE-SALES
           MOVE 0 TO WS-INVOICE-COST

           MOVE WS-NEXT-INVOICE-NO TO IVH-INVOICE-NO
           MOVE WS-INVOICE-ORDER TO IVH-ORDER-NO
           MOVE WS-INVOICE-CUSTOMER TO IVH-CUSTOMER-ID
           MOVE WS-DATE TO IVH-DATE
           IF CT-INVOICES-WRITTEN = 1
              WRITE INVOICE-RECORD FROM INVOICE-HEADING-ONE
                  AFTER ADVANCING 1 LINES
           ELSE
              WRITE INVOICE-RECORD FROM INVOICE-HEADING-ONE
                  AFTER ADVANCING 3 LINES
           END-IF
           WRITE INVOICE-RECORD FROM INVOICE-HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE INVOICE-RECORD FROM INVOICE-HEADING-THREE
               AFTER ADVANCING 2 LINES

           PERFORM VARYING WS-LINE-SUB FROM WS-SHIP-SUB BY 1
                   UNTIL WS-LINE-SUB > SHIP-LINE-COUNT
               MOVE SH-ROW(WS-LINE-SUB) TO WORK-SHIP-LINE
               IF WL-ORDER-NO = WS-INVOICE-ORDER AND
                  WL-CUSTOMER-ID = WS-INVOICE-CUSTOMER AND
                  WL-INVOICE-NO IS NUMERIC AND WL-INVOICE-NO = 0 AND
                  SH-PASS(WS-LINE-SUB) = ' '
                  PERFORM 450-BILL-ONE-LINE
               END-IF
           END-PERFORM

           MOVE WS-INVOICE-SALES TO IVT-AMOUNT
           WRITE INVOICE-RECORD FROM INVOICE-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE WS-NEXT-INVOICE-NO TO SRL-INVOICE-NO
           MOVE WS-INVOICE-ORDER TO SRL-ORDER-NO
           MOVE WS-INVOICE-CUSTOMER TO SRL-CUSTOMER-ID
           MOVE WS-INVOICE-LINES TO SRL-LINES
           MOVE WS-INVOICE-UNITS TO SRL-UNITS
           MOVE WS-INVOICE-SALES TO SRL-SALES
           MOVE WS-INVOICE-COST TO SRL-COST
           WRITE SALES-REGISTER-RECORD FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINES

           ADD WS-INVOICE-SALES TO CT-TOTAL-SALES
           ADD WS-INVOICE-COST TO CT-TOTAL-COST
           .

       450-BILL-ONE-LINE.

           COMPUTE WS-EXTENDED-AMOUNT =
              WL-SHIP-QTY * SH-UNIT-PRICE(WS-LINE-SUB)
           COMPUTE WS-EXTENDED-COST =
              WL-SHIP-QTY * SH-UNIT-COST(WS-LINE-SUB)

           MOVE WL-VENDOR-ID TO IVL-VENDOR-ID
           MOVE WL-WAREHOUSE-ID TO IVL-WAREHOUSE-ID
           MOVE WL-COSTUME-ID TO IVL-COSTUME-ID
           MOVE WL-COSTUME-SIZE TO IVL-COSTUME-SIZE
           MOVE WL-COSTUME-TYPE TO IVL-COSTUME-TYPE
           MOVE WL-SHIP-QTY TO IVL-QUANTITY
           MOVE SH-UNIT-PRICE(WS-LINE-SUB) TO IVL-UNIT-PRICE
           MOVE WS-EXTENDED-AMOUNT TO IVL-EXTENDED
           WRITE INVOICE-RECORD FROM INVOICE-DETAIL-LINE
               AFTER ADVANCING 1 LINES

           ADD 1 TO WS-INVOICE-LINES
           ADD WL-SHIP-QTY TO WS-INVOICE-UNITS
           ADD WS-EXTENDED-AMOUNT TO WS-INVOICE-SALES
           ADD WS-EXTENDED-COST TO WS-INVOICE-COST
           ADD 1 TO CT-LINES-INVOICED

           PERFORM 470-ADD-TO-JOURNAL

           MOVE WS-NEXT-INVOICE-NO TO WL-INVOICE-NO
           MOVE SH-UNIT-PRICE(WS-LINE-SUB) TO WL-UNIT-PRICE
           MOVE WORK-SHIP-LINE TO SH-ROW(WS-LINE-SUB)
           MOVE 'I' TO SH-PASS(WS-LINE-SUB)
           .

       470-ADD-TO-JOURNAL.

      *    THE BUCKET WAS SET UP WHEN THE LINE WAS PRICED.
           PERFORM 375-FIND-JOURNAL-BUCKET

           IF SJ-MATCH-WHSE > 0 AND SJ-TYPE-SUB > 0
              ADD WL-SHIP-QTY TO SJ-UNITS(SJ-MATCH-WHSE, SJ-TYPE-SUB)
              ADD WS-EXTENDED-AMOUNT TO
                 SJ-SALES(SJ-MATCH-WHSE, SJ-TYPE-SUB)
              ADD WS-EXTENDED-COST TO
                 SJ-COST(SJ-MATCH-WHSE, SJ-TYPE-SUB)
           END-IF
           .

       700-REWRITE-SHIPMENT-HISTORY.

           OPEN OUTPUT SHIPMENT-HISTORY-FILE
           OPEN INPUT SHIPMENT-WORK-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ SHIPMENT-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE SHIPMENT-HISTORY-REC FROM SHIPMENT-WORK-REC
               END-READ
           END-PERFORM
           CLOSE SHIPMENT-WORK-FILE
           MOVE ' ' TO EOF-FLAG

           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SHIP-LINE-COUNT
               MOVE SH-ROW(SUB) TO SHIPMENT-HISTORY-REC
               WRITE SHIPMENT-HISTORY-REC
           END-PERFORM
           CLOSE SHIPMENT-HISTORY-FILE
           .

       720-WRITE-INVOICE-CONTROL.

           OPEN OUTPUT INVOICE-CONTROL-FILE
           MOVE WS-NEXT-INVOICE-NO TO IC-LAST-INVOICE-NO
           WRITE INVOICE-CONTROL-REC
           CLOSE INVOICE-CONTROL-FILE
           .

       740-WRITE-SALES-JOURNAL.

           OPEN EXTEND SALES-JOURNAL-FILE
           PERFORM VARYING SJ-WHSE-SUB FROM 1 BY 1
                   UNTIL SJ-WHSE-SUB > SJ-BUCKET-COUNT
               PERFORM VARYING SJ-TYPE-SUB FROM 1 BY 1
                       UNTIL SJ-TYPE-SUB > 2
                   IF SJ-UNITS(SJ-WHSE-SUB, SJ-TYPE-SUB) > 0
                      MOVE WS-DATE TO GL-RUN-DATE
                      MOVE SJ-WHSE-ID(SJ-WHSE-SUB) TO GL-WAREHOUSE-ID
                      MOVE SJ-TYPE-CODE(SJ-TYPE-SUB) TO GL-COSTUME-TYPE
                      MOVE SJ-UNITS(SJ-WHSE-SUB, SJ-TYPE-SUB) TO
                         GL-UNITS
                      MOVE SJ-SALES(SJ-WHSE-SUB, SJ-TYPE-SUB) TO
                         GL-ACTUAL-VALUE
                      MOVE SJ-COST(SJ-WHSE-SUB, SJ-TYPE-SUB) TO
                         GL-STANDARD-VALUE
                      COMPUTE GL-VARIANCE =
                         SJ-SALES(SJ-WHSE-SUB, SJ-TYPE-SUB) -
                         SJ-COST(SJ-WHSE-SUB, SJ-TYPE-SUB)
                      WRITE SALES-JOURNAL-REC
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE SALES-JOURNAL-FILE
           .

       800-PRINT-REGISTER-TOTALS.

           MOVE 'UNBILLED LINES READ:' TO SRT-LABEL
           MOVE CT-LINES-READ TO SRT-COUNT
           WRITE SALES-REGISTER-RECORD FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'OLD BILLED LINES RETAINED:' TO SRT-LABEL
           MOVE CT-LINES-RETAINED TO SRT-COUNT
           WRITE SALES-REGISTER-RECORD FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'LINES INVOICED:' TO SRT-LABEL
           MOVE CT-LINES-INVOICED TO SRT-COUNT
           WRITE SALES-REGISTER-RECORD FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'INVOICES WRITTEN:' TO SRT-LABEL
           MOVE CT-INVOICES-WRITTEN TO SRT-COUNT
           WRITE SALES-REGISTER-RECORD FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'ORDERS HELD UNBILLED:' TO SRT-LABEL
           MOVE CT-ORDERS-HELD TO SRT-COUNT
           WRITE SALES-REGISTER-RECORD FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'LINES REJECTED TO LOG:' TO SRT-LABEL
           MOVE CT-LINES-REJECTED TO SRT-COUNT
           WRITE SALES-REGISTER-RECORD FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'TOTAL SALES:' TO SRV-LABEL
           MOVE CT-TOTAL-SALES TO SRV-VALUE
           WRITE SALES-REGISTER-RECORD FROM REGISTER-VALUE-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'TOTAL COST OF SALES:' TO SRV-LABEL
           MOVE CT-TOTAL-COST TO SRV-VALUE
           WRITE SALES-REGISTER-RECORD FROM REGISTER-VALUE-LINE
               AFTER ADVANCING 1 LINES

           COMPUTE WS-GROSS-MARGIN = CT-TOTAL-SALES - CT-TOTAL-COST
           MOVE 'GROSS MARGIN:' TO SRV-LABEL
           MOVE WS-GROSS-MARGIN TO SRV-VALUE
           WRITE SALES-REGISTER-RECORD FROM REGISTER-VALUE-LINE
               AFTER ADVANCING 1 LINES
           .

       900-END-OF-JOB-ROUTINE.

           CLOSE INVENTORY-ERROR-REPORT
                 INVOICE-REPORT
                 SALES-REGISTER-REPORT
                 INDEXED-INVENTORY-FILE

           IF CT-LINES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
           .
