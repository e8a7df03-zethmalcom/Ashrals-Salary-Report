        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROGRAM-4R.
        AUTHOR. Zeth Malcom.
      ****************************************************************
      *  ASHRALS, Ltd. customer returns run.  Costume shops send
      *  back damaged and unsold stock after the season, and the
      *  warehouse used to key each return as a plain 'R' receipt,
      *  which looked like a vendor receipt and could relieve an
      *  open purchase order.  This program reads the return
      *  authorization file and checks every line against the
      *  original order number, customer, and item on the shipment
      *  history from PROGRAM-4O; a line is refused if the order
      *  never shipped that item, if the quantity, together with
      *  everything already returned against the order, would be
      *  more than was shipped, or if it would be more than has
      *  been invoiced (NOT INVOICED).  An item can only be returned
      *  once on an authorization number.  Each accepted line
      *  carries its own disposition: restocked units are written
      *  to the movement file as 'C' customer return movements,
      *  which PROGRAM-4D adds to stock without touching the open
      *  PO file; scrapped units never re-enter stock and are
      *  written off at the record price on the indexed correct
      *  inventory file.  The customer is credited at the unit
      *  price billed on the shipment line either way, or at the
      *  selling price for lines billed before the price was kept.
      *  A returns register lists every line with its credit and
      *  write-off dollars, with a scrap write-off total, and a
      *  scrap journal is appended per warehouse and costume type
      *  in the GL JOURNAL FEED format for accounting to book.
      *  Shipment and return history older than the retention
      *  window on the CLOSE PARAMETER file (53 weeks unless it
      *  says otherwise) is not loaded, matching what PROGRAM-4C
      *  keeps.
      * ***************
      *  INPUT:
      *     The RETURN AUTHORIZATION file contains the following
      *     data in each record:
      *         1.  RETURN AUTHORIZATION (RMA) NUMBER
      *         2.  ORIGINAL ORDER NUMBER AND CUSTOMER ID
      *         3.  VENDOR ID, WAREHOUSE ID, COSTUME ID
      *         4.  COSTUME SIZE AND TYPE
      *         5.  QUANTITY RETURNED
      *         6.  DISPOSITION (R=RESTOCK, S=SCRAP)
      *
      *     The SHIPMENT HISTORY file from PROGRAM-4O and
      *     PROGRAM-4I, the RETURN HISTORY file of lines accepted on
      *     earlier runs, the SELLING PRICE file, the CLOSE
      *     PARAMETER file, and the indexed CORRECT INVENTORY file
      *     from PROGRAM-4X.
      * ***************
      *  OUTPUT:
      *      'C' restock movements appended to the movement
      *      transaction file, accepted lines appended to the
      *      RETURN HISTORY file with their credit and write-off
      *      dollars, the RETURNS REGISTER report, scrap write-offs
      *      appended to the SCRAP JOURNAL file (units, write-off
      *      dollars in the actual value field, zero standard
      *      value, and the write-off in the variance field), and
      *      rejected lines appended to the error log.
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RETURN-AUTH-FILE
                ASSIGN TO "RETURN-AUTH.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL SHIPMENT-HISTORY-FILE
                ASSIGN TO "SHIPMENT-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL RETURN-HISTORY-FILE
                ASSIGN TO "RETURN-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SELLING-PRICE-FILE
                ASSIGN TO "SELLING-PRICE.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CLOSE-PARM-FILE
                ASSIGN TO "CLOSE-PARM.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL SCRAP-JOURNAL-FILE
                ASSIGN TO "SCRAP-JOURNAL.TXT"
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

            SELECT OPTIONAL MOVEMENT-TRANS-FILE
                ASSIGN TO "MOVEMENT-TRANS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVENTORY-ERROR-REPORT
                ASSIGN TO "ERRORS-DSR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RETURNS-REGISTER-REPORT
                ASSIGN TO PRINTER 'RETURNS-DSR.TXT'.

        DATA DIVISION.
        FILE SECTION.

       FD  RETURN-AUTH-FILE
           RECORD CONTAINS 34 CHARACTERS.

       01  RETURN-AUTH-REC.
           05  RA-RMA-NO                    PIC 9(6).
           05  RA-ORDER-NO                  PIC 9(6).
           05  RA-CUSTOMER-ID               PIC X(6).
           05  RA-VENDOR-ID                 PIC X(4).
           05  RA-WAREHOUSE-ID              PIC X(3).
           05  RA-COSTUME-ID                PIC X(3).
           05  RA-COSTUME-SIZE              PIC A.
           05  RA-COSTUME-TYPE              PIC A.
           05  RA-RETURN-QTY                PIC 9(3).
           05  RA-DISPOSITION               PIC X.

       FD  SHIPMENT-HISTORY-FILE
           RECORD CONTAINS 47 CHARACTERS.

       01  SHIPMENT-HISTORY-REC.
           05  SL-SHIP-DATE                 PIC X(8).
           05  SL-ORDER-NO                  PIC 9(6).
           05  SL-CUSTOMER-ID               PIC X(6).
           05  SL-VENDOR-ID                 PIC X(4).
           05  SL-WAREHOUSE-ID              PIC X(3).
           05  SL-COSTUME-ID                PIC X(3).
           05  SL-COSTUME-SIZE              PIC A.
           05  SL-COSTUME-TYPE              PIC A.
           05  SL-SHIP-QTY                  PIC 9(3).
           05  SL-INVOICE-NO                PIC 9(6).
           05  SL-UNIT-PRICE                PIC 9(4)V99.

       FD  RETURN-HISTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01  RETURN-HISTORY-REC.
           05  RH-RETURN-DATE               PIC X(8).
           05  RH-RMA-NO                    PIC 9(6).
           05  RH-ORDER-NO                  PIC 9(6).
           05  RH-CUSTOMER-ID               PIC X(6).
           05  RH-VENDOR-ID                 PIC X(4).
           05  RH-WAREHOUSE-ID              PIC X(3).
           05  RH-COSTUME-ID                PIC X(3).
           05  RH-COSTUME-SIZE              PIC A.
           05  RH-COSTUME-TYPE              PIC A.
           05  RH-RETURN-QTY                PIC 9(3).
           05  RH-DISPOSITION               PIC X.
           05  RH-CREDIT-AMOUNT             PIC 9(7)V99.
           05  RH-WRITE-OFF                 PIC 9(7)V99.

       FD  SELLING-PRICE-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01  SELLING-PRICE-REC.
           05  SP-COSTUME-ID                PIC X(3).
           05  SP-COSTUME-SIZE              PIC A.
           05  SP-COSTUME-TYPE              PIC A.
           05  SP-SELL-PRICE                PIC 9(4)V99.

       FD  CLOSE-PARM-FILE
           RECORD CONTAINS 2 CHARACTERS.

       01  CLOSE-PARM-REC.
           05  CP-RETENTION-WEEKS           PIC 9(2).

       FD  SCRAP-JOURNAL-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  SCRAP-JOURNAL-REC.
           05  GL-RUN-DATE                  PIC X(8).
           05  GL-WAREHOUSE-ID              PIC X(3).
           05  GL-COSTUME-TYPE              PIC X.
           05  GL-UNITS                     PIC 9(7).
           05  GL-ACTUAL-VALUE              PIC 9(9)V99.
           05  GL-STANDARD-VALUE            PIC 9(9)V99.
           05  GL-VARIANCE                  PIC S9(9)V99
                                            SIGN LEADING SEPARATE.

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

       FD  MOVEMENT-TRANS-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  MOVEMENT-TRANS-REC.
           05  MT-TRANS-TYPE                PIC X.
           05  MT-VENDOR-ID                 PIC X(4).
           05  MT-WAREHOUSE-ID              PIC X(3).
           05  MT-COSTUME-ID                PIC X(3).
           05  MT-COSTUME-SIZE              PIC A.
           05  MT-COSTUME-TYPE              PIC A.
           05  MT-QUANTITY                  PIC S9(3)
                                            SIGN LEADING SEPARATE.
           05  MT-EFFECTIVE-DATE            PIC X(8).
           05  MT-REASON-CODE               PIC X(2).
           05  MT-ENTERED-BY                PIC X(8).
           05  MT-APPROVED-BY               PIC X(8).

       FD  INVENTORY-ERROR-REPORT
           RECORD CONTAINS 311 CHARACTERS.

       01  ERROR-REPORT-RECORD.
           05  ELR-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  ELR-REASON-CODE              PIC X(13).
           05  FILLER                       PIC X VALUE SPACE.
           05  ELR-RECORD-DATA              PIC X(288).

       FD  RETURNS-REGISTER-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       01  RETURNS-REGISTER-RECORD          PIC X(71).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.

            05  EOF-FLAG                PIC X         VALUE ' '.
                88  NO-MORE-DATA                      VALUE 'N'.
            05  WS-INDEXED-STATUS       PIC XX.
            05  WS-ITEM-FOUND           PIC XXX       VALUE 'NO'.
            05  WS-PRICE-FOUND          PIC XXX       VALUE 'NO'.
            05  WS-RMA-FOUND            PIC XXX       VALUE 'NO'.

        01  SUB  PIC 9(4)   VALUE 1.

        01  PRICE-TABLE-COUNT       PIC 9(4)  VALUE 0.
        01  PRICE-TABLE.
            05  PRICE-TABLE-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON PRICE-TABLE-COUNT
                INDEXED BY PR-INDEX.
                10  PR-PRICE-KEY        PIC X(5).
                10  PR-SELL-PRICE       PIC 9(4)V99.

        01  SHIPPED-COUNT           PIC 9(4)  VALUE 0.
        01  SHIPPED-TABLE.
            05  SHIPPED-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON SHIPPED-COUNT.
                10  SQ-MATCH-KEY        PIC X(24).
                10  SQ-SHIP-QTY         PIC 9(3).
                10  SQ-INVOICED-QTY     PIC 9(3).
                10  SQ-UNIT-PRICE       PIC 9(4)V99.

        01  RETURNED-COUNT          PIC 9(4)  VALUE 0.
        01  RETURNED-TABLE.
            05  RETURNED-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON RETURNED-COUNT.
                10  RT-RMA-NO           PIC 9(6).
                10  RT-MATCH-KEY        PIC X(24).
                10  RT-RETURN-QTY       PIC 9(3).

        01  TEMPORARY-FIELDS.

            05  WS-MATCH-KEY            PIC X(24).
            05  WS-PRICE-KEY            PIC X(5).
            05  WS-ERROR-REASON         PIC X(13).
            05  WS-PRIOR-RMA-COUNT      PIC 9(4)     VALUE 0.
            05  WS-QTY-SHIPPED          PIC 9(5).
            05  WS-QTY-RETURNED         PIC 9(5).
            05  WS-QTY-INVOICED         PIC 9(5).
            05  WS-BILLED-PRICE         PIC 9(4)V99.
            05  WS-SELL-PRICE           PIC 9(4)V99.
            05  WS-UNIT-COST            PIC S9(4)V99.
            05  WS-CREDIT-AMOUNT        PIC 9(7)V99.
            05  WS-WRITE-OFF            PIC 9(7)V99.
            05  WS-RETENTION-WEEKS      PIC 9(2)     VALUE 53.
            05  WS-DATE-NUM             PIC 9(8).
            05  WS-DATE-INT             PIC 9(8).
            05  WS-HISTORY-CUTOFF       PIC X(8).

        01  CONTROL-TOTALS.
            05  CT-LINES-READ           PIC 9(6)     VALUE 0.
            05  CT-LINES-RESTOCKED      PIC 9(6)     VALUE 0.
            05  CT-LINES-SCRAPPED       PIC 9(6)     VALUE 0.
            05  CT-LINES-REJECTED       PIC 9(6)     VALUE 0.
            05  CT-UNITS-RESTOCKED      PIC 9(6)     VALUE 0.
            05  CT-UNITS-SCRAPPED       PIC 9(6)     VALUE 0.
            05  CT-TOTAL-CREDIT         PIC 9(9)V99  VALUE 0.
            05  CT-TOTAL-WRITE-OFF      PIC 9(9)V99  VALUE 0.

        01  SCRAP-JOURNAL-FIELDS.
            05  SC-WHSE-SUB             PIC 99.
            05  SC-MATCH-WHSE           PIC 99.
            05  SC-TYPE-SUB             PIC 9.
            05  SC-BUCKET-COUNT         PIC 99       VALUE 0.

        01  SCRAP-JOURNAL-TABLE.
            05  SC-WHSE-ENTRY OCCURS 50 TIMES.
                10  SC-WHSE-ID          PIC X(3).
                10  SC-TYPE-ENTRY OCCURS 2 TIMES.
                    15  SC-UNITS        PIC 9(7).
                    15  SC-WRITE-OFF    PIC 9(9)V99.

        01  TYPE-CODE-TEXT.
            05           PIC X          VALUE "A".
            05           PIC X          VALUE "C".

        01  TYPE-CODE-TABLE REDEFINES TYPE-CODE-TEXT.
            05  SC-TYPE-CODE OCCURS 2 TIMES  PIC X.

        01  WS-DATE.
            05  RUN-YEAR                PIC 9(4).
            05  RUN-MONTH               PIC 99.
            05  RUN-DAY                 PIC 99.

       01  RETURNS-HEADING-ONE.

            05  FILLER              PIC X(23)  VALUE SPACES.
            05                      PIC X(25)
               VALUE 'CUSTOMER RETURNS REGISTER'.
            05  FILLER              PIC X(23)  VALUE SPACES.

       01  RETURNS-HEADING-TWO.

            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(6)   VALUE 'RMA   '.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(6)   VALUE 'ORDER '.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(6)   VALUE 'CUST  '.
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
            05                      PIC X(5)   VALUE 'DISP '.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(13)
               VALUE '       CREDIT'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(13)
               VALUE '    WRITE-OFF'.

       01  RETURNS-DETAIL-LINE.

            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RRL-RMA-NO          PIC 9(6).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RRL-ORDER-NO        PIC 9(6).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RRL-CUSTOMER-ID     PIC X(6).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RRL-WAREHOUSE-ID    PIC X(3).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RRL-COSTUME-ID      PIC X(3).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RRL-COSTUME-SIZE    PIC X.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RRL-COSTUME-TYPE    PIC X.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RRL-QUANTITY        PIC ZZ9.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RRL-DISPOSITION     PIC X(5).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RRL-CREDIT          PIC $Z,ZZZ,ZZ9.99.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RRL-WRITE-OFF       PIC $Z,ZZZ,ZZ9.99.

       01  RETURNS-TOTAL-LINE.

            05  RTT-LABEL           PIC X(30).
            05  RTT-COUNT           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(34)  VALUE SPACES.

       01  RETURNS-VALUE-LINE.

            05  RTV-LABEL           PIC X(30).
            05  RTV-VALUE           PIC $ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(25)  VALUE SPACES.

       PROCEDURE DIVISION.

       100-CONTROL-MODULE.

           PERFORM 200-HOUSEKEEPING-ROUTINE
           PERFORM 220-LOAD-SELLING-PRICES
           PERFORM 240-LOAD-SHIPMENT-HISTORY
           PERFORM 260-LOAD-RETURN-HISTORY
           PERFORM 300-PROCESS-RETURNS
           PERFORM 700-WRITE-SCRAP-JOURNAL
           PERFORM 800-PRINT-RETURNS-TOTALS
           PERFORM 900-END-OF-JOB-ROUTINE
           .

       200-HOUSEKEEPING-ROUTINE.

           OPEN EXTEND INVENTORY-ERROR-REPORT
           OPEN EXTEND MOVEMENT-TRANS-FILE
           OPEN OUTPUT RETURNS-REGISTER-REPORT

           OPEN INPUT INDEXED-INVENTORY-FILE
           IF WS-INDEXED-STATUS NOT = "00"
              DISPLAY "INDEXED FILE OPEN FAILED, STATUS "
                 WS-INDEXED-STATUS
              DISPLAY "RUN THE INDEXED LOAD AFTER THE INVENTORY RUN"
              CLOSE INVENTORY-ERROR-REPORT
                    MOVEMENT-TRANS-FILE
                    RETURNS-REGISTER-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           INITIALIZE SCRAP-JOURNAL-TABLE
           PERFORM 230-SET-HISTORY-CUTOFF

           WRITE RETURNS-REGISTER-RECORD FROM RETURNS-HEADING-ONE
               AFTER ADVANCING 1 LINES
           WRITE RETURNS-REGISTER-RECORD FROM RETURNS-HEADING-TWO
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
                        CLOSE INVENTORY-ERROR-REPORT
                              MOVEMENT-TRANS-FILE
                              RETURNS-REGISTER-REPORT
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

      *    HISTORY ON OR BEFORE THE CUTOFF IS PURGED BY THE PERIOD
      *    CLOSE; A MISSING OR UNREADABLE RETENTION KEEPS ITS
      *    DEFAULT.
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

      *    AN UNINVOICED LINE IS KEPT BY THE CLOSE HOWEVER OLD.
           OPEN INPUT SHIPMENT-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ SHIPMENT-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF SL-SHIP-QTY IS NUMERIC AND
                        (SL-SHIP-DATE IS NOT NUMERIC OR
                         SL-SHIP-DATE > WS-HISTORY-CUTOFF OR
                         SL-INVOICE-NO IS NOT NUMERIC OR
                         SL-INVOICE-NO = 0)
                        IF SHIPPED-COUNT >= 5000
                           DISPLAY "SHIPMENT HISTORY FILE EXCEEDS "
                              "TABLE LIMIT OF 5000 RECORDS - RUN "
                              "ABORTED"
                           CLOSE SHIPMENT-HISTORY-FILE
                           CLOSE INVENTORY-ERROR-REPORT
                                 MOVEMENT-TRANS-FILE
                                 RETURNS-REGISTER-REPORT
                                 INDEXED-INVENTORY-FILE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                        END-IF
                        ADD 1 TO SHIPPED-COUNT
                        MOVE SL-ORDER-NO TO
                           SQ-MATCH-KEY(SHIPPED-COUNT)(1:6)
                        MOVE SL-CUSTOMER-ID TO
                           SQ-MATCH-KEY(SHIPPED-COUNT)(7:6)
                        MOVE SL-VENDOR-ID TO
                           SQ-MATCH-KEY(SHIPPED-COUNT)(13:4)
                        MOVE SL-WAREHOUSE-ID TO
                           SQ-MATCH-KEY(SHIPPED-COUNT)(17:3)
                        MOVE SL-COSTUME-ID TO
                           SQ-MATCH-KEY(SHIPPED-COUNT)(20:3)
                        MOVE SL-COSTUME-SIZE TO
                           SQ-MATCH-KEY(SHIPPED-COUNT)(23:1)
                        MOVE SL-COSTUME-TYPE TO
                           SQ-MATCH-KEY(SHIPPED-COUNT)(24:1)
                        MOVE SL-SHIP-QTY TO
                           SQ-SHIP-QTY(SHIPPED-COUNT)
                        MOVE 0 TO SQ-INVOICED-QTY(SHIPPED-COUNT)
                        MOVE 0 TO SQ-UNIT-PRICE(SHIPPED-COUNT)
                        IF SL-INVOICE-NO IS NUMERIC AND
                           SL-INVOICE-NO > 0
                           MOVE SL-SHIP-QTY TO
                              SQ-INVOICED-QTY(SHIPPED-COUNT)
                           IF SL-UNIT-PRICE IS NUMERIC
                              MOVE SL-UNIT-PRICE TO
                                 SQ-UNIT-PRICE(SHIPPED-COUNT)
                           END-IF
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE SHIPMENT-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           .

       260-LOAD-RETURN-HISTORY.

           OPEN INPUT RETURN-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ RETURN-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF RH-RETURN-QTY IS NUMERIC AND
                        (RH-RETURN-DATE IS NOT NUMERIC OR
                         RH-RETURN-DATE > WS-HISTORY-CUTOFF)
                        IF RETURNED-COUNT >= 5000
                           DISPLAY "RETURN HISTORY FILE EXCEEDS "
                              "TABLE LIMIT OF 5000 RECORDS - RUN "
                              "ABORTED"
                           CLOSE RETURN-HISTORY-FILE
                           CLOSE INVENTORY-ERROR-REPORT
                                 MOVEMENT-TRANS-FILE
                                 RETURNS-REGISTER-REPORT
                                 INDEXED-INVENTORY-FILE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                        END-IF
                        ADD 1 TO RETURNED-COUNT
                        MOVE RH-RMA-NO TO RT-RMA-NO(RETURNED-COUNT)
                        MOVE RH-ORDER-NO TO
                           RT-MATCH-KEY(RETURNED-COUNT)(1:6)
                        MOVE RH-CUSTOMER-ID TO
                           RT-MATCH-KEY(RETURNED-COUNT)(7:6)
                        MOVE RH-VENDOR-ID TO
                           RT-MATCH-KEY(RETURNED-COUNT)(13:4)
                        MOVE RH-WAREHOUSE-ID TO
                           RT-MATCH-KEY(RETURNED-COUNT)(17:3)
                        MOVE RH-COSTUME-ID TO
                           RT-MATCH-KEY(RETURNED-COUNT)(20:3)
                        MOVE RH-COSTUME-SIZE TO
                           RT-MATCH-KEY(RETURNED-COUNT)(23:1)
                        MOVE RH-COSTUME-TYPE TO
                           RT-MATCH-KEY(RETURNED-COUNT)(24:1)
                        MOVE RH-RETURN-QTY TO
                           RT-RETURN-QTY(RETURNED-COUNT)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           MOVE RETURNED-COUNT TO WS-PRIOR-RMA-COUNT

           OPEN EXTEND RETURN-HISTORY-FILE
           .

       300-PROCESS-RETURNS.

           OPEN INPUT RETURN-AUTH-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ RETURN-AUTH-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CT-LINES-READ
                     PERFORM 350-VALIDATE-ONE-RETURN
                     IF WS-ERROR-REASON = SPACES
                        PERFORM 400-ACCEPT-ONE-RETURN
                     ELSE
                        PERFORM 480-REJECT-RETURN
                     END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-AUTH-FILE
           MOVE ' ' TO EOF-FLAG
           .

       350-VALIDATE-ONE-RETURN.

           MOVE SPACES TO WS-ERROR-REASON
           IF RA-RETURN-QTY IS NOT NUMERIC OR RA-RETURN-QTY = 0
              MOVE "BAD QUANTITY" TO WS-ERROR-REASON
           END-IF
           IF RA-DISPOSITION NOT = 'R' AND RA-DISPOSITION NOT = 'S'
              MOVE "BAD DISP" TO WS-ERROR-REASON
           END-IF
           IF RA-RMA-NO IS NOT NUMERIC OR RA-RMA-NO = 0
              MOVE "BAD RMA NO" TO WS-ERROR-REASON
           END-IF
           IF RETURNED-COUNT >= 5000
              MOVE "TABLE FULL" TO WS-ERROR-REASON
           END-IF

           MOVE RA-ORDER-NO TO WS-MATCH-KEY(1:6)
           MOVE RA-CUSTOMER-ID TO WS-MATCH-KEY(7:6)
           MOVE RA-VENDOR-ID TO WS-MATCH-KEY(13:4)
           MOVE RA-WAREHOUSE-ID TO WS-MATCH-KEY(17:3)
           MOVE RA-COSTUME-ID TO WS-MATCH-KEY(20:3)
           MOVE RA-COSTUME-SIZE TO WS-MATCH-KEY(23:1)
           MOVE RA-COSTUME-TYPE TO WS-MATCH-KEY(24:1)

      *    AN RMA MAY COVER SEVERAL ITEMS, SO ONLY THE SAME ITEM ON
      *    THE SAME RMA FROM AN EARLIER RUN IS A DUPLICATE.
           IF WS-ERROR-REASON = SPACES
              MOVE 'NO' TO WS-RMA-FOUND
              PERFORM VARYING SUB FROM 1 BY 1
                      UNTIL SUB > WS-PRIOR-RMA-COUNT
                  IF RT-RMA-NO(SUB) = RA-RMA-NO AND
                     RT-MATCH-KEY(SUB) = WS-MATCH-KEY
                     MOVE 'YES' TO WS-RMA-FOUND
                  END-IF
              END-PERFORM
              IF WS-RMA-FOUND = 'YES'
                 MOVE "DUPLICATE RMA" TO WS-ERROR-REASON
              END-IF
           END-IF

           IF WS-ERROR-REASON = SPACES
              PERFORM 360-CHECK-SHIPPED-QTY
           END-IF

           IF WS-ERROR-REASON = SPACES AND WS-BILLED-PRICE > 0
              MOVE WS-BILLED-PRICE TO WS-SELL-PRICE
           END-IF

           IF WS-ERROR-REASON = SPACES AND WS-BILLED-PRICE = 0
              MOVE RA-COSTUME-ID TO WS-PRICE-KEY(1:3)
              MOVE RA-COSTUME-SIZE TO WS-PRICE-KEY(4:1)
              MOVE RA-COSTUME-TYPE TO WS-PRICE-KEY(5:1)
              MOVE 'NO' TO WS-PRICE-FOUND
              SET PR-INDEX TO 1
              IF PRICE-TABLE-COUNT > 0
                 SEARCH PRICE-TABLE-ENTRY
                     AT END
                         MOVE 'NO' TO WS-PRICE-FOUND
                     WHEN PR-PRICE-KEY(PR-INDEX) = WS-PRICE-KEY
                         MOVE 'YES' TO WS-PRICE-FOUND
                         MOVE PR-SELL-PRICE(PR-INDEX) TO WS-SELL-PRICE
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

      *    THE SCRAP JOURNAL CARRIES TYPES A AND C FOR UP TO 50
      *    WAREHOUSES.
           IF WS-ERROR-REASON = SPACES AND RA-DISPOSITION = 'S'
              PERFORM 380-FIND-JOURNAL-BUCKET
              IF SC-TYPE-SUB = 0
                 MOVE "BAD TYPE" TO WS-ERROR-REASON
              ELSE
                 IF SC-MATCH-WHSE = 0
                    MOVE "JOURNAL FULL" TO WS-ERROR-REASON
                 END-IF
              END-IF
           END-IF
           .

       360-CHECK-SHIPPED-QTY.

      *    THE CREDIT PRICE IS THE ONE BILLED ON THE LATEST INVOICED
      *    SHIPMENT OF THE ITEM ON THE ORDER.
           MOVE 0 TO WS-QTY-SHIPPED
           MOVE 0 TO WS-QTY-INVOICED
           MOVE 0 TO WS-BILLED-PRICE
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SHIPPED-COUNT
               IF SQ-MATCH-KEY(SUB) = WS-MATCH-KEY
                  ADD SQ-SHIP-QTY(SUB) TO WS-QTY-SHIPPED
                  ADD SQ-INVOICED-QTY(SUB) TO WS-QTY-INVOICED
                  IF SQ-UNIT-PRICE(SUB) > 0
                     MOVE SQ-UNIT-PRICE(SUB) TO WS-BILLED-PRICE
                  END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-QTY-RETURNED
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > RETURNED-COUNT
               IF RT-MATCH-KEY(SUB) = WS-MATCH-KEY
                  ADD RT-RETURN-QTY(SUB) TO WS-QTY-RETURNED
               END-IF
           END-PERFORM

           IF WS-QTY-SHIPPED = 0
              MOVE "NOT SHIPPED" TO WS-ERROR-REASON
           ELSE
              IF WS-QTY-RETURNED + RA-RETURN-QTY > WS-QTY-SHIPPED
                 MOVE "OVER SHIPPED" TO WS-ERROR-REASON
              ELSE
                 IF WS-QTY-RETURNED + RA-RETURN-QTY >
                    WS-QTY-INVOICED
                    MOVE "NOT INVOICED" TO WS-ERROR-REASON
                 END-IF
              END-IF
           END-IF
           .

       370-READ-UNIT-COST.

           MOVE 'NO' TO WS-ITEM-FOUND
           MOVE 0 TO WS-UNIT-COST
           MOVE RA-VENDOR-ID TO XI-VENDOR-ID
           MOVE RA-WAREHOUSE-ID TO XI-WAREHOUSE-ID
           MOVE RA-COSTUME-ID TO XI-COSTUME-ID
           READ INDEXED-INVENTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM VARYING SUB FROM 1 BY 1
                         UNTIL SUB > XI-COSTUME-COUNT
                            OR WS-ITEM-FOUND = 'YES'
                     IF XI-COSTUME-SIZE(SUB) = RA-COSTUME-SIZE AND
                        XI-COSTUME-TYPE(SUB) = RA-COSTUME-TYPE AND
                        XI-COSTUME-PRICE(SUB) IS NUMERIC
                        MOVE 'YES' TO WS-ITEM-FOUND
                        MOVE XI-COSTUME-PRICE(SUB) TO WS-UNIT-COST
                     END-IF
                 END-PERFORM
           END-READ
           .

       380-FIND-JOURNAL-BUCKET.

           MOVE 0 TO SC-TYPE-SUB
           EVALUATE RA-COSTUME-TYPE
               WHEN 'A'
                   MOVE 1 TO SC-TYPE-SUB
               WHEN 'C'
                   MOVE 2 TO SC-TYPE-SUB
           END-EVALUATE

           MOVE 0 TO SC-MATCH-WHSE
           PERFORM VARYING SC-WHSE-SUB FROM 1 BY 1
                   UNTIL SC-WHSE-SUB > SC-BUCKET-COUNT
               IF SC-WHSE-ID(SC-WHSE-SUB) = RA-WAREHOUSE-ID
                  MOVE SC-WHSE-SUB TO SC-MATCH-WHSE
               END-IF
           END-PERFORM
           IF SC-MATCH-WHSE = 0 AND SC-BUCKET-COUNT < 50 AND
              SC-TYPE-SUB > 0
              ADD 1 TO SC-BUCKET-COUNT
              MOVE RA-WAREHOUSE-ID TO SC-WHSE-ID(SC-BUCKET-COUNT)
              MOVE SC-BUCKET-COUNT TO SC-MATCH-WHSE
           END-IF
           .

       400-ACCEPT-ONE-RETURN.

           COMPUTE WS-CREDIT-AMOUNT = RA-RETURN-QTY * WS-SELL-PRICE
           MOVE 0 TO WS-WRITE-OFF

           IF RA-DISPOSITION = 'R'
              MOVE 'C' TO MT-TRANS-TYPE
              MOVE RA-VENDOR-ID TO MT-VENDOR-ID
              MOVE RA-WAREHOUSE-ID TO MT-WAREHOUSE-ID
              MOVE RA-COSTUME-ID TO MT-COSTUME-ID
              MOVE RA-COSTUME-SIZE TO MT-COSTUME-SIZE
              MOVE RA-COSTUME-TYPE TO MT-COSTUME-TYPE
              MOVE RA-RETURN-QTY TO MT-QUANTITY
              MOVE WS-DATE TO MT-EFFECTIVE-DATE
              MOVE SPACES TO MT-REASON-CODE MT-ENTERED-BY
                             MT-APPROVED-BY
              WRITE MOVEMENT-TRANS-REC
              MOVE 'RSTCK' TO RRL-DISPOSITION
              ADD 1 TO CT-LINES-RESTOCKED
              ADD RA-RETURN-QTY TO CT-UNITS-RESTOCKED
           ELSE
              COMPUTE WS-WRITE-OFF = RA-RETURN-QTY * WS-UNIT-COST
              MOVE 'SCRAP' TO RRL-DISPOSITION
              ADD 1 TO CT-LINES-SCRAPPED
              ADD RA-RETURN-QTY TO CT-UNITS-SCRAPPED
              ADD WS-WRITE-OFF TO CT-TOTAL-WRITE-OFF
              ADD RA-RETURN-QTY TO
                 SC-UNITS(SC-MATCH-WHSE, SC-TYPE-SUB)
              ADD WS-WRITE-OFF TO
                 SC-WRITE-OFF(SC-MATCH-WHSE, SC-TYPE-SUB)
           END-IF
           ADD WS-CREDIT-AMOUNT TO CT-TOTAL-CREDIT

           MOVE WS-DATE TO RH-RETURN-DATE
           MOVE RA-RMA-NO TO RH-RMA-NO
           MOVE RA-ORDER-NO TO RH-ORDER-NO
           MOVE RA-CUSTOMER-ID TO RH-CUSTOMER-ID
           MOVE RA-VENDOR-ID TO RH-VENDOR-ID
           MOVE RA-WAREHOUSE-ID TO RH-WAREHOUSE-ID
           MOVE RA-COSTUME-ID TO RH-COSTUME-ID
           MOVE RA-COSTUME-SIZE TO RH-COSTUME-SIZE
           MOVE RA-COSTUME-TYPE TO RH-COSTUME-TYPE
           MOVE RA-RETURN-QTY TO RH-RETURN-QTY
           MOVE RA-DISPOSITION TO RH-DISPOSITION
           MOVE WS-CREDIT-AMOUNT TO RH-CREDIT-AMOUNT
           MOVE WS-WRITE-OFF TO RH-WRITE-OFF
           WRITE RETURN-HISTORY-REC

           ADD 1 TO RETURNED-COUNT
           MOVE RA-RMA-NO TO RT-RMA-NO(RETURNED-COUNT)
           MOVE WS-MATCH-KEY TO RT-MATCH-KEY(RETURNED-COUNT)
           MOVE RA-RETURN-QTY TO RT-RETURN-QTY(RETURNED-COUNT)

           MOVE RA-RMA-NO TO RRL-RMA-NO
           MOVE RA-ORDER-NO TO RRL-ORDER-NO
           MOVE RA-CUSTOMER-ID TO RRL-CUSTOMER-ID
           MOVE RA-WAREHOUSE-ID TO RRL-WAREHOUSE-ID
           MOVE RA-COSTUME-ID TO RRL-COSTUME-ID
           MOVE RA-COSTUME-SIZE TO RRL-COSTUME-SIZE
           MOVE RA-COSTUME-TYPE TO RRL-COSTUME-TYPE
           MOVE RA-RETURN-QTY TO RRL-QUANTITY
           MOVE WS-CREDIT-AMOUNT TO RRL-CREDIT
           MOVE WS-WRITE-OFF TO RRL-WRITE-OFF
           WRITE RETURNS-REGISTER-RECORD FROM RETURNS-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       480-REJECT-RETURN.

           MOVE SPACES TO ERROR-REPORT-RECORD
           MOVE WS-DATE TO ELR-RUN-DATE
           MOVE WS-ERROR-REASON TO ELR-REASON-CODE
           MOVE SPACES TO ELR-RECORD-DATA
           MOVE RETURN-AUTH-REC TO ELR-RECORD-DATA(1:34)
           WRITE ERROR-REPORT-RECORD
           ADD 1 TO CT-LINES-REJECTED
           .

       700-WRITE-SCRAP-JOURNAL.

      *    SCRAPPED UNITS LEAVE NOTHING ON HAND, SO THE WHOLE COST
      *    IS WRITTEN DOWN.
           OPEN EXTEND SCRAP-JOURNAL-FILE
           PERFORM VARYING SC-WHSE-SUB FROM 1 BY 1
                   UNTIL SC-WHSE-SUB > SC-BUCKET-COUNT
               PERFORM VARYING SC-TYPE-SUB FROM 1 BY 1
                       UNTIL SC-TYPE-SUB > 2
                   IF SC-UNITS(SC-WHSE-SUB, SC-TYPE-SUB) > 0
                      MOVE WS-DATE TO GL-RUN-DATE
                      MOVE SC-WHSE-ID(SC-WHSE-SUB) TO GL-WAREHOUSE-ID
                      MOVE SC-TYPE-CODE(SC-TYPE-SUB) TO GL-COSTUME-TYPE
                      MOVE SC-UNITS(SC-WHSE-SUB, SC-TYPE-SUB) TO
                         GL-UNITS
                      MOVE SC-WRITE-OFF(SC-WHSE-SUB, SC-TYPE-SUB) TO
                         GL-ACTUAL-VALUE
                      MOVE 0 TO GL-STANDARD-VALUE
                      MOVE SC-WRITE-OFF(SC-WHSE-SUB, SC-TYPE-SUB) TO
                         GL-VARIANCE
                      WRITE SCRAP-JOURNAL-REC
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE SCRAP-JOURNAL-FILE
           .

       800-PRINT-RETURNS-TOTALS.

           MOVE 'RETURN LINES READ:' TO RTT-LABEL
           MOVE CT-LINES-READ TO RTT-COUNT
           WRITE RETURNS-REGISTER-RECORD FROM RETURNS-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'LINES RESTOCKED:' TO RTT-LABEL
           MOVE CT-LINES-RESTOCKED TO RTT-COUNT
           WRITE RETURNS-REGISTER-RECORD FROM RETURNS-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'LINES SCRAPPED:' TO RTT-LABEL
           MOVE CT-LINES-SCRAPPED TO RTT-COUNT
           WRITE RETURNS-REGISTER-RECORD FROM RETURNS-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'LINES REJECTED TO LOG:' TO RTT-LABEL
           MOVE CT-LINES-REJECTED TO RTT-COUNT
           WRITE RETURNS-REGISTER-RECORD FROM RETURNS-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'UNITS RESTOCKED:' TO RTT-LABEL
           MOVE CT-UNITS-RESTOCKED TO RTT-COUNT
           WRITE RETURNS-REGISTER-RECORD FROM RETURNS-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'UNITS SCRAPPED:' TO RTT-LABEL
           MOVE CT-UNITS-SCRAPPED TO RTT-COUNT
           WRITE RETURNS-REGISTER-RECORD FROM RETURNS-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'TOTAL CUSTOMER CREDIT:' TO RTV-LABEL
           MOVE CT-TOTAL-CREDIT TO RTV-VALUE
           WRITE RETURNS-REGISTER-RECORD FROM RETURNS-VALUE-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'SCRAP WRITE-OFF TOTAL:' TO RTV-LABEL
           MOVE CT-TOTAL-WRITE-OFF TO RTV-VALUE
           WRITE RETURNS-REGISTER-RECORD FROM RETURNS-VALUE-LINE
               AFTER ADVANCING 1 LINES
           .

       900-END-OF-JOB-ROUTINE.

           CLOSE INVENTORY-ERROR-REPORT
                 MOVEMENT-TRANS-FILE
                 RETURN-HISTORY-FILE
                 RETURNS-REGISTER-REPORT
                 INDEXED-INVENTORY-FILE

           IF CT-LINES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK
           .
