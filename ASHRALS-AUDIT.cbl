        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROGRAM-4Z.
        AUTHOR. Zeth Malcom.
      ****************************************************************
      *  ASHRALS, Ltd. perpetual inventory integrity audit.  The
      *  same stock is carried in several places that can drift
      *  apart without anyone noticing: the sequential and indexed
      *  CORRECT INVENTORY files, the last INVENTORY HISTORY
      *  snapshot plus the movements applied since, the in-transit
      *  lines on the OPEN TRANSFERS file, and the stock committed
      *  by the BACKORDER file and by 'S' movements still waiting
      *  on the movement transaction file.  PROGRAM-4L reconciles
      *  one item at a time; this run audits every item at once.
      *
      *  For every vendor, warehouse, costume, size, and type the
      *  run checks that
      *      - the sequential and indexed files carry the same
      *        items with the same quantity and price,
      *      - the last snapshot rolled forward through every
      *        movement applied since equals the current QTY IN
      *        STOCK (the snapshot is taken by PROGRAM-4 ahead of
      *        the day's movements, so movements dated on the
      *        snapshot date are applied after it),
      *      - the vendor, warehouse, and costume are still on
      *        their master files,
      *      - the 'S' movements waiting to be applied do not
      *        exceed the stock on hand, and nothing is committed
      *        against an item that is no longer on file.
      *  Every open or completed transfer order is matched to its
      *  donor 'S' leg, and every completed one to its receiving
      *  'T' leg, applied or still waiting on the movement
      *  transaction file, each movement matching only one order.
      *
      *  Every exception is listed with its unit and dollar
      *  difference at the record price, followed by a count for
      *  each exception and the company stock position.  The run
      *  ends with return code 4 when any exception is found, so
      *  the job stream stops before the GL feed goes out.
      * ***************
      *  INPUT:
      *     The sequential CORRECT INVENTORY file, the indexed
      *     CORRECT INVENTORY file from PROGRAM-4X, the INVENTORY
      *     HISTORY and MOVEMENT HISTORY files, the MOVEMENT
      *     TRANSACTION file, the OPEN TRANSFERS file, the
      *     BACKORDER file, and the VENDOR, WAREHOUSE, and COSTUME
      *     master files.
      * ***************
      *  OUTPUT:
      *      The INVENTORY AUDIT exception report.
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CORRECT-INVENTORY-REPORT
                ASSIGN TO "CORRECT-INVENTORY.TXT"
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

            SELECT OPTIONAL INVENTORY-HISTORY-FILE
                ASSIGN TO "INVENTORY-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL MOVEMENT-HISTORY-FILE
                ASSIGN TO "MOVEMENT-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL MOVEMENT-TRANS-FILE
                ASSIGN TO "MOVEMENT-TRANS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL OPEN-TRANSFER-FILE
                ASSIGN TO "OPEN-TRANSFERS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BACKORDER-FILE
                ASSIGN TO "BACKORDER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT VENDOR-MASTER
                ASSIGN TO "VENDOR-MASTER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VENDOR-MSTR-STATUS.

            SELECT WAREHOUSE-MASTER
                ASSIGN TO "WAREHOUSE-MASTER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WHSE-MSTR-STATUS.

            SELECT COSTUME-MASTER
                ASSIGN TO "COSTUME-MASTER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COSTUME-MSTR-STATUS.

            SELECT AUDIT-REPORT
                ASSIGN TO PRINTER 'AUDIT-DSR.TXT'.

        DATA DIVISION.
        FILE SECTION.

       FD  CORRECT-INVENTORY-REPORT
           RECORD CONTAINS 288 CHARACTERS.

       01  CORRECT-INVENTORY-FILE           PIC X(288).

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

       FD  INVENTORY-HISTORY-FILE
           RECORD CONTAINS 296 CHARACTERS.

       01  INVENTORY-HISTORY-REC.
           05  SH-RUN-DATE                  PIC X(8).
           05  SH-RECORD-DATA               PIC X(288).

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

       FD  OPEN-TRANSFER-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  OPEN-TRANSFER-REC               PIC X(45).

       FD  BACKORDER-FILE
           RECORD CONTAINS 27 CHARACTERS.

       01  BACKORDER-REC.
           05  BO-ORDER-NO                  PIC 9(6).
           05  BO-CUSTOMER-ID               PIC X(6).
           05  BO-VENDOR-ID                 PIC X(4).
           05  BO-WAREHOUSE-ID              PIC X(3).
           05  BO-COSTUME-ID                PIC X(3).
           05  BO-COSTUME-SIZE              PIC A.
           05  BO-COSTUME-TYPE              PIC A.
           05  BO-ORDER-QTY                 PIC 9(3).

       FD  VENDOR-MASTER
           RECORD CONTAINS 17 CHARACTERS.

       01  VENDOR-MASTER-REC.
           05  VM-VENDOR-ID                 PIC X(4).
           05  VM-VENDOR-NAME               PIC X(13).

       FD  WAREHOUSE-MASTER
           RECORD CONTAINS 14 CHARACTERS.

       01  WAREHOUSE-MASTER-REC.
           05  WM-WAREHOUSE-ID              PIC X(3).
           05  WM-WAREHOUSE-NAME            PIC X(11).

       FD  COSTUME-MASTER
           RECORD CONTAINS 22 CHARACTERS.

       01  COSTUME-MASTER-REC.
           05  CO-COSTUME-ID                PIC X(3).
           05  CO-COSTUME-NAME              PIC X(9).
           05  CO-VALID-SIZES               PIC X(4).
           05  CO-STANDARD-PRICE            PIC 9(4)V99.

       FD  AUDIT-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       01  AUDIT-RECORD                     PIC X(71).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.

            05  EOF-FLAG                PIC X         VALUE ' '.
                88  NO-MORE-DATA                      VALUE 'N'.
            05  WS-INDEXED-STATUS       PIC XX.
            05  WS-VENDOR-MSTR-STATUS   PIC XX.
            05  WS-WHSE-MSTR-STATUS     PIC XX.
            05  WS-COSTUME-MSTR-STATUS  PIC XX.
            05  WS-ITEM-FOUND           PIC XXX       VALUE 'NO'.
            05  WS-MASTER-FOUND         PIC XXX       VALUE 'NO'.
            05  WS-LEG-FOUND            PIC XXX       VALUE 'NO'.
            05  WS-TABLE-FULL           PIC XXX       VALUE 'NO'.
            05  WS-SHOW-COMPARE         PIC XXX       VALUE 'NO'.

        01  SUB  PIC 9(4)   VALUE 1.

        01  WORK-INVENTORY-REC.
            05  WK-VENDOR-ID                      PIC X(4).
            05  WK-WAREHOUSE-ID                   PIC X(3).
            05  WK-COSTUME-ID                     PIC X(3).
            05  WK-COSTUME-COUNT                  PIC 9(2).
            05  WK-COSTUME-ARRAY OCCURS 1 TO 12 TIMES
                   DEPENDING ON WK-COSTUME-COUNT.
                10  WK-COSTUME-NAME               PIC X(9).
                10  WK-COSTUME-SIZE               PIC A.
                10  WK-COSTUME-TYPE               PIC A.
                10  WK-QTY-IN-STOCK               PIC S9(3).
                10  WK-REORDER-POINT              PIC S9(3).
                10  WK-COSTUME-PRICE              PIC S9(4)V99.

        01  WORK-TRANSFER-REC.
            05  OT-TRANSFER-ID               PIC 9(6).
            05  OT-STATUS                    PIC X.
            05  OT-SHIP-DATE                 PIC X(8).
            05  OT-RECV-DATE                 PIC X(8).
            05  OT-FROM-VENDOR-ID            PIC X(4).
            05  OT-FROM-WAREHOUSE-ID         PIC X(3).
            05  OT-TO-VENDOR-ID              PIC X(4).
            05  OT-TO-WAREHOUSE-ID           PIC X(3).
            05  OT-COSTUME-ID                PIC X(3).
            05  OT-COSTUME-SIZE              PIC A.
            05  OT-COSTUME-TYPE              PIC A.
            05  OT-QUANTITY                  PIC 9(3).

        01  VENDOR-TABLE-COUNT      PIC 9(3)  VALUE 0.
        01  VENDOR-TABLE.
            05  VT-VENDOR-ID OCCURS 0 TO 200 TIMES
                DEPENDING ON VENDOR-TABLE-COUNT    PIC X(4).

        01  WAREHOUSE-TABLE-COUNT   PIC 9(3)  VALUE 0.
        01  WAREHOUSE-TABLE.
            05  WT-WAREHOUSE-ID OCCURS 0 TO 200 TIMES
                DEPENDING ON WAREHOUSE-TABLE-COUNT PIC X(3).

        01  COSTUME-TABLE-COUNT     PIC 9(3)  VALUE 0.
        01  COSTUME-TABLE.
            05  CT-COSTUME-ID OCCURS 0 TO 500 TIMES
                DEPENDING ON COSTUME-TABLE-COUNT   PIC X(3).

        01  ITEM-TABLE-COUNT        PIC 9(4)  VALUE 0.
        01  ITEM-TABLE.
            05  ITEM-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON ITEM-TABLE-COUNT
                INDEXED BY IT-INDEX.
                10  IT-ITEM-KEY.
                    15  IT-VENDOR-ID        PIC X(4).
                    15  IT-WAREHOUSE-ID     PIC X(3).
                    15  IT-COSTUME-ID       PIC X(3).
                    15  IT-COSTUME-SIZE     PIC X.
                    15  IT-COSTUME-TYPE     PIC X.
                10  IT-ON-SEQ           PIC X.
                10  IT-SEQ-QTY          PIC S9(3).
                10  IT-SEQ-PRICE        PIC S9(4)V99.
                10  IT-ON-IDX           PIC X.
                10  IT-IDX-QTY          PIC S9(3).
                10  IT-IDX-PRICE        PIC S9(4)V99.
                10  IT-SNAP-QTY         PIC S9(3).
                10  IT-MOVED-QTY        PIC S9(5).
                10  IT-IN-TRANSIT       PIC S9(5).
                10  IT-PENDING-OUT      PIC S9(5).
                10  IT-BACKORDER        PIC S9(5).

        01  TRANSFER-TABLE-COUNT    PIC 9(4)  VALUE 0.
        01  TRANSFER-TABLE.
            05  TRANSFER-ROW OCCURS 0 TO 2000 TIMES
                DEPENDING ON TRANSFER-TABLE-COUNT  PIC X(45).

        01  LEG-TABLE-COUNT         PIC 9(4)  VALUE 0.
        01  LEG-TABLE.
            05  LEG-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON LEG-TABLE-COUNT.
                10  LG-ITEM-KEY         PIC X(12).
                10  LG-TRANS-TYPE       PIC X.
                10  LG-DATE             PIC X(8).
                10  LG-QUANTITY         PIC 9(3).
                10  LG-USED             PIC X.

        01  EXCEPTION-NAMES.
            05  FILLER              PIC X(13) VALUE 'NOT ON INDEX'.
            05  FILLER              PIC X(13) VALUE 'NOT ON SEQ'.
            05  FILLER              PIC X(13) VALUE 'SEQ/IDX QTY'.
            05  FILLER              PIC X(13) VALUE 'SEQ/IDX PRICE'.
            05  FILLER              PIC X(13) VALUE 'ROLL FORWARD'.
            05  FILLER              PIC X(13) VALUE 'XFER NO SHIP'.
            05  FILLER              PIC X(13) VALUE 'XFER NO RECPT'.
            05  FILLER              PIC X(13) VALUE 'ORPHAN VENDOR'.
            05  FILLER              PIC X(13) VALUE 'ORPHAN WHSE'.
            05  FILLER              PIC X(13) VALUE 'ORPHAN COSTUM'.
            05  FILLER              PIC X(13) VALUE 'OVERCOMMITTED'.
            05  FILLER              PIC X(13) VALUE 'NOT ON FILE'.

        01  EXCEPTION-NAME-TABLE REDEFINES EXCEPTION-NAMES.
            05  EX-NAME OCCURS 12 TIMES  PIC X(13).

        01  EXCEPTION-TOTALS.
            05  EX-TOTALS OCCURS 12 TIMES.
                10  EX-COUNT            PIC 9(5).
                10  EX-UNITS            PIC S9(7).
                10  EX-DOLLARS          PIC S9(9)V99.

        01  TEMPORARY-FIELDS.

            05  WS-ITEM-KEY             PIC X(12).
            05  WS-LEG-KEY              PIC X(12).
            05  WS-LEG-TYPE             PIC X.
            05  WS-LEG-DATE             PIC X(8).
            05  WS-LAST-SNAP-DATE       PIC X(8)     VALUE SPACES.
            05  WS-EARLIEST-SHIP        PIC X(8)     VALUE SPACES.
            05  WS-LEG-SUB              PIC 9(4).
            05  WS-MASTER-SUB           PIC 9(3).
            05  WS-EXC-SUB              PIC 99.
            05  WS-EXC-EXPECTED         PIC S9(5).
            05  WS-EXC-ACTUAL           PIC S9(5).
            05  WS-EXC-UNITS            PIC S9(5).
            05  WS-EXC-PRICE            PIC S9(4)V99.
            05  WS-EXC-DOLLARS          PIC S9(7)V99.
            05  WS-BOOK-QTY             PIC S9(5).
            05  WS-ITEM-PRICE           PIC S9(4)V99.
            05  WS-EXPECTED-QTY         PIC S9(5).

        01  CONTROL-TOTALS.
            05  CT-ITEMS-AUDITED        PIC 9(6)     VALUE 0.
            05  CT-TRANSFERS-MATCHED    PIC 9(6)     VALUE 0.
            05  CT-EXCEPTIONS           PIC 9(6)     VALUE 0.
            05  CT-ON-HAND-UNITS        PIC S9(7)    VALUE 0.
            05  CT-ON-HAND-VALUE        PIC S9(9)V99 VALUE 0.
            05  CT-IN-TRANSIT-UNITS     PIC S9(7)    VALUE 0.
            05  CT-IN-TRANSIT-VALUE     PIC S9(9)V99 VALUE 0.
            05  CT-PENDING-UNITS        PIC S9(7)    VALUE 0.
            05  CT-PENDING-VALUE        PIC S9(9)V99 VALUE 0.
            05  CT-BACKORDER-UNITS      PIC S9(7)    VALUE 0.
            05  CT-BACKORDER-VALUE      PIC S9(9)V99 VALUE 0.

        01  WS-DATE.
            05  RUN-YEAR                PIC 9(4).
            05  RUN-MONTH               PIC 99.
            05  RUN-DAY                 PIC 99.

       01  AUDIT-HEADING-ONE.

            05  FILLER              PIC X(20)  VALUE SPACES.
            05                      PIC X(31)
               VALUE 'PERPETUAL INVENTORY AUDIT     '.
            05  FILLER              PIC X(20)  VALUE SPACES.

       01  AUDIT-HEADING-TWO.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(10)  VALUE 'RUN DATE: '.
            05  AHL-RUN-MONTH       PIC 99/.
            05  AHL-RUN-DAY         PIC 99/.
            05  AHL-RUN-YEAR        PIC 9999.
            05  FILLER              PIC X(4)   VALUE SPACES.
            05                      PIC X(15)  VALUE 'LAST SNAPSHOT: '.
            05  AHL-SNAP-DATE       PIC X(8).
            05  FILLER              PIC X(22)  VALUE SPACES.

       01  AUDIT-HEADING-THREE.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(14)  VALUE 'EXCEPTION'.
            05                      PIC X(5)   VALUE 'VNDR '.
            05                      PIC X(4)   VALUE 'WHS '.
            05                      PIC X(4)   VALUE 'CST '.
            05                      PIC X(2)   VALUE 'S '.
            05                      PIC X(2)   VALUE 'T '.
            05                      PIC X(7)   VALUE 'EXPECT '.
            05                      PIC X(7)   VALUE 'ACTUAL '.
            05                      PIC X(7)   VALUE ' UNITS '.
            05                      PIC X(11)  VALUE '    DOLLARS'.
            05  FILLER              PIC X(6)   VALUE SPACES.

       01  AUDIT-DETAIL-LINE.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05  ADL-EXCEPTION       PIC X(13).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-VENDOR-ID       PIC X(4).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-WAREHOUSE-ID    PIC X(3).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-COSTUME-ID      PIC X(3).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-COSTUME-SIZE    PIC X.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-COSTUME-TYPE    PIC X.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-COMPARE.
                10  ADL-EXPECTED    PIC -----9.
                10  FILLER          PIC X(1)   VALUE SPACES.
                10  ADL-ACTUAL      PIC -----9.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-UNITS           PIC -----9.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-DOLLARS         PIC ----,--9.99.
            05  FILLER              PIC X(6)   VALUE SPACES.

       01  AUDIT-NONE-LINE.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(40)
               VALUE 'NO EXCEPTIONS - ALL STOCK RECORDS AGREE'.
            05  FILLER              PIC X(29)  VALUE SPACES.

       01  AUDIT-SUMMARY-HEADING.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(30)  VALUE 'EXCEPTION'.
            05                      PIC X(6)   VALUE ' COUNT'.
            05                      PIC X(11)  VALUE '      UNITS'.
            05                      PIC X(16)
               VALUE '         DOLLARS'.
            05  FILLER              PIC X(6)   VALUE SPACES.

       01  AUDIT-SUMMARY-LINE.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05  ASL-LABEL           PIC X(30).
            05  ASL-COUNT-AREA.
                10  ASL-COUNT       PIC ZZ,ZZ9.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ASL-UNITS           PIC --,---,--9.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ASL-DOLLARS         PIC ----,---,--9.99.
            05  FILLER              PIC X(6)   VALUE SPACES.

       01  AUDIT-TOTAL-LINE.

            05  ATL-LABEL           PIC X(30).
            05  ATL-COUNT           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(34)  VALUE SPACES.

       PROCEDURE DIVISION.

       100-CONTROL-MODULE.

           PERFORM 200-HOUSEKEEPING-ROUTINE
           PERFORM 210-LOAD-MASTER-TABLES
           PERFORM 230-LOAD-SEQUENTIAL-FILE
           PERFORM 250-LOAD-INDEXED-FILE
           PERFORM 270-LOAD-LAST-SNAPSHOT
           PERFORM 300-LOAD-OPEN-TRANSFERS
           PERFORM 350-ROLL-MOVEMENT-HISTORY
           PERFORM 400-LOAD-PENDING-MOVEMENTS
           PERFORM 450-LOAD-BACKORDERS

           OPEN OUTPUT AUDIT-REPORT
           PERFORM 480-PRINT-HEADINGS
           PERFORM 500-MATCH-TRANSFER-LEGS
           PERFORM 600-AUDIT-ITEMS
           PERFORM 800-PRINT-SUMMARY
           CLOSE AUDIT-REPORT

           PERFORM 900-END-OF-JOB-ROUTINE
           .

       200-HOUSEKEEPING-ROUTINE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           INITIALIZE EXCEPTION-TOTALS
           MOVE 0 TO ITEM-TABLE-COUNT
           MOVE 0 TO TRANSFER-TABLE-COUNT
           MOVE 0 TO LEG-TABLE-COUNT
           .

       210-LOAD-MASTER-TABLES.

           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-MSTR-STATUS NOT = "00"
              DISPLAY "OPEN FAILED FOR VENDOR MASTER"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL NO-MORE-DATA
               READ VENDOR-MASTER
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF VENDOR-TABLE-COUNT < 200
                        ADD 1 TO VENDOR-TABLE-COUNT
                        MOVE VM-VENDOR-ID TO
                           VT-VENDOR-ID(VENDOR-TABLE-COUNT)
                     ELSE
                        MOVE 'YES' TO WS-TABLE-FULL
                     END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-MASTER
           MOVE ' ' TO EOF-FLAG

           OPEN INPUT WAREHOUSE-MASTER
           IF WS-WHSE-MSTR-STATUS NOT = "00"
              DISPLAY "OPEN FAILED FOR WAREHOUSE MASTER"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL NO-MORE-DATA
               READ WAREHOUSE-MASTER
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF WAREHOUSE-TABLE-COUNT < 200
                        ADD 1 TO WAREHOUSE-TABLE-COUNT
                        MOVE WM-WAREHOUSE-ID TO
                           WT-WAREHOUSE-ID(WAREHOUSE-TABLE-COUNT)
                     ELSE
                        MOVE 'YES' TO WS-TABLE-FULL
                     END-IF
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-MASTER
           MOVE ' ' TO EOF-FLAG

           OPEN INPUT COSTUME-MASTER
           IF WS-COSTUME-MSTR-STATUS NOT = "00"
              DISPLAY "OPEN FAILED FOR COSTUME MASTER"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL NO-MORE-DATA
               READ COSTUME-MASTER
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF COSTUME-TABLE-COUNT < 500
                        ADD 1 TO COSTUME-TABLE-COUNT
                        MOVE CO-COSTUME-ID TO
                           CT-COSTUME-ID(COSTUME-TABLE-COUNT)
                     ELSE
                        MOVE 'YES' TO WS-TABLE-FULL
                     END-IF
               END-READ
           END-PERFORM
           CLOSE COSTUME-MASTER
           MOVE ' ' TO EOF-FLAG

           IF WS-TABLE-FULL = 'YES'
              DISPLAY "MASTER FILES EXCEED TABLE LIMITS - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

       230-LOAD-SEQUENTIAL-FILE.

           OPEN INPUT CORRECT-INVENTORY-REPORT
           PERFORM UNTIL NO-MORE-DATA
               READ CORRECT-INVENTORY-REPORT
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     MOVE 12 TO WK-COSTUME-COUNT
                     MOVE CORRECT-INVENTORY-FILE TO WORK-INVENTORY-REC
                     IF WK-COSTUME-COUNT IS NUMERIC AND
                        WK-COSTUME-COUNT >= 1 AND
                        WK-COSTUME-COUNT <= 12
                        PERFORM VARYING SUB FROM 1 BY 1
                                UNTIL SUB > WK-COSTUME-COUNT
                            PERFORM 240-NOTE-SEQUENTIAL-ITEM
                        END-PERFORM
                     END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECT-INVENTORY-REPORT
           MOVE ' ' TO EOF-FLAG
           PERFORM 295-CHECK-TABLE-LIMIT
           .

       240-NOTE-SEQUENTIAL-ITEM.

           PERFORM 280-WORK-ITEM-KEY
           PERFORM 285-LOCATE-ITEM
           IF WS-ITEM-FOUND = 'YES'
              MOVE 'Y' TO IT-ON-SEQ(IT-INDEX)
              IF WK-QTY-IN-STOCK(SUB) IS NUMERIC
                 MOVE WK-QTY-IN-STOCK(SUB) TO IT-SEQ-QTY(IT-INDEX)
              END-IF
              IF WK-COSTUME-PRICE(SUB) IS NUMERIC
                 MOVE WK-COSTUME-PRICE(SUB) TO IT-SEQ-PRICE(IT-INDEX)
              END-IF
           END-IF
           .

       250-LOAD-INDEXED-FILE.

           OPEN INPUT INDEXED-INVENTORY-FILE
           IF WS-INDEXED-STATUS NOT = "00"
              DISPLAY "INDEXED FILE OPEN FAILED, STATUS "
                 WS-INDEXED-STATUS
              DISPLAY "RUN THE INDEXED LOAD AFTER THE INVENTORY RUN"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM UNTIL NO-MORE-DATA
               READ INDEXED-INVENTORY-FILE NEXT RECORD
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     MOVE 12 TO WK-COSTUME-COUNT
                     MOVE INDEXED-INVENTORY-REC TO WORK-INVENTORY-REC
                     IF WK-COSTUME-COUNT IS NUMERIC AND
                        WK-COSTUME-COUNT >= 1 AND
                        WK-COSTUME-COUNT <= 12
                        PERFORM VARYING SUB FROM 1 BY 1
                                UNTIL SUB > WK-COSTUME-COUNT
                            PERFORM 255-NOTE-INDEXED-ITEM
                        END-PERFORM
                     END-IF
               END-READ
           END-PERFORM
           CLOSE INDEXED-INVENTORY-FILE
           MOVE ' ' TO EOF-FLAG
           PERFORM 295-CHECK-TABLE-LIMIT
           .

       255-NOTE-INDEXED-ITEM.

           PERFORM 280-WORK-ITEM-KEY
           PERFORM 285-LOCATE-ITEM
           IF WS-ITEM-FOUND = 'YES'
              MOVE 'Y' TO IT-ON-IDX(IT-INDEX)
              IF WK-QTY-IN-STOCK(SUB) IS NUMERIC
                 MOVE WK-QTY-IN-STOCK(SUB) TO IT-IDX-QTY(IT-INDEX)
              END-IF
              IF WK-COSTUME-PRICE(SUB) IS NUMERIC
                 MOVE WK-COSTUME-PRICE(SUB) TO IT-IDX-PRICE(IT-INDEX)
              END-IF
           END-IF
           .

       270-LOAD-LAST-SNAPSHOT.

      *    THE LAST SNAPSHOT IS THE LATEST RUN DATE ON THE HISTORY
      *    FILE; ONLY ITS RECORDS ARE LOADED.
           MOVE SPACES TO WS-LAST-SNAP-DATE
           OPEN INPUT INVENTORY-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ INVENTORY-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF SH-RUN-DATE IS NUMERIC
                        IF WS-LAST-SNAP-DATE = SPACES OR
                           SH-RUN-DATE > WS-LAST-SNAP-DATE
                           MOVE SH-RUN-DATE TO WS-LAST-SNAP-DATE
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG

           IF WS-LAST-SNAP-DATE NOT = SPACES
              OPEN INPUT INVENTORY-HISTORY-FILE
              PERFORM UNTIL NO-MORE-DATA
                  READ INVENTORY-HISTORY-FILE
                     AT END
                        MOVE 'N' TO EOF-FLAG
                     NOT AT END
                        IF SH-RUN-DATE = WS-LAST-SNAP-DATE
                           PERFORM 275-NOTE-SNAPSHOT-RECORD
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE INVENTORY-HISTORY-FILE
              MOVE ' ' TO EOF-FLAG
           END-IF
           PERFORM 295-CHECK-TABLE-LIMIT
           .

       275-NOTE-SNAPSHOT-RECORD.

           MOVE 12 TO WK-COSTUME-COUNT
           MOVE SH-RECORD-DATA TO WORK-INVENTORY-REC
           IF WK-COSTUME-COUNT IS NUMERIC AND
              WK-COSTUME-COUNT >= 1 AND
              WK-COSTUME-COUNT <= 12
              PERFORM VARYING SUB FROM 1 BY 1
                      UNTIL SUB > WK-COSTUME-COUNT
                  PERFORM 280-WORK-ITEM-KEY
                  PERFORM 285-LOCATE-ITEM
                  IF WS-ITEM-FOUND = 'YES' AND
                     WK-QTY-IN-STOCK(SUB) IS NUMERIC
                     MOVE WK-QTY-IN-STOCK(SUB) TO IT-SNAP-QTY(IT-INDEX)
                  END-IF
              END-PERFORM
           END-IF
           .

       280-WORK-ITEM-KEY.

           MOVE WK-VENDOR-ID TO WS-ITEM-KEY(1:4)
           MOVE WK-WAREHOUSE-ID TO WS-ITEM-KEY(5:3)
           MOVE WK-COSTUME-ID TO WS-ITEM-KEY(8:3)
           MOVE WK-COSTUME-SIZE(SUB) TO WS-ITEM-KEY(11:1)
           MOVE WK-COSTUME-TYPE(SUB) TO WS-ITEM-KEY(12:1)
           .

       285-LOCATE-ITEM.

      *    FINDS WS-ITEM-KEY IN THE ITEM TABLE, ADDING IT WHEN IT IS
      *    NOT THERE YET.  A FULL TABLE IS REPORTED ONCE THE FILE
      *    BEING READ HAS BEEN CLOSED.
           PERFORM 287-FIND-ITEM

           IF WS-ITEM-FOUND = 'NO'
              IF ITEM-TABLE-COUNT >= 5000
                 MOVE 'YES' TO WS-TABLE-FULL
              ELSE
                 ADD 1 TO ITEM-TABLE-COUNT
                 SET IT-INDEX TO ITEM-TABLE-COUNT
                 MOVE WS-ITEM-KEY TO IT-ITEM-KEY(IT-INDEX)
                 MOVE 'N' TO IT-ON-SEQ(IT-INDEX)
                 MOVE 'N' TO IT-ON-IDX(IT-INDEX)
                 MOVE 0 TO IT-SEQ-QTY(IT-INDEX)
                 MOVE 0 TO IT-SEQ-PRICE(IT-INDEX)
                 MOVE 0 TO IT-IDX-QTY(IT-INDEX)
                 MOVE 0 TO IT-IDX-PRICE(IT-INDEX)
                 MOVE 0 TO IT-SNAP-QTY(IT-INDEX)
                 MOVE 0 TO IT-MOVED-QTY(IT-INDEX)
                 MOVE 0 TO IT-IN-TRANSIT(IT-INDEX)
                 MOVE 0 TO IT-PENDING-OUT(IT-INDEX)
                 MOVE 0 TO IT-BACKORDER(IT-INDEX)
                 MOVE 'YES' TO WS-ITEM-FOUND
              END-IF
           END-IF
           .

       287-FIND-ITEM.

           MOVE 'NO' TO WS-ITEM-FOUND
           SET IT-INDEX TO 1
           IF ITEM-TABLE-COUNT > 0
              SEARCH ITEM-TABLE-ENTRY
                  AT END
                      MOVE 'NO' TO WS-ITEM-FOUND
                  WHEN IT-ITEM-KEY(IT-INDEX) = WS-ITEM-KEY
                      MOVE 'YES' TO WS-ITEM-FOUND
              END-SEARCH
           END-IF
           .

       295-CHECK-TABLE-LIMIT.

           IF WS-TABLE-FULL = 'YES'
              DISPLAY "AUDIT EXCEEDS TABLE LIMIT OF 5000 ITEMS, "
                 "2000 TRANSFERS, OR 5000 TRANSFER LEGS - RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

       300-LOAD-OPEN-TRANSFERS.

           MOVE SPACES TO WS-EARLIEST-SHIP
           OPEN INPUT OPEN-TRANSFER-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ OPEN-TRANSFER-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     MOVE OPEN-TRANSFER-REC TO WORK-TRANSFER-REC
                     IF (OT-STATUS = 'T' OR OT-STATUS = 'C') AND
                        OT-QUANTITY IS NUMERIC AND
                        OT-SHIP-DATE IS NUMERIC
                        PERFORM 310-NOTE-OPEN-TRANSFER
                     END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-TRANSFER-FILE
           MOVE ' ' TO EOF-FLAG
           PERFORM 295-CHECK-TABLE-LIMIT
           .

       310-NOTE-OPEN-TRANSFER.

           IF TRANSFER-TABLE-COUNT >= 2000
              MOVE 'YES' TO WS-TABLE-FULL
           ELSE
              ADD 1 TO TRANSFER-TABLE-COUNT
              MOVE WORK-TRANSFER-REC TO
                 TRANSFER-ROW(TRANSFER-TABLE-COUNT)
              IF WS-EARLIEST-SHIP = SPACES OR
                 OT-SHIP-DATE < WS-EARLIEST-SHIP
                 MOVE OT-SHIP-DATE TO WS-EARLIEST-SHIP
              END-IF

      *       STOCK STILL IN TRANSIT IS CARRIED AGAINST THE DONOR.
              IF OT-STATUS = 'T'
                 MOVE OT-FROM-VENDOR-ID TO WS-ITEM-KEY(1:4)
                 MOVE OT-FROM-WAREHOUSE-ID TO WS-ITEM-KEY(5:3)
                 MOVE OT-COSTUME-ID TO WS-ITEM-KEY(8:3)
                 MOVE OT-COSTUME-SIZE TO WS-ITEM-KEY(11:1)
                 MOVE OT-COSTUME-TYPE TO WS-ITEM-KEY(12:1)
                 PERFORM 285-LOCATE-ITEM
                 IF WS-ITEM-FOUND = 'YES'
                    ADD OT-QUANTITY TO IT-IN-TRANSIT(IT-INDEX)
                 END-IF
              END-IF
           END-IF
           .

       350-ROLL-MOVEMENT-HISTORY.

      *    EVERY MOVEMENT APPLIED ON OR AFTER THE SNAPSHOT DATE IS
      *    ROLLED INTO THE ITEM; 'S' AND 'T' MOVEMENTS FROM THE
      *    EARLIEST OPEN TRANSFER ON ARE KEPT FOR LEG MATCHING.
           OPEN INPUT MOVEMENT-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ MOVEMENT-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF MH-RUN-DATE IS NUMERIC AND
                        MH-QUANTITY IS NUMERIC
                        PERFORM 360-NOTE-HISTORY-MOVEMENT
                     END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           PERFORM 295-CHECK-TABLE-LIMIT
           .

       360-NOTE-HISTORY-MOVEMENT.

           MOVE MOVEMENT-HISTORY-REC(10:12) TO WS-ITEM-KEY

           IF WS-LAST-SNAP-DATE NOT = SPACES AND
              MH-RUN-DATE NOT < WS-LAST-SNAP-DATE AND
              MH-TRANS-TYPE NOT = 'B'
              PERFORM 285-LOCATE-ITEM
              IF WS-ITEM-FOUND = 'YES'
                 ADD MH-QUANTITY TO IT-MOVED-QTY(IT-INDEX)
              END-IF
           END-IF

           IF WS-EARLIEST-SHIP NOT = SPACES AND
              MH-RUN-DATE NOT < WS-EARLIEST-SHIP AND
              (MH-TRANS-TYPE = 'S' OR MH-TRANS-TYPE = 'T')
              MOVE WS-ITEM-KEY TO WS-LEG-KEY
              MOVE MH-TRANS-TYPE TO WS-LEG-TYPE
              MOVE MH-RUN-DATE TO WS-LEG-DATE
              PERFORM 370-ADD-LEG
              IF WS-LEG-FOUND = 'YES'
                 IF MH-QUANTITY < 0
                    COMPUTE LG-QUANTITY(LEG-TABLE-COUNT) =
                       0 - MH-QUANTITY
                 ELSE
                    MOVE MH-QUANTITY TO LG-QUANTITY(LEG-TABLE-COUNT)
                 END-IF
              END-IF
           END-IF
           .

       370-ADD-LEG.

           MOVE 'NO' TO WS-LEG-FOUND
           IF LEG-TABLE-COUNT >= 5000
              MOVE 'YES' TO WS-TABLE-FULL
           ELSE
              ADD 1 TO LEG-TABLE-COUNT
              MOVE WS-LEG-KEY TO LG-ITEM-KEY(LEG-TABLE-COUNT)
              MOVE WS-LEG-TYPE TO LG-TRANS-TYPE(LEG-TABLE-COUNT)
              MOVE WS-LEG-DATE TO LG-DATE(LEG-TABLE-COUNT)
              MOVE 0 TO LG-QUANTITY(LEG-TABLE-COUNT)
              MOVE 'N' TO LG-USED(LEG-TABLE-COUNT)
              MOVE 'YES' TO WS-LEG-FOUND
           END-IF
           .

       400-LOAD-PENDING-MOVEMENTS.

      *    'S' SHIPMENTS AND NEGATIVE 'A' ADJUSTMENTS NOT YET APPLIED
      *    ARE STOCK ALREADY COMMITTED.  PENDING 'S' AND 'T' LEGS
      *    COUNT AS LATER THAN ANY TRANSFER DATE.
           OPEN INPUT MOVEMENT-TRANS-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ MOVEMENT-TRANS-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF MT-QUANTITY IS NUMERIC
                        PERFORM 410-NOTE-PENDING-MOVEMENT
                     END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-TRANS-FILE
           MOVE ' ' TO EOF-FLAG
           PERFORM 295-CHECK-TABLE-LIMIT
           .

       410-NOTE-PENDING-MOVEMENT.

           MOVE MOVEMENT-TRANS-REC(2:12) TO WS-ITEM-KEY

           IF (MT-TRANS-TYPE = 'S' AND MT-QUANTITY > 0) OR
              (MT-TRANS-TYPE = 'A' AND MT-QUANTITY < 0)
              PERFORM 285-LOCATE-ITEM
              IF WS-ITEM-FOUND = 'YES'
                 IF MT-QUANTITY > 0
                    ADD MT-QUANTITY TO IT-PENDING-OUT(IT-INDEX)
                 ELSE
                    SUBTRACT MT-QUANTITY FROM IT-PENDING-OUT(IT-INDEX)
                 END-IF
              END-IF
           END-IF

           IF WS-EARLIEST-SHIP NOT = SPACES AND
              (MT-TRANS-TYPE = 'S' OR MT-TRANS-TYPE = 'T') AND
              MT-QUANTITY > 0
              MOVE WS-ITEM-KEY TO WS-LEG-KEY
              MOVE MT-TRANS-TYPE TO WS-LEG-TYPE
              MOVE '99999999' TO WS-LEG-DATE
              PERFORM 370-ADD-LEG
              IF WS-LEG-FOUND = 'YES'
                 MOVE MT-QUANTITY TO LG-QUANTITY(LEG-TABLE-COUNT)
              END-IF
           END-IF
           .

       450-LOAD-BACKORDERS.

           OPEN INPUT BACKORDER-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ BACKORDER-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF BO-ORDER-QTY IS NUMERIC
                        MOVE BACKORDER-REC(13:12) TO WS-ITEM-KEY
                        PERFORM 285-LOCATE-ITEM
                        IF WS-ITEM-FOUND = 'YES'
                           ADD BO-ORDER-QTY TO IT-BACKORDER(IT-INDEX)
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE BACKORDER-FILE
           MOVE ' ' TO EOF-FLAG
           PERFORM 295-CHECK-TABLE-LIMIT
           .

       480-PRINT-HEADINGS.

           MOVE RUN-MONTH TO AHL-RUN-MONTH
           MOVE RUN-DAY TO AHL-RUN-DAY
           MOVE RUN-YEAR TO AHL-RUN-YEAR
           IF WS-LAST-SNAP-DATE = SPACES
              MOVE 'NONE' TO AHL-SNAP-DATE
           ELSE
              MOVE WS-LAST-SNAP-DATE TO AHL-SNAP-DATE
           END-IF

           WRITE AUDIT-RECORD FROM AUDIT-HEADING-ONE
               AFTER ADVANCING 1 LINES
           WRITE AUDIT-RECORD FROM AUDIT-HEADING-TWO
               AFTER ADVANCING 2 LINES
           WRITE AUDIT-RECORD FROM AUDIT-HEADING-THREE
               AFTER ADVANCING 2 LINES
           .

       500-MATCH-TRANSFER-LEGS.

      *    EACH ORDER TAKES THE FIRST UNUSED MOVEMENT OF THE SAME
      *    ITEM AND QUANTITY APPLIED ON OR AFTER ITS SHIP (OR
      *    RECEIPT) DATE.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > TRANSFER-TABLE-COUNT
               MOVE TRANSFER-ROW(SUB) TO WORK-TRANSFER-REC
               MOVE OT-FROM-VENDOR-ID TO WS-LEG-KEY(1:4)
               MOVE OT-FROM-WAREHOUSE-ID TO WS-LEG-KEY(5:3)
               MOVE OT-COSTUME-ID TO WS-LEG-KEY(8:3)
               MOVE OT-COSTUME-SIZE TO WS-LEG-KEY(11:1)
               MOVE OT-COSTUME-TYPE TO WS-LEG-KEY(12:1)
               MOVE 'S' TO WS-LEG-TYPE
               MOVE OT-SHIP-DATE TO WS-LEG-DATE
               PERFORM 520-FIND-TRANSFER-LEG
               IF WS-LEG-FOUND = 'NO'
                  MOVE 6 TO WS-EXC-SUB
                  PERFORM 550-TRANSFER-EXCEPTION
               END-IF

               IF OT-STATUS = 'C'
                  MOVE OT-TO-VENDOR-ID TO WS-LEG-KEY(1:4)
                  MOVE OT-TO-WAREHOUSE-ID TO WS-LEG-KEY(5:3)
                  MOVE 'T' TO WS-LEG-TYPE
                  IF OT-RECV-DATE IS NUMERIC
                     MOVE OT-RECV-DATE TO WS-LEG-DATE
                  END-IF
                  PERFORM 520-FIND-TRANSFER-LEG
                  IF WS-LEG-FOUND = 'NO'
                     MOVE 7 TO WS-EXC-SUB
                     PERFORM 550-TRANSFER-EXCEPTION
                  END-IF
               END-IF
           END-PERFORM
           .

       520-FIND-TRANSFER-LEG.

           MOVE 'NO' TO WS-LEG-FOUND
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                   UNTIL WS-LEG-SUB > LEG-TABLE-COUNT
                      OR WS-LEG-FOUND = 'YES'
               IF LG-USED(WS-LEG-SUB) = 'N' AND
                  LG-TRANS-TYPE(WS-LEG-SUB) = WS-LEG-TYPE AND
                  LG-ITEM-KEY(WS-LEG-SUB) = WS-LEG-KEY AND
                  LG-QUANTITY(WS-LEG-SUB) = OT-QUANTITY AND
                  LG-DATE(WS-LEG-SUB) NOT < WS-LEG-DATE
                  MOVE 'Y' TO LG-USED(WS-LEG-SUB)
                  MOVE 'YES' TO WS-LEG-FOUND
               END-IF
           END-PERFORM

           IF WS-LEG-FOUND = 'YES'
              ADD 1 TO CT-TRANSFERS-MATCHED
           END-IF
           .

       550-TRANSFER-EXCEPTION.

           MOVE WS-LEG-KEY TO WS-ITEM-KEY
           PERFORM 287-FIND-ITEM
           MOVE 0 TO WS-EXC-PRICE
           IF WS-ITEM-FOUND = 'YES'
              PERFORM 690-SET-ITEM-PRICE
              MOVE WS-ITEM-PRICE TO WS-EXC-PRICE
           END-IF
           MOVE 'NO' TO WS-SHOW-COMPARE
           MOVE OT-QUANTITY TO WS-EXC-UNITS
           PERFORM 700-WRITE-EXCEPTION
           .

       600-AUDIT-ITEMS.

           PERFORM VARYING IT-INDEX FROM 1 BY 1
                   UNTIL IT-INDEX > ITEM-TABLE-COUNT
               MOVE IT-ITEM-KEY(IT-INDEX) TO WS-ITEM-KEY
               PERFORM 690-SET-ITEM-PRICE
               MOVE WS-ITEM-PRICE TO WS-EXC-PRICE
               IF IT-ON-SEQ(IT-INDEX) = 'Y' OR
                  IT-ON-IDX(IT-INDEX) = 'Y'
                  ADD 1 TO CT-ITEMS-AUDITED
                  PERFORM 610-COMPARE-SEQ-TO-INDEX
                  PERFORM 630-CHECK-MASTERS
               END-IF
               PERFORM 620-CHECK-ROLL-FORWARD
               PERFORM 640-CHECK-COMMITTED
               PERFORM 650-ADD-STOCK-POSITION
           END-PERFORM
           .

       610-COMPARE-SEQ-TO-INDEX.

           MOVE 'YES' TO WS-SHOW-COMPARE
           EVALUATE TRUE
               WHEN IT-ON-IDX(IT-INDEX) = 'N'
                   MOVE 1 TO WS-EXC-SUB
                   MOVE IT-SEQ-QTY(IT-INDEX) TO WS-EXC-EXPECTED
                   MOVE 0 TO WS-EXC-ACTUAL
                   COMPUTE WS-EXC-UNITS = 0 - IT-SEQ-QTY(IT-INDEX)
                   PERFORM 700-WRITE-EXCEPTION
               WHEN IT-ON-SEQ(IT-INDEX) = 'N'
                   MOVE 2 TO WS-EXC-SUB
                   MOVE 0 TO WS-EXC-EXPECTED
                   MOVE IT-IDX-QTY(IT-INDEX) TO WS-EXC-ACTUAL
                   MOVE IT-IDX-QTY(IT-INDEX) TO WS-EXC-UNITS
                   PERFORM 700-WRITE-EXCEPTION
               WHEN OTHER
                   IF IT-IDX-QTY(IT-INDEX) NOT = IT-SEQ-QTY(IT-INDEX)
                      MOVE 3 TO WS-EXC-SUB
                      MOVE IT-SEQ-QTY(IT-INDEX) TO WS-EXC-EXPECTED
                      MOVE IT-IDX-QTY(IT-INDEX) TO WS-EXC-ACTUAL
                      COMPUTE WS-EXC-UNITS = IT-IDX-QTY(IT-INDEX) -
                         IT-SEQ-QTY(IT-INDEX)
                      PERFORM 700-WRITE-EXCEPTION
                   END-IF
                   IF IT-IDX-PRICE(IT-INDEX) NOT =
                      IT-SEQ-PRICE(IT-INDEX)
      *               A PRICE DIFFERENCE HAS NO UNITS; ITS DOLLARS ARE
      *               THE STOCK ON HAND AT THE TWO PRICES.
                      MOVE 4 TO WS-EXC-SUB
                      MOVE 'NO' TO WS-SHOW-COMPARE
                      MOVE 0 TO WS-EXC-UNITS
                      COMPUTE WS-EXC-PRICE = IT-IDX-PRICE(IT-INDEX) -
                         IT-SEQ-PRICE(IT-INDEX)
                      PERFORM 700-WRITE-EXCEPTION
                      MOVE WS-ITEM-PRICE TO WS-EXC-PRICE
                   END-IF
           END-EVALUATE
           .

       620-CHECK-ROLL-FORWARD.

      *    WITH NO SNAPSHOT ON FILE THERE IS NOTHING TO ROLL FORWARD.
           IF WS-LAST-SNAP-DATE NOT = SPACES
              MOVE 'YES' TO WS-SHOW-COMPARE
              PERFORM 680-SET-BOOK-QTY
              COMPUTE WS-EXPECTED-QTY = IT-SNAP-QTY(IT-INDEX) +
                 IT-MOVED-QTY(IT-INDEX)
              IF WS-EXPECTED-QTY NOT = WS-BOOK-QTY
                 MOVE 5 TO WS-EXC-SUB
                 MOVE WS-EXPECTED-QTY TO WS-EXC-EXPECTED
                 MOVE WS-BOOK-QTY TO WS-EXC-ACTUAL
                 COMPUTE WS-EXC-UNITS = WS-BOOK-QTY - WS-EXPECTED-QTY
                 PERFORM 700-WRITE-EXCEPTION
              END-IF
           END-IF
           .

       630-CHECK-MASTERS.

           MOVE 'NO' TO WS-SHOW-COMPARE
           PERFORM 680-SET-BOOK-QTY
           MOVE WS-BOOK-QTY TO WS-EXC-UNITS

           MOVE 'NO' TO WS-MASTER-FOUND
           PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > VENDOR-TABLE-COUNT
                      OR WS-MASTER-FOUND = 'YES'
               IF VT-VENDOR-ID(WS-MASTER-SUB) = IT-VENDOR-ID(IT-INDEX)
                  MOVE 'YES' TO WS-MASTER-FOUND
               END-IF
           END-PERFORM
           IF WS-MASTER-FOUND = 'NO'
              MOVE 8 TO WS-EXC-SUB
              PERFORM 700-WRITE-EXCEPTION
           END-IF

           MOVE 'NO' TO WS-MASTER-FOUND
           PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > WAREHOUSE-TABLE-COUNT
                      OR WS-MASTER-FOUND = 'YES'
               IF WT-WAREHOUSE-ID(WS-MASTER-SUB) =
                  IT-WAREHOUSE-ID(IT-INDEX)
                  MOVE 'YES' TO WS-MASTER-FOUND
               END-IF
           END-PERFORM
           IF WS-MASTER-FOUND = 'NO'
              MOVE 9 TO WS-EXC-SUB
              PERFORM 700-WRITE-EXCEPTION
           END-IF

           MOVE 'NO' TO WS-MASTER-FOUND
           PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > COSTUME-TABLE-COUNT
                      OR WS-MASTER-FOUND = 'YES'
               IF CT-COSTUME-ID(WS-MASTER-SUB) =
                  IT-COSTUME-ID(IT-INDEX)
                  MOVE 'YES' TO WS-MASTER-FOUND
               END-IF
           END-PERFORM
           IF WS-MASTER-FOUND = 'NO'
              MOVE 10 TO WS-EXC-SUB
              PERFORM 700-WRITE-EXCEPTION
           END-IF
           .

       640-CHECK-COMMITTED.

           PERFORM 680-SET-BOOK-QTY
           IF IT-ON-SEQ(IT-INDEX) = 'N' AND
              IT-ON-IDX(IT-INDEX) = 'N'
              IF IT-PENDING-OUT(IT-INDEX) > 0 OR
                 IT-BACKORDER(IT-INDEX) > 0
                 MOVE 12 TO WS-EXC-SUB
                 MOVE 'NO' TO WS-SHOW-COMPARE
                 COMPUTE WS-EXC-UNITS = IT-PENDING-OUT(IT-INDEX) +
                    IT-BACKORDER(IT-INDEX)
                 PERFORM 700-WRITE-EXCEPTION
              END-IF
           ELSE
              IF IT-PENDING-OUT(IT-INDEX) > WS-BOOK-QTY
                 MOVE 11 TO WS-EXC-SUB
                 MOVE 'YES' TO WS-SHOW-COMPARE
                 MOVE WS-BOOK-QTY TO WS-EXC-EXPECTED
                 MOVE IT-PENDING-OUT(IT-INDEX) TO WS-EXC-ACTUAL
                 COMPUTE WS-EXC-UNITS = WS-BOOK-QTY -
                    IT-PENDING-OUT(IT-INDEX)
                 PERFORM 700-WRITE-EXCEPTION
              END-IF
           END-IF
           .

       650-ADD-STOCK-POSITION.

           PERFORM 680-SET-BOOK-QTY
           ADD WS-BOOK-QTY TO CT-ON-HAND-UNITS
           COMPUTE CT-ON-HAND-VALUE = CT-ON-HAND-VALUE +
              (WS-BOOK-QTY * WS-ITEM-PRICE)
           ADD IT-IN-TRANSIT(IT-INDEX) TO CT-IN-TRANSIT-UNITS
           COMPUTE CT-IN-TRANSIT-VALUE = CT-IN-TRANSIT-VALUE +
              (IT-IN-TRANSIT(IT-INDEX) * WS-ITEM-PRICE)
           ADD IT-PENDING-OUT(IT-INDEX) TO CT-PENDING-UNITS
           COMPUTE CT-PENDING-VALUE = CT-PENDING-VALUE +
              (IT-PENDING-OUT(IT-INDEX) * WS-ITEM-PRICE)
           ADD IT-BACKORDER(IT-INDEX) TO CT-BACKORDER-UNITS
           COMPUTE CT-BACKORDER-VALUE = CT-BACKORDER-VALUE +
              (IT-BACKORDER(IT-INDEX) * WS-ITEM-PRICE)
           .

       680-SET-BOOK-QTY.

      *    THE SEQUENTIAL FILE IS THE BOOK OF RECORD; AN ITEM ONLY ON
      *    THE INDEX IS TAKEN AT ITS INDEXED QUANTITY.
           EVALUATE TRUE
               WHEN IT-ON-SEQ(IT-INDEX) = 'Y'
                   MOVE IT-SEQ-QTY(IT-INDEX) TO WS-BOOK-QTY
               WHEN IT-ON-IDX(IT-INDEX) = 'Y'
                   MOVE IT-IDX-QTY(IT-INDEX) TO WS-BOOK-QTY
               WHEN OTHER
                   MOVE 0 TO WS-BOOK-QTY
           END-EVALUATE
           .

       690-SET-ITEM-PRICE.

           EVALUATE TRUE
               WHEN IT-ON-SEQ(IT-INDEX) = 'Y'
                   MOVE IT-SEQ-PRICE(IT-INDEX) TO WS-ITEM-PRICE
               WHEN IT-ON-IDX(IT-INDEX) = 'Y'
                   MOVE IT-IDX-PRICE(IT-INDEX) TO WS-ITEM-PRICE
               WHEN OTHER
                   MOVE 0 TO WS-ITEM-PRICE
           END-EVALUATE
           .

       700-WRITE-EXCEPTION.

      *    WS-EXC-SUB NAMES THE EXCEPTION; WS-ITEM-KEY, WS-EXC-UNITS,
      *    AND WS-EXC-PRICE DESCRIBE IT.
           MOVE EX-NAME(WS-EXC-SUB) TO ADL-EXCEPTION
           MOVE WS-ITEM-KEY(1:4) TO ADL-VENDOR-ID
           MOVE WS-ITEM-KEY(5:3) TO ADL-WAREHOUSE-ID
           MOVE WS-ITEM-KEY(8:3) TO ADL-COSTUME-ID
           MOVE WS-ITEM-KEY(11:1) TO ADL-COSTUME-SIZE
           MOVE WS-ITEM-KEY(12:1) TO ADL-COSTUME-TYPE
           IF WS-SHOW-COMPARE = 'YES'
              MOVE WS-EXC-EXPECTED TO ADL-EXPECTED
              MOVE WS-EXC-ACTUAL TO ADL-ACTUAL
           ELSE
              MOVE SPACES TO ADL-COMPARE
           END-IF
           MOVE WS-EXC-UNITS TO ADL-UNITS

           IF WS-EXC-SUB = 4
              COMPUTE WS-EXC-DOLLARS ROUNDED =
                 IT-SEQ-QTY(IT-INDEX) * WS-EXC-PRICE
           ELSE
              COMPUTE WS-EXC-DOLLARS ROUNDED =
                 WS-EXC-UNITS * WS-EXC-PRICE
           END-IF
           MOVE WS-EXC-DOLLARS TO ADL-DOLLARS
           ADD WS-EXC-DOLLARS TO EX-DOLLARS(WS-EXC-SUB)

           WRITE AUDIT-RECORD FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINES

           ADD 1 TO EX-COUNT(WS-EXC-SUB)
           ADD WS-EXC-UNITS TO EX-UNITS(WS-EXC-SUB)
           ADD 1 TO CT-EXCEPTIONS
           .

       800-PRINT-SUMMARY.

           IF CT-EXCEPTIONS = 0
              WRITE AUDIT-RECORD FROM AUDIT-NONE-LINE
                  AFTER ADVANCING 1 LINES
           END-IF

           WRITE AUDIT-RECORD FROM AUDIT-SUMMARY-HEADING
               AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > 12
               MOVE EX-NAME(WS-EXC-SUB) TO ASL-LABEL
               MOVE EX-COUNT(WS-EXC-SUB) TO ASL-COUNT
               MOVE EX-UNITS(WS-EXC-SUB) TO ASL-UNITS
               MOVE EX-DOLLARS(WS-EXC-SUB) TO ASL-DOLLARS
               WRITE AUDIT-RECORD FROM AUDIT-SUMMARY-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM

           MOVE 'STOCK ON HAND' TO ASL-LABEL
           MOVE SPACES TO ASL-COUNT-AREA
           MOVE CT-ON-HAND-UNITS TO ASL-UNITS
           MOVE CT-ON-HAND-VALUE TO ASL-DOLLARS
           WRITE AUDIT-RECORD FROM AUDIT-SUMMARY-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'IN TRANSIT BETWEEN WAREHOUSES' TO ASL-LABEL
           MOVE CT-IN-TRANSIT-UNITS TO ASL-UNITS
           MOVE CT-IN-TRANSIT-VALUE TO ASL-DOLLARS
           WRITE AUDIT-RECORD FROM AUDIT-SUMMARY-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'COMMITTED BY PENDING MOVES' TO ASL-LABEL
           MOVE CT-PENDING-UNITS TO ASL-UNITS
           MOVE CT-PENDING-VALUE TO ASL-DOLLARS
           WRITE AUDIT-RECORD FROM AUDIT-SUMMARY-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'ON BACKORDER' TO ASL-LABEL
           MOVE CT-BACKORDER-UNITS TO ASL-UNITS
           MOVE CT-BACKORDER-VALUE TO ASL-DOLLARS
           WRITE AUDIT-RECORD FROM AUDIT-SUMMARY-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'ITEMS AUDITED:' TO ATL-LABEL
           MOVE CT-ITEMS-AUDITED TO ATL-COUNT
           WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'TRANSFER LEGS MATCHED:' TO ATL-LABEL
           MOVE CT-TRANSFERS-MATCHED TO ATL-COUNT
           WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'EXCEPTIONS FOUND:' TO ATL-LABEL
           MOVE CT-EXCEPTIONS TO ATL-COUNT
           WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           .

       900-END-OF-JOB-ROUTINE.

           IF CT-EXCEPTIONS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .
