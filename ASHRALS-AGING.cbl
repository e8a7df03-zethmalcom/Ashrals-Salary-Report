        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROGRAM-4A.
        AUTHOR. Zeth Malcom.
      ****************************************************************
      *  ASHRALS, Ltd. inventory aging and write-down reserve run.
      *  The valuation run (PROGRAM-4V) prices every unit on hand at
      *  the full record price, including stock that has not shipped
      *  in over a year.  This program finds the last 'S' shipment
      *  date of every vendor, warehouse, costume, size, and type on
      *  the correct inventory file from the movement history file,
      *  using the effective date of each shipment (the run date for
      *  history written before effective dates were kept).  An item
      *  that has not shipped since the last period close is aged
      *  from its 'B' closing-balance record (written by PROGRAM-4C
      *  at the purge cutoff, so it has been on hand at least that
      *  long) when that record shows stock on hand, an item that
      *  has never shipped is aged from the first inventory history
      *  snapshot that carries it, and an item on none of these is
      *  new today.  An item whose costume type is not A or C cannot
      *  be journaled; it is rejected to the error log as BAD TYPE
      *  and left off the reports.  More than 50 warehouses stops
      *  the run before the journal is written.
      *
      *  The on-hand value of each item is placed in an age band of
      *  0-90, 91-180, 181-365, or over 365 days, summarized by
      *  warehouse and costume type.  The reserve percentage for
      *  each band comes from the aging parameter file, and the
      *  reserve amount is the band value times that percentage.
      *  The AGING AND RESERVE report prints every warehouse, type,
      *  and band with band totals for the company.  One journal
      *  line per warehouse and type is written in the GL feed
      *  layout: actual value is the on-hand value, standard value
      *  is the value net of reserve, and variance is the write-down
      *  reserve.  Every item over 365 days with stock on hand is
      *  listed on the DEAD STOCK report for the buyers to clear.
      * ***************
      *  INPUT:
      *     The AGING PARAMETER file contains the reserve percent
      *     for each of the four age bands.
      *
      *     The CORRECT INVENTORY file from PROGRAM-4, the MOVEMENT
      *     HISTORY file from PROGRAM-4D, and the INVENTORY HISTORY
      *     file from PROGRAM-4.
      * ***************
      *  OUTPUT:
      *      The RESERVE JOURNAL file, one line per warehouse and
      *      costume type in the GL feed layout, the AGING AND
      *      RESERVE report, the DEAD STOCK report, and rejected
      *      items appended to the error log.
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL AGING-PARM-FILE
                ASSIGN TO "AGING-PARM.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CORRECT-INVENTORY-REPORT
                ASSIGN TO "CORRECT-INVENTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL MOVEMENT-HISTORY-FILE
                ASSIGN TO "MOVEMENT-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVENTORY-HISTORY-FILE
                ASSIGN TO "INVENTORY-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RESERVE-JOURNAL-FILE
                ASSIGN TO "RESERVE-JOURNAL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVENTORY-ERROR-REPORT
                ASSIGN TO "ERRORS-DSR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT AGING-REPORT
                ASSIGN TO PRINTER 'AGING-DSR.TXT'.

            SELECT DEAD-STOCK-REPORT
                ASSIGN TO PRINTER 'DEADSTOCK-DSR.TXT'.

        DATA DIVISION.
        FILE SECTION.

       FD  AGING-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.

       01  AGING-PARM-REC.
           05  AP-RESERVE-PCT OCCURS 4 TIMES PIC 9(3)V99.

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

       FD  RESERVE-JOURNAL-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  RESERVE-JOURNAL-REC.
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

       FD  AGING-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       01  AGING-RECORD                     PIC X(71).

       FD  DEAD-STOCK-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       01  DEAD-STOCK-RECORD                PIC X(71).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.

            05  EOF-FLAG                PIC X         VALUE ' '.
                88  NO-MORE-DATA                      VALUE 'N'.
            05  WS-ITEM-FOUND           PIC XXX       VALUE 'NO'.
            05  WS-TABLE-FULL           PIC XXX       VALUE 'NO'.

        01  SUB  PIC 99     VALUE 1.
        01  SUB2 PIC 9(4)   VALUE 1.

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

        01  ITEM-TABLE-COUNT        PIC 9(4)  VALUE 0.
        01  ITEM-TABLE.
            05  ITEM-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON ITEM-TABLE-COUNT
                INDEXED BY IT-INDEX.
                10  IT-ITEM-KEY         PIC X(12).
                10  IT-COSTUME-NAME     PIC X(9).
                10  IT-QTY-IN-STOCK     PIC 9(3).
                10  IT-COSTUME-PRICE    PIC 9(4)V99.
                10  IT-LAST-SHIP-DATE   PIC X(8).
                10  IT-FIRST-SEEN-DATE  PIC X(8).
                10  IT-BALANCE-DATE     PIC X(8).

        01  AGING-FIELDS.
            05  AG-WHSE-SUB             PIC 99.
            05  AG-MATCH-WHSE           PIC 99.
            05  AG-TYPE-SUB             PIC 9.
            05  AG-BAND-SUB             PIC 9.
            05  AG-BUCKET-COUNT         PIC 99       VALUE 0.
            05  AG-UNAGED-COUNT         PIC 9(4)     VALUE 0.
            05  AG-ITEM-VALUE           PIC 9(7)V99.
            05  AG-AGE-DAYS             PIC 9(6).
            05  AG-AGE-DATE             PIC X(8).
            05  AG-AGE-BASIS            PIC X(4).
            05  AG-DATE-NUM             PIC 9(8).
            05  AG-TODAY-INT            PIC 9(8).
            05  AG-WHSE-UNITS           PIC 9(7).
            05  AG-WHSE-VALUE           PIC 9(9)V99.
            05  AG-WHSE-RESERVE         PIC 9(9)V99.
            05  AG-GRAND-VALUE          PIC 9(11)V99 VALUE 0.
            05  AG-GRAND-RESERVE        PIC 9(11)V99 VALUE 0.
            05  AG-GRAND-NET            PIC 9(11)V99 VALUE 0.
            05  AG-DEAD-ITEMS           PIC 9(6)     VALUE 0.
            05  AG-DEAD-VALUE           PIC 9(11)V99 VALUE 0.
            05  AG-ITEMS-REJECTED       PIC 9(6)     VALUE 0.

        01  AGING-TABLE.
            05  AG-WHSE-ENTRY OCCURS 50 TIMES.
                10  AG-WHSE-ID          PIC X(3).
                10  AG-TYPE-ENTRY OCCURS 2 TIMES.
                    15  AG-BAND-ENTRY OCCURS 4 TIMES.
                        20  AG-UNITS    PIC 9(7).
                        20  AG-VALUE    PIC 9(9)V99.
                        20  AG-RESERVE  PIC 9(9)V99.

        01  BAND-TOTAL-TABLE.
            05  BT-BAND-ENTRY OCCURS 4 TIMES.
                10  BT-UNITS            PIC 9(9).
                10  BT-VALUE            PIC 9(11)V99.
                10  BT-RESERVE          PIC 9(11)V99.

        01  RESERVE-PCT-TABLE.
            05  AG-RESERVE-PCT OCCURS 4 TIMES PIC 9(3)V99.

        01  BAND-NAME-TEXT.
            05           PIC X(8)       VALUE "0-90    ".
            05           PIC X(8)       VALUE "91-180  ".
            05           PIC X(8)       VALUE "181-365 ".
            05           PIC X(8)       VALUE "OVER 365".

        01  BAND-NAME-TABLE REDEFINES BAND-NAME-TEXT.
            05  AG-BAND-NAME OCCURS 4 TIMES  PIC X(8).

        01  TYPE-CODE-TEXT.
            05           PIC X          VALUE "A".
            05           PIC X          VALUE "C".

        01  TYPE-CODE-TABLE REDEFINES TYPE-CODE-TEXT.
            05  AG-TYPE-CODE OCCURS 2 TIMES  PIC X.

        01  TYPE-NAME-TEXT.
            05           PIC X(5)       VALUE "ADULT".
            05           PIC X(5)       VALUE "CHILD".

        01  TYPE-NAME-TABLE REDEFINES TYPE-NAME-TEXT.
            05  AG-TYPE-NAME OCCURS 2 TIMES  PIC X(5).

        01  TEMPORARY-FIELDS.

            05  WS-ITEM-KEY             PIC X(12).
            05  WS-MOVE-DATE            PIC X(8).
            05  WS-ERROR-REASON         PIC X(13).

        01  WS-DATE.
            05  RUN-YEAR                PIC 9(4).
            05  RUN-MONTH               PIC 99.
            05  RUN-DAY                 PIC 99.

       01  AGING-HEADING-ONE.

            05  FILLER              PIC X(21)  VALUE SPACES.
            05                      PIC X(29)
               VALUE 'INVENTORY AGING AND RESERVE  '.
            05  FILLER              PIC X(21)  VALUE SPACES.

       01  AGING-HEADING-TWO.

            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'WHS'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(5)   VALUE 'TYPE '.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(8)   VALUE 'AGE DAYS'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(7)   VALUE '  UNITS'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(13)  VALUE '        VALUE'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(6)   VALUE '   PCT'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(13)  VALUE '      RESERVE'.
            05  FILLER              PIC X(8)   VALUE SPACES.

       01  AGING-DETAIL-LINE.

            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-WAREHOUSE-ID    PIC X(3).
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  ADL-TYPE-NAME       PIC X(5).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-BAND-NAME       PIC X(8).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-UNITS           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-VALUE           PIC $Z,ZZZ,ZZ9.99.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-RESERVE-PCT     PIC ZZ9.99.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-RESERVE         PIC $Z,ZZZ,ZZ9.99.
            05  FILLER              PIC X(8)   VALUE SPACES.

       01  AGING-VALUE-LINE.

            05  ATV-LABEL           PIC X(30).
            05  ATV-VALUE           PIC $ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(25)  VALUE SPACES.

       01  AGING-TOTAL-LINE.

            05  ATL-LABEL           PIC X(30).
            05  ATL-COUNT           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(34)  VALUE SPACES.

       01  DEAD-HEADING-ONE.

            05  FILLER              PIC X(22)  VALUE SPACES.
            05                      PIC X(27)
               VALUE 'DEAD STOCK - OVER 365 DAYS '.
            05  FILLER              PIC X(22)  VALUE SPACES.

       01  DEAD-HEADING-TWO.

            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(4)   VALUE 'VEND'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'WHS'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'CST'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(9)   VALUE 'NAME'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X      VALUE 'S'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X      VALUE 'T'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'QTY'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(10)  VALUE 'SINCE'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(4)   VALUE 'FROM'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(6)   VALUE '  DAYS'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(11)  VALUE '      VALUE'.
            05  FILLER              PIC X(2)   VALUE SPACES.

       01  DEAD-DETAIL-LINE.

            05  FILLER              PIC X(1)   VALUE SPACES.
            05  DDL-VENDOR-ID       PIC X(4).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  DDL-WAREHOUSE-ID    PIC X(3).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  DDL-COSTUME-ID      PIC X(3).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  DDL-COSTUME-NAME    PIC X(9).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  DDL-COSTUME-SIZE    PIC X.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  DDL-COSTUME-TYPE    PIC X.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  DDL-QTY-IN-STOCK    PIC ZZ9.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  DDL-AGE-DATE        PIC 9999/99/99.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  DDL-AGE-BASIS       PIC X(4).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  DDL-AGE-DAYS        PIC ZZ,ZZ9.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  DDL-VALUE           PIC $ZZZ,ZZ9.99.
            05  FILLER              PIC X(2)   VALUE SPACES.

       PROCEDURE DIVISION.

       100-CONTROL-MODULE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO AG-DATE-NUM
           COMPUTE AG-TODAY-INT = FUNCTION INTEGER-OF-DATE(AG-DATE-NUM)

           PERFORM 150-READ-AGING-PARAMETERS
           PERFORM 200-LOAD-INVENTORY-ITEMS
           PERFORM 250-LOAD-LAST-SHIPMENTS
           IF AG-UNAGED-COUNT > 0
              PERFORM 280-LOAD-FIRST-SNAPSHOTS
           END-IF

           OPEN EXTEND INVENTORY-ERROR-REPORT
           OPEN OUTPUT DEAD-STOCK-REPORT
           WRITE DEAD-STOCK-RECORD FROM DEAD-HEADING-ONE
               AFTER ADVANCING 1 LINES
           WRITE DEAD-STOCK-RECORD FROM DEAD-HEADING-TWO
               AFTER ADVANCING 2 LINES

           PERFORM 300-AGE-INVENTORY
           PERFORM 390-CHECK-TABLE-LIMIT
           PERFORM 600-WRITE-RESERVE-JOURNAL
           PERFORM 700-PRINT-AGING-REPORT
           PERFORM 800-PRINT-DEAD-STOCK-TOTALS

           CLOSE DEAD-STOCK-REPORT
                 INVENTORY-ERROR-REPORT
           IF AG-ITEMS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       150-READ-AGING-PARAMETERS.

      *    A MISSING OR UNREADABLE PERCENT KEEPS ITS DEFAULT.
           MOVE 0 TO AG-RESERVE-PCT(1)
           MOVE 10 TO AG-RESERVE-PCT(2)
           MOVE 25 TO AG-RESERVE-PCT(3)
           MOVE 50 TO AG-RESERVE-PCT(4)

           OPEN INPUT AGING-PARM-FILE
           READ AGING-PARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM VARYING AG-BAND-SUB FROM 1 BY 1
                         UNTIL AG-BAND-SUB > 4
                     IF AP-RESERVE-PCT(AG-BAND-SUB) IS NUMERIC AND
                        AP-RESERVE-PCT(AG-BAND-SUB) <= 100
                        MOVE AP-RESERVE-PCT(AG-BAND-SUB) TO
                           AG-RESERVE-PCT(AG-BAND-SUB)
                     END-IF
                 END-PERFORM
           END-READ
           CLOSE AGING-PARM-FILE
           .

       200-LOAD-INVENTORY-ITEMS.

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
                            PERFORM 220-ADD-INVENTORY-ITEM
                        END-PERFORM
                     END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECT-INVENTORY-REPORT
           MOVE ' ' TO EOF-FLAG
           .

       220-ADD-INVENTORY-ITEM.

           IF ITEM-TABLE-COUNT >= 5000
              DISPLAY "CORRECT INVENTORY FILE EXCEEDS TABLE LIMIT "
                 "OF 5000 ITEMS - RUN ABORTED"
              CLOSE CORRECT-INVENTORY-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           ADD 1 TO ITEM-TABLE-COUNT
           ADD 1 TO AG-UNAGED-COUNT
           MOVE CI-VENDOR-ID TO IT-ITEM-KEY(ITEM-TABLE-COUNT)(1:4)
           MOVE CI-WAREHOUSE-ID TO IT-ITEM-KEY(ITEM-TABLE-COUNT)(5:3)
           MOVE CI-COSTUME-ID TO IT-ITEM-KEY(ITEM-TABLE-COUNT)(8:3)
           MOVE CI-COSTUME-SIZE(SUB) TO
              IT-ITEM-KEY(ITEM-TABLE-COUNT)(11:1)
           MOVE CI-COSTUME-TYPE(SUB) TO
              IT-ITEM-KEY(ITEM-TABLE-COUNT)(12:1)
           MOVE CI-COSTUME-NAME(SUB) TO
              IT-COSTUME-NAME(ITEM-TABLE-COUNT)
           IF CI-QTY-IN-STOCK(SUB) IS NUMERIC AND
              CI-QTY-IN-STOCK(SUB) > 0
              MOVE CI-QTY-IN-STOCK(SUB) TO
                 IT-QTY-IN-STOCK(ITEM-TABLE-COUNT)
           ELSE
              MOVE 0 TO IT-QTY-IN-STOCK(ITEM-TABLE-COUNT)
           END-IF
           IF CI-COSTUME-PRICE(SUB) IS NUMERIC AND
              CI-COSTUME-PRICE(SUB) > 0
              MOVE CI-COSTUME-PRICE(SUB) TO
                 IT-COSTUME-PRICE(ITEM-TABLE-COUNT)
           ELSE
              MOVE 0 TO IT-COSTUME-PRICE(ITEM-TABLE-COUNT)
           END-IF
           MOVE SPACES TO IT-LAST-SHIP-DATE(ITEM-TABLE-COUNT)
           MOVE SPACES TO IT-FIRST-SEEN-DATE(ITEM-TABLE-COUNT)
           MOVE SPACES TO IT-BALANCE-DATE(ITEM-TABLE-COUNT)
           .

       250-LOAD-LAST-SHIPMENTS.

      *    THE HISTORY FILE IS IN RUN DATE ORDER, BUT THE LATEST DATE
      *    IS KEPT SINCE BACK-DATED MOVEMENTS AND RESTORED FILES PUT
      *    EFFECTIVE DATES OUT OF ORDER.  A 'B' RECORD ONLY DATES AN
      *    ITEM THAT HAD STOCK ON HAND AT THE CUTOFF.
           OPEN INPUT MOVEMENT-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ MOVEMENT-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF MH-EFFECTIVE-DATE = SPACES
                        MOVE MH-RUN-DATE TO WS-MOVE-DATE
                     ELSE
                        MOVE MH-EFFECTIVE-DATE TO WS-MOVE-DATE
                     END-IF
                     IF MH-TRANS-TYPE = 'S' AND
                        WS-MOVE-DATE IS NUMERIC
                        MOVE MOVEMENT-HISTORY-REC(10:12) TO WS-ITEM-KEY
                        PERFORM 270-FIND-ITEM
                        IF WS-ITEM-FOUND = 'YES'
                           IF IT-LAST-SHIP-DATE(IT-INDEX) = SPACES
                              SUBTRACT 1 FROM AG-UNAGED-COUNT
                              MOVE WS-MOVE-DATE TO
                                 IT-LAST-SHIP-DATE(IT-INDEX)
                           ELSE
                              IF WS-MOVE-DATE >
                                 IT-LAST-SHIP-DATE(IT-INDEX)
                                 MOVE WS-MOVE-DATE TO
                                    IT-LAST-SHIP-DATE(IT-INDEX)
                              END-IF
                           END-IF
                        END-IF
                     END-IF
                     IF MH-TRANS-TYPE = 'B' AND
                        WS-MOVE-DATE IS NUMERIC AND
                        MH-NEW-QTY IS NUMERIC AND
                        MH-NEW-QTY > 0
                        MOVE MOVEMENT-HISTORY-REC(10:12) TO WS-ITEM-KEY
                        PERFORM 270-FIND-ITEM
                        IF WS-ITEM-FOUND = 'YES'
                           IF IT-BALANCE-DATE(IT-INDEX) = SPACES OR
                              WS-MOVE-DATE < IT-BALANCE-DATE(IT-INDEX)
                              MOVE WS-MOVE-DATE TO
                                 IT-BALANCE-DATE(IT-INDEX)
                           END-IF
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           .

       270-FIND-ITEM.

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

       280-LOAD-FIRST-SNAPSHOTS.

      *    ONLY ITEMS THAT HAVE NEVER SHIPPED ARE AGED FROM THE
      *    EARLIEST SNAPSHOT THAT CARRIES THEM.
           OPEN INPUT INVENTORY-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ INVENTORY-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF SH-RUN-DATE IS NUMERIC
                        MOVE 12 TO WK-COSTUME-COUNT
                        MOVE SH-RECORD-DATA TO WORK-INVENTORY-REC
                        IF WK-COSTUME-COUNT IS NUMERIC AND
                           WK-COSTUME-COUNT >= 1 AND
                           WK-COSTUME-COUNT <= 12
                           PERFORM VARYING SUB FROM 1 BY 1
                                   UNTIL SUB > WK-COSTUME-COUNT
                               PERFORM 290-NOTE-FIRST-SNAPSHOT
                           END-PERFORM
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           .

       290-NOTE-FIRST-SNAPSHOT.

           MOVE WK-VENDOR-ID TO WS-ITEM-KEY(1:4)
           MOVE WK-WAREHOUSE-ID TO WS-ITEM-KEY(5:3)
           MOVE WK-COSTUME-ID TO WS-ITEM-KEY(8:3)
           MOVE WK-COSTUME-SIZE(SUB) TO WS-ITEM-KEY(11:1)
           MOVE WK-COSTUME-TYPE(SUB) TO WS-ITEM-KEY(12:1)
           PERFORM 270-FIND-ITEM
           IF WS-ITEM-FOUND = 'YES'
              IF IT-LAST-SHIP-DATE(IT-INDEX) = SPACES
                 IF IT-FIRST-SEEN-DATE(IT-INDEX) = SPACES OR
                    SH-RUN-DATE < IT-FIRST-SEEN-DATE(IT-INDEX)
                    MOVE SH-RUN-DATE TO IT-FIRST-SEEN-DATE(IT-INDEX)
                 END-IF
              END-IF
           END-IF
           .

       300-AGE-INVENTORY.

           INITIALIZE AGING-TABLE
           INITIALIZE BAND-TOTAL-TABLE

           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > ITEM-TABLE-COUNT
                      OR WS-TABLE-FULL = 'YES'
               IF IT-QTY-IN-STOCK(SUB2) > 0
                  PERFORM 350-AGE-ONE-ITEM
               END-IF
           END-PERFORM
           .

       350-AGE-ONE-ITEM.

           EVALUATE TRUE
               WHEN IT-LAST-SHIP-DATE(SUB2) NOT = SPACES
                   MOVE IT-LAST-SHIP-DATE(SUB2) TO AG-AGE-DATE
                   MOVE 'SHIP' TO AG-AGE-BASIS
               WHEN IT-BALANCE-DATE(SUB2) NOT = SPACES
                   MOVE IT-BALANCE-DATE(SUB2) TO AG-AGE-DATE
                   MOVE 'BAL ' TO AG-AGE-BASIS
               WHEN IT-FIRST-SEEN-DATE(SUB2) NOT = SPACES
                   MOVE IT-FIRST-SEEN-DATE(SUB2) TO AG-AGE-DATE
                   MOVE 'HIST' TO AG-AGE-BASIS
               WHEN OTHER
                   MOVE WS-DATE TO AG-AGE-DATE
                   MOVE 'NEW ' TO AG-AGE-BASIS
           END-EVALUATE

           MOVE AG-AGE-DATE TO AG-DATE-NUM
           IF AG-AGE-DATE >= WS-DATE
              MOVE 0 TO AG-AGE-DAYS
           ELSE
              COMPUTE AG-AGE-DAYS = AG-TODAY-INT -
                 FUNCTION INTEGER-OF-DATE(AG-DATE-NUM)
           END-IF

           EVALUATE TRUE
               WHEN AG-AGE-DAYS <= 90
                   MOVE 1 TO AG-BAND-SUB
               WHEN AG-AGE-DAYS <= 180
                   MOVE 2 TO AG-BAND-SUB
               WHEN AG-AGE-DAYS <= 365
                   MOVE 3 TO AG-BAND-SUB
               WHEN OTHER
                   MOVE 4 TO AG-BAND-SUB
           END-EVALUATE

           MOVE 0 TO AG-TYPE-SUB
           EVALUATE IT-ITEM-KEY(SUB2)(12:1)
               WHEN 'A'
                   MOVE 1 TO AG-TYPE-SUB
               WHEN 'C'
                   MOVE 2 TO AG-TYPE-SUB
           END-EVALUATE

           IF AG-TYPE-SUB = 0
              MOVE "BAD TYPE" TO WS-ERROR-REASON
              PERFORM 380-REJECT-ITEM
           ELSE
              PERFORM 360-FIND-WAREHOUSE-BUCKET
              IF AG-MATCH-WHSE = 0
                 MOVE 'YES' TO WS-TABLE-FULL
              ELSE
                 COMPUTE AG-ITEM-VALUE =
                    IT-QTY-IN-STOCK(SUB2) * IT-COSTUME-PRICE(SUB2)
                 ADD IT-QTY-IN-STOCK(SUB2) TO
                    AG-UNITS(AG-MATCH-WHSE, AG-TYPE-SUB, AG-BAND-SUB)
                 ADD AG-ITEM-VALUE TO
                    AG-VALUE(AG-MATCH-WHSE, AG-TYPE-SUB, AG-BAND-SUB)
                 IF AG-BAND-SUB = 4
                    PERFORM 400-LIST-DEAD-STOCK
                 END-IF
              END-IF
           END-IF
           .

       360-FIND-WAREHOUSE-BUCKET.

           MOVE 0 TO AG-MATCH-WHSE
           PERFORM VARYING AG-WHSE-SUB FROM 1 BY 1
                   UNTIL AG-WHSE-SUB > AG-BUCKET-COUNT
               IF AG-WHSE-ID(AG-WHSE-SUB) = IT-ITEM-KEY(SUB2)(5:3)
                  MOVE AG-WHSE-SUB TO AG-MATCH-WHSE
               END-IF
           END-PERFORM
           IF AG-MATCH-WHSE = 0 AND AG-BUCKET-COUNT < 50
              ADD 1 TO AG-BUCKET-COUNT
              MOVE IT-ITEM-KEY(SUB2)(5:3) TO
                 AG-WHSE-ID(AG-BUCKET-COUNT)
              MOVE AG-BUCKET-COUNT TO AG-MATCH-WHSE
           END-IF
           .

       380-REJECT-ITEM.

           MOVE SPACES TO ERROR-REPORT-RECORD
           MOVE WS-DATE TO ELR-RUN-DATE
           MOVE WS-ERROR-REASON TO ELR-REASON-CODE
           MOVE SPACES TO ELR-RECORD-DATA
           MOVE IT-ITEM-KEY(SUB2) TO ELR-RECORD-DATA(1:12)
           MOVE IT-COSTUME-NAME(SUB2) TO ELR-RECORD-DATA(13:9)
           MOVE IT-QTY-IN-STOCK(SUB2) TO ELR-RECORD-DATA(22:3)
           WRITE ERROR-REPORT-RECORD
           ADD 1 TO AG-ITEMS-REJECTED
           .

       390-CHECK-TABLE-LIMIT.

           IF WS-TABLE-FULL = 'YES'
              DISPLAY "CORRECT INVENTORY FILE EXCEEDS TABLE LIMIT "
                 "OF 50 WAREHOUSES - RUN ABORTED"
              CLOSE DEAD-STOCK-REPORT
                    INVENTORY-ERROR-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

       400-LIST-DEAD-STOCK.

           ADD 1 TO AG-DEAD-ITEMS
           ADD AG-ITEM-VALUE TO AG-DEAD-VALUE

           MOVE IT-ITEM-KEY(SUB2)(1:4) TO DDL-VENDOR-ID
           MOVE IT-ITEM-KEY(SUB2)(5:3) TO DDL-WAREHOUSE-ID
           MOVE IT-ITEM-KEY(SUB2)(8:3) TO DDL-COSTUME-ID
           MOVE IT-COSTUME-NAME(SUB2) TO DDL-COSTUME-NAME
           MOVE IT-ITEM-KEY(SUB2)(11:1) TO DDL-COSTUME-SIZE
           MOVE IT-ITEM-KEY(SUB2)(12:1) TO DDL-COSTUME-TYPE
           MOVE IT-QTY-IN-STOCK(SUB2) TO DDL-QTY-IN-STOCK
           MOVE AG-DATE-NUM TO DDL-AGE-DATE
           MOVE AG-AGE-BASIS TO DDL-AGE-BASIS
           MOVE AG-AGE-DAYS TO DDL-AGE-DAYS
           MOVE AG-ITEM-VALUE TO DDL-VALUE
           WRITE DEAD-STOCK-RECORD FROM DEAD-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       600-WRITE-RESERVE-JOURNAL.

      *    RESERVE IS FIGURED PER BAND SO EACH BAND'S PERCENT APPLIES
      *    ONLY TO ITS OWN VALUE.
           OPEN OUTPUT RESERVE-JOURNAL-FILE
           PERFORM VARYING AG-WHSE-SUB FROM 1 BY 1
                   UNTIL AG-WHSE-SUB > AG-BUCKET-COUNT
               PERFORM VARYING AG-TYPE-SUB FROM 1 BY 1
                       UNTIL AG-TYPE-SUB > 2
                   MOVE 0 TO AG-WHSE-UNITS
                   MOVE 0 TO AG-WHSE-VALUE
                   MOVE 0 TO AG-WHSE-RESERVE
                   PERFORM VARYING AG-BAND-SUB FROM 1 BY 1
                           UNTIL AG-BAND-SUB > 4
                       COMPUTE AG-RESERVE(AG-WHSE-SUB, AG-TYPE-SUB,
                          AG-BAND-SUB) ROUNDED =
                          AG-VALUE(AG-WHSE-SUB, AG-TYPE-SUB,
                             AG-BAND-SUB) *
                          AG-RESERVE-PCT(AG-BAND-SUB) / 100
                       ADD AG-UNITS(AG-WHSE-SUB, AG-TYPE-SUB,
                          AG-BAND-SUB) TO AG-WHSE-UNITS
                       ADD AG-VALUE(AG-WHSE-SUB, AG-TYPE-SUB,
                          AG-BAND-SUB) TO AG-WHSE-VALUE
                       ADD AG-RESERVE(AG-WHSE-SUB, AG-TYPE-SUB,
                          AG-BAND-SUB) TO AG-WHSE-RESERVE
                   END-PERFORM
                   MOVE WS-DATE TO GL-RUN-DATE
                   MOVE AG-WHSE-ID(AG-WHSE-SUB) TO GL-WAREHOUSE-ID
                   MOVE AG-TYPE-CODE(AG-TYPE-SUB) TO GL-COSTUME-TYPE
                   MOVE AG-WHSE-UNITS TO GL-UNITS
                   MOVE AG-WHSE-VALUE TO GL-ACTUAL-VALUE
                   COMPUTE GL-STANDARD-VALUE =
                      AG-WHSE-VALUE - AG-WHSE-RESERVE
                   MOVE AG-WHSE-RESERVE TO GL-VARIANCE
                   WRITE RESERVE-JOURNAL-REC
               END-PERFORM
           END-PERFORM
           CLOSE RESERVE-JOURNAL-FILE
           .

       700-PRINT-AGING-REPORT.

           OPEN OUTPUT AGING-REPORT

           WRITE AGING-RECORD FROM AGING-HEADING-ONE
               AFTER ADVANCING 1 LINES
           WRITE AGING-RECORD FROM AGING-HEADING-TWO
               AFTER ADVANCING 2 LINES

           PERFORM VARYING AG-WHSE-SUB FROM 1 BY 1
                   UNTIL AG-WHSE-SUB > AG-BUCKET-COUNT
               PERFORM VARYING AG-TYPE-SUB FROM 1 BY 1
                       UNTIL AG-TYPE-SUB > 2
                   PERFORM VARYING AG-BAND-SUB FROM 1 BY 1
                           UNTIL AG-BAND-SUB > 4
                       MOVE AG-WHSE-ID(AG-WHSE-SUB) TO
                          ADL-WAREHOUSE-ID
                       MOVE AG-TYPE-NAME(AG-TYPE-SUB) TO ADL-TYPE-NAME
                       MOVE AG-BAND-NAME(AG-BAND-SUB) TO ADL-BAND-NAME
                       MOVE AG-UNITS(AG-WHSE-SUB, AG-TYPE-SUB,
                          AG-BAND-SUB) TO ADL-UNITS
                       MOVE AG-VALUE(AG-WHSE-SUB, AG-TYPE-SUB,
                          AG-BAND-SUB) TO ADL-VALUE
                       MOVE AG-RESERVE-PCT(AG-BAND-SUB) TO
                          ADL-RESERVE-PCT
                       MOVE AG-RESERVE(AG-WHSE-SUB, AG-TYPE-SUB,
                          AG-BAND-SUB) TO ADL-RESERVE
                       ADD AG-UNITS(AG-WHSE-SUB, AG-TYPE-SUB,
                          AG-BAND-SUB) TO BT-UNITS(AG-BAND-SUB)
                       ADD AG-VALUE(AG-WHSE-SUB, AG-TYPE-SUB,
                          AG-BAND-SUB) TO BT-VALUE(AG-BAND-SUB)
                       ADD AG-RESERVE(AG-WHSE-SUB, AG-TYPE-SUB,
                          AG-BAND-SUB) TO BT-RESERVE(AG-BAND-SUB)
                       IF AG-BAND-SUB = 1
                          WRITE AGING-RECORD FROM AGING-DETAIL-LINE
                              AFTER ADVANCING 2 LINES
                       ELSE
                          WRITE AGING-RECORD FROM AGING-DETAIL-LINE
                              AFTER ADVANCING 1 LINES
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           PERFORM VARYING AG-BAND-SUB FROM 1 BY 1
                   UNTIL AG-BAND-SUB > 4
               MOVE 'ALL' TO ADL-WAREHOUSE-ID
               MOVE 'TOTAL' TO ADL-TYPE-NAME
               MOVE AG-BAND-NAME(AG-BAND-SUB) TO ADL-BAND-NAME
               MOVE BT-UNITS(AG-BAND-SUB) TO ADL-UNITS
               MOVE BT-VALUE(AG-BAND-SUB) TO ADL-VALUE
               MOVE AG-RESERVE-PCT(AG-BAND-SUB) TO ADL-RESERVE-PCT
               MOVE BT-RESERVE(AG-BAND-SUB) TO ADL-RESERVE
               ADD BT-VALUE(AG-BAND-SUB) TO AG-GRAND-VALUE
               ADD BT-RESERVE(AG-BAND-SUB) TO AG-GRAND-RESERVE
               IF AG-BAND-SUB = 1
                  WRITE AGING-RECORD FROM AGING-DETAIL-LINE
                      AFTER ADVANCING 3 LINES
               ELSE
                  WRITE AGING-RECORD FROM AGING-DETAIL-LINE
                      AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM

           COMPUTE AG-GRAND-NET = AG-GRAND-VALUE - AG-GRAND-RESERVE

           MOVE 'TOTAL ON-HAND VALUE:' TO ATV-LABEL
           MOVE AG-GRAND-VALUE TO ATV-VALUE
           WRITE AGING-RECORD FROM AGING-VALUE-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'WRITE-DOWN RESERVE:' TO ATV-LABEL
           MOVE AG-GRAND-RESERVE TO ATV-VALUE
           WRITE AGING-RECORD FROM AGING-VALUE-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'NET INVENTORY VALUE:' TO ATV-LABEL
           MOVE AG-GRAND-NET TO ATV-VALUE
           WRITE AGING-RECORD FROM AGING-VALUE-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'ITEMS REJECTED TO LOG:' TO ATL-LABEL
           MOVE AG-ITEMS-REJECTED TO ATL-COUNT
           WRITE AGING-RECORD FROM AGING-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           CLOSE AGING-REPORT
           .

       800-PRINT-DEAD-STOCK-TOTALS.

           MOVE 'DEAD STOCK ITEMS:' TO ATL-LABEL
           MOVE AG-DEAD-ITEMS TO ATL-COUNT
           WRITE DEAD-STOCK-RECORD FROM AGING-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'DEAD STOCK VALUE:' TO ATV-LABEL
           MOVE AG-DEAD-VALUE TO ATV-VALUE
           WRITE DEAD-STOCK-RECORD FROM AGING-VALUE-LINE
               AFTER ADVANCING 1 LINES
           .
