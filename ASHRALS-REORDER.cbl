        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROGRAM-4E.
        AUTHOR. Zeth Malcom.
      ****************************************************************
      *  ASHRALS, Ltd. reorder point run.  The reorder point on each
      *  inventory item drives the below reorder report, the PO
      *  suggestions, and the transfer suggestions, but it was keyed
      *  once and never follows demand.  The mode is given on the
      *  command line:
      *
      *      (none) recommend reorder points over the number of
      *             weeks on the reorder parameter file
      *      NN     recommend reorder points over NN weeks
      *      APPL   apply the recommendations the buyer approved
      *
      *  Recommending totals the 'S' shipments on the movement
      *  history file, by effective date, over the chosen weeks for
      *  every vendor, warehouse, costume, size, and type, and
      *  averages them into weekly demand.  The recommended reorder
      *  point is the weekly demand times the lead time weeks plus
      *  the safety stock weeks from the parameter file.  The
      *  REORDER POINT report lists every item whose recommendation
      *  differs from its current reorder point, with the dollar
      *  effect on the stock held at the record price, and the same
      *  lines are written to the recommendation file.  The buyer
      *  marks each line to approve with a 'Y' and may change the
      *  recommended point.
      *
      *  Applying reads the approved lines and updates the reorder
      *  point on the indexed CORRECT INVENTORY file, then unloads
      *  the index back to the sequential file as PROGRAM-4D does.
      *  A line whose current reorder point no longer matches the
      *  file is rejected (ROP CHANGED) so a stale recommendation
      *  cannot overwrite a newer change.  Every change is logged,
      *  and the approved point is kept on the reorder change file,
      *  which PROGRAM-4 applies when it rebuilds the correct
      *  inventory file from the vendor files.  The recommendation
      *  file is emptied so nothing is applied twice.
      * ***************
      *  INPUT:
      *     The REORDER PARAMETER file contains:
      *         1.  WEEKS OF DEMAND HISTORY
      *         2.  LEAD TIME WEEKS
      *         3.  SAFETY STOCK WEEKS
      *
      *     The MOVEMENT HISTORY file from PROGRAM-4D and the
      *     CORRECT INVENTORY file for recommending; the
      *     RECOMMENDATION file, the REORDER CHANGE file, and the
      *     indexed CORRECT INVENTORY file from PROGRAM-4X for
      *     applying.
      * ***************
      *  OUTPUT:
      *      The REORDER POINT report and the RECOMMENDATION file;
      *      or the updated indexed and sequential CORRECT INVENTORY
      *      files, the REORDER CHANGE file, the REORDER LOG, the
      *      REORDER CHANGE register, and rejected lines appended to
      *      the error log.
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL REORDER-PARM-FILE
                ASSIGN TO "REORDER-PARM.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL MOVEMENT-HISTORY-FILE
                ASSIGN TO "MOVEMENT-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

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

            SELECT OPTIONAL RECOMMEND-FILE
                ASSIGN TO "REORDER-RECOMMEND.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL REORDER-CHANGE-FILE
                ASSIGN TO "REORDER-CHANGE.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL REORDER-LOG-FILE
                ASSIGN TO "REORDER-LOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVENTORY-ERROR-REPORT
                ASSIGN TO "ERRORS-DSR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REORDER-POINT-REPORT
                ASSIGN TO PRINTER 'REORDER-DSR.TXT'.

            SELECT REORDER-CHANGE-REPORT
                ASSIGN TO PRINTER 'REORDCHG-DSR.TXT'.

        DATA DIVISION.
        FILE SECTION.

       FD  REORDER-PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  REORDER-PARM-REC.
           05  RP-DEMAND-WEEKS              PIC 9(2).
           05  RP-LEAD-WEEKS                PIC 9(2)V9.
           05  RP-SAFETY-WEEKS              PIC 9(2)V9.

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

       FD  INDEXED-INVENTORY-FILE
           RECORD CONTAINS 288 CHARACTERS.

       01  INDEXED-INVENTORY-REC.
           05  XI-RECORD-KEY.
               10  XI-VENDOR-ID             PIC X(4).
               10  XI-WAREHOUSE-ID          PIC X(3).
               10  XI-COSTUME-ID            PIC X(3).
           05  FILLER                       PIC X(278).

       FD  RECOMMEND-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  RECOMMEND-REC.
           05  RR-VENDOR-ID                 PIC X(4).
           05  RR-WAREHOUSE-ID              PIC X(3).
           05  RR-COSTUME-ID                PIC X(3).
           05  RR-COSTUME-SIZE              PIC A.
           05  RR-COSTUME-TYPE              PIC A.
           05  RR-CURRENT-POINT             PIC 9(3).
           05  RR-RECOMMENDED-POINT         PIC 9(3).
           05  RR-WEEKLY-DEMAND             PIC 9(3)V99.
           05  RR-UNIT-PRICE                PIC 9(4)V99.
           05  RR-APPROVED                  PIC X.

       FD  REORDER-CHANGE-FILE
           RECORD CONTAINS 23 CHARACTERS.

       01  REORDER-CHANGE-REC.
           05  RK-VENDOR-ID                 PIC X(4).
           05  RK-WAREHOUSE-ID              PIC X(3).
           05  RK-COSTUME-ID                PIC X(3).
           05  RK-COSTUME-SIZE              PIC A.
           05  RK-COSTUME-TYPE              PIC A.
           05  RK-REORDER-POINT             PIC 9(3).
           05  RK-APPROVED-DATE             PIC X(8).

       FD  REORDER-LOG-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  REORDER-LOG-REC.
           05  RG-CHANGE-DATE               PIC X(8).
           05  RG-VENDOR-ID                 PIC X(4).
           05  RG-WAREHOUSE-ID              PIC X(3).
           05  RG-COSTUME-ID                PIC X(3).
           05  RG-COSTUME-SIZE              PIC A.
           05  RG-COSTUME-TYPE              PIC A.
           05  RG-OLD-POINT                 PIC 9(3).
           05  RG-NEW-POINT                 PIC 9(3).
           05  RG-DOLLAR-EFFECT             PIC S9(7)V99
                                            SIGN LEADING SEPARATE.

       FD  INVENTORY-ERROR-REPORT
           RECORD CONTAINS 311 CHARACTERS.

       01  ERROR-REPORT-RECORD.
           05  ELR-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  ELR-REASON-CODE              PIC X(13).
           05  FILLER                       PIC X VALUE SPACE.
           05  ELR-RECORD-DATA              PIC X(288).

       FD  REORDER-POINT-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       01  REORDER-POINT-RECORD             PIC X(71).

       FD  REORDER-CHANGE-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       01  REORDER-CHANGE-RECORD            PIC X(71).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.

            05  EOF-FLAG                PIC X         VALUE ' '.
                88  NO-MORE-DATA                      VALUE 'N'.
            05  WS-ITEM-FOUND           PIC XXX       VALUE 'NO'.
            05  WS-ENTRY-FOUND          PIC XXX       VALUE 'NO'.
            05  WS-INDEXED-STATUS       PIC XX.
            05  WS-RUN-MODE             PIC X         VALUE 'R'.

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

        01  DEMAND-TABLE-COUNT      PIC 9(4)  VALUE 0.
        01  DEMAND-TABLE.
            05  DEMAND-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON DEMAND-TABLE-COUNT
                INDEXED BY DM-INDEX.
                10  DM-ITEM-KEY         PIC X(12).
                10  DM-UNITS-SHIPPED    PIC 9(7).

        01  REORDER-CHANGE-COUNT    PIC 9(4)  VALUE 0.
        01  REORDER-CHANGE-TABLE.
            05  REORDER-CHANGE-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON REORDER-CHANGE-COUNT.
                10  RT-CHANGE-ROW       PIC X(23).

        01  TEMPORARY-FIELDS.

            05  WS-RUN-PARM             PIC X(4).
            05  WS-DEMAND-WEEKS         PIC 9(2)     VALUE 13.
            05  WS-LEAD-WEEKS           PIC 9(2)V9   VALUE 2.0.
            05  WS-SAFETY-WEEKS         PIC 9(2)V9   VALUE 1.0.
            05  WS-DATE-NUM             PIC 9(8).
            05  WS-WINDOW-START         PIC X(8).
            05  WS-MOVE-DATE            PIC X(8).
            05  WS-ITEM-KEY             PIC X(12).
            05  WS-UNITS-SHIPPED        PIC 9(7).
            05  WS-WEEKLY-DEMAND        PIC 9(3)V99.
            05  WS-RECOMMENDED          PIC 9(5).
            05  WS-CURRENT-POINT        PIC 9(3).
            05  WS-UNIT-PRICE           PIC 9(4)V99.
            05  WS-POINT-CHANGE         PIC S9(4).
            05  WS-DOLLAR-EFFECT        PIC S9(7)V99.
            05  WS-MATCH-ITEM           PIC 99.
            05  WS-ERROR-REASON         PIC X(13).

        01  CONTROL-TOTALS.
            05  CT-ITEMS-REVIEWED       PIC 9(6)     VALUE 0.
            05  CT-CHANGES-RECOMMENDED  PIC 9(6)     VALUE 0.
            05  CT-POINTS-RAISED        PIC 9(6)     VALUE 0.
            05  CT-POINTS-LOWERED       PIC 9(6)     VALUE 0.
            05  CT-LINES-READ           PIC 9(6)     VALUE 0.
            05  CT-LINES-NOT-APPROVED   PIC 9(6)     VALUE 0.
            05  CT-CHANGES-APPLIED      PIC 9(6)     VALUE 0.
            05  CT-LINES-REJECTED       PIC 9(6)     VALUE 0.
            05  CT-DOLLAR-INCREASE      PIC S9(9)V99 VALUE 0.
            05  CT-DOLLAR-DECREASE      PIC S9(9)V99 VALUE 0.
            05  CT-DOLLAR-NET           PIC S9(9)V99 VALUE 0.

        01  WS-DATE.
            05  RUN-YEAR                PIC 9(4).
            05  RUN-MONTH               PIC 99.
            05  RUN-DAY                 PIC 99.

       01  REORDER-HEADING-ONE.

            05  FILLER              PIC X(20)  VALUE SPACES.
            05                      PIC X(31)
               VALUE 'REORDER POINT RECOMMENDATIONS  '.
            05  FILLER              PIC X(20)  VALUE SPACES.

       01  CHANGE-HEADING-ONE.

            05  FILLER              PIC X(23)  VALUE SPACES.
            05                      PIC X(25)
               VALUE 'REORDER POINT CHANGES    '.
            05  FILLER              PIC X(23)  VALUE SPACES.

       01  REORDER-PARM-LINE.

            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(14)  VALUE 'DEMAND WEEKS: '.
            05  RPL-DEMAND-WEEKS    PIC Z9.
            05                      PIC X(16)
               VALUE '    LEAD WEEKS: '.
            05  RPL-LEAD-WEEKS      PIC Z9.9.
            05                      PIC X(18)
               VALUE '    SAFETY WEEKS: '.
            05  RPL-SAFETY-WEEKS    PIC Z9.9.
            05  FILLER              PIC X(12)  VALUE SPACES.

       01  REORDER-HEADING-TWO.

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
            05                      PIC X(6)   VALUE 'AVG/WK'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'CUR'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'NEW'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(4)   VALUE ' CHG'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(13)
               VALUE 'DOLLAR EFFECT'.
            05  FILLER              PIC X(5)   VALUE SPACES.

       01  REORDER-DETAIL-LINE.

            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RDL-VENDOR-ID       PIC X(4).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RDL-WAREHOUSE-ID    PIC X(3).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RDL-COSTUME-ID      PIC X(3).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RDL-COSTUME-NAME    PIC X(9).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RDL-COSTUME-SIZE    PIC X.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  RDL-COSTUME-TYPE    PIC X.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  RDL-WEEKLY-DEMAND   PIC ZZ9.99.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  RDL-CURRENT-POINT   PIC ZZ9.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  RDL-NEW-POINT       PIC ZZ9.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  RDL-POINT-CHANGE    PIC +ZZ9.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  RDL-DOLLAR-EFFECT   PIC $Z,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(4)   VALUE SPACES.

       01  CHANGE-HEADING-TWO.

            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(4)   VALUE 'VEND'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'WHS'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'CST'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X      VALUE 'S'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X      VALUE 'T'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'OLD'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'NEW'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(14)
               VALUE 'DOLLAR EFFECT '.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(13)  VALUE 'DISPOSITION'.
            05  FILLER              PIC X(13)  VALUE SPACES.

       01  CHANGE-DETAIL-LINE.

            05  FILLER              PIC X(1)   VALUE SPACES.
            05  CDL-VENDOR-ID       PIC X(4).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  CDL-WAREHOUSE-ID    PIC X(3).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  CDL-COSTUME-ID      PIC X(3).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  CDL-COSTUME-SIZE    PIC X.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  CDL-COSTUME-TYPE    PIC X.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  CDL-OLD-POINT       PIC ZZ9.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  CDL-NEW-POINT       PIC ZZ9.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  CDL-DOLLAR-EFFECT   PIC $Z,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  CDL-DISPOSITION     PIC X(13).
            05  FILLER              PIC X(13)  VALUE SPACES.

       01  REORDER-TOTAL-LINE.

            05  RTL-LABEL           PIC X(30).
            05  RTL-COUNT           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(34)  VALUE SPACES.

       01  REORDER-VALUE-LINE.

            05  RTV-LABEL           PIC X(30).
            05  RTV-VALUE           PIC $ZZZ,ZZZ,ZZ9.99-.
            05  FILLER              PIC X(25)  VALUE SPACES.

       PROCEDURE DIVISION.

       100-CONTROL-MODULE.

           PERFORM 150-READ-RUN-PARAMETER
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           EVALUATE WS-RUN-MODE
               WHEN 'A'
                   PERFORM 500-APPLY-APPROVED-CHANGES
               WHEN OTHER
                   PERFORM 200-RECOMMEND-REORDER-POINTS
           END-EVALUATE

           GOBACK
           .

       150-READ-RUN-PARAMETER.

           OPEN INPUT REORDER-PARM-FILE
           READ REORDER-PARM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF RP-DEMAND-WEEKS IS NUMERIC AND
                    RP-DEMAND-WEEKS > 0
                    MOVE RP-DEMAND-WEEKS TO WS-DEMAND-WEEKS
                 END-IF
                 IF RP-LEAD-WEEKS IS NUMERIC
                    MOVE RP-LEAD-WEEKS TO WS-LEAD-WEEKS
                 END-IF
                 IF RP-SAFETY-WEEKS IS NUMERIC
                    MOVE RP-SAFETY-WEEKS TO WS-SAFETY-WEEKS
                 END-IF
           END-READ
           CLOSE REORDER-PARM-FILE

           MOVE SPACES TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE

           EVALUATE TRUE
               WHEN WS-RUN-PARM = 'APPL'
                   MOVE 'A' TO WS-RUN-MODE
               WHEN WS-RUN-PARM = SPACES
                   MOVE 'R' TO WS-RUN-MODE
               WHEN WS-RUN-PARM(1:2) IS NUMERIC AND
                    WS-RUN-PARM(3:2) = SPACES AND
                    WS-RUN-PARM(1:2) NOT = '00'
                   MOVE 'R' TO WS-RUN-MODE
                   MOVE WS-RUN-PARM(1:2) TO WS-DEMAND-WEEKS
               WHEN OTHER
                   DISPLAY "USAGE: NN FOR REORDER POINTS OVER NN WEEKS"
                   DISPLAY "   OR: NO PARAMETER FOR THE WEEKS ON THE "
                      "REORDER PARAMETER FILE"
                   DISPLAY "   OR: APPL TO APPLY THE APPROVED "
                      "RECOMMENDATIONS"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       200-RECOMMEND-REORDER-POINTS.

           OPEN OUTPUT REORDER-POINT-REPORT
           OPEN OUTPUT RECOMMEND-FILE

           MOVE WS-DEMAND-WEEKS TO RPL-DEMAND-WEEKS
           MOVE WS-LEAD-WEEKS TO RPL-LEAD-WEEKS
           MOVE WS-SAFETY-WEEKS TO RPL-SAFETY-WEEKS
           WRITE REORDER-POINT-RECORD FROM REORDER-HEADING-ONE
               AFTER ADVANCING 1 LINES
           WRITE REORDER-POINT-RECORD FROM REORDER-PARM-LINE
               AFTER ADVANCING 2 LINES
           WRITE REORDER-POINT-RECORD FROM REORDER-HEADING-TWO
               AFTER ADVANCING 2 LINES

           PERFORM 220-LOAD-DEMAND

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
                            PERFORM 300-RECOMMEND-ONE-ITEM
                        END-PERFORM
                     END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECT-INVENTORY-REPORT
           MOVE ' ' TO EOF-FLAG

           PERFORM 400-PRINT-RECOMMEND-TOTALS

           CLOSE REORDER-POINT-REPORT
                 RECOMMEND-FILE
           MOVE 0 TO RETURN-CODE
           .

       220-LOAD-DEMAND.

      *    THE WINDOW IS THE CHOSEN NUMBER OF WEEKS ENDING TODAY.
      *    'S' SHIPMENTS ARE STORED NEGATIVE ON THE HISTORY FILE.
      *    HISTORY WRITTEN BEFORE EFFECTIVE DATES WERE KEPT IS TAKEN
      *    AT ITS RUN DATE.
           MOVE WS-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - (WS-DEMAND-WEEKS * 7))
           MOVE WS-DATE-NUM TO WS-WINDOW-START

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
                        WS-MOVE-DATE > WS-WINDOW-START AND
                        MH-QUANTITY IS NUMERIC
                        MOVE MOVEMENT-HISTORY-REC(10:12) TO WS-ITEM-KEY
                        PERFORM 240-ADD-DEMAND
                     END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           .

       240-ADD-DEMAND.

           MOVE 'NO' TO WS-ENTRY-FOUND
           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > DEMAND-TABLE-COUNT
                      OR WS-ENTRY-FOUND = 'YES'
               IF DM-ITEM-KEY(SUB2) = WS-ITEM-KEY
                  MOVE 'YES' TO WS-ENTRY-FOUND
                  SUBTRACT MH-QUANTITY FROM DM-UNITS-SHIPPED(SUB2)
               END-IF
           END-PERFORM

           IF WS-ENTRY-FOUND = 'NO'
              IF DEMAND-TABLE-COUNT >= 5000
                 DISPLAY "MOVEMENT HISTORY FILE EXCEEDS TABLE LIMIT "
                    "OF 5000 ITEMS - RUN ABORTED"
                 CLOSE MOVEMENT-HISTORY-FILE
                 CLOSE REORDER-POINT-REPORT
                       RECOMMEND-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO DEMAND-TABLE-COUNT
              MOVE WS-ITEM-KEY TO DM-ITEM-KEY(DEMAND-TABLE-COUNT)
              COMPUTE DM-UNITS-SHIPPED(DEMAND-TABLE-COUNT) =
                 0 - MH-QUANTITY
           END-IF
           .

       300-RECOMMEND-ONE-ITEM.

           ADD 1 TO CT-ITEMS-REVIEWED

           MOVE CI-VENDOR-ID TO WS-ITEM-KEY(1:4)
           MOVE CI-WAREHOUSE-ID TO WS-ITEM-KEY(5:3)
           MOVE CI-COSTUME-ID TO WS-ITEM-KEY(8:3)
           MOVE CI-COSTUME-SIZE(SUB) TO WS-ITEM-KEY(11:1)
           MOVE CI-COSTUME-TYPE(SUB) TO WS-ITEM-KEY(12:1)

           MOVE 0 TO WS-UNITS-SHIPPED
           SET DM-INDEX TO 1
           IF DEMAND-TABLE-COUNT > 0
              SEARCH DEMAND-TABLE-ENTRY
                  AT END
                      MOVE 0 TO WS-UNITS-SHIPPED
                  WHEN DM-ITEM-KEY(DM-INDEX) = WS-ITEM-KEY
                      MOVE DM-UNITS-SHIPPED(DM-INDEX) TO
                         WS-UNITS-SHIPPED
              END-SEARCH
           END-IF

           COMPUTE WS-WEEKLY-DEMAND ROUNDED =
              WS-UNITS-SHIPPED / WS-DEMAND-WEEKS
              ON SIZE ERROR
                 MOVE 999.99 TO WS-WEEKLY-DEMAND
           END-COMPUTE
           COMPUTE WS-RECOMMENDED ROUNDED =
              WS-WEEKLY-DEMAND * (WS-LEAD-WEEKS + WS-SAFETY-WEEKS)
           IF WS-RECOMMENDED > 999
              MOVE 999 TO WS-RECOMMENDED
           END-IF

           IF CI-REORDER-POINT(SUB) IS NUMERIC AND
              CI-REORDER-POINT(SUB) > 0
              MOVE CI-REORDER-POINT(SUB) TO WS-CURRENT-POINT
           ELSE
              MOVE 0 TO WS-CURRENT-POINT
           END-IF
           IF CI-COSTUME-PRICE(SUB) IS NUMERIC AND
              CI-COSTUME-PRICE(SUB) > 0
              MOVE CI-COSTUME-PRICE(SUB) TO WS-UNIT-PRICE
           ELSE
              MOVE 0 TO WS-UNIT-PRICE
           END-IF

           IF WS-RECOMMENDED NOT = WS-CURRENT-POINT
              COMPUTE WS-POINT-CHANGE =
                 WS-RECOMMENDED - WS-CURRENT-POINT
              COMPUTE WS-DOLLAR-EFFECT =
                 WS-POINT-CHANGE * WS-UNIT-PRICE
              ADD 1 TO CT-CHANGES-RECOMMENDED
              IF WS-POINT-CHANGE > 0
                 ADD 1 TO CT-POINTS-RAISED
                 ADD WS-DOLLAR-EFFECT TO CT-DOLLAR-INCREASE
              ELSE
                 ADD 1 TO CT-POINTS-LOWERED
                 ADD WS-DOLLAR-EFFECT TO CT-DOLLAR-DECREASE
              END-IF
              ADD WS-DOLLAR-EFFECT TO CT-DOLLAR-NET

              MOVE CI-VENDOR-ID TO RR-VENDOR-ID
              MOVE CI-WAREHOUSE-ID TO RR-WAREHOUSE-ID
              MOVE CI-COSTUME-ID TO RR-COSTUME-ID
              MOVE CI-COSTUME-SIZE(SUB) TO RR-COSTUME-SIZE
              MOVE CI-COSTUME-TYPE(SUB) TO RR-COSTUME-TYPE
              MOVE WS-CURRENT-POINT TO RR-CURRENT-POINT
              MOVE WS-RECOMMENDED TO RR-RECOMMENDED-POINT
              MOVE WS-WEEKLY-DEMAND TO RR-WEEKLY-DEMAND
              MOVE WS-UNIT-PRICE TO RR-UNIT-PRICE
              MOVE 'N' TO RR-APPROVED
              WRITE RECOMMEND-REC

              MOVE CI-VENDOR-ID TO RDL-VENDOR-ID
              MOVE CI-WAREHOUSE-ID TO RDL-WAREHOUSE-ID
              MOVE CI-COSTUME-ID TO RDL-COSTUME-ID
              MOVE CI-COSTUME-NAME(SUB) TO RDL-COSTUME-NAME
              MOVE CI-COSTUME-SIZE(SUB) TO RDL-COSTUME-SIZE
              MOVE CI-COSTUME-TYPE(SUB) TO RDL-COSTUME-TYPE
              MOVE WS-WEEKLY-DEMAND TO RDL-WEEKLY-DEMAND
              MOVE WS-CURRENT-POINT TO RDL-CURRENT-POINT
              MOVE WS-RECOMMENDED TO RDL-NEW-POINT
              MOVE WS-POINT-CHANGE TO RDL-POINT-CHANGE
              MOVE WS-DOLLAR-EFFECT TO RDL-DOLLAR-EFFECT
              WRITE REORDER-POINT-RECORD FROM REORDER-DETAIL-LINE
                  AFTER ADVANCING 1 LINES
           END-IF
           .

       400-PRINT-RECOMMEND-TOTALS.

           MOVE 'ITEMS REVIEWED:' TO RTL-LABEL
           MOVE CT-ITEMS-REVIEWED TO RTL-COUNT
           WRITE REORDER-POINT-RECORD FROM REORDER-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'CHANGES RECOMMENDED:' TO RTL-LABEL
           MOVE CT-CHANGES-RECOMMENDED TO RTL-COUNT
           WRITE REORDER-POINT-RECORD FROM REORDER-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'REORDER POINTS RAISED:' TO RTL-LABEL
           MOVE CT-POINTS-RAISED TO RTL-COUNT
           WRITE REORDER-POINT-RECORD FROM REORDER-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'REORDER POINTS LOWERED:' TO RTL-LABEL
           MOVE CT-POINTS-LOWERED TO RTL-COUNT
           WRITE REORDER-POINT-RECORD FROM REORDER-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'STOCK DOLLARS ADDED:' TO RTV-LABEL
           MOVE CT-DOLLAR-INCREASE TO RTV-VALUE
           WRITE REORDER-POINT-RECORD FROM REORDER-VALUE-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'STOCK DOLLARS RELEASED:' TO RTV-LABEL
           MOVE CT-DOLLAR-DECREASE TO RTV-VALUE
           WRITE REORDER-POINT-RECORD FROM REORDER-VALUE-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'NET DOLLAR EFFECT:' TO RTV-LABEL
           MOVE CT-DOLLAR-NET TO RTV-VALUE
           WRITE REORDER-POINT-RECORD FROM REORDER-VALUE-LINE
               AFTER ADVANCING 1 LINES
           .

       500-APPLY-APPROVED-CHANGES.

           OPEN EXTEND INVENTORY-ERROR-REPORT
           OPEN EXTEND REORDER-LOG-FILE
           OPEN OUTPUT REORDER-CHANGE-REPORT

           OPEN I-O INDEXED-INVENTORY-FILE
           IF WS-INDEXED-STATUS NOT = "00"
              DISPLAY "INDEXED FILE OPEN FAILED, STATUS "
                 WS-INDEXED-STATUS
              DISPLAY "RUN THE INDEXED LOAD AFTER THE INVENTORY RUN"
              CLOSE INVENTORY-ERROR-REPORT
                    REORDER-LOG-FILE
                    REORDER-CHANGE-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           WRITE REORDER-CHANGE-RECORD FROM CHANGE-HEADING-ONE
               AFTER ADVANCING 1 LINES
           WRITE REORDER-CHANGE-RECORD FROM CHANGE-HEADING-TWO
               AFTER ADVANCING 2 LINES

           PERFORM 520-LOAD-REORDER-CHANGES

           OPEN INPUT RECOMMEND-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ RECOMMEND-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO CT-LINES-READ
                     IF RR-APPROVED = 'Y'
                        PERFORM 550-APPLY-ONE-CHANGE
                     ELSE
                        ADD 1 TO CT-LINES-NOT-APPROVED
                     END-IF
               END-READ
           END-PERFORM
           CLOSE RECOMMEND-FILE
           MOVE ' ' TO EOF-FLAG

           PERFORM 700-UNLOAD-INVENTORY
           PERFORM 720-REWRITE-REORDER-CHANGES
           PERFORM 800-PRINT-CHANGE-TOTALS

           CLOSE INVENTORY-ERROR-REPORT
                 REORDER-LOG-FILE
                 REORDER-CHANGE-REPORT
                 INDEXED-INVENTORY-FILE

           OPEN OUTPUT RECOMMEND-FILE
           CLOSE RECOMMEND-FILE

           IF CT-LINES-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           .

       520-LOAD-REORDER-CHANGES.

           OPEN INPUT REORDER-CHANGE-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ REORDER-CHANGE-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF REORDER-CHANGE-COUNT >= 5000
                        DISPLAY "REORDER CHANGE FILE EXCEEDS TABLE "
                           "LIMIT OF 5000 RECORDS - RUN ABORTED"
                        CLOSE REORDER-CHANGE-FILE
                        CLOSE INVENTORY-ERROR-REPORT
                              REORDER-LOG-FILE
                              REORDER-CHANGE-REPORT
                              INDEXED-INVENTORY-FILE
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                     END-IF
                     ADD 1 TO REORDER-CHANGE-COUNT
                     MOVE REORDER-CHANGE-REC TO
                        RT-CHANGE-ROW(REORDER-CHANGE-COUNT)
               END-READ
           END-PERFORM
           CLOSE REORDER-CHANGE-FILE
           MOVE ' ' TO EOF-FLAG
           .

       550-APPLY-ONE-CHANGE.

           MOVE SPACES TO WS-ERROR-REASON
           MOVE 'NO' TO WS-ITEM-FOUND
           MOVE 0 TO WS-DOLLAR-EFFECT

           IF RR-RECOMMENDED-POINT IS NOT NUMERIC OR
              RR-CURRENT-POINT IS NOT NUMERIC
              MOVE "BAD POINT" TO WS-ERROR-REASON
           ELSE
              PERFORM 600-FIND-INVENTORY-ITEM
              IF WS-ITEM-FOUND = 'NO'
                 MOVE "BAD KEY" TO WS-ERROR-REASON
              ELSE
                 IF WS-CURRENT-POINT NOT = RR-CURRENT-POINT
                    MOVE "ROP CHANGED" TO WS-ERROR-REASON
                 END-IF
              END-IF
           END-IF

           IF WS-ERROR-REASON = SPACES
              MOVE RR-RECOMMENDED-POINT TO
                 WK-REORDER-POINT(WS-MATCH-ITEM)
              MOVE WORK-INVENTORY-REC TO INDEXED-INVENTORY-REC
              REWRITE INDEXED-INVENTORY-REC
                 INVALID KEY
                    MOVE "REWRITE FAIL" TO WS-ERROR-REASON
              END-REWRITE
           END-IF

           IF WS-ERROR-REASON = SPACES
              COMPUTE WS-POINT-CHANGE =
                 RR-RECOMMENDED-POINT - RR-CURRENT-POINT
              COMPUTE WS-DOLLAR-EFFECT =
                 WS-POINT-CHANGE * WS-UNIT-PRICE
              ADD 1 TO CT-CHANGES-APPLIED
              ADD WS-DOLLAR-EFFECT TO CT-DOLLAR-NET
              PERFORM 650-LOG-ONE-CHANGE
              PERFORM 660-KEEP-REORDER-CHANGE
              MOVE 'APPLIED' TO CDL-DISPOSITION
           ELSE
              MOVE SPACES TO ERROR-REPORT-RECORD
              MOVE WS-DATE TO ELR-RUN-DATE
              MOVE WS-ERROR-REASON TO ELR-REASON-CODE
              MOVE SPACES TO ELR-RECORD-DATA
              MOVE RECOMMEND-REC TO ELR-RECORD-DATA(1:30)
              WRITE ERROR-REPORT-RECORD
              ADD 1 TO CT-LINES-REJECTED
              MOVE WS-ERROR-REASON TO CDL-DISPOSITION
           END-IF

           MOVE RR-VENDOR-ID TO CDL-VENDOR-ID
           MOVE RR-WAREHOUSE-ID TO CDL-WAREHOUSE-ID
           MOVE RR-COSTUME-ID TO CDL-COSTUME-ID
           MOVE RR-COSTUME-SIZE TO CDL-COSTUME-SIZE
           MOVE RR-COSTUME-TYPE TO CDL-COSTUME-TYPE
           IF RR-CURRENT-POINT IS NUMERIC
              MOVE RR-CURRENT-POINT TO CDL-OLD-POINT
           ELSE
              MOVE 0 TO CDL-OLD-POINT
           END-IF
           IF RR-RECOMMENDED-POINT IS NUMERIC
              MOVE RR-RECOMMENDED-POINT TO CDL-NEW-POINT
           ELSE
              MOVE 0 TO CDL-NEW-POINT
           END-IF
           MOVE WS-DOLLAR-EFFECT TO CDL-DOLLAR-EFFECT
           WRITE REORDER-CHANGE-RECORD FROM CHANGE-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       600-FIND-INVENTORY-ITEM.

           MOVE 'NO' TO WS-ITEM-FOUND
           MOVE 0 TO WS-MATCH-ITEM
           MOVE 0 TO WS-CURRENT-POINT
           MOVE 0 TO WS-UNIT-PRICE

           MOVE RR-VENDOR-ID TO XI-VENDOR-ID
           MOVE RR-WAREHOUSE-ID TO XI-WAREHOUSE-ID
           MOVE RR-COSTUME-ID TO XI-COSTUME-ID
           READ INDEXED-INVENTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 12 TO WK-COSTUME-COUNT
                 MOVE INDEXED-INVENTORY-REC TO WORK-INVENTORY-REC
                 PERFORM VARYING SUB FROM 1 BY 1
                         UNTIL SUB > WK-COSTUME-COUNT
                            OR WS-ITEM-FOUND = 'YES'
                     IF WK-COSTUME-SIZE(SUB) = RR-COSTUME-SIZE AND
                        WK-COSTUME-TYPE(SUB) = RR-COSTUME-TYPE
                        MOVE 'YES' TO WS-ITEM-FOUND
                        MOVE SUB TO WS-MATCH-ITEM
                        IF WK-REORDER-POINT(SUB) IS NUMERIC AND
                           WK-REORDER-POINT(SUB) > 0
                           MOVE WK-REORDER-POINT(SUB) TO
                              WS-CURRENT-POINT
                        END-IF
                        IF WK-COSTUME-PRICE(SUB) IS NUMERIC AND
                           WK-COSTUME-PRICE(SUB) > 0
                           MOVE WK-COSTUME-PRICE(SUB) TO
                              WS-UNIT-PRICE
                        END-IF
                     END-IF
                 END-PERFORM
           END-READ
           .

       650-LOG-ONE-CHANGE.

           MOVE WS-DATE TO RG-CHANGE-DATE
           MOVE RR-VENDOR-ID TO RG-VENDOR-ID
           MOVE RR-WAREHOUSE-ID TO RG-WAREHOUSE-ID
           MOVE RR-COSTUME-ID TO RG-COSTUME-ID
           MOVE RR-COSTUME-SIZE TO RG-COSTUME-SIZE
           MOVE RR-COSTUME-TYPE TO RG-COSTUME-TYPE
           MOVE RR-CURRENT-POINT TO RG-OLD-POINT
           MOVE RR-RECOMMENDED-POINT TO RG-NEW-POINT
           MOVE WS-DOLLAR-EFFECT TO RG-DOLLAR-EFFECT
           WRITE REORDER-LOG-REC
           .

       660-KEEP-REORDER-CHANGE.

      *    ONE STANDING ENTRY PER ITEM - A NEWER APPROVAL REPLACES THE
      *    OLDER ONE.
           MOVE RECOMMEND-REC(1:12) TO REORDER-CHANGE-REC(1:12)
           MOVE RR-RECOMMENDED-POINT TO RK-REORDER-POINT
           MOVE WS-DATE TO RK-APPROVED-DATE

           MOVE 'NO' TO WS-ENTRY-FOUND
           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > REORDER-CHANGE-COUNT
                      OR WS-ENTRY-FOUND = 'YES'
               IF RT-CHANGE-ROW(SUB2)(1:12) = RECOMMEND-REC(1:12)
                  MOVE 'YES' TO WS-ENTRY-FOUND
                  MOVE REORDER-CHANGE-REC TO RT-CHANGE-ROW(SUB2)
               END-IF
           END-PERFORM

           IF WS-ENTRY-FOUND = 'NO'
              IF REORDER-CHANGE-COUNT >= 5000
                 DISPLAY "REORDER CHANGE FILE EXCEEDS TABLE "
                    "LIMIT OF 5000 RECORDS - RUN ABORTED"
                 CLOSE RECOMMEND-FILE
                 CLOSE INVENTORY-ERROR-REPORT
                       REORDER-LOG-FILE
                       REORDER-CHANGE-REPORT
                       INDEXED-INVENTORY-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO REORDER-CHANGE-COUNT
              MOVE REORDER-CHANGE-REC TO
                 RT-CHANGE-ROW(REORDER-CHANGE-COUNT)
           END-IF
           .

       700-UNLOAD-INVENTORY.

           MOVE LOW-VALUES TO XI-RECORD-KEY
           START INDEXED-INVENTORY-FILE
              KEY IS GREATER THAN OR EQUAL TO XI-RECORD-KEY
              INVALID KEY
                 MOVE 'N' TO EOF-FLAG
           END-START

           OPEN OUTPUT CORRECT-INVENTORY-REPORT
           PERFORM UNTIL NO-MORE-DATA
               READ INDEXED-INVENTORY-FILE NEXT RECORD
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE CORRECT-INVENTORY-FILE FROM
                        INDEXED-INVENTORY-REC
               END-READ
           END-PERFORM
           CLOSE CORRECT-INVENTORY-REPORT
           MOVE ' ' TO EOF-FLAG
           .

       720-REWRITE-REORDER-CHANGES.

           OPEN OUTPUT REORDER-CHANGE-FILE
           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > REORDER-CHANGE-COUNT
               MOVE RT-CHANGE-ROW(SUB2) TO REORDER-CHANGE-REC
               WRITE REORDER-CHANGE-REC
           END-PERFORM
           CLOSE REORDER-CHANGE-FILE
           .

       800-PRINT-CHANGE-TOTALS.

           MOVE 'RECOMMENDATION LINES READ:' TO RTL-LABEL
           MOVE CT-LINES-READ TO RTL-COUNT
           WRITE REORDER-CHANGE-RECORD FROM REORDER-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'LINES NOT APPROVED:' TO RTL-LABEL
           MOVE CT-LINES-NOT-APPROVED TO RTL-COUNT
           WRITE REORDER-CHANGE-RECORD FROM REORDER-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'CHANGES APPLIED:' TO RTL-LABEL
           MOVE CT-CHANGES-APPLIED TO RTL-COUNT
           WRITE REORDER-CHANGE-RECORD FROM REORDER-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'LINES REJECTED TO LOG:' TO RTL-LABEL
           MOVE CT-LINES-REJECTED TO RTL-COUNT
           WRITE REORDER-CHANGE-RECORD FROM REORDER-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'NET DOLLAR EFFECT:' TO RTV-LABEL
           MOVE CT-DOLLAR-NET TO RTV-VALUE
           WRITE REORDER-CHANGE-RECORD FROM REORDER-VALUE-LINE
               AFTER ADVANCING 2 LINES
           .
