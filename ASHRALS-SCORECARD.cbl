        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROGRAM-4S.
        AUTHOR. Zeth Malcom.
      ****************************************************************
      *  ASHRALS, Ltd. vendor scorecard.  Purchasing renegotiates
      *  with the vendors every spring and needs figures to do it.
      *  This program scores every vendor on the vendor master file
      *  for one period:
      *      - average and worst days from the order date of each
      *        PO line to the effective date of the first receipt
      *        PROGRAM-4D applied to that line (for lines received
      *        before the line carried that date, the first 'R'
      *        receipt of the item on the movement history file),
      *      - percent of PO quantity filled, and the number of PO
      *        lines left short or received over,
      *      - inventory records rejected by the PROGRAM-4 master
      *        file checks as a percent of the records sent on the
      *        vendor's files, from the vendor file log and the
      *        error log, whether or not the reject has since been
      *        corrected.
      *  The period starts the day after the end of the last
      *  scorecard, or on the date given on the command line, and
      *  ends today.  Every figure is printed beside the same figure
      *  from the previous period's scorecard, which is read from
      *  the scorecard file before this period's scorecard replaces
      *  it.
      * ***************
      *  INPUT:
      *     Optional command line parameter: period start date
      *     (YYYYMMDD).
      *
      *     The VENDOR MASTER file, the OPEN PO file with its closed
      *     lines, the MOVEMENT HISTORY file from PROGRAM-4D, the
      *     VENDOR FILE LOG from PROGRAM-4, the error log, and the
      *     VENDOR SCORECARD file from the previous period.
      * ***************
      *  OUTPUT:
      *      The VENDOR SCORECARD file for this period and the
      *      VENDOR SCORECARD report.
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VENDOR-MASTER
                ASSIGN TO "VENDOR-MASTER.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL OPEN-PO-FILE
                ASSIGN TO "OPEN-PO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL MOVEMENT-HISTORY-FILE
                ASSIGN TO "MOVEMENT-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL VENDOR-FILE-LOG
                ASSIGN TO "VENDOR-FILE-LOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVENTORY-ERROR-REPORT
                ASSIGN TO "ERRORS-DSR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL VENDOR-SCORECARD-FILE
                ASSIGN TO "VENDOR-SCORECARD.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SCORECARD-REPORT
                ASSIGN TO PRINTER 'SCORECARD-DSR.TXT'.

        DATA DIVISION.
        FILE SECTION.

       FD  VENDOR-MASTER
           RECORD CONTAINS 17 CHARACTERS.

       01  VENDOR-MASTER-REC.
           05  VM-VENDOR-ID                 PIC X(4).
           05  VM-VENDOR-NAME               PIC X(13).

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

       FD  VENDOR-FILE-LOG
           RECORD CONTAINS 26 CHARACTERS.

       01  VENDOR-FILE-LOG-REC.
           05  VF-RUN-DATE                 PIC X(8).
           05  VF-VENDOR-ID                PIC X(4).
           05  VF-FILE-DATE                PIC X(8).
           05  VF-RECORD-COUNT             PIC 9(6).

       FD  INVENTORY-ERROR-REPORT
           RECORD CONTAINS 311 CHARACTERS.

       01  ERROR-REPORT-RECORD.
           05  ELR-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  ELR-REASON-CODE              PIC X(13).
           05  FILLER                       PIC X VALUE SPACE.
           05  ELR-RECORD-DATA              PIC X(288).

       FD  VENDOR-SCORECARD-FILE
           RECORD CONTAINS 85 CHARACTERS.

       01  VENDOR-SCORECARD-REC.
           05  SC-PERIOD-START              PIC X(8).
           05  SC-PERIOD-END                PIC X(8).
           05  SC-VENDOR-ID                 PIC X(4).
           05  SC-PO-LINES                  PIC 9(5).
           05  SC-QTY-ORDERED               PIC 9(7).
           05  SC-QTY-RECEIVED              PIC 9(7).
           05  SC-RECEIPTS-TIMED            PIC 9(5).
           05  SC-AVG-DAYS                  PIC 9(4)V9.
           05  SC-WORST-DAYS                PIC 9(4).
           05  SC-FILL-PCT                  PIC 9(3)V9.
           05  SC-SHORT-COUNT               PIC 9(5).
           05  SC-OVER-COUNT                PIC 9(5).
           05  SC-RECORDS-SENT              PIC 9(7).
           05  SC-RECORDS-REJECTED          PIC 9(7).
           05  SC-REJECT-PCT                PIC 9(3)V9.

       FD  SCORECARD-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       01  SCORECARD-RECORD                 PIC X(71).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.

            05  EOF-FLAG                PIC X         VALUE ' '.
                88  NO-MORE-DATA                      VALUE 'N'.
            05  WS-VENDOR-FOUND         PIC XXX       VALUE 'NO'.
            05  WS-PRIOR-EXISTS         PIC XXX       VALUE 'NO'.
            05  WS-LOG-DUPLICATE        PIC XXX       VALUE 'NO'.

        01  SUB  PIC 9(4)   VALUE 1.
        01  SUB2 PIC 9(4)   VALUE 1.

        01  VENDOR-TABLE-COUNT      PIC 9(4)  VALUE 0.
        01  VENDOR-TABLE.
            05  VENDOR-TABLE-ENTRY OCCURS 0 TO 50 TIMES
                DEPENDING ON VENDOR-TABLE-COUNT
                INDEXED BY VT-INDEX.
                10  VT-VENDOR-ID        PIC X(4).
                10  VT-VENDOR-NAME      PIC X(13).
                10  VT-PO-LINES         PIC 9(5).
                10  VT-QTY-ORDERED      PIC 9(7).
                10  VT-QTY-RECEIVED     PIC 9(7).
                10  VT-RECEIPTS-TIMED   PIC 9(5).
                10  VT-TOTAL-DAYS       PIC 9(7).
                10  VT-WORST-DAYS       PIC 9(4).
                10  VT-SHORT-COUNT      PIC 9(5).
                10  VT-OVER-COUNT       PIC 9(5).
                10  VT-RECORDS-SENT     PIC 9(7).
                10  VT-RECORDS-REJECTED PIC 9(7).
                10  VT-PRIOR-FOUND      PIC XXX.
                10  VT-PRIOR-ROW        PIC X(85).

        01  RECEIPT-TABLE-COUNT     PIC 9(4)  VALUE 0.
        01  RECEIPT-TABLE.
            05  RECEIPT-TABLE-ENTRY OCCURS 0 TO 5000 TIMES
                DEPENDING ON RECEIPT-TABLE-COUNT.
                10  RC-RECEIPT-DATE     PIC X(8).
                10  RC-ITEM-KEY         PIC X(12).

        01  FILE-LOG-COUNT          PIC 9(4)  VALUE 0.
        01  FILE-LOG-TABLE.
            05  FILE-LOG-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON FILE-LOG-COUNT.
                10  FL-LOG-KEY          PIC X(12).

        01  PRIOR-SCORECARD-REC.
            05  PS-PERIOD-START         PIC X(8).
            05  PS-PERIOD-END           PIC X(8).
            05  PS-VENDOR-ID            PIC X(4).
            05  PS-PO-LINES             PIC 9(5).
            05  PS-QTY-ORDERED          PIC 9(7).
            05  PS-QTY-RECEIVED         PIC 9(7).
            05  PS-RECEIPTS-TIMED       PIC 9(5).
            05  PS-AVG-DAYS             PIC 9(4)V9.
            05  PS-WORST-DAYS           PIC 9(4).
            05  PS-FILL-PCT             PIC 9(3)V9.
            05  PS-SHORT-COUNT          PIC 9(5).
            05  PS-OVER-COUNT           PIC 9(5).
            05  PS-RECORDS-SENT         PIC 9(7).
            05  PS-RECORDS-REJECTED     PIC 9(7).
            05  PS-REJECT-PCT           PIC 9(3)V9.

        01  TEMPORARY-FIELDS.

            05  WS-RUN-PARM             PIC X(8).
            05  WS-PERIOD-START         PIC X(8).
            05  WS-PERIOD-END           PIC X(8).
            05  WS-PRIOR-START          PIC X(8).
            05  WS-PRIOR-END            PIC X(8).
            05  WS-ITEM-KEY             PIC X(12).
            05  WS-LOG-KEY              PIC X(12).
            05  WS-FIRST-RECEIPT        PIC X(8).
            05  WS-MOVE-DATE            PIC X(8).
            05  WS-DATE-NUM             PIC 9(8).
            05  WS-ORDER-DAY            PIC 9(7).
            05  WS-RECEIPT-DAY          PIC 9(7).
            05  WS-LEAD-DAYS            PIC 9(7).
            05  WS-LAST-ERROR-DATE      PIC X(8)     VALUE SPACES.
            05  WS-LAST-ERROR-DATA      PIC X(288)   VALUE SPACES.
            05  WS-CURRENT-VALUE        PIC S9(7)V9.
            05  WS-PRIOR-VALUE          PIC S9(7)V9.
            05  WS-METRIC-LABEL         PIC X(30).

        01  CONTROL-TOTALS.
            05  CT-VENDORS-SCORED       PIC 9(6)     VALUE 0.
            05  CT-PO-LINES-SCORED      PIC 9(6)     VALUE 0.
            05  CT-FILES-LOGGED         PIC 9(6)     VALUE 0.
            05  CT-REJECTS-COUNTED      PIC 9(6)     VALUE 0.

        01  WS-DATE.
            05  RUN-YEAR                PIC 9(4).
            05  RUN-MONTH               PIC 99.
            05  RUN-DAY                 PIC 99.

       01  SCORECARD-HEADING-ONE.

            05  FILLER              PIC X(27)  VALUE SPACES.
            05                      PIC X(16)
               VALUE 'VENDOR SCORECARD'.
            05  FILLER              PIC X(28)  VALUE SPACES.

       01  SCORECARD-HEADING-TWO.

            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(7)   VALUE 'PERIOD '.
            05  SH2-PERIOD-START    PIC X(8).
            05                      PIC X(4)   VALUE ' TO '.
            05  SH2-PERIOD-END      PIC X(8).
            05                      PIC X(11)  VALUE '    PRIOR  '.
            05  SH2-PRIOR-START     PIC X(8).
            05                      PIC X(4)   VALUE ' TO '.
            05  SH2-PRIOR-END       PIC X(8).
            05  FILLER              PIC X(12)  VALUE SPACES.

       01  SCORECARD-VENDOR-LINE.

            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(8)   VALUE 'VENDOR: '.
            05  SVL-VENDOR-ID       PIC X(4).
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  SVL-VENDOR-NAME     PIC X(13).
            05  FILLER              PIC X(6)   VALUE SPACES.
            05                      PIC X(9)   VALUE '  CURRENT'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(9)   VALUE '    PRIOR'.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(9)   VALUE '   CHANGE'.
            05  FILLER              PIC X(6)   VALUE SPACES.

       01  SCORECARD-METRIC-LINE.

            05  FILLER              PIC X(3)   VALUE SPACES.
            05  SML-LABEL           PIC X(30).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  SML-CURRENT         PIC ZZZ,ZZ9.9.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  SML-PRIOR           PIC ZZZ,ZZ9.9.
            05  SML-PRIOR-X REDEFINES SML-PRIOR
                                    PIC X(9).
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  SML-CHANGE          PIC ---,--9.9.
            05  SML-CHANGE-X REDEFINES SML-CHANGE
                                    PIC X(9).
            05  FILLER              PIC X(6)   VALUE SPACES.

       01  SCORECARD-TOTAL-LINE.

            05  STT-LABEL           PIC X(30).
            05  STT-COUNT           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(34)  VALUE SPACES.

       PROCEDURE DIVISION.

       100-CONTROL-MODULE.

           PERFORM 200-HOUSEKEEPING-ROUTINE
           PERFORM 220-LOAD-VENDOR-MASTER
           PERFORM 240-LOAD-PRIOR-SCORECARD
           PERFORM 250-SET-SCORECARD-PERIOD
           PERFORM 260-LOAD-RECEIPTS
           PERFORM 300-SCORE-PO-LINES
           PERFORM 400-SCORE-VENDOR-FILES
           PERFORM 450-SCORE-REJECTS
           PERFORM 500-WRITE-SCORECARDS
           PERFORM 800-PRINT-SCORECARD-TOTALS
           PERFORM 900-END-OF-JOB-ROUTINE
           .

       200-HOUSEKEEPING-ROUTINE.

           MOVE SPACES TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM NOT = SPACES AND
              WS-RUN-PARM IS NOT NUMERIC
              DISPLAY "USAGE: PERIOD START DATE (YYYYMMDD)"
              DISPLAY "   OR: NO PARAMETER TO START THE DAY AFTER "
                 "THE LAST SCORECARD"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-PERIOD-END

           OPEN OUTPUT SCORECARD-REPORT
           .

       220-LOAD-VENDOR-MASTER.

           OPEN INPUT VENDOR-MASTER
           PERFORM UNTIL NO-MORE-DATA
               READ VENDOR-MASTER
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF VENDOR-TABLE-COUNT >= 50
                        DISPLAY "VENDOR MASTER FILE EXCEEDS TABLE "
                           "LIMIT OF 50 RECORDS - RUN ABORTED"
                        CLOSE VENDOR-MASTER
                        CLOSE SCORECARD-REPORT
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                     END-IF
                     ADD 1 TO VENDOR-TABLE-COUNT
                     MOVE VENDOR-TABLE-COUNT TO SUB
                     MOVE VM-VENDOR-ID TO VT-VENDOR-ID(SUB)
                     MOVE VM-VENDOR-NAME TO VT-VENDOR-NAME(SUB)
                     MOVE 0 TO VT-PO-LINES(SUB)
                               VT-QTY-ORDERED(SUB)
                               VT-QTY-RECEIVED(SUB)
                               VT-RECEIPTS-TIMED(SUB)
                               VT-TOTAL-DAYS(SUB)
                               VT-WORST-DAYS(SUB)
                               VT-SHORT-COUNT(SUB)
                               VT-OVER-COUNT(SUB)
                               VT-RECORDS-SENT(SUB)
                               VT-RECORDS-REJECTED(SUB)
                     MOVE 'NO' TO VT-PRIOR-FOUND(SUB)
                     MOVE SPACES TO VT-PRIOR-ROW(SUB)
               END-READ
           END-PERFORM
           CLOSE VENDOR-MASTER
           MOVE ' ' TO EOF-FLAG
           .

       230-LOOKUP-VENDOR.

           MOVE 'NO' TO WS-VENDOR-FOUND
           SET VT-INDEX TO 1
           IF VENDOR-TABLE-COUNT > 0
              SEARCH VENDOR-TABLE-ENTRY
                  AT END
                      MOVE 'NO' TO WS-VENDOR-FOUND
                  WHEN VT-VENDOR-ID(VT-INDEX) = WS-ITEM-KEY(1:4)
                      MOVE 'YES' TO WS-VENDOR-FOUND
              END-SEARCH
           END-IF
           .

       240-LOAD-PRIOR-SCORECARD.

           MOVE SPACES TO WS-PRIOR-START WS-PRIOR-END
           OPEN INPUT VENDOR-SCORECARD-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ VENDOR-SCORECARD-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     MOVE 'YES' TO WS-PRIOR-EXISTS
                     MOVE SC-PERIOD-START TO WS-PRIOR-START
                     MOVE SC-PERIOD-END TO WS-PRIOR-END
                     MOVE SC-VENDOR-ID TO WS-ITEM-KEY(1:4)
                     PERFORM 230-LOOKUP-VENDOR
                     IF WS-VENDOR-FOUND = 'YES'
                        MOVE 'YES' TO VT-PRIOR-FOUND(VT-INDEX)
                        MOVE VENDOR-SCORECARD-REC TO
                           VT-PRIOR-ROW(VT-INDEX)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-SCORECARD-FILE
           MOVE ' ' TO EOF-FLAG
           .

       250-SET-SCORECARD-PERIOD.

      *    WITHOUT A START DATE THE PERIOD PICKS UP THE DAY AFTER THE
      *    LAST SCORECARD ENDED; THE FIRST SCORECARD EVER RUN COVERS
      *    ALL HISTORY ON FILE.
           EVALUATE TRUE
               WHEN WS-RUN-PARM NOT = SPACES
                   MOVE WS-RUN-PARM TO WS-PERIOD-START
               WHEN WS-PRIOR-EXISTS = 'YES' AND
                    WS-PRIOR-END IS NUMERIC
                   MOVE WS-PRIOR-END TO WS-DATE-NUM
                   COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1)
                   MOVE WS-DATE-NUM TO WS-PERIOD-START
               WHEN OTHER
                   MOVE '00000000' TO WS-PERIOD-START
           END-EVALUATE

           IF WS-PERIOD-START > WS-PERIOD-END
              DISPLAY "SCORECARD ALREADY RUN THROUGH " WS-PRIOR-END
              DISPLAY "GIVE A PERIOD START DATE (YYYYMMDD) TO RERUN"
              CLOSE SCORECARD-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-PERIOD-START TO SH2-PERIOD-START
           MOVE WS-PERIOD-END TO SH2-PERIOD-END
           IF WS-PRIOR-EXISTS = 'YES'
              MOVE WS-PRIOR-START TO SH2-PRIOR-START
              MOVE WS-PRIOR-END TO SH2-PRIOR-END
           ELSE
              MOVE 'NONE' TO SH2-PRIOR-START
              MOVE SPACES TO SH2-PRIOR-END
           END-IF

           WRITE SCORECARD-RECORD FROM SCORECARD-HEADING-ONE
               AFTER ADVANCING 1 LINES
           WRITE SCORECARD-RECORD FROM SCORECARD-HEADING-TWO
               AFTER ADVANCING 2 LINES
           .

       260-LOAD-RECEIPTS.

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
                     IF MH-TRANS-TYPE = 'R' AND
                        WS-MOVE-DATE IS NUMERIC
                        IF RECEIPT-TABLE-COUNT >= 5000
                           DISPLAY "MOVEMENT HISTORY FILE EXCEEDS "
                              "TABLE LIMIT OF 5000 RECEIPTS - RUN "
                              "ABORTED"
                           CLOSE MOVEMENT-HISTORY-FILE
                           CLOSE SCORECARD-REPORT
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                        END-IF
                        ADD 1 TO RECEIPT-TABLE-COUNT
                        MOVE WS-MOVE-DATE TO
                           RC-RECEIPT-DATE(RECEIPT-TABLE-COUNT)
                        MOVE MOVEMENT-HISTORY-REC(10:12) TO
                           RC-ITEM-KEY(RECEIPT-TABLE-COUNT)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           .

       300-SCORE-PO-LINES.

           OPEN INPUT OPEN-PO-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ OPEN-PO-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF OP-ORDER-DATE IS NUMERIC AND
                        OP-ORDER-DATE >= WS-PERIOD-START AND
                        OP-ORDER-DATE <= WS-PERIOD-END AND
                        OP-QTY-ORDERED IS NUMERIC AND
                        OP-QTY-RECEIVED IS NUMERIC
                        MOVE OPEN-PO-REC(10:12) TO WS-ITEM-KEY
                        PERFORM 230-LOOKUP-VENDOR
                        IF WS-VENDOR-FOUND = 'YES'
                           PERFORM 350-SCORE-ONE-PO-LINE
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE
           MOVE ' ' TO EOF-FLAG
           .

       350-SCORE-ONE-PO-LINE.

           ADD 1 TO CT-PO-LINES-SCORED
           ADD 1 TO VT-PO-LINES(VT-INDEX)
           ADD OP-QTY-ORDERED TO VT-QTY-ORDERED(VT-INDEX)
           ADD OP-QTY-RECEIVED TO VT-QTY-RECEIVED(VT-INDEX)

           EVALUATE OP-RECEIPT-FLAG
               WHEN 'U'
                   ADD 1 TO VT-SHORT-COUNT(VT-INDEX)
               WHEN 'V'
                   ADD 1 TO VT-OVER-COUNT(VT-INDEX)
           END-EVALUATE

      *    LEAD TIME RUNS TO THE FIRST RECEIPT PROGRAM-4D APPLIED TO
      *    THIS PO LINE.  A LINE RECEIVED BEFORE PROGRAM-4D RECORDED
      *    THAT DATE FALLS BACK TO THE FIRST RECEIPT OF THE ITEM ON OR
      *    AFTER THE ORDER DATE.
           MOVE HIGH-VALUES TO WS-FIRST-RECEIPT
           IF OP-FIRST-RECEIPT IS NUMERIC AND
              OP-FIRST-RECEIPT >= OP-ORDER-DATE
              MOVE OP-FIRST-RECEIPT TO WS-FIRST-RECEIPT
           END-IF
           IF WS-FIRST-RECEIPT = HIGH-VALUES AND
              OP-FIRST-RECEIPT = SPACES AND
              OP-QTY-RECEIVED > 0
              PERFORM VARYING SUB FROM 1 BY 1
                      UNTIL SUB > RECEIPT-TABLE-COUNT
                  IF RC-ITEM-KEY(SUB) = WS-ITEM-KEY AND
                     RC-RECEIPT-DATE(SUB) >= OP-ORDER-DATE AND
                     RC-RECEIPT-DATE(SUB) < WS-FIRST-RECEIPT
                     MOVE RC-RECEIPT-DATE(SUB) TO WS-FIRST-RECEIPT
                  END-IF
              END-PERFORM
           END-IF

           IF WS-FIRST-RECEIPT NOT = HIGH-VALUES
              MOVE OP-ORDER-DATE TO WS-DATE-NUM
              COMPUTE WS-ORDER-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              MOVE WS-FIRST-RECEIPT TO WS-DATE-NUM
              COMPUTE WS-RECEIPT-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              COMPUTE WS-LEAD-DAYS = WS-RECEIPT-DAY - WS-ORDER-DAY
              ADD 1 TO VT-RECEIPTS-TIMED(VT-INDEX)
              ADD WS-LEAD-DAYS TO VT-TOTAL-DAYS(VT-INDEX)
              IF WS-LEAD-DAYS > VT-WORST-DAYS(VT-INDEX)
                 MOVE WS-LEAD-DAYS TO VT-WORST-DAYS(VT-INDEX)
              END-IF
           END-IF
           .

       400-SCORE-VENDOR-FILES.

      *    A FILE LOGGED TWICE BY A RESTARTED PROGRAM-4 RUN IS ONLY
      *    COUNTED ONCE.
           OPEN INPUT VENDOR-FILE-LOG
           PERFORM UNTIL NO-MORE-DATA
               READ VENDOR-FILE-LOG
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF VF-RUN-DATE >= WS-PERIOD-START AND
                        VF-RUN-DATE <= WS-PERIOD-END AND
                        VF-RECORD-COUNT IS NUMERIC
                        MOVE VF-VENDOR-ID TO WS-LOG-KEY(1:4)
                        MOVE VF-FILE-DATE TO WS-LOG-KEY(5:8)
                        MOVE 'NO' TO WS-LOG-DUPLICATE
                        PERFORM VARYING SUB FROM 1 BY 1
                                UNTIL SUB > FILE-LOG-COUNT
                            IF FL-LOG-KEY(SUB) = WS-LOG-KEY
                               MOVE 'YES' TO WS-LOG-DUPLICATE
                            END-IF
                        END-PERFORM
                        MOVE VF-VENDOR-ID TO WS-ITEM-KEY(1:4)
                        PERFORM 230-LOOKUP-VENDOR
                        IF WS-LOG-DUPLICATE = 'NO' AND
                           WS-VENDOR-FOUND = 'YES'
                           IF FILE-LOG-COUNT >= 2000
                              DISPLAY "VENDOR FILE LOG EXCEEDS TABLE "
                                 "LIMIT OF 2000 RECORDS - RUN "
                                 "ABORTED"
                              CLOSE VENDOR-FILE-LOG
                              CLOSE SCORECARD-REPORT
                              MOVE 12 TO RETURN-CODE
                              GOBACK
                           END-IF
                           ADD 1 TO FILE-LOG-COUNT
                           MOVE WS-LOG-KEY TO FL-LOG-KEY(FILE-LOG-COUNT)
                           ADD VF-RECORD-COUNT TO
                              VT-RECORDS-SENT(VT-INDEX)
                           ADD 1 TO CT-FILES-LOGGED
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE-LOG
           MOVE ' ' TO EOF-FLAG
           .

       450-SCORE-REJECTS.

      *    PROGRAM-4 LOGS ONE LINE PER FAILED MASTER CHECK, SO A RECORD
      *    FAILING MORE THAN ONE CHECK IS COUNTED ONLY ONCE.  A LINE
      *    THE RECYCLE HAS SINCE RESOLVED CARRIES 'RES ' AND THE DATE
      *    OVER ITS REASON CODE, BUT THE RECORD WAS STILL REJECTED ON
      *    ITS RUN DATE AND IS COUNTED.
           OPEN INPUT INVENTORY-ERROR-REPORT
           PERFORM UNTIL NO-MORE-DATA
               READ INVENTORY-ERROR-REPORT
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF ELR-RUN-DATE >= WS-PERIOD-START AND
                        ELR-RUN-DATE <= WS-PERIOD-END AND
                        (ELR-REASON-CODE = "BAD VENDOR" OR
                         ELR-REASON-CODE = "BAD WAREHOUSE" OR
                         ELR-REASON-CODE = "BAD COSTUME" OR
                         ELR-REASON-CODE = "BAD COUNT" OR
                         ELR-REASON-CODE(1:4) = "RES ")
                        IF ELR-RUN-DATE NOT = WS-LAST-ERROR-DATE OR
                           ELR-RECORD-DATA NOT = WS-LAST-ERROR-DATA
                           MOVE ELR-RECORD-DATA(1:4) TO
                              WS-ITEM-KEY(1:4)
                           PERFORM 230-LOOKUP-VENDOR
                           IF WS-VENDOR-FOUND = 'YES'
                              ADD 1 TO VT-RECORDS-REJECTED(VT-INDEX)
                              ADD 1 TO CT-REJECTS-COUNTED
                           END-IF
                        END-IF
                        MOVE ELR-RUN-DATE TO WS-LAST-ERROR-DATE
                        MOVE ELR-RECORD-DATA TO WS-LAST-ERROR-DATA
                     END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-ERROR-REPORT
           MOVE ' ' TO EOF-FLAG
           .

       500-WRITE-SCORECARDS.

           OPEN OUTPUT VENDOR-SCORECARD-FILE
           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > VENDOR-TABLE-COUNT
               PERFORM 520-BUILD-ONE-SCORECARD
               WRITE VENDOR-SCORECARD-REC
               ADD 1 TO CT-VENDORS-SCORED
               PERFORM 550-PRINT-ONE-SCORECARD
           END-PERFORM
           CLOSE VENDOR-SCORECARD-FILE
           .

       520-BUILD-ONE-SCORECARD.

           MOVE WS-PERIOD-START TO SC-PERIOD-START
           MOVE WS-PERIOD-END TO SC-PERIOD-END
           MOVE VT-VENDOR-ID(SUB2) TO SC-VENDOR-ID
           MOVE VT-PO-LINES(SUB2) TO SC-PO-LINES
           MOVE VT-QTY-ORDERED(SUB2) TO SC-QTY-ORDERED
           MOVE VT-QTY-RECEIVED(SUB2) TO SC-QTY-RECEIVED
           MOVE VT-RECEIPTS-TIMED(SUB2) TO SC-RECEIPTS-TIMED
           MOVE VT-WORST-DAYS(SUB2) TO SC-WORST-DAYS
           MOVE VT-SHORT-COUNT(SUB2) TO SC-SHORT-COUNT
           MOVE VT-OVER-COUNT(SUB2) TO SC-OVER-COUNT
           MOVE VT-RECORDS-SENT(SUB2) TO SC-RECORDS-SENT
           MOVE VT-RECORDS-REJECTED(SUB2) TO SC-RECORDS-REJECTED

           MOVE 0 TO SC-AVG-DAYS SC-FILL-PCT SC-REJECT-PCT
           IF VT-RECEIPTS-TIMED(SUB2) > 0
              COMPUTE SC-AVG-DAYS ROUNDED =
                 VT-TOTAL-DAYS(SUB2) / VT-RECEIPTS-TIMED(SUB2)
                 ON SIZE ERROR
                    MOVE 9999.9 TO SC-AVG-DAYS
              END-COMPUTE
           END-IF
           IF VT-QTY-ORDERED(SUB2) > 0
              COMPUTE SC-FILL-PCT ROUNDED =
                 VT-QTY-RECEIVED(SUB2) * 100 / VT-QTY-ORDERED(SUB2)
                 ON SIZE ERROR
                    MOVE 999.9 TO SC-FILL-PCT
              END-COMPUTE
           END-IF
           IF VT-RECORDS-SENT(SUB2) > 0
              COMPUTE SC-REJECT-PCT ROUNDED =
                 VT-RECORDS-REJECTED(SUB2) * 100 /
                 VT-RECORDS-SENT(SUB2)
                 ON SIZE ERROR
                    MOVE 999.9 TO SC-REJECT-PCT
              END-COMPUTE
           END-IF
           .

       550-PRINT-ONE-SCORECARD.

           MOVE VT-VENDOR-ID(SUB2) TO SVL-VENDOR-ID
           MOVE VT-VENDOR-NAME(SUB2) TO SVL-VENDOR-NAME
           WRITE SCORECARD-RECORD FROM SCORECARD-VENDOR-LINE
               AFTER ADVANCING 2 LINES

           IF VT-PRIOR-FOUND(SUB2) = 'YES'
              MOVE VT-PRIOR-ROW(SUB2) TO PRIOR-SCORECARD-REC
           ELSE
              MOVE ZEROS TO PRIOR-SCORECARD-REC
           END-IF

           MOVE 'PO LINES ORDERED' TO WS-METRIC-LABEL
           MOVE SC-PO-LINES TO WS-CURRENT-VALUE
           MOVE PS-PO-LINES TO WS-PRIOR-VALUE
           PERFORM 560-PRINT-ONE-METRIC

           MOVE 'AVG DAYS ORDER TO RECEIPT' TO WS-METRIC-LABEL
           MOVE SC-AVG-DAYS TO WS-CURRENT-VALUE
           MOVE PS-AVG-DAYS TO WS-PRIOR-VALUE
           PERFORM 560-PRINT-ONE-METRIC

           MOVE 'WORST DAYS ORDER TO RECEIPT' TO WS-METRIC-LABEL
           MOVE SC-WORST-DAYS TO WS-CURRENT-VALUE
           MOVE PS-WORST-DAYS TO WS-PRIOR-VALUE
           PERFORM 560-PRINT-ONE-METRIC

           MOVE 'PCT OF PO QTY FILLED' TO WS-METRIC-LABEL
           MOVE SC-FILL-PCT TO WS-CURRENT-VALUE
           MOVE PS-FILL-PCT TO WS-PRIOR-VALUE
           PERFORM 560-PRINT-ONE-METRIC

           MOVE 'SHORT SHIPMENTS' TO WS-METRIC-LABEL
           MOVE SC-SHORT-COUNT TO WS-CURRENT-VALUE
           MOVE PS-SHORT-COUNT TO WS-PRIOR-VALUE
           PERFORM 560-PRINT-ONE-METRIC

           MOVE 'OVER SHIPMENTS' TO WS-METRIC-LABEL
           MOVE SC-OVER-COUNT TO WS-CURRENT-VALUE
           MOVE PS-OVER-COUNT TO WS-PRIOR-VALUE
           PERFORM 560-PRINT-ONE-METRIC

           MOVE 'INVENTORY RECORDS SENT' TO WS-METRIC-LABEL
           MOVE SC-RECORDS-SENT TO WS-CURRENT-VALUE
           MOVE PS-RECORDS-SENT TO WS-PRIOR-VALUE
           PERFORM 560-PRINT-ONE-METRIC

           MOVE 'INVENTORY RECORDS REJECTED' TO WS-METRIC-LABEL
           MOVE SC-RECORDS-REJECTED TO WS-CURRENT-VALUE
           MOVE PS-RECORDS-REJECTED TO WS-PRIOR-VALUE
           PERFORM 560-PRINT-ONE-METRIC

           MOVE 'PCT OF RECORDS REJECTED' TO WS-METRIC-LABEL
           MOVE SC-REJECT-PCT TO WS-CURRENT-VALUE
           MOVE PS-REJECT-PCT TO WS-PRIOR-VALUE
           PERFORM 560-PRINT-ONE-METRIC
           .

       560-PRINT-ONE-METRIC.

           MOVE WS-METRIC-LABEL TO SML-LABEL
           MOVE WS-CURRENT-VALUE TO SML-CURRENT
           IF VT-PRIOR-FOUND(SUB2) = 'YES'
              MOVE WS-PRIOR-VALUE TO SML-PRIOR
              COMPUTE SML-CHANGE = WS-CURRENT-VALUE - WS-PRIOR-VALUE
           ELSE
              MOVE '     NONE' TO SML-PRIOR-X
              MOVE SPACES TO SML-CHANGE-X
           END-IF
           WRITE SCORECARD-RECORD FROM SCORECARD-METRIC-LINE
               AFTER ADVANCING 1 LINES
           .

       800-PRINT-SCORECARD-TOTALS.

           MOVE 'VENDORS SCORED:' TO STT-LABEL
           MOVE CT-VENDORS-SCORED TO STT-COUNT
           WRITE SCORECARD-RECORD FROM SCORECARD-TOTAL-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'PO LINES SCORED:' TO STT-LABEL
           MOVE CT-PO-LINES-SCORED TO STT-COUNT
           WRITE SCORECARD-RECORD FROM SCORECARD-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'VENDOR FILES COUNTED:' TO STT-LABEL
           MOVE CT-FILES-LOGGED TO STT-COUNT
           WRITE SCORECARD-RECORD FROM SCORECARD-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'REJECTED RECORDS COUNTED:' TO STT-LABEL
           MOVE CT-REJECTS-COUNTED TO STT-COUNT
           WRITE SCORECARD-RECORD FROM SCORECARD-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           .

       900-END-OF-JOB-ROUTINE.

           CLOSE SCORECARD-REPORT
           MOVE 0 TO RETURN-CODE
           GOBACK
           .
