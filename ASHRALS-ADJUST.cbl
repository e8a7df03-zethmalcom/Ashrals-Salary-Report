        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROGRAM-4B.
        AUTHOR. Zeth Malcom.
      ****************************************************************
      *  ASHRALS, Ltd. adjustment approval run.  PROGRAM-4D holds
      *  any 'A' stock adjustment over the unit or dollar threshold
      *  for its reason code on the ADJUSTMENT PENDING file instead
      *  of applying it.  A supervisor reviews that file and keys a
      *  decision and their own ID on each line they have decided:
      *
      *      A    approve - the adjustment is released back onto the
      *           movement transaction file with the supervisor's ID
      *           as approved-by, and PROGRAM-4D applies it
      *      R    reject - the adjustment is logged to the
      *           adjustment history file as rejected and dropped
      *      P    leave pending (as held)
      *
      *  A released line stays on the pending file marked L until
      *  PROGRAM-4D posts it and drops it; PROGRAM-4D honors an
      *  approver only for a movement that matches a released line.
      *  A released adjustment PROGRAM-4D cannot post comes back
      *  marked F (failed) and can be approved or rejected again.
      *  A decision with no supervisor ID, a supervisor approving
      *  their own adjustment, or an unknown decision code is
      *  logged to the error log and the line stays pending as
      *  keyed so it can be corrected.  An adjustment whose
      *  effective date has since been closed by PROGRAM-4C is
      *  released effective today, since the closed period cannot
      *  change.
      *
      *  The ADJUSTMENT report then lists dollars approved, rejected
      *  and still pending by reason, warehouse, and entered-by for
      *  everything on the adjustment history file (applied
      *  adjustments since the last period close) and the pending
      *  file, with a total for each reason and for the company.
      *  Gross increases and gross decreases are shown on separate
      *  lines so one cannot hide the other.  Adjustments released
      *  by this run are shown as approved; lines released earlier
      *  but not yet posted, or failed on posting, as pending.
      * ***************
      *  INPUT:
      *     The ADJUSTMENT PENDING file from PROGRAM-4D with the
      *     supervisor's decisions keyed, the ADJUSTMENT HISTORY
      *     file, the ADJUSTMENT REASON file, and the PERIOD
      *     CONTROL file.
      * ***************
      *  OUTPUT:
      *      Released adjustments appended to the movement
      *      transaction file, rejected adjustments appended to the
      *      adjustment history file, the rewritten pending file,
      *      the ADJUSTMENT report, and decision errors appended to
      *      the error log.
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL PERIOD-CONTROL-FILE
                ASSIGN TO "PERIOD-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ADJUST-REASON-FILE
                ASSIGN TO "ADJUST-REASON.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ADJUST-PENDING-FILE
                ASSIGN TO "ADJUST-PENDING.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ADJUSTMENT-HISTORY-FILE
                ASSIGN TO "ADJUSTMENT-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL MOVEMENT-TRANS-FILE
                ASSIGN TO "MOVEMENT-TRANS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVENTORY-ERROR-REPORT
                ASSIGN TO "ERRORS-DSR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ADJUSTMENT-REPORT
                ASSIGN TO PRINTER 'ADJUST-DSR.TXT'.

        DATA DIVISION.
        FILE SECTION.

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 16 CHARACTERS.

       01  PERIOD-CONTROL-REC.
           05  PC-CLOSED-THROUGH            PIC X(8).
           05  PC-CLOSED-ON                 PIC X(8).

       FD  ADJUST-REASON-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  ADJUST-REASON-REC.
           05  AR-REASON-CODE               PIC X(2).
           05  AR-DESCRIPTION               PIC X(20).
           05  AR-UNIT-LIMIT                PIC 9(3).
           05  AR-DOLLAR-LIMIT              PIC 9(5)V99.

       FD  ADJUST-PENDING-FILE
           RECORD CONTAINS 79 CHARACTERS.

       01  ADJUST-PENDING-REC               PIC X(79).

       FD  ADJUSTMENT-HISTORY-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  ADJUSTMENT-HISTORY-REC.
           05  AH-DATE                      PIC X(8).
           05  AH-STATUS                    PIC X.
           05  AH-VENDOR-ID                 PIC X(4).
           05  AH-WAREHOUSE-ID              PIC X(3).
           05  AH-COSTUME-ID                PIC X(3).
           05  AH-COSTUME-SIZE              PIC A.
           05  AH-COSTUME-TYPE              PIC A.
           05  AH-QUANTITY                  PIC S9(3)
                                            SIGN LEADING SEPARATE.
           05  AH-REASON-CODE               PIC X(2).
           05  AH-ENTERED-BY                PIC X(8).
           05  AH-APPROVED-BY               PIC X(8).
           05  AH-VALUE                     PIC S9(7)V99
                                            SIGN LEADING SEPARATE.

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

       FD  ADJUSTMENT-REPORT
           RECORD CONTAINS 71 CHARACTERS.

       01  ADJUSTMENT-RECORD                PIC X(71).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.

            05  EOF-FLAG                PIC X         VALUE ' '.
                88  NO-MORE-DATA                      VALUE 'N'.
            05  WS-GROUP-FOUND          PIC XXX       VALUE 'NO'.
            05  WS-TABLE-FULL           PIC XXX       VALUE 'NO'.
            05  WS-PRINT-DECREASE       PIC XXX       VALUE 'NO'.

        01  SUB  PIC 9(4)   VALUE 1.

        01  DEFAULT-REASONS.
            05  FILLER              PIC X(32)
                VALUE 'DMDAMAGED             010025000'.
            05  FILLER              PIC X(32)
                VALUE 'THTHEFT               005010000'.
            05  FILLER              PIC X(32)
                VALUE 'FDFOUND               010025000'.
            05  FILLER              PIC X(32)
                VALUE 'CCCOUNT CORRECTION    020050000'.
            05  FILLER              PIC X(32)
                VALUE 'SMSAMPLE              005010000'.

        01  DEFAULT-REASON-TABLE REDEFINES DEFAULT-REASONS.
            05  DEFAULT-REASON-ROW OCCURS 5 TIMES PIC X(32).

        01  RT-ROW-COUNT            PIC 99    VALUE 0.
        01  REASON-TABLE.
            05  RT-ROW OCCURS 0 TO 50 TIMES
                DEPENDING ON RT-ROW-COUNT.
                10  RT-REASON-CODE      PIC X(2).
                10  RT-DESCRIPTION      PIC X(20).
                10  RT-UNIT-LIMIT       PIC 9(3).
                10  RT-DOLLAR-LIMIT     PIC 9(5)V99.

        01  PT-ROW-COUNT            PIC 9(4)  VALUE 0.
        01  PENDING-TABLE.
            05  PT-ENTRY OCCURS 0 TO 2000 TIMES
                DEPENDING ON PT-ROW-COUNT.
                10  PT-ROW              PIC X(79).
                10  PT-KEEP             PIC X.

        01  PENDING-WORK-REC.
            05  PW-HELD-DATE                PIC X(8).
            05  PW-DECISION                 PIC X.
            05  PW-DECIDED-BY               PIC X(8).
            05  PW-HOLD-BASIS               PIC X(4).
            05  PW-VENDOR-ID                PIC X(4).
            05  PW-WAREHOUSE-ID             PIC X(3).
            05  PW-COSTUME-ID               PIC X(3).
            05  PW-COSTUME-SIZE             PIC A.
            05  PW-COSTUME-TYPE             PIC A.
            05  PW-QUANTITY                 PIC S9(3)
                                            SIGN LEADING SEPARATE.
            05  PW-EFFECTIVE-DATE           PIC X(8).
            05  PW-REASON-CODE              PIC X(2).
            05  PW-ENTERED-BY               PIC X(8).
            05  PW-UNIT-PRICE               PIC 9(4)V99.
            05  PW-VALUE                    PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
            05  PW-RELEASED-DATE            PIC X(8).

        01  GT-ROW-COUNT            PIC 9(4)  VALUE 0.
        01  GROUP-TABLE.
            05  GT-ENTRY OCCURS 0 TO 1000 TIMES
                DEPENDING ON GT-ROW-COUNT.
                10  GT-KEY.
                    15  GT-REASON-CODE  PIC X(2).
                    15  GT-WAREHOUSE-ID PIC X(3).
                    15  GT-ENTERED-BY   PIC X(8).
                10  GT-APPROVED-INCR    PIC S9(9)V99.
                10  GT-APPROVED-DECR    PIC S9(9)V99.
                10  GT-REJECTED-INCR    PIC S9(9)V99.
                10  GT-REJECTED-DECR    PIC S9(9)V99.
                10  GT-PENDING-INCR     PIC S9(9)V99.
                10  GT-PENDING-DECR     PIC S9(9)V99.

        01  TEMPORARY-FIELDS.

            05  WS-CLOSED-THROUGH       PIC X(8)     VALUE SPACES.
            05  WS-ERROR-REASON         PIC X(13).
            05  WS-GROUP-KEY.
                10  WS-GROUP-REASON     PIC X(2).
                10  WS-GROUP-WAREHOUSE  PIC X(3).
                10  WS-GROUP-ENTERED-BY PIC X(8).
            05  WS-GROUP-COLUMN         PIC X.
            05  WS-GROUP-VALUE          PIC S9(7)V99.
            05  WS-GROUP-SUB            PIC 9(4).
            05  WS-SHIFT-SUB            PIC 9(4).
            05  WS-REASON-SUB           PIC 99.
            05  WS-PRIOR-REASON         PIC X(2).

        01  CONTROL-TOTALS.
            05  CT-PENDING-READ         PIC 9(6)     VALUE 0.
            05  CT-RELEASED             PIC 9(6)     VALUE 0.
            05  CT-REJECTED             PIC 9(6)     VALUE 0.
            05  CT-LEFT-PENDING         PIC 9(6)     VALUE 0.
            05  CT-AWAITING-POSTING     PIC 9(6)     VALUE 0.
            05  CT-POSTING-FAILED       PIC 9(6)     VALUE 0.
            05  CT-DECISION-ERRORS      PIC 9(6)     VALUE 0.
            05  CT-REDATED              PIC 9(6)     VALUE 0.
            05  CT-REASON-APPROVED-INCR PIC S9(9)V99 VALUE 0.
            05  CT-REASON-APPROVED-DECR PIC S9(9)V99 VALUE 0.
            05  CT-REASON-REJECTED-INCR PIC S9(9)V99 VALUE 0.
            05  CT-REASON-REJECTED-DECR PIC S9(9)V99 VALUE 0.
            05  CT-REASON-PENDING-INCR  PIC S9(9)V99 VALUE 0.
            05  CT-REASON-PENDING-DECR  PIC S9(9)V99 VALUE 0.
            05  CT-TOTAL-APPROVED-INCR  PIC S9(9)V99 VALUE 0.
            05  CT-TOTAL-APPROVED-DECR  PIC S9(9)V99 VALUE 0.
            05  CT-TOTAL-REJECTED-INCR  PIC S9(9)V99 VALUE 0.
            05  CT-TOTAL-REJECTED-DECR  PIC S9(9)V99 VALUE 0.
            05  CT-TOTAL-PENDING-INCR   PIC S9(9)V99 VALUE 0.
            05  CT-TOTAL-PENDING-DECR   PIC S9(9)V99 VALUE 0.

        01  WS-DATE.
            05  RUN-YEAR                PIC 9(4).
            05  RUN-MONTH               PIC 99.
            05  RUN-DAY                 PIC 99.

       01  ADJUST-HEADING-ONE.

            05  FILLER              PIC X(21)  VALUE SPACES.
            05                      PIC X(29)
               VALUE 'STOCK ADJUSTMENTS BY REASON  '.
            05  FILLER              PIC X(21)  VALUE SPACES.

        01  ADJUST-HEADING-TWO.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(3)   VALUE 'RSN'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(4)   VALUE 'WHSE'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(10)  VALUE 'ENTERED BY'.
            05  FILLER              PIC X(5)   VALUE SPACES.
            05                      PIC X(8)   VALUE 'APPROVED'.
            05  FILLER              PIC X(7)   VALUE SPACES.
            05                      PIC X(8)   VALUE 'REJECTED'.
            05  FILLER              PIC X(8)   VALUE SPACES.
            05                      PIC X(7)   VALUE 'PENDING'.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05                      PIC X(5)   VALUE 'GROSS'.
            05  FILLER              PIC X(1)   VALUE SPACES.

        01  ADJUST-REASON-LINE.

            05  FILLER              PIC X(2)   VALUE SPACES.
            05                      PIC X(7)   VALUE 'REASON '.
            05  ARL-REASON-CODE     PIC X(2).
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  ARL-DESCRIPTION     PIC X(20).
            05  FILLER              PIC X(38)  VALUE SPACES.

        01  ADJUST-DETAIL-LINE.

            05  FILLER              PIC X(3)   VALUE SPACES.
            05  ADL-REASON-CODE     PIC X(2).
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-WAREHOUSE-ID    PIC X(3).
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  ADL-ENTERED-BY      PIC X(8).
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  ADL-APPROVED        PIC --,---,--9.99.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  ADL-REJECTED        PIC --,---,--9.99.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  ADL-PENDING         PIC --,---,--9.99.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ADL-DIRECTION       PIC X(4).
            05  FILLER              PIC X(2)   VALUE SPACES.

        01  ADJUST-TOTAL-LINE.

            05  FILLER              PIC X(3)   VALUE SPACES.
            05  ATL-LABEL           PIC X(16).
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  ATL-APPROVED        PIC --,---,--9.99.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  ATL-REJECTED        PIC --,---,--9.99.
            05  FILLER              PIC X(2)   VALUE SPACES.
            05  ATL-PENDING         PIC --,---,--9.99.
            05  FILLER              PIC X(1)   VALUE SPACES.
            05  ATL-DIRECTION       PIC X(4).
            05  FILLER              PIC X(2)   VALUE SPACES.

        01  DECISION-TOTAL-LINE.

            05  DTL-LABEL           PIC X(30).
            05  DTL-COUNT           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(34)  VALUE SPACES.

       PROCEDURE DIVISION.

       100-CONTROL-MODULE.

           PERFORM 200-HOUSEKEEPING-ROUTINE
           PERFORM 260-LOAD-PENDING-TABLE
           PERFORM 300-PROCESS-DECISIONS
           PERFORM 500-REWRITE-PENDING-FILE
           PERFORM 600-ADD-HISTORY-GROUPS
           PERFORM 690-CHECK-TABLE-LIMIT
           PERFORM 700-PRINT-ADJUSTMENT-REPORT
           PERFORM 900-END-OF-JOB-ROUTINE
           .

       200-HOUSEKEEPING-ROUTINE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM 220-READ-PERIOD-CONTROL
           PERFORM 240-LOAD-ADJUST-REASONS
           MOVE 0 TO GT-ROW-COUNT
           .

       220-READ-PERIOD-CONTROL.

           MOVE SPACES TO WS-CLOSED-THROUGH
           OPEN INPUT PERIOD-CONTROL-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ PERIOD-CONTROL-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     MOVE PC-CLOSED-THROUGH TO WS-CLOSED-THROUGH
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE
           MOVE ' ' TO EOF-FLAG
           .

       240-LOAD-ADJUST-REASONS.

           MOVE 0 TO RT-ROW-COUNT
           OPEN INPUT ADJUST-REASON-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ ADJUST-REASON-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF AR-REASON-CODE NOT = SPACES AND
                        AR-UNIT-LIMIT IS NUMERIC AND
                        AR-DOLLAR-LIMIT IS NUMERIC AND
                        RT-ROW-COUNT < 50
                        ADD 1 TO RT-ROW-COUNT
                        MOVE ADJUST-REASON-REC TO RT-ROW(RT-ROW-COUNT)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE ADJUST-REASON-FILE
           MOVE ' ' TO EOF-FLAG

           IF RT-ROW-COUNT = 0
              MOVE 5 TO RT-ROW-COUNT
              PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                      UNTIL WS-REASON-SUB > 5
                  MOVE DEFAULT-REASON-ROW(WS-REASON-SUB) TO
                     RT-ROW(WS-REASON-SUB)
              END-PERFORM
           END-IF
           .

       260-LOAD-PENDING-TABLE.

           MOVE 0 TO PT-ROW-COUNT
           OPEN INPUT ADJUST-PENDING-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ ADJUST-PENDING-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF PT-ROW-COUNT >= 2000
                        DISPLAY "ADJUSTMENT PENDING FILE EXCEEDS TABLE "
                           "LIMIT OF 2000 RECORDS - RUN ABORTED"
                        CLOSE ADJUST-PENDING-FILE
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                     END-IF
                     ADD 1 TO PT-ROW-COUNT
                     MOVE ADJUST-PENDING-REC TO PT-ROW(PT-ROW-COUNT)
                     MOVE 'Y' TO PT-KEEP(PT-ROW-COUNT)
                     ADD 1 TO CT-PENDING-READ
               END-READ
           END-PERFORM
           CLOSE ADJUST-PENDING-FILE
           MOVE ' ' TO EOF-FLAG
           .

       300-PROCESS-DECISIONS.

           OPEN EXTEND MOVEMENT-TRANS-FILE
           OPEN EXTEND ADJUSTMENT-HISTORY-FILE
           OPEN EXTEND INVENTORY-ERROR-REPORT

           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PT-ROW-COUNT
               MOVE PT-ROW(SUB) TO PENDING-WORK-REC
               EVALUATE TRUE
                   WHEN PW-DECISION = 'P' OR PW-DECISION = SPACE
                       ADD 1 TO CT-LEFT-PENDING
                   WHEN PW-DECISION = 'L'
                       ADD 1 TO CT-AWAITING-POSTING
                   WHEN PW-DECISION = 'F'
                       ADD 1 TO CT-POSTING-FAILED
                   WHEN PW-DECISION NOT = 'A' AND
                        PW-DECISION NOT = 'R'
                       MOVE "BAD DECISION" TO WS-ERROR-REASON
                       PERFORM 390-REJECT-DECISION
                   WHEN PW-DECIDED-BY = SPACES
                       MOVE "NO APPROVER" TO WS-ERROR-REASON
                       PERFORM 390-REJECT-DECISION
                   WHEN PW-DECISION = 'A' AND
                        PW-DECIDED-BY = PW-ENTERED-BY
                       MOVE "SELF APPROVAL" TO WS-ERROR-REASON
                       PERFORM 390-REJECT-DECISION
                   WHEN PW-DECISION = 'A'
                       PERFORM 350-RELEASE-ADJUSTMENT
                   WHEN OTHER
                       PERFORM 380-REJECT-ADJUSTMENT
               END-EVALUATE
           END-PERFORM

           CLOSE MOVEMENT-TRANS-FILE
                 ADJUSTMENT-HISTORY-FILE
                 INVENTORY-ERROR-REPORT
           .

       350-RELEASE-ADJUSTMENT.

           MOVE 'A' TO MT-TRANS-TYPE
           MOVE PW-VENDOR-ID TO MT-VENDOR-ID
           MOVE PW-WAREHOUSE-ID TO MT-WAREHOUSE-ID
           MOVE PW-COSTUME-ID TO MT-COSTUME-ID
           MOVE PW-COSTUME-SIZE TO MT-COSTUME-SIZE
           MOVE PW-COSTUME-TYPE TO MT-COSTUME-TYPE
           MOVE PW-QUANTITY TO MT-QUANTITY
           IF WS-CLOSED-THROUGH NOT = SPACES AND
              PW-EFFECTIVE-DATE NOT > WS-CLOSED-THROUGH
              MOVE WS-DATE TO MT-EFFECTIVE-DATE
              ADD 1 TO CT-REDATED
           ELSE
              MOVE PW-EFFECTIVE-DATE TO MT-EFFECTIVE-DATE
           END-IF
           MOVE PW-REASON-CODE TO MT-REASON-CODE
           MOVE PW-ENTERED-BY TO MT-ENTERED-BY
           MOVE PW-DECIDED-BY TO MT-APPROVED-BY
           WRITE MOVEMENT-TRANS-REC

      *    THE LINE STAYS ON FILE MARKED RELEASED SO PROGRAM-4D CAN
      *    CHECK THE APPROVER AGAINST IT.
           MOVE 'L' TO PW-DECISION
           MOVE MT-EFFECTIVE-DATE TO PW-EFFECTIVE-DATE
           MOVE WS-DATE TO PW-RELEASED-DATE
           MOVE PENDING-WORK-REC TO PT-ROW(SUB)
           MOVE 'L' TO PT-KEEP(SUB)
           ADD 1 TO CT-RELEASED

           MOVE 'A' TO WS-GROUP-COLUMN
           PERFORM 640-ADD-PENDING-WORK-GROUP
           .

       380-REJECT-ADJUSTMENT.

           MOVE WS-DATE TO AH-DATE
           MOVE 'R' TO AH-STATUS
           MOVE PW-VENDOR-ID TO AH-VENDOR-ID
           MOVE PW-WAREHOUSE-ID TO AH-WAREHOUSE-ID
           MOVE PW-COSTUME-ID TO AH-COSTUME-ID
           MOVE PW-COSTUME-SIZE TO AH-COSTUME-SIZE
           MOVE PW-COSTUME-TYPE TO AH-COSTUME-TYPE
           MOVE PW-QUANTITY TO AH-QUANTITY
           MOVE PW-REASON-CODE TO AH-REASON-CODE
           MOVE PW-ENTERED-BY TO AH-ENTERED-BY
           MOVE PW-DECIDED-BY TO AH-APPROVED-BY
           MOVE PW-VALUE TO AH-VALUE
           WRITE ADJUSTMENT-HISTORY-REC

           MOVE 'N' TO PT-KEEP(SUB)
           ADD 1 TO CT-REJECTED
           .

       390-REJECT-DECISION.

           MOVE SPACES TO ERROR-REPORT-RECORD
           MOVE WS-DATE TO ELR-RUN-DATE
           MOVE WS-ERROR-REASON TO ELR-REASON-CODE
           MOVE SPACES TO ELR-RECORD-DATA
           MOVE PENDING-WORK-REC TO ELR-RECORD-DATA(1:79)
           WRITE ERROR-REPORT-RECORD
           ADD 1 TO CT-DECISION-ERRORS
           .

       500-REWRITE-PENDING-FILE.

           OPEN OUTPUT ADJUST-PENDING-FILE
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PT-ROW-COUNT
               IF PT-KEEP(SUB) = 'Y' OR PT-KEEP(SUB) = 'L'
                  MOVE PT-ROW(SUB) TO ADJUST-PENDING-REC
                  WRITE ADJUST-PENDING-REC
               END-IF
               IF PT-KEEP(SUB) = 'Y'
                  MOVE PT-ROW(SUB) TO PENDING-WORK-REC
                  MOVE 'P' TO WS-GROUP-COLUMN
                  PERFORM 640-ADD-PENDING-WORK-GROUP
               END-IF
           END-PERFORM
           CLOSE ADJUST-PENDING-FILE
           .

       600-ADD-HISTORY-GROUPS.

           OPEN INPUT ADJUSTMENT-HISTORY-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ ADJUSTMENT-HISTORY-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF AH-VALUE IS NUMERIC
                        MOVE AH-REASON-CODE TO WS-GROUP-REASON
                        MOVE AH-WAREHOUSE-ID TO WS-GROUP-WAREHOUSE
                        MOVE AH-ENTERED-BY TO WS-GROUP-ENTERED-BY
                        MOVE AH-VALUE TO WS-GROUP-VALUE
                        IF AH-STATUS = 'R'
                           MOVE 'R' TO WS-GROUP-COLUMN
                        ELSE
                           MOVE 'A' TO WS-GROUP-COLUMN
                        END-IF
                        PERFORM 650-ADD-TO-GROUP
                     END-IF
               END-READ
           END-PERFORM
           CLOSE ADJUSTMENT-HISTORY-FILE
           MOVE ' ' TO EOF-FLAG
           .

       640-ADD-PENDING-WORK-GROUP.

           MOVE PW-REASON-CODE TO WS-GROUP-REASON
           MOVE PW-WAREHOUSE-ID TO WS-GROUP-WAREHOUSE
           MOVE PW-ENTERED-BY TO WS-GROUP-ENTERED-BY
           IF PW-VALUE IS NUMERIC
              MOVE PW-VALUE TO WS-GROUP-VALUE
           ELSE
              MOVE 0 TO WS-GROUP-VALUE
           END-IF
           PERFORM 650-ADD-TO-GROUP
           .

       650-ADD-TO-GROUP.

      *    THE GROUP TABLE IS KEPT IN REASON, WAREHOUSE, ENTERED-BY
      *    ORDER SO THE REPORT NEEDS NO SORT.
           MOVE 'NO' TO WS-GROUP-FOUND
           MOVE 1 TO WS-GROUP-SUB
           PERFORM UNTIL WS-GROUP-SUB > GT-ROW-COUNT
                      OR GT-KEY(WS-GROUP-SUB) >= WS-GROUP-KEY
               ADD 1 TO WS-GROUP-SUB
           END-PERFORM

           IF WS-GROUP-SUB <= GT-ROW-COUNT
              IF GT-KEY(WS-GROUP-SUB) = WS-GROUP-KEY
                 MOVE 'YES' TO WS-GROUP-FOUND
              END-IF
           END-IF

      *    A FULL TABLE ONLY SETS THE SWITCH HERE; THE RUN STOPS IN
      *    690 ONCE EVERY FILE HAS BEEN CLOSED.
           IF WS-GROUP-FOUND = 'NO'
              IF GT-ROW-COUNT >= 1000
                 MOVE 'YES' TO WS-TABLE-FULL
              ELSE
                 PERFORM 655-INSERT-GROUP
                 MOVE 'YES' TO WS-GROUP-FOUND
              END-IF
           END-IF

           IF WS-GROUP-FOUND = 'YES'
              PERFORM 660-POST-TO-GROUP
           END-IF
           .

       655-INSERT-GROUP.

           ADD 1 TO GT-ROW-COUNT
           PERFORM VARYING WS-SHIFT-SUB FROM GT-ROW-COUNT BY -1
                   UNTIL WS-SHIFT-SUB <= WS-GROUP-SUB
               MOVE GT-ENTRY(WS-SHIFT-SUB - 1) TO
                  GT-ENTRY(WS-SHIFT-SUB)
           END-PERFORM
           MOVE WS-GROUP-KEY TO GT-KEY(WS-GROUP-SUB)
           MOVE 0 TO GT-APPROVED-INCR(WS-GROUP-SUB)
           MOVE 0 TO GT-APPROVED-DECR(WS-GROUP-SUB)
           MOVE 0 TO GT-REJECTED-INCR(WS-GROUP-SUB)
           MOVE 0 TO GT-REJECTED-DECR(WS-GROUP-SUB)
           MOVE 0 TO GT-PENDING-INCR(WS-GROUP-SUB)
           MOVE 0 TO GT-PENDING-DECR(WS-GROUP-SUB)
           .

       660-POST-TO-GROUP.

           EVALUATE TRUE
               WHEN WS-GROUP-COLUMN = 'A' AND WS-GROUP-VALUE < 0
                   ADD WS-GROUP-VALUE TO GT-APPROVED-DECR(WS-GROUP-SUB)
               WHEN WS-GROUP-COLUMN = 'A'
                   ADD WS-GROUP-VALUE TO GT-APPROVED-INCR(WS-GROUP-SUB)
               WHEN WS-GROUP-COLUMN = 'R' AND WS-GROUP-VALUE < 0
                   ADD WS-GROUP-VALUE TO GT-REJECTED-DECR(WS-GROUP-SUB)
               WHEN WS-GROUP-COLUMN = 'R'
                   ADD WS-GROUP-VALUE TO GT-REJECTED-INCR(WS-GROUP-SUB)
               WHEN WS-GROUP-VALUE < 0
                   ADD WS-GROUP-VALUE TO GT-PENDING-DECR(WS-GROUP-SUB)
               WHEN OTHER
                   ADD WS-GROUP-VALUE TO GT-PENDING-INCR(WS-GROUP-SUB)
           END-EVALUATE
           .

       690-CHECK-TABLE-LIMIT.

           IF WS-TABLE-FULL = 'YES'
              DISPLAY "ADJUSTMENT GROUPS EXCEED TABLE LIMIT "
                 "OF 1000 - REPORT ABORTED"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

       700-PRINT-ADJUSTMENT-REPORT.

           OPEN OUTPUT ADJUSTMENT-REPORT
           WRITE ADJUSTMENT-RECORD FROM ADJUST-HEADING-ONE
               AFTER ADVANCING 1 LINES
           WRITE ADJUSTMENT-RECORD FROM ADJUST-HEADING-TWO
               AFTER ADVANCING 2 LINES

           MOVE SPACES TO WS-PRIOR-REASON
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > GT-ROW-COUNT
               IF SUB > 1 AND GT-REASON-CODE(SUB) NOT = WS-PRIOR-REASON
                  PERFORM 750-PRINT-REASON-TOTAL
               END-IF
               IF SUB = 1 OR GT-REASON-CODE(SUB) NOT = WS-PRIOR-REASON
                  PERFORM 720-PRINT-REASON-HEADING
               END-IF
               PERFORM 740-PRINT-GROUP-LINES
               MOVE GT-REASON-CODE(SUB) TO WS-PRIOR-REASON
           END-PERFORM
           IF GT-ROW-COUNT > 0
              PERFORM 750-PRINT-REASON-TOTAL
           END-IF

           MOVE 'COMPANY TOTAL' TO ATL-LABEL
           MOVE 'INCR' TO ATL-DIRECTION
           MOVE CT-TOTAL-APPROVED-INCR TO ATL-APPROVED
           MOVE CT-TOTAL-REJECTED-INCR TO ATL-REJECTED
           MOVE CT-TOTAL-PENDING-INCR TO ATL-PENDING
           WRITE ADJUSTMENT-RECORD FROM ADJUST-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'DECR' TO ATL-DIRECTION
           MOVE CT-TOTAL-APPROVED-DECR TO ATL-APPROVED
           MOVE CT-TOTAL-REJECTED-DECR TO ATL-REJECTED
           MOVE CT-TOTAL-PENDING-DECR TO ATL-PENDING
           WRITE ADJUSTMENT-RECORD FROM ADJUST-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           PERFORM 800-PRINT-DECISION-TOTALS
           CLOSE ADJUSTMENT-REPORT
           .

       720-PRINT-REASON-HEADING.

           MOVE GT-REASON-CODE(SUB) TO ARL-REASON-CODE
           MOVE 'UNKNOWN REASON' TO ARL-DESCRIPTION
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > RT-ROW-COUNT
               IF RT-REASON-CODE(WS-REASON-SUB) = GT-REASON-CODE(SUB)
                  MOVE RT-DESCRIPTION(WS-REASON-SUB) TO
                     ARL-DESCRIPTION
               END-IF
           END-PERFORM
           WRITE ADJUSTMENT-RECORD FROM ADJUST-REASON-LINE
               AFTER ADVANCING 2 LINES
           .

       740-PRINT-GROUP-LINES.

      *    THE INCREASE LINE IS ALWAYS PRINTED UNLESS THE GROUP HAS
      *    ONLY DECREASES; THE DECREASE LINE ONLY WHEN THERE ARE ANY.
           MOVE GT-REASON-CODE(SUB) TO ADL-REASON-CODE
           MOVE GT-WAREHOUSE-ID(SUB) TO ADL-WAREHOUSE-ID
           MOVE GT-ENTERED-BY(SUB) TO ADL-ENTERED-BY

           MOVE 'NO' TO WS-PRINT-DECREASE
           IF GT-APPROVED-DECR(SUB) NOT = 0 OR
              GT-REJECTED-DECR(SUB) NOT = 0 OR
              GT-PENDING-DECR(SUB) NOT = 0
              MOVE 'YES' TO WS-PRINT-DECREASE
           END-IF

           IF GT-APPROVED-INCR(SUB) NOT = 0 OR
              GT-REJECTED-INCR(SUB) NOT = 0 OR
              GT-PENDING-INCR(SUB) NOT = 0 OR
              WS-PRINT-DECREASE = 'NO'
              MOVE 'INCR' TO ADL-DIRECTION
              MOVE GT-APPROVED-INCR(SUB) TO ADL-APPROVED
              MOVE GT-REJECTED-INCR(SUB) TO ADL-REJECTED
              MOVE GT-PENDING-INCR(SUB) TO ADL-PENDING
              WRITE ADJUSTMENT-RECORD FROM ADJUST-DETAIL-LINE
                  AFTER ADVANCING 1 LINES
           END-IF

           IF WS-PRINT-DECREASE = 'YES'
              MOVE 'DECR' TO ADL-DIRECTION
              MOVE GT-APPROVED-DECR(SUB) TO ADL-APPROVED
              MOVE GT-REJECTED-DECR(SUB) TO ADL-REJECTED
              MOVE GT-PENDING-DECR(SUB) TO ADL-PENDING
              WRITE ADJUSTMENT-RECORD FROM ADJUST-DETAIL-LINE
                  AFTER ADVANCING 1 LINES
           END-IF

           ADD GT-APPROVED-INCR(SUB) TO CT-REASON-APPROVED-INCR
           ADD GT-APPROVED-DECR(SUB) TO CT-REASON-APPROVED-DECR
           ADD GT-REJECTED-INCR(SUB) TO CT-REASON-REJECTED-INCR
           ADD GT-REJECTED-DECR(SUB) TO CT-REASON-REJECTED-DECR
           ADD GT-PENDING-INCR(SUB) TO CT-REASON-PENDING-INCR
           ADD GT-PENDING-DECR(SUB) TO CT-REASON-PENDING-DECR
           .

       750-PRINT-REASON-TOTAL.

           MOVE SPACES TO ATL-LABEL
           STRING 'REASON ' DELIMITED BY SIZE
                  WS-PRIOR-REASON DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
              INTO ATL-LABEL
           END-STRING
           MOVE 'INCR' TO ATL-DIRECTION
           MOVE CT-REASON-APPROVED-INCR TO ATL-APPROVED
           MOVE CT-REASON-REJECTED-INCR TO ATL-REJECTED
           MOVE CT-REASON-PENDING-INCR TO ATL-PENDING
           WRITE ADJUSTMENT-RECORD FROM ADJUST-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           MOVE 'DECR' TO ATL-DIRECTION
           MOVE CT-REASON-APPROVED-DECR TO ATL-APPROVED
           MOVE CT-REASON-REJECTED-DECR TO ATL-REJECTED
           MOVE CT-REASON-PENDING-DECR TO ATL-PENDING
           WRITE ADJUSTMENT-RECORD FROM ADJUST-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           ADD CT-REASON-APPROVED-INCR TO CT-TOTAL-APPROVED-INCR
           ADD CT-REASON-APPROVED-DECR TO CT-TOTAL-APPROVED-DECR
           ADD CT-REASON-REJECTED-INCR TO CT-TOTAL-REJECTED-INCR
           ADD CT-REASON-REJECTED-DECR TO CT-TOTAL-REJECTED-DECR
           ADD CT-REASON-PENDING-INCR TO CT-TOTAL-PENDING-INCR
           ADD CT-REASON-PENDING-DECR TO CT-TOTAL-PENDING-DECR
           MOVE 0 TO CT-REASON-APPROVED-INCR
           MOVE 0 TO CT-REASON-APPROVED-DECR
           MOVE 0 TO CT-REASON-REJECTED-INCR
           MOVE 0 TO CT-REASON-REJECTED-DECR
           MOVE 0 TO CT-REASON-PENDING-INCR
           MOVE 0 TO CT-REASON-PENDING-DECR
           .

       800-PRINT-DECISION-TOTALS.

           MOVE 'PENDING ADJUSTMENTS READ:' TO DTL-LABEL
           MOVE CT-PENDING-READ TO DTL-COUNT
           WRITE ADJUSTMENT-RECORD FROM DECISION-TOTAL-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'RELEASED FOR POSTING:' TO DTL-LABEL
           MOVE CT-RELEASED TO DTL-COUNT
           WRITE ADJUSTMENT-RECORD FROM DECISION-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'RELEASED INTO OPEN PERIOD:' TO DTL-LABEL
           MOVE CT-REDATED TO DTL-COUNT
           WRITE ADJUSTMENT-RECORD FROM DECISION-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'REJECTED BY SUPERVISOR:' TO DTL-LABEL
           MOVE CT-REJECTED TO DTL-COUNT
           WRITE ADJUSTMENT-RECORD FROM DECISION-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'LEFT PENDING:' TO DTL-LABEL
           MOVE CT-LEFT-PENDING TO DTL-COUNT
           WRITE ADJUSTMENT-RECORD FROM DECISION-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'RELEASED, AWAITING POSTING:' TO DTL-LABEL
           MOVE CT-AWAITING-POSTING TO DTL-COUNT
           WRITE ADJUSTMENT-RECORD FROM DECISION-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'FAILED ON POSTING:' TO DTL-LABEL
           MOVE CT-POSTING-FAILED TO DTL-COUNT
           WRITE ADJUSTMENT-RECORD FROM DECISION-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'DECISIONS IN ERROR:' TO DTL-LABEL
           MOVE CT-DECISION-ERRORS TO DTL-COUNT
           WRITE ADJUSTMENT-RECORD FROM DECISION-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           .

       900-END-OF-JOB-ROUTINE.

           IF CT-DECISION-ERRORS > 0 OR CT-POSTING-FAILED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .
