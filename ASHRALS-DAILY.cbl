      *  is emptied at end of job so nothing is applied twice;
      *  every applied movement is preserved on the movement
      *  history file and every rejected one on the error log.
      *  Only 'R' vendor receipts relieve open purchase orders;
      *  'C' customer return restocks from PROGRAM-4R add to stock
      *  like a receipt but never touch the open PO file.
      *  The first receipt credited to a PO line stamps its effective
      *  date on the line for the vendor scorecard lead time.  Closed
      *  PO lines stay on the open PO file with their received
      *  quantities so vendor invoices can still be matched to them;
      *  they are copied through a work file untouched, so only the
      *  open lines count against the 2000-line table.
      *  Once a period has been closed by PROGRAM-4C, a movement
      *  whose effective date falls on or before the closed-through
      *  date on the period control file is rejected as CLOSED
      *  PERIOD, so closed numbers cannot change after the GL feed
      *  has gone out.
      *
      *  Every 'A' adjustment must carry a reason code on the
      *  adjustment reason table and the ID of the person who
      *  entered it.  An adjustment over the unit or dollar
      *  threshold set for its reason (valued at the record price)
      *  is not applied but held on the pending approval file for
      *  the supervisor approval run (PROGRAM-4B), which releases it
      *  back onto the movement file with the approver's ID and
      *  marks the pending line released.  An approved-by ID is
      *  honored only when the movement matches a released pending
      *  line on key, quantity, reason, entered-by, and approver;
      *  otherwise it is ignored and the adjustment is checked
      *  against its thresholds like any other.  An adjustment
      *  approved by the same ID that entered it is rejected as
      *  SELF APPROVAL.  A released adjustment that posts is dropped
      *  from the pending file; one that is rejected here is marked
      *  failed on the pending file so the supervisor can release or
      *  reject it again.  Every applied adjustment is logged to the
      *  adjustment history file with its reason, entered-by,
      *  approver, and value.
      * ***************
      *  INPUT:
      *     The MOVEMENT TRANSACTION FILE contains the following
      *     data in each record:
      *         1.  TRANS TYPE (R=RECEIPT, S=SHIPMENT, A=ADJUSTMENT,
      *             T=TRANSFER RECEIPT, C=CUSTOMER RETURN RESTOCK)
      *         2.  VENDOR ID
      *         3.  WAREHOUSE ID
      *         4.  COSTUME ID
      *         5.  COSTUME SIZE
      *         6.  COSTUME TYPE
      *         7.  SIGNED QUANTITY
      *         8.  EFFECTIVE DATE (YYYYMMDD, BLANK = RUN DATE)
      *         9.  ADJUSTMENT REASON CODE ('A' ONLY)
      *        10.  ENTERED-BY ID ('A' ONLY)
      *        11.  APPROVED-BY ID (SET BY PROGRAM-4B ON RELEASE)
      *
      *     The ADJUSTMENT PENDING file from PROGRAM-4B.
      *
      *     The indexed CORRECT INVENTORY file from PROGRAM-4X,
      *     the PERIOD CONTROL file from PROGRAM-4C, and the
      *     ADJUSTMENT REASON file (reason code, description, unit
      *     threshold, dollar threshold); when it is missing the
      *     standard reasons DM damaged, TH theft, FD found, CC
      *     count correction, and SM sample are used.
      * ***************
      *  OUTPUT:
      *      The updated indexed CORRECT INVENTORY file, the
      *      regenerated sequential CORRECT INVENTORY file, the
      *      MOVEMENT REGISTER report, every applied movement
      *      appended to the dated MOVEMENT HISTORY file with its run
      *      date and effective date, the rewritten ADJUSTMENT
      *      PENDING file with held adjustments added, posted ones
      *      dropped, and failed ones marked, applied adjustments
      *      appended to the ADJUSTMENT HISTORY file, and rejected
      *      movements appended to the error log.
      ****************************************************************

        ENVIRONMENT DIVISION.
                ASSIGN TO "OPEN-PO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPEN-PO-WORK-FILE
                ASSIGN TO "DAILY-OPEN-PO-WORK.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INVENTORY-ERROR-REPORT
                ASSIGN TO "ERRORS-DSR.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
                ASSIGN TO "MOVEMENT-HISTORY.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

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

            SELECT MOVEMENT-REGISTER-REPORT
                ASSIGN TO PRINTER 'MOVEMENT-DSR.TXT'.

        FILE SECTION.

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

       FD  CORRECT-INVENTORY-REPORT
           RECORD CONTAINS 288 CHARACTERS.
           05  FILLER                       PIC X(278).

       FD  OPEN-PO-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  OPEN-PO-REC.
           05  OP-ORDER-DATE               PIC X(8).
           05  OP-QTY-ORDERED              PIC 9(3).
           05  OP-QTY-RECEIVED             PIC 9(3).
           05  OP-RECEIPT-FLAG             PIC X.
           05  OP-UNIT-COST                PIC 9(4)V99.
           05  OP-FIRST-RECEIPT            PIC X(8).

       FD  OPEN-PO-WORK-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  OPEN-PO-WORK-REC                 PIC X(42).

       FD  INVENTORY-ERROR-REPORT
           RECORD CONTAINS 311 CHARACTERS.
           05  ELR-RECORD-DATA              PIC X(288).

       FD  MOVEMENT-HISTORY-FILE
           RECORD CONTAINS 41 CHARACTERS.

       01  MOVEMENT-HISTORY-REC.
           05  MH-RUN-DATE                  PIC X(8).
                                            SIGN LEADING SEPARATE.
           05  MH-NEW-QTY                   PIC S9(3)
                                            SIGN LEADING SEPARATE.
           05  MH-EFFECTIVE-DATE            PIC X(8).

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

       FD  MOVEMENT-REGISTER-REPORT
           RECORD CONTAINS 71 CHARACTERS.
            05  WS-ITEM-FOUND           PIC XXX       VALUE 'NO'.
            05  WS-STOCK-NUMERIC        PIC XXX       VALUE 'NO'.
            05  WS-INDEXED-STATUS       PIC XX.
            05  WS-REASON-FOUND         PIC XXX       VALUE 'NO'.
            05  WS-ADJUST-HOLD          PIC XXX       VALUE 'NO'.
            05  WS-PENDING-MATCH        PIC XXX       VALUE 'NO'.

        01  SUB  PIC 99   VALUE 1.

        01  OP-ROW-COUNT            PIC 9(4)  VALUE 0.
        01  OPEN-PO-TABLE.
            05  OP-ROW OCCURS 0 TO 2000 TIMES
                DEPENDING ON OP-ROW-COUNT       PIC X(42).

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

        01  OP-WORK-REC.
            05  OW-ORDER-DATE               PIC X(8).
            05  OW-QTY-ORDERED              PIC 9(3).
            05  OW-QTY-RECEIVED             PIC 9(3).
            05  OW-RECEIPT-FLAG             PIC X.
            05  OW-UNIT-COST                PIC 9(4)V99.
            05  OW-FIRST-RECEIPT            PIC X(8).

        01  TEMPORARY-FIELDS.

            05  WS-PO-SUB               PIC 9(4).
            05  WS-PO-MATCH-SUB         PIC 9(4).
            05  WS-PO-NEW-RECEIVED      PIC 9(4).
            05  WS-CLOSED-THROUGH       PIC X(8)     VALUE SPACES.
            05  WS-EFFECTIVE-DATE       PIC X(8).
            05  WS-REASON-SUB           PIC 99.
            05  WS-ADJUST-UNITS         PIC 9(3).
            05  WS-ADJUST-PRICE         PIC 9(4)V99.
            05  WS-ADJUST-VALUE         PIC S9(7)V99.
            05  WS-ADJUST-DOLLARS       PIC 9(7)V99.
            05  WS-HOLD-BASIS           PIC X(4).
            05  WS-PEND-SUB             PIC 9(4).
            05  WS-RELEASED-SUB         PIC 9(4).

        01  CONTROL-TOTALS.
            05  CT-TRANS-READ           PIC 9(6)     VALUE 0.
            05  CT-PO-OVER              PIC 9(6)     VALUE 0.
            05  CT-PO-UNDER             PIC 9(6)     VALUE 0.
            05  CT-RCPT-NO-PO           PIC 9(6)     VALUE 0.
            05  CT-ADJUST-HELD          PIC 9(6)     VALUE 0.
            05  CT-ADJUST-FAILED        PIC 9(6)     VALUE 0.

        01  WS-DATE.
            05  RUN-YEAR                PIC 9(4).

           PERFORM 200-HOUSEKEEPING-ROUTINE
           PERFORM 260-LOAD-OPEN-PO-TABLE
           PERFORM 270-LOAD-PENDING-TABLE
           PERFORM 300-PROCESS-MOVEMENTS
           PERFORM 700-UNLOAD-INVENTORY
           PERFORM 750-REWRITE-OPEN-PO
           PERFORM 760-REWRITE-ADJUST-PENDING
           PERFORM 800-PRINT-REGISTER-TOTALS
           PERFORM 900-END-OF-JOB-ROUTINE
           .
           OPEN INPUT MOVEMENT-TRANS-FILE
           OPEN EXTEND INVENTORY-ERROR-REPORT
           OPEN EXTEND MOVEMENT-HISTORY-FILE
           OPEN EXTEND ADJUSTMENT-HISTORY-FILE
           OPEN OUTPUT MOVEMENT-REGISTER-REPORT

           OPEN I-O INDEXED-INVENTORY-FILE
              CLOSE MOVEMENT-TRANS-FILE
                    INVENTORY-ERROR-REPORT
                    MOVEMENT-HISTORY-FILE
                    ADJUSTMENT-HISTORY-FILE
                    MOVEMENT-REGISTER-REPORT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM 250-READ-PERIOD-CONTROL
           PERFORM 240-LOAD-ADJUST-REASONS

           WRITE REGISTER-RECORD FROM REGISTER-HEADING-ONE
               AFTER ADVANCING 1 LINES
               AFTER ADVANCING 2 LINES
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

       250-READ-PERIOD-CONTROL.

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

       260-LOAD-OPEN-PO-TABLE.

      *    CLOSED LINES ARE NEVER RELIEVED AGAIN, SO THEY ARE HELD ON
      *    THE WORK FILE AND WRITTEN BACK AHEAD OF THE TABLE WHEN THE
      *    OPEN PO FILE IS REWRITTEN.
           MOVE 0 TO OP-ROW-COUNT
           OPEN INPUT OPEN-PO-FILE
           OPEN OUTPUT OPEN-PO-WORK-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ OPEN-PO-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF OP-STATUS = 'C'
                        WRITE OPEN-PO-WORK-REC FROM OPEN-PO-REC
                     ELSE
                        PERFORM 265-ADD-OPEN-PO-ROW
                     END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE
                 OPEN-PO-WORK-FILE
           MOVE ' ' TO EOF-FLAG
           .

       265-ADD-OPEN-PO-ROW.

           IF OP-ROW-COUNT >= 2000
              DISPLAY "OPEN PO FILE EXCEEDS TABLE LIMIT "
                 "OF 2000 OPEN LINES - RUN ABORTED"
              CLOSE OPEN-PO-FILE
                    OPEN-PO-WORK-FILE
                    MOVEMENT-TRANS-FILE
                    INVENTORY-ERROR-REPORT
                    MOVEMENT-HISTORY-FILE
                    ADJUSTMENT-HISTORY-FILE
                    MOVEMENT-REGISTER-REPORT
                    INDEXED-INVENTORY-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO OP-ROW-COUNT
           MOVE OPEN-PO-REC TO OP-ROW(OP-ROW-COUNT)
           .

       270-LOAD-PENDING-TABLE.

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
                              MOVEMENT-TRANS-FILE
                              INVENTORY-ERROR-REPORT
                              MOVEMENT-HISTORY-FILE
                              ADJUSTMENT-HISTORY-FILE
                              MOVEMENT-REGISTER-REPORT
                              INDEXED-INVENTORY-FILE
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                     END-IF
                     ADD 1 TO PT-ROW-COUNT
                     MOVE ADJUST-PENDING-REC TO PT-ROW(PT-ROW-COUNT)
                     MOVE 'Y' TO PT-KEEP(PT-ROW-COUNT)
               END-READ
           END-PERFORM
           CLOSE ADJUST-PENDING-FILE
           MOVE ' ' TO EOF-FLAG
           .


           PERFORM 400-FIND-INVENTORY-ITEM

           IF MT-EFFECTIVE-DATE = SPACES
              MOVE WS-DATE TO WS-EFFECTIVE-DATE
           ELSE
              MOVE MT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           PERFORM 370-MATCH-RELEASED-ADJUSTMENT
           PERFORM 380-CHECK-ADJUSTMENT

           IF WS-ITEM-FOUND = 'NO'
              MOVE "BAD KEY" TO WS-ERROR-REASON
              PERFORM 450-REJECT-MOVEMENT
           IF MT-QUANTITY IS NOT NUMERIC
              MOVE "BAD QUANTITY" TO WS-ERROR-REASON
              PERFORM 450-REJECT-MOVEMENT
           ELSE
           IF WS-EFFECTIVE-DATE IS NOT NUMERIC OR
              WS-EFFECTIVE-DATE > WS-DATE
              MOVE "BAD DATE" TO WS-ERROR-REASON
              PERFORM 450-REJECT-MOVEMENT
           ELSE
           IF WS-CLOSED-THROUGH NOT = SPACES AND
              WS-EFFECTIVE-DATE NOT > WS-CLOSED-THROUGH
              MOVE "CLOSED PERIOD" TO WS-ERROR-REASON
              PERFORM 450-REJECT-MOVEMENT
           ELSE
           IF MT-TRANS-TYPE = 'A' AND WS-REASON-FOUND = 'NO'
              MOVE "BAD REASON" TO WS-ERROR-REASON
              PERFORM 450-REJECT-MOVEMENT
           ELSE
           IF MT-TRANS-TYPE = 'A' AND MT-ENTERED-BY = SPACES
              MOVE "NO ENTERED BY" TO WS-ERROR-REASON
              PERFORM 450-REJECT-MOVEMENT
           ELSE
           IF MT-TRANS-TYPE = 'A' AND MT-APPROVED-BY NOT = SPACES AND
              MT-APPROVED-BY = MT-ENTERED-BY
              MOVE "SELF APPROVAL" TO WS-ERROR-REASON
              PERFORM 450-REJECT-MOVEMENT
           ELSE
           IF WS-ADJUST-HOLD = 'YES'
              PERFORM 470-HOLD-ADJUSTMENT
           ELSE
              EVALUATE MT-TRANS-TYPE
                  WHEN 'R'
                      MOVE MT-QUANTITY TO WS-APPLY-QTY
                  WHEN 'T'
                      MOVE MT-QUANTITY TO WS-APPLY-QTY
                  WHEN 'C'
                      MOVE MT-QUANTITY TO WS-APPLY-QTY
                  WHEN 'S'
                      COMPUTE WS-APPLY-QTY = 0 - MT-QUANTITY
                  WHEN 'A'
              END-EVALUATE

              IF MT-TRANS-TYPE = 'R' OR MT-TRANS-TYPE = 'S' OR
                 MT-TRANS-TYPE = 'A' OR MT-TRANS-TYPE = 'T' OR
                 MT-TRANS-TYPE = 'C'
                 COMPUTE WS-NEW-QTY = WS-OLD-QTY + WS-APPLY-QTY
                 EVALUATE TRUE
                     WHEN WS-NEW-QTY < 0
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

       370-MATCH-RELEASED-ADJUSTMENT.

      *    AN APPROVED-BY ID COUNTS ONLY WHEN PROGRAM-4B RELEASED THE
      *    ADJUSTMENT: THE MOVEMENT MUST MATCH A RELEASED PENDING LINE
      *    NOT ALREADY TAKEN BY AN EARLIER MOVEMENT IN THIS RUN.
           MOVE 0 TO WS-RELEASED-SUB
           MOVE 'NO' TO WS-PENDING-MATCH
           IF MT-TRANS-TYPE = 'A' AND MT-APPROVED-BY NOT = SPACES
              PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                      UNTIL WS-PEND-SUB > PT-ROW-COUNT
                         OR WS-PENDING-MATCH = 'YES'
                  MOVE PT-ROW(WS-PEND-SUB) TO PENDING-WORK-REC
                  IF PT-KEEP(WS-PEND-SUB) = 'Y' AND
                     PW-DECISION = 'L' AND
                     PW-DECIDED-BY = MT-APPROVED-BY AND
                     PW-VENDOR-ID = MT-VENDOR-ID AND
                     PW-WAREHOUSE-ID = MT-WAREHOUSE-ID AND
                     PW-COSTUME-ID = MT-COSTUME-ID AND
                     PW-COSTUME-SIZE = MT-COSTUME-SIZE AND
                     PW-COSTUME-TYPE = MT-COSTUME-TYPE AND
                     PW-QUANTITY = MT-QUANTITY AND
                     PW-REASON-CODE = MT-REASON-CODE AND
                     PW-ENTERED-BY = MT-ENTERED-BY
                     MOVE 'YES' TO WS-PENDING-MATCH
                     MOVE WS-PEND-SUB TO WS-RELEASED-SUB
                     MOVE 'N' TO PT-KEEP(WS-PEND-SUB)
                  END-IF
              END-PERFORM
           END-IF
           .

       380-CHECK-ADJUSTMENT.

      *    ONLY AN ADJUSTMENT NOT RELEASED BY THE SUPERVISOR APPROVAL
      *    RUN CAN BE HELD.  IT IS VALUED AT THE RECORD PRICE OF THE
      *    ITEM IT ADJUSTS.
           MOVE 'NO' TO WS-REASON-FOUND
           MOVE 'NO' TO WS-ADJUST-HOLD
           MOVE 0 TO WS-ADJUST-PRICE
           MOVE 0 TO WS-ADJUST-VALUE

           IF MT-TRANS-TYPE = 'A'
              PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                      UNTIL WS-REASON-SUB > RT-ROW-COUNT
                         OR WS-REASON-FOUND = 'YES'
                  IF RT-REASON-CODE(WS-REASON-SUB) = MT-REASON-CODE
                     MOVE 'YES' TO WS-REASON-FOUND
                  END-IF
              END-PERFORM
              SUBTRACT 1 FROM WS-REASON-SUB
           END-IF

           IF WS-REASON-FOUND = 'YES' AND
              WS-ITEM-FOUND = 'YES' AND
              MT-QUANTITY IS NUMERIC
              IF WK-COSTUME-PRICE(WS-MATCH-ITEM) IS NUMERIC
                 MOVE WK-COSTUME-PRICE(WS-MATCH-ITEM) TO
                    WS-ADJUST-PRICE
              END-IF
              COMPUTE WS-ADJUST-VALUE =
                 MT-QUANTITY * WS-ADJUST-PRICE
              MOVE MT-QUANTITY TO WS-ADJUST-UNITS
              MOVE WS-ADJUST-VALUE TO WS-ADJUST-DOLLARS
              IF WS-RELEASED-SUB = 0
                 EVALUATE TRUE
                     WHEN WS-ADJUST-UNITS >
                          RT-UNIT-LIMIT(WS-REASON-SUB)
                         MOVE 'YES' TO WS-ADJUST-HOLD
                         MOVE 'UNIT' TO WS-HOLD-BASIS
                     WHEN WS-ADJUST-DOLLARS >
                          RT-DOLLAR-LIMIT(WS-REASON-SUB)
                         MOVE 'YES' TO WS-ADJUST-HOLD
                         MOVE 'DOLR' TO WS-HOLD-BASIS
                 END-EVALUATE
              END-IF
           END-IF
           .

       400-FIND-INVENTORY-ITEM.
           MOVE WS-DATE TO ELR-RUN-DATE
           MOVE WS-ERROR-REASON TO ELR-REASON-CODE
           MOVE SPACES TO ELR-RECORD-DATA
           MOVE MOVEMENT-TRANS-REC TO ELR-RECORD-DATA(1:43)
           WRITE ERROR-REPORT-RECORD
           ADD 1 TO CT-TRANS-REJECTED

      *    A RELEASED ADJUSTMENT THAT CANNOT POST STAYS ON THE PENDING
      *    FILE MARKED FAILED FOR THE SUPERVISOR TO DECIDE AGAIN.
           IF WS-RELEASED-SUB > 0
              MOVE PT-ROW(WS-RELEASED-SUB) TO PENDING-WORK-REC
              MOVE 'F' TO PW-DECISION
              MOVE PENDING-WORK-REC TO PT-ROW(WS-RELEASED-SUB)
              MOVE 'Y' TO PT-KEEP(WS-RELEASED-SUB)
              MOVE 0 TO WS-RELEASED-SUB
              ADD 1 TO CT-ADJUST-FAILED
           END-IF

           MOVE WS-ERROR-REASON TO RGL-DISPOSITION
           IF WS-ITEM-FOUND = 'YES'
              MOVE WS-OLD-QTY TO RGL-OLD-QTY
           PERFORM 600-WRITE-REGISTER-LINE
           .

       470-HOLD-ADJUSTMENT.

           IF PT-ROW-COUNT >= 2000
              MOVE "PENDING FULL" TO WS-ERROR-REASON
              PERFORM 450-REJECT-MOVEMENT
           ELSE
              PERFORM 480-ADD-PENDING-ROW
           END-IF
           .

       480-ADD-PENDING-ROW.

           MOVE SPACES TO PENDING-WORK-REC
           MOVE WS-DATE TO PW-HELD-DATE
           MOVE 'P' TO PW-DECISION
           MOVE WS-HOLD-BASIS TO PW-HOLD-BASIS
           MOVE MT-VENDOR-ID TO PW-VENDOR-ID
           MOVE MT-WAREHOUSE-ID TO PW-WAREHOUSE-ID
           MOVE MT-COSTUME-ID TO PW-COSTUME-ID
           MOVE MT-COSTUME-SIZE TO PW-COSTUME-SIZE
           MOVE MT-COSTUME-TYPE TO PW-COSTUME-TYPE
           MOVE MT-QUANTITY TO PW-QUANTITY
           MOVE WS-EFFECTIVE-DATE TO PW-EFFECTIVE-DATE
           MOVE MT-REASON-CODE TO PW-REASON-CODE
           MOVE MT-ENTERED-BY TO PW-ENTERED-BY
           MOVE WS-ADJUST-PRICE TO PW-UNIT-PRICE
           MOVE WS-ADJUST-VALUE TO PW-VALUE
           ADD 1 TO PT-ROW-COUNT
           MOVE PENDING-WORK-REC TO PT-ROW(PT-ROW-COUNT)
           MOVE 'Y' TO PT-KEEP(PT-ROW-COUNT)
           ADD 1 TO CT-ADJUST-HELD

           MOVE 'HELD APPROVAL' TO RGL-DISPOSITION
           MOVE WS-OLD-QTY TO RGL-OLD-QTY
           MOVE WS-OLD-QTY TO RGL-NEW-QTY
           PERFORM 600-WRITE-REGISTER-LINE
           .

       500-UPDATE-INVENTORY-ITEM.

           MOVE WS-NEW-QTY TO WK-QTY-IN-STOCK(WS-MATCH-ITEM)
                 MOVE WS-NEW-QTY TO RGL-NEW-QTY
                 PERFORM 600-WRITE-REGISTER-LINE
                 PERFORM 650-WRITE-HISTORY-RECORD
                 IF MT-TRANS-TYPE = 'A'
                    PERFORM 660-WRITE-ADJUSTMENT-HISTORY
                 END-IF
           END-REWRITE
           .

       650-WRITE-HISTORY-RECORD.

           MOVE WS-DATE TO MH-RUN-DATE
           MOVE WS-EFFECTIVE-DATE TO MH-EFFECTIVE-DATE
           MOVE MT-TRANS-TYPE TO MH-TRANS-TYPE
           MOVE MT-VENDOR-ID TO MH-VENDOR-ID
           MOVE MT-WAREHOUSE-ID TO MH-WAREHOUSE-ID
           WRITE MOVEMENT-HISTORY-REC
           .

       660-WRITE-ADJUSTMENT-HISTORY.

      *    'A' APPLIED UNDER ITS THRESHOLD, 'S' RELEASED BY THE
      *    SUPERVISOR APPROVAL RUN.
           MOVE WS-DATE TO AH-DATE
           IF WS-RELEASED-SUB = 0
              MOVE 'A' TO AH-STATUS
              MOVE SPACES TO AH-APPROVED-BY
           ELSE
              MOVE 'S' TO AH-STATUS
              MOVE MT-APPROVED-BY TO AH-APPROVED-BY
           END-IF
           MOVE MT-VENDOR-ID TO AH-VENDOR-ID
           MOVE MT-WAREHOUSE-ID TO AH-WAREHOUSE-ID
           MOVE MT-COSTUME-ID TO AH-COSTUME-ID
           MOVE MT-COSTUME-SIZE TO AH-COSTUME-SIZE
           MOVE MT-COSTUME-TYPE TO AH-COSTUME-TYPE
           MOVE MT-QUANTITY TO AH-QUANTITY
           MOVE MT-REASON-CODE TO AH-REASON-CODE
           MOVE MT-ENTERED-BY TO AH-ENTERED-BY
           MOVE WS-ADJUST-VALUE TO AH-VALUE
           WRITE ADJUSTMENT-HISTORY-REC
           .

       520-RELIEVE-OPEN-PO.

           MOVE 0 TO WS-PO-MATCH-SUB
                 MOVE 999 TO WS-PO-NEW-RECEIVED
              END-IF
              MOVE WS-PO-NEW-RECEIVED TO OW-QTY-RECEIVED
              IF OW-FIRST-RECEIPT IS NOT NUMERIC
                 MOVE WS-EFFECTIVE-DATE TO OW-FIRST-RECEIPT
              END-IF
              ADD 1 TO CT-PO-RELIEVED
              EVALUATE TRUE
                  WHEN OW-QTY-RECEIVED > OW-QTY-ORDERED
           END-PERFORM

           OPEN OUTPUT OPEN-PO-FILE
           OPEN INPUT OPEN-PO-WORK-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ OPEN-PO-WORK-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     WRITE OPEN-PO-REC FROM OPEN-PO-WORK-REC
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-WORK-FILE
           MOVE ' ' TO EOF-FLAG

           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > OP-ROW-COUNT
               MOVE OP-ROW(WS-PO-SUB) TO OPEN-PO-REC
               WRITE OPEN-PO-REC
           END-PERFORM
           CLOSE OPEN-PO-FILE
           .

       760-REWRITE-ADJUST-PENDING.

           OPEN OUTPUT ADJUST-PENDING-FILE
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > PT-ROW-COUNT
               IF PT-KEEP(WS-PEND-SUB) = 'Y'
                  MOVE PT-ROW(WS-PEND-SUB) TO ADJUST-PENDING-REC
                  WRITE ADJUST-PENDING-REC
               END-IF
           END-PERFORM
           CLOSE ADJUST-PENDING-FILE
           .

       800-PRINT-REGISTER-TOTALS.

           MOVE 'MOVEMENTS READ:' TO RTL-LABEL

           MOVE 'RECEIPTS WITH NO OPEN PO:' TO RTL-LABEL
           MOVE CT-RCPT-NO-PO TO RTL-COUNT
           WRITE REGISTER-RECORD FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'ADJUSTMENTS HELD FOR APPROVAL:' TO RTL-LABEL
           MOVE CT-ADJUST-HELD TO RTL-COUNT
           WRITE REGISTER-RECORD FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'RELEASED ADJUSTMENTS FAILED:' TO RTL-LABEL
           MOVE CT-ADJUST-FAILED TO RTL-COUNT
           WRITE REGISTER-RECORD FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           .
           CLOSE MOVEMENT-TRANS-FILE
                 INVENTORY-ERROR-REPORT
                 MOVEMENT-HISTORY-FILE
                 ADJUSTMENT-HISTORY-FILE
                 MOVEMENT-REGISTER-REPORT
                 INDEXED-INVENTORY-FILE

           OPEN OUTPUT MOVEMENT-TRANS-FILE
           CLOSE MOVEMENT-TRANS-FILE

           GOBACK
           .
