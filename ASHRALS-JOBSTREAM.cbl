        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROGRAM-4J.
        AUTHOR. Zeth Malcom.
      ****************************************************************
      *  ASHRALS, Ltd. nightly job stream driver.  The nightly chain
      *  used to be run by hand from a run sheet, and a step missed
      *  or run out of order went unnoticed until the numbers were
      *  wrong.  This program reads the job stream definition file
      *  and CALLs each program in step order, passing each step's
      *  parameter as its command line.  A step whose return code
      *  is over the step's threshold stops the stream.
      *
      *  Every step's start, end, and outcome is written to the run
      *  log, and the state of the stream is kept on the job
      *  control file after every step.  A rerun resumes at the
      *  step that failed, or was refused, instead of starting from
      *  the top, so a completed step such as PROGRAM-4D is never
      *  run twice for the same night.  Once every step has
      *  completed, the stream will not run again the same day
      *  unless NEW is given.  Month-end steps run only when MEND
      *  is given; MEND on a rerun after a completed nightly stream
      *  runs just the month-end steps.
      *
      *  A step may name an input file and the step that produces
      *  it.  The step is refused if the producing step has not
      *  completed in this stream, or if the input file was last
      *  written before the producing step started, as when the
      *  indexed file is stale after the correct inventory file
      *  was rewritten.
      *
      *  The command line may carry NEW, MEND, or NEW MEND.
      * ***************
      *  INPUT:
      *     The JOB STREAM file contains one record per step:
      *         1.  STEP NUMBER
      *         2.  PROGRAM-ID TO CALL
      *         3.  COMMAND LINE PARAMETER FOR THE STEP
      *         4.  HIGHEST RETURN CODE ALLOWED
      *         5.  WHEN TO RUN (D=EVERY RUN, M=MONTH-END ONLY)
      *         6.  STEP NUMBER THAT PRODUCES THE INPUT FILE
      *         7.  INPUT FILE NAME
      *
      *     The nightly stream is:
      *         01 PROGRAM-4         04 D 00
      *         02 PROGRAM-4X        00 D 01 CORRECT-INVENTORY.TXT
      *         03 PROGRAM-4F        04 D 02 CORRECT-INVENTORY.IDX
      *         04 PROGRAM-4O        04 D 02 CORRECT-INVENTORY.IDX
      *         05 PROGRAM-4K  ENTR  04 D 02 CORRECT-INVENTORY.IDX
      *         06 PROGRAM-4D        04 D 02 CORRECT-INVENTORY.IDX
      *         07 PROGRAM-4Z        00 D 06 CORRECT-INVENTORY.TXT
      *         08 PROGRAM-4V        00 M 06 CORRECT-INVENTORY.TXT
      *
      *     The integrity audit (PROGRAM-4Z) ends with return code 4
      *     on any exception, so its threshold of 00 stops the
      *     stream before the month-end GL feed.
      *
      *     The JOB CONTROL file from the prior run of the stream.
      * ***************
      *  OUTPUT:
      *      The rewritten JOB CONTROL file, and the step start,
      *      end, and outcome lines appended to the run log.
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL JOB-STREAM-FILE
                ASSIGN TO "JOB-STREAM.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL JOB-CONTROL-FILE
                ASSIGN TO "JOB-CONTROL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL RUN-LOG-FILE
                ASSIGN TO "RUN-LOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

       FD  JOB-STREAM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       01  JOB-STREAM-REC.
           05  JS-STEP-NO                   PIC 9(2).
           05  JS-PROGRAM-ID                PIC X(12).
           05  JS-RUN-PARM                  PIC X(8).
           05  JS-MAX-RC                    PIC 9(2).
           05  JS-RUN-WHEN                  PIC X.
           05  JS-PRODUCER-STEP             PIC 9(2).
           05  JS-INPUT-FILE                PIC X(30).

       FD  JOB-CONTROL-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  JOB-CONTROL-REC.
           05  JC-CYCLE-DATE                PIC X(8).
           05  JC-MONTH-END                 PIC X.
           05  JC-STEP-NO                   PIC 9(2).
           05  JC-STATUS                    PIC X.
           05  JC-START-STAMP               PIC X(14).
           05  JC-RETURN-CODE               PIC 9(4).

       FD  RUN-LOG-FILE
           RECORD CONTAINS 62 CHARACTERS.

       01  RUN-LOG-RECORD.
           05  RL-DATE                      PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  RL-TIME                      PIC X(6).
           05  FILLER                       PIC X VALUE SPACE.
           05  RL-PHASE                     PIC X(12).
           05  FILLER                       PIC X VALUE SPACE.
           05  RL-STEP-LABEL                PIC X(5).
           05  RL-STEP-NO                   PIC 9(2).
           05  FILLER                       PIC X VALUE SPACE.
           05  RL-STEP-EVENT                PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  RL-RC-LABEL                  PIC X(3).
           05  RL-STEP-RC                   PIC 9(4).
           05  FILLER                       PIC X(9).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.

            05  EOF-FLAG                PIC X         VALUE ' '.
                88  NO-MORE-DATA                      VALUE 'N'.
            05  WS-NEW-CYCLE            PIC XXX       VALUE 'NO'.
            05  WS-MONTH-END            PIC XXX       VALUE 'NO'.
            05  WS-STREAM-STOPPED       PIC XXX       VALUE 'NO'.
            05  WS-STEP-REFUSED         PIC XXX       VALUE 'NO'.
            05  WS-CONTROL-FOUND        PIC XXX       VALUE 'NO'.

        01  SUB  PIC 9(4)   VALUE 1.
        01  SUB2 PIC 9(4)   VALUE 1.

        01  JOB-STEP-COUNT          PIC 9(4)  VALUE 0.
        01  JOB-STEP-TABLE.
            05  JOB-STEP-ENTRY OCCURS 0 TO 50 TIMES
                DEPENDING ON JOB-STEP-COUNT.
                10  JT-STEP-NO          PIC 9(2).
                10  JT-PROGRAM-ID       PIC X(12).
                10  JT-RUN-PARM         PIC X(8).
                10  JT-MAX-RC           PIC 9(2).
                10  JT-RUN-WHEN         PIC X.
                10  JT-PRODUCER-STEP    PIC 9(2).
                10  JT-INPUT-FILE       PIC X(30).
                10  JT-STATUS           PIC X.
                10  JT-START-STAMP      PIC X(14).
                10  JT-RETURN-CODE      PIC 9(4).

        01  FILE-DETAILS.
            05  JF-FILE-SIZE            PIC X(8).
            05  JF-FILE-DAY             PIC X.
            05  JF-FILE-MONTH           PIC X.
            05  JF-FILE-YEAR            PIC X(2).
            05  JF-FILE-HOURS           PIC X.
            05  JF-FILE-MINUTES         PIC X.
            05  JF-FILE-SECONDS         PIC X.
            05  JF-FILE-HUNDREDTHS      PIC X.

        01  FILE-STAMP.
            05  JF-STAMP-YEAR           PIC 9(4).
            05  JF-STAMP-MONTH          PIC 99.
            05  JF-STAMP-DAY            PIC 99.
            05  JF-STAMP-HOURS          PIC 99.
            05  JF-STAMP-MINUTES        PIC 99.
            05  JF-STAMP-SECONDS        PIC 99.

        01  TEMPORARY-FIELDS.

            05  WS-RUN-PARM             PIC X(9).
            05  WS-STEP-PARM            PIC X(8).
            05  WS-CALL-NAME            PIC X(12).
            05  WS-CYCLE-DATE           PIC X(8).
            05  WS-CONTROL-DATE         PIC X(8).
            05  WS-CONTROL-MONTH-END    PIC X.
            05  WS-STEP-RC              PIC 9(4).
            05  WS-STEP-EVENT           PIC X(8).
            05  WS-PRODUCER-SUB         PIC 9(4).
            05  WS-START-STAMP          PIC X(14).
            05  WS-OPEN-STEPS           PIC 9(4)     VALUE 0.
            05  WS-SKIPPED-STEPS        PIC 9(4)     VALUE 0.
            05  WS-FILE-CHECK-RC        PIC S9(9)    BINARY.

        01  WS-DATE.
            05  RUN-YEAR                PIC 9(4).
            05  RUN-MONTH               PIC 99.
            05  RUN-DAY                 PIC 99.

        01  WS-TIME                     PIC X(8).

       PROCEDURE DIVISION.

       100-CONTROL-MODULE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM 150-READ-RUN-PARAMETER
           PERFORM 200-LOAD-JOB-STREAM
           PERFORM 250-LOAD-JOB-CONTROL
           PERFORM 280-SET-UP-CYCLE
           PERFORM 300-RUN-JOB-STREAM

           IF WS-STREAM-STOPPED = 'YES'
              MOVE 'STOPPED' TO WS-STEP-EVENT
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 'COMPLETE' TO WS-STEP-EVENT
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'JOB STREAM' TO WS-CALL-NAME
           MOVE 0 TO SUB
           MOVE 0 TO WS-STEP-RC
           PERFORM 650-WRITE-RUN-LOG
           DISPLAY "JOB STREAM " WS-CYCLE-DATE " " WS-STEP-EVENT

           STOP RUN
           .

       150-READ-RUN-PARAMETER.

           MOVE SPACES TO WS-RUN-PARM
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE

           EVALUATE TRUE
               WHEN WS-RUN-PARM = SPACES
                   CONTINUE
               WHEN WS-RUN-PARM = 'NEW'
                   MOVE 'YES' TO WS-NEW-CYCLE
               WHEN WS-RUN-PARM = 'MEND'
                   MOVE 'YES' TO WS-MONTH-END
               WHEN WS-RUN-PARM = 'NEW MEND'
                   MOVE 'YES' TO WS-NEW-CYCLE
                   MOVE 'YES' TO WS-MONTH-END
               WHEN OTHER
                   DISPLAY "USAGE: NO PARAMETER TO RUN OR RESUME THE "
                      "NIGHTLY STREAM"
                   DISPLAY "   OR: MEND TO INCLUDE THE MONTH-END STEPS"
                   DISPLAY "   OR: NEW OR NEW MEND TO START THE STREAM "
                      "FROM THE TOP"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

       200-LOAD-JOB-STREAM.

           OPEN INPUT JOB-STREAM-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ JOB-STREAM-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     IF JOB-STEP-COUNT >= 50
                        DISPLAY "JOB STREAM FILE EXCEEDS TABLE LIMIT "
                           "OF 50 STEPS - RUN ABORTED"
                        CLOSE JOB-STREAM-FILE
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     IF JS-STEP-NO IS NOT NUMERIC OR
                        JS-MAX-RC IS NOT NUMERIC OR
                        JS-PRODUCER-STEP IS NOT NUMERIC OR
                        JS-PROGRAM-ID = SPACES OR
                        (JS-RUN-WHEN NOT = 'D' AND
                         JS-RUN-WHEN NOT = 'M')
                        DISPLAY "BAD JOB STREAM RECORD - RUN ABORTED: "
                           JOB-STREAM-REC
                        CLOSE JOB-STREAM-FILE
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO JOB-STEP-COUNT
                     MOVE JS-STEP-NO TO JT-STEP-NO(JOB-STEP-COUNT)
                     MOVE JS-PROGRAM-ID TO JT-PROGRAM-ID(JOB-STEP-COUNT)
                     MOVE JS-RUN-PARM TO JT-RUN-PARM(JOB-STEP-COUNT)
                     MOVE JS-MAX-RC TO JT-MAX-RC(JOB-STEP-COUNT)
                     MOVE JS-RUN-WHEN TO JT-RUN-WHEN(JOB-STEP-COUNT)
                     MOVE JS-PRODUCER-STEP TO
                        JT-PRODUCER-STEP(JOB-STEP-COUNT)
                     MOVE JS-INPUT-FILE TO JT-INPUT-FILE(JOB-STEP-COUNT)
                     MOVE SPACE TO JT-STATUS(JOB-STEP-COUNT)
                     MOVE SPACES TO JT-START-STAMP(JOB-STEP-COUNT)
                     MOVE 0 TO JT-RETURN-CODE(JOB-STEP-COUNT)
               END-READ
           END-PERFORM
           CLOSE JOB-STREAM-FILE
           MOVE ' ' TO EOF-FLAG

           IF JOB-STEP-COUNT = 0
              DISPLAY "JOB STREAM FILE IS MISSING OR EMPTY - "
                 "RUN ABORTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       250-LOAD-JOB-CONTROL.

      *    STEPS ARE MATCHED BY STEP NUMBER, SO A STEP ADDED TO THE
      *    DEFINITION SINCE THE LAST RUN SIMPLY HAS NOT RUN YET.
           MOVE SPACES TO WS-CONTROL-DATE
           MOVE 'N' TO WS-CONTROL-MONTH-END
           OPEN INPUT JOB-CONTROL-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ JOB-CONTROL-FILE
                  AT END
                     MOVE 'N' TO EOF-FLAG
                  NOT AT END
                     MOVE 'YES' TO WS-CONTROL-FOUND
                     MOVE JC-CYCLE-DATE TO WS-CONTROL-DATE
                     MOVE JC-MONTH-END TO WS-CONTROL-MONTH-END
                     PERFORM VARYING SUB FROM 1 BY 1
                             UNTIL SUB > JOB-STEP-COUNT
                         IF JT-STEP-NO(SUB) = JC-STEP-NO
                            MOVE JC-STATUS TO JT-STATUS(SUB)
                            MOVE JC-START-STAMP TO JT-START-STAMP(SUB)
                            MOVE JC-RETURN-CODE TO JT-RETURN-CODE(SUB)
                         END-IF
                     END-PERFORM
               END-READ
           END-PERFORM
           CLOSE JOB-CONTROL-FILE
           MOVE ' ' TO EOF-FLAG

           MOVE 0 TO WS-OPEN-STEPS
           MOVE 0 TO WS-SKIPPED-STEPS
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > JOB-STEP-COUNT
               EVALUATE JT-STATUS(SUB)
                   WHEN 'C'
                       CONTINUE
                   WHEN 'S'
                       ADD 1 TO WS-SKIPPED-STEPS
                   WHEN OTHER
                       ADD 1 TO WS-OPEN-STEPS
               END-EVALUATE
           END-PERFORM
           .

       280-SET-UP-CYCLE.

           EVALUATE TRUE
               WHEN WS-NEW-CYCLE = 'YES'
                   PERFORM 290-START-NEW-CYCLE
               WHEN WS-CONTROL-FOUND = 'NO'
                   PERFORM 290-START-NEW-CYCLE
               WHEN WS-OPEN-STEPS > 0
                   PERFORM 295-RESUME-CYCLE
               WHEN WS-CONTROL-DATE = WS-DATE AND
                    WS-MONTH-END = 'YES' AND
                    WS-SKIPPED-STEPS > 0
                   PERFORM 295-RESUME-CYCLE
               WHEN WS-CONTROL-DATE = WS-DATE
                   DISPLAY "JOB STREAM ALREADY COMPLETED FOR "
                      WS-CONTROL-DATE
                   DISPLAY "USE NEW TO RUN THE STREAM AGAIN FROM "
                      "THE TOP"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM 290-START-NEW-CYCLE
           END-EVALUATE
           .

       290-START-NEW-CYCLE.

           MOVE WS-DATE TO WS-CYCLE-DATE
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > JOB-STEP-COUNT
               MOVE SPACE TO JT-STATUS(SUB)
               MOVE SPACES TO JT-START-STAMP(SUB)
               MOVE 0 TO JT-RETURN-CODE(SUB)
           END-PERFORM

           MOVE 'NEW RUN' TO WS-STEP-EVENT
           MOVE 'JOB STREAM' TO WS-CALL-NAME
           MOVE 0 TO SUB
           MOVE 0 TO WS-STEP-RC
           PERFORM 650-WRITE-RUN-LOG
           PERFORM 600-WRITE-JOB-CONTROL
           .

       295-RESUME-CYCLE.

      *    A RESUMED STREAM KEEPS ITS OWN CYCLE DATE AND MONTH-END
      *    CHOICE; MEND ON THE RERUN ADDS THE MONTH-END STEPS.
           MOVE WS-CONTROL-DATE TO WS-CYCLE-DATE
           IF WS-CONTROL-MONTH-END = 'Y'
              MOVE 'YES' TO WS-MONTH-END
           END-IF
           IF WS-MONTH-END = 'YES'
              PERFORM VARYING SUB FROM 1 BY 1
                      UNTIL SUB > JOB-STEP-COUNT
                  IF JT-STATUS(SUB) = 'S'
                     MOVE SPACE TO JT-STATUS(SUB)
                  END-IF
              END-PERFORM
           END-IF

           DISPLAY "RESUMING JOB STREAM FOR " WS-CYCLE-DATE
           MOVE 'RESUMED' TO WS-STEP-EVENT
           MOVE 'JOB STREAM' TO WS-CALL-NAME
           MOVE 0 TO SUB
           MOVE 0 TO WS-STEP-RC
           PERFORM 650-WRITE-RUN-LOG
           .

       300-RUN-JOB-STREAM.

           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > JOB-STEP-COUNT
                      OR WS-STREAM-STOPPED = 'YES'
               MOVE JT-PROGRAM-ID(SUB) TO WS-CALL-NAME
               EVALUATE TRUE
                   WHEN JT-STATUS(SUB) = 'C'
                       DISPLAY "STEP " JT-STEP-NO(SUB) " "
                          WS-CALL-NAME " ALREADY COMPLETE"
                   WHEN JT-RUN-WHEN(SUB) = 'M' AND
                        WS-MONTH-END = 'NO'
                       MOVE 'S' TO JT-STATUS(SUB)
                       MOVE 'SKIPPED' TO WS-STEP-EVENT
                       MOVE 0 TO WS-STEP-RC
                       PERFORM 650-WRITE-RUN-LOG
                       PERFORM 600-WRITE-JOB-CONTROL
                   WHEN OTHER
                       PERFORM 400-CHECK-STEP-INPUT
                       IF WS-STEP-REFUSED = 'YES'
                          MOVE 'R' TO JT-STATUS(SUB)
                          MOVE 'REFUSED' TO WS-STEP-EVENT
                          MOVE 0 TO WS-STEP-RC
                          PERFORM 650-WRITE-RUN-LOG
                          PERFORM 600-WRITE-JOB-CONTROL
                          MOVE 'YES' TO WS-STREAM-STOPPED
                       ELSE
                          PERFORM 500-RUN-ONE-STEP
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

       400-CHECK-STEP-INPUT.

           MOVE 'NO' TO WS-STEP-REFUSED

           IF JT-PRODUCER-STEP(SUB) > 0 AND
              JT-INPUT-FILE(SUB) NOT = SPACES
              MOVE 0 TO WS-PRODUCER-SUB
              PERFORM VARYING SUB2 FROM 1 BY 1
                      UNTIL SUB2 > JOB-STEP-COUNT
                  IF JT-STEP-NO(SUB2) = JT-PRODUCER-STEP(SUB)
                     MOVE SUB2 TO WS-PRODUCER-SUB
                  END-IF
              END-PERFORM

              EVALUATE TRUE
                  WHEN WS-PRODUCER-SUB = 0
                      DISPLAY "STEP " JT-STEP-NO(SUB) " REFUSED - "
                         "PRODUCING STEP " JT-PRODUCER-STEP(SUB)
                         " IS NOT ON THE JOB STREAM"
                      MOVE 'YES' TO WS-STEP-REFUSED
                  WHEN JT-STATUS(WS-PRODUCER-SUB) = 'S'
                      CONTINUE
                  WHEN JT-STATUS(WS-PRODUCER-SUB) NOT = 'C'
                      DISPLAY "STEP " JT-STEP-NO(SUB) " REFUSED - "
                         "STEP " JT-PRODUCER-STEP(SUB)
                         " HAS NOT COMPLETED"
                      MOVE 'YES' TO WS-STEP-REFUSED
                  WHEN OTHER
                      PERFORM 450-CHECK-INPUT-DATE
              END-EVALUATE
           END-IF
           .

       450-CHECK-INPUT-DATE.

           CALL "CBL_CHECK_FILE_EXIST" USING JT-INPUT-FILE(SUB)
                                             FILE-DETAILS
           MOVE RETURN-CODE TO WS-FILE-CHECK-RC
           MOVE 0 TO RETURN-CODE

           IF WS-FILE-CHECK-RC NOT = 0
              DISPLAY "STEP " JT-STEP-NO(SUB) " REFUSED - INPUT "
                 FUNCTION TRIM(JT-INPUT-FILE(SUB)) " IS MISSING"
              MOVE 'YES' TO WS-STEP-REFUSED
           ELSE
              COMPUTE JF-STAMP-YEAR =
                 (FUNCTION ORD(JF-FILE-YEAR(1:1)) - 1) * 256 +
                  FUNCTION ORD(JF-FILE-YEAR(2:1)) - 1
              COMPUTE JF-STAMP-MONTH =
                 FUNCTION ORD(JF-FILE-MONTH) - 1
              COMPUTE JF-STAMP-DAY =
                 FUNCTION ORD(JF-FILE-DAY) - 1
              COMPUTE JF-STAMP-HOURS =
                 FUNCTION ORD(JF-FILE-HOURS) - 1
              COMPUTE JF-STAMP-MINUTES =
                 FUNCTION ORD(JF-FILE-MINUTES) - 1
              COMPUTE JF-STAMP-SECONDS =
                 FUNCTION ORD(JF-FILE-SECONDS) - 1
              IF FILE-STAMP < JT-START-STAMP(WS-PRODUCER-SUB)
                 DISPLAY "STEP " JT-STEP-NO(SUB) " REFUSED - INPUT "
                    FUNCTION TRIM(JT-INPUT-FILE(SUB))
                    " IS OLDER THAN STEP " JT-PRODUCER-STEP(SUB)
                 MOVE 'YES' TO WS-STEP-REFUSED
              END-IF
           END-IF
           .

       500-RUN-ONE-STEP.

      *    THE STEP IS MARKED FAILED BEFORE THE CALL, SO A RUN THAT
      *    DIES INSIDE THE STEP RESUMES AT THAT STEP.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO WS-START-STAMP(1:8)
           MOVE WS-TIME(1:6) TO WS-START-STAMP(9:6)
           MOVE WS-START-STAMP TO JT-START-STAMP(SUB)
           MOVE 'F' TO JT-STATUS(SUB)
           MOVE 0 TO JT-RETURN-CODE(SUB)
           PERFORM 600-WRITE-JOB-CONTROL

           MOVE 'STARTED' TO WS-STEP-EVENT
           MOVE 0 TO WS-STEP-RC
           PERFORM 650-WRITE-RUN-LOG
           DISPLAY "STEP " JT-STEP-NO(SUB) " " WS-CALL-NAME " "
              JT-RUN-PARM(SUB) " STARTED"

           MOVE JT-RUN-PARM(SUB) TO WS-STEP-PARM
           DISPLAY WS-STEP-PARM UPON COMMAND-LINE
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-NAME
               ON EXCEPTION
                   MOVE 'NOTFOUND' TO WS-STEP-EVENT
                   MOVE 9999 TO WS-STEP-RC
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO WS-STEP-RC
                   CANCEL WS-CALL-NAME
                   IF WS-STEP-RC > JT-MAX-RC(SUB)
                      MOVE 'FAILED' TO WS-STEP-EVENT
                   ELSE
                      MOVE 'ENDED' TO WS-STEP-EVENT
                   END-IF
           END-CALL
           MOVE 0 TO RETURN-CODE

           MOVE WS-STEP-RC TO JT-RETURN-CODE(SUB)
           IF WS-STEP-EVENT = 'ENDED'
              MOVE 'C' TO JT-STATUS(SUB)
           ELSE
              MOVE 'YES' TO WS-STREAM-STOPPED
           END-IF
           PERFORM 600-WRITE-JOB-CONTROL
           PERFORM 650-WRITE-RUN-LOG
           DISPLAY "STEP " JT-STEP-NO(SUB) " " WS-CALL-NAME " "
              WS-STEP-EVENT " RC " WS-STEP-RC
           .

       600-WRITE-JOB-CONTROL.

           OPEN OUTPUT JOB-CONTROL-FILE
           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > JOB-STEP-COUNT
               MOVE WS-CYCLE-DATE TO JC-CYCLE-DATE
               IF WS-MONTH-END = 'YES'
                  MOVE 'Y' TO JC-MONTH-END
               ELSE
                  MOVE 'N' TO JC-MONTH-END
               END-IF
               MOVE JT-STEP-NO(SUB2) TO JC-STEP-NO
               MOVE JT-STATUS(SUB2) TO JC-STATUS
               MOVE JT-START-STAMP(SUB2) TO JC-START-STAMP
               MOVE JT-RETURN-CODE(SUB2) TO JC-RETURN-CODE
               WRITE JOB-CONTROL-REC
           END-PERFORM
           CLOSE JOB-CONTROL-FILE
           .

       650-WRITE-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE WS-DATE TO RL-DATE
           MOVE WS-TIME(1:6) TO RL-TIME
           MOVE WS-CALL-NAME TO RL-PHASE
           MOVE 'STEP ' TO RL-STEP-LABEL
           IF SUB > 0 AND SUB <= JOB-STEP-COUNT
              MOVE JT-STEP-NO(SUB) TO RL-STEP-NO
           ELSE
              MOVE 0 TO RL-STEP-NO
           END-IF
           MOVE WS-STEP-EVENT TO RL-STEP-EVENT
           MOVE 'RC ' TO RL-RC-LABEL
           MOVE WS-STEP-RC TO RL-STEP-RC
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
