       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENGU-CYCLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE-RECORD RESTART MARKER FOR THE NIGHTLY CYCLE: WHETHER A
      *    CYCLE IS RUNNING, FAILED OR COMPLETE, WHICH STEP IT IS ON
      *    (OR DIED AT), THE BATCH IT IS WORKING, AND WHEN IT STARTED.
      *    REWRITTEN IN FULL AT EVERY STEP BOUNDARY SO A KILLED JOB
      *    LEAVES BEHIND AN ACCURATE PICTURE OF WHERE IT GOT TO.
           SELECT STATE-FILE ASSIGN TO "pengu_cycle_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.
      *    SAME OPTIONAL CONTROL CARD THE REST OF THE SUITE READS.
      *    ONLY THE CYCLE_RESET KEY IS APPLIED HERE -- SEE
      *    0110-CHECK-IN-PROGRESS.
           SELECT CONTROL-FILE ASSIGN TO "pengu_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
      *    THE IDENTIFIER PENGU-INTAKE STAMPS ON THE ACCEPTED BATCH.
      *    READ AFTER THE INTAKE STEP SO THE LOG AND THE RESTART
      *    MARKER CAN SAY WHICH TRANSMISSION THE CYCLE IS WORKING.
           SELECT BATCH-ID-FILE ASSIGN TO "batch_id.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-ID-STATUS.
      *    DATED CYCLE LOG (pengu_cycle_YYYYMMDD.log): ONE LINE AT
      *    THE START AND END OF EVERY STEP WITH ITS CONDITION CODE,
      *    PLUS THE CYCLE'S OWN START/RESTART/STOP/COMPLETE LINES.
      *    APPENDED, SO A RERUN THE SAME NIGHT LANDS UNDER THE FAILED
      *    ATTEMPT IT IS RECOVERING.
           SELECT CYCLE-LOG ASSIGN USING WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-FILE.
       01  STATE-REC.
           05  STA-STATUS              PIC X(8).
           05  FILLER                  PIC X.
           05  STA-STEP                PIC 9(2).
           05  FILLER                  PIC X.
           05  STA-BATCH-ID            PIC X(20).
           05  FILLER                  PIC X.
           05  STA-START-DATE          PIC 9(8).
           05  FILLER                  PIC X.
           05  STA-START-TIME          PIC 9(8).
           05  FILLER                  PIC X.
           05  STA-LAST-RC             PIC 9(4).

       FD  CONTROL-FILE.
       01  CONTROL-REC                 PIC X(80).

       FD  BATCH-ID-FILE.
       01  BATCH-ID-REC                PIC X(20).

       FD  CYCLE-LOG.
       01  CYCLE-LOG-REC               PIC X(100).

       WORKING-STORAGE SECTION.
      *    THE NIGHTLY JOB STREAM, IN RUN ORDER: THE PROGRAM NAME FOR
      *    THE LOG AND THE COMMAND THAT RUNS ITS EXECUTABLE FROM THE
      *    WORKING DIRECTORY ALL THE DATA FILES LIVE IN.
       01  WS-STEP-DEFS.
           05  FILLER                  PIC X(14) VALUE "PENGU-CTLCHECK".
           05  FILLER                  PIC X(30)
                                       VALUE "./pengu_ctlcheck".
           05  FILLER                  PIC X(14) VALUE "PENGU-INTAKE".
           05  FILLER                  PIC X(30) VALUE "./pengu_intake".
           05  FILLER                  PIC X(14) VALUE "PENGU-SEXFILL".
           05  FILLER                  PIC X(30)
                                       VALUE "./pengu_sexfill".
           05  FILLER                  PIC X(14) VALUE "PENGU-DRIFT".
           05  FILLER                  PIC X(30) VALUE "./pengu_drift".
           05  FILLER                  PIC X(14) VALUE "PENGU-SCORE".
           05  FILLER                  PIC X(30) VALUE "./pengu_score".
           05  FILLER                  PIC X(14) VALUE "PENGU-REVIEW".
           05  FILLER                  PIC X(30) VALUE "./pengu_review".
           05  FILLER                  PIC X(14) VALUE "PENGU-CENSUS".
           05  FILLER                  PIC X(30) VALUE "./pengu_census".
           05  FILLER                  PIC X(14) VALUE "PENGU-REJECTS".
           05  FILLER                  PIC X(30)
                                       VALUE "./pengu_rejects".
       01  WS-STEP-DEFS-R REDEFINES WS-STEP-DEFS.
           05  WS-STEP-DEF OCCURS 8 TIMES.
               10  WS-STEP-NAME        PIC X(14).
               10  WS-STEP-CMD         PIC X(30).
       01  WS-CONSTANTS.
           05  MAX-STEPS               PIC 9(2)  VALUE 8.
           05  INTAKE-STEP             PIC 9(2)  VALUE 2.

      *    FLAGS AND FILE STATUSES.
       01  WS-STATE-FILE-STATUS        PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-CONTROL-EOF              PIC X     VALUE 'N'.
           88  END-OF-CONTROL                    VALUE 'Y'.
       01  WS-BATCH-ID-STATUS          PIC XX.
       01  WS-LOG-FILE-STATUS          PIC XX.
       01  WS-LOG-NAME                 PIC X(30) VALUE SPACES.

      *    CYCLE_RESET=Y ON THE CONTROL CARD: THE OPERATOR HAS
      *    CONFIRMED THE CYCLE MARKED IN PROGRESS IS DEAD (THE JOB WAS
      *    CANCELLED OR THE MACHINE WENT DOWN MID-STEP), SO ITS
      *    CURRENT STEP IS TREATED AS FAILED AND RESTARTED INSTEAD OF
      *    REFUSING TO RUN. LEAVE IT OFF OTHERWISE -- IT IS THE ONLY
      *    THING STANDING BETWEEN TWO CYCLES WORKING THE SAME FILES.
       01  WS-CYCLE-RESET              PIC X     VALUE 'N'.
           88  CYCLE-RESET-REQUESTED             VALUE 'Y'.

      *    THE RESTART MARKER AS FOUND AT STARTUP, AND THE CYCLE'S
      *    WORKING COPY OF IT.
       01  WS-PRIOR-STATE.
           05  WS-PRIOR-STATUS         PIC X(8)  VALUE SPACES.
               88  PRIOR-RUNNING                 VALUE "RUNNING".
               88  PRIOR-FAILED                  VALUE "FAILED".
           05  WS-PRIOR-STEP           PIC 9(2)  VALUE 0.
           05  WS-PRIOR-BATCH-ID       PIC X(20) VALUE SPACES.
       01  WS-CYCLE-STATE.
           05  WS-CYCLE-STATUS         PIC X(8)  VALUE SPACES.
           05  WS-FIRST-STEP           PIC 9(2)  VALUE 1.
           05  WS-CYCLE-BATCH-ID       PIC X(20) VALUE SPACES.
           05  WS-CYCLE-START-DATE     PIC 9(8)  VALUE 0.
           05  WS-CYCLE-START-TIME     PIC 9(8)  VALUE 0.
       01  WS-FILE-BATCH-ID            PIC X(20) VALUE SPACES.

      *    ONE STEP'S OUTCOME. THE SHELL HANDS BACK THE RAW WAIT
      *    STATUS, WITH THE STEP'S OWN CONDITION CODE IN THE HIGH-
      *    ORDER BYTE; A NEGATIVE STATUS MEANS THE STEP COULD NOT BE
      *    STARTED AT ALL AND IS TREATED AS A SEVERE FAILURE.
       01  WS-STEP-VARS.
           05  WS-STEP-NO              PIC 9(2)  VALUE 0.
           05  WS-STEP-RAW-RC          PIC S9(9) VALUE 0.
           05  WS-STEP-RC              PIC 9(4)  VALUE 0.
           05  WS-STEP-COMMAND         PIC X(30).
           05  WS-STEP-VERDICT         PIC X(10).
       01  WS-CYCLE-COUNTS.
           05  WS-STEPS-RUN            PIC 9(2)  VALUE 0.
           05  WS-STEPS-WARNED         PIC 9(2)  VALUE 0.
       01  WS-CYCLE-STOPPED            PIC X     VALUE 'N'.
           88  CYCLE-STOPPED                     VALUE 'Y'.

      *    BUFFER VARIABLES FOR CONTROL CARD PARSING.
       01  WS-PARSING.
           05  WS-CTL-KEY              PIC X(20).
           05  WS-CTL-VAL              PIC X(20).

      *    RUN TIMESTAMP. THE DATE NAMES TODAY'S LOG; THE CLOCK IS
      *    RE-READ FOR EVERY LOG LINE SO EACH STEP'S START AND END
      *    CARRY THEIR OWN TIMES.
       01  WS-TIMESTAMP.
           05  WS-DATE-PART.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).
           05  WS-DATE-NUM REDEFINES WS-DATE-PART PIC 9(8).
           05  WS-TIME-PART.
               10  WS-RUN-HH           PIC 9(2).
               10  WS-RUN-MI           PIC 9(2).
               10  WS-RUN-SS           PIC 9(2).
               10  WS-RUN-CC           PIC 9(2).
           05  WS-TIME-NUM REDEFINES WS-TIME-PART PIC 9(8).
           05  WS-TZ-PART              PIC X(5).
       01  WS-LOG-DATE                 PIC 9(8).

      *    LOG LINE ASSEMBLY: THE CALLER FILLS THE EVENT TEXT, AND
      *    9100-WRITE-LOG-LINE PREFIXES THE CLOCK.
       01  WS-LOG-EVENT                PIC X(70).
       01  WS-LOG-LINE                 PIC X(100).
       01  WS-RC-EDIT                  PIC 9(4).
       01  WS-STEP-EDIT                PIC 9(2).

       PROCEDURE DIVISION.
      *    NIGHTLY JOB-STREAM DRIVER: RUNS PENGU-CTLCHECK,
      *    PENGU-INTAKE, PENGU-SEXFILL, PENGU-DRIFT, PENGU-SCORE,
      *    PENGU-REVIEW, PENGU-CENSUS AND PENGU-REJECTS IN ORDER FOR
      *    ONE BATCH, GATING EACH STEP ON THE ONE BEFORE IT.
      *    PENGU-CTLCHECK GOES FIRST SO A BAD CARD, OR AN OVERRIDE
      *    LEFT ON, STOPS THE CYCLE BEFORE ANY BATCH IS TOUCHED.
      *    PENGU-SEXFILL FILLS IN THE SEX OF "NA" BIRDS STRAIGHT AFTER
      *    INTAKE, SO THE DRIFT CHECK'S SEX MIX AND THE SCORING BOTH
      *    SEE THE FILLED BATCH. PENGU-REJECTS GOES LAST,
      *    AFTER PENGU-CENSUS HAS COUNTED THE NIGHT'S SCORING REJECTS,
      *    BECAUSE IT EMPTIES THE REJECT FILES ONTO ITS REGISTER. A
      *    STEP ENDING 4 IS LOGGED AS A WARNING AND THE CYCLE CARRIES
      *    ON; 8 OR 12 STOPS THE CYCLE WITH THE FAILED STEP RECORDED,
      *    AND THE NEXT RUN PICKS UP AT THAT STEP INSTEAD OF
      *    RE-RUNNING THE ONES THAT ALREADY SUCCEEDED.
      *    CONDITION CODES FOLLOW THE SHARED SCHEME: 0 = EVERY STEP
      *    CLEAN, 4 = CYCLE COMPLETED WITH ONE OR MORE STEP WARNINGS,
      *    8 = CYCLE REFUSED (ANOTHER CYCLE IN PROGRESS, OR THE BATCH
      *    ON DISK IS NOT THE ONE THE FAILED CYCLE WAS WORKING) OR A
      *    STEP ENDED 8, 12 = A STEP ENDED 12 (OR COULD NOT BE
      *    STARTED), OR AN UNREADABLE CONTROL CARD OR RESTART MARKER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-DATE-NUM TO WS-LOG-DATE
           PERFORM 0010-BUILD-LOG-NAME
           PERFORM 0020-LOAD-CONTROL-CARD
           PERFORM 0100-READ-STATE
           PERFORM 0110-CHECK-IN-PROGRESS
           PERFORM 0120-RESOLVE-START-STEP
           PERFORM 0200-RUN-CYCLE
           IF CYCLE-STOPPED
               STOP RUN
           END-IF
           MOVE "COMPLETE" TO WS-CYCLE-STATUS
           MOVE MAX-STEPS TO WS-STEP-NO
           MOVE 0 TO WS-STEP-RC
           PERFORM 0400-WRITE-STATE
           MOVE SPACES TO WS-LOG-EVENT
           MOVE WS-STEPS-RUN TO WS-STEP-EDIT
           STRING "CYCLE COMPLETE, " DELIMITED BY SIZE
                  WS-STEP-EDIT DELIMITED BY SIZE
                  " STEP(S) RUN, BATCH " DELIMITED BY SIZE
                  WS-CYCLE-BATCH-ID DELIMITED BY SPACE
                  INTO WS-LOG-EVENT
           END-STRING
           PERFORM 9100-WRITE-LOG-LINE
           DISPLAY "CYCLE COMPLETE FOR BATCH " WS-CYCLE-BATCH-ID ": "
                   WS-STEPS-RUN " STEP(S) RUN, " WS-STEPS-WARNED
                   " WITH WARNINGS. LOG IN " WS-LOG-NAME "."
           IF WS-STEPS-WARNED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       0010-BUILD-LOG-NAME.
      *    ONE LOG PER CALENDAR DAY, NAMED FOR THE DAY THE DRIVER WAS
      *    STARTED, SO THE OPERATORS CAN FIND LAST NIGHT'S RUN BY
      *    DATE WITHOUT SEARCHING.
           MOVE SPACES TO WS-LOG-NAME
           STRING "pengu_cycle_" DELIMITED BY SIZE
                  WS-LOG-DATE DELIMITED BY SIZE
                  ".log" DELIMITED BY SIZE
                  INTO WS-LOG-NAME
           END-STRING.

       0020-LOAD-CONTROL-CARD.
      *    SAME KEY=VALUE CONTROL CARD THE REST OF THE SUITE READS.
      *    EVERY KEY EXCEPT CYCLE_RESET FALLS THROUGH TO WHEN OTHER
      *    AND IS IGNORED -- THE STEPS READ THEIR OWN KEYS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-CONTROL
                   READ CONTROL-FILE INTO CONTROL-REC
                       AT END SET END-OF-CONTROL TO TRUE
                       NOT AT END
                           PERFORM 0025-APPLY-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           ELSE
      *        ABSENCE ("35") JUST MEANS THE DEFAULTS STAND; ANY
      *        OTHER STATUS MEANS A CARD EXISTS BUT CANNOT BE READ,
      *        AND EVERY STEP WOULD TRIP OVER IT IN TURN.
               IF WS-CONTROL-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: CONTROL CARD EXISTS BUT CANNOT BE "
                           "READ, STATUS " WS-CONTROL-FILE-STATUS "."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0025-APPLY-CONTROL-LINE.
           UNSTRING CONTROL-REC DELIMITED BY "="
               INTO WS-CTL-KEY WS-CTL-VAL
           END-UNSTRING
           EVALUATE WS-CTL-KEY
               WHEN "CYCLE_RESET"
                   MOVE WS-CTL-VAL(1:1) TO WS-CYCLE-RESET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0100-READ-STATE.
      *    PICK UP THE RESTART MARKER THE PREVIOUS CYCLE LEFT. NO
      *    MARKER ("35") MEANS THE DRIVER HAS NEVER RUN HERE, WHICH
      *    IS THE SAME AS A CLEAN COMPLETED CYCLE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-FILE-STATUS = "00"
               READ STATE-FILE
                   AT END MOVE SPACES TO STATE-REC
               END-READ
               MOVE STA-STATUS TO WS-PRIOR-STATUS
               IF STA-STEP IS NUMERIC
                   MOVE STA-STEP TO WS-PRIOR-STEP
               END-IF
               MOVE STA-BATCH-ID TO WS-PRIOR-BATCH-ID
               CLOSE STATE-FILE
           ELSE
               IF WS-STATE-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: CYCLE RESTART MARKER EXISTS BUT "
                           "CANNOT BE READ, STATUS "
                           WS-STATE-FILE-STATUS "."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0110-CHECK-IN-PROGRESS.
      *    A MARKER STILL SAYING RUNNING MEANS EITHER ANOTHER CYCLE IS
      *    WORKING THE SAME FILES RIGHT NOW, OR ONE DIED WITHOUT
      *    GETTING TO RECORD ITS OUTCOME. THE DRIVER CANNOT TELL THE
      *    TWO APART, SO IT REFUSES UNTIL AN OPERATOR CONFIRMS THE
      *    LATTER WITH CYCLE_RESET=Y -- THE DEAD CYCLE'S CURRENT STEP
      *    IS THEN TREATED AS THE FAILED STEP AND RESTARTED.
           IF PRIOR-RUNNING
               IF CYCLE-RESET-REQUESTED
                   MOVE "FAILED" TO WS-PRIOR-STATUS
                   DISPLAY "CYCLE_RESET=Y: CYCLE MARKED IN PROGRESS AT "
                           "STEP " WS-PRIOR-STEP " TREATED AS FAILED."
                   MOVE SPACES TO WS-LOG-EVENT
                   MOVE WS-PRIOR-STEP TO WS-STEP-EDIT
                   STRING "CYCLE_RESET: IN-PROGRESS CYCLE AT STEP "
                          DELIMITED BY SIZE
                          WS-STEP-EDIT DELIMITED BY SIZE
                          " MARKED FAILED" DELIMITED BY SIZE
                          INTO WS-LOG-EVENT
                   END-STRING
                   PERFORM 9100-WRITE-LOG-LINE
               ELSE
                   DISPLAY "ERROR: A CYCLE IS ALREADY IN PROGRESS "
                           "(STEP " WS-PRIOR-STEP ", BATCH "
                           WS-PRIOR-BATCH-ID "). NOT STARTING A "
                           "SECOND ONE. IF THAT CYCLE IS DEAD, SET "
                           "CYCLE_RESET=Y AND RERUN."
                   MOVE "REFUSED: ANOTHER CYCLE IS MARKED IN PROGRESS"
                     TO WS-LOG-EVENT
                   PERFORM 9100-WRITE-LOG-LINE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0120-RESOLVE-START-STEP.
      *    A FAILED CYCLE RESUMES AT ITS FAILED STEP, FOR THE SAME
      *    BATCH; ANYTHING ELSE STARTS A FRESH CYCLE AT STEP 1. A
      *    RESTART PAST INTAKE FIRST CONFIRMS batch_id.dat STILL
      *    NAMES THE FAILED CYCLE'S BATCH -- IF SOMEONE HAS RUN A
      *    DIFFERENT TRANSMISSION IN BY HAND SINCE, RESUMING WOULD
      *    SCORE THE WRONG BATCH UNDER THE OLD ONE'S RESTART POINT.
           MOVE WS-TIME-NUM TO WS-CYCLE-START-TIME
           MOVE WS-DATE-NUM TO WS-CYCLE-START-DATE
           IF PRIOR-FAILED AND WS-PRIOR-STEP > 0 AND
              WS-PRIOR-STEP NOT > MAX-STEPS
               MOVE WS-PRIOR-STEP TO WS-FIRST-STEP
               MOVE WS-PRIOR-BATCH-ID TO WS-CYCLE-BATCH-ID
               IF WS-FIRST-STEP > INTAKE-STEP
                   PERFORM 0300-READ-BATCH-ID
                   IF WS-FILE-BATCH-ID NOT = WS-CYCLE-BATCH-ID
                       DISPLAY "ERROR: FAILED CYCLE WAS WORKING BATCH "
                               WS-CYCLE-BATCH-ID " BUT batch_id.dat "
                               "NOW NAMES " WS-FILE-BATCH-ID
                               ". NOT RESTARTING."
                       MOVE "REFUSED: batch_id.dat NO LONGER MATCHES "
                         TO WS-LOG-EVENT
                       PERFORM 9100-WRITE-LOG-LINE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               MOVE SPACES TO WS-LOG-EVENT
               MOVE WS-FIRST-STEP TO WS-STEP-EDIT
               STRING "CYCLE RESTART AT STEP " DELIMITED BY SIZE
                      WS-STEP-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-STEP-NAME(WS-FIRST-STEP) DELIMITED BY SPACE
                      ", BATCH " DELIMITED BY SIZE
                      WS-CYCLE-BATCH-ID DELIMITED BY SPACE
                      INTO WS-LOG-EVENT
               END-STRING
               DISPLAY "RESTARTING FAILED CYCLE AT STEP "
                       WS-FIRST-STEP " (" WS-STEP-NAME(WS-FIRST-STEP)
                       ")."
           ELSE
               MOVE 1 TO WS-FIRST-STEP
               MOVE SPACES TO WS-CYCLE-BATCH-ID
               MOVE "CYCLE START AT STEP 01 PENGU-CTLCHECK"
                 TO WS-LOG-EVENT
               DISPLAY "STARTING NEW CYCLE."
           END-IF
           PERFORM 9100-WRITE-LOG-LINE.

       0200-RUN-CYCLE.
      *    WORK THROUGH THE STEP TABLE FROM THE START STEP, STOPPING
      *    AT THE FIRST STEP THAT ENDS 8 OR WORSE.
           PERFORM VARYING WS-STEP-NO FROM WS-FIRST-STEP BY 1
                   UNTIL WS-STEP-NO > MAX-STEPS OR CYCLE-STOPPED
               PERFORM 0210-RUN-STEP
           END-PERFORM.

       0210-RUN-STEP.
      *    MARK THE STEP IN PROGRESS BEFORE STARTING IT, SO A CYCLE
      *    KILLED MID-STEP IS STILL CAUGHT BY THE NEXT RUN'S
      *    IN-PROGRESS CHECK, THEN RUN IT AND GATE ON WHAT IT RETURNS.
           MOVE "RUNNING" TO WS-CYCLE-STATUS
           MOVE 0 TO WS-STEP-RC
           PERFORM 0400-WRITE-STATE
           MOVE SPACES TO WS-LOG-EVENT
           MOVE WS-STEP-NO TO WS-STEP-EDIT
           STRING "STEP " DELIMITED BY SIZE
                  WS-STEP-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STEP-NAME(WS-STEP-NO) DELIMITED BY SIZE
                  " START" DELIMITED BY SIZE
                  INTO WS-LOG-EVENT
           END-STRING
           PERFORM 9100-WRITE-LOG-LINE
           DISPLAY "STEP " WS-STEP-NO " " WS-STEP-NAME(WS-STEP-NO)
                   " STARTED."
           MOVE WS-STEP-CMD(WS-STEP-NO) TO WS-STEP-COMMAND
           CALL "SYSTEM" USING WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RAW-RC
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
               WHEN WS-STEP-RAW-RC < 0
                   MOVE 12 TO WS-STEP-RC
               WHEN WS-STEP-RAW-RC > 255
                   COMPUTE WS-STEP-RC = WS-STEP-RAW-RC / 256
               WHEN OTHER
                   MOVE WS-STEP-RAW-RC TO WS-STEP-RC
           END-EVALUATE
           ADD 1 TO WS-STEPS-RUN
           EVALUATE TRUE
               WHEN WS-STEP-RC = 0
                   MOVE "OK" TO WS-STEP-VERDICT
               WHEN WS-STEP-RC < 8
                   MOVE "WARNING" TO WS-STEP-VERDICT
                   ADD 1 TO WS-STEPS-WARNED
               WHEN OTHER
                   MOVE "FAILED" TO WS-STEP-VERDICT
           END-EVALUATE
      *    THE BATCH IS ONLY KNOWN ONCE INTAKE HAS ACCEPTED IT.
           IF WS-STEP-NO = INTAKE-STEP AND WS-STEP-RC < 8
               PERFORM 0300-READ-BATCH-ID
               MOVE WS-FILE-BATCH-ID TO WS-CYCLE-BATCH-ID
           END-IF
           MOVE SPACES TO WS-LOG-EVENT
           MOVE WS-STEP-RC TO WS-RC-EDIT
           STRING "STEP " DELIMITED BY SIZE
                  WS-STEP-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STEP-NAME(WS-STEP-NO) DELIMITED BY SIZE
                  " END   CC " DELIMITED BY SIZE
                  WS-RC-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STEP-VERDICT DELIMITED BY SPACE
                  "  BATCH " DELIMITED BY SIZE
                  WS-CYCLE-BATCH-ID DELIMITED BY SPACE
                  INTO WS-LOG-EVENT
           END-STRING
           PERFORM 9100-WRITE-LOG-LINE
           DISPLAY "STEP " WS-STEP-NO " " WS-STEP-NAME(WS-STEP-NO)
                   " ENDED, CONDITION CODE " WS-STEP-RC " ("
                   WS-STEP-VERDICT ")."
           IF WS-STEP-RC >= 8
               PERFORM 0220-STOP-CYCLE
           END-IF.

       0220-STOP-CYCLE.
      *    RECORD THE FAILED STEP AS THE RESTART POINT AND END THE
      *    DRIVER WITH THE FAILED STEP'S OWN CONDITION CODE, SO THE
      *    SCHEDULER SEES THE SAME SEVERITY THE STEP REPORTED.
           SET CYCLE-STOPPED TO TRUE
           MOVE "FAILED" TO WS-CYCLE-STATUS
           PERFORM 0400-WRITE-STATE
           MOVE SPACES TO WS-LOG-EVENT
           STRING "CYCLE STOPPED AT STEP " DELIMITED BY SIZE
                  WS-STEP-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STEP-NAME(WS-STEP-NO) DELIMITED BY SPACE
                  ", RERUN RESTARTS HERE" DELIMITED BY SIZE
                  INTO WS-LOG-EVENT
           END-STRING
           PERFORM 9100-WRITE-LOG-LINE
           DISPLAY "CYCLE STOPPED AT STEP " WS-STEP-NO " ("
                   WS-STEP-NAME(WS-STEP-NO) "). THE NEXT RUN WILL "
                   "RESTART AT THIS STEP."
           IF WS-STEP-RC > 12
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-STEP-RC TO RETURN-CODE
           END-IF.

       0300-READ-BATCH-ID.
      *    THE ONE-RECORD IDENTIFIER PENGU-INTAKE WROTE. ABSENT OR
      *    EMPTY LEAVES SPACES, WHICH THE LOG SHOWS AS A BLANK BATCH.
           MOVE SPACES TO WS-FILE-BATCH-ID
           OPEN INPUT BATCH-ID-FILE
           IF WS-BATCH-ID-STATUS = "00"
               READ BATCH-ID-FILE INTO BATCH-ID-REC
                   AT END MOVE SPACES TO BATCH-ID-REC
               END-READ
               MOVE BATCH-ID-REC TO WS-FILE-BATCH-ID
               CLOSE BATCH-ID-FILE
           END-IF.

       0400-WRITE-STATE.
      *    REWRITE THE ONE-RECORD RESTART MARKER FROM THE CYCLE'S
      *    WORKING STATE: WS-CYCLE-STATUS, THE CURRENT STEP, THE
      *    BATCH, THE CYCLE START AND THE LAST STEP'S CONDITION CODE.
           MOVE SPACES TO STATE-REC
           MOVE WS-CYCLE-STATUS TO STA-STATUS
           MOVE WS-STEP-NO TO STA-STEP
           MOVE WS-CYCLE-BATCH-ID TO STA-BATCH-ID
           MOVE WS-CYCLE-START-DATE TO STA-START-DATE
           MOVE WS-CYCLE-START-TIME TO STA-START-TIME
           MOVE WS-STEP-RC TO STA-LAST-RC
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT WRITE CYCLE RESTART MARKER, "
                       "STATUS " WS-STATE-FILE-STATUS "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE STATE-REC
           IF WS-STATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT WRITE CYCLE RESTART MARKER, "
                       "STATUS " WS-STATE-FILE-STATUS "."
               CLOSE STATE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE STATE-FILE.

       9100-WRITE-LOG-LINE.
      *    STAMP THE EVENT TEXT THE CALLER LEFT IN WS-LOG-EVENT WITH
      *    THE CURRENT CLOCK AND APPEND IT TO TODAY'S CYCLE LOG. A LOG
      *    THAT CANNOT BE OPENED IS A WARNING ON THE CONSOLE, NOT A
      *    REASON TO ABANDON THE NIGHT'S RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-RUN-MI DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-RUN-SS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LOG-EVENT DELIMITED BY SIZE
                  INTO WS-LOG-LINE
           END-STRING
           OPEN EXTEND CYCLE-LOG
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT CYCLE-LOG
           END-IF
           IF WS-LOG-FILE-STATUS NOT = "00" AND
              WS-LOG-FILE-STATUS NOT = "05"
               DISPLAY "WARNING: COULD NOT OPEN CYCLE LOG "
                       WS-LOG-NAME ", STATUS " WS-LOG-FILE-STATUS
           ELSE
               MOVE WS-LOG-LINE TO CYCLE-LOG-REC
               WRITE CYCLE-LOG-REC
               CLOSE CYCLE-LOG
           END-IF.
