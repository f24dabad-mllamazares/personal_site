       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENGU-CTLCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE CONTROL CARD EVERY PROGRAM IN THE SUITE READS. EACH
      *    PROGRAM APPLIES ONLY ITS OWN KEYS AND SILENTLY IGNORES THE
      *    REST, SO THIS IS THE ONE PLACE A MISTYPED KEY OR A VALUE
      *    OUT OF RANGE IS CAUGHT BEFORE IT SHOWS UP AS BAD OUTPUT.
           SELECT CONTROL-FILE ASSIGN TO "pengu_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
      *    DATED COPY OF THE CARD AS IT STOOD FOR THIS RUN
      *    (pengu_control_YYYYMMDD_HHMMSS.dat), SO THE SETTINGS ANY
      *    PAST RUN WORKED UNDER CAN BE RECONSTRUCTED AFTERWARDS.
           SELECT CARD-COPY ASSIGN USING WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-FILE-STATUS.
      *    THE PRE-FLIGHT REPORT: THE CARD LINE BY LINE WITH WHAT WAS
      *    FOUND WRONG WITH EACH, THE CROSS-KEY FINDINGS, AND THE
      *    SETTING EVERY KEY WILL ACTUALLY HAVE ON THIS RUN.
           SELECT CHECK-REPORT ASSIGN TO "ctlcheck_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC                 PIC X(80).

       FD  CARD-COPY.
       01  CARD-COPY-REC               PIC X(80).

       FD  CHECK-REPORT.
       01  CHECK-REPORT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *    EVERY KEY THE SUITE HONORS: THE NAME, THE VALUE A PROGRAM
      *    RUNS WITH WHEN THE CARD DOES NOT SET IT, AND THE PROGRAMS
      *    THAT READ IT. A KEY NOT IN THIS TABLE IS READ BY NOTHING.
      *    WHEN A PROGRAM LEARNS A NEW KEY IT IS ADDED HERE AS WELL,
      *    ALONG WITH ITS RULE IN 0200-CHECK-VALUE.
       01  WS-KEY-DEFS.
           05  FILLER                  PIC X(22) VALUE "LR".
           05  FILLER                  PIC X(20) VALUE "0.1".
           05  FILLER                  PIC X(26) VALUE "NN".
           05  FILLER                  PIC X(22) VALUE "EPOCHS".
           05  FILLER                  PIC X(20) VALUE "500".
           05  FILLER                  PIC X(26) VALUE "NN".
           05  FILLER                  PIC X(22) VALUE "HIDDEN_DIM".
           05  FILLER                  PIC X(20) VALUE "16".
           05  FILLER                  PIC X(26) VALUE "NN".
           05  FILLER                  PIC X(22) VALUE "KFOLD_K".
           05  FILLER                  PIC X(20) VALUE "0".
           05  FILLER                  PIC X(26) VALUE "NN".
           05  FILLER                  PIC X(22) VALUE "PATIENCE".
           05  FILLER                  PIC X(20) VALUE "0".
           05  FILLER                  PIC X(26) VALUE "NN".
           05  FILLER                  PIC X(22)
                                       VALUE "CHECKPOINT_INTERVAL".
           05  FILLER                  PIC X(20) VALUE "50".
           05  FILLER                  PIC X(26) VALUE "NN".
           05  FILLER                  PIC X(22) VALUE "IMPUTE_MODE".
           05  FILLER                  PIC X(20) VALUE "Y".
           05  FILLER                  PIC X(26) VALUE "NN BIOMETRICS".
           05  FILLER                  PIC X(22) VALUE "CLASS_WEIGHT".
           05  FILLER                  PIC X(20) VALUE "N".
           05  FILLER                  PIC X(26) VALUE "NN".
           05  FILLER                  PIC X(22) VALUE "TRAIN_MODE".
           05  FILLER                  PIC X(20) VALUE "FULL".
           05  FILLER                  PIC X(26) VALUE "NN".
           05  FILLER                  PIC X(22) VALUE "INCR_EPOCHS".
           05  FILLER                  PIC X(20) VALUE "50".
           05  FILLER                  PIC X(26) VALUE "NN".
           05  FILLER                  PIC X(22)
                                       VALUE "SCORE_THRESHOLD".
           05  FILLER                  PIC X(20) VALUE "0.5".
           05  FILLER                  PIC X(26) VALUE "SCORE OUTCOME".
           05  FILLER                  PIC X(22)
                                       VALUE "MODEL_GENERATION".
           05  FILLER                  PIC X(20) VALUE "0".
           05  FILLER                  PIC X(26)
                                       VALUE "SCORE EXPORT SEXFILL".
           05  FILLER                  PIC X(22) VALUE "FORCE_RERUN".
           05  FILLER                  PIC X(20) VALUE "N".
           05  FILLER                  PIC X(26) VALUE "SCORE".
           05  FILLER                  PIC X(22) VALUE "DRIFT_OVERRIDE".
           05  FILLER                  PIC X(20) VALUE "N".
           05  FILLER                  PIC X(26) VALUE "SCORE".
           05  FILLER                  PIC X(22) VALUE "DRIFT_WARN_Z".
           05  FILLER                  PIC X(20) VALUE "0.5".
           05  FILLER                  PIC X(26) VALUE "DRIFT".
           05  FILLER                  PIC X(22) VALUE "DRIFT_ALERT_Z".
           05  FILLER                  PIC X(20) VALUE "1.0".
           05  FILLER                  PIC X(26) VALUE "DRIFT".
           05  FILLER                  PIC X(22) VALUE "INTAKE_MODE".
           05  FILLER                  PIC X(20) VALUE "UNLABELED".
           05  FILLER                  PIC X(26) VALUE "INTAKE".
           05  FILLER                  PIC X(22) VALUE "HISTORY_TAG".
           05  FILLER                  PIC X(20) VALUE "(NONE)".
           05  FILLER                  PIC X(26) VALUE "HISTORY".
           05  FILLER                  PIC X(22) VALUE "HISTORY_LIST".
           05  FILLER                  PIC X(20) VALUE "(NONE)".
           05  FILLER                  PIC X(26) VALUE "HISTORY".
           05  FILLER                  PIC X(22)
                                       VALUE "HISTORY_TAG_FROM".
           05  FILLER                  PIC X(20) VALUE "(FIRST TAG)".
           05  FILLER                  PIC X(26) VALUE "HISTORY".
           05  FILLER                  PIC X(22) VALUE "HISTORY_TAG_TO".
           05  FILLER                  PIC X(20) VALUE "(LAST TAG)".
           05  FILLER                  PIC X(26) VALUE "HISTORY".
           05  FILLER                  PIC X(22) VALUE "MAINT_FUNC".
           05  FILLER                  PIC X(20) VALUE "(NONE)".
           05  FILLER                  PIC X(26) VALUE "MSTMAINT".
           05  FILLER                  PIC X(22) VALUE "PURGE_CUTOFF".
           05  FILLER                  PIC X(20) VALUE "(NONE)".
           05  FILLER                  PIC X(26) VALUE "MSTMAINT".
           05  FILLER                  PIC X(22)
                                       VALUE "CHALLENGER_GENERATION".
           05  FILLER                  PIC X(20) VALUE "(NONE)".
           05  FILLER                  PIC X(26) VALUE "COMPARE".
           05  FILLER                  PIC X(22) VALUE "EVAL_FILE".
           05  FILLER                  PIC X(20) VALUE "penguins.csv".
           05  FILLER                  PIC X(26) VALUE "COMPARE".
           05  FILLER                  PIC X(22) VALUE "BIO_MIN_N".
           05  FILLER                  PIC X(20) VALUE "10".
           05  FILLER                  PIC X(26) VALUE "BIOMETRICS".
           05  FILLER                  PIC X(22) VALUE "CYCLE_RESET".
           05  FILLER                  PIC X(20) VALUE "N".
           05  FILLER                  PIC X(26) VALUE "CYCLE".
           05  FILLER                  PIC X(22)
                                       VALUE "CONDITION_LOSS_PCT".
           05  FILLER                  PIC X(20) VALUE "10".
           05  FILLER                  PIC X(26) VALUE "CONDITION".
           05  FILLER                  PIC X(22) VALUE "EXPORT_SHOP_ID".
           05  FILLER                  PIC X(20) VALUE "PENGU001".
           05  FILLER                  PIC X(26) VALUE "EXPORT".
           05  FILLER                  PIC X(22) VALUE "EXPORT_PERIOD".
           05  FILLER                  PIC X(20) VALUE "(RUN MONTH)".
           05  FILLER                  PIC X(26) VALUE "EXPORT".
           05  FILLER                  PIC X(22) VALUE "EXPORT_RESEND".
           05  FILLER                  PIC X(20) VALUE "N".
           05  FILLER                  PIC X(26) VALUE "EXPORT".
           05  FILLER                  PIC X(22)
                                       VALUE "OUTCOME_TARGET_ERR".
           05  FILLER                  PIC X(20) VALUE "0.05".
           05  FILLER                  PIC X(26) VALUE "OUTCOME".
           05  FILLER                  PIC X(22) VALUE "OUTCOME_MIN_N".
           05  FILLER                  PIC X(20) VALUE "20".
           05  FILLER                  PIC X(26) VALUE "OUTCOME".
           05  FILLER                  PIC X(22)
                                       VALUE "REJECT_WRITE_OFF".
           05  FILLER                  PIC X(20) VALUE "(NONE)".
           05  FILLER                  PIC X(26) VALUE "REJECTS".
           05  FILLER                  PIC X(22) VALUE "MOVES_FROM".
           05  FILLER                  PIC X(20)
                                       VALUE "(TO LESS 365 DAYS)".
           05  FILLER                  PIC X(26) VALUE "MOVES".
           05  FILLER                  PIC X(22) VALUE "MOVES_TO".
           05  FILLER                  PIC X(20) VALUE "(RUN DATE)".
           05  FILLER                  PIC X(26) VALUE "MOVES".
           05  FILLER                  PIC X(22) VALUE "SEX_MODEL".
           05  FILLER                  PIC X(20) VALUE "N".
           05  FILLER                  PIC X(26) VALUE "NN".
           05  FILLER                  PIC X(22) VALUE "SEX_EPOCHS".
           05  FILLER                  PIC X(20) VALUE "500".
           05  FILLER                  PIC X(26) VALUE "NN".
           05  FILLER                  PIC X(22) VALUE "SEX_LR".
           05  FILLER                  PIC X(20) VALUE "0.5".
           05  FILLER                  PIC X(26) VALUE "NN".
           05  FILLER                  PIC X(22)
                                       VALUE "SEX_MODEL_GENERATION".
           05  FILLER                  PIC X(20) VALUE "0".
           05  FILLER                  PIC X(26) VALUE "SEXFILL".
           05  FILLER                  PIC X(22)
                                       VALUE "SEXFILL_MIN_PROB".
           05  FILLER                  PIC X(20) VALUE "0.90".
           05  FILLER                  PIC X(26) VALUE "SEXFILL".
       01  WS-KEY-DEFS-R REDEFINES WS-KEY-DEFS.
           05  WS-KEY-DEF OCCURS 41 TIMES.
               10  WS-KEY-NAME         PIC X(22).
               10  WS-KEY-DEFAULT      PIC X(20).
               10  WS-KEY-READ-BY      PIC X(26).
       01  WS-CONSTANTS.
           05  MAX-KEYS                PIC 9(4)  VALUE 41.

      *    WHAT THE CARD DID TO EACH KEY: THE VALUE IT GAVE, THE LINE
      *    IT GAVE IT ON (ZERO = NOT SET, THE DEFAULT STANDS), AND
      *    WHETHER THAT VALUE PASSED ITS RULE. A KEY SET TWICE TAKES
      *    THE LATER LINE, AS EVERY PROGRAM READS THE CARD TOP DOWN.
       01  EFFECTIVE-TABLE.
           05  EFF-ROW OCCURS 41 TIMES.
               10  EFF-VALUE           PIC X(20).
               10  EFF-LINE            PIC 9(4).
               10  EFF-VALID           PIC X.

      *    FLAGS AND FILE STATUSES.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-CONTROL-EOF              PIC X     VALUE 'N'.
           88  END-OF-CONTROL                    VALUE 'Y'.
       01  WS-COPY-FILE-STATUS         PIC XX.
       01  WS-COPY-NAME                PIC X(40) VALUE SPACES.
       01  WS-CARD-PRESENT             PIC X     VALUE 'N'.
           88  CARD-PRESENT                      VALUE 'Y'.
       01  WS-COPY-SAVED               PIC X     VALUE 'N'.
           88  COPY-SAVED                        VALUE 'Y'.
       01  WS-VALUE-OK                 PIC X     VALUE 'Y'.
           88  VALUE-IS-OK                       VALUE 'Y'.

      *    FINDINGS BY SEVERITY. THE CONDITION CODE IS THE WORST OF
      *    THEM: AN ERROR ON THE CARD IS 12, A RISKY OVERRIDE LEFT ON
      *    (OR A CARD THAT COULD NOT BE SAVED) IS 8, A CONFLICT OR A
      *    SETTING THAT HAS NO EFFECT IS 4.
       01  WS-FINDING-COUNTS.
           05  WS-LINES-READ           PIC 9(4)  VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(4)  VALUE 0.
           05  WS-OVERRIDE-COUNT       PIC 9(4)  VALUE 0.
           05  WS-WARNING-COUNT        PIC 9(4)  VALUE 0.
           05  WS-FINDINGS-BEFORE      PIC 9(4)  VALUE 0.
       01  WS-FINDING.
           05  WS-FINDING-SEV          PIC X(8)  VALUE SPACES.
           05  WS-FINDING-TEXT         PIC X(70) VALUE SPACES.
           05  WS-FINDING-MORE         PIC X(70) VALUE SPACES.
           05  WS-RULE-TEXT            PIC X(50) VALUE SPACES.

      *    BUFFER VARIABLES FOR CONTROL CARD PARSING. WIDER THAN THE
      *    20 BYTES THE PROGRAMS USE, SO AN OVERLONG KEY OR VALUE CAN
      *    BE SEEN FOR WHAT IT IS RATHER THAN SILENTLY CUT SHORT.
       01  WS-PARSING.
           05  WS-CTL-KEY              PIC X(30).
           05  WS-CTL-VAL              PIC X(60).
           05  WS-EQUALS-COUNT         PIC 9(4).
           05  WS-VAL-NUM              PIC S9(9)V9(9).
           05  WS-KEY-HIT              PIC 9(4).
           05  WS-LOOKUP-KEY           PIC X(22).

      *    ONE KEY'S EFFECTIVE SETTING, FETCHED FOR THE CROSS-KEY
      *    CHECKS: THE CARD VALUE IF IT WAS SET AND VALID, OTHERWISE
      *    THE DEFAULT THE PROGRAM FALLS BACK ON.
       01  WS-FETCH-VARS.
           05  WS-FETCH-VAL            PIC X(20).
           05  WS-FETCH-NUM            PIC S9(9)V9(9).
           05  WS-FETCH-ON-CARD        PIC X.
               88  FETCH-ON-CARD                 VALUE 'Y'.
       01  WS-CROSS-VALUES.
           05  WS-EPOCHS-NUM           PIC S9(9)V9(9).
           05  WS-INCR-EPOCHS-NUM      PIC S9(9)V9(9).
           05  WS-PATIENCE-NUM         PIC S9(9)V9(9).
           05  WS-KFOLD-NUM            PIC S9(9)V9(9).
           05  WS-CHECKPOINT-NUM       PIC S9(9)V9(9).
           05  WS-WARN-Z-NUM           PIC S9(9)V9(9).
           05  WS-ALERT-Z-NUM          PIC S9(9)V9(9).
           05  WS-INCR-MODE            PIC X     VALUE 'N'.
               88  INCR-MODE-SET                 VALUE 'Y'.
           05  WS-EPOCHS-ON-CARD       PIC X     VALUE 'N'.
           05  WS-INCR-EPOCHS-ON-CARD  PIC X     VALUE 'N'.
           05  WS-SEX-MODEL-VAL        PIC X(20) VALUE SPACES.
           05  WS-MAINT-FUNC           PIC X(20).
           05  WS-CUTOFF-ON-CARD       PIC X     VALUE 'N'.
           05  WS-PERIOD-ON-CARD       PIC X     VALUE 'N'.
           05  WS-HISTORY-WAYS         PIC 9     VALUE 0.
           05  WS-FROM-ON-CARD         PIC X     VALUE 'N'.
           05  WS-TAG-FROM-VAL         PIC X(20) VALUE SPACES.
           05  WS-TAG-TO-VAL           PIC X(20) VALUE SPACES.
           05  WS-MOVES-TO-NUM         PIC 9(8)  VALUE 0.

      *    RUN TIMESTAMP; THE DATE AND CLOCK NAME THE SAVED COPY.
       01  WS-TIMESTAMP.
           05  WS-DATE-PART.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).
           05  WS-DATE-NUM REDEFINES WS-DATE-PART PIC 9(8).
           05  WS-TIME-PART.
               10  WS-RUN-HHMMSS       PIC 9(6).
               10  WS-RUN-CC           PIC 9(2).
           05  WS-TZ-PART              PIC X(5).

      *    PAGE CONTROL FOR THE REPORT.
       01  WS-PAGE-VARS.
           05  WS-LINE-CNT             PIC 9(4)  VALUE 99.
           05  WS-PAGE-CNT             PIC 9(4)  VALUE 0.
           05  WS-LINES-PER-PAGE       PIC 9(4)  VALUE 55.
           05  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-PRINT-LINE               PIC X(80).

      *    ITERATION POINTERS AND EDITED FIELDS.
       01  WS-COUNTERS.
           05  IDX-I                   PIC 9(4).
       01  WS-EDITS.
           05  WS-LINE-EDIT            PIC 9(4).
           05  WS-CNT-EDIT             PIC ZZZ9.
           05  WS-FROM-TXT             PIC X(9).

       PROCEDURE DIVISION.
      *    PRE-FLIGHT CHECK OF pengu_control.dat, RUN AS THE FIRST
      *    STEP OF THE NIGHTLY CYCLE: EVERY KEY IS CHECKED AGAINST THE
      *    KEYS THE SUITE HONORS AND ITS VALUE AGAINST THE RANGE THE
      *    READING PROGRAM CAN USE, THE SETTINGS ARE CROSS-CHECKED
      *    FOR CONFLICTS, AND ONE-OFF OPERATOR OVERRIDES STILL ON THE
      *    CARD ARE FLAGGED. THE CARD IS SAVED UNDER TODAY'S DATE AND
      *    TIME AND THE EFFECTIVE SETTING OF EVERY KEY IS REPORTED.
      *    CONDITION CODES FOLLOW THE SHARED SCHEME: 0 = CLEAN (OR NO
      *    CARD -- EVERY PROGRAM RUNS ON ITS DEFAULTS), 4 = CONFLICTS
      *    OR SETTINGS THAT WILL HAVE NO EFFECT, 8 = A RISKY OVERRIDE
      *    IS ON OR THE DATED COPY COULD NOT BE SAVED, 12 = UNKNOWN
      *    KEYS, MALFORMED LINES OR VALUES OUT OF RANGE, OR A CARD
      *    THAT CANNOT BE READ.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           INITIALIZE EFFECTIVE-TABLE
           PERFORM 0010-BUILD-COPY-NAME
           OPEN OUTPUT CHECK-REPORT
           PERFORM 9000-PAGE-HEADING
           PERFORM 0100-READ-CARD
           IF CARD-PRESENT
               PERFORM 0500-CROSS-CHECKS
           END-IF
           PERFORM 0600-WRITE-EFFECTIVE
           PERFORM 0700-WRITE-SUMMARY
           CLOSE CHECK-REPORT
           DISPLAY "CONTROL CARD CHECK: " WS-LINES-READ " LINE(S), "
                   WS-ERROR-COUNT " ERROR(S), " WS-OVERRIDE-COUNT
                   " OVERRIDE(S) ON, " WS-WARNING-COUNT
                   " WARNING(S). REPORT IN ctlcheck_report.txt."
           IF COPY-SAVED
               DISPLAY "CARD SAVED AS " WS-COPY-NAME
           END-IF
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-OVERRIDE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN CARD-PRESENT AND NOT COPY-SAVED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       0010-BUILD-COPY-NAME.
      *    ONE COPY PER RUN, NAMED FOR THE DATE AND TIME OF THE RUN,
      *    SO TWO RUNS ON THE SAME NIGHT DO NOT OVERWRITE EACH OTHER.
           MOVE SPACES TO WS-COPY-NAME
           STRING "pengu_control_" DELIMITED BY SIZE
                  WS-DATE-NUM DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-RUN-HHMMSS DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-COPY-NAME
           END-STRING.

       0100-READ-CARD.
      *    NO CARD ("35") IS NOT AN ERROR -- EVERY PROGRAM FALLS BACK
      *    ON ITS COMPILED DEFAULTS, AND THE REPORT SAYS SO. A CARD
      *    THAT EXISTS BUT CANNOT BE READ WOULD STOP EVERY STEP IN
      *    TURN, SO IT STOPS THE CYCLE HERE INSTEAD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               IF WS-CONTROL-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: CONTROL CARD EXISTS BUT CANNOT BE "
                           "READ, STATUS " WS-CONTROL-FILE-STATUS "."
                   MOVE "ERROR: CONTROL CARD EXISTS BUT CANNOT BE READ."
                     TO WS-PRINT-LINE
                   PERFORM 9100-WRITE-LINE
                   CLOSE CHECK-REPORT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NO CONTROL CARD (pengu_control.dat) ON FILE -- "
                 TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
               MOVE "EVERY PROGRAM RUNS ON ITS DEFAULT SETTINGS."
                 TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
           ELSE
               MOVE 'Y' TO WS-CARD-PRESENT
               OPEN OUTPUT CARD-COPY
               IF WS-COPY-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-COPY-SAVED
               ELSE
                   DISPLAY "ERROR: COULD NOT SAVE THE CARD AS "
                           WS-COPY-NAME ", STATUS "
                           WS-COPY-FILE-STATUS "."
               END-IF
               MOVE "THE CARD AS READ, LINE BY LINE:" TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
               PERFORM UNTIL END-OF-CONTROL
                   READ CONTROL-FILE INTO CONTROL-REC
                       AT END SET END-OF-CONTROL TO TRUE
                       NOT AT END
                           PERFORM 0110-CHECK-LINE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               IF COPY-SAVED
                   CLOSE CARD-COPY
               END-IF
           END-IF.

       0110-CHECK-LINE.
      *    COPY THE LINE, PRINT IT, THEN CHECK IT: THE KEY MUST BE ONE
      *    THE SUITE READS, THE VALUE MUST FIT IN THE 20 BYTES THE
      *    PROGRAMS READ IT INTO AND PASS THE KEY'S OWN RULE. BLANK
      *    LINES ARE SKIPPED BY EVERY PROGRAM AND ARE SKIPPED HERE.
           ADD 1 TO WS-LINES-READ
           IF COPY-SAVED
               MOVE CONTROL-REC TO CARD-COPY-REC
               WRITE CARD-COPY-REC
           END-IF
           MOVE WS-LINES-READ TO WS-LINE-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LINE " DELIMITED BY SIZE
                  WS-LINE-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CONTROL-REC DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           IF CONTROL-REC NOT = SPACES
               MOVE 0 TO WS-EQUALS-COUNT
               INSPECT CONTROL-REC TALLYING WS-EQUALS-COUNT
                   FOR ALL "="
               MOVE SPACES TO WS-CTL-KEY WS-CTL-VAL
               UNSTRING CONTROL-REC DELIMITED BY "="
                   INTO WS-CTL-KEY WS-CTL-VAL
               END-UNSTRING
               IF WS-EQUALS-COUNT = 0
                   MOVE "ERROR" TO WS-FINDING-SEV
                   MOVE "NOT A KEY=VALUE LINE -- EVERY PROGRAM"
                     TO WS-FINDING-TEXT
                   MOVE "IGNORES IT." TO WS-FINDING-MORE
                   PERFORM 0400-REPORT-FINDING
               ELSE
                   PERFORM 0120-FIND-KEY
                   IF WS-KEY-HIT = 0
                       MOVE "ERROR" TO WS-FINDING-SEV
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "UNKNOWN KEY " DELIMITED BY SIZE
                              WS-CTL-KEY DELIMITED BY SPACE
                              " -- NO PROGRAM READS IT."
                              DELIMITED BY SIZE
                              INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM 0400-REPORT-FINDING
                   ELSE
                       PERFORM 0130-APPLY-KEY
                   END-IF
               END-IF
           END-IF.

       0120-FIND-KEY.
      *    LOOK THE KEY UP IN THE TABLE OF KEYS THE SUITE HONORS.
      *    THE MATCH IS EXACT, AS IT IS IN THE PROGRAMS -- A KEY IN
      *    LOWER CASE OR WITH A LEADING SPACE IS NOT READ BY ANYONE.
           MOVE 0 TO WS-KEY-HIT
           PERFORM VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > MAX-KEYS
               IF WS-KEY-NAME(IDX-I) = WS-CTL-KEY
                   MOVE IDX-I TO WS-KEY-HIT
               END-IF
           END-PERFORM.

       0130-APPLY-KEY.
      *    A SECOND SETTING OF THE SAME KEY QUIETLY REPLACES THE
      *    FIRST IN EVERY PROGRAM, WHICH IS RARELY WHAT WAS MEANT.
           IF EFF-LINE(WS-KEY-HIT) > 0
               MOVE "WARNING" TO WS-FINDING-SEV
               MOVE EFF-LINE(WS-KEY-HIT) TO WS-LINE-EDIT
               MOVE SPACES TO WS-FINDING-TEXT
               STRING WS-CTL-KEY DELIMITED BY SPACE
                      " IS ALSO SET ON LINE " DELIMITED BY SIZE
                      WS-LINE-EDIT DELIMITED BY SIZE
                      " -- THIS LATER LINE WINS." DELIMITED BY SIZE
                      INTO WS-FINDING-TEXT
               END-STRING
               PERFORM 0400-REPORT-FINDING
           END-IF
           MOVE 'Y' TO WS-VALUE-OK
           IF WS-CTL-VAL(21:40) NOT = SPACES
               MOVE "VALUE IS LONGER THAN THE 20 CHARACTERS THE"
                 TO WS-FINDING-TEXT
               MOVE "PROGRAMS READ -- IT WOULD BE CUT SHORT."
                 TO WS-FINDING-MORE
               PERFORM 0290-REJECT-VALUE
           ELSE
               PERFORM 0200-CHECK-VALUE
           END-IF
           MOVE WS-CTL-VAL TO EFF-VALUE(WS-KEY-HIT)
           MOVE WS-LINES-READ TO EFF-LINE(WS-KEY-HIT)
           MOVE WS-VALUE-OK TO EFF-VALID(WS-KEY-HIT).

       0200-CHECK-VALUE.
      *    EACH KEY'S RULE: THE TYPE AND RANGE OF VALUE THE READING
      *    PROGRAM CAN ACTUALLY USE. A VALUE THE PROGRAM WOULD
      *    MISREAD (NUMVAL TURNS TEXT INTO ZERO) OR CAP IS AN ERROR.
           EVALUATE WS-CTL-KEY
               WHEN "LR"
                   PERFORM 0210-NEED-NUMBER
                   IF VALUE-IS-OK AND
                      (WS-VAL-NUM NOT > 0 OR WS-VAL-NUM > 1)
                       MOVE "LR MUST BE ABOVE 0 AND NO MORE THAN 1."
                         TO WS-FINDING-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "EPOCHS"
               WHEN "INCR_EPOCHS"
               WHEN "SEX_EPOCHS"
                   PERFORM 0220-NEED-WHOLE-NUMBER
                   IF VALUE-IS-OK AND
                      (WS-VAL-NUM < 1 OR WS-VAL-NUM > 9999)
                       MOVE "MUST BE FROM 1 TO 9999 EPOCHS."
                         TO WS-RULE-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "HIDDEN_DIM"
                   PERFORM 0220-NEED-WHOLE-NUMBER
                   IF VALUE-IS-OK AND
                      (WS-VAL-NUM < 1 OR WS-VAL-NUM > 16)
                       MOVE "HIDDEN_DIM MUST BE FROM 1 TO 16 (THE"
                         TO WS-FINDING-TEXT
                       MOVE "SIZE THE WEIGHT TABLES ARE BUILT FOR)."
                         TO WS-FINDING-MORE
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "KFOLD_K"
                   PERFORM 0220-NEED-WHOLE-NUMBER
                   IF VALUE-IS-OK AND WS-VAL-NUM > 20
                       MOVE "KFOLD_K MUST BE FROM 0 TO 20 (0 OR 1 = ONE"
                         TO WS-FINDING-TEXT
                       MOVE "FIXED 80/20 SPLIT)." TO WS-FINDING-MORE
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "PATIENCE"
               WHEN "MODEL_GENERATION"
               WHEN "SEX_MODEL_GENERATION"
                   PERFORM 0220-NEED-WHOLE-NUMBER
                   IF VALUE-IS-OK AND WS-VAL-NUM > 9999
                       MOVE "MUST BE FROM 0 TO 9999." TO WS-RULE-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "CHECKPOINT_INTERVAL"
               WHEN "CHALLENGER_GENERATION"
               WHEN "BIO_MIN_N"
               WHEN "OUTCOME_MIN_N"
                   PERFORM 0220-NEED-WHOLE-NUMBER
                   IF VALUE-IS-OK AND
                      (WS-VAL-NUM < 1 OR WS-VAL-NUM > 9999)
                       MOVE "MUST BE FROM 1 TO 9999." TO WS-RULE-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "IMPUTE_MODE"
               WHEN "CLASS_WEIGHT"
               WHEN "FORCE_RERUN"
               WHEN "DRIFT_OVERRIDE"
               WHEN "CYCLE_RESET"
               WHEN "EXPORT_RESEND"
               WHEN "SEX_MODEL"
                   IF WS-CTL-VAL NOT = "Y" AND WS-CTL-VAL NOT = "N"
                       MOVE "MUST BE Y OR N." TO WS-RULE-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "TRAIN_MODE"
                   IF WS-CTL-VAL NOT = "FULL" AND
                      WS-CTL-VAL(1:4) NOT = "INCR"
                       MOVE "TRAIN_MODE MUST BE FULL OR INCR."
                         TO WS-FINDING-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "INTAKE_MODE"
                   IF WS-CTL-VAL NOT = "LABELED" AND
                      WS-CTL-VAL NOT = "UNLABELED"
                       MOVE "INTAKE_MODE MUST BE LABELED OR UNLABELED."
                         TO WS-FINDING-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "MAINT_FUNC"
                   IF WS-CTL-VAL NOT = "DUMP" AND
                      WS-CTL-VAL NOT = "RESTORE" AND
                      WS-CTL-VAL NOT = "PURGE" AND
                      WS-CTL-VAL NOT = "VERIFY"
                       MOVE "MAINT_FUNC MUST BE DUMP, RESTORE, PURGE OR"
                         TO WS-FINDING-TEXT
                       MOVE "VERIFY." TO WS-FINDING-MORE
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "SCORE_THRESHOLD"
                   PERFORM 0210-NEED-NUMBER
                   IF VALUE-IS-OK AND
                      (WS-VAL-NUM NOT > 0 OR WS-VAL-NUM > 1)
                       MOVE "SCORE_THRESHOLD IS A PROBABILITY --"
                         TO WS-FINDING-TEXT
                       MOVE "ABOVE 0 AND NO MORE THAN 1."
                         TO WS-FINDING-MORE
                       PERFORM 0290-REJECT-VALUE
                   END-IF
      *            WITH THREE SPECIES THE TOP PROBABILITY IS NEVER
      *            BELOW 1/3, SO A LOWER THRESHOLD QUEUES NOTHING.
                   IF VALUE-IS-OK AND WS-VAL-NUM < 0.334
                       MOVE "WARNING" TO WS-FINDING-SEV
                       MOVE "SCORE_THRESHOLD IS BELOW 1/3 -- NO CALL"
                         TO WS-FINDING-TEXT
                       MOVE "CAN FALL UNDER IT; NOTHING GOES TO REVIEW."
                         TO WS-FINDING-MORE
                       PERFORM 0400-REPORT-FINDING
                   END-IF
               WHEN "SEX_LR"
                   PERFORM 0210-NEED-NUMBER
                   IF VALUE-IS-OK AND
                      (WS-VAL-NUM NOT > 0 OR WS-VAL-NUM > 10)
                       MOVE "SEX_LR MUST BE ABOVE 0 AND NO MORE THAN"
                         TO WS-FINDING-TEXT
                       MOVE "10." TO WS-FINDING-MORE
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "SEXFILL_MIN_PROB"
      *            THE LIKELIER SEX IS NEVER BELOW ONE HALF, SO A LOWER
      *            FLOOR WOULD NEVER LEAVE A CALL AS NA.
                   PERFORM 0210-NEED-NUMBER
                   IF VALUE-IS-OK AND
                      (WS-VAL-NUM < 0.5 OR WS-VAL-NUM > 1)
                       MOVE "SEXFILL_MIN_PROB IS A PROBABILITY -- FROM"
                         TO WS-FINDING-TEXT
                       MOVE "0.5 TO 1." TO WS-FINDING-MORE
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "DRIFT_WARN_Z"
               WHEN "DRIFT_ALERT_Z"
                   PERFORM 0210-NEED-NUMBER
                   IF VALUE-IS-OK AND
                      (WS-VAL-NUM NOT > 0 OR WS-VAL-NUM > 99)
                       MOVE "MUST BE A Z-SCORE ABOVE 0 AND NO MORE"
                         TO WS-RULE-TEXT
                       MOVE "THAN 99." TO WS-FINDING-MORE
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "CONDITION_LOSS_PCT"
                   PERFORM 0210-NEED-NUMBER
                   IF VALUE-IS-OK AND
                      (WS-VAL-NUM NOT > 0 OR WS-VAL-NUM NOT < 100)
                       MOVE "CONDITION_LOSS_PCT MUST BE ABOVE 0 AND"
                         TO WS-FINDING-TEXT
                       MOVE "BELOW 100 PERCENT." TO WS-FINDING-MORE
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "OUTCOME_TARGET_ERR"
                   PERFORM 0210-NEED-NUMBER
                   IF VALUE-IS-OK AND
                      (WS-VAL-NUM NOT > 0 OR WS-VAL-NUM NOT < 1)
                       MOVE "OUTCOME_TARGET_ERR IS A RATE -- ABOVE"
                         TO WS-FINDING-TEXT
                       MOVE "0 AND BELOW 1." TO WS-FINDING-MORE
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "HISTORY_TAG"
               WHEN "HISTORY_TAG_FROM"
               WHEN "HISTORY_TAG_TO"
                   IF WS-CTL-VAL = SPACES OR
                      WS-CTL-VAL(11:10) NOT = SPACES
                       MOVE "MUST BE A TAG OF 1 TO 10 CHARACTERS."
                         TO WS-RULE-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "HISTORY_LIST"
                   IF WS-CTL-VAL = SPACES
                       MOVE "HISTORY_LIST MUST NAME A FILE."
                         TO WS-FINDING-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "REJECT_WRITE_OFF"
                   IF WS-CTL-VAL = SPACES
                       MOVE "REJECT_WRITE_OFF MUST NAME A BATCH."
                         TO WS-FINDING-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "EXPORT_SHOP_ID"
                   IF WS-CTL-VAL = SPACES OR
                      WS-CTL-VAL(9:12) NOT = SPACES
                       MOVE "EXPORT_SHOP_ID MUST BE 1 TO 8 CHARACTERS."
                         TO WS-FINDING-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "EVAL_FILE"
                   IF WS-CTL-VAL = SPACES
                       MOVE "EVAL_FILE MUST NAME A FILE."
                         TO WS-FINDING-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN "PURGE_CUTOFF"
                   IF WS-CTL-VAL(1:8) IS NOT NUMERIC OR
                      WS-CTL-VAL(9:12) NOT = SPACES
                       MOVE "PURGE_CUTOFF MUST BE A DATE, YYYYMMDD."
                         TO WS-FINDING-TEXT
                       PERFORM 0290-REJECT-VALUE
                   ELSE
                       COMPUTE WS-VAL-NUM = FUNCTION NUMVAL(WS-CTL-VAL)
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-VAL-NUM)
                          NOT = 0
                           MOVE "PURGE_CUTOFF IS NOT A REAL DATE."
                             TO WS-FINDING-TEXT
                           PERFORM 0290-REJECT-VALUE
                       END-IF
                   END-IF
               WHEN "MOVES_FROM"
               WHEN "MOVES_TO"
                   IF WS-CTL-VAL(1:8) IS NOT NUMERIC OR
                      WS-CTL-VAL(9:12) NOT = SPACES
                       MOVE "MUST BE A DATE, YYYYMMDD." TO WS-RULE-TEXT
                       PERFORM 0290-REJECT-VALUE
                   ELSE
                       COMPUTE WS-VAL-NUM = FUNCTION NUMVAL(WS-CTL-VAL)
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-VAL-NUM)
                          NOT = 0
                           MOVE "IS NOT A REAL DATE." TO WS-RULE-TEXT
                           PERFORM 0290-REJECT-VALUE
                       END-IF
                   END-IF
               WHEN "EXPORT_PERIOD"
                   IF WS-CTL-VAL(1:6) IS NOT NUMERIC OR
                      WS-CTL-VAL(7:14) NOT = SPACES OR
                      WS-CTL-VAL(5:2) < "01" OR
                      WS-CTL-VAL(5:2) > "12"
                       MOVE "EXPORT_PERIOD MUST BE A MONTH, YYYYMM."
                         TO WS-FINDING-TEXT
                       PERFORM 0290-REJECT-VALUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0210-NEED-NUMBER.
      *    NUMVAL QUIETLY TURNS ANYTHING IT CANNOT READ INTO ZERO, SO
      *    A NUMERIC KEY IS FIRST CHECKED TO BE A NUMBER AT ALL.
           IF FUNCTION TEST-NUMVAL(WS-CTL-VAL) NOT = 0
               MOVE "IS NOT A NUMBER." TO WS-RULE-TEXT
               PERFORM 0290-REJECT-VALUE
           ELSE
               COMPUTE WS-VAL-NUM = FUNCTION NUMVAL(WS-CTL-VAL)
           END-IF.

       0220-NEED-WHOLE-NUMBER.
      *    COUNTS, GENERATIONS AND INTERVALS: A NUMBER WITH NO
      *    FRACTION AND NO SIGN.
           PERFORM 0210-NEED-NUMBER
           IF VALUE-IS-OK
               IF WS-VAL-NUM < 0 OR
                  WS-VAL-NUM NOT = FUNCTION INTEGER-PART(WS-VAL-NUM)
                   MOVE "MUST BE A WHOLE NUMBER." TO WS-RULE-TEXT
                   PERFORM 0290-REJECT-VALUE
               END-IF
           END-IF.

       0290-REJECT-VALUE.
      *    THE VALUE FAILS ITS KEY'S RULE. THE CALLER HAS FILLED IN
      *    EITHER THE WHOLE MESSAGE OR, FOR THE RULES SHARED BY
      *    SEVERAL KEYS, JUST THE RULE, WHICH IS PUT AFTER THE KEY.
           IF WS-RULE-TEXT NOT = SPACES
               MOVE SPACES TO WS-FINDING-TEXT
               STRING WS-CTL-KEY DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-RULE-TEXT DELIMITED BY SIZE
                      INTO WS-FINDING-TEXT
               END-STRING
               MOVE SPACES TO WS-RULE-TEXT
           END-IF
           MOVE 'N' TO WS-VALUE-OK
           MOVE "ERROR" TO WS-FINDING-SEV
           PERFORM 0400-REPORT-FINDING.

       0400-REPORT-FINDING.
      *    PRINT ONE FINDING UNDER THE LINE OR SECTION IT BELONGS TO,
      *    ECHO IT TO THE JOB LOG, AND COUNT IT BY SEVERITY.
           EVALUATE WS-FINDING-SEV
               WHEN "ERROR"
                   ADD 1 TO WS-ERROR-COUNT
               WHEN "OVERRIDE"
                   ADD 1 TO WS-OVERRIDE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-WARNING-COUNT
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-FINDING-SEV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FINDING-TEXT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           DISPLAY WS-FINDING-SEV ": " WS-FINDING-TEXT
           IF WS-FINDING-MORE NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-FINDING-MORE TO WS-PRINT-LINE(12:)
               PERFORM 9100-WRITE-LINE
               DISPLAY "          " WS-FINDING-MORE
           END-IF
           MOVE SPACES TO WS-FINDING-TEXT WS-FINDING-MORE.

       0500-CROSS-CHECKS.
      *    SETTINGS THAT ARE EACH VALID ON THEIR OWN BUT DO NOT MAKE
      *    SENSE TOGETHER, THEN THE ONE-OFF OPERATOR OVERRIDES. THE
      *    CHECKS USE THE SETTING EACH PROGRAM WILL ACTUALLY RUN WITH.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE "CROSS-KEY CHECKS AND OPERATOR OVERRIDES:"
             TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           COMPUTE WS-FINDINGS-BEFORE = WS-ERROR-COUNT +
                   WS-OVERRIDE-COUNT + WS-WARNING-COUNT
           MOVE "EPOCHS" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-NUM TO WS-EPOCHS-NUM
           MOVE WS-FETCH-ON-CARD TO WS-EPOCHS-ON-CARD
           MOVE "INCR_EPOCHS" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-NUM TO WS-INCR-EPOCHS-NUM
           MOVE WS-FETCH-ON-CARD TO WS-INCR-EPOCHS-ON-CARD
           MOVE "PATIENCE" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-NUM TO WS-PATIENCE-NUM
           MOVE "KFOLD_K" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-NUM TO WS-KFOLD-NUM
           MOVE "CHECKPOINT_INTERVAL" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-NUM TO WS-CHECKPOINT-NUM
           MOVE "TRAIN_MODE" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           IF WS-FETCH-VAL(1:4) = "INCR"
               MOVE 'Y' TO WS-INCR-MODE
           END-IF
           MOVE "SEX_MODEL" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-VAL TO WS-SEX-MODEL-VAL
           MOVE "DRIFT_WARN_Z" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-NUM TO WS-WARN-Z-NUM
           MOVE "DRIFT_ALERT_Z" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-NUM TO WS-ALERT-Z-NUM
           MOVE "MAINT_FUNC" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-VAL TO WS-MAINT-FUNC
           MOVE "PURGE_CUTOFF" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-ON-CARD TO WS-CUTOFF-ON-CARD
           MOVE "EXPORT_PERIOD" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-ON-CARD TO WS-PERIOD-ON-CARD
           PERFORM 0520-CHECK-CONFLICTS
           PERFORM 0530-CHECK-OVERRIDES.

       0510-FETCH-SETTING.
      *    THE SETTING A PROGRAM WILL RUN WITH FOR WS-LOOKUP-KEY: THE
      *    CARD VALUE WHEN IT WAS SET AND PASSED ITS RULE, ELSE THE
      *    DEFAULT (AN INVALID VALUE HAS ALREADY BEEN REPORTED, AND
      *    CROSS-CHECKING IT WOULD ONLY REPEAT THE COMPLAINT).
           MOVE WS-LOOKUP-KEY TO WS-CTL-KEY
           PERFORM 0120-FIND-KEY
           MOVE 'N' TO WS-FETCH-ON-CARD
           IF EFF-LINE(WS-KEY-HIT) > 0 AND EFF-VALID(WS-KEY-HIT) = 'Y'
               MOVE EFF-VALUE(WS-KEY-HIT) TO WS-FETCH-VAL
               MOVE 'Y' TO WS-FETCH-ON-CARD
           ELSE
               MOVE WS-KEY-DEFAULT(WS-KEY-HIT) TO WS-FETCH-VAL
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FETCH-VAL) = 0
               COMPUTE WS-FETCH-NUM = FUNCTION NUMVAL(WS-FETCH-VAL)
           ELSE
               MOVE 0 TO WS-FETCH-NUM
           END-IF.

       0520-CHECK-CONFLICTS.
      *    THE DRIFT BANDS MUST NEST: A BATCH HAS TO BE ABLE TO WARN
      *    BEFORE IT ALERTS.
           IF WS-WARN-Z-NUM NOT < WS-ALERT-Z-NUM
               MOVE "ERROR" TO WS-FINDING-SEV
               MOVE "DRIFT_WARN_Z IS NOT BELOW DRIFT_ALERT_Z -- THE"
                 TO WS-FINDING-TEXT
               MOVE "WARN LEVEL CAN NEVER COME BEFORE THE ALERT LEVEL."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
      *    PENGU-NN TESTS K-FOLD FIRST: AN INCREMENTAL RUN ASKED FOR
      *    ALONGSIDE IT NEVER HAPPENS.
           IF WS-KFOLD-NUM > 1 AND INCR-MODE-SET
               MOVE "WARNING" TO WS-FINDING-SEV
               MOVE "KFOLD_K ABOVE 1 WITH TRAIN_MODE=INCR -- PENGU-NN"
                 TO WS-FINDING-TEXT
               MOVE "RUNS K-FOLD PASSES AND NO INCREMENTAL TRAINING."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
      *    EACH TRAINING MODE USES ONE OF THE TWO EPOCH COUNTS; THE
      *    OTHER ONE ON THE CARD IS DEAD WEIGHT.
           IF INCR-MODE-SET AND WS-EPOCHS-ON-CARD = 'Y'
               MOVE "WARNING" TO WS-FINDING-SEV
               MOVE "EPOCHS HAS NO EFFECT WITH TRAIN_MODE=INCR -- THE"
                 TO WS-FINDING-TEXT
               MOVE "INCREMENTAL RUN USES INCR_EPOCHS."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
           IF NOT INCR-MODE-SET AND WS-INCR-EPOCHS-ON-CARD = 'Y'
               MOVE "WARNING" TO WS-FINDING-SEV
               MOVE "INCR_EPOCHS HAS NO EFFECT UNLESS TRAIN_MODE=INCR."
                 TO WS-FINDING-TEXT
               PERFORM 0400-REPORT-FINDING
           END-IF
           IF INCR-MODE-SET
               MOVE WS-INCR-EPOCHS-NUM TO WS-EPOCHS-NUM
           END-IF
      *    EARLY STOPPING WATCHES THE HELD-OUT ROWS, WHICH AN
      *    INCREMENTAL RUN DOES NOT HAVE, AND CAN ONLY FIRE IF THE
      *    PATIENCE RUNS OUT BEFORE THE EPOCHS DO.
           IF WS-PATIENCE-NUM > 0
               IF INCR-MODE-SET
                   MOVE "WARNING" TO WS-FINDING-SEV
                   MOVE "PATIENCE HAS NO EFFECT WITH TRAIN_MODE=INCR --"
                     TO WS-FINDING-TEXT
                   MOVE "AN INCREMENTAL RUN HOLDS NO ROWS OUT TO WATCH."
                     TO WS-FINDING-MORE
                   PERFORM 0400-REPORT-FINDING
               ELSE
                   IF WS-PATIENCE-NUM NOT < WS-EPOCHS-NUM
                       MOVE "WARNING" TO WS-FINDING-SEV
                       MOVE "PATIENCE IS NOT BELOW THE EPOCH COUNT --"
                         TO WS-FINDING-TEXT
                       MOVE "EARLY STOPPING CAN NEVER TRIGGER."
                         TO WS-FINDING-MORE
                       PERFORM 0400-REPORT-FINDING
                   END-IF
               END-IF
           END-IF
      *    THE SEX MODEL, LIKE A CHECKPOINT, IS ONLY TRAINED ON A
      *    FULL SINGLE-SPLIT RUN.
           IF WS-SEX-MODEL-VAL = "Y" AND
              (INCR-MODE-SET OR WS-KFOLD-NUM > 1)
               MOVE "WARNING" TO WS-FINDING-SEV
               MOVE "SEX_MODEL=Y HAS NO EFFECT WITH KFOLD_K ABOVE 1 OR"
                 TO WS-FINDING-TEXT
               MOVE "TRAIN_MODE=INCR -- NO SEX MODEL IS TRAINED."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
      *    CHECKPOINTS ARE ONLY TAKEN ON A FULL SINGLE-SPLIT RUN.
           IF NOT INCR-MODE-SET AND WS-KFOLD-NUM < 2 AND
              WS-CHECKPOINT-NUM > WS-EPOCHS-NUM
               MOVE "WARNING" TO WS-FINDING-SEV
               MOVE "CHECKPOINT_INTERVAL EXCEEDS EPOCHS -- NO"
                 TO WS-FINDING-TEXT
               MOVE "CHECKPOINT IS TAKEN; A CANCELLED RUN STARTS OVER."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
      *    PENGU-MSTMAINT REFUSES A PURGE WITHOUT A CUTOFF, AND A
      *    CUTOFF WITHOUT A PURGE DOES NOTHING.
           IF WS-MAINT-FUNC = "PURGE" AND WS-CUTOFF-ON-CARD NOT = 'Y'
               MOVE "WARNING" TO WS-FINDING-SEV
               MOVE "MAINT_FUNC=PURGE WITHOUT A VALID PURGE_CUTOFF --"
                 TO WS-FINDING-TEXT
               MOVE "PENGU-MSTMAINT WILL REFUSE TO PURGE."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
           IF WS-MAINT-FUNC NOT = "PURGE" AND WS-CUTOFF-ON-CARD = 'Y'
               MOVE "WARNING" TO WS-FINDING-SEV
               MOVE "PURGE_CUTOFF HAS NO EFFECT UNLESS"
                 TO WS-FINDING-TEXT
               MOVE "MAINT_FUNC=PURGE." TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
      *    A LABELED INTAKE FEEDS TRAINING, NOT SCORING: LEFT ON THE
      *    NIGHTLY CARD, THE SCORING STEP NEVER SEES THE BATCH.
           MOVE "INTAKE_MODE" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           IF WS-FETCH-VAL = "LABELED"
               MOVE "WARNING" TO WS-FINDING-SEV
               MOVE "INTAKE_MODE=LABELED -- INTAKE WRITES"
                 TO WS-FINDING-TEXT
               MOVE "new_labels.csv AND SCORING WILL NOT SEE THE BATCH."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
      *    PENGU-HISTORY TAKES ONE SELECTION -- A TAG, A LIST OR A
      *    RANGE -- AND REFUSES THE CARD IF GIVEN MORE THAN ONE, OR A
      *    RANGE THAT ENDS BEFORE IT STARTS.
           MOVE 0 TO WS-HISTORY-WAYS
           MOVE "HISTORY_TAG" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           IF FETCH-ON-CARD
               ADD 1 TO WS-HISTORY-WAYS
           END-IF
           MOVE "HISTORY_LIST" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           IF FETCH-ON-CARD
               ADD 1 TO WS-HISTORY-WAYS
           END-IF
           MOVE "HISTORY_TAG_FROM" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-ON-CARD TO WS-FROM-ON-CARD
           MOVE WS-FETCH-VAL TO WS-TAG-FROM-VAL
           MOVE "HISTORY_TAG_TO" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           MOVE WS-FETCH-VAL TO WS-TAG-TO-VAL
           IF FETCH-ON-CARD OR WS-FROM-ON-CARD = 'Y'
               ADD 1 TO WS-HISTORY-WAYS
           END-IF
           IF WS-HISTORY-WAYS > 1
               MOVE "ERROR" TO WS-FINDING-SEV
               MOVE "USE ONLY ONE OF HISTORY_TAG, HISTORY_LIST AND"
                 TO WS-FINDING-TEXT
               MOVE "HISTORY_TAG_FROM/TO -- PENGU-HISTORY WILL REFUSE."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
           IF FETCH-ON-CARD AND WS-FROM-ON-CARD = 'Y' AND
              WS-TAG-FROM-VAL > WS-TAG-TO-VAL
               MOVE "ERROR" TO WS-FINDING-SEV
               MOVE "HISTORY_TAG_FROM IS AFTER HISTORY_TAG_TO -- THE"
                 TO WS-FINDING-TEXT
               MOVE "RANGE IS EMPTY AND PENGU-HISTORY WILL REFUSE."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
      *    PENGU-MOVES REFUSES A WINDOW THAT ENDS BEFORE IT STARTS.
      *    WITHOUT MOVES_TO THE WINDOW ENDS ON THE RUN DATE; WITHOUT
      *    MOVES_FROM IT STARTS A SEASON EARLIER AND CANNOT BE EMPTY.
           MOVE "MOVES_TO" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           IF FETCH-ON-CARD
               MOVE WS-FETCH-NUM TO WS-MOVES-TO-NUM
           ELSE
               MOVE WS-DATE-NUM TO WS-MOVES-TO-NUM
           END-IF
           MOVE "MOVES_FROM" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           IF FETCH-ON-CARD AND WS-FETCH-NUM > WS-MOVES-TO-NUM
               MOVE "ERROR" TO WS-FINDING-SEV
               MOVE "MOVES_FROM IS AFTER THE END OF THE WINDOW"
                 TO WS-FINDING-TEXT
               MOVE "(MOVES_TO OR THE RUN DATE) -- PENGU-MOVES REFUSES."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF.

       0530-CHECK-OVERRIDES.
      *    ONE-OFF OPERATOR OVERRIDES. EACH ONE IS SET TO GET PAST ONE
      *    PARTICULAR REFUSAL ON ONE PARTICULAR NIGHT AND IS ONLY SAFE
      *    FOR THAT RUN; LEFT ON, IT QUIETLY DISARMS THE SAFEGUARD FOR
      *    EVERY RUN AFTER. A RESTARTED CYCLE RESUMES AT ITS FAILED
      *    STEP AND DOES NOT COME THROUGH HERE, SO AN OVERRIDE SET FOR
      *    A RESTART IS NOT CAUGHT -- AN OVERRIDE SEEN HERE, AT THE
      *    START OF A FRESH CYCLE, HAS BEEN LEFT ON.
           MOVE "DRIFT_OVERRIDE" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           IF WS-FETCH-VAL = "Y"
               MOVE "OVERRIDE" TO WS-FINDING-SEV
               MOVE "DRIFT_OVERRIDE=Y IS ON -- PENGU-SCORE WILL SCORE A"
                 TO WS-FINDING-TEXT
               MOVE "BATCH THE DRIFT CHECK HAS FLAGGED AT ALERT LEVEL."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
           MOVE "FORCE_RERUN" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           IF WS-FETCH-VAL = "Y"
               MOVE "OVERRIDE" TO WS-FINDING-SEV
               MOVE "FORCE_RERUN=Y IS ON -- PENGU-SCORE WILL RE-SCORE A"
                 TO WS-FINDING-TEXT
               MOVE "BATCH ALREADY MARKED COMPLETE IN THE REGISTER."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
           MOVE "CYCLE_RESET" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           IF WS-FETCH-VAL = "Y"
               MOVE "OVERRIDE" TO WS-FINDING-SEV
               MOVE "CYCLE_RESET=Y IS ON -- PENGU-CYCLE WILL NOT"
                 TO WS-FINDING-TEXT
               MOVE "REFUSE TO START WHILE A CYCLE IS IN PROGRESS."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
           MOVE "EXPORT_RESEND" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           IF WS-FETCH-VAL = "Y"
               MOVE "OVERRIDE" TO WS-FINDING-SEV
               MOVE "EXPORT_RESEND=Y IS ON -- PENGU-EXPORT WILL SEND A"
                 TO WS-FINDING-TEXT
               MOVE "PERIOD THE AGENCY HAS ALREADY RECEIVED."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
               IF WS-PERIOD-ON-CARD NOT = 'Y'
                   MOVE "WARNING" TO WS-FINDING-SEV
                   MOVE "EXPORT_RESEND=Y WITHOUT EXPORT_PERIOD -- IT IS"
                     TO WS-FINDING-TEXT
                   MOVE "THE RUN MONTH THAT WOULD BE SENT AGAIN."
                     TO WS-FINDING-MORE
                   PERFORM 0400-REPORT-FINDING
               END-IF
           END-IF
      *    A WRITE-OFF IS MEANT FOR A STANDALONE PENGU-REJECTS RUN;
      *    LEFT ON, EVERY NEW REJECT FROM THAT BATCH (OR, FOR THE
      *    TRAINING FILE, EVERY TRAINING RUN) IS WRITTEN OFF UNSEEN.
           MOVE "REJECT_WRITE_OFF" TO WS-LOOKUP-KEY
           PERFORM 0510-FETCH-SETTING
           IF FETCH-ON-CARD
               MOVE "OVERRIDE" TO WS-FINDING-SEV
               MOVE "REJECT_WRITE_OFF IS SET -- PENGU-REJECTS WILL"
                 TO WS-FINDING-TEXT
               MOVE "WRITE OFF ALL THAT BATCH'S REJECTS, NEW ONES TOO."
                 TO WS-FINDING-MORE
               PERFORM 0400-REPORT-FINDING
           END-IF
           IF WS-ERROR-COUNT + WS-OVERRIDE-COUNT + WS-WARNING-COUNT
              = WS-FINDINGS-BEFORE
               MOVE "  NONE." TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
           END-IF.

       0600-WRITE-EFFECTIVE.
      *    THE SETTING EVERY KEY WILL HAVE ON THIS RUN, WHERE IT CAME
      *    FROM, AND WHICH PROGRAMS READ IT. AN INVALID CARD VALUE IS
      *    SHOWN AS WRITTEN, SINCE THAT IS WHAT THE PROGRAMS WILL
      *    TRY TO USE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE "EFFECTIVE SETTINGS:" TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "KEY" TO WS-PRINT-LINE(3:)
           MOVE "VALUE" TO WS-PRINT-LINE(25:)
           MOVE "FROM" TO WS-PRINT-LINE(46:)
           MOVE "READ BY" TO WS-PRINT-LINE(56:)
           PERFORM 9100-WRITE-LINE
           PERFORM VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > MAX-KEYS
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-KEY-NAME(IDX-I) TO WS-PRINT-LINE(3:22)
               IF EFF-LINE(IDX-I) > 0
                   MOVE EFF-VALUE(IDX-I) TO WS-PRINT-LINE(25:20)
                   MOVE EFF-LINE(IDX-I) TO WS-LINE-EDIT
                   IF EFF-VALID(IDX-I) = 'Y'
                       MOVE SPACES TO WS-FROM-TXT
                       STRING "LINE " DELIMITED BY SIZE
                              WS-LINE-EDIT DELIMITED BY SIZE
                              INTO WS-FROM-TXT
                       END-STRING
                   ELSE
                       MOVE "INVALID" TO WS-FROM-TXT
                   END-IF
               ELSE
                   MOVE WS-KEY-DEFAULT(IDX-I) TO WS-PRINT-LINE(25:20)
                   MOVE "DEFAULT" TO WS-FROM-TXT
               END-IF
               MOVE WS-FROM-TXT TO WS-PRINT-LINE(46:9)
               MOVE WS-KEY-READ-BY(IDX-I) TO WS-PRINT-LINE(56:25)
               PERFORM 9100-WRITE-LINE
           END-PERFORM.

       0700-WRITE-SUMMARY.
      *    THE VERDICT, IN THE TERMS THE CONDITION CODE REPORTS IT.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE WS-LINES-READ TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CARD LINES READ: " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE WS-ERROR-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ERRORS:          " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE WS-OVERRIDE-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OVERRIDES ON:    " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE WS-WARNING-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "WARNINGS:        " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN NOT CARD-PRESENT
                   MOVE "NO CARD -- NOTHING SAVED." TO WS-PRINT-LINE
               WHEN COPY-SAVED
                   STRING "CARD SAVED AS " DELIMITED BY SIZE
                          WS-COPY-NAME DELIMITED BY SPACE
                          INTO WS-PRINT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "CARD COULD NOT BE SAVED AS "
                          DELIMITED BY SIZE
                          WS-COPY-NAME DELIMITED BY SPACE
                          INTO WS-PRINT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 9100-WRITE-LINE
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE "VERDICT: CARD IN ERROR -- FIX IT BEFORE THE"
                     TO WS-PRINT-LINE
                   MOVE " RUN." TO WS-PRINT-LINE(44:)
               WHEN WS-OVERRIDE-COUNT > 0
                   MOVE "VERDICT: OVERRIDE(S) LEFT ON -- TAKE THEM OFF."
                     TO WS-PRINT-LINE
               WHEN CARD-PRESENT AND NOT COPY-SAVED
                   MOVE "VERDICT: CARD NOT SAVED -- THIS RUN'S SETTINGS"
                     TO WS-PRINT-LINE
                   MOVE " COULD NOT BE RECONSTRUCTED."
                     TO WS-PRINT-LINE(47:)
               WHEN WS-WARNING-COUNT > 0
                   MOVE "VERDICT: USABLE, BUT SEE THE WARNINGS ABOVE."
                     TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE "VERDICT: CLEAN." TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM 9100-WRITE-LINE.

       9000-PAGE-HEADING.
      *    NEW PAGE: TITLE, RUN DATE, PAGE NUMBER, BLANK SEPARATOR.
           ADD 1 TO WS-PAGE-CNT
           MOVE WS-PAGE-CNT TO WS-PAGE-EDIT
           MOVE SPACES TO CHECK-REPORT-REC
           STRING "CONTROL CARD PRE-FLIGHT CHECK" DELIMITED BY SIZE
                  "      RUN DATE " DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  "      PAGE " DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO CHECK-REPORT-REC
           END-STRING
           WRITE CHECK-REPORT-REC
           MOVE ALL "-" TO CHECK-REPORT-REC
           WRITE CHECK-REPORT-REC
           MOVE 2 TO WS-LINE-CNT.

       9100-WRITE-LINE.
      *    EVERY BODY LINE GOES THROUGH HERE SO THE PAGE BREAKS AND
      *    HEADINGS STAY CONSISTENT NO MATTER WHICH SECTION IS
      *    WRITING.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 9000-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO CHECK-REPORT-REC
           WRITE CHECK-REPORT-REC
           ADD 1 TO WS-LINE-CNT.
