       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENGU-OUTCOME.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LOW-CONFIDENCE CALLS PENGU-SCORE ROUTED FOR MANUAL REVIEW:
      *    TAG,ISLAND,SPECIES,P1,P2,P3,MARGIN,BATCHID. THE CALL AND THE
      *    PROBABILITIES THE MODEL GAVE IT COME FROM HERE.
           SELECT REVIEW-QUEUE ASSIGN TO "review_queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-QUEUE-STATUS.
      *    THE FIELD BIOLOGISTS' DECISIONS: TAG,CONFIRMED-SPECIES. THE
      *    ONLY GROUND TRUTH WE HAVE FOR BIRDS SCORED IN PRODUCTION.
      *    "UNKNOWN" CLOSES AN ITEM WITHOUT A CALL AND SAYS NOTHING
      *    ABOUT WHETHER THE MODEL WAS RIGHT.
           SELECT DISPOSITION-FILE ASSIGN TO "review_dispositions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-STATUS.
      *    CUMULATIVE OUTCOME HISTORY, ONE APPENDED LINE PER JUDGED
      *    CALL: BATCHID,TAG,RUN-DATE,PREDICTED,TOP-PROB,P1,P2,P3,
      *    CONFIRMED,RESULT (RIGHT/WRONG). THE REPORT IS BUILT FROM
      *    THE WHOLE FILE, SO THE EVIDENCE GROWS WITH EVERY RUN. A
      *    BATCH/TAG ALREADY ON FILE IS NOT RECORDED TWICE.
           SELECT OUTCOME-HISTORY ASSIGN TO "outcome_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTCOME-HISTORY-STATUS.
      *    SAME OPTIONAL CONTROL CARD THE REST OF THE SUITE READS.
      *    SCORE_THRESHOLD IS READ ONLY TO COMPARE THE RECOMMENDATION
      *    WITH; OUTCOME_TARGET_ERR AND OUTCOME_MIN_N STEER THE
      *    RECOMMENDATION ITSELF.
           SELECT CONTROL-FILE ASSIGN TO "pengu_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
      *    THE PRODUCTION ACCURACY AND CALIBRATION REPORT.
           SELECT OUTCOME-REPORT ASSIGN TO "outcome_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-QUEUE.
       01  REVIEW-QUEUE-REC            PIC X(100).

       FD  DISPOSITION-FILE.
       01  DISPOSITION-REC             PIC X(80).

       FD  OUTCOME-HISTORY.
       01  OUTCOME-HISTORY-REC         PIC X(160).

       FD  CONTROL-FILE.
       01  CONTROL-REC                 PIC X(80).

       FD  OUTCOME-REPORT.
       01  OUTCOME-REPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
      *    INTERNAL SYSTEM CONSTANTS AND CAPACITY LIMITS. THE QUEUE
      *    TABLE MATCHES PENGU-REVIEW'S; THE HISTORY KEY TABLE HOLDS
      *    EVERY BATCH/TAG EVER RECORDED, FOR THE DUPLICATE CHECK.
       01  WS-CONSTANTS.
           05  MAX-QUEUE-ROWS          PIC 9(4)  VALUE 1000.
           05  MAX-HISTORY-KEYS        PIC 9(5)  VALUE 20000.
           05  MAX-BANDS               PIC 9(4)  VALUE 7.
           05  MAX-CANDIDATES          PIC 9(4)  VALUE 13.

      *    FLAGS AND FILE STATUSES.
       01  WS-EOF                      PIC X     VALUE 'N'.
           88  END-OF-FILE                       VALUE 'Y'.
       01  WS-REVIEW-QUEUE-STATUS      PIC XX.
       01  WS-DISPOSITION-STATUS       PIC XX.
       01  WS-OUTCOME-HISTORY-STATUS   PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-CONTROL-EOF              PIC X     VALUE 'N'.
           88  END-OF-CONTROL                    VALUE 'Y'.

      *    CALIBRATION SETTINGS. THE TARGET ERROR RATE IS THE SHARE OF
      *    AUTO-ACCEPTED CALLS WE ARE PREPARED TO HAVE WRONG; THE
      *    MINIMUM SAMPLE KEEPS A HANDFUL OF LUCKY CALLS FROM DRIVING
      *    THE RECOMMENDATION. THE CURRENT THRESHOLD IS PENGU-SCORE'S
      *    DEFAULT UNLESS THE CARD SAYS OTHERWISE.
       01  WS-TARGET-ERR               PIC S9(9)V9(9) VALUE 0.05.
       01  WS-MIN-N                    PIC 9(6)  VALUE 20.
       01  WS-SCORE-THRESHOLD          PIC S9(9)V9(9) VALUE 0.5.

      *    THE QUEUE, LOADED UP FRONT SO EACH DISPOSITION CAN BE
      *    MATCHED BY TAG.
       01  QUEUE-TABLE.
           05  QUE-ROW OCCURS 1000 TIMES.
               10  QUE-TAG             PIC X(10).
               10  QUE-SPECIES         PIC X(20).
               10  QUE-P1              PIC X(10).
               10  QUE-P2              PIC X(10).
               10  QUE-P3              PIC X(10).
               10  QUE-BATCH           PIC X(20).
       01  WS-QUEUE-COUNT              PIC 9(4)  VALUE 0.

      *    EVERY BATCH/TAG ALREADY ON THE OUTCOME HISTORY.
       01  HISTORY-KEY-TABLE.
           05  HKY-ROW OCCURS 20000 TIMES.
               10  HKY-BATCH           PIC X(20).
               10  HKY-TAG             PIC X(10).
       01  WS-HISTORY-KEYS             PIC 9(5)  VALUE 0.
       01  HKY-IDX                     PIC 9(5).

      *    RUN COUNTERS FOR THE END-OF-RUN SUMMARY.
       01  WS-RUN-COUNTS.
           05  WS-DISP-READ            PIC 9(6)  VALUE 0.
           05  WS-RECORDED             PIC 9(6)  VALUE 0.
           05  WS-ALREADY-RECORDED     PIC 9(6)  VALUE 0.
           05  WS-NO-CALL              PIC 9(6)  VALUE 0.
           05  WS-ORPHAN-DISP          PIC 9(6)  VALUE 0.
           05  WS-BAD-DISP             PIC 9(6)  VALUE 0.
           05  WS-QUEUE-SKIPPED        PIC 9(6)  VALUE 0.
           05  WS-KEYS-SKIPPED         PIC 9(6)  VALUE 0.

      *    ACCURACY BY CONFIDENCE BAND OF THE TOP PROBABILITY. WITH
      *    THREE CLASSES THE TOP PROBABILITY IS NEVER BELOW 1/3, SO
      *    THE BANDS RUN 0.30-0.39 UP TO 0.90-1.00.
       01  WS-BAND-LABELS.
           05  FILLER                  PIC X(9)  VALUE "0.30-0.39".
           05  FILLER                  PIC X(9)  VALUE "0.40-0.49".
           05  FILLER                  PIC X(9)  VALUE "0.50-0.59".
           05  FILLER                  PIC X(9)  VALUE "0.60-0.69".
           05  FILLER                  PIC X(9)  VALUE "0.70-0.79".
           05  FILLER                  PIC X(9)  VALUE "0.80-0.89".
           05  FILLER                  PIC X(9)  VALUE "0.90-1.00".
       01  WS-BAND-LABELS-R REDEFINES WS-BAND-LABELS.
           05  WS-BAND-LABEL OCCURS 7 TIMES PIC X(9).
       01  BAND-TABLE.
           05  BND-ROW OCCURS 7 TIMES.
               10  BND-TOTAL           PIC 9(6).
               10  BND-RIGHT           PIC 9(6).
       01  WS-BAND-NO                  PIC S9(4).

      *    CANDIDATE THRESHOLDS 0.35, 0.40 ... 0.95. FOR EACH, THE
      *    JUDGED CALLS AT OR ABOVE IT AND HOW MANY OF THOSE WERE
      *    WRONG -- I.E. WHAT WOULD HAVE BEEN AUTO-ACCEPTED, AND THE
      *    ERROR RATE AMONG THEM, HAD THAT BEEN THE THRESHOLD.
       01  CANDIDATE-TABLE.
           05  CND-ROW OCCURS 13 TIMES.
               10  CND-THRESH          PIC S9(9)V9(9).
               10  CND-TOTAL           PIC 9(6).
               10  CND-WRONG           PIC 9(6).
       01  WS-RECOMMENDED              PIC 9(4)  VALUE 0.

      *    FIELD CONFUSION MATRIX: ROW = THE MODEL'S CALL, COLUMN =
      *    THE BIOLOGIST'S CONFIRMED SPECIES.
       01  WS-CONFUSION.
           05  WS-CONF-ROW OCCURS 3 TIMES.
               10  WS-CONF-CELL OCCURS 3 TIMES PIC 9(6).
       01  WS-TOTAL-JUDGED             PIC 9(6)  VALUE 0.
       01  WS-TOTAL-RIGHT              PIC 9(6)  VALUE 0.

       01  WS-SPECIES-LABELS.
           05  FILLER                  PIC X(10) VALUE "Adelie".
           05  FILLER                  PIC X(10) VALUE "Chinstrap".
           05  FILLER                  PIC X(10) VALUE "Gentoo".
       01  WS-SPECIES-LABELS-R REDEFINES WS-SPECIES-LABELS.
           05  WS-SPECIES-LABEL OCCURS 3 TIMES PIC X(10).

      *    BUFFER VARIABLES FOR CSV TOKEN EXTRACTION.
       01  WS-PARSING.
           05  WS-TAG                  PIC X(10).
           05  WS-ISLAND               PIC X(20).
           05  WS-PRED-NAME            PIC X(20).
           05  WS-P1-TXT               PIC X(10).
           05  WS-P2-TXT               PIC X(10).
           05  WS-P3-TXT               PIC X(10).
           05  WS-MARGIN-TXT           PIC X(10).
           05  WS-BATCH-TXT            PIC X(20).
           05  WS-DISP-TAG             PIC X(10).
           05  WS-DISP-SPECIES         PIC X(20).
           05  WS-DATE-TXT             PIC X(10).
           05  WS-TOP-TXT              PIC X(10).
           05  WS-RESULT-TXT           PIC X(10).
           05  WS-PRED-NO              PIC 9.
           05  WS-CONF-NO              PIC 9.
      *    KEY/VALUE SPLIT OF ONE CONTROL CARD LINE.
           05  WS-CTL-KEY              PIC X(20).
           05  WS-CTL-VAL              PIC X(20).

      *    PROBABILITY ARITHMETIC FOR ONE CALL.
       01  WS-PROB-VARS.
           05  WS-P1                   PIC S9(9)V9(9).
           05  WS-P2                   PIC S9(9)V9(9).
           05  WS-P3                   PIC S9(9)V9(9).
           05  WS-TOP-PROB             PIC S9(9)V9(9).
           05  WS-RATE                 PIC S9(9)V9(9).
           05  WS-TEMP-MATH            PIC S9(9)V9(9).
       01  WS-QUE-HIT                  PIC 9(4).
       01  WS-KEY-FOUND                PIC X     VALUE 'N'.
           88  KEY-ALREADY-RECORDED              VALUE 'Y'.
       01  WS-PAIR-FOUND               PIC X     VALUE 'N'.
           88  CONFUSED-PAIR-FOUND               VALUE 'Y'.

      *    RUN TIMESTAMP FOR THE HISTORY LINE AND THE REPORT HEADING.
       01  WS-TIMESTAMP.
           05  WS-DATE-PART.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).
           05  WS-TIME-PART            PIC 9(8).
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
           05  IDX-J                   PIC 9(4).
       01  WS-EDITS.
           05  WS-CNT-EDIT             PIC ZZZZZ9.
           05  WS-CNT-EDIT2            PIC ZZZZZ9.
           05  WS-CNT-EDIT3            PIC ZZZZZ9.
           05  WS-PCT-EDIT             PIC ZZ9.9.
           05  WS-THRESH-EDIT          PIC 9.99.
           05  WS-THRESH-EDIT2         PIC 9.99.
           05  WS-PROB-EDIT            PIC 9.9(6).

       PROCEDURE DIVISION.
      *    MEASURE THE MODEL AGAINST WHAT THE BIOLOGISTS ACTUALLY
      *    CONFIRMED IN THE FIELD: MATCH EACH DISPOSITION TO THE
      *    PROBABILITIES ON ITS REVIEW-QUEUE LINE, ADD THE RESULT TO
      *    THE OUTCOME HISTORY, AND REPORT ACCURACY BY CONFIDENCE
      *    BAND, THE SPECIES PAIRS THE MODEL CONFUSES, AND THE
      *    SCORE_THRESHOLD THAT WOULD HOLD THE ERROR RATE OF
      *    AUTO-ACCEPTED CALLS AT THE TARGET.
      *    CONDITION CODES FOLLOW THE SHARED SCHEME: 0 = CLEAN,
      *    4 = COMPLETED WITH WARNINGS (ORPHAN OR UNRECOGNIZED
      *    DISPOSITIONS, CAPACITY SKIPS, OR TOO LITTLE EVIDENCE FOR A
      *    RECOMMENDATION), 8 = NO OUTCOME EVIDENCE AT ALL,
      *    12 = UNREADABLE CONTROL CARD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           INITIALIZE BAND-TABLE CANDIDATE-TABLE WS-CONFUSION
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > MAX-CANDIDATES
               COMPUTE CND-THRESH(IDX-I) = 0.30 + (IDX-I * 0.05)
           END-PERFORM
           PERFORM 0020-LOAD-CONTROL-CARD
           PERFORM 0100-LOAD-QUEUE
           PERFORM 0150-LOAD-HISTORY-KEYS
           PERFORM 0200-MATCH-DISPOSITIONS
           PERFORM 0300-TALLY-HISTORY
           IF WS-TOTAL-JUDGED = 0
               DISPLAY "NO OUTCOME EVIDENCE: NOTHING ON "
                       "outcome_history.csv AND NO CONFIRMED "
                       "DISPOSITION MATCHED THE REVIEW QUEUE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0350-PICK-THRESHOLD
           PERFORM 0400-WRITE-REPORT
           DISPLAY "OUTCOME RUN: " WS-DISP-READ " DISPOSITION(S), "
                   WS-RECORDED " NEW OUTCOME(S) RECORDED, "
                   WS-ALREADY-RECORDED " ALREADY ON FILE, "
                   WS-NO-CALL " CANNOT-IDENTIFY."
           DISPLAY "OUTCOME HISTORY: " WS-TOTAL-JUDGED
                   " JUDGED CALL(S), " WS-TOTAL-RIGHT " RIGHT."
           IF WS-RECOMMENDED > 0
               MOVE CND-THRESH(WS-RECOMMENDED) TO WS-THRESH-EDIT
               DISPLAY "RECOMMENDED SCORE_THRESHOLD: " WS-THRESH-EDIT
           ELSE
               DISPLAY "WARNING: NOT ENOUGH EVIDENCE FOR A "
                       "SCORE_THRESHOLD RECOMMENDATION."
           END-IF
           IF WS-ORPHAN-DISP > 0
               DISPLAY "WARNING: " WS-ORPHAN-DISP " DISPOSITION(S) "
                       "NAME NO TAG ON THE REVIEW QUEUE."
           END-IF
           IF WS-BAD-DISP > 0
               DISPLAY "WARNING: " WS-BAD-DISP " DISPOSITION(S) "
                       "CARRIED AN UNRECOGNIZED SPECIES."
           END-IF
           IF WS-QUEUE-SKIPPED > 0 OR WS-KEYS-SKIPPED > 0
               DISPLAY "WARNING: CAPACITY REACHED -- " WS-QUEUE-SKIPPED
                       " QUEUE LINE(S) AND " WS-KEYS-SKIPPED
                       " OUTCOME(S) NOT PROCESSED."
           END-IF
           IF WS-ORPHAN-DISP > 0 OR WS-BAD-DISP > 0 OR
              WS-QUEUE-SKIPPED > 0 OR WS-KEYS-SKIPPED > 0 OR
              WS-RECOMMENDED = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0020-LOAD-CONTROL-CARD.
      *    SAME KEY=VALUE CONTROL CARD THE REST OF THE SUITE READS.
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
      *        ABSENCE ("35") JUST MEANS THE COMPILED DEFAULTS STAND;
      *        ANY OTHER STATUS MEANS A CARD EXISTS BUT CANNOT BE
      *        READ.
               IF WS-CONTROL-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: CONTROL CARD EXISTS BUT CANNOT BE "
                           "READ, STATUS " WS-CONTROL-FILE-STATUS "."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0025-APPLY-CONTROL-LINE.
      *    SPLIT ONE "KEY=VALUE" LINE AND APPLY IT WHEN RECOGNIZED;
      *    UNKNOWN KEYS AND BLANK LINES ARE IGNORED. A TARGET ERROR
      *    RATE OUTSIDE 0-1 CANNOT MEAN ANYTHING AND LEAVES THE
      *    DEFAULT IN PLACE.
           UNSTRING CONTROL-REC DELIMITED BY "="
               INTO WS-CTL-KEY WS-CTL-VAL
           END-UNSTRING
           EVALUATE WS-CTL-KEY
               WHEN "SCORE_THRESHOLD"
                   COMPUTE WS-SCORE-THRESHOLD =
                           FUNCTION NUMVAL(WS-CTL-VAL)
               WHEN "OUTCOME_TARGET_ERR"
                   IF FUNCTION NUMVAL(WS-CTL-VAL) > 0 AND
                      FUNCTION NUMVAL(WS-CTL-VAL) < 1
                       COMPUTE WS-TARGET-ERR =
                               FUNCTION NUMVAL(WS-CTL-VAL)
                   ELSE
                       DISPLAY "OUTCOME_TARGET_ERR " WS-CTL-VAL
                               " IS NOT A RATE BETWEEN 0 AND 1. "
                               "KEEPING THE DEFAULT."
                   END-IF
               WHEN "OUTCOME_MIN_N"
                   IF FUNCTION NUMVAL(WS-CTL-VAL) >= 1
                       COMPUTE WS-MIN-N = FUNCTION NUMVAL(WS-CTL-VAL)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0100-LOAD-QUEUE.
      *    NO QUEUE MEANS NOTHING NEW TO JUDGE THIS RUN -- THE REPORT
      *    IS STILL BUILT FROM THE HISTORY ALREADY ON FILE.
           OPEN INPUT REVIEW-QUEUE
           IF WS-REVIEW-QUEUE-STATUS NOT = "00"
               DISPLAY "NO REVIEW QUEUE FOUND (review_queue.txt) -- "
                       "REPORTING FROM THE OUTCOME HISTORY ONLY."
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ REVIEW-QUEUE INTO REVIEW-QUEUE-REC
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 0110-STORE-QUEUE-LINE
                   END-READ
               END-PERFORM
               CLOSE REVIEW-QUEUE
           END-IF.

       0110-STORE-QUEUE-LINE.
      *    ONE QUEUE LINE INTO THE TABLE. AN UNTAGGED LINE CAN NEVER
      *    BE MATCHED TO A DISPOSITION AND IS LEFT OUT.
           MOVE SPACES TO WS-TAG WS-ISLAND WS-PRED-NAME WS-P1-TXT
                          WS-P2-TXT WS-P3-TXT WS-MARGIN-TXT
                          WS-BATCH-TXT
           UNSTRING REVIEW-QUEUE-REC DELIMITED BY ","
               INTO WS-TAG WS-ISLAND WS-PRED-NAME WS-P1-TXT
                    WS-P2-TXT WS-P3-TXT WS-MARGIN-TXT WS-BATCH-TXT
           END-UNSTRING
           IF WS-TAG = SPACES
               CONTINUE
           ELSE
               IF WS-QUEUE-COUNT >= MAX-QUEUE-ROWS
                   ADD 1 TO WS-QUEUE-SKIPPED
               ELSE
                   ADD 1 TO WS-QUEUE-COUNT
                   MOVE WS-TAG TO QUE-TAG(WS-QUEUE-COUNT)
                   MOVE WS-PRED-NAME TO QUE-SPECIES(WS-QUEUE-COUNT)
                   MOVE WS-P1-TXT TO QUE-P1(WS-QUEUE-COUNT)
                   MOVE WS-P2-TXT TO QUE-P2(WS-QUEUE-COUNT)
                   MOVE WS-P3-TXT TO QUE-P3(WS-QUEUE-COUNT)
                   MOVE WS-BATCH-TXT TO QUE-BATCH(WS-QUEUE-COUNT)
               END-IF
           END-IF.

       0150-LOAD-HISTORY-KEYS.
      *    THE BATCH/TAG PAIRS ALREADY JUDGED, SO RE-RUNNING AGAINST
      *    THE SAME QUEUE AND DISPOSITIONS DOES NOT COUNT THE SAME
      *    CALL TWICE. NO HISTORY YET ("35") IS THE FIRST RUN EVER.
           OPEN INPUT OUTCOME-HISTORY
           IF WS-OUTCOME-HISTORY-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ OUTCOME-HISTORY INTO OUTCOME-HISTORY-REC
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-HISTORY-KEYS < MAX-HISTORY-KEYS
                               ADD 1 TO WS-HISTORY-KEYS
                               UNSTRING OUTCOME-HISTORY-REC
                                   DELIMITED BY ","
                                   INTO HKY-BATCH(WS-HISTORY-KEYS)
                                        HKY-TAG(WS-HISTORY-KEYS)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTCOME-HISTORY
           END-IF.

       0200-MATCH-DISPOSITIONS.
      *    ONE PASS OVER THE DISPOSITIONS. EACH CONFIRMED SPECIES IS
      *    MATCHED TO ITS QUEUE LINE BY TAG AND, UNLESS THAT BATCH/TAG
      *    IS ALREADY ON FILE, APPENDED TO THE OUTCOME HISTORY. NO
      *    DISPOSITION FILE MEANS NOTHING HAS BEEN WORKED SINCE THE
      *    LAST RUN.
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISPOSITION-STATUS NOT = "00"
               DISPLAY "NO DISPOSITION FILE FOUND "
                       "(review_dispositions.csv) -- REPORTING FROM "
                       "THE OUTCOME HISTORY ONLY."
           ELSE
      *        THE HISTORY IS APPEND-ONLY; ON THE VERY FIRST RUN IT
      *        DOES NOT EXIST YET AND IS CREATED ON THE SPOT.
               OPEN EXTEND OUTCOME-HISTORY
               IF WS-OUTCOME-HISTORY-STATUS = "35"
                   OPEN OUTPUT OUTCOME-HISTORY
               END-IF
               IF WS-OUTCOME-HISTORY-STATUS NOT = "00" AND
                  WS-OUTCOME-HISTORY-STATUS NOT = "05"
                   DISPLAY "ERROR: COULD NOT OPEN outcome_history.csv"
                           ", STATUS " WS-OUTCOME-HISTORY-STATUS "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ DISPOSITION-FILE INTO DISPOSITION-REC
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF DISPOSITION-REC NOT = SPACES
                               ADD 1 TO WS-DISP-READ
                               PERFORM 0210-JUDGE-DISPOSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-FILE
               CLOSE OUTCOME-HISTORY
           END-IF.

       0210-JUDGE-DISPOSITION.
      *    A CANNOT-IDENTIFY IS NOT EVIDENCE EITHER WAY; AN
      *    UNRECOGNIZED SPECIES OR A TAG NOT ON THE QUEUE IS A
      *    KEYING PROBLEM FOR THE REVIEWERS, COUNTED AND REPORTED.
           MOVE SPACES TO WS-DISP-TAG WS-DISP-SPECIES
           UNSTRING DISPOSITION-REC DELIMITED BY ","
               INTO WS-DISP-TAG WS-DISP-SPECIES
           END-UNSTRING
           MOVE 0 TO WS-CONF-NO
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > 3
               IF WS-DISP-SPECIES = WS-SPECIES-LABEL(IDX-J)
                   MOVE IDX-J TO WS-CONF-NO
               END-IF
           END-PERFORM
           MOVE 0 TO WS-QUE-HIT
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > WS-QUEUE-COUNT
               IF QUE-TAG(IDX-I) = WS-DISP-TAG
                   MOVE IDX-I TO WS-QUE-HIT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DISP-SPECIES = "UNKNOWN"
                   ADD 1 TO WS-NO-CALL
               WHEN WS-CONF-NO = 0
                   ADD 1 TO WS-BAD-DISP
                   DISPLAY "UNRECOGNIZED DISPOSITION FOR TAG "
                           WS-DISP-TAG ": " WS-DISP-SPECIES
               WHEN WS-QUE-HIT = 0
                   ADD 1 TO WS-ORPHAN-DISP
                   DISPLAY "DISPOSITION FOR TAG " WS-DISP-TAG
                           " MATCHES NO REVIEW-QUEUE LINE."
               WHEN OTHER
                   PERFORM 0220-RECORD-OUTCOME
           END-EVALUATE.

       0220-RECORD-OUTCOME.
      *    SKIP A BATCH/TAG ALREADY ON FILE; OTHERWISE APPEND THE
      *    OUTCOME LINE AND REMEMBER THE KEY FOR THE REST OF THE RUN.
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING HKY-IDX FROM 1 BY 1
                   UNTIL HKY-IDX > WS-HISTORY-KEYS
               IF HKY-BATCH(HKY-IDX) = QUE-BATCH(WS-QUE-HIT) AND
                  HKY-TAG(HKY-IDX) = QUE-TAG(WS-QUE-HIT)
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM
           IF KEY-ALREADY-RECORDED
               ADD 1 TO WS-ALREADY-RECORDED
           ELSE
               IF WS-HISTORY-KEYS >= MAX-HISTORY-KEYS
                   ADD 1 TO WS-KEYS-SKIPPED
               ELSE
                   ADD 1 TO WS-HISTORY-KEYS
                   MOVE QUE-BATCH(WS-QUE-HIT)
                     TO HKY-BATCH(WS-HISTORY-KEYS)
                   MOVE QUE-TAG(WS-QUE-HIT) TO HKY-TAG(WS-HISTORY-KEYS)
                   PERFORM 0230-WRITE-OUTCOME-LINE
               END-IF
           END-IF.

       0230-WRITE-OUTCOME-LINE.
      *    THE TOP PROBABILITY IS RECOMPUTED FROM THE THREE CLASS
      *    PROBABILITIES RATHER THAN TRUSTED FROM THE SPECIES NAME,
      *    SO A LATER BAND OR THRESHOLD CHANGE NEEDS NO RE-READ OF
      *    OLD QUEUES.
           COMPUTE WS-P1 = FUNCTION NUMVAL(QUE-P1(WS-QUE-HIT))
           COMPUTE WS-P2 = FUNCTION NUMVAL(QUE-P2(WS-QUE-HIT))
           COMPUTE WS-P3 = FUNCTION NUMVAL(QUE-P3(WS-QUE-HIT))
           MOVE WS-P1 TO WS-TOP-PROB
           IF WS-P2 > WS-TOP-PROB
               MOVE WS-P2 TO WS-TOP-PROB
           END-IF
           IF WS-P3 > WS-TOP-PROB
               MOVE WS-P3 TO WS-TOP-PROB
           END-IF
           MOVE WS-TOP-PROB TO WS-PROB-EDIT
           IF QUE-SPECIES(WS-QUE-HIT) = WS-DISP-SPECIES
               MOVE "RIGHT" TO WS-RESULT-TXT
           ELSE
               MOVE "WRONG" TO WS-RESULT-TXT
           END-IF
           MOVE SPACES TO OUTCOME-HISTORY-REC
           STRING QUE-BATCH(WS-QUE-HIT) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  QUE-TAG(WS-QUE-HIT) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DATE-PART DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  QUE-SPECIES(WS-QUE-HIT) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-PROB-EDIT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  QUE-P1(WS-QUE-HIT) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  QUE-P2(WS-QUE-HIT) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  QUE-P3(WS-QUE-HIT) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DISP-SPECIES DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RESULT-TXT DELIMITED BY SPACE
                  INTO OUTCOME-HISTORY-REC
           END-STRING
           WRITE OUTCOME-HISTORY-REC
           ADD 1 TO WS-RECORDED.

       0300-TALLY-HISTORY.
      *    THE REPORT IS BUILT FROM EVERY OUTCOME EVER RECORDED,
      *    INCLUDING THE ONES JUST APPENDED.
           OPEN INPUT OUTCOME-HISTORY
           IF WS-OUTCOME-HISTORY-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ OUTCOME-HISTORY INTO OUTCOME-HISTORY-REC
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 0310-TALLY-OUTCOME-LINE
                   END-READ
               END-PERFORM
               CLOSE OUTCOME-HISTORY
           END-IF.

       0310-TALLY-OUTCOME-LINE.
      *    ONE OUTCOME INTO THE BAND, CANDIDATE AND CONFUSION TALLIES.
      *    A LINE WHOSE SPECIES NAMES DO NOT RESOLVE IS NOT COUNTED.
           MOVE SPACES TO WS-BATCH-TXT WS-TAG WS-DATE-TXT WS-PRED-NAME
                          WS-TOP-TXT WS-P1-TXT WS-P2-TXT WS-P3-TXT
                          WS-DISP-SPECIES WS-RESULT-TXT
           UNSTRING OUTCOME-HISTORY-REC DELIMITED BY ","
               INTO WS-BATCH-TXT WS-TAG WS-DATE-TXT WS-PRED-NAME
                    WS-TOP-TXT WS-P1-TXT WS-P2-TXT WS-P3-TXT
                    WS-DISP-SPECIES WS-RESULT-TXT
           END-UNSTRING
           MOVE 0 TO WS-PRED-NO WS-CONF-NO
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > 3
               IF WS-PRED-NAME = WS-SPECIES-LABEL(IDX-J)
                   MOVE IDX-J TO WS-PRED-NO
               END-IF
               IF WS-DISP-SPECIES = WS-SPECIES-LABEL(IDX-J)
                   MOVE IDX-J TO WS-CONF-NO
               END-IF
           END-PERFORM
           IF WS-PRED-NO > 0 AND WS-CONF-NO > 0
               ADD 1 TO WS-TOTAL-JUDGED
               ADD 1 TO WS-CONF-CELL(WS-PRED-NO, WS-CONF-NO)
               COMPUTE WS-TOP-PROB = FUNCTION NUMVAL(WS-TOP-TXT)
               COMPUTE WS-BAND-NO = (WS-TOP-PROB * 10) - 2
               IF WS-BAND-NO < 1
                   MOVE 1 TO WS-BAND-NO
               END-IF
               IF WS-BAND-NO > MAX-BANDS
                   MOVE MAX-BANDS TO WS-BAND-NO
               END-IF
               ADD 1 TO BND-TOTAL(WS-BAND-NO)
               IF WS-PRED-NO = WS-CONF-NO
                   ADD 1 TO WS-TOTAL-RIGHT
                   ADD 1 TO BND-RIGHT(WS-BAND-NO)
               END-IF
               PERFORM VARYING IDX-I FROM 1 BY 1
                       UNTIL IDX-I > MAX-CANDIDATES
                   IF WS-TOP-PROB >= CND-THRESH(IDX-I)
                       ADD 1 TO CND-TOTAL(IDX-I)
                       IF WS-PRED-NO NOT = WS-CONF-NO
                           ADD 1 TO CND-WRONG(IDX-I)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       0350-PICK-THRESHOLD.
      *    THE RECOMMENDATION IS THE LOWEST CANDIDATE WHOSE
      *    AUTO-ACCEPTED CALLS, ON THE EVIDENCE, WOULD HAVE BEEN WRONG
      *    NO MORE OFTEN THAN THE TARGET -- THE SMALLEST QUEUE THAT
      *    STILL MEETS THE ERROR RATE. A CANDIDATE WITH FEWER JUDGED
      *    CALLS THAN OUTCOME_MIN_N IS NOT TRUSTED. WALKED FROM THE
      *    TOP DOWN SO THE FIRST QUALIFYING CANDIDATE BELOW A FAILING
      *    ONE DOES NOT WIN: THE ACCEPTED RANGE MUST MEET THE TARGET
      *    ALL THE WAY UP.
           MOVE 0 TO WS-RECOMMENDED
           MOVE MAX-CANDIDATES TO IDX-I
           PERFORM UNTIL IDX-I = 0
               IF CND-TOTAL(IDX-I) >= WS-MIN-N
                   MOVE CND-WRONG(IDX-I) TO WS-TEMP-MATH
                   COMPUTE WS-RATE = WS-TEMP-MATH / CND-TOTAL(IDX-I)
                   IF WS-RATE <= WS-TARGET-ERR
                       MOVE IDX-I TO WS-RECOMMENDED
                   ELSE
                       MOVE 1 TO IDX-I
                   END-IF
               END-IF
               SUBTRACT 1 FROM IDX-I
           END-PERFORM.

       0400-WRITE-REPORT.
      *    THE CALIBRATION DOCUMENT: BANDS, CONFUSED PAIRS, THE
      *    THRESHOLD SWEEP AND THE RECOMMENDATION.
           OPEN OUTPUT OUTCOME-REPORT
           PERFORM 9000-PAGE-HEADING
           MOVE WS-TOTAL-JUDGED TO WS-CNT-EDIT
           MOVE WS-TOTAL-RIGHT TO WS-CNT-EDIT2
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JUDGED CALLS ON FILE: " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  "   MODEL RIGHT: " DELIMITED BY SIZE
                  WS-CNT-EDIT2 DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE WS-RECORDED TO WS-CNT-EDIT
           MOVE WS-NO-CALL TO WS-CNT-EDIT2
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ADDED THIS RUN:       " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  "   CANNOT-IDENTIFY (NOT JUDGED): " DELIMITED BY SIZE
                  WS-CNT-EDIT2 DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           PERFORM 0410-WRITE-BANDS
           PERFORM 0420-WRITE-CONFUSION
           PERFORM 0430-WRITE-SWEEP
           CLOSE OUTCOME-REPORT.

       0410-WRITE-BANDS.
      *    HOW OFTEN THE MODEL'S CALL WAS RIGHT IN EACH BAND OF ITS
      *    OWN CONFIDENCE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE "ACCURACY BY CONFIDENCE BAND (TOP PROBABILITY)"
             TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE "  BAND        JUDGED   RIGHT  ACCURACY %"
             TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           PERFORM VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > MAX-BANDS
               MOVE BND-TOTAL(IDX-I) TO WS-CNT-EDIT
               MOVE BND-RIGHT(IDX-I) TO WS-CNT-EDIT2
               MOVE SPACES TO WS-PRINT-LINE
               IF BND-TOTAL(IDX-I) > 0
                   MOVE BND-RIGHT(IDX-I) TO WS-TEMP-MATH
                   COMPUTE WS-RATE =
                           (WS-TEMP-MATH * 100) / BND-TOTAL(IDX-I)
                   COMPUTE WS-PCT-EDIT ROUNDED = WS-RATE
                   STRING "  " DELIMITED BY SIZE
                          WS-BAND-LABEL(IDX-I) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-CNT-EDIT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-CNT-EDIT2 DELIMITED BY SIZE
                          "     " DELIMITED BY SIZE
                          WS-PCT-EDIT DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   END-STRING
               ELSE
                   STRING "  " DELIMITED BY SIZE
                          WS-BAND-LABEL(IDX-I) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-CNT-EDIT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-CNT-EDIT2 DELIMITED BY SIZE
                          "       N/A" DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   END-STRING
               END-IF
               PERFORM 9100-WRITE-LINE
           END-PERFORM.

       0420-WRITE-CONFUSION.
      *    THE FULL CALL-VERSUS-CONFIRMED MATRIX, THEN EVERY
      *    OFF-DIAGONAL PAIR THAT ACTUALLY OCCURRED, SPELLED OUT.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE "FIELD CONFUSION (ROW = MODEL CALL, COLUMN = CONFIRMED)"
             TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "              " DELIMITED BY SIZE
                  WS-SPECIES-LABEL(1) DELIMITED BY SIZE
                  WS-SPECIES-LABEL(2) DELIMITED BY SIZE
                  WS-SPECIES-LABEL(3) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           PERFORM VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > 3
               MOVE WS-CONF-CELL(IDX-I, 1) TO WS-CNT-EDIT
               MOVE WS-CONF-CELL(IDX-I, 2) TO WS-CNT-EDIT2
               MOVE WS-CONF-CELL(IDX-I, 3) TO WS-CNT-EDIT3
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-SPECIES-LABEL(IDX-I) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CNT-EDIT DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-CNT-EDIT2 DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-CNT-EDIT3 DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9100-WRITE-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE "SPECIES PAIRS CONFUSED IN THE FIELD:" TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE 'N' TO WS-PAIR-FOUND
           PERFORM VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > 3
               PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > 3
                   IF IDX-I NOT = IDX-J AND
                      WS-CONF-CELL(IDX-I, IDX-J) > 0
                       MOVE WS-CONF-CELL(IDX-I, IDX-J) TO WS-CNT-EDIT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "  CALLED " DELIMITED BY SIZE
                              WS-SPECIES-LABEL(IDX-I) DELIMITED BY SIZE
                              " BUT WAS " DELIMITED BY SIZE
                              WS-SPECIES-LABEL(IDX-J) DELIMITED BY SIZE
                              WS-CNT-EDIT DELIMITED BY SIZE
                              " TIME(S)" DELIMITED BY SIZE
                              INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM 9100-WRITE-LINE
                       MOVE 'Y' TO WS-PAIR-FOUND
                   END-IF
               END-PERFORM
           END-PERFORM
           IF NOT CONFUSED-PAIR-FOUND
               MOVE "  NONE." TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
           END-IF.

       0430-WRITE-SWEEP.
      *    WHAT EACH CANDIDATE THRESHOLD WOULD HAVE AUTO-ACCEPTED AND
      *    HOW OFTEN THOSE CALLS WERE WRONG, THEN THE VERDICT. THE
      *    EVIDENCE COMES FROM QUEUED CALLS, SO ABOVE THE THRESHOLD IN
      *    FORCE WHEN THEY WERE SCORED IT IS THIN BY CONSTRUCTION --
      *    THE REPORT SAYS SO RATHER THAN OVERSTATE THE CASE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE WS-TARGET-ERR TO WS-THRESH-EDIT
           MOVE WS-MIN-N TO WS-CNT-EDIT
           STRING "THRESHOLD SWEEP (TARGET ERROR RATE "
                  DELIMITED BY SIZE
                  WS-THRESH-EDIT DELIMITED BY SIZE
                  ", MINIMUM SAMPLE" DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE "  THRESHOLD  ACCEPTED   WRONG  ERROR %"
             TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > MAX-CANDIDATES
               MOVE CND-THRESH(IDX-I) TO WS-THRESH-EDIT
               MOVE CND-TOTAL(IDX-I) TO WS-CNT-EDIT
               MOVE CND-WRONG(IDX-I) TO WS-CNT-EDIT2
               MOVE SPACES TO WS-PRINT-LINE
               IF CND-TOTAL(IDX-I) > 0
                   MOVE CND-WRONG(IDX-I) TO WS-TEMP-MATH
                   COMPUTE WS-RATE =
                           (WS-TEMP-MATH * 100) / CND-TOTAL(IDX-I)
                   COMPUTE WS-PCT-EDIT ROUNDED = WS-RATE
               ELSE
                   MOVE 0 TO WS-PCT-EDIT
               END-IF
               STRING "  " DELIMITED BY SIZE
                      WS-THRESH-EDIT DELIMITED BY SIZE
                      "       " DELIMITED BY SIZE
                      WS-CNT-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CNT-EDIT2 DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-PCT-EDIT DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               IF IDX-I = WS-RECOMMENDED
                   MOVE "<-- RECOMMENDED" TO WS-PRINT-LINE(45:)
               END-IF
               PERFORM 9100-WRITE-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE WS-SCORE-THRESHOLD TO WS-THRESH-EDIT2
           IF WS-RECOMMENDED = 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO RECOMMENDATION: NO CANDIDATE HAS ENOUGH "
                      DELIMITED BY SIZE
                      "JUDGED CALLS AT THE TARGET." DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9100-WRITE-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "KEEP SCORE_THRESHOLD AT " DELIMITED BY SIZE
                      WS-THRESH-EDIT2 DELIMITED BY SIZE
                      " UNTIL MORE DISPOSITIONS ARE ON FILE."
                      DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9100-WRITE-LINE
           ELSE
               MOVE CND-THRESH(WS-RECOMMENDED) TO WS-THRESH-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RECOMMENDED SCORE_THRESHOLD: " DELIMITED BY SIZE
                      WS-THRESH-EDIT DELIMITED BY SIZE
                      "   (CURRENT: " DELIMITED BY SIZE
                      WS-THRESH-EDIT2 DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9100-WRITE-LINE
               MOVE SPACES TO WS-PRINT-LINE
               EVALUATE TRUE
                   WHEN CND-THRESH(WS-RECOMMENDED) < WS-SCORE-THRESHOLD
                       MOVE "THE REVIEW QUEUE IS LARGER THAN THE TARGET"
                         TO WS-PRINT-LINE
                       MOVE " NEEDS." TO WS-PRINT-LINE(43:)
                   WHEN CND-THRESH(WS-RECOMMENDED) > WS-SCORE-THRESHOLD
                       MOVE "CALLS JUST ABOVE THE CURRENT THRESHOLD ARE"
                         TO WS-PRINT-LINE
                       MOVE " WRONG TOO OFTEN." TO WS-PRINT-LINE(43:)
                   WHEN OTHER
                       MOVE "THE CURRENT THRESHOLD ALREADY MEETS THE"
                         TO WS-PRINT-LINE
                       MOVE " TARGET." TO WS-PRINT-LINE(40:)
               END-EVALUATE
               PERFORM 9100-WRITE-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "NOTE: EVIDENCE COMES FROM QUEUED CALLS ONLY, SO IT"
                  DELIMITED BY SIZE
                  " IS THIN ABOVE" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE "THE THRESHOLD IN FORCE WHEN THE CALLS WERE SCORED."
             TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE.

       9000-PAGE-HEADING.
      *    NEW PAGE: TITLE, RUN DATE, PAGE NUMBER, BLANK SEPARATOR.
           ADD 1 TO WS-PAGE-CNT
           MOVE WS-PAGE-CNT TO WS-PAGE-EDIT
           MOVE SPACES TO OUTCOME-REPORT-REC
           STRING "PRODUCTION ACCURACY AND THRESHOLD CALIBRATION"
                  "  RUN DATE " DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO OUTCOME-REPORT-REC
           END-STRING
           WRITE OUTCOME-REPORT-REC
           MOVE ALL "-" TO OUTCOME-REPORT-REC
           WRITE OUTCOME-REPORT-REC
           MOVE 2 TO WS-LINE-CNT.

       9100-WRITE-LINE.
      *    EVERY BODY LINE GOES THROUGH HERE SO THE PAGE BREAKS AND
      *    HEADINGS STAY CONSISTENT NO MATTER WHICH SECTION IS
      *    WRITING.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 9000-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO OUTCOME-REPORT-REC
           WRITE OUTCOME-REPORT-REC
           ADD 1 TO WS-LINE-CNT.
