       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENGU-SEXFILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    TRAINED SPECIES MODEL, THE SAME FILE PENGU-SCORE LOADS AND
      *    UNDER THE SAME NAMING RULES: weights.dat, OR AN ARCHIVED
      *    GENERATION WHEN MODEL_GENERATION IS ON THE CONTROL CARD,
      *    SO THE SPECIES PROBABILITIES FED TO THE SEX MODEL COME
      *    FROM THE MODEL THE BATCH WILL BE SCORED WITH.
           SELECT WEIGHTS-FILE ASSIGN USING WS-WEIGHTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHTS-FILE-STATUS.
      *    COMPANION SEX MODEL FROM PENGU-NN (SEX_MODEL=Y): TEN
      *    WEIGHTS AND A BIAS OVER THE SCALED MEASUREMENTS, THE
      *    SPECIES PROBABILITIES AND THE ISLAND. SEX_MODEL_GENERATION
      *    POINTS IT AT AN ARCHIVED sex_weights_gen_NNNN.dat.
           SELECT SEX-WEIGHTS-FILE ASSIGN USING WS-SEX-WEIGHTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEX-WEIGHTS-STATUS.
      *    THE BATCH PENGU-INTAKE ACCEPTED (TAG, ISLAND, FOUR
      *    MEASUREMENTS, SEX). READ WHOLE, THEN REWRITTEN IN PLACE
      *    WITH THE SEX OF "NA" BIRDS FILLED IN WHERE THE SEX MODEL
      *    IS CONFIDENT. EVERY ROW THIS PROGRAM TOUCHED CARRIES TWO
      *    MORE COLUMNS: PREDICTED (OR LOW-CONF WHEN THE SEX WAS
      *    LEFT "NA") AND THE PROBABILITY OF THE CALLED SEX. A ROW
      *    WITH NO EIGHTH COLUMN CARRIES THE SEX AS OBSERVED.
           SELECT UNLABELED-FILE ASSIGN TO "unlabeled.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLABELED-FILE-STATUS.
      *    THE BATCH EXACTLY AS RECEIVED, WRITTEN BEFORE unlabeled.csv
      *    IS REWRITTEN, SO THE OBSERVED DATA CAN ALWAYS BE RECOVERED.
           SELECT BACKUP-FILE ASSIGN TO "unlabeled_observed.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
      *    SAME OPTIONAL CONTROL CARD THE REST OF THE SUITE READS.
      *    ONLY MODEL_GENERATION, SEX_MODEL_GENERATION AND
      *    SEXFILL_MIN_PROB ARE APPLIED HERE.
           SELECT CONTROL-FILE ASSIGN TO "pengu_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WEIGHTS-FILE.
       01  WEIGHTS-REC                 PIC S9(9)V9(9).

       FD  SEX-WEIGHTS-FILE.
       01  SEX-WEIGHTS-REC             PIC S9(9)V9(9).

       FD  UNLABELED-FILE.
       01  UNLABELED-RECORD            PIC X(200).

       FD  BACKUP-FILE.
       01  BACKUP-REC                  PIC X(200).

       FD  CONTROL-FILE.
       01  CONTROL-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
      *    INTERNAL SYSTEM CONSTANTS AND CAPACITY LIMITS. THE BATCH
      *    TABLE MATCHES THE 5000-ROW CAPACITY THE REST OF THE SUITE
      *    WORKS TO.
       01  WS-CONSTANTS.
           05  MAX-ROWS                PIC 9(4)  VALUE 5000.

      *    FLAGS AND FILE STATUSES.
       01  WS-EOF                      PIC X     VALUE 'N'.
           88  END-OF-FILE                       VALUE 'Y'.
       01  WS-WEIGHTS-FILE-STATUS      PIC XX.
       01  WS-SEX-WEIGHTS-STATUS       PIC XX.
       01  WS-UNLABELED-FILE-STATUS    PIC XX.
       01  WS-BACKUP-FILE-STATUS       PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-CONTROL-EOF              PIC X     VALUE 'N'.
           88  END-OF-CONTROL                    VALUE 'Y'.
      *    SET WHEN A ROW ALREADY CARRIES THE FILL COLUMNS -- THIS
      *    BATCH WAS FILLED BY AN EARLIER RUN (A CYCLE RESTART) AND
      *    MUST NOT BE FILLED AGAIN.
       01  WS-ALREADY-FILLED           PIC X     VALUE 'N'.
           88  BATCH-ALREADY-FILLED              VALUE 'Y'.
       01  WS-BATCH-OVERFLOW           PIC X     VALUE 'N'.
           88  BATCH-OVERFLOWED                  VALUE 'Y'.
       01  WS-ROW-USABLE               PIC X     VALUE 'Y'.
           88  ROW-IS-USABLE                     VALUE 'Y'.

      *    WHICH MODEL FILES TO USE. MODEL_GENERATION AND
      *    SEX_MODEL_GENERATION REBUILD THESE AS THE ARCHIVED
      *    GENERATION NAMES PENGU-NN WRITES.
       01  WS-WEIGHTS-NAME             PIC X(24) VALUE "weights.dat".
       01  WS-SEX-WEIGHTS-NAME         PIC X(24)
                                       VALUE "sex_weights.dat".
       01  WS-MODEL-GENERATION         PIC 9(4)  VALUE 0.
       01  WS-SEX-MODEL-GENERATION     PIC 9(4)  VALUE 0.
       01  WS-GEN-EDIT                 PIC 9(4).
      *    HEADER FIELDS READ FROM THE FRONT OF EACH MODEL FILE. THE
      *    SEX MODEL RECORDS WHICH SPECIES MODEL IT WAS TRAINED
      *    ALONGSIDE; A DIFFERENT SPECIES MODEL IS WORTH A WARNING.
       01  WS-LOADED-VERSION           PIC 9(4)  VALUE 0.
       01  WS-SEX-LOADED-VERSION       PIC 9(4)  VALUE 0.
       01  WS-SEX-COMPANION-VERSION    PIC 9(4)  VALUE 0.
       01  WS-VERSION-MISMATCH         PIC X     VALUE 'N'.
           88  MODEL-VERSIONS-DIFFER             VALUE 'Y'.

      *    LOWEST PROBABILITY A SEX CALL NEEDS TO BE WRITTEN INTO THE
      *    BATCH; BELOW IT THE SEX STAYS "NA". OVERRIDABLE FROM THE
      *    CONTROL CARD (SEXFILL_MIN_PROB=0.95).
       01  WS-MIN-PROB                 PIC S9(9)V9(9) VALUE 0.90.

      *    PER-FEATURE PLAUSIBILITY RANGES. PENGU-NN'S WS-EDIT-LIMITS
      *    IS THE MASTER COPY OF THESE RANGES -- KEEP THEM IN STEP.
      *    A ROW OUTSIDE THEM IS LEFT FOR PENGU-SCORE TO REJECT.
       01  WS-EDIT-LIMITS.
           05  WS-BILL-LEN-LO          PIC S9(9)V9(9) VALUE 25.0.
           05  WS-BILL-LEN-HI          PIC S9(9)V9(9) VALUE 70.0.
           05  WS-BILL-DEP-LO          PIC S9(9)V9(9) VALUE 10.0.
           05  WS-BILL-DEP-HI          PIC S9(9)V9(9) VALUE 25.0.
           05  WS-FLIP-LEN-LO          PIC S9(9)V9(9) VALUE 150.0.
           05  WS-FLIP-LEN-HI          PIC S9(9)V9(9) VALUE 250.0.
           05  WS-BODY-MASS-LO         PIC S9(9)V9(9) VALUE 2000.0.
           05  WS-BODY-MASS-HI         PIC S9(9)V9(9) VALUE 7000.0.

      *    RUN TALLIES FOR THE END-OF-RUN SUMMARY.
       01  WS-RUN-COUNTS.
           05  WS-BATCH-ROWS           PIC 9(4)  VALUE 0.
           05  WS-NA-ROWS              PIC 9(4)  VALUE 0.
           05  WS-FILLED-MALE          PIC 9(4)  VALUE 0.
           05  WS-FILLED-FEMALE        PIC 9(4)  VALUE 0.
           05  WS-LOW-CONF-ROWS        PIC 9(4)  VALUE 0.
           05  WS-UNUSABLE-ROWS        PIC 9(4)  VALUE 0.

      *    THE WHOLE BATCH, LINE BY LINE, AS READ.
       01  WS-BATCH-TABLE.
           05  BAT-LINE OCCURS 5000 TIMES PIC X(200).

      *    NETWORK ARCHITECTURE. MUST MATCH THE DIMENSIONS PENGU-NN
      *    WAS TRAINED WITH WHEN THE WEIGHTS-FILE WAS WRITTEN.
       01  WS-HYPERPARAMS.
           05  WS-INPUT-DIM            PIC 9(4)  VALUE 9.
           05  WS-HIDDEN-DIM           PIC 9(4)  VALUE 16.
           05  WS-OUTPUT-DIM           PIC 9(4)  VALUE 3.
           05  WS-SEX-INPUT-DIM        PIC 9(4)  VALUE 10.

      *    LEARNABLE PARAMETERS LOADED FROM WEIGHTS-FILE.
       01  WS-WEIGHTS.
           05  WS-W1-TABLE.
               10  W1-ROW OCCURS 9 TIMES.
                   15  W1-VAL OCCURS 16 TIMES PIC S9(9)V9(9).
           05  WS-B1-TABLE.
               10  B1-VAL OCCURS 16 TIMES PIC S9(9)V9(9).
           05  WS-W2-TABLE.
               10  W2-ROW OCCURS 16 TIMES.
                   15  W2-VAL OCCURS 3 TIMES PIC S9(9)V9(9).
           05  WS-B2-TABLE.
               10  B2-VAL OCCURS 3 TIMES PIC S9(9)V9(9).
      *    SEX MODEL WEIGHTS AND BIAS, AND ONE ROW'S TEN INPUTS IN
      *    PENGU-NN'S ORDER: FOUR MEASUREMENTS, THREE SPECIES, THREE
      *    ISLANDS.
       01  WS-SEX-WEIGHTS.
           05  SX-W  OCCURS 10 TIMES   PIC S9(9)V9(9).
           05  SX-B                    PIC S9(9)V9(9).
       01  WS-SEX-X-TABLE.
           05  SX-X  OCCURS 10 TIMES   PIC S9(9)V9(9).

      *    TRAINING-TIME MEAN/STD FOR EACH MODEL. THE TWO ARE SAVED
      *    SEPARATELY SO A SEX MODEL KEEPS SCALING ITS INPUTS THE WAY
      *    IT WAS TRAINED EVEN WHEN THE SPECIES MODEL IS RETRAINED OR
      *    ROLLED BACK UNDER IT.
       01  WS-STATS.
           05  WS-MEAN-X1              PIC S9(9)V9(9).
           05  WS-MEAN-X2              PIC S9(9)V9(9).
           05  WS-MEAN-X3              PIC S9(9)V9(9).
           05  WS-MEAN-X4              PIC S9(9)V9(9).
           05  WS-STD-X1               PIC S9(9)V9(9).
           05  WS-STD-X2               PIC S9(9)V9(9).
           05  WS-STD-X3               PIC S9(9)V9(9).
           05  WS-STD-X4               PIC S9(9)V9(9).
       01  WS-SEX-STATS.
           05  WS-SEX-MEAN-X1          PIC S9(9)V9(9).
           05  WS-SEX-MEAN-X2          PIC S9(9)V9(9).
           05  WS-SEX-MEAN-X3          PIC S9(9)V9(9).
           05  WS-SEX-MEAN-X4          PIC S9(9)V9(9).
           05  WS-SEX-STD-X1           PIC S9(9)V9(9).
           05  WS-SEX-STD-X2           PIC S9(9)V9(9).
           05  WS-SEX-STD-X3           PIC S9(9)V9(9).
           05  WS-SEX-STD-X4           PIC S9(9)V9(9).

      *    BUFFER VARIABLES FOR CSV TOKEN EXTRACTION. THE LAST TWO
      *    ARE THE FILL COLUMNS; ON A BATCH STRAIGHT FROM INTAKE THEY
      *    ARE ALWAYS BLANK.
       01  WS-PARSING.
           05  WS-TAG                  PIC X(10).
           05  WS-ISLAND               PIC X(20).
           05  WS-BILL-LEN             PIC X(10).
           05  WS-BILL-DEP             PIC X(10).
           05  WS-FLIP-LEN             PIC X(10).
           05  WS-BODY-MASS            PIC X(10).
           05  WS-SEX                  PIC X(10).
           05  WS-SEX-SOURCE           PIC X(10).
           05  WS-SEX-PROB-TXT         PIC X(10).
      *    KEY/VALUE SPLIT OF ONE CONTROL CARD LINE (SEE
      *    0020-LOAD-CONTROL-CARD).
           05  WS-CTL-KEY              PIC X(24).
           05  WS-CTL-VAL              PIC X(20).

      *    ONE SAMPLE'S RAW AND STANDARDIZED FEATURES AND THE
      *    FORWARD-PASS STATE OF BOTH MODELS.
       01  WS-RAW-SAMPLE.
           05  WS-RAW-X1               PIC S9(9)V9(9).
           05  WS-RAW-X2               PIC S9(9)V9(9).
           05  WS-RAW-X3               PIC S9(9)V9(9).
           05  WS-RAW-X4               PIC S9(9)V9(9).
       01  WS-SAMPLE.
           05  D-X1                    PIC S9(9)V9(9).
           05  D-X2                    PIC S9(9)V9(9).
           05  D-X3                    PIC S9(9)V9(9).
           05  D-X4                    PIC S9(9)V9(9).
      *    ONE-HOT ISLAND AND SEX, SAME ENCODING PENGU-NN'S
      *    0115-STORE-ROW USES FOR TRAINING. THE SEX IS UNKNOWN FOR
      *    EVERY ROW SCORED HERE, SO D-X8/D-X9 STAY ZERO.
           05  D-X5                    PIC S9(9)V9(9) VALUE 0.
           05  D-X6                    PIC S9(9)V9(9) VALUE 0.
           05  D-X7                    PIC S9(9)V9(9) VALUE 0.
           05  D-X8                    PIC S9(9)V9(9) VALUE 0.
           05  D-X9                    PIC S9(9)V9(9) VALUE 0.
       01  WS-ACTIVATIONS.
           05  Z1-VAL  OCCURS 16 TIMES PIC S9(9)V9(9).
           05  H-VAL   OCCURS 16 TIMES PIC S9(9)V9(9).
           05  Z2-VAL  OCCURS 3  TIMES PIC S9(9)V9(9).
           05  P-VAL   OCCURS 3  TIMES PIC S9(9)V9(9).
       01  WS-TEMP-MATH                PIC S9(9)V9(9).
      *    THE SEX MODEL'S OUTPUT: Z, THE PROBABILITY OF MALE, THE
      *    CALLED SEX AND THE PROBABILITY OF THAT CALL.
       01  WS-SEX-Z                    PIC S9(9)V9(9).
       01  WS-SEX-P-MALE               PIC S9(9)V9(9).
       01  WS-SEX-CALL                 PIC X(10).
       01  WS-SEX-CALL-PROB            PIC S9(9)V9(9).
       01  WS-SEX-PROB-EDIT            PIC 9.9(6).
       01  WS-NEW-LINE                 PIC X(200).

      *    ITERATION POINTERS FOR LAYER TRAVERSAL AND THE BATCH.
       01  WS-COUNTERS.
           05  IDX-I                   PIC 9(4).
           05  IDX-J                   PIC 9(4).
           05  IDX-K                   PIC 9(4).
           05  IDX-ROW                 PIC 9(4).

       PROCEDURE DIVISION.
      *    FILL IN THE SEX OF BIRDS THE FIELD TEAMS RECORDED AS "NA",
      *    BEFORE THE BATCH IS SCORED, SO MALE/FEMALE SPLITS DOWNSTREAM
      *    ARE NOT MISSING EVERY BIRD THAT WAS NEVER HANDLED. A CALL
      *    IS ONLY WRITTEN WHEN THE SEX MODEL IS AT LEAST
      *    SEXFILL_MIN_PROB SURE OF IT, AND IS ALWAYS MARKED PREDICTED
      *    WITH ITS PROBABILITY -- NEVER PASSED OFF AS OBSERVED.
      *    CONDITION CODES FOLLOW THE SUITE: 0 = CLEAN, 4 = COMPLETED
      *    WITH WARNINGS (NO SEX MODEL YET, MODEL VERSIONS OUT OF STEP,
      *    BATCH TOO LARGE TO REWRITE), 8 = MISSING PREREQUISITE FILE,
      *    12 = SHAPE MISMATCH, UNREADABLE CONTROL CARD, OR A BATCH
      *    THAT COULD NOT BE REWRITTEN.
           PERFORM 0020-LOAD-CONTROL-CARD
           PERFORM 0000-HOUSEKEEPING
           PERFORM 0100-LOAD-BATCH
           IF BATCH-ALREADY-FILLED
               DISPLAY "unlabeled.csv ALREADY CARRIES PREDICTED SEX "
                       "COLUMNS -- LEFT AS IT IS."
               STOP RUN
           END-IF
      *    REWRITING A BATCH THE TABLE COULD NOT HOLD WOULD DROP ITS
      *    TAIL. LEAVE IT ALONE; PENGU-SCORE STILL SKIPS ITS "NA" ROWS.
           IF BATCH-OVERFLOWED
               DISPLAY "WARNING: unlabeled.csv HAS MORE THAN " MAX-ROWS
                       " ROWS -- LEFT AS RECEIVED, NO SEX FILLED IN."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NA-ROWS = 0
               DISPLAY "NO ROW OF " WS-BATCH-ROWS " HAS A SEX OF NA -- "
                       "NOTHING TO FILL IN."
           ELSE
               PERFORM 0300-WRITE-BACKUP
               PERFORM 0200-FILL-BATCH
               PERFORM 0310-REWRITE-BATCH
           END-IF
           DISPLAY "BATCH ROWS READ:             " WS-BATCH-ROWS
           DISPLAY "ROWS WITH SEX NA:            " WS-NA-ROWS
           DISPLAY "  FILLED IN AS MALE:         " WS-FILLED-MALE
           DISPLAY "  FILLED IN AS FEMALE:       " WS-FILLED-FEMALE
           DISPLAY "  LEFT NA, LOW CONFIDENCE:   " WS-LOW-CONF-ROWS
           DISPLAY "  LEFT NA, ROW NOT SCORABLE: " WS-UNUSABLE-ROWS
           IF MODEL-VERSIONS-DIFFER
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0000-HOUSEKEEPING.
      *    LOAD BOTH MODELS. WITHOUT THE SPECIES MODEL NOTHING CAN BE
      *    SCORED TONIGHT, SO THAT IS A MISSING PREREQUISITE. WITHOUT
      *    A SEX MODEL (PENGU-NN HAS NOT YET BEEN RUN WITH
      *    SEX_MODEL=Y) THE BATCH SIMPLY GOES ON AS RECEIVED.
           OPEN INPUT WEIGHTS-FILE
           IF WS-WEIGHTS-FILE-STATUS NOT = "00"
               DISPLAY "NO WEIGHTS-FILE FOUND (" WS-WEIGHTS-NAME
                       "). RUN PENGU-NN FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0010-LOAD-WEIGHTS
           CLOSE WEIGHTS-FILE
           OPEN INPUT SEX-WEIGHTS-FILE
           IF WS-SEX-WEIGHTS-STATUS NOT = "00"
               DISPLAY "WARNING: NO SEX MODEL FOUND ("
                       WS-SEX-WEIGHTS-NAME "). unlabeled.csv LEFT AS "
                       "RECEIVED -- RUN PENGU-NN WITH SEX_MODEL=Y."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0040-LOAD-SEX-MODEL
           CLOSE SEX-WEIGHTS-FILE
           IF WS-SEX-COMPANION-VERSION NOT = WS-LOADED-VERSION
               SET MODEL-VERSIONS-DIFFER TO TRUE
               DISPLAY "WARNING: SEX MODEL VERSION "
                       WS-SEX-LOADED-VERSION " WAS TRAINED WITH "
                       "SPECIES MODEL " WS-SEX-COMPANION-VERSION
                       ", NOT " WS-LOADED-VERSION "."
           END-IF.

       0005-LOAD-WEIGHTS-HEADER.
      *    READ AND VERIFY THE EIGHT-RECORD HEADER PENGU-NN'S
      *    0560-SAVE-WEIGHTS-FILE WRITES IN FRONT OF THE WEIGHTS:
      *    VERSION, DATE, TIME, INPUT/HIDDEN/OUTPUT DIMENSIONS,
      *    TRAINING ROW COUNT, FINAL TEST ACCURACY.
           READ WEIGHTS-FILE
               AT END PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           MOVE WEIGHTS-REC TO WS-LOADED-VERSION
           READ WEIGHTS-FILE
               AT END PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           READ WEIGHTS-FILE
               AT END PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           READ WEIGHTS-FILE
               AT END PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           IF WEIGHTS-REC NOT = WS-INPUT-DIM
               PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-IF
           READ WEIGHTS-FILE
               AT END PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           IF WEIGHTS-REC NOT = WS-HIDDEN-DIM
               PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-IF
           READ WEIGHTS-FILE
               AT END PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           IF WEIGHTS-REC NOT = WS-OUTPUT-DIM
               PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-IF
           READ WEIGHTS-FILE
               AT END PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           READ WEIGHTS-FILE
               AT END PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           DISPLAY "SPECIES MODEL VERSION " WS-LOADED-VERSION
                   " FROM " WS-WEIGHTS-NAME.

       0010-LOAD-WEIGHTS.
      *    SEQUENTIAL RELOAD IN THE SAME ORDER PENGU-NN'S
      *    0560-SAVE-WEIGHTS-FILE WRITES: HEADER, W1, B1, W2, B2, THEN
      *    THE TRAINING-TIME MEAN/STD (SAME AS PENGU-SCORE'S LOADER).
           PERFORM 0005-LOAD-WEIGHTS-HEADER
           PERFORM VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > WS-INPUT-DIM
               PERFORM VARYING IDX-J FROM 1 BY 1
                       UNTIL IDX-J > WS-HIDDEN-DIM
                   READ WEIGHTS-FILE
                       AT END
                           PERFORM 0015-WEIGHTS-SHAPE-ERROR
                   END-READ
                   MOVE WEIGHTS-REC TO W1-VAL(IDX-I, IDX-J)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > WS-HIDDEN-DIM
               READ WEIGHTS-FILE
                   AT END
                       PERFORM 0015-WEIGHTS-SHAPE-ERROR
               END-READ
               MOVE WEIGHTS-REC TO B1-VAL(IDX-J)
           END-PERFORM
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > WS-HIDDEN-DIM
               PERFORM VARYING IDX-J FROM 1 BY 1
                       UNTIL IDX-J > WS-OUTPUT-DIM
                   READ WEIGHTS-FILE
                       AT END
                           PERFORM 0015-WEIGHTS-SHAPE-ERROR
                   END-READ
                   MOVE WEIGHTS-REC TO W2-VAL(IDX-I, IDX-J)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > WS-OUTPUT-DIM
               READ WEIGHTS-FILE
                   AT END
                       PERFORM 0015-WEIGHTS-SHAPE-ERROR
               END-READ
               MOVE WEIGHTS-REC TO B2-VAL(IDX-J)
           END-PERFORM
           READ WEIGHTS-FILE
               AT END
                   PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           MOVE WEIGHTS-REC TO WS-MEAN-X1
           READ WEIGHTS-FILE
               AT END
                   PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           MOVE WEIGHTS-REC TO WS-MEAN-X2
           READ WEIGHTS-FILE
               AT END
                   PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           MOVE WEIGHTS-REC TO WS-MEAN-X3
           READ WEIGHTS-FILE
               AT END
                   PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           MOVE WEIGHTS-REC TO WS-MEAN-X4
           READ WEIGHTS-FILE
               AT END
                   PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           MOVE WEIGHTS-REC TO WS-STD-X1
           READ WEIGHTS-FILE
               AT END
                   PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           MOVE WEIGHTS-REC TO WS-STD-X2
           READ WEIGHTS-FILE
               AT END
                   PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           MOVE WEIGHTS-REC TO WS-STD-X3
           READ WEIGHTS-FILE
               AT END
                   PERFORM 0015-WEIGHTS-SHAPE-ERROR
           END-READ
           MOVE WEIGHTS-REC TO WS-STD-X4.

       0015-WEIGHTS-SHAPE-ERROR.
      *    THE WEIGHTS-FILE DOES NOT MATCH THE COMPILED MODEL SHAPE.
      *    STOP RATHER THAN FEED THE SEX MODEL SPECIES PROBABILITIES
      *    FROM A HALF-LOADED NETWORK.
           DISPLAY "ERROR: WEIGHTS-FILE DOES NOT MATCH THE COMPILED "
                   "MODEL SHAPE (EXPECTED INPUT/HIDDEN/OUTPUT "
                   "DIMENSIONS " WS-INPUT-DIM "/" WS-HIDDEN-DIM "/"
                   WS-OUTPUT-DIM "). RETRAIN WITH PENGU-NN."
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       0020-LOAD-CONTROL-CARD.
      *    SAME KEY=VALUE CONTROL CARD THE REST OF THE SUITE READS.
      *    KEYS THAT MEAN NOTHING HERE FALL THROUGH TO WHEN OTHER.
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
      *        ANY OTHER STATUS MEANS A CARD EXISTS BUT CANNOT BE READ.
               IF WS-CONTROL-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: CONTROL CARD EXISTS BUT CANNOT BE "
                           "READ, STATUS " WS-CONTROL-FILE-STATUS "."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0025-APPLY-CONTROL-LINE.
      *    SPLIT ONE "KEY=VALUE" LINE AND APPLY IT WHEN RECOGNIZED;
      *    UNKNOWN KEYS AND BLANK LINES ARE IGNORED.
           MOVE SPACES TO WS-CTL-KEY WS-CTL-VAL
           UNSTRING CONTROL-REC DELIMITED BY "="
               INTO WS-CTL-KEY WS-CTL-VAL
           END-UNSTRING
           EVALUATE WS-CTL-KEY
      *        ROLLBACK OF THE SPECIES MODEL, EXACTLY AS PENGU-SCORE
      *        APPLIES IT, SO BOTH STEPS USE THE SAME GENERATION.
               WHEN "MODEL_GENERATION"
                   COMPUTE WS-MODEL-GENERATION =
                           FUNCTION NUMVAL(WS-CTL-VAL)
                   IF WS-MODEL-GENERATION > 0
                       MOVE WS-MODEL-GENERATION TO WS-GEN-EDIT
                       MOVE SPACES TO WS-WEIGHTS-NAME
                       STRING "weights_gen_" DELIMITED BY SIZE
                              WS-GEN-EDIT    DELIMITED BY SIZE
                              ".dat"         DELIMITED BY SIZE
                              INTO WS-WEIGHTS-NAME
                       END-STRING
                   END-IF
      *        ROLLBACK OF THE SEX MODEL TO AN ARCHIVED GENERATION
      *        (SEE PENGU-NN'S 0860-ARCHIVE-SEX-MODEL). ZERO MEANS THE
      *        CURRENT sex_weights.dat.
               WHEN "SEX_MODEL_GENERATION"
                   COMPUTE WS-SEX-MODEL-GENERATION =
                           FUNCTION NUMVAL(WS-CTL-VAL)
                   IF WS-SEX-MODEL-GENERATION > 0
                       MOVE WS-SEX-MODEL-GENERATION TO WS-GEN-EDIT
                       MOVE SPACES TO WS-SEX-WEIGHTS-NAME
                       STRING "sex_weights_gen_" DELIMITED BY SIZE
                              WS-GEN-EDIT        DELIMITED BY SIZE
                              ".dat"             DELIMITED BY SIZE
                              INTO WS-SEX-WEIGHTS-NAME
                       END-STRING
                       DISPLAY "ROLLBACK REQUESTED: FILLING SEX WITH "
                               WS-SEX-WEIGHTS-NAME
                   END-IF
               WHEN "SEXFILL_MIN_PROB"
                   COMPUTE WS-MIN-PROB = FUNCTION NUMVAL(WS-CTL-VAL)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0040-LOAD-SEX-MODEL.
      *    THE NINE-RECORD HEADER PENGU-NN'S 0850-SAVE-SEX-MODEL
      *    WRITES -- VERSION, DATE, TIME, INPUT/HIDDEN/OUTPUT
      *    DIMENSIONS (10/0/1), TRAINING ROW COUNT, TEST ACCURACY,
      *    COMPANION SPECIES MODEL VERSION -- THEN THE TEN WEIGHTS,
      *    THE BIAS, AND THE TRAINING-TIME MEAN/STD.
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           MOVE SEX-WEIGHTS-REC TO WS-SEX-LOADED-VERSION
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           IF SEX-WEIGHTS-REC NOT = WS-SEX-INPUT-DIM
               PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-IF
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           IF SEX-WEIGHTS-REC NOT = 0
               PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-IF
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           IF SEX-WEIGHTS-REC NOT = 1
               PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-IF
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           MOVE SEX-WEIGHTS-REC TO WS-SEX-COMPANION-VERSION
           PERFORM VARYING IDX-K FROM 1 BY 1
                   UNTIL IDX-K > WS-SEX-INPUT-DIM
               READ SEX-WEIGHTS-FILE
                   AT END
                       PERFORM 0045-SEX-MODEL-SHAPE-ERROR
               END-READ
               MOVE SEX-WEIGHTS-REC TO SX-W(IDX-K)
           END-PERFORM
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           MOVE SEX-WEIGHTS-REC TO SX-B
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           MOVE SEX-WEIGHTS-REC TO WS-SEX-MEAN-X1
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           MOVE SEX-WEIGHTS-REC TO WS-SEX-MEAN-X2
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           MOVE SEX-WEIGHTS-REC TO WS-SEX-MEAN-X3
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           MOVE SEX-WEIGHTS-REC TO WS-SEX-MEAN-X4
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           MOVE SEX-WEIGHTS-REC TO WS-SEX-STD-X1
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           MOVE SEX-WEIGHTS-REC TO WS-SEX-STD-X2
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           MOVE SEX-WEIGHTS-REC TO WS-SEX-STD-X3
           READ SEX-WEIGHTS-FILE
               AT END PERFORM 0045-SEX-MODEL-SHAPE-ERROR
           END-READ
           MOVE SEX-WEIGHTS-REC TO WS-SEX-STD-X4
           DISPLAY "SEX MODEL VERSION " WS-SEX-LOADED-VERSION
                   " FROM " WS-SEX-WEIGHTS-NAME.

       0045-SEX-MODEL-SHAPE-ERROR.
      *    A SEX MODEL FILE THAT IS SHORT OR THE WRONG SHAPE IS NOT
      *    ONE PENGU-NN WROTE. STOP BEFORE IT CALLS A SINGLE BIRD.
           DISPLAY "ERROR: " WS-SEX-WEIGHTS-NAME " IS NOT A SEX MODEL "
                   "OF THE EXPECTED SHAPE (10 INPUTS, NO HIDDEN "
                   "LAYER, 1 OUTPUT). RETRAIN WITH PENGU-NN, "
                   "SEX_MODEL=Y."
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       0100-LOAD-BATCH.
      *    READ THE WHOLE BATCH INTO THE TABLE, COUNTING THE ROWS
      *    WHOSE SEX IS "NA" AND NOTICING A BATCH THIS PROGRAM HAS
      *    ALREADY FILLED. NO BATCH IS A MISSING PREREQUISITE.
           OPEN INPUT UNLABELED-FILE
           IF WS-UNLABELED-FILE-STATUS NOT = "00"
               DISPLAY "NO UNLABELED INPUT FOUND (unlabeled.csv)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ UNLABELED-FILE INTO UNLABELED-RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0110-STORE-BATCH-ROW
               END-READ
           END-PERFORM
           CLOSE UNLABELED-FILE.

       0110-STORE-BATCH-ROW.
           IF WS-BATCH-ROWS >= MAX-ROWS
               SET BATCH-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-BATCH-ROWS
               MOVE UNLABELED-RECORD TO BAT-LINE(WS-BATCH-ROWS)
               PERFORM 0120-SPLIT-ROW
               IF WS-SEX-SOURCE NOT = SPACES
                   SET BATCH-ALREADY-FILLED TO TRUE
               END-IF
               IF WS-SEX = "NA"
                   ADD 1 TO WS-NA-ROWS
               END-IF
           END-IF.

       0120-SPLIT-ROW.
      *    THE RECEIVERS ARE CLEARED FIRST: UNSTRING LEAVES A RECEIVER
      *    UNTOUCHED WHEN THE RECORD RUNS OUT OF FIELDS.
           MOVE SPACES TO WS-TAG WS-ISLAND WS-BILL-LEN WS-BILL-DEP
                          WS-FLIP-LEN WS-BODY-MASS WS-SEX
                          WS-SEX-SOURCE WS-SEX-PROB-TXT
           UNSTRING UNLABELED-RECORD DELIMITED BY ","
               INTO WS-TAG WS-ISLAND WS-BILL-LEN WS-BILL-DEP
                    WS-FLIP-LEN WS-BODY-MASS WS-SEX
                    WS-SEX-SOURCE WS-SEX-PROB-TXT
           END-UNSTRING.

       0200-FILL-BATCH.
      *    ONE PASS OVER THE TABLE. OBSERVED ROWS ARE NOT TOUCHED.
           PERFORM VARYING IDX-ROW FROM 1 BY 1
                   UNTIL IDX-ROW > WS-BATCH-ROWS
               MOVE BAT-LINE(IDX-ROW) TO UNLABELED-RECORD
               PERFORM 0120-SPLIT-ROW
               IF WS-SEX = "NA"
                   PERFORM 0210-FILL-ROW
               END-IF
           END-PERFORM.

       0210-FILL-ROW.
      *    A ROW THE SPECIES MODEL CANNOT SCORE (A BAD ISLAND, OR A
      *    MEASUREMENT MISSING OR OUT OF RANGE) IS LEFT EXACTLY AS IT
      *    CAME -- PENGU-SCORE REJECTS IT ANYWAY. OTHERWISE THE
      *    SPECIES MODEL RUNS WITH THE SEX UNKNOWN, ITS PROBABILITIES
      *    FEED THE SEX MODEL, AND THE CALL IS WRITTEN BACK WHEN IT
      *    CLEARS WS-MIN-PROB.
           PERFORM 0215-CHECK-ROW-USABLE
           IF NOT ROW-IS-USABLE
               ADD 1 TO WS-UNUSABLE-ROWS
           ELSE
               PERFORM 0220-SPECIES-FORWARD
               PERFORM 0230-SEX-FORWARD
               IF WS-SEX-CALL-PROB >= WS-MIN-PROB
                   MOVE WS-SEX-CALL TO WS-SEX
                   MOVE "PREDICTED" TO WS-SEX-SOURCE
                   IF WS-SEX-CALL = "male"
                       ADD 1 TO WS-FILLED-MALE
                   ELSE
                       ADD 1 TO WS-FILLED-FEMALE
                   END-IF
               ELSE
                   MOVE "LOW-CONF" TO WS-SEX-SOURCE
                   ADD 1 TO WS-LOW-CONF-ROWS
               END-IF
               PERFORM 0240-BUILD-FILLED-LINE
               MOVE WS-NEW-LINE TO BAT-LINE(IDX-ROW)
           END-IF.

       0215-CHECK-ROW-USABLE.
      *    SAME EDITS AS PENGU-SCORE'S 0115-VALIDATE-ROW, EXCEPT THAT
      *    A MISSING MEASUREMENT ALSO MAKES THE ROW UNUSABLE HERE.
           MOVE 'Y' TO WS-ROW-USABLE
           IF WS-ISLAND NOT = "Biscoe" AND
              WS-ISLAND NOT = "Dream" AND
              WS-ISLAND NOT = "Torgersen"
               MOVE 'N' TO WS-ROW-USABLE
           END-IF
           IF WS-BILL-LEN = "NA" OR WS-BILL-DEP = "NA" OR
              WS-FLIP-LEN = "NA" OR WS-BODY-MASS = "NA"
               MOVE 'N' TO WS-ROW-USABLE
           END-IF
           IF ROW-IS-USABLE
               COMPUTE WS-RAW-X1 = FUNCTION NUMVAL(WS-BILL-LEN)
               COMPUTE WS-RAW-X2 = FUNCTION NUMVAL(WS-BILL-DEP)
               COMPUTE WS-RAW-X3 = FUNCTION NUMVAL(WS-FLIP-LEN)
               COMPUTE WS-RAW-X4 = FUNCTION NUMVAL(WS-BODY-MASS)
               IF WS-RAW-X1 < WS-BILL-LEN-LO OR
                  WS-RAW-X1 > WS-BILL-LEN-HI OR
                  WS-RAW-X2 < WS-BILL-DEP-LO OR
                  WS-RAW-X2 > WS-BILL-DEP-HI OR
                  WS-RAW-X3 < WS-FLIP-LEN-LO OR
                  WS-RAW-X3 > WS-FLIP-LEN-HI OR
                  WS-RAW-X4 < WS-BODY-MASS-LO OR
                  WS-RAW-X4 > WS-BODY-MASS-HI
                   MOVE 'N' TO WS-ROW-USABLE
               END-IF
           END-IF.

       0220-SPECIES-FORWARD.
      *    SAME HIDDEN/OUTPUT/SOFTMAX LOGIC AS PENGU-SCORE'S
      *    0120-FORWARD-PROP, WITH THE SEX INPUTS LEFT AT ZERO.
           COMPUTE D-X1 = (WS-RAW-X1 - WS-MEAN-X1) / WS-STD-X1
           COMPUTE D-X2 = (WS-RAW-X2 - WS-MEAN-X2) / WS-STD-X2
           COMPUTE D-X3 = (WS-RAW-X3 - WS-MEAN-X3) / WS-STD-X3
           COMPUTE D-X4 = (WS-RAW-X4 - WS-MEAN-X4) / WS-STD-X4
           MOVE 0 TO D-X5
           MOVE 0 TO D-X6
           MOVE 0 TO D-X7
           EVALUATE WS-ISLAND
               WHEN "Biscoe"     MOVE 1 TO D-X5
               WHEN "Dream"      MOVE 1 TO D-X6
               WHEN "Torgersen"  MOVE 1 TO D-X7
           END-EVALUATE
           MOVE 0 TO D-X8
           MOVE 0 TO D-X9
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > WS-HIDDEN-DIM
               MOVE B1-VAL(IDX-J) TO Z1-VAL(IDX-J)
               COMPUTE Z1-VAL(IDX-J) = Z1-VAL(IDX-J) +
                       (D-X1 * W1-VAL(1, IDX-J))
               COMPUTE Z1-VAL(IDX-J) = Z1-VAL(IDX-J) +
                       (D-X2 * W1-VAL(2, IDX-J))
               COMPUTE Z1-VAL(IDX-J) = Z1-VAL(IDX-J) +
                       (D-X3 * W1-VAL(3, IDX-J))
               COMPUTE Z1-VAL(IDX-J) = Z1-VAL(IDX-J) +
                       (D-X4 * W1-VAL(4, IDX-J))
               COMPUTE Z1-VAL(IDX-J) = Z1-VAL(IDX-J) +
                       (D-X5 * W1-VAL(5, IDX-J))
               COMPUTE Z1-VAL(IDX-J) = Z1-VAL(IDX-J) +
                       (D-X6 * W1-VAL(6, IDX-J))
               COMPUTE Z1-VAL(IDX-J) = Z1-VAL(IDX-J) +
                       (D-X7 * W1-VAL(7, IDX-J))
               COMPUTE Z1-VAL(IDX-J) = Z1-VAL(IDX-J) +
                       (D-X8 * W1-VAL(8, IDX-J))
               COMPUTE Z1-VAL(IDX-J) = Z1-VAL(IDX-J) +
                       (D-X9 * W1-VAL(9, IDX-J))
               IF Z1-VAL(IDX-J) > 0
                   MOVE Z1-VAL(IDX-J) TO H-VAL(IDX-J)
               ELSE
                   MOVE 0 TO H-VAL(IDX-J)
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > WS-OUTPUT-DIM
               MOVE B2-VAL(IDX-J) TO Z2-VAL(IDX-J)
               PERFORM VARYING IDX-K FROM 1 BY 1
                       UNTIL IDX-K > WS-HIDDEN-DIM
                   COMPUTE Z2-VAL(IDX-J) = Z2-VAL(IDX-J) +
                           (H-VAL(IDX-K) * W2-VAL(IDX-K, IDX-J))
               END-PERFORM
           END-PERFORM
           COMPUTE P-VAL(1) = FUNCTION EXP(Z2-VAL(1))
           COMPUTE P-VAL(2) = FUNCTION EXP(Z2-VAL(2))
           COMPUTE P-VAL(3) = FUNCTION EXP(Z2-VAL(3))
           MOVE 0 TO WS-TEMP-MATH
           ADD P-VAL(1) P-VAL(2) P-VAL(3) TO WS-TEMP-MATH
           COMPUTE P-VAL(1) = P-VAL(1) / WS-TEMP-MATH
           COMPUTE P-VAL(2) = P-VAL(2) / WS-TEMP-MATH
           COMPUTE P-VAL(3) = P-VAL(3) / WS-TEMP-MATH.

       0230-SEX-FORWARD.
      *    THE SEX MODEL SEES THE MEASUREMENTS SCALED BY ITS OWN
      *    TRAINING STATISTICS, THE SPECIES PROBABILITIES WHERE
      *    TRAINING HAD THE ONE-HOT LABEL, AND THE ISLAND. Z IS
      *    CLAMPED TO +/-18 AS IN PENGU-NN'S 0820-SEX-FORWARD. THE
      *    CALL IS THE LIKELIER SEX, WITH ITS OWN PROBABILITY.
           COMPUTE SX-X(1) = (WS-RAW-X1 - WS-SEX-MEAN-X1) /
                             WS-SEX-STD-X1
           COMPUTE SX-X(2) = (WS-RAW-X2 - WS-SEX-MEAN-X2) /
                             WS-SEX-STD-X2
           COMPUTE SX-X(3) = (WS-RAW-X3 - WS-SEX-MEAN-X3) /
                             WS-SEX-STD-X3
           COMPUTE SX-X(4) = (WS-RAW-X4 - WS-SEX-MEAN-X4) /
                             WS-SEX-STD-X4
           MOVE P-VAL(1) TO SX-X(5)
           MOVE P-VAL(2) TO SX-X(6)
           MOVE P-VAL(3) TO SX-X(7)
           MOVE D-X5 TO SX-X(8)
           MOVE D-X6 TO SX-X(9)
           MOVE D-X7 TO SX-X(10)
           MOVE SX-B TO WS-SEX-Z
           PERFORM VARYING IDX-K FROM 1 BY 1
                   UNTIL IDX-K > WS-SEX-INPUT-DIM
               COMPUTE WS-SEX-Z = WS-SEX-Z +
                       (SX-W(IDX-K) * SX-X(IDX-K))
           END-PERFORM
           IF WS-SEX-Z > 18
               MOVE 18 TO WS-SEX-Z
           END-IF
           IF WS-SEX-Z < -18
               MOVE -18 TO WS-SEX-Z
           END-IF
           COMPUTE WS-SEX-P-MALE = 1 / (1 + FUNCTION EXP(0 - WS-SEX-Z))
           IF WS-SEX-P-MALE >= 0.5
               MOVE "male" TO WS-SEX-CALL
               MOVE WS-SEX-P-MALE TO WS-SEX-CALL-PROB
           ELSE
               MOVE "female" TO WS-SEX-CALL
               COMPUTE WS-SEX-CALL-PROB = 1 - WS-SEX-P-MALE
           END-IF.

       0240-BUILD-FILLED-LINE.
      *    THE SEVEN ORIGINAL COLUMNS (WITH THE SEX REPLACED WHEN IT
      *    WAS FILLED IN), THEN THE SOURCE MARKER AND THE PROBABILITY
      *    OF THE CALLED SEX.
           MOVE WS-SEX-CALL-PROB TO WS-SEX-PROB-EDIT
           MOVE SPACES TO WS-NEW-LINE
           STRING WS-TAG DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ISLAND DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-BILL-LEN DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-BILL-DEP DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-FLIP-LEN DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-BODY-MASS DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-SEX DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-SEX-SOURCE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-SEX-PROB-EDIT DELIMITED BY SIZE
                  INTO WS-NEW-LINE
           END-STRING.

       0300-WRITE-BACKUP.
      *    THE BATCH AS RECEIVED GOES TO unlabeled_observed.csv BEFORE
      *    ANY ROW OF IT IS CHANGED.
           OPEN OUTPUT BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COULD NOT OPEN unlabeled_observed.csv, "
                       "STATUS " WS-BACKUP-FILE-STATUS
                       " -- unlabeled.csv LEFT AS RECEIVED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-ROW FROM 1 BY 1
                   UNTIL IDX-ROW > WS-BATCH-ROWS
               MOVE BAT-LINE(IDX-ROW) TO BACKUP-REC
               WRITE BACKUP-REC
           END-PERFORM
           CLOSE BACKUP-FILE.

       0310-REWRITE-BATCH.
      *    THE ONE STEP THAT CHANGES THE BATCH IN PLACE. IF IT CANNOT
      *    BE DONE THE RUN STOPS HARD -- SCORING MUST NOT GO ON WITH
      *    WHATEVER IS LEFT; THE BATCH AS RECEIVED IS IN THE BACKUP.
           OPEN OUTPUT UNLABELED-FILE
           IF WS-UNLABELED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COULD NOT REWRITE unlabeled.csv, "
                       "STATUS " WS-UNLABELED-FILE-STATUS
                       " -- RESTORE IT FROM unlabeled_observed.csv."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-ROW FROM 1 BY 1
                   UNTIL IDX-ROW > WS-BATCH-ROWS
               MOVE BAT-LINE(IDX-ROW) TO UNLABELED-RECORD
               WRITE UNLABELED-RECORD
           END-PERFORM
           CLOSE UNLABELED-FILE
           DISPLAY "unlabeled.csv REWRITTEN; THE BATCH AS RECEIVED IS "
                   "IN unlabeled_observed.csv.".
