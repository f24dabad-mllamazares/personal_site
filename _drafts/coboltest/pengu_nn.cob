           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
      *    COMPANION SEX-DETERMINATION MODEL (SEX_MODEL=Y ON THE
      *    CONTROL CARD): A SMALL LOGISTIC CLASSIFIER THAT CALLS
      *    MALE/FEMALE FROM SPECIES, ISLAND AND THE FOUR
      *    MEASUREMENTS, SO PENGU-SEXFILL CAN FILL IN THE SEX OF
      *    BIRDS THE FIELD TEAMS DID NOT HANDLE. IT CARRIES THE SAME
      *    KIND OF HEADER AS WEIGHTS.DAT, ITS OWN VERSION SEQUENCE,
      *    AND ITS OWN GENERATION ARCHIVE (sex_weights_gen_NNNN.dat,
      *    WRITTEN THROUGH ARCHIVE-FILE) -- SEE 0850/0860.
           SELECT SEX-WEIGHTS-FILE ASSIGN TO "sex_weights.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEX-WEIGHTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REJECT-REC.
           05  REJ-ORIGINAL            PIC X(200).
           05  REJ-REASON              PIC X(20).
           05  REJ-BATCH-ID            PIC X(20).
           05  REJ-TAG                 PIC X(10).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                 PIC S9(9)V9(9).

       FD  SEX-WEIGHTS-FILE.
       01  SEX-WEIGHTS-REC             PIC S9(9)V9(9).

       WORKING-STORAGE SECTION.
      *    INTERNAL SYSTEM CONSTANTS AND CAPACITY LIMITS.
       01  WS-CONSTANTS.
       01  WS-CLS-W-TABLE.
           05  WS-CLS-W OCCURS 3 TIMES PIC S9(9)V9(9) VALUE 1.

      *    COMPANION SEX MODEL (SEX_MODEL=Y ON THE CONTROL CARD).
      *    LOGISTIC REGRESSION OVER TEN INPUTS -- THE FOUR SCALED
      *    MEASUREMENTS, ONE-HOT SPECIES (ADELIE/CHINSTRAP/GENTOO)
      *    AND ONE-HOT ISLAND (BISCOE/DREAM/TORGERSEN) -- GIVING THE
      *    PROBABILITY THE BIRD IS MALE. IT IS TRAINED ONLY ON ROWS
      *    WHOSE SEX WAS OBSERVED, ON THE SAME 80/20 PARTITION THE
      *    SPECIES MODEL USED, AND ONLY BY A FULL SINGLE-SPLIT RUN.
      *    SEX_EPOCHS AND SEX_LR TUNE IT SEPARATELY FROM THE
      *    SPECIES NETWORK.
       01  WS-SEX-MODEL-MODE           PIC X     VALUE 'N'.
           88  SEX-MODEL-ENABLED                 VALUE 'Y'.
       01  WS-SEX-WEIGHTS-STATUS       PIC XX.
       01  WS-SEX-VARS.
           05  WS-SEX-INPUT-DIM        PIC 9(4)  VALUE 10.
           05  WS-SEX-EPOCHS           PIC 9(4)  VALUE 500.
           05  WS-SEX-LR               PIC S9(9)V9(9) VALUE 0.5.
           05  WS-SEX-EPOCH-CTR        PIC 9(4).
           05  WS-SEX-TRAIN-N          PIC 9(4)  VALUE 0.
           05  WS-SEX-TEST-N           PIC 9(4)  VALUE 0.
           05  WS-SEX-HITS             PIC 9(4)  VALUE 0.
           05  WS-SEX-Y                PIC 9.
           05  WS-SEX-Z                PIC S9(9)V9(9).
           05  WS-SEX-P                PIC S9(9)V9(9).
           05  WS-SEX-ERR              PIC S9(9)V9(9).
           05  WS-SEX-LOSS             PIC S9(9)V9(9) VALUE 0.
           05  WS-SEX-TRAIN-ACC        PIC S9(9)V9(9) VALUE 0.
           05  WS-SEX-TEST-ACC         PIC S9(9)V9(9) VALUE 0.
           05  WS-SEX-VERSION          PIC 9(4)  VALUE 0.
           05  WS-SEX-PRIOR-VERSION    PIC 9(4)  VALUE 0.
      *    ONE ROW'S TEN INPUTS, THE WEIGHTS AND BIAS, AND THEIR
      *    GRADIENT ACCUMULATORS.
       01  WS-SEX-X-TABLE.
           05  SX-X  OCCURS 10 TIMES   PIC S9(9)V9(9).
       01  WS-SEX-WEIGHTS.
           05  SX-W  OCCURS 10 TIMES   PIC S9(9)V9(9).
           05  SX-B                    PIC S9(9)V9(9).
       01  WS-SEX-GRADS.
           05  SX-DW OCCURS 10 TIMES   PIC S9(9)V9(9).
           05  SX-DB                   PIC S9(9)V9(9).

      *    3X3 CONFUSION MATRIX FOR THE TEST-SET EVALUATION. ROWS ARE
      *    THE ACTUAL SPECIES (D-Y), COLUMNS ARE THE PREDICTED SPECIES
      *    (WS-PRED-CLASS), SO MIS-CLASSIFICATIONS BETWEEN SPECIFIC
               MOVE WS-INCR-EPOCHS TO WS-EPOCHS
           END-IF
           PERFORM 0000-HOUSEKEEPING
      *    THE COMPANION SEX MODEL SHIPS ALONGSIDE A PRODUCTION
      *    SPECIES MODEL, SO ONLY A FULL SINGLE-SPLIT RUN TRAINS IT.
           IF SEX-MODEL-ENABLED AND
              (WS-KFOLD-K > 1 OR INCR-TRAIN-MODE)
               DISPLAY "SEX_MODEL=Y IGNORED: THE SEX MODEL IS ONLY "
                       "TRAINED BY A FULL SINGLE-SPLIT RUN."
           END-IF
           IF WS-KFOLD-K > 1
               PERFORM 0020-RUN-KFOLD
           ELSE
               MOVE WS-TRAIN-ROWS TO WS-AUDIT-TRAIN-ROWS
               MOVE WS-TEST-ROWS TO WS-AUDIT-TEST-ROWS
               PERFORM 0700-WRITE-AUDIT-LOG
               IF SEX-MODEL-ENABLED
                   PERFORM 0800-TRAIN-SEX-MODEL
               END-IF
           END-IF
           END-IF
      *    COMPLETED -- BUT ROWS THAT WERE SKIPPED FOR CAPACITY OR
                   END-IF
               WHEN "INCR_EPOCHS"
                   COMPUTE WS-INCR-EPOCHS = FUNCTION NUMVAL(WS-CTL-VAL)
               WHEN "SEX_MODEL"
                   MOVE WS-CTL-VAL(1:1) TO WS-SEX-MODEL-MODE
               WHEN "SEX_EPOCHS"
                   COMPUTE WS-SEX-EPOCHS = FUNCTION NUMVAL(WS-CTL-VAL)
               WHEN "SEX_LR"
                   COMPUTE WS-SEX-LR = FUNCTION NUMVAL(WS-CTL-VAL)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               CLOSE AUDIT-LOG-FILE
           END-IF.

       0800-TRAIN-SEX-MODEL.
      *    TRAIN THE COMPANION SEX MODEL ON THE SAME SCALED ROWS AND
      *    THE SAME TRAIN/TEST PARTITION THE SPECIES MODEL JUST USED,
      *    KEEPING ONLY ROWS WHOSE SEX WAS OBSERVED -- AN "NA" ROW HAS
      *    NOTHING TO TEACH IT. FULL-BATCH GRADIENT DESCENT ON THE LOG
      *    LOSS FROM ZERO WEIGHTS (THE PROBLEM IS CONVEX, SO THERE IS
      *    NO NEED FOR A RANDOM START), THEN MEASURE IT AND SAVE IT
      *    ALONGSIDE WEIGHTS.DAT.
           INITIALIZE WS-SEX-WEIGHTS
           MOVE 0 TO WS-SEX-TRAIN-N
           PERFORM VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > WS-TRAIN-ROWS
               COMPUTE IDX-I = WS-IDX(IDX-S)
               IF D-X8(IDX-I) + D-X9(IDX-I) = 1
                   ADD 1 TO WS-SEX-TRAIN-N
               END-IF
           END-PERFORM
           IF WS-SEX-TRAIN-N = 0
               DISPLAY "WARNING: NO TRAINING ROW HAS AN OBSERVED SEX. "
                       "SEX MODEL NOT TRAINED; SEX_WEIGHTS.DAT LEFT "
                       "AS IT WAS."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "TRAINING SEX MODEL ON " WS-SEX-TRAIN-N
                       " ROWS OF OBSERVED SEX."
               PERFORM VARYING WS-SEX-EPOCH-CTR FROM 1 BY 1
                       UNTIL WS-SEX-EPOCH-CTR > WS-SEX-EPOCHS
                   PERFORM 0810-SEX-EPOCH
                   IF FUNCTION MOD(WS-SEX-EPOCH-CTR, 100) = 0
                       DISPLAY "SEX MODEL EPOCH " WS-SEX-EPOCH-CTR
                               " LOSS: " WS-SEX-LOSS
                   END-IF
               END-PERFORM
               PERFORM 0830-SEX-ACCURACY
               PERFORM 0850-SAVE-SEX-MODEL
           END-IF.

       0810-SEX-EPOCH.
      *    ONE PASS OVER THE OBSERVED-SEX TRAINING ROWS: ACCUMULATE
      *    THE LOG-LOSS GRADIENT (P - Y) * X, THEN TAKE ONE STEP OF
      *    SEX_LR DOWN THE MEAN GRADIENT.
           INITIALIZE WS-SEX-GRADS
           MOVE 0 TO WS-SEX-LOSS
           PERFORM VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > WS-TRAIN-ROWS
               COMPUTE IDX-I = WS-IDX(IDX-S)
               IF D-X8(IDX-I) + D-X9(IDX-I) = 1
                   PERFORM 0820-SEX-FORWARD
                   COMPUTE WS-SEX-ERR = WS-SEX-P - WS-SEX-Y
                   PERFORM VARYING IDX-K FROM 1 BY 1
                           UNTIL IDX-K > WS-SEX-INPUT-DIM
                       COMPUTE SX-DW(IDX-K) = SX-DW(IDX-K) +
                               (WS-SEX-ERR * SX-X(IDX-K))
                   END-PERFORM
                   ADD WS-SEX-ERR TO SX-DB
                   IF WS-SEX-Y = 1
                       COMPUTE WS-SEX-LOSS = WS-SEX-LOSS -
                               FUNCTION LOG(WS-SEX-P)
                   ELSE
                       COMPUTE WS-SEX-LOSS = WS-SEX-LOSS -
                               FUNCTION LOG(1 - WS-SEX-P)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-TEMP-MATH = WS-SEX-LR / WS-SEX-TRAIN-N
           PERFORM VARYING IDX-K FROM 1 BY 1
                   UNTIL IDX-K > WS-SEX-INPUT-DIM
               COMPUTE SX-W(IDX-K) = SX-W(IDX-K) -
                       (WS-TEMP-MATH * SX-DW(IDX-K))
           END-PERFORM
           COMPUTE SX-B = SX-B - (WS-TEMP-MATH * SX-DB)
           COMPUTE WS-SEX-LOSS = WS-SEX-LOSS / WS-SEX-TRAIN-N.

       0820-SEX-FORWARD.
      *    BUILD THE TEN INPUTS FOR ROW IDX-I AND SCORE IT. THE
      *    SPECIES ONE-HOT COMES FROM THE LABEL HERE; PENGU-SEXFILL
      *    FEEDS THE SPECIES NETWORK'S PROBABILITIES INTO THE SAME
      *    THREE SLOTS INSTEAD. Z IS CLAMPED TO +/-18 SO THE SIGMOID
      *    NEVER ROUNDS TO EXACTLY 0 OR 1 AND THE LOG LOSS STAYS
      *    FINITE.
           MOVE D-X1(IDX-I) TO SX-X(1)
           MOVE D-X2(IDX-I) TO SX-X(2)
           MOVE D-X3(IDX-I) TO SX-X(3)
           MOVE D-X4(IDX-I) TO SX-X(4)
           MOVE 0 TO SX-X(5) SX-X(6) SX-X(7)
           COMPUTE IDX-J = D-Y(IDX-I) + 5
           MOVE 1 TO SX-X(IDX-J)
           MOVE D-X5(IDX-I) TO SX-X(8)
           MOVE D-X6(IDX-I) TO SX-X(9)
           MOVE D-X7(IDX-I) TO SX-X(10)
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
           COMPUTE WS-SEX-P = 1 / (1 + FUNCTION EXP(0 - WS-SEX-Z))
           MOVE D-X8(IDX-I) TO WS-SEX-Y.

       0830-SEX-ACCURACY.
      *    SHARE OF OBSERVED-SEX ROWS CALLED CORRECTLY AT THE 0.5 CUT,
      *    ON THE TRAINING ROWS AND ON THE HELD-OUT TEST ROWS. THE
      *    TEST FIGURE GOES INTO THE SAVED HEADER.
           MOVE 0 TO WS-SEX-HITS
           PERFORM VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > WS-TRAIN-ROWS
               COMPUTE IDX-I = WS-IDX(IDX-S)
               IF D-X8(IDX-I) + D-X9(IDX-I) = 1
                   PERFORM 0820-SEX-FORWARD
                   PERFORM 0835-SEX-TALLY
               END-IF
           END-PERFORM
           MOVE WS-SEX-HITS TO WS-SEX-TRAIN-ACC
           COMPUTE WS-SEX-TRAIN-ACC = WS-SEX-TRAIN-ACC / WS-SEX-TRAIN-N
           MOVE 0 TO WS-SEX-HITS
           MOVE 0 TO WS-SEX-TEST-N
           PERFORM VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > WS-TEST-ROWS
               COMPUTE IDX-I = WS-IDX(WS-TRAIN-ROWS + IDX-S)
               IF D-X8(IDX-I) + D-X9(IDX-I) = 1
                   ADD 1 TO WS-SEX-TEST-N
                   PERFORM 0820-SEX-FORWARD
                   PERFORM 0835-SEX-TALLY
               END-IF
           END-PERFORM
           IF WS-SEX-TEST-N > 0
               MOVE WS-SEX-HITS TO WS-SEX-TEST-ACC
               COMPUTE WS-SEX-TEST-ACC =
                       WS-SEX-TEST-ACC / WS-SEX-TEST-N
           ELSE
               MOVE 0 TO WS-SEX-TEST-ACC
               DISPLAY "WARNING: NO TEST ROW HAS AN OBSERVED SEX; "
                       "SEX MODEL TEST ACCURACY NOT MEASURED."
           END-IF
           DISPLAY "SEX MODEL TRAIN ACCURACY: " WS-SEX-TRAIN-ACC
           DISPLAY "SEX MODEL TEST ACCURACY:  " WS-SEX-TEST-ACC
                   " ON " WS-SEX-TEST-N " ROWS".

       0835-SEX-TALLY.
           IF (WS-SEX-P >= 0.5 AND WS-SEX-Y = 1) OR
              (WS-SEX-P < 0.5 AND WS-SEX-Y = 0)
               ADD 1 TO WS-SEX-HITS
           END-IF.

       0840-NEXT-SEX-VERSION.
      *    SAME SCHEME AS 0555: ONE PAST THE VERSION THE FILE ON DISK
      *    ALREADY CARRIES. THE SEX MODEL KEEPS ITS OWN SEQUENCE --
      *    THE SPECIES VERSION IT WAS TRAINED WITH IS RECORDED
      *    SEPARATELY IN ITS HEADER.
           MOVE 0 TO WS-SEX-PRIOR-VERSION
           OPEN INPUT SEX-WEIGHTS-FILE
           IF WS-SEX-WEIGHTS-STATUS = "00"
               READ SEX-WEIGHTS-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SEX-WEIGHTS-REC TO WS-SEX-PRIOR-VERSION
               END-READ
               CLOSE SEX-WEIGHTS-FILE
           END-IF
           COMPUTE WS-SEX-VERSION = WS-SEX-PRIOR-VERSION + 1.

       0850-SAVE-SEX-MODEL.
      *    NINE-RECORD HEADER -- VERSION, DATE, TIME, INPUT/HIDDEN/
      *    OUTPUT DIMENSIONS (10/0/1: NO HIDDEN LAYER), TRAINING ROW
      *    COUNT, TEST ACCURACY, AND THE VERSION OF THE SPECIES MODEL
      *    SAVED BY THIS SAME RUN -- THEN THE TEN WEIGHTS AND THE
      *    BIAS, THEN THE TRAINING-TIME MEAN/STD THE INPUTS WERE
      *    SCALED WITH (THE SAME EIGHT VALUES WEIGHTS.DAT CARRIES).
           PERFORM 0840-NEXT-SEX-VERSION
           OPEN OUTPUT SEX-WEIGHTS-FILE
           MOVE WS-SEX-VERSION TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-DATE-PART TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-TIME-PART TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-SEX-INPUT-DIM TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE 0 TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE 1 TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-SEX-TRAIN-N TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-SEX-TEST-ACC TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-MODEL-VERSION TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           PERFORM VARYING IDX-K FROM 1 BY 1
                   UNTIL IDX-K > WS-SEX-INPUT-DIM
               MOVE SX-W(IDX-K) TO SEX-WEIGHTS-REC
               WRITE SEX-WEIGHTS-REC
           END-PERFORM
           MOVE SX-B TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-MEAN-X1 TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-MEAN-X2 TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-MEAN-X3 TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-MEAN-X4 TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-STD-X1 TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-STD-X2 TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-STD-X3 TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           MOVE WS-STD-X4 TO SEX-WEIGHTS-REC
           WRITE SEX-WEIGHTS-REC
           CLOSE SEX-WEIGHTS-FILE
           PERFORM 0860-ARCHIVE-SEX-MODEL
           DISPLAY "SAVED SEX MODEL VERSION " WS-SEX-VERSION
                   " WITH SPECIES MODEL " WS-MODEL-VERSION
                   " (ARCHIVED AS " WS-ARCHIVE-NAME ").".

       0860-ARCHIVE-SEX-MODEL.
      *    COPY sex_weights.dat TO ITS GENERATION ARCHIVE AND PRUNE
      *    THE GENERATION THAT FELL OFF THE WS-KEEP-GENERATIONS
      *    WINDOW, EXACTLY AS 0570 DOES FOR THE SPECIES MODEL.
           MOVE WS-SEX-VERSION TO WS-GEN-EDIT
           PERFORM 0865-BUILD-SEX-ARCHIVE-NAME
           MOVE 'N' TO WS-ARCHIVE-EOF
           OPEN INPUT SEX-WEIGHTS-FILE
           OPEN OUTPUT ARCHIVE-FILE
           PERFORM UNTIL END-OF-ARCHIVE-COPY
               READ SEX-WEIGHTS-FILE
                   AT END SET END-OF-ARCHIVE-COPY TO TRUE
                   NOT AT END
                       MOVE SEX-WEIGHTS-REC TO ARCHIVE-REC
                       WRITE ARCHIVE-REC
               END-READ
           END-PERFORM
           CLOSE SEX-WEIGHTS-FILE
           CLOSE ARCHIVE-FILE
           IF WS-SEX-VERSION > WS-KEEP-GENERATIONS
               COMPUTE WS-GEN-EDIT =
                       WS-SEX-VERSION - WS-KEEP-GENERATIONS
               PERFORM 0865-BUILD-SEX-ARCHIVE-NAME
               DELETE FILE ARCHIVE-FILE
               MOVE WS-SEX-VERSION TO WS-GEN-EDIT
               PERFORM 0865-BUILD-SEX-ARCHIVE-NAME
           END-IF.

       0865-BUILD-SEX-ARCHIVE-NAME.
      *    sex_weights_gen_NNNN.dat FROM WS-GEN-EDIT. PENGU-SEXFILL'S
      *    SEX_MODEL_GENERATION HANDLING BUILDS THE SAME NAME.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "sex_weights_gen_" DELIMITED BY SIZE
                  WS-GEN-EDIT        DELIMITED BY SIZE
                  ".dat"             DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME
           END-STRING.

       0000-HOUSEKEEPING.
      *    AGGREGATE DATA PREPARATION: LOAD, STANDARDIZE, AND SHUFFLE.
           PERFORM 0100-LOAD-DATA
       0118-WRITE-REJECT.
      *    THE ORIGINAL RECORD GOES OUT VERBATIM WITH THE REASON CODE
      *    APPENDED IN THE FIXED TAIL COLUMNS, SO THE FIELD STATION
      *    CAN CORRECT AND RESUBMIT THE LINE AS-IS. TRAINING ROWS
      *    CARRY NO TAG AND NO BATCH, SO THE TRAINING FILE'S NAME
      *    STANDS IN FOR THE BATCH PENGU-REJECTS TRACKS THEM UNDER.
           MOVE CSV-RECORD TO REJ-ORIGINAL
           MOVE WS-REASON-CODE TO REJ-REASON
           MOVE WS-CSV-NAME TO REJ-BATCH-ID
           MOVE SPACES TO REJ-TAG
           WRITE REJECT-REC
           ADD 1 TO WS-REJECT-COUNT.

