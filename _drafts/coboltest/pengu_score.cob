      *    CODE SO THE FIELD STATION CAN CORRECT AND RESUBMIT IT.
           SELECT REJECT-FILE ASSIGN TO "pengu_score_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    KEYED SIGHTING HISTORY, ONE RECORD PER SCORING: TAG, DATE,
      *    BATCH, ISLAND, THE CALL AND ITS CONFIDENCE, AND THE RAW
      *    MEASUREMENTS THAT DAY. THE MASTER KEEPS ONLY THE LATEST
      *    CALL PER TAG; THIS FILE IS THE FULL TIMELINE PENGU-HISTORY
      *    PRINTS FOR THE ECOLOGY TEAM. THE KEY IS TAG, SIGHTING DATE
      *    AND A SEQUENCE NUMBER, SO A BIRD'S SIGHTINGS READ BACK
      *    TOGETHER AND IN DATE ORDER. THIS PROGRAM OWNS THE RECORD
      *    LAYOUT -- KEEP EVERY COPY IN STEP.
           SELECT HISTORY-FILE ASSIGN TO "sighting_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
      *    THE FLAT SIGHTING HISTORY THE KEYED ONE REPLACED. ONLY
      *    LOOKED FOR, NEVER READ: IF IT IS STILL HERE WITH NO KEYED
      *    HISTORY BESIDE IT, THE CONVERSION (PENGU-HISTLOAD) HAS NOT
      *    BEEN RUN YET.
           SELECT OLD-HISTORY-FILE ASSIGN TO "sighting_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-HISTORY-STATUS.
      *    SPECIES-FLIP EXCEPTIONS: A RE-SIGHTED TAG WHOSE NEW CALL
      *    DISAGREES WITH THE STORED SPECIES. A PENGUIN DOES NOT
      *    CHANGE SPECIES -- EVERY FLIP IS A BAD SCORING, A KEYING
       01  REJECT-REC.
           05  REJ-ORIGINAL            PIC X(200).
           05  REJ-REASON              PIC X(20).
           05  REJ-BATCH-ID            PIC X(20).
           05  REJ-TAG                 PIC X(10).

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  HST-KEY.
               10  HST-TAG             PIC X(10).
               10  HST-DATE            PIC 9(8).
      *            1 FOR A TAG'S FIRST SCORING ON A DATE, 2 FOR A
      *            SECOND SCORING THE SAME DAY, AND SO ON.
               10  HST-SEQ             PIC 9(3).
           05  HST-BATCH-ID            PIC X(20).
           05  HST-ISLAND              PIC X(20).
           05  HST-SPECIES             PIC X(20).
           05  HST-PROB                PIC 9V9(6).
           05  HST-MARGIN              PIC 9V9(6).
           05  HST-BILL-LEN            PIC X(10).
           05  HST-BILL-DEP            PIC X(10).
           05  HST-FLIP-LEN            PIC X(10).
           05  HST-BODY-MASS           PIC X(10).
           05  HST-SEX                 PIC X(10).
      *        'P' WHEN PENGU-SEXFILL FILLED THE SEX IN, WITH THE SEX
      *        MODEL'S PROBABILITY FOR IT; ANYTHING ELSE (INCLUDING
      *        SPACES ON RECORDS OLDER THAN THE FILL) WAS OBSERVED.
           05  HST-SEX-SRC             PIC X.
               88  HST-SEX-PREDICTED             VALUE 'P'.
           05  HST-SEX-PROB            PIC 9V9(6).
           05  FILLER                  PIC X(12).

       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-REC             PIC X(160).

       FD  FLIP-FILE.
       01  FLIP-REC                    PIC X(120).
       01  WS-LOADED-VERSION           PIC 9(4)  VALUE 0.
       01  WS-SCORED-ROWS              PIC 9(4)  VALUE 0.
       01  WS-SKIPPED-ROWS             PIC 9(4)  VALUE 0.
      *    SCORED ROWS WHOSE SEX PENGU-SEXFILL FILLED IN.
       01  WS-PREDICTED-SEX-ROWS       PIC 9(4)  VALUE 0.
      *    RECORDS ROUTED TO THE REVIEW QUEUE BECAUSE THEIR TOP
      *    PROBABILITY FELL BELOW WS-SCORE-THRESHOLD.
       01  WS-REVIEW-ROWS              PIC 9(4)  VALUE 0.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-MASTER-ADDS              PIC 9(4)  VALUE 0.
       01  WS-MASTER-UPDATES           PIC 9(4)  VALUE 0.
      *    SIGHTING-HISTORY BOOKKEEPING: RECORDS ARE ONLY EVER ADDED,
      *    AND "35" ON OPEN I-O JUST MEANS THIS IS THE FIRST RUN EVER
      *    AND THE FILE IS CREATED ON THE SPOT. A SCORING THAT FINDS
      *    EVERY SEQUENCE NUMBER FOR ITS TAG AND DATE TAKEN IS LEFT
      *    OUT AND COUNTED.
       01  WS-HISTORY-FILE-STATUS      PIC XX.
       01  WS-OLD-HISTORY-STATUS       PIC XX.
       01  WS-HISTORY-ROWS             PIC 9(4)  VALUE 0.
       01  WS-HISTORY-FULL             PIC 9(4)  VALUE 0.
       01  WS-HISTORY-WRITTEN          PIC X     VALUE 'N'.
           88  HISTORY-WRITTEN                   VALUE 'Y'.
       01  MAX-HISTORY-SEQ             PIC 9(3)  VALUE 999.
      *    SPECIES-FLIP BOOKKEEPING. THE EXCEPTION FILE IS APPEND-ONLY
      *    FOR THE SAME REASON THE SIGHTING HISTORY IS.
       01  WS-FLIP-FILE-STATUS         PIC XX.
           05  WS-FLIP-LEN             PIC X(10).
           05  WS-BODY-MASS            PIC X(10).
           05  WS-SEX                  PIC X(10).
      *    PENGU-SEXFILL'S TWO COLUMNS: PREDICTED (OR LOW-CONF) AND
      *    THE PROBABILITY OF THE CALLED SEX. BLANK ON A ROW WHOSE SEX
      *    WAS OBSERVED.
           05  WS-SEX-SOURCE           PIC X(10).
           05  WS-SEX-PROB-TXT         PIC X(10).
      *    KEY/VALUE SPLIT OF ONE CONTROL CARD LINE (SEE
      *    0020-LOAD-CONTROL-CARD).
           05  WS-CTL-KEY              PIC X(20).
           PERFORM 0170-KEEP-REPORT-COPY
           DISPLAY "SCORED " WS-SCORED-ROWS " RECORDS, SKIPPED "
                   WS-SKIPPED-ROWS " WITH MISSING FIELDS."
           IF WS-PREDICTED-SEX-ROWS > 0
               DISPLAY "SCORED WITH A PREDICTED SEX: "
                       WS-PREDICTED-SEX-ROWS " (SEE PENGU-SEXFILL)."
           END-IF
           DISPLAY "ROUTED " WS-REVIEW-ROWS " LOW-CONFIDENCE RECORD(S)"
                   " TO THE REVIEW QUEUE."
           DISPLAY "MASTER-FILE: " WS-MASTER-ADDS " TAG(S) ADDED, "
                   WS-MASTER-UPDATES " UPDATED."
           DISPLAY "SIGHTING HISTORY: " WS-HISTORY-ROWS
                   " RECORD(S) ADDED."
           IF WS-HISTORY-FULL > 0
               DISPLAY "WARNING: " WS-HISTORY-FULL " SCORING(S) LEFT "
                       "OUT OF THE SIGHTING HISTORY -- MORE THAN "
                       MAX-HISTORY-SEQ " FOR ONE TAG ON ONE DATE."
           END-IF
      *    SPECIES FLIPS ARE EXCEPTIONS, NOT UPDATES -- SAY SO IN THE
      *    LOG AND IN THE CONDITION CODE BELOW.
           IF WS-FLIP-COUNT > 0
      *    A WARNING CODE SO THE SCHEDULER CAN PAGE SOMEONE WITHOUT
      *    KILLING THE DEPENDENT STEPS.
           IF WS-REJECT-COUNT > 0 OR WS-SKIPPED-ROWS > 0 OR
              WS-FLIP-COUNT > 0 OR WS-HISTORY-FULL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
           OPEN OUTPUT SCORE-REPORT
           OPEN OUTPUT REVIEW-QUEUE
           OPEN OUTPUT REJECT-FILE
      *    THE SIGHTING HISTORY ONLY EVER GROWS -- EARLIER SEASONS
      *    MUST SURVIVE THIS RUN. ON THE VERY FIRST RUN IT DOES NOT
      *    EXIST YET ("35"), SO CREATE IT EMPTY AND REOPEN FOR UPDATE,
      *    THE SAME WAY AS THE MASTER BELOW -- UNLESS THE OLD FLAT
      *    HISTORY IS STILL HERE UNCONVERTED, WHEN STARTING AN EMPTY
      *    KEYED FILE BESIDE IT WOULD LEAVE EVERY EARLIER SIGHTING
      *    BEHIND.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN INPUT OLD-HISTORY-FILE
               IF WS-OLD-HISTORY-STATUS = "00"
                   CLOSE OLD-HISTORY-FILE
                   DISPLAY "sighting_history.csv HAS NOT BEEN "
                           "CONVERTED TO sighting_history.dat. RUN "
                           "PENGU-HISTLOAD FIRST."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COULD NOT OPEN sighting_history.dat, "
                       "STATUS " WS-HISTORY-FILE-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN

       0110-PARSE-AND-SCORE-ROW.
      *    SPLIT THE TAG AND SIX PREDICTOR COLUMNS OUT OF THE RAW
      *    RECORD, PLUS PENGU-SEXFILL'S MARKER COLUMNS WHEN PRESENT.
      *    THE RECEIVERS ARE CLEARED FIRST: UNSTRING LEAVES A
      *    RECEIVER UNTOUCHED WHEN THE RECORD RUNS OUT OF FIELDS, SO
      *    A SHORT OR BLANK LINE WOULD OTHERWISE INHERIT THE PREVIOUS
      *    ROW'S VALUES AND BE SCORED A SECOND TIME.
           MOVE SPACES TO WS-TAG WS-ISLAND WS-BILL-LEN WS-BILL-DEP
                          WS-FLIP-LEN WS-BODY-MASS WS-SEX
                          WS-SEX-SOURCE WS-SEX-PROB-TXT
           UNSTRING UNLABELED-RECORD DELIMITED BY ","
               INTO WS-TAG WS-ISLAND WS-BILL-LEN WS-BILL-DEP
                    WS-FLIP-LEN WS-BODY-MASS WS-SEX
                    WS-SEX-SOURCE WS-SEX-PROB-TXT
           END-UNSTRING

      *    FIELD-LEVEL PLAUSIBILITY EDITS RUN BEFORE ANYTHING ELSE --
                   WHEN "male"       MOVE 1 TO D-X8
                   WHEN "female"     MOVE 1 TO D-X9
               END-EVALUATE
      *        A SEX PENGU-SEXFILL FILLED IN IS ENCODED LIKE AN
      *        OBSERVED ONE; IT ONLY GOT THERE BY CLEARING
      *        SEXFILL_MIN_PROB, AND THE HISTORY MARKS IT PREDICTED.
               IF WS-SEX-SOURCE = "PREDICTED"
                   ADD 1 TO WS-PREDICTED-SEX-ROWS
               END-IF
               PERFORM 0120-FORWARD-PROP
               PERFORM 0130-WRITE-PREDICTION
               PERFORM 0140-UPDATE-MASTER
       0118-WRITE-REJECT.
      *    THE ORIGINAL RECORD GOES OUT VERBATIM WITH THE REASON CODE
      *    APPENDED IN THE FIXED TAIL COLUMNS, SO THE FIELD STATION
      *    CAN CORRECT AND RESUBMIT THE LINE AS-IS. THE BATCH AND TAG
      *    FOLLOW IT, FOR PENGU-REJECTS TO TRACK THE RESUBMISSION BY.
           MOVE UNLABELED-RECORD TO REJ-ORIGINAL
           MOVE WS-REASON-CODE TO REJ-REASON
           MOVE WS-BATCH-ID TO REJ-BATCH-ID
           MOVE WS-TAG TO REJ-TAG
           WRITE REJECT-REC
           ADD 1 TO WS-REJECT-COUNT.

           END-IF.

       0145-WRITE-HISTORY.
      *    ONE TIMELINE RECORD PER SCORING: TAG, SCORING DATE, BATCH,
      *    ISLAND, THE CALL WITH ITS TOP PROBABILITY AND MARGIN, AND
      *    THE RAW MEASUREMENT FIELDS AS THEY CAME IN (INCLUDING ANY
      *    THE BATCH LEFT AS "NA" FOR SEX). LOW-CONFIDENCE CALLS ARE
      *    RECORDED TOO -- THE PROBABILITY FIELD TELLS THEM APART.
      *    A SEX PENGU-SEXFILL FILLED IN IS MARKED 'P' WITH THE SEX
      *    MODEL'S PROBABILITY, SO IT IS NEVER READ BACK AS OBSERVED.
      *    A RECORD WITH NO TAG HAS NO TIMELINE TO BELONG TO AND IS
      *    LEFT OUT, THE SAME RULE THE MASTER APPLIES. THE FIRST
      *    SCORING OF A TAG ON A DATE TAKES SEQUENCE 1; A TAG SCORED
      *    AGAIN THE SAME DAY (A FORCED RERUN, OR A SECOND BATCH)
      *    FINDS THAT KEY TAKEN ("22") AND MOVES ON TO THE NEXT.
           IF WS-TAG = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO HISTORY-REC
               MOVE WS-TAG TO HST-TAG
               MOVE WS-DATE-PART TO HST-DATE
               MOVE WS-BATCH-ID TO HST-BATCH-ID
               MOVE WS-ISLAND TO HST-ISLAND
               MOVE WS-PRED-NAME TO HST-SPECIES
               MOVE WS-TOP-PROB TO HST-PROB
               MOVE WS-MARGIN TO HST-MARGIN
               MOVE WS-BILL-LEN TO HST-BILL-LEN
               MOVE WS-BILL-DEP TO HST-BILL-DEP
               MOVE WS-FLIP-LEN TO HST-FLIP-LEN
               MOVE WS-BODY-MASS TO HST-BODY-MASS
               MOVE WS-SEX TO HST-SEX
               IF WS-SEX-SOURCE = "PREDICTED"
                   MOVE 'P' TO HST-SEX-SRC
                   COMPUTE HST-SEX-PROB =
                           FUNCTION NUMVAL(WS-SEX-PROB-TXT)
               ELSE
                   MOVE 'O' TO HST-SEX-SRC
                   MOVE 0 TO HST-SEX-PROB
               END-IF
               MOVE 0 TO HST-SEQ
               MOVE 'N' TO WS-HISTORY-WRITTEN
               PERFORM UNTIL HISTORY-WRITTEN OR
                             HST-SEQ >= MAX-HISTORY-SEQ
                   ADD 1 TO HST-SEQ
                   WRITE HISTORY-REC
                       INVALID KEY
                           IF WS-HISTORY-FILE-STATUS NOT = "22"
                               DISPLAY "ERROR: WRITE TO "
                                       "sighting_history.dat FAILED, "
                                       "STATUS " WS-HISTORY-FILE-STATUS
                                       ", TAG " WS-TAG "."
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-HISTORY-WRITTEN
                   END-WRITE
               END-PERFORM
               IF HISTORY-WRITTEN
                   ADD 1 TO WS-HISTORY-ROWS
               ELSE
                   ADD 1 TO WS-HISTORY-FULL
               END-IF
           END-IF.

       0150-WRITE-FLIP.
