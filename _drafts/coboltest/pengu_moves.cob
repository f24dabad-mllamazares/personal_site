       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENGU-MOVES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE KEYED SIGHTING TIMELINE PENGU-SCORE WRITES, ONE RECORD
      *    PER SCORING, KEYED ON TAG, SIGHTING DATE AND SEQUENCE. READ
      *    FRONT TO BACK IT GIVES EACH BIRD'S SIGHTINGS TOGETHER AND IN
      *    DATE ORDER, WHICH IS ALL A MOVEMENT NEEDS. PENGU-SCORE OWNS
      *    THE RECORD LAYOUT -- KEEP EVERY COPY IN STEP.
           SELECT HISTORY-FILE ASSIGN TO "sighting_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
      *    SAME OPTIONAL CONTROL CARD THE REST OF THE SUITE READS.
      *    ONLY THE MOVES_FROM AND MOVES_TO KEYS ARE APPLIED HERE --
      *    THE REPORTING WINDOW, AS YYYYMMDD DATES.
           SELECT CONTROL-FILE ASSIGN TO "pengu_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
      *    THE MOVEMENT REPORT FOR THE AGENCY'S COLONY-MIXING RETURN:
      *    THE FROM/TO MATRIX PER SPECIES, THE BIRDS THAT STAYED PUT,
      *    EVERY MOVE BY TAG, AND THE SUSPECT MOVES SET APART.
           SELECT MOVES-REPORT ASSIGN TO "moves_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  HST-KEY.
               10  HST-TAG             PIC X(10).
               10  HST-DATE            PIC 9(8).
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

       FD  CONTROL-FILE.
       01  CONTROL-REC                 PIC X(80).

       FD  MOVES-REPORT.
       01  MOVES-REPORT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *    INTERNAL SYSTEM CONSTANTS AND CAPACITY LIMITS. WITH NO
      *    MOVES_FROM ON THE CARD THE WINDOW REACHES BACK ONE SEASON
      *    FROM ITS END DATE.
       01  WS-CONSTANTS.
           05  MAX-MOVES               PIC 9(4)  VALUE 3000.
           05  DEFAULT-WINDOW-DAYS     PIC 9(4)  VALUE 365.

      *    FLAGS AND FILE STATUSES.
       01  WS-EOF                      PIC X     VALUE 'N'.
           88  END-OF-FILE                       VALUE 'Y'.
       01  WS-HISTORY-FILE-STATUS      PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-CONTROL-EOF              PIC X     VALUE 'N'.
           88  END-OF-CONTROL                    VALUE 'Y'.

      *    THE REPORTING WINDOW AS IT CAME OFF THE CARD (SPACES = NOT
      *    SET) AND AS RESOLVED. A MOVE BELONGS TO THE WINDOW WHEN THE
      *    SIGHTING IT ARRIVED AT FALLS INSIDE IT; THE SIGHTING IT
      *    LEFT FROM MAY BE EARLIER -- THAT IS WHERE THE BIRD WAS LAST
      *    KNOWN TO BE WHEN THE WINDOW OPENED.
       01  WS-WINDOW.
           05  WS-FROM-TEXT            PIC X(20) VALUE SPACES.
           05  WS-TO-TEXT              PIC X(20) VALUE SPACES.
           05  WS-FROM-DATE            PIC 9(8)  VALUE 0.
           05  WS-TO-DATE              PIC 9(8)  VALUE 0.

      *    ROW COUNTERS FOR THE SUMMARY.
       01  WS-RUN-COUNTS.
           05  WS-HISTORY-READ         PIC 9(8)  VALUE 0.
           05  WS-RESCORINGS           PIC 9(8)  VALUE 0.
           05  WS-PAIRS-IN-WINDOW      PIC 9(8)  VALUE 0.
           05  WS-UNPLACED-PAIRS       PIC 9(8)  VALUE 0.
           05  WS-MOVE-COUNT           PIC 9(8)  VALUE 0.
           05  WS-SUSPECT-COUNT        PIC 9(8)  VALUE 0.
           05  WS-MOVES-SKIPPED        PIC 9(8)  VALUE 0.

      *    THE SIGHTING IN HAND, TAKEN FROM THE HISTORY RECORD, AND THE
      *    ONE BEFORE IT, SAME SHAPE. A CHANGE OF TAG STARTS A NEW
      *    TIMELINE.
       01  WS-CURR-SIGHTING.
           05  CUR-TAG                 PIC X(10) VALUE SPACES.
           05  CUR-DATE                PIC 9(8).
           05  CUR-BATCH-ID            PIC X(20).
           05  CUR-ISLAND              PIC X(20).
           05  CUR-SPECIES             PIC X(20).
       01  WS-PREV-SIGHTING.
           05  PRV-TAG                 PIC X(10) VALUE SPACES.
           05  PRV-DATE                PIC 9(8).
           05  PRV-BATCH-ID            PIC X(20).
           05  PRV-ISLAND              PIC X(20).
           05  PRV-SPECIES             PIC X(20).

      *    THE BIRD WHOSE TIMELINE IS BEING WALKED: WHAT IT DID INSIDE
      *    THE WINDOW, SETTLED AT THE TAG BREAK. SPECIES AND ISLAND
      *    ARE THOSE OF ITS LATEST PLACED SIGHTING IN THE WINDOW.
       01  WS-BIRD.
           05  BRD-PAIRS               PIC 9(4)  VALUE 0.
           05  BRD-MOVED               PIC X     VALUE 'N'.
           05  BRD-SPC-NO              PIC 9     VALUE 0.
           05  BRD-ISL-NO              PIC 9     VALUE 0.

      *    THE MOVEMENT MATRIX, ONE 3 X 3 BLOCK PER SPECIES: FROM
      *    ISLAND DOWN, TO ISLAND ACROSS. THE DIAGONAL IS A BIRD SEEN
      *    AGAIN ON THE ISLAND IT WAS LAST SEEN ON. SUSPECT MOVES ARE
      *    NOT COUNTED HERE.
       01  WS-MATRIX.
           05  MTX-SPECIES OCCURS 3 TIMES.
               10  MTX-FROM OCCURS 3 TIMES.
                   15  MTX-CNT OCCURS 3 TIMES PIC 9(6).
      *    BIRDS PER SPECIES: RE-SIGHTED IN THE WINDOW, THOSE THAT
      *    NEVER LEFT THEIR ISLAND (BY ISLAND), AND THOSE THAT MOVED.
       01  WS-BIRD-COUNTS.
           05  BCT-SPECIES OCCURS 3 TIMES.
               10  BCT-RESIGHTED       PIC 9(6).
               10  BCT-STAYED OCCURS 3 TIMES PIC 9(6).
               10  BCT-STAYED-ALL      PIC 9(6).
               10  BCT-MOVED           PIC 9(6).
               10  BCT-SUSPECT         PIC 9(6).

      *    WHICH ISLANDS EACH SPECIES IS KNOWN TO USE, IN ISLAND-LABEL
      *    ORDER (BISCOE, DREAM, TORGERSEN). A MOVE ONTO AN ISLAND
      *    MARKED N IS MORE OFTEN A KEYING ERROR OR A REUSED TAG THAN A
      *    BIRD, AND IS LISTED APART FROM THE REAL MOVES.
       01  WS-RANGE-DEFS.
           05  FILLER                  PIC X(3)  VALUE "YYY".
           05  FILLER                  PIC X(3)  VALUE "NYN".
           05  FILLER                  PIC X(3)  VALUE "YNN".
       01  WS-RANGE-DEFS-R REDEFINES WS-RANGE-DEFS.
           05  WS-RANGE-ROW OCCURS 3 TIMES.
               10  WS-RANGE-ISL OCCURS 3 TIMES PIC X.

      *    EVERY MOVE IN THE WINDOW, HELD SO THE MATRIX CAN PRINT
      *    AHEAD OF THE DETAIL. KIND M = A MOVE WITHIN THE SPECIES'
      *    RANGE, S = A SUSPECT MOVE ONTO AN ISLAND OUTSIDE IT. HELD IN
      *    THE ORDER THE TIMELINES ARE WALKED, WHICH IS TAG ORDER.
       01  MOVE-TABLE.
           05  MVT-ROW OCCURS 3000 TIMES.
               10  MVT-KIND            PIC X.
               10  MVT-TAG             PIC X(10).
               10  MVT-SPC-NO          PIC 9.
               10  MVT-FROM-ISL        PIC 9.
               10  MVT-FROM-DATE       PIC 9(8).
               10  MVT-FROM-BATCH      PIC X(20).
               10  MVT-TO-ISL          PIC 9.
               10  MVT-TO-DATE         PIC 9(8).
               10  MVT-TO-BATCH        PIC X(20).
       01  WS-MOVE-ROWS                PIC 9(4)  VALUE 0.

       01  WS-ISLAND-LABELS.
           05  FILLER                  PIC X(10) VALUE "Biscoe".
           05  FILLER                  PIC X(10) VALUE "Dream".
           05  FILLER                  PIC X(10) VALUE "Torgersen".
       01  WS-ISLAND-LABELS-R REDEFINES WS-ISLAND-LABELS.
           05  WS-ISLAND-LABEL OCCURS 3 TIMES PIC X(10).
       01  WS-SPECIES-LABELS.
           05  FILLER                  PIC X(10) VALUE "Adelie".
           05  FILLER                  PIC X(10) VALUE "Chinstrap".
           05  FILLER                  PIC X(10) VALUE "Gentoo".
       01  WS-SPECIES-LABELS-R REDEFINES WS-SPECIES-LABELS.
           05  WS-SPECIES-LABEL OCCURS 3 TIMES PIC X(10).

      *    ISLAND/SPECIES LOOKUP RESULTS AND CONTROL CARD PARSING.
       01  WS-PARSING.
           05  WS-FROM-ISL-NO          PIC 9.
           05  WS-TO-ISL-NO            PIC 9.
           05  WS-SPECIES-NO           PIC 9.
      *    KEY/VALUE SPLIT OF ONE CONTROL CARD LINE.
           05  WS-CTL-KEY              PIC X(20).
           05  WS-CTL-VAL              PIC X(20).

      *    ITERATION POINTERS.
       01  WS-COUNTERS.
           05  IDX-I                   PIC 9(4).
           05  IDX-J                   PIC 9(4).
           05  IDX-K                   PIC 9(4).

      *    RUN TIMESTAMP FOR THE DEFAULT WINDOW AND REPORT HEADING.
       01  WS-TIMESTAMP.
           05  WS-DATE-PART.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).
           05  WS-DATE-NUM REDEFINES WS-DATE-PART PIC 9(8).
           05  WS-TIME-PART            PIC 9(8).
           05  WS-TZ-PART              PIC X(5).

      *    PAGE CONTROL FOR THE MOVEMENT REPORT.
       01  WS-PAGE-VARS.
           05  WS-LINE-CNT             PIC 9(4)  VALUE 99.
           05  WS-PAGE-CNT             PIC 9(4)  VALUE 0.
           05  WS-LINES-PER-PAGE       PIC 9(4)  VALUE 55.
           05  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-PRINT-LINE               PIC X(80).

      *    NUMERIC-EDITED COPIES FOR THE REPORT LINES. THE MIXING
      *    SHARE IS WORKED IN A DECIMAL FIELD -- AN ALL-INTEGER
      *    DIVISION TRUNCATES TO ZERO UNDER THIS DIALECT'S RULES.
       01  WS-EDITS.
           05  WS-CNT-EDIT             PIC ZZZZZ9.
           05  WS-CNT-EDIT2            PIC ZZZZZZZ9.
           05  WS-PCT                  PIC S9(9)V9(9).
           05  WS-PCT-EDIT             PIC ZZ9.9.
           05  WS-ROW-TOTAL            PIC 9(6).

       PROCEDURE DIVISION.
      *    WALK EVERY TAGGED BIRD'S SIGHTING TIMELINE AND COMPARE EACH
      *    SIGHTING WITH THE ONE BEFORE IT: SAME ISLAND, THE BIRD
      *    STAYED PUT; A DIFFERENT ISLAND, IT MOVED. WHAT FALLS IN THE
      *    OPERATOR'S WINDOW IS SUMMED INTO A FROM/TO MATRIX PER
      *    SPECIES AND LISTED TAG BY TAG, SO THE AGENCY'S SEASONAL
      *    "HOW MUCH DO THE COLONIES MIX" QUESTION NO LONGER HAS TO BE
      *    ANSWERED BY HAND FROM PENGU-HISTORY PRINTOUTS.
      *    CONDITION CODES FOLLOW THE SHARED SCHEME: 0 = CLEAN,
      *    4 = COMPLETED WITH SUSPECT MOVES, UNPLACEABLE SIGHTINGS OR
      *    MOVES BEYOND THE DETAIL CAPACITY, 8 = MISSING PREREQUISITE
      *    (NO HISTORY FILE), 12 = UNREADABLE CONTROL CARD OR A BAD
      *    WINDOW.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           INITIALIZE WS-MATRIX WS-BIRD-COUNTS
           PERFORM 0020-LOAD-CONTROL-CARD
           PERFORM 0040-RESOLVE-WINDOW
           PERFORM 0050-CHECK-HISTORY
           PERFORM 0200-WALK-TIMELINES
           PERFORM 0300-WRITE-REPORT
           DISPLAY "MOVEMENT REPORT " WS-FROM-DATE " TO " WS-TO-DATE
                   ": " WS-PAIRS-IN-WINDOW " RE-SIGHTING(S), "
                   WS-MOVE-COUNT " MOVE(S)."
           DISPLAY "  SUSPECT MOVES (SPECIES NOT KNOWN ON THAT "
                   "ISLAND): " WS-SUSPECT-COUNT
           IF WS-UNPLACED-PAIRS > 0
               DISPLAY "WARNING: " WS-UNPLACED-PAIRS " RE-SIGHTING(S) "
                       "WITH AN UNRECOGNIZED ISLAND OR SPECIES LEFT "
                       "OUT."
           END-IF
           IF WS-MOVES-SKIPPED > 0
               DISPLAY "WARNING: " WS-MOVES-SKIPPED " MOVE(S) BEYOND "
                       "THE " MAX-MOVES " CAPACITY COUNTED BUT NOT "
                       "LISTED."
           END-IF
           IF WS-SUSPECT-COUNT > 0 OR WS-UNPLACED-PAIRS > 0 OR
              WS-MOVES-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0020-LOAD-CONTROL-CARD.
      *    SAME KEY=VALUE CONTROL CARD THE REST OF THE SUITE READS.
      *    EVERY KEY EXCEPT MOVES_FROM AND MOVES_TO FALLS THROUGH TO
      *    WHEN OTHER AND IS IGNORED.
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
      *        ABSENCE ("35") JUST MEANS THE DEFAULT WINDOW STANDS;
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
           MOVE SPACES TO WS-CTL-KEY WS-CTL-VAL
           UNSTRING CONTROL-REC DELIMITED BY "="
               INTO WS-CTL-KEY WS-CTL-VAL
           END-UNSTRING
           EVALUATE WS-CTL-KEY
               WHEN "MOVES_FROM"
                   MOVE WS-CTL-VAL TO WS-FROM-TEXT
               WHEN "MOVES_TO"
                   MOVE WS-CTL-VAL TO WS-TO-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0040-RESOLVE-WINDOW.
      *    THE WINDOW ENDS ON MOVES_TO, OR THE RUN DATE, AND STARTS ON
      *    MOVES_FROM, OR ONE SEASON BEFORE ITS END. A DATE THAT IS
      *    NOT A REAL YYYYMMDD DATE, OR A WINDOW THAT ENDS BEFORE IT
      *    STARTS, IS REFUSED -- GUESSING WOULD PUT THE WRONG SEASON'S
      *    FIGURES ON THE AGENCY RETURN.
           IF WS-TO-TEXT = SPACES
               MOVE WS-DATE-NUM TO WS-TO-DATE
           ELSE
               IF WS-TO-TEXT(1:8) IS NOT NUMERIC OR
                  WS-TO-TEXT(9:12) NOT = SPACES
                   DISPLAY "ERROR: MOVES_TO " WS-TO-TEXT
                           " IS NOT A DATE, YYYYMMDD."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-TO-TEXT(1:8) TO WS-TO-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
                   DISPLAY "ERROR: MOVES_TO " WS-TO-DATE
                           " IS NOT A REAL DATE."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-FROM-TEXT = SPACES
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TO-DATE) -
                       DEFAULT-WINDOW-DAYS)
           ELSE
               IF WS-FROM-TEXT(1:8) IS NOT NUMERIC OR
                  WS-FROM-TEXT(9:12) NOT = SPACES
                   DISPLAY "ERROR: MOVES_FROM " WS-FROM-TEXT
                           " IS NOT A DATE, YYYYMMDD."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-FROM-TEXT(1:8) TO WS-FROM-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                   DISPLAY "ERROR: MOVES_FROM " WS-FROM-DATE
                           " IS NOT A REAL DATE."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "ERROR: MOVES_FROM " WS-FROM-DATE
                       " IS AFTER MOVES_TO " WS-TO-DATE
                       " -- THE WINDOW IS EMPTY."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0050-CHECK-HISTORY.
      *    NO HISTORY MEANS NOTHING HAS EVER BEEN SCORED -- A MISSING
      *    PREREQUISITE, CAUGHT BEFORE THE REPORT IS STARTED.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "NO SIGHTING HISTORY FOUND "
                       "(sighting_history.dat). RUN PENGU-SCORE "
                       "FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE HISTORY-FILE.

       0200-WALK-TIMELINES.
      *    ONE PASS OVER THE HISTORY IN KEY ORDER: SIGHTINGS ARRIVE
      *    GROUPED BY TAG, IN DATE ORDER WITHIN EACH TAG. A SECOND
      *    SCORING OF THE SAME BATCH (A FORCED RERUN) IS THE SAME
      *    SIGHTING SCORED AGAIN, NOT A RE-SIGHTING -- IT REPLACES THE
      *    ONE BEFORE IT RATHER THAN PAIRING WITH IT. SIGHTINGS BROUGHT
      *    OVER FROM THE OLD HISTORY WITH NO BATCH FOUND ALL CARRY
      *    "UNKNOWN", SO FOR THOSE ONLY THE SAME DATE MEANS A RESCORING.
           OPEN INPUT HISTORY-FILE
           MOVE SPACES TO PRV-TAG
           PERFORM UNTIL END-OF-FILE
               READ HISTORY-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       PERFORM 0205-TAKE-SIGHTING
                       IF CUR-TAG NOT = PRV-TAG
                           PERFORM 0240-SETTLE-BIRD
                       ELSE
                           IF CUR-BATCH-ID = PRV-BATCH-ID AND
                              (CUR-BATCH-ID NOT = "UNKNOWN" OR
                               CUR-DATE = PRV-DATE)
                               ADD 1 TO WS-RESCORINGS
                           ELSE
                               IF CUR-DATE NOT < WS-FROM-DATE AND
                                  CUR-DATE NOT > WS-TO-DATE
                                   PERFORM 0210-COMPARE-SIGHTINGS
                               END-IF
                           END-IF
                       END-IF
                       MOVE WS-CURR-SIGHTING TO WS-PREV-SIGHTING
               END-READ
           END-PERFORM
           PERFORM 0240-SETTLE-BIRD
           CLOSE HISTORY-FILE.

       0205-TAKE-SIGHTING.
           MOVE HST-TAG TO CUR-TAG
           MOVE HST-DATE TO CUR-DATE
           MOVE HST-BATCH-ID TO CUR-BATCH-ID
           MOVE HST-ISLAND TO CUR-ISLAND
           MOVE HST-SPECIES TO CUR-SPECIES.

       0210-COMPARE-SIGHTINGS.
      *    ONE RE-SIGHTING IN THE WINDOW. THE SPECIES IS THE LATER
      *    SIGHTING'S -- WHAT THE BIRD WAS LAST CALLED. A NAME THE
      *    SUITE DOES NOT RECOGNIZE CANNOT BE PLACED IN THE MATRIX
      *    AND IS ONLY COUNTED.
           ADD 1 TO WS-PAIRS-IN-WINDOW
           MOVE 0 TO WS-FROM-ISL-NO WS-TO-ISL-NO WS-SPECIES-NO
           PERFORM VARYING IDX-K FROM 1 BY 1 UNTIL IDX-K > 3
               IF PRV-ISLAND = WS-ISLAND-LABEL(IDX-K)
                   MOVE IDX-K TO WS-FROM-ISL-NO
               END-IF
               IF CUR-ISLAND = WS-ISLAND-LABEL(IDX-K)
                   MOVE IDX-K TO WS-TO-ISL-NO
               END-IF
               IF CUR-SPECIES = WS-SPECIES-LABEL(IDX-K)
                   MOVE IDX-K TO WS-SPECIES-NO
               END-IF
           END-PERFORM
           IF WS-FROM-ISL-NO = 0 OR WS-TO-ISL-NO = 0 OR
              WS-SPECIES-NO = 0
               ADD 1 TO WS-UNPLACED-PAIRS
           ELSE
               IF WS-FROM-ISL-NO = WS-TO-ISL-NO
                   ADD 1 TO MTX-CNT(WS-SPECIES-NO, WS-FROM-ISL-NO,
                                    WS-TO-ISL-NO)
                   ADD 1 TO BRD-PAIRS
                   MOVE WS-SPECIES-NO TO BRD-SPC-NO
                   MOVE WS-TO-ISL-NO TO BRD-ISL-NO
               ELSE
                   IF WS-RANGE-ISL(WS-SPECIES-NO, WS-TO-ISL-NO) = "N"
                       ADD 1 TO WS-SUSPECT-COUNT
                       ADD 1 TO BCT-SUSPECT(WS-SPECIES-NO)
                       PERFORM 0220-STORE-MOVE
                       IF IDX-J > 0
                           MOVE "S" TO MVT-KIND(IDX-J)
                       END-IF
                   ELSE
                       ADD 1 TO WS-MOVE-COUNT
                       ADD 1 TO MTX-CNT(WS-SPECIES-NO, WS-FROM-ISL-NO,
                                        WS-TO-ISL-NO)
                       ADD 1 TO BRD-PAIRS
                       MOVE 'Y' TO BRD-MOVED
                       MOVE WS-SPECIES-NO TO BRD-SPC-NO
                       MOVE WS-TO-ISL-NO TO BRD-ISL-NO
                       PERFORM 0220-STORE-MOVE
                       IF IDX-J > 0
                           MOVE "M" TO MVT-KIND(IDX-J)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0220-STORE-MOVE.
      *    HOLD THE MOVE FOR THE DETAIL LISTS, BOTH SIGHTINGS WITH
      *    THEIR DATES AND BATCHES. IDX-J COMES BACK AS THE ROW USED,
      *    OR ZERO WHEN THE TABLE IS FULL -- THE MOVE IS STILL IN THE
      *    MATRIX AND THE TOTALS, JUST NOT LISTED.
           IF WS-MOVE-ROWS >= MAX-MOVES
               ADD 1 TO WS-MOVES-SKIPPED
               MOVE 0 TO IDX-J
           ELSE
               ADD 1 TO WS-MOVE-ROWS
               MOVE WS-MOVE-ROWS TO IDX-J
               MOVE CUR-TAG TO MVT-TAG(IDX-J)
               MOVE WS-SPECIES-NO TO MVT-SPC-NO(IDX-J)
               MOVE WS-FROM-ISL-NO TO MVT-FROM-ISL(IDX-J)
               MOVE PRV-DATE TO MVT-FROM-DATE(IDX-J)
               MOVE PRV-BATCH-ID TO MVT-FROM-BATCH(IDX-J)
               MOVE WS-TO-ISL-NO TO MVT-TO-ISL(IDX-J)
               MOVE CUR-DATE TO MVT-TO-DATE(IDX-J)
               MOVE CUR-BATCH-ID TO MVT-TO-BATCH(IDX-J)
           END-IF.

       0240-SETTLE-BIRD.
      *    AT THE TAG BREAK: A BIRD RE-SIGHTED IN THE WINDOW EITHER
      *    MOVED AT LEAST ONCE OR STAYED PUT ON ITS ISLAND THE WHOLE
      *    TIME. A BIRD WHOSE ONLY RE-SIGHTINGS WERE SUSPECT MOVES IS
      *    NEITHER, AND IS ACCOUNTED FOR ON THE SUSPECT LIST.
           IF BRD-PAIRS > 0
               ADD 1 TO BCT-RESIGHTED(BRD-SPC-NO)
               IF BRD-MOVED = 'Y'
                   ADD 1 TO BCT-MOVED(BRD-SPC-NO)
               ELSE
                   ADD 1 TO BCT-STAYED(BRD-SPC-NO, BRD-ISL-NO)
                   ADD 1 TO BCT-STAYED-ALL(BRD-SPC-NO)
               END-IF
           END-IF
           MOVE 0 TO BRD-PAIRS BRD-SPC-NO BRD-ISL-NO
           MOVE 'N' TO BRD-MOVED.

       0300-WRITE-REPORT.
      *    THE MOVEMENT DOCUMENT: HEADING, ONE MATRIX AND BIRD COUNT
      *    BLOCK PER SPECIES, THE MOVES BY TAG, THE SUSPECT MOVES,
      *    THEN THE RUN TOTALS.
           OPEN OUTPUT MOVES-REPORT
           PERFORM 9000-PAGE-HEADING
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RE-SIGHTINGS FROM " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  " (BY THE DATE OF THE LATER SIGHTING)"
                  DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           PERFORM VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > 3
               PERFORM 0310-WRITE-SPECIES
           END-PERFORM
           PERFORM 0330-WRITE-MOVE-LIST
           PERFORM 0340-WRITE-SUSPECT-LIST
           PERFORM 0350-WRITE-TOTALS
           CLOSE MOVES-REPORT.

       0310-WRITE-SPECIES.
      *    ONE SPECIES (IDX-I): THE FROM/TO MATRIX WITH ROW TOTALS,
      *    THEN HOW MANY BIRDS STAYED PUT, ISLAND BY ISLAND, AND HOW
      *    MANY MOVED, WITH THE MOVED SHARE AS THE MIXING FIGURE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           STRING "SPECIES: " DELIMITED BY SIZE
                  WS-SPECIES-LABEL(IDX-I) DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE "  FROM \ TO" TO WS-PRINT-LINE
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > 3
               MOVE WS-ISLAND-LABEL(IDX-J)
                 TO WS-PRINT-LINE(4 + (IDX-J * 11):10)
           END-PERFORM
           MOVE "     TOTAL" TO WS-PRINT-LINE(48:10)
           PERFORM 9100-WRITE-LINE
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > 3
               MOVE WS-ISLAND-LABEL(IDX-J) TO WS-PRINT-LINE(3:10)
               MOVE 0 TO WS-ROW-TOTAL
               PERFORM VARYING IDX-K FROM 1 BY 1 UNTIL IDX-K > 3
                   MOVE MTX-CNT(IDX-I, IDX-J, IDX-K) TO WS-CNT-EDIT
                   MOVE WS-CNT-EDIT
                     TO WS-PRINT-LINE(4 + (IDX-K * 11):6)
                   ADD MTX-CNT(IDX-I, IDX-J, IDX-K) TO WS-ROW-TOTAL
               END-PERFORM
               MOVE WS-ROW-TOTAL TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT TO WS-PRINT-LINE(52:6)
               PERFORM 9100-WRITE-LINE
           END-PERFORM
           MOVE "  (SAME ISLAND, ON THE DIAGONAL = SEEN AGAIN WHERE"
             TO WS-PRINT-LINE
           MOVE " LAST SEEN)" TO WS-PRINT-LINE(51:)
           PERFORM 9100-WRITE-LINE
           MOVE BCT-RESIGHTED(IDX-I) TO WS-CNT-EDIT
           STRING "  BIRDS RE-SIGHTED:   " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE BCT-STAYED-ALL(IDX-I) TO WS-CNT-EDIT
           STRING "  STAYED PUT:         " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           MOVE 32 TO IDX-K
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > 3
               MOVE BCT-STAYED(IDX-I, IDX-J) TO WS-CNT-EDIT
               STRING WS-ISLAND-LABEL(IDX-J) DELIMITED BY SPACE
                      WS-CNT-EDIT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                      WITH POINTER IDX-K
               END-STRING
           END-PERFORM
           MOVE ")" TO WS-PRINT-LINE(IDX-K - 2:1)
           PERFORM 9100-WRITE-LINE
           MOVE BCT-MOVED(IDX-I) TO WS-CNT-EDIT
           STRING "  MOVED AT LEAST ONCE:" DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           IF BCT-RESIGHTED(IDX-I) > 0
               MOVE BCT-MOVED(IDX-I) TO WS-PCT
               COMPUTE WS-PCT ROUNDED =
                       (WS-PCT * 100) / BCT-RESIGHTED(IDX-I)
               MOVE WS-PCT TO WS-PCT-EDIT
               STRING "  (" DELIMITED BY SIZE
                      WS-PCT-EDIT DELIMITED BY SIZE
                      "% OF THOSE RE-SIGHTED)" DELIMITED BY SIZE
                      INTO WS-PRINT-LINE(29:)
               END-STRING
           END-IF
           PERFORM 9100-WRITE-LINE
           IF BCT-SUSPECT(IDX-I) > 0
               MOVE BCT-SUSPECT(IDX-I) TO WS-CNT-EDIT
               STRING "  SUSPECT MOVES:      " DELIMITED BY SIZE
                      WS-CNT-EDIT DELIMITED BY SIZE
                      "  (NOT IN THE MATRIX -- SEE BELOW)"
                      DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9100-WRITE-LINE
           END-IF.

       0330-WRITE-MOVE-LIST.
      *    EVERY MOVE WITHIN THE SPECIES' RANGE, BY TAG.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE "BIRDS THAT MOVED, BY TAG:" TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           PERFORM 0360-WRITE-LIST-HEADING
           IF WS-MOVE-COUNT = 0
               MOVE "  NO MOVES IN THE WINDOW." TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
           END-IF
           PERFORM VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > WS-MOVE-ROWS
               IF MVT-KIND(IDX-J) = "M"
                   PERFORM 0370-WRITE-MOVE-LINES
               END-IF
           END-PERFORM.

       0340-WRITE-SUSPECT-LIST.
      *    MOVES ONTO AN ISLAND THE SPECIES IS NOT KNOWN TO USE. THESE
      *    WANT CHECKING AGAINST THE FIELD SHEETS BEFORE THEY ARE
      *    BELIEVED: A MIS-KEYED ISLAND OR SPECIES, OR A TAG REUSED ON
      *    A DIFFERENT BIRD, LOOKS EXACTLY LIKE THIS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE "SUSPECT MOVES -- ONTO AN ISLAND THE SPECIES IS NOT"
             TO WS-PRINT-LINE
           MOVE " KNOWN TO USE:" TO WS-PRINT-LINE(51:)
           PERFORM 9100-WRITE-LINE
           MOVE "CHECK FOR A KEYING ERROR OR A REUSED TAG BEFORE"
             TO WS-PRINT-LINE
           MOVE " COUNTING THESE." TO WS-PRINT-LINE(48:)
           PERFORM 9100-WRITE-LINE
           PERFORM 0360-WRITE-LIST-HEADING
           IF WS-SUSPECT-COUNT = 0
               MOVE "  NONE." TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
           END-IF
           PERFORM VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > WS-MOVE-ROWS
               IF MVT-KIND(IDX-J) = "S"
                   PERFORM 0370-WRITE-MOVE-LINES
               END-IF
           END-PERFORM.

       0350-WRITE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE WS-HISTORY-READ TO WS-CNT-EDIT2
           STRING "HISTORY RECORDS READ:                "
                  DELIMITED BY SIZE
                  WS-CNT-EDIT2 DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE WS-RESCORINGS TO WS-CNT-EDIT2
           STRING "SAME-BATCH RESCORINGS (NOT PAIRED):  "
                  DELIMITED BY SIZE
                  WS-CNT-EDIT2 DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE WS-PAIRS-IN-WINDOW TO WS-CNT-EDIT2
           STRING "RE-SIGHTINGS IN THE WINDOW:          "
                  DELIMITED BY SIZE
                  WS-CNT-EDIT2 DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE WS-MOVE-COUNT TO WS-CNT-EDIT2
           STRING "MOVES:                               "
                  DELIMITED BY SIZE
                  WS-CNT-EDIT2 DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE WS-SUSPECT-COUNT TO WS-CNT-EDIT2
           STRING "SUSPECT MOVES (NOT IN THE MATRIX):   "
                  DELIMITED BY SIZE
                  WS-CNT-EDIT2 DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           IF WS-UNPLACED-PAIRS > 0
               MOVE WS-UNPLACED-PAIRS TO WS-CNT-EDIT2
               STRING "UNRECOGNIZED ISLAND OR SPECIES:      "
                      DELIMITED BY SIZE
                      WS-CNT-EDIT2 DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9100-WRITE-LINE
           END-IF
           IF WS-MOVES-SKIPPED > 0
               MOVE WS-MOVES-SKIPPED TO WS-CNT-EDIT2
               STRING "MOVES NOT LISTED (CAPACITY):         "
                      DELIMITED BY SIZE
                      WS-CNT-EDIT2 DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9100-WRITE-LINE
           END-IF.

       0360-WRITE-LIST-HEADING.
      *    COLUMNS AS 0370-WRITE-MOVE-LINES LAYS THEM OUT.
           MOVE "TAG" TO WS-PRINT-LINE(3:)
           MOVE "SPECIES" TO WS-PRINT-LINE(14:)
           MOVE "FROM" TO WS-PRINT-LINE(26:)
           MOVE "DATE" TO WS-PRINT-LINE(37:)
           MOVE "TO" TO WS-PRINT-LINE(51:)
           MOVE "DATE" TO WS-PRINT-LINE(63:)
           PERFORM 9100-WRITE-LINE
           MOVE "BATCH" TO WS-PRINT-LINE(26:)
           MOVE "BATCH" TO WS-PRINT-LINE(51:)
           PERFORM 9100-WRITE-LINE.

       0370-WRITE-MOVE-LINES.
      *    TWO LINES PER MOVE (IDX-J): WHERE AND WHEN, THEN WHICH
      *    BATCHES THE TWO SIGHTINGS CAME IN ON.
           MOVE MVT-TAG(IDX-J) TO WS-PRINT-LINE(3:10)
           MOVE WS-SPECIES-LABEL(MVT-SPC-NO(IDX-J))
             TO WS-PRINT-LINE(14:10)
           MOVE WS-ISLAND-LABEL(MVT-FROM-ISL(IDX-J))
             TO WS-PRINT-LINE(26:10)
           MOVE MVT-FROM-DATE(IDX-J) TO WS-PRINT-LINE(37:8)
           MOVE "->" TO WS-PRINT-LINE(47:2)
           MOVE WS-ISLAND-LABEL(MVT-TO-ISL(IDX-J))
             TO WS-PRINT-LINE(51:10)
           MOVE MVT-TO-DATE(IDX-J) TO WS-PRINT-LINE(63:8)
           PERFORM 9100-WRITE-LINE
           MOVE MVT-FROM-BATCH(IDX-J) TO WS-PRINT-LINE(26:20)
           MOVE MVT-TO-BATCH(IDX-J) TO WS-PRINT-LINE(51:20)
           PERFORM 9100-WRITE-LINE.

       9000-PAGE-HEADING.
      *    NEW PAGE: TITLE, RUN DATE, PAGE NUMBER, RULE.
           ADD 1 TO WS-PAGE-CNT
           MOVE WS-PAGE-CNT TO WS-PAGE-EDIT
           MOVE SPACES TO MOVES-REPORT-REC
           STRING "INTER-ISLAND MOVEMENT REPORT" DELIMITED BY SIZE
                  "   RUN DATE " DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO MOVES-REPORT-REC
           END-STRING
           WRITE MOVES-REPORT-REC
           MOVE ALL "-" TO MOVES-REPORT-REC
           WRITE MOVES-REPORT-REC
           MOVE 2 TO WS-LINE-CNT.

       9100-WRITE-LINE.
      *    EVERY BODY LINE GOES THROUGH HERE SO THE PAGE BREAKS AND
      *    HEADINGS STAY CONSISTENT NO MATTER WHICH SECTION IS
      *    WRITING.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 9000-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO MOVES-REPORT-REC
           WRITE MOVES-REPORT-REC
           ADD 1 TO WS-LINE-CNT
           MOVE SPACES TO WS-PRINT-LINE.
