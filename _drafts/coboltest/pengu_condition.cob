       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENGU-CONDITION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE KEYED SIGHTING TIMELINE PENGU-SCORE WRITES, ONE RECORD
      *    PER SCORING, KEYED ON TAG, SIGHTING DATE AND SEQUENCE. READ
      *    FRONT TO BACK IT ALREADY GIVES EACH BIRD'S SIGHTINGS
      *    TOGETHER AND IN DATE ORDER. PENGU-SCORE OWNS THE RECORD
      *    LAYOUT -- KEEP EVERY COPY IN STEP.
           SELECT HISTORY-FILE ASSIGN TO "sighting_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
      *    SAME OPTIONAL CONTROL CARD THE REST OF THE SUITE READS.
      *    ONLY THE CONDITION_LOSS_PCT KEY IS APPLIED HERE -- THE
      *    BODY-MASS LOSS, AS A PERCENTAGE OF THE PREVIOUS SIGHTING'S
      *    MASS, MORE THAN WHICH A BIRD IS FLAGGED.
           SELECT CONTROL-FILE ASSIGN TO "pengu_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
      *    THE WELFARE ALERT REPORT FOR THE ECOLOGY TEAM: BIRDS THAT
      *    LOST MORE THAN CONDITION_LOSS_PCT OF THEIR BODY MASS SINCE
      *    THE PREVIOUS SIGHTING, GROUPED BY ISLAND AND SPECIES.
           SELECT ALERT-REPORT ASSIGN TO "condition_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    SUSPECTED TAG MISMATCHES: CONSECUTIVE SIGHTINGS WHOSE
      *    MEASUREMENTS CHANGE IN WAYS ONE REAL BIRD CANNOT, SO THE
      *    TWO ROWS PROBABLY ARE NOT THE SAME BIRD.
           SELECT MISMATCH-REPORT ASSIGN TO "condition_mismatch.txt"
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

       FD  ALERT-REPORT.
       01  ALERT-REPORT-REC            PIC X(80).

       FD  MISMATCH-REPORT.
       01  MISMATCH-REPORT-REC         PIC X(80).

       WORKING-STORAGE SECTION.
      *    INTERNAL SYSTEM CONSTANTS AND CAPACITY LIMITS.
       01  WS-CONSTANTS.
           05  MAX-ALERTS              PIC 9(4)  VALUE 2000.
      *    FLIPPER LENGTH IS MEASURED TO THE MILLIMETRE BY DIFFERENT
      *    HANDS ON DIFFERENT DAYS, SO A SHORTFALL WITHIN THIS MANY
      *    MILLIMETRES IS MEASUREMENT NOISE, NOT A SHRINKING BIRD.
           05  WS-FLIP-TOLERANCE       PIC S9(9)V9(9) VALUE 3.0.

      *    FLAGS AND FILE STATUSES.
       01  WS-EOF                      PIC X     VALUE 'N'.
           88  END-OF-FILE                       VALUE 'Y'.
       01  WS-HISTORY-FILE-STATUS      PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-CONTROL-EOF              PIC X     VALUE 'N'.
           88  END-OF-CONTROL                    VALUE 'Y'.

      *    OPERATOR-SET LOSS THRESHOLD (CONDITION_LOSS_PCT), IN
      *    PERCENT OF THE PREVIOUS SIGHTING'S BODY MASS.
       01  WS-LOSS-PCT                 PIC S9(9)V9(9) VALUE 10.0.

      *    ROW COUNTERS FOR THE SUMMARY.
       01  WS-RUN-COUNTS.
           05  WS-HISTORY-READ         PIC 9(8)  VALUE 0.
           05  WS-TAGS-SEEN            PIC 9(8)  VALUE 0.
           05  WS-PAIRS-COMPARED       PIC 9(8)  VALUE 0.
           05  WS-MASS-PAIRS           PIC 9(8)  VALUE 0.
           05  WS-ALERT-COUNT          PIC 9(4)  VALUE 0.
           05  WS-ALERT-SKIPPED        PIC 9(4)  VALUE 0.
           05  WS-MISMATCH-COUNT       PIC 9(4)  VALUE 0.

      *    THE SIGHTING IN HAND, TAKEN FROM THE HISTORY RECORD, AND THE
      *    ONE BEFORE IT, SAME SHAPE. A CHANGE OF TAG STARTS A NEW
      *    TIMELINE.
       01  WS-CURR-SIGHTING.
           05  CUR-TAG                 PIC X(10) VALUE SPACES.
           05  CUR-DATE                PIC 9(8).
           05  CUR-SEQ                 PIC 9(8).
           05  CUR-ISLAND              PIC X(20).
           05  CUR-SPECIES             PIC X(20).
           05  CUR-BILL-LEN            PIC X(10).
           05  CUR-BILL-DEP            PIC X(10).
           05  CUR-FLIP-LEN            PIC X(10).
           05  CUR-BODY-MASS           PIC X(10).
           05  CUR-SEX                 PIC X(10).
           05  CUR-SEX-SRC             PIC X.
       01  WS-PREV-SIGHTING.
           05  PRV-TAG                 PIC X(10) VALUE SPACES.
           05  PRV-DATE                PIC 9(8).
           05  PRV-SEQ                 PIC 9(8).
           05  PRV-ISLAND              PIC X(20).
           05  PRV-SPECIES             PIC X(20).
           05  PRV-BILL-LEN            PIC X(10).
           05  PRV-BILL-DEP            PIC X(10).
           05  PRV-FLIP-LEN            PIC X(10).
           05  PRV-BODY-MASS           PIC X(10).
           05  PRV-SEX                 PIC X(10).
           05  PRV-SEX-SRC             PIC X.

      *    ONE CONSECUTIVE-SIGHTING COMPARISON: MASS BEFORE AND AFTER,
      *    THE CHANGE IN GRAMS AND PERCENT, THE DAYS BETWEEN THE TWO
      *    SIGHTINGS AND THE RATE OF CHANGE IN GRAMS PER DAY.
       01  WS-COMPARE-VARS.
           05  WS-PREV-MASS            PIC S9(9)V9(9).
           05  WS-CURR-MASS            PIC S9(9)V9(9).
           05  WS-MASS-CHANGE          PIC S9(9)V9(9).
           05  WS-MASS-PCT             PIC S9(9)V9(9).
           05  WS-MASS-RATE            PIC S9(9)V9(9).
           05  WS-DAYS-BETWEEN         PIC S9(8).
           05  WS-PREV-FLIP            PIC S9(9)V9(9).
           05  WS-CURR-FLIP            PIC S9(9)V9(9).
           05  WS-MISMATCH-REASON      PIC X(20).

      *    THE ALERTS, HELD SO THE REPORT CAN BE PRINTED GROUPED BY
      *    ISLAND AND SPECIES RATHER THAN IN TAG ORDER. ISLAND AND
      *    SPECIES NUMBERS OF ZERO MARK A NAME THE SUITE DOES NOT
      *    RECOGNIZE; THOSE PRINT IN A GROUP OF THEIR OWN AT THE END.
       01  ALERT-TABLE.
           05  ALT-ROW OCCURS 2000 TIMES.
               10  ALT-TAG             PIC X(10).
               10  ALT-ISL-NO          PIC 9.
               10  ALT-SPC-NO          PIC 9.
               10  ALT-PREV-DATE       PIC 9(8).
               10  ALT-PREV-MASS       PIC S9(9)V9(9).
               10  ALT-CURR-DATE       PIC 9(8).
               10  ALT-CURR-MASS       PIC S9(9)V9(9).
               10  ALT-CHANGE          PIC S9(9)V9(9).
               10  ALT-PCT             PIC S9(9)V9(9).
               10  ALT-RATE            PIC S9(9)V9(9).
               10  ALT-DAYS            PIC S9(8).
       01  WS-GROUP-COUNT              PIC 9(4).

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
           05  WS-ISLAND-NO            PIC 9.
           05  WS-SPECIES-NO           PIC 9.
      *    KEY/VALUE SPLIT OF ONE CONTROL CARD LINE.
           05  WS-CTL-KEY              PIC X(20).
           05  WS-CTL-VAL              PIC X(20).

      *    ITERATION POINTERS.
       01  WS-COUNTERS.
           05  IDX-I                   PIC 9(4).
           05  IDX-J                   PIC 9(4).
           05  IDX-K                   PIC 9(4).

      *    RUN TIMESTAMP FOR THE REPORT HEADINGS.
       01  WS-TIMESTAMP.
           05  WS-DATE-PART.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).
           05  WS-TIME-PART            PIC 9(8).
           05  WS-TZ-PART              PIC X(5).

      *    PAGE CONTROL FOR THE ALERT REPORT AND, SEPARATELY, THE
      *    MISMATCH LIST.
       01  WS-PAGE-VARS.
           05  WS-LINE-CNT             PIC 9(4)  VALUE 99.
           05  WS-PAGE-CNT             PIC 9(4)  VALUE 0.
           05  WS-LINES-PER-PAGE       PIC 9(4)  VALUE 55.
           05  WS-PAGE-EDIT            PIC ZZZ9.
           05  WS-MM-LINE-CNT          PIC 9(4)  VALUE 99.
           05  WS-MM-PAGE-CNT          PIC 9(4)  VALUE 0.
       01  WS-PRINT-LINE               PIC X(80).
       01  WS-MISMATCH-LINE            PIC X(80) VALUE SPACES.

      *    NUMERIC-EDITED COPIES FOR THE REPORT LINES.
       01  WS-EDITS.
           05  WS-CNT-EDIT             PIC ZZZZZZZ9.
           05  WS-MASS-EDIT            PIC ZZZZ9.
           05  WS-MASS-EDIT2           PIC ZZZZ9.
           05  WS-CHANGE-EDIT          PIC -(5)9.
           05  WS-PCT-EDIT             PIC -(3)9.9.
           05  WS-RATE-EDIT            PIC -(4)9.9.
           05  WS-DAYS-EDIT            PIC ZZZZ9.
           05  WS-THRESH-EDIT          PIC ZZ9.9.

       PROCEDURE DIVISION.
      *    WALK EVERY TAGGED BIRD'S SIGHTING TIMELINE IN DATE ORDER
      *    AND COMPARE EACH SIGHTING WITH THE ONE BEFORE IT: BODY-MASS
      *    CHANGE AND RATE OF CHANGE FOR THE WELFARE ALERT REPORT, AND
      *    MEASUREMENTS THAT GO BACKWARDS IN WAYS A REAL BIRD CANNOT
      *    FOR THE SUSPECTED-MISMATCH LIST. A STARVING BIRD IS NO
      *    LONGER FOUND ONLY WHEN SOMEONE HAPPENS TO PULL ITS
      *    PENGU-HISTORY PRINTOUT.
      *    CONDITION CODES FOLLOW THE SHARED SCHEME: 0 = CLEAN,
      *    4 = COMPLETED WITH ALERTS, SUSPECTED MISMATCHES OR
      *    CAPACITY-SKIPPED ALERTS, 8 = MISSING PREREQUISITE (NO
      *    HISTORY FILE), 12 = UNREADABLE CONTROL CARD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 0020-LOAD-CONTROL-CARD
           PERFORM 0050-CHECK-HISTORY
           OPEN OUTPUT MISMATCH-REPORT
           PERFORM 9200-MISMATCH-PAGE-HEADING
           PERFORM 0200-WALK-TIMELINES
           PERFORM 0450-MISMATCH-FOOTING
           CLOSE MISMATCH-REPORT
           PERFORM 0300-WRITE-ALERT-REPORT
           MOVE WS-LOSS-PCT TO WS-THRESH-EDIT
           DISPLAY "CONDITION CHECK: " WS-HISTORY-READ
                   " HISTORY RECORD(S), " WS-PAIRS-COMPARED
                   " CONSECUTIVE-SIGHTING PAIR(S) COMPARED."
           DISPLAY "  WELFARE ALERTS (LOSS > " WS-THRESH-EDIT "%): "
                   WS-ALERT-COUNT
           DISPLAY "  SUSPECTED TAG MISMATCHES:     " WS-MISMATCH-COUNT
           IF WS-ALERT-SKIPPED > 0
               DISPLAY "WARNING: " WS-ALERT-SKIPPED " ALERT(S) BEYOND "
                       "THE " MAX-ALERTS " CAPACITY NOT REPORTED."
           END-IF
           IF WS-ALERT-COUNT > 0 OR WS-MISMATCH-COUNT > 0 OR
              WS-ALERT-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0020-LOAD-CONTROL-CARD.
      *    SAME KEY=VALUE CONTROL CARD THE REST OF THE SUITE READS.
      *    EVERY KEY EXCEPT CONDITION_LOSS_PCT FALLS THROUGH TO WHEN
      *    OTHER AND IS IGNORED.
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
      *        ABSENCE ("35") JUST MEANS THE COMPILED DEFAULT STANDS;
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
      *    A LOSS PERCENTAGE OUTSIDE 0-100 CANNOT MEAN ANYTHING AND
      *    LEAVES THE DEFAULT IN PLACE RATHER THAN FLAGGING EVERY BIRD
      *    OR NONE OF THEM.
           UNSTRING CONTROL-REC DELIMITED BY "="
               INTO WS-CTL-KEY WS-CTL-VAL
           END-UNSTRING
           EVALUATE WS-CTL-KEY
               WHEN "CONDITION_LOSS_PCT"
                   IF FUNCTION NUMVAL(WS-CTL-VAL) > 0 AND
                      FUNCTION NUMVAL(WS-CTL-VAL) < 100
                       COMPUTE WS-LOSS-PCT =
                               FUNCTION NUMVAL(WS-CTL-VAL)
                   ELSE
                       DISPLAY "CONDITION_LOSS_PCT " WS-CTL-VAL
                               " IS NOT A PERCENTAGE BETWEEN 0 AND "
                               "100. KEEPING THE DEFAULT."
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0050-CHECK-HISTORY.
      *    NO HISTORY MEANS NOTHING HAS EVER BEEN SCORED -- A MISSING
      *    PREREQUISITE, CAUGHT BEFORE ANY REPORT IS STARTED.
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
      *    GROUPED BY TAG, IN DATE ORDER WITHIN EACH TAG, WITH TWO
      *    SCORINGS ON THE SAME DATE IN THE ORDER THEY WERE MADE.
      *    EVERY SIGHTING AFTER A TAG'S FIRST IS COMPARED WITH THE ONE
      *    JUST BEFORE IT.
           OPEN INPUT HISTORY-FILE
           MOVE SPACES TO PRV-TAG
           PERFORM UNTIL END-OF-FILE
               READ HISTORY-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       PERFORM 0205-TAKE-SIGHTING
                       IF CUR-TAG = PRV-TAG
                           PERFORM 0210-COMPARE-SIGHTINGS
                       ELSE
                           ADD 1 TO WS-TAGS-SEEN
                       END-IF
                       MOVE WS-CURR-SIGHTING TO WS-PREV-SIGHTING
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       0205-TAKE-SIGHTING.
           MOVE HST-TAG TO CUR-TAG
           MOVE HST-DATE TO CUR-DATE
           MOVE HST-SEQ TO CUR-SEQ
           MOVE HST-ISLAND TO CUR-ISLAND
           MOVE HST-SPECIES TO CUR-SPECIES
           MOVE HST-BILL-LEN TO CUR-BILL-LEN
           MOVE HST-BILL-DEP TO CUR-BILL-DEP
           MOVE HST-FLIP-LEN TO CUR-FLIP-LEN
           MOVE HST-BODY-MASS TO CUR-BODY-MASS
           MOVE HST-SEX TO CUR-SEX
           MOVE HST-SEX-SRC TO CUR-SEX-SRC.

       0210-COMPARE-SIGHTINGS.
      *    MISMATCH EDITS FIRST: A PAIR THAT CANNOT BE ONE BIRD (THE
      *    FLIPPER SHRANK BEYOND MEASUREMENT NOISE, OR THE SEX FLIPPED
      *    BETWEEN TWO OBSERVED CALLS -- A SEX PENGU-SEXFILL PREDICTED
      *    ('P') CAN BE WRONG AND PROVES NOTHING) GOES ON THE
      *    MISMATCH LIST AND IS NOT JUDGED FOR WELFARE -- A "WEIGHT
      *    LOSS" BETWEEN TWO DIFFERENT BIRDS SAYS NOTHING ABOUT EITHER
      *    OF THEM.
           ADD 1 TO WS-PAIRS-COMPARED
           MOVE SPACES TO WS-MISMATCH-REASON
           IF CUR-FLIP-LEN NOT = "NA" AND CUR-FLIP-LEN NOT = SPACES
              AND PRV-FLIP-LEN NOT = "NA" AND PRV-FLIP-LEN NOT = SPACES
               COMPUTE WS-PREV-FLIP = FUNCTION NUMVAL(PRV-FLIP-LEN)
               COMPUTE WS-CURR-FLIP = FUNCTION NUMVAL(CUR-FLIP-LEN)
               IF WS-CURR-FLIP < WS-PREV-FLIP - WS-FLIP-TOLERANCE
                   MOVE "FLIPPER SHRANK" TO WS-MISMATCH-REASON
               END-IF
           END-IF
           IF WS-MISMATCH-REASON = SPACES AND
              (CUR-SEX = "male" OR CUR-SEX = "female") AND
              (PRV-SEX = "male" OR PRV-SEX = "female") AND
              CUR-SEX-SRC NOT = 'P' AND PRV-SEX-SRC NOT = 'P' AND
              CUR-SEX NOT = PRV-SEX
               MOVE "SEX CHANGED" TO WS-MISMATCH-REASON
           END-IF
           IF WS-MISMATCH-REASON NOT = SPACES
               PERFORM 0230-WRITE-MISMATCH
           ELSE
               PERFORM 0220-CHECK-MASS
           END-IF.

       0220-CHECK-MASS.
      *    BODY-MASS CHANGE SINCE THE PREVIOUS SIGHTING, AS GRAMS, AS
      *    A PERCENTAGE OF THE EARLIER MASS, AND AS GRAMS PER DAY. A
      *    SAME-DAY RE-SCORING HAS NO ELAPSED TIME, SO ITS RATE IS
      *    LEFT AT ZERO RATHER THAN DIVIDED BY IT.
           IF CUR-BODY-MASS = "NA" OR CUR-BODY-MASS = SPACES OR
              PRV-BODY-MASS = "NA" OR PRV-BODY-MASS = SPACES
               CONTINUE
           ELSE
               COMPUTE WS-PREV-MASS = FUNCTION NUMVAL(PRV-BODY-MASS)
               COMPUTE WS-CURR-MASS = FUNCTION NUMVAL(CUR-BODY-MASS)
               IF WS-PREV-MASS > 0
                   ADD 1 TO WS-MASS-PAIRS
                   COMPUTE WS-MASS-CHANGE = WS-CURR-MASS - WS-PREV-MASS
                   COMPUTE WS-MASS-PCT =
                           (WS-MASS-CHANGE * 100) / WS-PREV-MASS
                   COMPUTE WS-DAYS-BETWEEN =
                           FUNCTION INTEGER-OF-DATE(CUR-DATE) -
                           FUNCTION INTEGER-OF-DATE(PRV-DATE)
                   IF WS-DAYS-BETWEEN > 0
                       COMPUTE WS-MASS-RATE =
                               WS-MASS-CHANGE / WS-DAYS-BETWEEN
                   ELSE
                       MOVE 0 TO WS-MASS-RATE
                   END-IF
                   IF WS-MASS-PCT < 0 AND
                      (0 - WS-MASS-PCT) > WS-LOSS-PCT
                       PERFORM 0225-STORE-ALERT
                   END-IF
               END-IF
           END-IF.

       0225-STORE-ALERT.
      *    HOLD THE ALERT FOR THE GROUPED REPORT, FILED UNDER THE
      *    ISLAND AND SPECIES OF THE LATER SIGHTING -- WHERE THE BIRD
      *    IS NOW, AND WHAT IT WAS LAST CALLED.
           IF WS-ALERT-COUNT >= MAX-ALERTS
               ADD 1 TO WS-ALERT-SKIPPED
           ELSE
               ADD 1 TO WS-ALERT-COUNT
               MOVE CUR-TAG TO ALT-TAG(WS-ALERT-COUNT)
               MOVE 0 TO WS-ISLAND-NO WS-SPECIES-NO
               PERFORM VARYING IDX-K FROM 1 BY 1 UNTIL IDX-K > 3
                   IF CUR-ISLAND = WS-ISLAND-LABEL(IDX-K)
                       MOVE IDX-K TO WS-ISLAND-NO
                   END-IF
                   IF CUR-SPECIES = WS-SPECIES-LABEL(IDX-K)
                       MOVE IDX-K TO WS-SPECIES-NO
                   END-IF
               END-PERFORM
               MOVE WS-ISLAND-NO TO ALT-ISL-NO(WS-ALERT-COUNT)
               MOVE WS-SPECIES-NO TO ALT-SPC-NO(WS-ALERT-COUNT)
               MOVE PRV-DATE TO ALT-PREV-DATE(WS-ALERT-COUNT)
               MOVE WS-PREV-MASS TO ALT-PREV-MASS(WS-ALERT-COUNT)
               MOVE CUR-DATE TO ALT-CURR-DATE(WS-ALERT-COUNT)
               MOVE WS-CURR-MASS TO ALT-CURR-MASS(WS-ALERT-COUNT)
               MOVE WS-MASS-CHANGE TO ALT-CHANGE(WS-ALERT-COUNT)
               MOVE WS-MASS-PCT TO ALT-PCT(WS-ALERT-COUNT)
               MOVE WS-MASS-RATE TO ALT-RATE(WS-ALERT-COUNT)
               MOVE WS-DAYS-BETWEEN TO ALT-DAYS(WS-ALERT-COUNT)
           END-IF.

       0230-WRITE-MISMATCH.
      *    THREE LINES PER SUSPECT PAIR: THE TAG AND WHY IT WAS
      *    FLAGGED, THEN THE EARLIER AND LATER SIGHTINGS ONE ABOVE THE
      *    OTHER SO THE MEASUREMENTS LINE UP COLUMN FOR COLUMN.
           ADD 1 TO WS-MISMATCH-COUNT
           PERFORM 9300-WRITE-MISMATCH-LINE
           STRING "TAG " DELIMITED BY SIZE
                  CUR-TAG DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MISMATCH-REASON DELIMITED BY SIZE
                  INTO WS-MISMATCH-LINE
           END-STRING
           PERFORM 9300-WRITE-MISMATCH-LINE
           STRING "  PREV " DELIMITED BY SIZE
                  PRV-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRV-ISLAND(1:10) DELIMITED BY SIZE
                  PRV-SPECIES(1:10) DELIMITED BY SIZE
                  " BILL " DELIMITED BY SIZE
                  PRV-BILL-LEN DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  PRV-BILL-DEP DELIMITED BY SPACE
                  " FLIP " DELIMITED BY SIZE
                  PRV-FLIP-LEN DELIMITED BY SPACE
                  " MASS " DELIMITED BY SIZE
                  PRV-BODY-MASS DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PRV-SEX DELIMITED BY SPACE
                  INTO WS-MISMATCH-LINE
           END-STRING
           PERFORM 9300-WRITE-MISMATCH-LINE
           STRING "  CURR " DELIMITED BY SIZE
                  CUR-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUR-ISLAND(1:10) DELIMITED BY SIZE
                  CUR-SPECIES(1:10) DELIMITED BY SIZE
                  " BILL " DELIMITED BY SIZE
                  CUR-BILL-LEN DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  CUR-BILL-DEP DELIMITED BY SPACE
                  " FLIP " DELIMITED BY SIZE
                  CUR-FLIP-LEN DELIMITED BY SPACE
                  " MASS " DELIMITED BY SIZE
                  CUR-BODY-MASS DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CUR-SEX DELIMITED BY SPACE
                  INTO WS-MISMATCH-LINE
           END-STRING
           PERFORM 9300-WRITE-MISMATCH-LINE.

       0300-WRITE-ALERT-REPORT.
      *    THE WELFARE ALERT DOCUMENT: ONE SECTION PER ISLAND/SPECIES
      *    GROUP THAT HAS ALERTS, THEN ANY ALERTS FOR A NAME THE SUITE
      *    DOES NOT RECOGNIZE, THEN THE RUN TOTALS.
           OPEN OUTPUT ALERT-REPORT
           PERFORM 9000-PAGE-HEADING
           MOVE WS-LOSS-PCT TO WS-THRESH-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "BIRDS THAT LOST MORE THAN " DELIMITED BY SIZE
                  WS-THRESH-EDIT DELIMITED BY SIZE
                  "% OF THEIR BODY MASS SINCE THE "
                  DELIMITED BY SIZE
                  "PREVIOUS SIGHTING" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           IF WS-ALERT-COUNT = 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
               MOVE "NO BIRDS EXCEEDED THE ALERT THRESHOLD."
                 TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
           END-IF
           PERFORM VARYING IDX-I FROM 1 BY 1 UNTIL IDX-I > 3
               PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > 3
                   PERFORM 0310-WRITE-GROUP
               END-PERFORM
           END-PERFORM
           MOVE 0 TO IDX-I
           MOVE 0 TO IDX-J
           PERFORM 0310-WRITE-GROUP
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE WS-PAIRS-COMPARED TO WS-CNT-EDIT
           STRING "CONSECUTIVE-SIGHTING PAIRS COMPARED: "
                  DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-MASS-PAIRS TO WS-CNT-EDIT
           STRING "PAIRS WITH BOTH MASSES RECORDED:     "
                  DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ALERT-COUNT TO WS-CNT-EDIT
           STRING "WELFARE ALERTS:                      "
                  DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-MISMATCH-COUNT TO WS-CNT-EDIT
           STRING "SUSPECTED MISMATCHES (NOT JUDGED):   "
                  DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           IF WS-ALERT-SKIPPED > 0
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-ALERT-SKIPPED TO WS-CNT-EDIT
               STRING "ALERTS NOT LISTED (CAPACITY):        "
                      DELIMITED BY SIZE
                      WS-CNT-EDIT DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 9100-WRITE-LINE
           END-IF
           CLOSE ALERT-REPORT.

       0310-WRITE-GROUP.
      *    ONE ISLAND/SPECIES SECTION (IDX-I/IDX-J; ZERO/ZERO IS THE
      *    UNRECOGNIZED GROUP, WHICH TAKES ANY ALERT WITH EITHER NUMBER
      *    ZERO). NOTHING IS PRINTED FOR A GROUP WITH NO ALERTS.
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM VARYING IDX-K FROM 1 BY 1
                   UNTIL IDX-K > WS-ALERT-COUNT
               IF (IDX-I > 0 AND ALT-ISL-NO(IDX-K) = IDX-I AND
                   ALT-SPC-NO(IDX-K) = IDX-J) OR
                  (IDX-I = 0 AND
                   (ALT-ISL-NO(IDX-K) = 0 OR ALT-SPC-NO(IDX-K) = 0))
                   ADD 1 TO WS-GROUP-COUNT
               END-IF
           END-PERFORM
           IF WS-GROUP-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
               MOVE WS-GROUP-COUNT TO WS-CNT-EDIT
               IF IDX-I > 0
                   STRING "ISLAND: " DELIMITED BY SIZE
                          WS-ISLAND-LABEL(IDX-I) DELIMITED BY SIZE
                          "  SPECIES: " DELIMITED BY SIZE
                          WS-SPECIES-LABEL(IDX-J) DELIMITED BY SIZE
                          "  ALERTS:" DELIMITED BY SIZE
                          WS-CNT-EDIT DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   END-STRING
               ELSE
                   STRING "UNRECOGNIZED ISLAND OR SPECIES"
                          DELIMITED BY SIZE
                          "  ALERTS:" DELIMITED BY SIZE
                          WS-CNT-EDIT DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   END-STRING
               END-IF
               PERFORM 9100-WRITE-LINE
               MOVE "  TAG        PREV DATE   MASS  CURR DATE   MASS"
                 TO WS-PRINT-LINE
               MOVE "CHANGE    PCT  DAYS   G/DAY" TO WS-PRINT-LINE(50:)
               PERFORM 9100-WRITE-LINE
               PERFORM VARYING IDX-K FROM 1 BY 1
                       UNTIL IDX-K > WS-ALERT-COUNT
                   IF (IDX-I > 0 AND ALT-ISL-NO(IDX-K) = IDX-I AND
                       ALT-SPC-NO(IDX-K) = IDX-J) OR
                      (IDX-I = 0 AND
                       (ALT-ISL-NO(IDX-K) = 0 OR
                        ALT-SPC-NO(IDX-K) = 0))
                       PERFORM 0320-WRITE-ALERT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       0320-WRITE-ALERT-LINE.
      *    BOTH SIGHTINGS SIDE BY SIDE, THEN THE CHANGE BETWEEN THEM.
           MOVE ALT-PREV-MASS(IDX-K) TO WS-MASS-EDIT
           MOVE ALT-CURR-MASS(IDX-K) TO WS-MASS-EDIT2
           MOVE ALT-CHANGE(IDX-K) TO WS-CHANGE-EDIT
           MOVE ALT-PCT(IDX-K) TO WS-PCT-EDIT
           MOVE ALT-DAYS(IDX-K) TO WS-DAYS-EDIT
           MOVE ALT-RATE(IDX-K) TO WS-RATE-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " DELIMITED BY SIZE
                  ALT-TAG(IDX-K) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALT-PREV-DATE(IDX-K) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MASS-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ALT-CURR-DATE(IDX-K) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MASS-EDIT2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CHANGE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE.

       0450-MISMATCH-FOOTING.
           PERFORM 9300-WRITE-MISMATCH-LINE
           IF WS-MISMATCH-COUNT = 0
               MOVE "NO SUSPECTED MISMATCHES." TO WS-MISMATCH-LINE
               PERFORM 9300-WRITE-MISMATCH-LINE
           END-IF
           MOVE WS-MISMATCH-COUNT TO WS-CNT-EDIT
           STRING "TOTAL SUSPECTED MISMATCHES:" DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-MISMATCH-LINE
           END-STRING
           PERFORM 9300-WRITE-MISMATCH-LINE.

       9000-PAGE-HEADING.
      *    NEW PAGE: TITLE, RUN DATE, PAGE NUMBER, BLANK SEPARATOR.
           ADD 1 TO WS-PAGE-CNT
           MOVE WS-PAGE-CNT TO WS-PAGE-EDIT
           MOVE SPACES TO ALERT-REPORT-REC
           STRING "PENGUIN BODY-CONDITION WELFARE ALERTS"
                  "   RUN DATE " DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO ALERT-REPORT-REC
           END-STRING
           WRITE ALERT-REPORT-REC
           MOVE ALL "-" TO ALERT-REPORT-REC
           WRITE ALERT-REPORT-REC
           MOVE 2 TO WS-LINE-CNT.

       9100-WRITE-LINE.
      *    EVERY BODY LINE GOES THROUGH HERE SO THE PAGE BREAKS AND
      *    HEADINGS STAY CONSISTENT NO MATTER WHICH SECTION IS
      *    WRITING.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 9000-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO ALERT-REPORT-REC
           WRITE ALERT-REPORT-REC
           ADD 1 TO WS-LINE-CNT.

       9200-MISMATCH-PAGE-HEADING.
      *    NEW PAGE OF THE SUSPECTED-MISMATCH LIST: TITLE, RUN DATE,
      *    PAGE NUMBER, WHAT THE LIST IS, RULE. THE LIST HAS ITS OWN
      *    PAGE AND LINE COUNTS -- IT IS WRITTEN WHILE THE TIMELINES
      *    ARE WALKED, BEFORE THE ALERT REPORT IS OPENED.
           ADD 1 TO WS-MM-PAGE-CNT
           MOVE WS-MM-PAGE-CNT TO WS-PAGE-EDIT
           MOVE SPACES TO MISMATCH-REPORT-REC
           STRING "SUSPECTED TAG MISMATCHES" DELIMITED BY SIZE
                  "   RUN DATE " DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO MISMATCH-REPORT-REC
           END-STRING
           WRITE MISMATCH-REPORT-REC
           MOVE "CONSECUTIVE SIGHTINGS THAT CANNOT BE THE SAME BIRD"
             TO MISMATCH-REPORT-REC
           WRITE MISMATCH-REPORT-REC
           MOVE ALL "-" TO MISMATCH-REPORT-REC
           WRITE MISMATCH-REPORT-REC
           MOVE 3 TO WS-MM-LINE-CNT.

       9300-WRITE-MISMATCH-LINE.
      *    EVERY MISMATCH LINE GOES THROUGH HERE, AS 9100 DOES FOR THE
      *    ALERT REPORT.
           IF WS-MM-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 9200-MISMATCH-PAGE-HEADING
           END-IF
           MOVE WS-MISMATCH-LINE TO MISMATCH-REPORT-REC
           WRITE MISMATCH-REPORT-REC
           ADD 1 TO WS-MM-LINE-CNT
           MOVE SPACES TO WS-MISMATCH-LINE.
