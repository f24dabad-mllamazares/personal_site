       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENGU-HISTLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE OLD APPEND-ONLY SIGHTING TIMELINE, ONE LINE PER
      *    SCORING: TAG,DATE,ISLAND,SPECIES,PROB,MARGIN,BILL-LEN,
      *    BILL-DEP,FLIP-LEN,BODY-MASS,SEX. READ ONCE, HERE, AND
      *    RETIRED AFTERWARDS.
           SELECT CSV-HISTORY-FILE ASSIGN TO "sighting_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
      *    THE KEYED SIGHTING HISTORY THAT REPLACES IT: ONE RECORD PER
      *    SCORING, KEYED BY TAG, SIGHTING DATE AND A SEQUENCE NUMBER
      *    THAT KEEPS TWO SCORINGS OF ONE TAG ON ONE DATE APART.
      *    PENGU-SCORE OWNS THE RECORD LAYOUT -- KEEP EVERY COPY IN
      *    STEP. ACCESS IS RANDOM BECAUSE THE OLD FILE IS IN APPEND
      *    ORDER, NOT KEY ORDER.
           SELECT HISTORY-FILE ASSIGN TO "sighting_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
      *    PENGU-SCORE'S PROCESSED-BATCH REGISTER (BATCH ID, RUN DATE,
      *    ROWS SCORED). THE OLD FILE NEVER CARRIED THE BATCH, SO THE
      *    REGISTER IS THE ONLY PLACE LEFT TO RECOVER IT FROM.
           SELECT BATCH-REGISTER ASSIGN TO "batch_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CSV-HISTORY-FILE.
       01  CSV-HISTORY-REC             PIC X(160).

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

       FD  BATCH-REGISTER.
       01  REGISTER-REC                PIC X(80).

       WORKING-STORAGE SECTION.
      *    INTERNAL SYSTEM CONSTANTS AND CAPACITY LIMITS. ONE REGISTER
      *    LINE PER SCORING RUN, SO 5000 IS MORE THAN A DECADE OF
      *    NIGHTLY RUNS.
       01  WS-CONSTANTS.
           05  MAX-REGISTER            PIC 9(4)  VALUE 5000.
           05  MAX-SEQ                 PIC 9(3)  VALUE 999.
      *    STAMPED ON A CONVERTED SIGHTING WHOSE RUN DATE THE
      *    REGISTER DOES NOT TIE TO EXACTLY ONE BATCH.
           05  WS-NO-BATCH             PIC X(20) VALUE "UNKNOWN".

      *    FLAGS AND FILE STATUSES.
       01  WS-EOF                      PIC X     VALUE 'N'.
           88  END-OF-FILE                       VALUE 'Y'.
       01  WS-REGISTER-EOF             PIC X     VALUE 'N'.
           88  END-OF-REGISTER                   VALUE 'Y'.
       01  WS-CSV-FILE-STATUS          PIC XX.
       01  WS-HISTORY-FILE-STATUS      PIC XX.
       01  WS-REGISTER-STATUS          PIC XX.
       01  WS-RECORD-WRITTEN           PIC X     VALUE 'N'.
           88  RECORD-WRITTEN                    VALUE 'Y'.

      *    THE REGISTER, HELD FOR THE BATCH LOOK-UP: ONE ROW PER
      *    COMPLETED SCORING RUN.
       01  REGISTER-TABLE.
           05  REG-ROW OCCURS 5000 TIMES.
               10  REG-BATCH-ID        PIC X(20).
               10  REG-DATE            PIC 9(8).
       01  WS-REG-COUNT                PIC 9(4)  VALUE 0.

      *    RUN COUNTERS FOR THE SUMMARY.
       01  WS-RUN-COUNTS.
           05  WS-CSV-READ             PIC 9(8)  VALUE 0.
           05  WS-RECORDS-WRITTEN      PIC 9(8)  VALUE 0.
           05  WS-SAME-DAY-RECORDS     PIC 9(8)  VALUE 0.
           05  WS-BAD-ROWS             PIC 9(8)  VALUE 0.
           05  WS-KEY-FULL-ROWS        PIC 9(8)  VALUE 0.
           05  WS-BATCH-FOUND          PIC 9(8)  VALUE 0.
           05  WS-BATCH-NOT-FOUND      PIC 9(8)  VALUE 0.
           05  WS-REG-SKIPPED          PIC 9(4)  VALUE 0.

      *    BUFFER VARIABLES FOR CSV TOKEN EXTRACTION.
       01  WS-PARSING.
           05  WS-TAG                  PIC X(10).
           05  WS-DATE-TXT             PIC X(10).
           05  WS-ISLAND               PIC X(20).
           05  WS-SPECIES-STR          PIC X(20).
           05  WS-PROB-TXT             PIC X(10).
           05  WS-MARGIN-TXT           PIC X(10).
           05  WS-BILL-LEN             PIC X(10).
           05  WS-BILL-DEP             PIC X(10).
           05  WS-FLIP-LEN             PIC X(10).
           05  WS-BODY-MASS            PIC X(10).
           05  WS-SEX                  PIC X(10).
           05  WS-REG-BATCH-TXT        PIC X(20).
           05  WS-REG-DATE-TXT         PIC X(10).

      *    THE BATCH LOOK-UP FOR ONE SIGHTING: THE FIRST BATCH FOUND
      *    ON ITS RUN DATE, AND WHETHER A SECOND, DIFFERENT ONE TURNED
      *    UP AS WELL.
       01  WS-LOOKUP-VARS.
           05  WS-FOUND-BATCH          PIC X(20).
           05  WS-BATCH-AMBIGUOUS      PIC X     VALUE 'N'.
               88  BATCH-AMBIGUOUS               VALUE 'Y'.

      *    ITERATION POINTERS.
       01  WS-COUNTERS.
           05  IDX-I                   PIC 9(4).

       PROCEDURE DIVISION.
      *    ONE-TIME CONVERSION OF sighting_history.csv INTO THE KEYED
      *    sighting_history.dat. EVERY LINE BECOMES ONE RECORD; THE
      *    BATCH THE OLD FILE NEVER RECORDED IS RECOVERED FROM THE
      *    BATCH REGISTER WHERE THE RUN DATE NAMES A SINGLE BATCH,
      *    AND IS "UNKNOWN" OTHERWISE. THE OLD FILE IS LEFT IN PLACE
      *    BUT NOTHING READS IT AFTER THIS RUN.
      *    CONDITION CODES FOLLOW THE SHARED SCHEME: 0 = CLEAN,
      *    4 = CONVERTED WITH WARNINGS (LINES SKIPPED, BATCHES NOT
      *    RECOVERED, REGISTER LINES BEYOND CAPACITY), 8 = NOTHING TO
      *    CONVERT OR ALREADY CONVERTED, 12 = THE NEW FILE COULD NOT
      *    BE WRITTEN.
           PERFORM 0050-CHECK-TARGET
           PERFORM 0100-LOAD-REGISTER
           PERFORM 0200-CONVERT-HISTORY
           DISPLAY "HISTORY CONVERSION: " WS-CSV-READ " LINE(S) READ, "
                   WS-RECORDS-WRITTEN " RECORD(S) WRITTEN TO "
                   "sighting_history.dat."
           DISPLAY "  SAME-DAY RE-SCORINGS KEPT APART: "
                   WS-SAME-DAY-RECORDS
           DISPLAY "  BATCH RECOVERED FROM THE REGISTER: "
                   WS-BATCH-FOUND ", NOT RECOVERED: "
                   WS-BATCH-NOT-FOUND
           IF WS-BAD-ROWS > 0
               DISPLAY "WARNING: " WS-BAD-ROWS " LINE(S) WITH NO TAG "
                       "OR NO DATE SKIPPED."
           END-IF
           IF WS-KEY-FULL-ROWS > 0
               DISPLAY "WARNING: " WS-KEY-FULL-ROWS " LINE(S) SKIPPED "
                       "-- MORE THAN " MAX-SEQ " SCORINGS OF ONE TAG "
                       "ON ONE DATE."
           END-IF
           IF WS-REG-SKIPPED > 0
               DISPLAY "WARNING: " WS-REG-SKIPPED " REGISTER LINE(S) "
                       "BEYOND THE " MAX-REGISTER " CAPACITY NOT USED."
           END-IF
           IF WS-BAD-ROWS > 0 OR WS-KEY-FULL-ROWS > 0 OR
              WS-BATCH-NOT-FOUND > 0 OR WS-REG-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-CHECK-TARGET.
      *    THE CONVERSION RUNS ONCE. A KEYED HISTORY ALREADY ON DISK
      *    HOLDS EVERYTHING SCORED SINCE IT WAS BUILT, AND LOADING THE
      *    OLD FILE OVER IT WOULD THROW ALL OF THAT AWAY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               CLOSE HISTORY-FILE
               DISPLAY "sighting_history.dat ALREADY EXISTS -- THE "
                       "HISTORY HAS BEEN CONVERTED. NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-LOAD-REGISTER.
      *    NO REGISTER ("35") IS NOT AN ERROR -- EVERY SIGHTING IS
      *    SIMPLY CONVERTED WITHOUT ITS BATCH.
           OPEN INPUT BATCH-REGISTER
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL END-OF-REGISTER
                   READ BATCH-REGISTER INTO REGISTER-REC
                       AT END SET END-OF-REGISTER TO TRUE
                       NOT AT END
                           PERFORM 0110-STORE-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE BATCH-REGISTER
           ELSE
               DISPLAY "NO BATCH REGISTER (batch_register.dat) -- "
                       "SIGHTINGS WILL BE CONVERTED WITHOUT THEIR "
                       "BATCH."
           END-IF.

       0110-STORE-REGISTER-LINE.
           MOVE SPACES TO WS-REG-BATCH-TXT WS-REG-DATE-TXT
           UNSTRING REGISTER-REC DELIMITED BY ","
               INTO WS-REG-BATCH-TXT WS-REG-DATE-TXT
           END-UNSTRING
           IF WS-REG-BATCH-TXT NOT = SPACES AND
              WS-REG-DATE-TXT(1:8) IS NUMERIC
               IF WS-REG-COUNT >= MAX-REGISTER
                   ADD 1 TO WS-REG-SKIPPED
               ELSE
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-REG-BATCH-TXT TO REG-BATCH-ID(WS-REG-COUNT)
                   MOVE WS-REG-DATE-TXT(1:8) TO REG-DATE(WS-REG-COUNT)
               END-IF
           END-IF.

       0200-CONVERT-HISTORY.
      *    ONE PASS OVER THE OLD FILE, ONE KEYED RECORD PER LINE.
           OPEN INPUT CSV-HISTORY-FILE
           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "NO SIGHTING HISTORY TO CONVERT "
                       "(sighting_history.csv)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: COULD NOT CREATE sighting_history.dat, "
                       "STATUS " WS-HISTORY-FILE-STATUS "."
               CLOSE CSV-HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ CSV-HISTORY-FILE INTO CSV-HISTORY-REC
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CSV-READ
                       PERFORM 0210-CONVERT-ONE
               END-READ
           END-PERFORM
           CLOSE CSV-HISTORY-FILE
           CLOSE HISTORY-FILE.

       0210-CONVERT-ONE.
      *    THE RECEIVERS ARE CLEARED BEFORE EACH UNSTRING SO A SHORT
      *    LINE CANNOT INHERIT THE PREVIOUS SIGHTING'S FIELDS. A LINE
      *    WITH NO TAG OR NO DATE HAS NO KEY AND CANNOT BE CARRIED
      *    OVER.
           MOVE SPACES TO WS-TAG WS-DATE-TXT WS-ISLAND WS-SPECIES-STR
                          WS-PROB-TXT WS-MARGIN-TXT WS-BILL-LEN
                          WS-BILL-DEP WS-FLIP-LEN WS-BODY-MASS WS-SEX
           UNSTRING CSV-HISTORY-REC DELIMITED BY ","
               INTO WS-TAG WS-DATE-TXT WS-ISLAND WS-SPECIES-STR
                    WS-PROB-TXT WS-MARGIN-TXT WS-BILL-LEN WS-BILL-DEP
                    WS-FLIP-LEN WS-BODY-MASS WS-SEX
           END-UNSTRING
           IF WS-TAG = SPACES OR WS-DATE-TXT(1:8) IS NOT NUMERIC
               ADD 1 TO WS-BAD-ROWS
               DISPLAY "LINE " WS-CSV-READ " SKIPPED, NO TAG OR DATE: "
                       CSV-HISTORY-REC(1:40)
           ELSE
               MOVE SPACES TO HISTORY-REC
               MOVE WS-TAG TO HST-TAG
               MOVE WS-DATE-TXT(1:8) TO HST-DATE
               MOVE WS-ISLAND TO HST-ISLAND
               MOVE WS-SPECIES-STR TO HST-SPECIES
               MOVE 0 TO HST-PROB HST-MARGIN
               IF FUNCTION TEST-NUMVAL(WS-PROB-TXT) = 0
                   COMPUTE HST-PROB = FUNCTION NUMVAL(WS-PROB-TXT)
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-MARGIN-TXT) = 0
                   COMPUTE HST-MARGIN = FUNCTION NUMVAL(WS-MARGIN-TXT)
               END-IF
               MOVE WS-BILL-LEN TO HST-BILL-LEN
               MOVE WS-BILL-DEP TO HST-BILL-DEP
               MOVE WS-FLIP-LEN TO HST-FLIP-LEN
               MOVE WS-BODY-MASS TO HST-BODY-MASS
               MOVE WS-SEX TO HST-SEX
      *        THE FLAT HISTORY PREDATES FILLED-IN SEX, SO EVERY SEX
      *        ON IT WAS OBSERVED.
               MOVE 'O' TO HST-SEX-SRC
               MOVE 0 TO HST-SEX-PROB
               PERFORM 0220-RESOLVE-BATCH
               PERFORM 0230-WRITE-RECORD
           END-IF.

       0220-RESOLVE-BATCH.
      *    THE HISTORY DATE IS THE SCORING RUN'S DATE, THE SAME DATE
      *    THE REGISTER LINE CARRIES. ONE BATCH ON THAT DATE IS THE
      *    BATCH; NONE, OR TWO DIFFERENT ONES, CANNOT BE TOLD APART.
           MOVE SPACES TO WS-FOUND-BATCH
           MOVE 'N' TO WS-BATCH-AMBIGUOUS
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > WS-REG-COUNT
               IF REG-DATE(IDX-I) = HST-DATE
                   IF WS-FOUND-BATCH = SPACES
                       MOVE REG-BATCH-ID(IDX-I) TO WS-FOUND-BATCH
                   ELSE
                       IF REG-BATCH-ID(IDX-I) NOT = WS-FOUND-BATCH
                           MOVE 'Y' TO WS-BATCH-AMBIGUOUS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-BATCH = SPACES OR BATCH-AMBIGUOUS
               MOVE WS-NO-BATCH TO HST-BATCH-ID
               ADD 1 TO WS-BATCH-NOT-FOUND
           ELSE
               MOVE WS-FOUND-BATCH TO HST-BATCH-ID
               ADD 1 TO WS-BATCH-FOUND
           END-IF.

       0230-WRITE-RECORD.
      *    THE FIRST SCORING OF A TAG ON A DATE IS SEQUENCE 1; A KEY
      *    ALREADY TAKEN ("22") MOVES ON TO THE NEXT NUMBER, SO
      *    SAME-DAY RE-SCORINGS KEEP THE ORDER THEY WERE APPENDED IN.
           MOVE 0 TO HST-SEQ
           MOVE 'N' TO WS-RECORD-WRITTEN
           PERFORM UNTIL RECORD-WRITTEN OR HST-SEQ >= MAX-SEQ
               ADD 1 TO HST-SEQ
               WRITE HISTORY-REC
                   INVALID KEY
                       IF WS-HISTORY-FILE-STATUS NOT = "22"
                           DISPLAY "ERROR: WRITE TO "
                                   "sighting_history.dat FAILED, "
                                   "STATUS " WS-HISTORY-FILE-STATUS
                                   ", TAG " HST-TAG "."
                           CLOSE CSV-HISTORY-FILE
                           CLOSE HISTORY-FILE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RECORD-WRITTEN
               END-WRITE
           END-PERFORM
           IF RECORD-WRITTEN
               ADD 1 TO WS-RECORDS-WRITTEN
               IF HST-SEQ > 1
                   ADD 1 TO WS-SAME-DAY-RECORDS
               END-IF
           ELSE
               ADD 1 TO WS-KEY-FULL-ROWS
           END-IF.
