       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENGU-REJECTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ONE RUN'S REJECT FILE FROM PENGU-INTAKE, PENGU-NN OR
      *    PENGU-SCORE: THE ORIGINAL ROW, THE REASON CODE, THEN THE
      *    BATCH AND TAG IN THE FIXED TAIL COLUMNS. THE NAME IS
      *    DYNAMIC BECAUSE THE SAME LOADER TAKES IN ALL THREE (SEE
      *    WS-SOURCE-DEFS). EACH IS EMPTIED ONCE ITS ROWS ARE SAFELY
      *    ON THE REGISTER, SO THE NEXT RUN DOES NOT TAKE THEM AGAIN.
           SELECT REJECT-IN ASSIGN USING WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-IN-STATUS.
      *    THE CUMULATIVE OUTSTANDING-REJECTS REGISTER: EVERY REJECT
      *    EVER TAKEN IN, WHERE IT CAME FROM, WHEN, AND WHETHER IT IS
      *    STILL OPEN. REWRITTEN IN FULL AT THE END OF EVERY RUN.
           SELECT REGISTER-FILE ASSIGN TO "outstanding_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
      *    THE KEYED SIGHTING TIMELINE PENGU-SCORE WRITES. A TAG THAT
      *    TURNS UP HERE FROM A LATER BATCH WAS RESUBMITTED AND SCORED
      *    CLEAN, WHICH CLOSES ITS REJECT. PENGU-SCORE OWNS THE RECORD
      *    LAYOUT -- KEEP EVERY COPY IN STEP.
           SELECT HISTORY-FILE ASSIGN TO "sighting_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
      *    SAME OPTIONAL CONTROL CARD THE REST OF THE SUITE READS.
      *    ONLY THE REJECT_WRITE_OFF KEY IS APPLIED HERE -- SEE
      *    0300-WRITE-OFF-BATCH.
           SELECT CONTROL-FILE ASSIGN TO "pengu_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
      *    THE AGING REPORT: OPEN REJECTS BY STATION, REASON CODE AND
      *    AGE BAND, AND THE OVERDUE ONES ONE BY ONE FOR CHASING.
           SELECT AGING-REPORT ASSIGN TO "reject_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-IN.
       01  REJECT-IN-REC               PIC X(250).

       FD  REGISTER-FILE.
       01  REGISTER-REC.
      *        O = OPEN, C = CLOSED BY A CLEAN RESUBMISSION,
      *        W = WRITTEN OFF BY THE OPERATOR (REJECT_WRITE_OFF).
           05  RJT-STATUS              PIC X.
           05  FILLER                  PIC X.
           05  RJT-SOURCE              PIC X(6).
           05  FILLER                  PIC X.
           05  RJT-BATCH-ID            PIC X(20).
           05  FILLER                  PIC X.
           05  RJT-STATION             PIC X(8).
           05  FILLER                  PIC X.
           05  RJT-TAG                 PIC X(10).
           05  FILLER                  PIC X.
           05  RJT-REASON              PIC X(20).
           05  FILLER                  PIC X.
           05  RJT-OPENED              PIC 9(8).
           05  FILLER                  PIC X.
           05  RJT-CLOSED              PIC 9(8).
           05  FILLER                  PIC X.
      *        THE BATCH THAT CARRIED THE CLEAN RESUBMISSION, OR
      *        "WRITTEN OFF".
           05  RJT-CLOSED-BY           PIC X(20).
           05  FILLER                  PIC X.
           05  RJT-ORIGINAL            PIC X(200).

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

       FD  AGING-REPORT.
       01  AGING-REPORT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *    INTERNAL SYSTEM CONSTANTS AND CAPACITY LIMITS. A CLOSED OR
      *    WRITTEN-OFF REJECT STAYS ON THE REGISTER FOR A YEAR AS A
      *    RECORD OF WHAT HAPPENED TO IT, THEN DROPS OFF. AN OPEN ONE
      *    STAYS UNTIL IT IS DEALT WITH, HOWEVER LONG THAT TAKES.
       01  WS-CONSTANTS.
           05  MAX-REJECTS             PIC 9(4)  VALUE 5000.
           05  MAX-GROUPS              PIC 9(4)  VALUE 500.
           05  MAX-SOURCES             PIC 9     VALUE 3.
           05  RETAIN-DAYS             PIC 9(4)  VALUE 365.
      *    AN OPEN REJECT OLDER THAN THIS IS OVERDUE: IT IS LISTED
      *    BY NAME ON THE REPORT AND THE RUN ENDS WITH A WARNING.
           05  OVERDUE-DAYS            PIC 9(2)  VALUE 30.

      *    THE REJECT FILES TAKEN IN, IN ORDER: FILE NAME AND THE
      *    SOURCE CODE THE REGISTER RECORDS.
       01  WS-SOURCE-DEFS.
           05  FILLER                  PIC X(24)
                                       VALUE "pengu_intake_rejects.csv".
           05  FILLER                  PIC X(6)  VALUE "INTAKE".
           05  FILLER                  PIC X(24)
                                       VALUE "pengu_nn_rejects.csv".
           05  FILLER                  PIC X(6)  VALUE "NN".
           05  FILLER                  PIC X(24)
                                       VALUE "pengu_score_rejects.csv".
           05  FILLER                  PIC X(6)  VALUE "SCORE".
       01  WS-SOURCE-DEFS-R REDEFINES WS-SOURCE-DEFS.
           05  WS-SOURCE-DEF OCCURS 3 TIMES.
               10  WS-SOURCE-FILE      PIC X(24).
               10  WS-SOURCE-CODE      PIC X(6).

      *    THE UPPER LIMIT IN DAYS OF EACH AGE BAND BUT THE LAST,
      *    WHICH TAKES EVERYTHING OLDER.
       01  WS-BAND-DEFS.
           05  FILLER                  PIC 9(4)  VALUE 7.
           05  FILLER                  PIC 9(4)  VALUE 30.
           05  FILLER                  PIC 9(4)  VALUE 90.
           05  FILLER                  PIC 9(4)  VALUE 9999.
       01  WS-BAND-DEFS-R REDEFINES WS-BAND-DEFS.
           05  WS-BAND-LIMIT OCCURS 4 TIMES PIC 9(4).

      *    FLAGS AND FILE STATUSES.
       01  WS-REJECT-IN-STATUS         PIC XX.
       01  WS-REGISTER-STATUS          PIC XX.
       01  WS-HISTORY-FILE-STATUS      PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-REJECT-EOF               PIC X     VALUE 'N'.
           88  END-OF-REJECTS                    VALUE 'Y'.
       01  WS-REGISTER-EOF             PIC X     VALUE 'N'.
           88  END-OF-REGISTER                   VALUE 'Y'.
       01  WS-HISTORY-EOF              PIC X     VALUE 'N'.
           88  END-OF-HISTORY                    VALUE 'Y'.
       01  WS-CONTROL-EOF              PIC X     VALUE 'N'.
           88  END-OF-CONTROL                    VALUE 'Y'.
       01  WS-SOURCE-NAME              PIC X(24) VALUE SPACES.
      *    PER SOURCE: WHETHER ITS FILE WAS READ, AND WHETHER EVERY
      *    ROW IN IT MADE IT ONTO THE REGISTER. ONLY A FILE TAKEN IN
      *    WHOLE IS EMPTIED; THE REST WAITS FOR THE NEXT RUN.
       01  WS-SOURCE-STATE.
           05  WS-SOURCE-ROW OCCURS 3 TIMES.
               10  WS-SOURCE-READ      PIC X.
               10  WS-SOURCE-WHOLE     PIC X.
               10  WS-SOURCE-TAKEN     PIC 9(5).

      *    REJECT_WRITE_OFF: THE BATCH (OR, FOR TRAINING REJECTS, THE
      *    TRAINING FILE) WHOSE OPEN REJECTS THE OPERATOR IS WRITING
      *    OFF. SPACES MEANS NONE.
       01  WS-WRITE-OFF-BATCH          PIC X(20) VALUE SPACES.

      *    ROW COUNTERS FOR THE SUMMARY.
       01  WS-RUN-COUNTS.
           05  WS-REPEAT-ROWS          PIC 9(5)  VALUE 0.
           05  WS-BLANK-ROWS           PIC 9(5)  VALUE 0.
           05  WS-FULL-ROWS            PIC 9(5)  VALUE 0.
           05  WS-CLOSED-NOW           PIC 9(5)  VALUE 0.
           05  WS-WRITTEN-OFF-NOW      PIC 9(5)  VALUE 0.
           05  WS-DROPPED-ROWS         PIC 9(5)  VALUE 0.
           05  WS-OPEN-COUNT           PIC 9(5)  VALUE 0.
           05  WS-OVERDUE-COUNT        PIC 9(5)  VALUE 0.

      *    THE WHOLE REGISTER, HELD WHILE THIS RUN'S REJECTS ARE
      *    ADDED AND CLOSED, SAME SHAPE AS THE REGISTER RECORD.
       01  WS-REGISTER-COUNT           PIC 9(5)  VALUE 0.
       01  REGISTER-TABLE.
           05  RGT-ROW OCCURS 5000 TIMES.
               10  RGT-STATUS          PIC X.
               10  FILLER              PIC X.
               10  RGT-SOURCE          PIC X(6).
               10  FILLER              PIC X.
               10  RGT-BATCH-ID        PIC X(20).
               10  FILLER              PIC X.
               10  RGT-STATION         PIC X(8).
               10  FILLER              PIC X.
               10  RGT-TAG             PIC X(10).
               10  FILLER              PIC X.
               10  RGT-REASON          PIC X(20).
               10  FILLER              PIC X.
               10  RGT-OPENED          PIC 9(8).
               10  FILLER              PIC X.
               10  RGT-CLOSED          PIC 9(8).
               10  FILLER              PIC X.
               10  RGT-CLOSED-BY       PIC X(20).
               10  FILLER              PIC X.
               10  RGT-ORIGINAL        PIC X(200).
      *    PER REGISTER ROW: WHETHER A SOURCE REJECTED IT AGAIN THIS
      *    RUN. NOT KEPT ON THE REGISTER ITSELF.
       01  REJECTED-AGAIN-TABLE.
           05  WS-REJECTED-AGAIN OCCURS 5000 TIMES PIC X VALUE 'N'.

      *    ONE INCOMING REJECT ROW, SPLIT INTO ITS FIXED COLUMNS.
       01  WS-IN-REJECT.
           05  INR-ORIGINAL            PIC X(200).
           05  INR-REASON              PIC X(20).
           05  INR-BATCH-ID            PIC X(20).
           05  INR-TAG                 PIC X(10).

      *    THE AGING SUMMARY: ONE ROW PER STATION AND REASON CODE
      *    WITH OPEN REJECTS, COUNTED BY AGE BAND, SORTED BY STATION
      *    AND REASON FOR PRINTING.
       01  WS-GROUP-COUNT              PIC 9(4)  VALUE 0.
       01  AGING-TABLE.
           05  AGT-ROW OCCURS 500 TIMES.
               10  AGT-STATION         PIC X(8).
               10  AGT-REASON          PIC X(20).
               10  AGT-BAND-CNT OCCURS 4 TIMES PIC 9(5).
               10  AGT-TOTAL           PIC 9(5).
       01  WS-SWAP-ROW.
           05  SWP-STATION             PIC X(8).
           05  SWP-REASON              PIC X(20).
           05  SWP-BAND-CNT OCCURS 4 TIMES PIC 9(5).
           05  SWP-TOTAL               PIC 9(5).
       01  WS-SORT-DONE                PIC X     VALUE 'N'.
      *    STATION SUBTOTALS AND THE GRAND TOTAL, BY BAND.
       01  WS-STATION-TOTALS.
           05  STT-BAND-CNT OCCURS 4 TIMES PIC 9(5).
           05  STT-TOTAL               PIC 9(5).
       01  WS-GRAND-TOTALS.
           05  GRT-BAND-CNT OCCURS 4 TIMES PIC 9(5).
           05  GRT-TOTAL               PIC 9(5).
       01  WS-GROUPS-SKIPPED           PIC 9(5)  VALUE 0.

      *    WORK FIELDS.
       01  WS-WORK.
           05  WS-AGE-DAYS             PIC S9(8).
           05  WS-BAND-NO              PIC 9.
           05  WS-DASH-COUNT           PIC 9(4).
           05  WS-STATION-PART         PIC X(20).
           05  WS-FOUND                PIC X.
           05  WS-CURRENT-STATION      PIC X(8).
      *    KEY/VALUE SPLIT OF ONE CONTROL CARD LINE.
           05  WS-CTL-KEY              PIC X(20).
           05  WS-CTL-VAL              PIC X(20).

      *    ITERATION POINTERS.
       01  WS-COUNTERS.
           05  IDX-I                   PIC 9(5).
           05  IDX-J                   PIC 9(5).
           05  IDX-B                   PIC 9.
           05  IDX-S                   PIC 9.

      *    RUN TIMESTAMP FOR THE REGISTER DATES AND REPORT HEADING.
       01  WS-TIMESTAMP.
           05  WS-DATE-PART.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).
           05  WS-DATE-NUM REDEFINES WS-DATE-PART PIC 9(8).
           05  WS-TIME-PART            PIC 9(8).
           05  WS-TZ-PART              PIC X(5).

       01  WS-PRINT-LINE               PIC X(80).
       01  WS-CNT-EDIT                 PIC ZZZZ9.
       01  WS-DAYS-EDIT                PIC ZZZZ9.

      *    PAGE CONTROL FOR THE AGING REPORT.
       01  WS-PAGE-VARS.
           05  WS-LINE-CNT             PIC 9(4)  VALUE 99.
           05  WS-PAGE-CNT             PIC 9(4)  VALUE 0.
           05  WS-LINES-PER-PAGE       PIC 9(4)  VALUE 55.
           05  WS-PAGE-EDIT            PIC ZZZ9.

       PROCEDURE DIVISION.
      *    REJECT RESUBMISSION TRACKING. EACH RUN'S INTAKE, TRAINING
      *    AND SCORING REJECTS ARE MOVED ONTO ONE CUMULATIVE REGISTER,
      *    STAMPED WITH THE BATCH AND STATION THEY CAME FROM. A REJECT
      *    IS CLOSED AUTOMATICALLY WHEN A LATER BATCH BRINGS THE SAME
      *    TAG IN AND IT SCORES CLEAN; THE REST ARE AGED, SO A BIRD
      *    THAT WAS REJECTED AND NEVER SENT AGAIN -- AND IS THEREFORE
      *    MISSING FROM THE CENSUS -- HAS A STATION ANSWERABLE FOR IT.
      *    RUN AFTER PENGU-CENSUS, WHICH COUNTS THE SCORING REJECTS
      *    BEFORE THIS PROGRAM EMPTIES THE FILE.
      *    CONDITION CODES FOLLOW THE SHARED SCHEME: 0 = CLEAN,
      *    4 = COMPLETED WITH WARNINGS (OVERDUE OPEN REJECTS, OR THE
      *    REGISTER OR AGING TABLE FULL), 8 = SIGHTING HISTORY
      *    UNREADABLE, 12 = UNREADABLE CONTROL CARD OR REGISTER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 0020-LOAD-CONTROL-CARD
           PERFORM 0100-LOAD-REGISTER
           PERFORM 0200-TAKE-IN-REJECTS
           IF WS-WRITE-OFF-BATCH NOT = SPACES
               PERFORM 0300-WRITE-OFF-BATCH
           END-IF
           PERFORM 0400-CLOSE-RESUBMITTED
           PERFORM 0500-REWRITE-REGISTER
           PERFORM 0550-EMPTY-SOURCES
           PERFORM 0600-BUILD-AGING
           PERFORM 0700-WRITE-REPORT
           DISPLAY "REJECT TRACKING: " WS-SOURCE-TAKEN(1)
                   " INTAKE, " WS-SOURCE-TAKEN(2) " TRAINING, "
                   WS-SOURCE-TAKEN(3) " SCORING REJECT(S) TAKEN IN; "
                   WS-REPEAT-ROWS " ALREADY OPEN OR WRITTEN OFF."
           DISPLAY "  CLOSED BY RESUBMISSION: " WS-CLOSED-NOW
                   "  WRITTEN OFF: " WS-WRITTEN-OFF-NOW
           DISPLAY "  STILL OPEN: " WS-OPEN-COUNT
                   "  OVERDUE (OVER " OVERDUE-DAYS " DAYS): "
                   WS-OVERDUE-COUNT
           IF WS-FULL-ROWS > 0
               DISPLAY "WARNING: REGISTER FULL -- " WS-FULL-ROWS
                       " REJECT(S) LEFT IN THEIR SOURCE FILE FOR THE "
                       "NEXT RUN."
           END-IF
           IF WS-GROUPS-SKIPPED > 0
               DISPLAY "WARNING: " WS-GROUPS-SKIPPED " OPEN REJECT(S) "
                       "BEYOND THE " MAX-GROUPS " STATION/REASON "
                       "GROUPS LEFT OFF THE AGING SUMMARY."
           END-IF
           IF WS-OVERDUE-COUNT > 0 OR WS-FULL-ROWS > 0 OR
              WS-GROUPS-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0020-LOAD-CONTROL-CARD.
      *    SAME KEY=VALUE CONTROL CARD THE REST OF THE SUITE READS.
      *    EVERY KEY EXCEPT REJECT_WRITE_OFF FALLS THROUGH TO WHEN
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
      *        ABSENCE ("35") JUST MEANS NOTHING IS BEING WRITTEN OFF;
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
               WHEN "REJECT_WRITE_OFF"
                   MOVE WS-CTL-VAL TO WS-WRITE-OFF-BATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0100-LOAD-REGISTER.
      *    NO REGISTER ("35") IS THE FIRST RUN EVER. A REGISTER TOO
      *    BIG FOR THE TABLE IS REFUSED OUTRIGHT: REWRITING IT FROM A
      *    PARTIAL LOAD WOULD QUIETLY LOSE REJECTS.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
               DISPLAY "NO REJECT REGISTER YET -- STARTING ONE."
           ELSE
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "ERROR: outstanding_rejects.dat CANNOT BE "
                           "READ, STATUS " WS-REGISTER-STATUS "."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-REGISTER
                   READ REGISTER-FILE
                       AT END SET END-OF-REGISTER TO TRUE
                       NOT AT END
                           IF WS-REGISTER-COUNT >= MAX-REJECTS
                               DISPLAY "ERROR: outstanding_rejects.dat"
                                       " HOLDS MORE THAN " MAX-REJECTS
                                       " REJECTS."
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-REGISTER-COUNT
                           MOVE REGISTER-REC
                             TO RGT-ROW(WS-REGISTER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       0200-TAKE-IN-REJECTS.
      *    EACH SOURCE FILE IN TURN. AN ABSENT FILE JUST MEANS THAT
      *    PROGRAM HAS NOT RUN SINCE ITS REJECTS WERE LAST TAKEN.
           PERFORM VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > MAX-SOURCES
               MOVE 'N' TO WS-SOURCE-READ(IDX-S)
               MOVE 'Y' TO WS-SOURCE-WHOLE(IDX-S)
               MOVE 0 TO WS-SOURCE-TAKEN(IDX-S)
               MOVE WS-SOURCE-FILE(IDX-S) TO WS-SOURCE-NAME
               OPEN INPUT REJECT-IN
               IF WS-REJECT-IN-STATUS = "00"
                   MOVE 'Y' TO WS-SOURCE-READ(IDX-S)
                   MOVE 'N' TO WS-REJECT-EOF
                   PERFORM UNTIL END-OF-REJECTS
                       MOVE SPACES TO WS-IN-REJECT
                       READ REJECT-IN INTO WS-IN-REJECT
                           AT END SET END-OF-REJECTS TO TRUE
                           NOT AT END
                               PERFORM 0210-TAKE-ONE-REJECT
                       END-READ
                   END-PERFORM
                   CLOSE REJECT-IN
               END-IF
           END-PERFORM.

       0210-TAKE-ONE-REJECT.
      *    A ROW THE SAME SOURCE HAS ALREADY REJECTED FOR THE SAME
      *    REASON AND THAT IS STILL OPEN IS THE SAME PROBLEM COMING
      *    ROUND AGAIN (THE TRAINER RE-READS ITS WHOLE FILE EVERY
      *    RUN; A FORCED RERUN RE-REJECTS THE SAME BATCH), NOT A NEW
      *    ONE -- IT KEEPS ITS ORIGINAL DATE AND IS NOT ADDED TWICE.
      *    THE SAME GOES FOR ONE THE OPERATOR HAS WRITTEN OFF: THE
      *    TRAINER KEEPS RE-REJECTING IT, AND REOPENING IT WOULD AGE
      *    IT BACK ONTO THE OVERDUE LIST. IT IS MARKED AS SEEN SO THE
      *    WRITE-OFF OUTLIVES THE YEAR OF RETENTION.
           IF INR-ORIGINAL = SPACES
               ADD 1 TO WS-BLANK-ROWS
           ELSE
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING IDX-I FROM 1 BY 1
                       UNTIL IDX-I > WS-REGISTER-COUNT OR
                             WS-FOUND = 'Y'
                   IF (RGT-STATUS(IDX-I) = "O" OR
                       RGT-STATUS(IDX-I) = "W") AND
                      RGT-SOURCE(IDX-I) = WS-SOURCE-CODE(IDX-S) AND
                      RGT-REASON(IDX-I) = INR-REASON AND
                      RGT-ORIGINAL(IDX-I) = INR-ORIGINAL
                       MOVE 'Y' TO WS-FOUND
                       MOVE 'Y' TO WS-REJECTED-AGAIN(IDX-I)
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'Y'
                   ADD 1 TO WS-REPEAT-ROWS
               ELSE
                   IF WS-REGISTER-COUNT >= MAX-REJECTS
                       ADD 1 TO WS-FULL-ROWS
                       MOVE 'N' TO WS-SOURCE-WHOLE(IDX-S)
                   ELSE
                       ADD 1 TO WS-REGISTER-COUNT
                       ADD 1 TO WS-SOURCE-TAKEN(IDX-S)
                       PERFORM 0220-ADD-REJECT
                   END-IF
               END-IF
           END-IF.

       0220-ADD-REJECT.
           MOVE SPACES TO RGT-ROW(WS-REGISTER-COUNT)
           MOVE "O" TO RGT-STATUS(WS-REGISTER-COUNT)
           MOVE WS-SOURCE-CODE(IDX-S) TO RGT-SOURCE(WS-REGISTER-COUNT)
           MOVE INR-BATCH-ID TO RGT-BATCH-ID(WS-REGISTER-COUNT)
           IF INR-BATCH-ID = SPACES
               MOVE "UNKNOWN" TO RGT-BATCH-ID(WS-REGISTER-COUNT)
           END-IF
           PERFORM 0230-DERIVE-STATION
           MOVE INR-TAG TO RGT-TAG(WS-REGISTER-COUNT)
           MOVE INR-REASON TO RGT-REASON(WS-REGISTER-COUNT)
           MOVE WS-DATE-NUM TO RGT-OPENED(WS-REGISTER-COUNT)
           MOVE 0 TO RGT-CLOSED(WS-REGISTER-COUNT)
           MOVE INR-ORIGINAL TO RGT-ORIGINAL(WS-REGISTER-COUNT).

       0230-DERIVE-STATION.
      *    AN INTAKE BATCH IS NAMED STATION-BATCHDATE, SO THE STATION
      *    IS EVERYTHING BEFORE THE DASH. TRAINING ROWS BELONG TO NO
      *    ONE STATION, AND AN AD-HOC SCORING BATCH (ONE THAT NEVER
      *    CAME THROUGH PENGU-INTAKE) HAS NO STATION ON RECORD.
           MOVE 0 TO WS-DASH-COUNT
           INSPECT INR-BATCH-ID TALLYING WS-DASH-COUNT FOR ALL "-"
           MOVE SPACES TO WS-STATION-PART
           UNSTRING INR-BATCH-ID DELIMITED BY "-"
               INTO WS-STATION-PART
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-SOURCE-CODE(IDX-S) = "NN"
                   MOVE "TRAINING" TO RGT-STATION(WS-REGISTER-COUNT)
               WHEN WS-DASH-COUNT = 0
               WHEN WS-STATION-PART = "ADHOC"
                   MOVE "UNKNOWN" TO RGT-STATION(WS-REGISTER-COUNT)
               WHEN OTHER
                   MOVE WS-STATION-PART(1:8)
                     TO RGT-STATION(WS-REGISTER-COUNT)
           END-EVALUATE.

       0300-WRITE-OFF-BATCH.
      *    THE OPERATOR HAS GIVEN UP ON A BATCH'S OPEN REJECTS (THE
      *    STATION HAS CONFIRMED THE BIRDS WILL NOT BE RESENT, OR THE
      *    TRAINING FILE HAS BEEN CORRECTED BY HAND). THEY ARE MARKED
      *    WRITTEN OFF RATHER THAN DELETED, SO THE DECISION STAYS ON
      *    RECORD. A ONE-OFF: LEFT ON THE CARD, IT WOULD ALSO WRITE
      *    OFF ANYTHING THAT BATCH OR FILE PRODUCES LATER.
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > WS-REGISTER-COUNT
               IF RGT-STATUS(IDX-I) = "O" AND
                  RGT-BATCH-ID(IDX-I) = WS-WRITE-OFF-BATCH
                   MOVE "W" TO RGT-STATUS(IDX-I)
                   MOVE WS-DATE-NUM TO RGT-CLOSED(IDX-I)
                   MOVE "WRITTEN OFF" TO RGT-CLOSED-BY(IDX-I)
                   ADD 1 TO WS-WRITTEN-OFF-NOW
               END-IF
           END-PERFORM
           IF WS-WRITTEN-OFF-NOW = 0
               DISPLAY "NOTE: REJECT_WRITE_OFF " WS-WRITE-OFF-BATCH
                       " MATCHES NO OPEN REJECT."
           END-IF.

       0400-CLOSE-RESUBMITTED.
      *    AN OPEN REJECT WITH A TAG IS CLOSED WHEN THE SIGHTING
      *    HISTORY HOLDS THAT TAG, SCORED ON OR AFTER THE DAY THE
      *    REJECT WAS TAKEN IN, FROM A DIFFERENT BATCH -- PENGU-SCORE
      *    ONLY RECORDS A SIGHTING FOR A ROW THAT PASSED EVERY EDIT,
      *    SO THAT IS THE CORRECTED ROW COMING BACK CLEAN. A REJECT
      *    WITH NO TAG CANNOT BE MATCHED AND WAITS FOR THE OPERATOR.
      *    NO HISTORY YET ("35") MEANS NOTHING HAS BEEN SCORED, SO
      *    THERE IS NOTHING TO CLOSE AGAINST.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               DISPLAY "NO SIGHTING HISTORY YET -- NO REJECT CAN BE "
                       "CLOSED."
           ELSE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: COULD NOT OPEN sighting_history.dat"
                           ", STATUS " WS-HISTORY-FILE-STATUS "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING IDX-I FROM 1 BY 1
                       UNTIL IDX-I > WS-REGISTER-COUNT
                   IF RGT-STATUS(IDX-I) = "O" AND
                      RGT-TAG(IDX-I) NOT = SPACES
                       PERFORM 0410-LOOK-FOR-RESUBMISSION
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       0410-LOOK-FOR-RESUBMISSION.
           MOVE RGT-TAG(IDX-I) TO HST-TAG
           MOVE RGT-OPENED(IDX-I) TO HST-DATE
           MOVE 0 TO HST-SEQ
           MOVE 'N' TO WS-HISTORY-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
               INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE NEXT RECORD
                   AT END SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF HST-TAG NOT = RGT-TAG(IDX-I)
                           SET END-OF-HISTORY TO TRUE
                       ELSE
                           IF HST-BATCH-ID NOT = RGT-BATCH-ID(IDX-I)
                               MOVE "C" TO RGT-STATUS(IDX-I)
                               MOVE HST-DATE TO RGT-CLOSED(IDX-I)
                               MOVE HST-BATCH-ID
                                 TO RGT-CLOSED-BY(IDX-I)
                               ADD 1 TO WS-CLOSED-NOW
                               SET END-OF-HISTORY TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0500-REWRITE-REGISTER.
      *    THE WHOLE REGISTER GOES BACK OUT, LESS CLOSED AND WRITTEN-
      *    OFF REJECTS PAST THEIR YEAR OF RETENTION -- BUT A WRITE-OFF
      *    ITS SOURCE REJECTED AGAIN THIS RUN STAYS, OR THE ROW WOULD
      *    COME BACK AS A NEW OPEN REJECT NEXT TIME. THIS HAPPENS
      *    BEFORE ANY SOURCE FILE IS EMPTIED, SO A RUN THAT DIES HERE
      *    LOSES NOTHING -- THE NEXT ONE TAKES THE SAME ROWS IN AGAIN
      *    AND FINDS THEM ALREADY OPEN.
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERROR: COULD NOT WRITE outstanding_rejects.dat"
                       ", STATUS " WS-REGISTER-STATUS "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > WS-REGISTER-COUNT
               IF RGT-STATUS(IDX-I) NOT = "O" AND
                  NOT (RGT-STATUS(IDX-I) = "W" AND
                       WS-REJECTED-AGAIN(IDX-I) = 'Y') AND
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) -
                  FUNCTION INTEGER-OF-DATE(RGT-CLOSED(IDX-I))
                  > RETAIN-DAYS
                   ADD 1 TO WS-DROPPED-ROWS
               ELSE
                   MOVE RGT-ROW(IDX-I) TO REGISTER-REC
                   WRITE REGISTER-REC
               END-IF
           END-PERFORM
           CLOSE REGISTER-FILE.

       0550-EMPTY-SOURCES.
      *    "MOVED", NOT COPIED: A SOURCE FILE WHOSE ROWS ARE ALL ON
      *    THE REGISTER IS EMPTIED, SO TOMORROW'S RUN STARTS FROM ONLY
      *    WHAT THE PROGRAMS HAVE REJECTED SINCE.
           PERFORM VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > MAX-SOURCES
               IF WS-SOURCE-READ(IDX-S) = 'Y' AND
                  WS-SOURCE-WHOLE(IDX-S) = 'Y'
                   MOVE WS-SOURCE-FILE(IDX-S) TO WS-SOURCE-NAME
                   OPEN OUTPUT REJECT-IN
                   CLOSE REJECT-IN
               END-IF
           END-PERFORM.

       0600-BUILD-AGING.
      *    AGE EVERY OPEN REJECT IN DAYS SINCE IT WAS TAKEN IN, DROP
      *    IT INTO ITS STATION/REASON GROUP AND AGE BAND, AND SORT
      *    THE GROUPS FOR PRINTING.
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > WS-REGISTER-COUNT
               IF RGT-STATUS(IDX-I) = "O"
                   ADD 1 TO WS-OPEN-COUNT
                   PERFORM 0610-AGE-ONE-REJECT
               END-IF
           END-PERFORM
           PERFORM 0620-SORT-GROUPS.

       0610-AGE-ONE-REJECT.
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) -
                   FUNCTION INTEGER-OF-DATE(RGT-OPENED(IDX-I))
           IF WS-AGE-DAYS > OVERDUE-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           MOVE 0 TO WS-BAND-NO
           PERFORM VARYING IDX-B FROM 1 BY 1
                   UNTIL IDX-B > 4 OR WS-BAND-NO > 0
               IF WS-AGE-DAYS NOT > WS-BAND-LIMIT(IDX-B)
                   MOVE IDX-B TO WS-BAND-NO
               END-IF
           END-PERFORM
           IF WS-BAND-NO = 0
               MOVE 4 TO WS-BAND-NO
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > WS-GROUP-COUNT OR WS-FOUND = 'Y'
               IF AGT-STATION(IDX-J) = RGT-STATION(IDX-I) AND
                  AGT-REASON(IDX-J) = RGT-REASON(IDX-I)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM IDX-J
           ELSE
               IF WS-GROUP-COUNT >= MAX-GROUPS
                   MOVE 0 TO IDX-J
               ELSE
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO IDX-J
                   INITIALIZE AGT-ROW(IDX-J)
                   MOVE RGT-STATION(IDX-I) TO AGT-STATION(IDX-J)
                   MOVE RGT-REASON(IDX-I) TO AGT-REASON(IDX-J)
               END-IF
           END-IF
           IF IDX-J = 0
               ADD 1 TO WS-GROUPS-SKIPPED
           ELSE
               ADD 1 TO AGT-BAND-CNT(IDX-J, WS-BAND-NO)
               ADD 1 TO AGT-TOTAL(IDX-J)
           END-IF.

       0620-SORT-GROUPS.
      *    STRAIGHT INSERTION SORT ON STATION, THEN REASON CODE. THE
      *    DONE FLAG KEEPS THE IDX-J - 1 SUBSCRIPT FROM EVER BEING
      *    EVALUATED AT ZERO.
           PERFORM VARYING IDX-I FROM 2 BY 1
                   UNTIL IDX-I > WS-GROUP-COUNT
               MOVE AGT-ROW(IDX-I) TO WS-SWAP-ROW
               MOVE IDX-I TO IDX-J
               MOVE 'N' TO WS-SORT-DONE
               PERFORM UNTIL WS-SORT-DONE = 'Y'
                   IF IDX-J < 2
                       MOVE 'Y' TO WS-SORT-DONE
                   ELSE
                       IF AGT-STATION(IDX-J - 1) < SWP-STATION OR
                          (AGT-STATION(IDX-J - 1) = SWP-STATION AND
                           AGT-REASON(IDX-J - 1) NOT > SWP-REASON)
                           MOVE 'Y' TO WS-SORT-DONE
                       ELSE
                           MOVE AGT-ROW(IDX-J - 1) TO AGT-ROW(IDX-J)
                           SUBTRACT 1 FROM IDX-J
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SWAP-ROW TO AGT-ROW(IDX-J)
           END-PERFORM.

       0700-WRITE-REPORT.
      *    THE AGING REPORT: WHAT THIS RUN DID, THE OPEN REJECTS BY
      *    STATION, REASON AND AGE BAND WITH STATION SUBTOTALS, AND
      *    EVERY OVERDUE REJECT BY NAME, OLDEST FIRST (THE REGISTER
      *    IS IN THE ORDER THE REJECTS WERE TAKEN IN).
           OPEN OUTPUT AGING-REPORT
           PERFORM 9000-PAGE-HEADING
           PERFORM 0710-WRITE-RUN-SUMMARY
           PERFORM 0720-WRITE-AGING-TABLE
           PERFORM 0740-WRITE-OVERDUE
           CLOSE AGING-REPORT.

       0710-WRITE-RUN-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "TAKEN IN THIS RUN:" TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           PERFORM VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > MAX-SOURCES
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-SOURCE-TAKEN(IDX-S) TO WS-CNT-EDIT
               MOVE WS-SOURCE-FILE(IDX-S) TO WS-PRINT-LINE(3:24)
               MOVE WS-CNT-EDIT TO WS-PRINT-LINE(32:5)
               IF WS-SOURCE-READ(IDX-S) NOT = 'Y'
                   MOVE "(NO FILE)" TO WS-PRINT-LINE(39:)
               END-IF
               PERFORM 9100-WRITE-LINE
           END-PERFORM
           MOVE "ALREADY OPEN OR WRITTEN OFF" TO WS-PRINT-LINE
           MOVE WS-REPEAT-ROWS TO WS-CNT-EDIT
           PERFORM 0715-WRITE-COUNT-LINE
           MOVE "CLOSED BY A CLEAN RESUBMISSION" TO WS-PRINT-LINE
           MOVE WS-CLOSED-NOW TO WS-CNT-EDIT
           PERFORM 0715-WRITE-COUNT-LINE
           MOVE "WRITTEN OFF BY THE OPERATOR" TO WS-PRINT-LINE
           MOVE WS-WRITTEN-OFF-NOW TO WS-CNT-EDIT
           PERFORM 0715-WRITE-COUNT-LINE
           MOVE "LEFT IN SOURCE (REGISTER FULL)" TO WS-PRINT-LINE
           MOVE WS-FULL-ROWS TO WS-CNT-EDIT
           PERFORM 0715-WRITE-COUNT-LINE
           MOVE "DROPPED AFTER A YEAR CLOSED" TO WS-PRINT-LINE
           MOVE WS-DROPPED-ROWS TO WS-CNT-EDIT
           PERFORM 0715-WRITE-COUNT-LINE
           MOVE "OPEN REJECTS" TO WS-PRINT-LINE
           MOVE WS-OPEN-COUNT TO WS-CNT-EDIT
           PERFORM 0715-WRITE-COUNT-LINE
           MOVE "  OF WHICH OVERDUE" TO WS-PRINT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-CNT-EDIT
           PERFORM 0715-WRITE-COUNT-LINE.

       0715-WRITE-COUNT-LINE.
      *    THE CALLER HAS PUT THE LABEL IN WS-PRINT-LINE AND THE
      *    COUNT IN WS-CNT-EDIT.
           MOVE WS-CNT-EDIT TO WS-PRINT-LINE(32:5)
           PERFORM 9100-WRITE-LINE.

       0720-WRITE-AGING-TABLE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE "OPEN REJECTS BY STATION, REASON AND AGE IN DAYS:"
             TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "STATION" TO WS-PRINT-LINE(1:8)
           MOVE "REASON" TO WS-PRINT-LINE(10:20)
           MOVE "  0-7" TO WS-PRINT-LINE(31:5)
           MOVE " 8-30" TO WS-PRINT-LINE(38:5)
           MOVE "31-90" TO WS-PRINT-LINE(45:5)
           MOVE "OVER 90" TO WS-PRINT-LINE(51:7)
           MOVE "TOTAL" TO WS-PRINT-LINE(59:5)
           PERFORM 9100-WRITE-LINE
           MOVE ALL "-" TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           IF WS-GROUP-COUNT = 0
               MOVE "  NO OPEN REJECTS." TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
           END-IF
           INITIALIZE WS-STATION-TOTALS WS-GRAND-TOTALS
           MOVE SPACES TO WS-CURRENT-STATION
           PERFORM VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > WS-GROUP-COUNT
               IF AGT-STATION(IDX-J) NOT = WS-CURRENT-STATION AND
                  IDX-J > 1
                   PERFORM 0730-WRITE-STATION-TOTAL
               END-IF
               MOVE AGT-STATION(IDX-J) TO WS-CURRENT-STATION
               MOVE SPACES TO WS-PRINT-LINE
               MOVE AGT-STATION(IDX-J) TO WS-PRINT-LINE(1:8)
               MOVE AGT-REASON(IDX-J) TO WS-PRINT-LINE(10:20)
               PERFORM VARYING IDX-B FROM 1 BY 1 UNTIL IDX-B > 4
                   MOVE AGT-BAND-CNT(IDX-J, IDX-B) TO WS-CNT-EDIT
                   MOVE WS-CNT-EDIT
                     TO WS-PRINT-LINE(24 + (IDX-B * 7):5)
                   ADD AGT-BAND-CNT(IDX-J, IDX-B)
                     TO STT-BAND-CNT(IDX-B) GRT-BAND-CNT(IDX-B)
               END-PERFORM
               MOVE AGT-TOTAL(IDX-J) TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT TO WS-PRINT-LINE(59:5)
               ADD AGT-TOTAL(IDX-J) TO STT-TOTAL GRT-TOTAL
               PERFORM 9100-WRITE-LINE
           END-PERFORM
           IF WS-GROUP-COUNT > 0
               PERFORM 0730-WRITE-STATION-TOTAL
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "ALL STATIONS" TO WS-PRINT-LINE(1:20)
               PERFORM VARYING IDX-B FROM 1 BY 1 UNTIL IDX-B > 4
                   MOVE GRT-BAND-CNT(IDX-B) TO WS-CNT-EDIT
                   MOVE WS-CNT-EDIT
                     TO WS-PRINT-LINE(24 + (IDX-B * 7):5)
               END-PERFORM
               MOVE GRT-TOTAL TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT TO WS-PRINT-LINE(59:5)
               PERFORM 9100-WRITE-LINE
           END-IF.

       0730-WRITE-STATION-TOTAL.
      *    THE SUBTOTAL UNDER A STATION'S REASON LINES, THEN A BLANK
      *    LINE BEFORE THE NEXT STATION.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "  STATION TOTAL" TO WS-PRINT-LINE(10:20)
           PERFORM VARYING IDX-B FROM 1 BY 1 UNTIL IDX-B > 4
               MOVE STT-BAND-CNT(IDX-B) TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT TO WS-PRINT-LINE(24 + (IDX-B * 7):5)
           END-PERFORM
           MOVE STT-TOTAL TO WS-CNT-EDIT
           MOVE WS-CNT-EDIT TO WS-PRINT-LINE(59:5)
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           INITIALIZE WS-STATION-TOTALS.

       0740-WRITE-OVERDUE.
      *    THE CHASE LIST: EVERY OPEN REJECT PAST OVERDUE-DAYS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           STRING "OVERDUE OPEN REJECTS (OVER " DELIMITED BY SIZE
                  OVERDUE-DAYS DELIMITED BY SIZE
                  " DAYS), OLDEST FIRST:" DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "STATION" TO WS-PRINT-LINE(1:8)
           MOVE "TAG" TO WS-PRINT-LINE(10:10)
           MOVE "BATCH" TO WS-PRINT-LINE(21:20)
           MOVE "REASON" TO WS-PRINT-LINE(42:20)
           MOVE " DAYS" TO WS-PRINT-LINE(63:5)
           PERFORM 9100-WRITE-LINE
           MOVE ALL "-" TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           IF WS-OVERDUE-COUNT = 0
               MOVE "  NONE." TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
           END-IF
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > WS-REGISTER-COUNT
               IF RGT-STATUS(IDX-I) = "O"
                   COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) -
                           FUNCTION INTEGER-OF-DATE(RGT-OPENED(IDX-I))
                   IF WS-AGE-DAYS > OVERDUE-DAYS
                       MOVE SPACES TO WS-PRINT-LINE
                       MOVE RGT-STATION(IDX-I) TO WS-PRINT-LINE(1:8)
                       IF RGT-TAG(IDX-I) = SPACES
                           MOVE "(NO TAG)" TO WS-PRINT-LINE(10:10)
                       ELSE
                           MOVE RGT-TAG(IDX-I) TO WS-PRINT-LINE(10:10)
                       END-IF
                       MOVE RGT-BATCH-ID(IDX-I) TO WS-PRINT-LINE(21:20)
                       MOVE RGT-REASON(IDX-I) TO WS-PRINT-LINE(42:20)
                       MOVE WS-AGE-DAYS TO WS-DAYS-EDIT
                       MOVE WS-DAYS-EDIT TO WS-PRINT-LINE(63:5)
                       PERFORM 9100-WRITE-LINE
                   END-IF
               END-IF
           END-PERFORM.

       9000-PAGE-HEADING.
      *    NEW PAGE: TITLE, RUN DATE, PAGE NUMBER, RULE.
           ADD 1 TO WS-PAGE-CNT
           MOVE WS-PAGE-CNT TO WS-PAGE-EDIT
           MOVE SPACES TO AGING-REPORT-REC
           STRING "OUTSTANDING REJECTS AGING REPORT   RUN DATE "
                      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO AGING-REPORT-REC
           END-STRING
           WRITE AGING-REPORT-REC
           MOVE ALL "=" TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           MOVE 2 TO WS-LINE-CNT.

       9100-WRITE-LINE.
      *    EVERY BODY LINE GOES THROUGH HERE SO THE PAGE BREAKS AND
      *    HEADINGS STAY CONSISTENT NO MATTER WHICH SECTION IS
      *    WRITING.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 9000-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           ADD 1 TO WS-LINE-CNT
           MOVE SPACES TO WS-PRINT-LINE.
