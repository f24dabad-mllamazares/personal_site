       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE KEYED SIGHTING TIMELINE PENGU-SCORE WRITES, ONE RECORD
      *    PER SCORING, KEYED ON TAG, SIGHTING DATE AND SEQUENCE --
      *    SO A BIRD'S SIGHTINGS ARE FOUND WITH ONE START AND READ
      *    BACK ALREADY IN DATE ORDER. PENGU-SCORE OWNS THE RECORD
      *    LAYOUT -- KEEP EVERY COPY IN STEP.
           SELECT HISTORY-FILE ASSIGN TO "sighting_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
      *    SAME OPTIONAL CONTROL CARD THE REST OF THE SUITE READS.
      *    ONLY THE HISTORY_ KEYS ARE APPLIED HERE -- THEY SAY WHICH
      *    BIRDS' TIMELINES ARE WANTED.
           SELECT CONTROL-FILE ASSIGN TO "pengu_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
      *    AN INQUIRY LIST FROM THE ECOLOGY TEAM, ONE TAG PER LINE
      *    (ANYTHING AFTER A COMMA IS IGNORED, SO A COLUMN CUT FROM A
      *    SPREADSHEET WILL DO). NAMED BY THE HISTORY_LIST KEY.
           SELECT INQUIRY-FILE ASSIGN USING WS-LIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-FILE-STATUS.
      *    THE FORMATTED TIMELINE DOCUMENT FOR THE ECOLOGY TEAM.
           SELECT HISTORY-REPORT ASSIGN TO "bird_history.txt"
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

       FD  INQUIRY-FILE.
       01  INQUIRY-REC                 PIC X(80).

       FD  HISTORY-REPORT.
       01  HISTORY-REPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.
      *    FLAGS AND FILE STATUSES.
       01  WS-HISTORY-EOF              PIC X     VALUE 'N'.
           88  END-OF-HISTORY                    VALUE 'Y'.
       01  WS-INQUIRY-EOF              PIC X     VALUE 'N'.
           88  END-OF-INQUIRY                    VALUE 'Y'.
       01  WS-HISTORY-FILE-STATUS      PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-INQUIRY-FILE-STATUS      PIC XX.
       01  WS-CONTROL-EOF              PIC X     VALUE 'N'.
           88  END-OF-CONTROL                    VALUE 'Y'.

      *    THE SELECTION, FROM THE CONTROL CARD. EXACTLY ONE OF THREE
      *    WAYS MAY BE USED: HISTORY_TAG NAMES ONE BIRD, HISTORY_LIST
      *    NAMES AN INQUIRY LIST FILE, AND HISTORY_TAG_FROM /
      *    HISTORY_TAG_TO GIVE AN INCLUSIVE TAG RANGE (EITHER END MAY
      *    BE LEFT OPEN). SPACES MEANS THE KEY WAS NOT GIVEN.
       01  WS-WANTED-TAG               PIC X(10) VALUE SPACES.
       01  WS-LIST-NAME                PIC X(20) VALUE SPACES.
       01  WS-TAG-FROM                 PIC X(10) VALUE SPACES.
       01  WS-TAG-TO                   PIC X(10) VALUE SPACES.
      *    THE RANGE AS PRINTED IN THE HEADING, OPEN ENDS SPELLED OUT.
       01  WS-FROM-SHOWN               PIC X(10) VALUE SPACES.
       01  WS-TO-SHOWN                 PIC X(10) VALUE SPACES.
       01  WS-SELECT-COUNT             PIC 9     VALUE 0.
       01  WS-SELECT-MODE              PIC X     VALUE SPACE.
           88  SELECT-ONE-TAG                    VALUE 'T'.
           88  SELECT-LIST                       VALUE 'L'.
           88  SELECT-RANGE                      VALUE 'R'.

      *    THE TAG WHOSE SECTION OF THE REPORT IS BEING PRINTED.
       01  WS-CURRENT-TAG              PIC X(10) VALUE SPACES.

      *    COUNTERS FOR THE SECTION TRAILERS AND THE RUN SUMMARY.
       01  WS-TAG-SIGHTINGS            PIC 9(4)  VALUE 0.
       01  WS-SIGHTING-ROWS            PIC 9(6)  VALUE 0.
       01  WS-TAGS-ASKED               PIC 9(4)  VALUE 0.
       01  WS-TAGS-FOUND               PIC 9(4)  VALUE 0.
       01  WS-TAGS-MISSING             PIC 9(4)  VALUE 0.

      *    BUFFER VARIABLES FOR CONTROL CARD AND LIST TOKEN EXTRACTION.
       01  WS-PARSING.
           05  WS-TAG                  PIC X(10).
      *    KEY/VALUE SPLIT OF ONE CONTROL CARD LINE.
           05  WS-CTL-KEY              PIC X(20).
           05  WS-CTL-VAL              PIC X(20).

      *    RUN TIMESTAMP FOR THE REPORT HEADING.
       01  WS-TIMESTAMP.
           05  WS-DATE-PART.

       01  WS-PRINT-LINE               PIC X(80).
       01  WS-CNT-EDIT                 PIC ZZZ9.
       01  WS-ROWS-EDIT                PIC ZZZZZ9.
       01  WS-PROB-EDIT                PIC 9.9(6).
       01  WS-MARGIN-EDIT              PIC 9.9(6).

       PROCEDURE DIVISION.
      *    PRINT FULL SIGHTING TIMELINES, IN DATE ORDER, FROM THE
      *    KEYED HISTORY PENGU-SCORE MAINTAINS -- THE ON-DEMAND ANSWER
      *    TO "WHAT DO WE KNOW ABOUT TAG N", FOR ONE BIRD, FOR A LIST
      *    OF BIRDS, OR FOR A WHOLE RANGE OF TAGS IN ONE RUN, ONE
      *    SECTION OF THE REPORT PER BIRD.
      *    CONDITION CODES FOLLOW THE SHARED SCHEME: 0 = CLEAN,
      *    4 = COMPLETED WITH WARNINGS (A REQUESTED TAG HAS NO
      *    SIGHTINGS, OR THE RANGE HOLDS NONE), 8 = MISSING
      *    PREREQUISITE (NO HISTORY FILE, NO SELECTION ON THE CONTROL
      *    CARD, OR THE INQUIRY LIST IS NOT THERE), 12 = BAD CONTROL
      *    CARD (UNREADABLE, OR MORE THAN ONE WAY OF SELECTING).
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 0020-LOAD-CONTROL-CARD
           PERFORM 0050-CHECK-SELECTION
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "NO SIGHTING HISTORY FOUND "
                       "(sighting_history.dat). RUN PENGU-SCORE "
                       "FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HISTORY-REPORT
           PERFORM 0100-WRITE-HEADING
           EVALUATE TRUE
               WHEN SELECT-ONE-TAG
                   MOVE WS-WANTED-TAG TO WS-CURRENT-TAG
                   PERFORM 0300-PRINT-ONE-TAG
               WHEN SELECT-LIST
                   PERFORM 0200-PRINT-LIST
               WHEN SELECT-RANGE
                   PERFORM 0400-PRINT-RANGE
           END-EVALUATE
           PERFORM 0600-WRITE-SUMMARY
           CLOSE HISTORY-REPORT
           CLOSE HISTORY-FILE
           DISPLAY "HISTORY INQUIRY: " WS-TAGS-ASKED " TAG(S) ASKED, "
                   WS-TAGS-FOUND " WITH SIGHTINGS, "
                   WS-SIGHTING-ROWS " SIGHTING(S) PRINTED."
           IF WS-TAGS-MISSING > 0 OR WS-TAGS-FOUND = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0020-LOAD-CONTROL-CARD.
      *    SAME KEY=VALUE CONTROL CARD THE REST OF THE SUITE READS.
      *    EVERY KEY EXCEPT THE HISTORY_ ONES FALLS THROUGH TO WHEN
      *    OTHER AND IS IGNORED, SO ONE CARD CAN DRIVE ALL THE
      *    PROGRAMS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-CONTROL
               END-PERFORM
               CLOSE CONTROL-FILE
           ELSE
      *        ABSENCE ("35") MEANS NO SELECTION WAS MADE, WHICH
      *        0050 REPORTS; ANY OTHER STATUS MEANS A CARD EXISTS
      *        BUT CANNOT BE READ.
               IF WS-CONTROL-FILE-STATUS NOT = "35"
                   DISPLAY "ERROR: CONTROL CARD EXISTS BUT CANNOT BE "
           END-IF.

       0025-APPLY-CONTROL-LINE.
           MOVE SPACES TO WS-CTL-KEY WS-CTL-VAL
           UNSTRING CONTROL-REC DELIMITED BY "="
               INTO WS-CTL-KEY WS-CTL-VAL
           END-UNSTRING
           EVALUATE WS-CTL-KEY
               WHEN "HISTORY_TAG"
                   MOVE WS-CTL-VAL(1:10) TO WS-WANTED-TAG
               WHEN "HISTORY_LIST"
                   MOVE WS-CTL-VAL TO WS-LIST-NAME
               WHEN "HISTORY_TAG_FROM"
                   MOVE WS-CTL-VAL(1:10) TO WS-TAG-FROM
               WHEN "HISTORY_TAG_TO"
                   MOVE WS-CTL-VAL(1:10) TO WS-TAG-TO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0050-CHECK-SELECTION.
      *    EXACTLY ONE WAY OF SELECTING. NONE AT ALL IS A MISSING
      *    PREREQUISITE (THERE IS NOTHING TO PRINT); MORE THAN ONE IS
      *    A BAD CARD -- GUESSING WHICH THE OPERATOR MEANT COULD PRINT
      *    THE WRONG BIRDS WITHOUT ANYONE NOTICING.
           IF WS-WANTED-TAG NOT = SPACES
               ADD 1 TO WS-SELECT-COUNT
               SET SELECT-ONE-TAG TO TRUE
           END-IF
           IF WS-LIST-NAME NOT = SPACES
               ADD 1 TO WS-SELECT-COUNT
               SET SELECT-LIST TO TRUE
           END-IF
           IF WS-TAG-FROM NOT = SPACES OR WS-TAG-TO NOT = SPACES
               ADD 1 TO WS-SELECT-COUNT
               SET SELECT-RANGE TO TRUE
           END-IF
           IF WS-SELECT-COUNT = 0
               DISPLAY "NO HISTORY_TAG, HISTORY_LIST OR HISTORY_TAG_"
                       "FROM/TO KEY ON THE CONTROL CARD. NOTHING TO "
                       "PRINT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SELECT-COUNT > 1
               DISPLAY "ERROR: USE ONLY ONE OF HISTORY_TAG, "
                       "HISTORY_LIST AND HISTORY_TAG_FROM/TO."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SELECT-RANGE AND WS-TAG-TO NOT = SPACES AND
              WS-TAG-FROM > WS-TAG-TO
               DISPLAY "ERROR: HISTORY_TAG_FROM " WS-TAG-FROM
                       " IS AFTER HISTORY_TAG_TO " WS-TAG-TO "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-WRITE-HEADING.
      *    ONE HEADING FOR THE WHOLE RUN, SAYING WHAT WAS ASKED FOR.
           MOVE SPACES TO HISTORY-REPORT-REC
           STRING "SIGHTING HISTORY INQUIRY   RUN DATE "
                      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  INTO HISTORY-REPORT-REC
           END-STRING
           WRITE HISTORY-REPORT-REC
           MOVE SPACES TO HISTORY-REPORT-REC
           EVALUATE TRUE
               WHEN SELECT-ONE-TAG
                   STRING "SELECTION: TAG " DELIMITED BY SIZE
                          WS-WANTED-TAG DELIMITED BY SPACE
                          INTO HISTORY-REPORT-REC
                   END-STRING
               WHEN SELECT-LIST
                   STRING "SELECTION: TAGS LISTED IN "
                              DELIMITED BY SIZE
                          WS-LIST-NAME DELIMITED BY SPACE
                          INTO HISTORY-REPORT-REC
                   END-STRING
               WHEN SELECT-RANGE
                   MOVE WS-TAG-FROM TO WS-FROM-SHOWN
                   IF WS-TAG-FROM = SPACES
                       MOVE "(FIRST)" TO WS-FROM-SHOWN
                   END-IF
                   MOVE WS-TAG-TO TO WS-TO-SHOWN
                   IF WS-TAG-TO = SPACES
                       MOVE "(LAST)" TO WS-TO-SHOWN
                   END-IF
                   STRING "SELECTION: TAGS " DELIMITED BY SIZE
                          WS-FROM-SHOWN DELIMITED BY SPACE
                          " THROUGH " DELIMITED BY SIZE
                          WS-TO-SHOWN DELIMITED BY SPACE
                          INTO HISTORY-REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE HISTORY-REPORT-REC
           MOVE ALL "=" TO HISTORY-REPORT-REC
           WRITE HISTORY-REPORT-REC.

       0200-PRINT-LIST.
      *    ONE REPORT SECTION PER LISTED TAG, IN THE ORDER THE LIST
      *    GIVES THEM. BLANK LINES ARE PASSED OVER.
           OPEN INPUT INQUIRY-FILE
           IF WS-INQUIRY-FILE-STATUS NOT = "00"
               DISPLAY "INQUIRY LIST " WS-LIST-NAME " NOT FOUND, "
                       "STATUS " WS-INQUIRY-FILE-STATUS "."
               CLOSE HISTORY-REPORT
               CLOSE HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-INQUIRY
               READ INQUIRY-FILE INTO INQUIRY-REC
                   AT END SET END-OF-INQUIRY TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-TAG
                       UNSTRING INQUIRY-REC DELIMITED BY ","
                           INTO WS-TAG
                       END-UNSTRING
                       IF WS-TAG NOT = SPACES
                           MOVE WS-TAG TO WS-CURRENT-TAG
                           PERFORM 0300-PRINT-ONE-TAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INQUIRY-FILE.

       0300-PRINT-ONE-TAG.
      *    POSITION AT THE TAG'S FIRST POSSIBLE KEY (DATE AND
      *    SEQUENCE ZERO) AND READ FORWARD FOR AS LONG AS THE TAG
      *    HOLDS. KEY ORDER IS DATE ORDER, SO NOTHING NEEDS SORTING.
           ADD 1 TO WS-TAGS-ASKED
           PERFORM 0500-START-SECTION
           MOVE WS-CURRENT-TAG TO HST-TAG
           MOVE 0 TO HST-DATE HST-SEQ
           MOVE 'N' TO WS-HISTORY-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
               INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE NEXT RECORD
                   AT END SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF HST-TAG = WS-CURRENT-TAG
                           PERFORM 0510-WRITE-SIGHTING
                       ELSE
                           SET END-OF-HISTORY TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 0520-END-SECTION.

       0400-PRINT-RANGE.
      *    ONE PASS OVER THE KEYED HISTORY FROM THE FIRST TAG IN THE
      *    RANGE, STARTING A NEW REPORT SECTION AT EACH CHANGE OF TAG.
      *    ONLY TAGS THAT HAVE SIGHTINGS ARE ON FILE, SO EVERY TAG
      *    THIS FINDS IS COUNTED AS BOTH ASKED AND FOUND.
           MOVE SPACES TO WS-CURRENT-TAG
           IF WS-TAG-FROM = SPACES
               MOVE LOW-VALUES TO HST-KEY
           ELSE
               MOVE WS-TAG-FROM TO HST-TAG
               MOVE 0 TO HST-DATE HST-SEQ
           END-IF
           MOVE 'N' TO WS-HISTORY-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
               INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE NEXT RECORD
                   AT END SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF WS-TAG-TO NOT = SPACES AND
                          HST-TAG > WS-TAG-TO
                           SET END-OF-HISTORY TO TRUE
                       ELSE
                           IF HST-TAG NOT = WS-CURRENT-TAG
                               IF WS-CURRENT-TAG NOT = SPACES
                                   PERFORM 0520-END-SECTION
                               END-IF
                               MOVE HST-TAG TO WS-CURRENT-TAG
                               ADD 1 TO WS-TAGS-ASKED
                               PERFORM 0500-START-SECTION
                           END-IF
                           PERFORM 0510-WRITE-SIGHTING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CURRENT-TAG NOT = SPACES
               PERFORM 0520-END-SECTION
           END-IF.

       0500-START-SECTION.
      *    A BLANK LINE, THEN THE BIRD'S OWN HEADING.
           MOVE 0 TO WS-TAG-SIGHTINGS
           MOVE SPACES TO HISTORY-REPORT-REC
           WRITE HISTORY-REPORT-REC
           MOVE SPACES TO HISTORY-REPORT-REC
           STRING "SIGHTING HISTORY FOR TAG " DELIMITED BY SIZE
                  WS-CURRENT-TAG DELIMITED BY SPACE
                  INTO HISTORY-REPORT-REC
           END-STRING
           WRITE HISTORY-REPORT-REC
           MOVE ALL "-" TO HISTORY-REPORT-REC
           WRITE HISTORY-REPORT-REC.

       0510-WRITE-SIGHTING.
      *    TWO LINES PER SIGHTING: THE CALL, THEN THE MEASUREMENTS
      *    THAT DAY AND THE BATCH THEY CAME IN WITH -- PLUS A THIRD
      *    WHEN THE SEX WAS FILLED IN BY PENGU-SEXFILL RATHER THAN
      *    OBSERVED, SO NOBODY READS A MODEL'S GUESS AS A HANDLED BIRD.
           ADD 1 TO WS-TAG-SIGHTINGS
           ADD 1 TO WS-SIGHTING-ROWS
           MOVE HST-PROB TO WS-PROB-EDIT
           MOVE HST-MARGIN TO WS-MARGIN-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DATE " DELIMITED BY SIZE
                  HST-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  HST-ISLAND DELIMITED BY SIZE
                  HST-SPECIES DELIMITED BY SIZE
                  " P=" DELIMITED BY SIZE
                  WS-PROB-EDIT DELIMITED BY SIZE
                  " M=" DELIMITED BY SIZE
                  WS-MARGIN-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO HISTORY-REPORT-REC
           WRITE HISTORY-REPORT-REC
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  BILL " DELIMITED BY SIZE
                  HST-BILL-LEN DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  HST-BILL-DEP DELIMITED BY SPACE
                  "  FLIPPER " DELIMITED BY SIZE
                  HST-FLIP-LEN DELIMITED BY SPACE
                  "  MASS " DELIMITED BY SIZE
                  HST-BODY-MASS DELIMITED BY SPACE
                  "  SEX " DELIMITED BY SIZE
                  HST-SEX DELIMITED BY SPACE
                  "  BATCH " DELIMITED BY SIZE
                  HST-BATCH-ID DELIMITED BY SPACE
                  INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO HISTORY-REPORT-REC
           WRITE HISTORY-REPORT-REC
           IF HST-SEX-PREDICTED
               MOVE HST-SEX-PROB TO WS-PROB-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  SEX PREDICTED, NOT OBSERVED: P="
                      DELIMITED BY SIZE
                      WS-PROB-EDIT DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO HISTORY-REPORT-REC
               WRITE HISTORY-REPORT-REC
           END-IF.

       0520-END-SECTION.
      *    THE BIRD'S SIGHTING COUNT, OR A PLAIN STATEMENT THAT THE
      *    HISTORY HAS NOTHING FOR IT.
           IF WS-TAG-SIGHTINGS = 0
               ADD 1 TO WS-TAGS-MISSING
               MOVE "NO SIGHTINGS ON FILE FOR THIS TAG."
                 TO HISTORY-REPORT-REC
               WRITE HISTORY-REPORT-REC
           ELSE
               ADD 1 TO WS-TAGS-FOUND
           END-IF
           MOVE WS-TAG-SIGHTINGS TO WS-CNT-EDIT
           MOVE SPACES TO HISTORY-REPORT-REC
           STRING "TOTAL SIGHTINGS:" DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO HISTORY-REPORT-REC
           END-STRING
           WRITE HISTORY-REPORT-REC.

       0600-WRITE-SUMMARY.
      *    RUN TOTALS, SO A LONG INQUIRY CAN BE CHECKED AT A GLANCE
      *    FOR TAGS THAT CAME BACK EMPTY.
           MOVE SPACES TO HISTORY-REPORT-REC
           WRITE HISTORY-REPORT-REC
           MOVE ALL "=" TO HISTORY-REPORT-REC
           WRITE HISTORY-REPORT-REC
           IF SELECT-RANGE AND WS-TAGS-FOUND = 0
               MOVE "NO TAGS ON FILE IN THIS RANGE."
                 TO HISTORY-REPORT-REC
               WRITE HISTORY-REPORT-REC
           END-IF
           MOVE WS-TAGS-ASKED TO WS-CNT-EDIT
           MOVE SPACES TO HISTORY-REPORT-REC
           STRING "TAGS REQUESTED:     " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO HISTORY-REPORT-REC
           END-STRING
           WRITE HISTORY-REPORT-REC
           MOVE WS-TAGS-FOUND TO WS-CNT-EDIT
           MOVE SPACES TO HISTORY-REPORT-REC
           STRING "TAGS WITH SIGHTINGS:" DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO HISTORY-REPORT-REC
           END-STRING
           WRITE HISTORY-REPORT-REC
           MOVE WS-TAGS-MISSING TO WS-CNT-EDIT
           MOVE SPACES TO HISTORY-REPORT-REC
           STRING "TAGS NOT ON FILE:   " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO HISTORY-REPORT-REC
           END-STRING
           WRITE HISTORY-REPORT-REC
           MOVE WS-SIGHTING-ROWS TO WS-ROWS-EDIT
           MOVE SPACES TO HISTORY-REPORT-REC
           STRING "TOTAL SIGHTINGS:  " DELIMITED BY SIZE
                  WS-ROWS-EDIT DELIMITED BY SIZE
                  INTO HISTORY-REPORT-REC
           END-STRING
           WRITE HISTORY-REPORT-REC.
