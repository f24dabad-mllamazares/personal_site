       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENGU-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CONFIDENT CLASSIFICATIONS WRITTEN BY PENGU-SCORE:
      *    TAG,ISLAND,SPECIES,P1,P2,P3,MARGIN,BATCHID. TOGETHER WITH
      *    THE REVIEW QUEUE THIS IS THE CURRENT CENSUS -- THE SAME
      *    FILES PENGU-CENSUS PRINTS -- AND IT DECIDES WHICH TAGS GO
      *    OUT AND ON WHICH ISLAND THEY WERE COUNTED.
           SELECT SCORE-IN ASSIGN TO "score_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-IN-STATUS.
      *    LOW-CONFIDENCE CALLS PENGU-SCORE ROUTED FOR MANUAL REVIEW,
      *    SAME LAYOUT. THE FILE MAY BE ABSENT ON A CLEAN DAY.
           SELECT REVIEW-IN ASSIGN TO "review_queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-IN-STATUS.
      *    THE FIELD BIOLOGISTS' DECISIONS ON THE QUEUE:
      *    TAG,CONFIRMED-SPECIES. A QUEUED TAG IS EXPORTED ONLY ONCE
      *    A BIOLOGIST HAS CONFIRMED ITS SPECIES HERE; "UNKNOWN" IS
      *    NOT A CONFIRMATION.
           SELECT DISPOSITION-FILE ASSIGN TO "review_dispositions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPOSITION-STATUS.
      *    KEYED MASTER OF THE LATEST CLASSIFICATION PER TAG. THE
      *    SPECIES, PROBABILITY, SCORE DATE AND LAST BATCH ON EACH
      *    DETAIL RECORD COME FROM HERE, SO A HUMAN-CONFIRMED CALL
      *    (PENGU-REVIEW) GOES OUT IN PLACE OF THE MODEL'S. PENGU-SCORE
      *    OWNS THE RECORD LAYOUT -- KEEP THE COPIES IN STEP.
           SELECT MASTER-FILE ASSIGN TO "pengu_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-TAG
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *    THE CURRENT MODEL, READ ONLY FOR THE VERSION IN ITS FIRST
      *    HEADER RECORD (SEE PENGU-NN'S 0560-SAVE-WEIGHTS-FILE). A
      *    MODEL_GENERATION ROLLBACK ON THE CONTROL CARD NAMES THE
      *    GENERATION DIRECTLY AND THE FILE IS NOT READ.
           SELECT WEIGHTS-FILE ASSIGN TO "weights.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHTS-FILE-STATUS.
      *    SAME OPTIONAL CONTROL CARD THE REST OF THE SUITE READS.
      *    EXPORT_SHOP_ID, EXPORT_PERIOD, EXPORT_RESEND AND
      *    MODEL_GENERATION ARE APPLIED HERE.
           SELECT CONTROL-FILE ASSIGN TO "pengu_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
      *    THE FIXED-LAYOUT SUBMISSION FILE FOR THE WILDLIFE AGENCY,
      *    ONE PER REPORTING PERIOD (agency_submission_YYYYMM.dat):
      *    A HEADER, ONE DETAIL RECORD PER TAG, AND A TRAILER OF
      *    CONTROL TOTALS THE AGENCY BALANCES ON RECEIPT.
           SELECT SUBMISSION-FILE ASSIGN USING WS-SUBMISSION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMISSION-STATUS.
      *    THE TAGS HELD BACK FROM THE SUBMISSION AND WHY, FOR THE
      *    REVIEWERS TO WORK BEFORE THE NEXT PERIOD GOES OUT.
           SELECT EXCEPTION-REPORT ASSIGN TO "export_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    ONE APPENDED LINE PER SUBMISSION FILE PRODUCED: PERIOD,
      *    SHOP ID, RUN DATE AND TIME, DETAIL COUNT, HELD COUNT, HASH
      *    TOTAL, FILE NAME. CHECKED AT STARTUP SO THE SAME PERIOD IS
      *    NEVER SUBMITTED TWICE BY ACCIDENT.
           SELECT SENT-LOG ASSIGN TO "export_sent_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-IN.
       01  SCORE-IN-REC                PIC X(100).

       FD  REVIEW-IN.
       01  REVIEW-IN-REC               PIC X(100).

       FD  DISPOSITION-FILE.
       01  DISPOSITION-REC             PIC X(80).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MST-TAG                 PIC X(10).
           05  MST-SPECIES             PIC X(10).
           05  MST-PROB                PIC 9V9(6).
           05  MST-SCORE-DATE          PIC 9(8).
           05  MST-TIMES-SCORED        PIC 9(4).
      *        'Y' WHILE A SPECIES-FLIP EXCEPTION IS OPEN ON THIS TAG
      *        (SEE PENGU-SCORE'S 0150-WRITE-FLIP). SUCH A TAG HAS NO
      *        SETTLED SPECIES AND IS HELD BACK.
           05  MST-FLIP-PEND           PIC X.
      *        THE BATCH THAT LAST TOUCHED THIS RECORD.
           05  MST-LAST-BATCH          PIC X(20).

       FD  WEIGHTS-FILE.
       01  WEIGHTS-REC                 PIC S9(9)V9(9).

       FD  CONTROL-FILE.
       01  CONTROL-REC                 PIC X(80).

      *    THE THREE SUBMISSION RECORD TYPES SHARE ONE 100-BYTE AREA
      *    AND ARE TOLD APART BY THE RECORD-TYPE BYTE IN COLUMN 1.
      *    THIS LAYOUT IS THE AGENCY INTERFACE -- A CHANGE HERE IS A
      *    CHANGE TO THEIR LOADER TOO.
       FD  SUBMISSION-FILE.
       01  EXP-HEADER-REC.
           05  EXH-REC-TYPE            PIC X.
           05  EXH-SHOP-ID             PIC X(8).
           05  EXH-PERIOD              PIC 9(6).
           05  EXH-MODEL-GEN           PIC 9(4).
           05  EXH-CREATE-DATE         PIC 9(8).
           05  EXH-CREATE-TIME         PIC 9(6).
           05  FILLER                  PIC X(67).
       01  EXP-DETAIL-REC.
           05  EXD-REC-TYPE            PIC X.
           05  EXD-TAG                 PIC X(10).
           05  EXD-SPECIES             PIC X(10).
           05  EXD-PROB                PIC 9V9(6).
           05  EXD-SCORE-DATE          PIC 9(8).
           05  EXD-ISLAND              PIC X(10).
           05  EXD-LAST-BATCH          PIC X(20).
           05  FILLER                  PIC X(34).
      *    PER-SPECIES COUNTS IN ADELIE/CHINSTRAP/GENTOO ORDER AND
      *    PER-ISLAND COUNTS IN BISCOE/DREAM/TORGERSEN ORDER; EACH SET
      *    SUMS TO THE DETAIL COUNT. THE HASH TOTAL IS THE SUM OF THE
      *    DETAIL PROBABILITY FIELDS READ AS WHOLE NUMBERS.
       01  EXP-TRAILER-REC.
           05  EXT-REC-TYPE            PIC X.
           05  EXT-DETAIL-COUNT        PIC 9(6).
           05  EXT-SPECIES-COUNT OCCURS 3 TIMES PIC 9(6).
           05  EXT-ISLAND-COUNT OCCURS 3 TIMES  PIC 9(6).
           05  EXT-HASH-TOTAL          PIC 9(15).
           05  FILLER                  PIC X(42).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-REC        PIC X(80).

       FD  SENT-LOG.
       01  SENT-LOG-REC                PIC X(120).

       WORKING-STORAGE SECTION.
      *    INTERNAL SYSTEM CONSTANTS AND CAPACITY LIMITS. THE CENSUS
      *    TABLE MATCHES THE 5000-ROW CAPACITY THE REST OF THE SUITE
      *    USES; THE DISPOSITION TABLE MATCHES PENGU-REVIEW'S.
       01  WS-CONSTANTS.
           05  MAX-ROWS                PIC 9(4)  VALUE 5000.
           05  MAX-QUEUE-ROWS          PIC 9(4)  VALUE 1000.

      *    FLAGS AND FILE STATUSES.
       01  WS-EOF                      PIC X     VALUE 'N'.
           88  END-OF-FILE                       VALUE 'Y'.
       01  WS-SCORE-IN-STATUS          PIC XX.
       01  WS-REVIEW-IN-STATUS         PIC XX.
       01  WS-DISPOSITION-STATUS       PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-WEIGHTS-FILE-STATUS      PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-CONTROL-EOF              PIC X     VALUE 'N'.
           88  END-OF-CONTROL                    VALUE 'Y'.
       01  WS-SUBMISSION-STATUS        PIC XX.
       01  WS-SENT-LOG-STATUS          PIC XX.

      *    SUBMISSION IDENTITY. THE SHOP ID IS THE AGENCY'S CODE FOR
      *    THIS INSTALLATION; THE PERIOD DEFAULTS TO THE RUN MONTH
      *    (YYYYMM). BOTH ARE OVERRIDABLE FROM THE CONTROL CARD.
       01  WS-SHOP-ID                  PIC X(8)  VALUE "PENGU001".
       01  WS-PERIOD                   PIC 9(6)  VALUE 0.
       01  WS-SUBMISSION-NAME          PIC X(40) VALUE SPACES.
      *    THE MODEL GENERATION THE CENSUS WAS SCORED WITH.
       01  WS-MODEL-GENERATION         PIC 9(4)  VALUE 0.
      *    OPERATOR OVERRIDE: RE-SEND A PERIOD THE SENT-FILE LOG
      *    ALREADY SHOWS AS SUBMITTED (EXPORT_RESEND=Y).
       01  WS-RESEND                   PIC X     VALUE 'N'.
           88  RESEND-ENABLED                    VALUE 'Y'.
       01  WS-ALREADY-SENT             PIC X     VALUE 'N'.
           88  PERIOD-ALREADY-SENT               VALUE 'Y'.
       01  WS-SENT-EOF                 PIC X     VALUE 'N'.
           88  END-OF-SENT-LOG                   VALUE 'Y'.
       01  WS-LOG-PERIOD               PIC X(10).
       01  WS-LOG-SHOP                 PIC X(10).
       01  WS-LOG-DATE                 PIC X(10).

      *    THE CURRENT CENSUS, ONE ROW PER SCORE-REPORT OR QUEUE LINE.
      *    CNS-QUEUED MARKS A LOW-CONFIDENCE CALL THAT NEEDS A
      *    CONFIRMED DISPOSITION BEFORE IT MAY GO OUT.
       01  CENSUS-TABLE.
           05  CNS-ROW OCCURS 5000 TIMES.
               10  CNS-TAG             PIC X(10).
               10  CNS-ISLAND          PIC X(20).
               10  CNS-SPECIES         PIC X(20).
               10  CNS-BATCH           PIC X(20).
               10  CNS-QUEUED          PIC X.
       01  WS-CENSUS-COUNT             PIC 9(4)  VALUE 0.
       01  WS-CENSUS-SOURCE-QUEUED     PIC X     VALUE 'N'.
       01  WS-CENSUS-SKIPPED           PIC 9(4)  VALUE 0.
      *    THE CENSUS LINE BEING LOADED, FROM EITHER SOURCE FILE.
       01  WS-CENSUS-LINE              PIC X(100).

      *    ANALYST DISPOSITIONS, LOADED UP FRONT AND SEARCHED BY TAG.
       01  DISPOSITION-TABLE.
           05  DSP-ROW OCCURS 1000 TIMES.
               10  DSP-TAG             PIC X(10).
               10  DSP-SPECIES         PIC X(20).
       01  WS-DISP-COUNT               PIC 9(4)  VALUE 0.
       01  WS-DISP-CONFIRMED           PIC X     VALUE 'N'.
           88  DISPOSITION-CONFIRMED             VALUE 'Y'.

      *    RUN TOTALS. THE PER-SPECIES AND PER-ISLAND COUNTS AND THE
      *    HASH TOTAL GO ON THE TRAILER; THE HELD COUNTS BY REASON GO
      *    ON THE EXCEPTIONS REPORT.
       01  WS-RUN-COUNTS.
           05  WS-DETAIL-COUNT         PIC 9(6)  VALUE 0.
           05  WS-SPECIES-COUNT OCCURS 3 TIMES PIC 9(6).
           05  WS-ISLAND-COUNT OCCURS 3 TIMES  PIC 9(6).
           05  WS-HASH-TOTAL           PIC 9(15) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(6)  VALUE 0.
           05  WS-HELD-FLIP            PIC 9(6)  VALUE 0.
           05  WS-HELD-REVIEW          PIC 9(6)  VALUE 0.
           05  WS-HELD-NO-MASTER       PIC 9(6)  VALUE 0.
           05  WS-HELD-NO-TAG          PIC 9(6)  VALUE 0.
           05  WS-HELD-UNKNOWN         PIC 9(6)  VALUE 0.
      *    THE PROBABILITY AS A WHOLE NUMBER OF MILLIONTHS, FOR THE
      *    HASH TOTAL.
       01  WS-PROB-HASH                PIC 9(7).
       01  WS-HOLD-REASON              PIC X(20).

      *    BUFFER VARIABLES FOR CSV TOKEN EXTRACTION.
       01  WS-PARSING.
           05  WS-TAG                  PIC X(10).
           05  WS-ISLAND               PIC X(20).
           05  WS-SPECIES-STR          PIC X(20).
           05  WS-P1-TXT               PIC X(10).
           05  WS-P2-TXT               PIC X(10).
           05  WS-P3-TXT               PIC X(10).
           05  WS-MARGIN-TXT           PIC X(10).
           05  WS-BATCH-TXT            PIC X(20).
           05  WS-ISLAND-NO            PIC 9.
           05  WS-SPECIES-NO           PIC 9.
      *    KEY/VALUE SPLIT OF ONE CONTROL CARD LINE.
           05  WS-CTL-KEY              PIC X(20).
           05  WS-CTL-VAL              PIC X(20).

      *    RUN TIMESTAMP FOR THE HEADER RECORD, THE REPORT HEADING AND
      *    THE DEFAULT PERIOD.
       01  WS-TIMESTAMP.
           05  WS-DATE-PART.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).
           05  WS-DATE-NUM REDEFINES WS-DATE-PART PIC 9(8).
           05  WS-TIME-PART            PIC 9(8).
           05  WS-TZ-PART              PIC X(5).

      *    PAGE CONTROL FOR THE EXCEPTIONS REPORT.
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
           05  WS-HASH-EDIT            PIC Z(14)9.

       PROCEDURE DIVISION.
      *    BUILD THE AGENCY'S FIXED-LAYOUT SUBMISSION FILE FROM THE
      *    MASTER AND THE CURRENT CENSUS, SO THE AGENCY LOADS OUR
      *    FIGURES INSTEAD OF RE-KEYING census_report.txt. TAGS WITH
      *    AN OPEN SPECIES FLIP OR AN UNCONFIRMED REVIEW-QUEUE CALL
      *    ARE HELD BACK AND LISTED ON THE EXCEPTIONS REPORT.
      *    CONDITION CODES FOLLOW THE SHARED SCHEME: 0 = CLEAN,
      *    4 = SUBMISSION WRITTEN WITH TAGS HELD BACK, 8 = MISSING
      *    PREREQUISITE (NO SCORE REPORT OR MASTER) OR PERIOD ALREADY
      *    SENT, 12 = UNREADABLE CONTROL CARD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           COMPUTE WS-PERIOD = WS-RUN-YYYY * 100 + WS-RUN-MM
           INITIALIZE WS-SPECIES-COUNT(1) WS-SPECIES-COUNT(2)
                      WS-SPECIES-COUNT(3) WS-ISLAND-COUNT(1)
                      WS-ISLAND-COUNT(2) WS-ISLAND-COUNT(3)
           PERFORM 0020-LOAD-CONTROL-CARD
           PERFORM 0030-RESOLVE-MODEL-GENERATION
           PERFORM 0040-CHECK-SENT-LOG
           PERFORM 0100-LOAD-CENSUS
           PERFORM 0150-LOAD-DISPOSITIONS
           PERFORM 0200-BUILD-SUBMISSION
      *    THE FILE IS COMPLETE -- ONLY NOW DOES THE PERIOD COUNT AS
      *    SENT.
           PERFORM 0300-LOG-SUBMISSION
           MOVE WS-HASH-TOTAL TO WS-HASH-EDIT
           DISPLAY "SUBMISSION " WS-SUBMISSION-NAME
           DISPLAY "  PERIOD " WS-PERIOD "  SHOP " WS-SHOP-ID
                   "  MODEL GENERATION " WS-MODEL-GENERATION
           DISPLAY "  DETAIL RECORDS: " WS-DETAIL-COUNT
                   "  HASH TOTAL: " WS-HASH-EDIT
           IF WS-HELD-COUNT > 0
               DISPLAY "WARNING: " WS-HELD-COUNT " TAG(S) HELD BACK "
                       "(SEE export_exceptions.txt)."
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
      *        READ, AND SUBMITTING THE WRONG PERIOD IS WORSE THAN
      *        STOPPING.
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
           UNSTRING CONTROL-REC DELIMITED BY "="
               INTO WS-CTL-KEY WS-CTL-VAL
           END-UNSTRING
           EVALUATE WS-CTL-KEY
               WHEN "EXPORT_SHOP_ID"
                   MOVE WS-CTL-VAL TO WS-SHOP-ID
      *        A PERIOD THAT IS NOT A REAL YYYYMM IS REFUSED OUTRIGHT
      *        -- A SUBMISSION FILED UNDER A NONSENSE PERIOD IS WORSE
      *        THAN NONE.
               WHEN "EXPORT_PERIOD"
                   IF WS-CTL-VAL(1:6) IS NOT NUMERIC OR
                      WS-CTL-VAL(5:2) < "01" OR
                      WS-CTL-VAL(5:2) > "12"
                       DISPLAY "ERROR: EXPORT_PERIOD " WS-CTL-VAL
                               " IS NOT A YYYYMM PERIOD."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-CTL-VAL(1:6) TO WS-PERIOD
      *        OPERATOR OVERRIDE: SEND A PERIOD AGAIN ON PURPOSE
      *        (SEE 0040-CHECK-SENT-LOG).
               WHEN "EXPORT_RESEND"
                   MOVE WS-CTL-VAL(1:1) TO WS-RESEND
      *        A ROLLBACK GENERATION IS WHAT THE CENSUS WAS SCORED
      *        WITH (SEE PENGU-SCORE), SO IT IS WHAT THE HEADER
      *        REPORTS.
               WHEN "MODEL_GENERATION"
                   COMPUTE WS-MODEL-GENERATION =
                           FUNCTION NUMVAL(WS-CTL-VAL)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0030-RESOLVE-MODEL-GENERATION.
      *    WITH NO ROLLBACK ON THE CARD, THE GENERATION IS THE VERSION
      *    THE CURRENT weights.dat CARRIES IN ITS FIRST RECORD. NO
      *    MODEL FILE LEAVES THE GENERATION AT ZERO -- THE CENSUS WAS
      *    THEN NOT SCORED HERE, WHICH THE AGENCY SHOULD SEE.
           IF WS-MODEL-GENERATION = 0
               OPEN INPUT WEIGHTS-FILE
               IF WS-WEIGHTS-FILE-STATUS = "00"
                   READ WEIGHTS-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE WEIGHTS-REC TO WS-MODEL-GENERATION
                   END-READ
                   CLOSE WEIGHTS-FILE
               ELSE
                   DISPLAY "WARNING: NO weights.dat -- MODEL "
                           "GENERATION REPORTED AS 0000."
               END-IF
           END-IF
           MOVE SPACES TO WS-SUBMISSION-NAME
           STRING "agency_submission_" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-SUBMISSION-NAME
           END-STRING.

       0040-CHECK-SENT-LOG.
      *    REFUSE A PERIOD THE SENT-FILE LOG ALREADY SHOWS AS
      *    SUBMITTED FOR THIS SHOP -- THE AGENCY WOULD LOAD EVERY
      *    BIRD TWICE. EXPORT_RESEND=Y ON THE CONTROL CARD IS THE
      *    OPERATOR'S DELIBERATE OVERRIDE (A CORRECTED RE-SUBMISSION
      *    THE AGENCY HAS ASKED FOR). NO LOG YET ("35") JUST MEANS
      *    NOTHING HAS EVER BEEN SENT.
           OPEN INPUT SENT-LOG
           IF WS-SENT-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-SENT-LOG
                   READ SENT-LOG INTO SENT-LOG-REC
                       AT END SET END-OF-SENT-LOG TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-LOG-PERIOD WS-LOG-SHOP
                           UNSTRING SENT-LOG-REC DELIMITED BY ","
                               INTO WS-LOG-PERIOD WS-LOG-SHOP
                           END-UNSTRING
                           IF WS-LOG-PERIOD(1:6) = WS-PERIOD AND
                              WS-LOG-SHOP = WS-SHOP-ID
                               SET PERIOD-ALREADY-SENT TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-LOG
           END-IF
           IF PERIOD-ALREADY-SENT
               IF RESEND-ENABLED
                   DISPLAY "WARNING: PERIOD " WS-PERIOD " WAS ALREADY "
                           "SENT -- RE-SUBMISSION FORCED BY THE "
                           "OPERATOR."
               ELSE
                   DISPLAY "PERIOD " WS-PERIOD " HAS ALREADY BEEN "
                           "SUBMITTED (SEE export_sent_log.dat). "
                           "REFUSING TO SEND IT AGAIN (SET "
                           "EXPORT_RESEND=Y TO OVERRIDE)."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0100-LOAD-CENSUS.
      *    THE SCORE REPORT IS THE PREREQUISITE -- NO SCORED OUTPUT
      *    MEANS THERE IS NO CENSUS TO SUBMIT. THE REVIEW QUEUE IS
      *    OPTIONAL; ITS ROWS ARE LOADED MARKED AS QUEUED.
           OPEN INPUT SCORE-IN
           IF WS-SCORE-IN-STATUS NOT = "00"
               DISPLAY "NO SCORE REPORT FOUND. RUN PENGU-SCORE FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ SCORE-IN INTO WS-CENSUS-LINE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE 'N' TO WS-CENSUS-SOURCE-QUEUED
                       PERFORM 0110-STORE-CENSUS-LINE
               END-READ
           END-PERFORM
           CLOSE SCORE-IN
           OPEN INPUT REVIEW-IN
           IF WS-REVIEW-IN-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ REVIEW-IN INTO WS-CENSUS-LINE
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE 'Y' TO WS-CENSUS-SOURCE-QUEUED
                           PERFORM 0110-STORE-CENSUS-LINE
                   END-READ
               END-PERFORM
               CLOSE REVIEW-IN
           END-IF
           IF WS-CENSUS-SKIPPED > 0
               DISPLAY "WARNING: " WS-CENSUS-SKIPPED " CENSUS LINE(S) "
                       "BEYOND THE " MAX-ROWS "-ROW CAPACITY IGNORED."
           END-IF.

       0110-STORE-CENSUS-LINE.
      *    ONE CENSUS LINE (IN WS-CENSUS-LINE, EITHER SOURCE):
      *    TAG,ISLAND,SPECIES,P1,P2,P3,MARGIN,BATCHID. THE CALLER SETS
      *    WS-CENSUS-SOURCE-QUEUED TO SAY WHICH FILE IT CAME FROM.
           MOVE SPACES TO WS-TAG WS-ISLAND WS-SPECIES-STR WS-P1-TXT
                          WS-P2-TXT WS-P3-TXT WS-MARGIN-TXT
                          WS-BATCH-TXT
           UNSTRING WS-CENSUS-LINE DELIMITED BY ","
               INTO WS-TAG WS-ISLAND WS-SPECIES-STR WS-P1-TXT
                    WS-P2-TXT WS-P3-TXT WS-MARGIN-TXT WS-BATCH-TXT
           END-UNSTRING
           IF WS-CENSUS-COUNT >= MAX-ROWS
               ADD 1 TO WS-CENSUS-SKIPPED
           ELSE
               ADD 1 TO WS-CENSUS-COUNT
               MOVE WS-TAG TO CNS-TAG(WS-CENSUS-COUNT)
               MOVE WS-ISLAND TO CNS-ISLAND(WS-CENSUS-COUNT)
               MOVE WS-SPECIES-STR TO CNS-SPECIES(WS-CENSUS-COUNT)
               MOVE WS-BATCH-TXT TO CNS-BATCH(WS-CENSUS-COUNT)
               MOVE WS-CENSUS-SOURCE-QUEUED
                 TO CNS-QUEUED(WS-CENSUS-COUNT)
           END-IF.

       0150-LOAD-DISPOSITIONS.
      *    NO DISPOSITION FILE JUST MEANS NOTHING ON THE QUEUE HAS
      *    BEEN WORKED YET, SO EVERY QUEUED TAG IS HELD BACK.
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISPOSITION-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ DISPOSITION-FILE INTO DISPOSITION-REC
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-DISP-COUNT < MAX-QUEUE-ROWS
                               ADD 1 TO WS-DISP-COUNT
                               MOVE SPACES TO DSP-ROW(WS-DISP-COUNT)
                               UNSTRING DISPOSITION-REC
                                   DELIMITED BY ","
                                   INTO DSP-TAG(WS-DISP-COUNT)
                                        DSP-SPECIES(WS-DISP-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPOSITION-FILE
           END-IF.

       0200-BUILD-SUBMISSION.
      *    HEADER, ONE DETAIL PER EXPORTABLE CENSUS TAG, TRAILER. THE
      *    MASTER MUST EXIST -- WITHOUT IT THERE IS NO SETTLED CALL
      *    FOR ANY TAG.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "NO MASTER FILE FOUND (pengu_master.dat). RUN "
                       "PENGU-SCORE FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUBMISSION-FILE
           IF WS-SUBMISSION-STATUS NOT = "00"
               DISPLAY "ERROR: COULD NOT CREATE " WS-SUBMISSION-NAME
                       ", STATUS " WS-SUBMISSION-STATUS "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT
           PERFORM 9000-PAGE-HEADING
           MOVE "  TAG         ISLAND      CENSUS CALL  BATCH"
             TO WS-PRINT-LINE
           MOVE "REASON HELD" TO WS-PRINT-LINE(60:)
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO EXP-HEADER-REC
           MOVE "H" TO EXH-REC-TYPE
           MOVE WS-SHOP-ID TO EXH-SHOP-ID
           MOVE WS-PERIOD TO EXH-PERIOD
           MOVE WS-MODEL-GENERATION TO EXH-MODEL-GEN
           MOVE WS-DATE-NUM TO EXH-CREATE-DATE
           MOVE WS-TIME-PART(1:6) TO EXH-CREATE-TIME
           WRITE EXP-HEADER-REC
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > WS-CENSUS-COUNT
               PERFORM 0210-EXPORT-TAG
           END-PERFORM
           PERFORM 0250-WRITE-TRAILER
           PERFORM 0260-WRITE-EXCEPTION-TOTALS
           CLOSE MASTER-FILE
           CLOSE SUBMISSION-FILE
           CLOSE EXCEPTION-REPORT.

       0210-EXPORT-TAG.
      *    DECIDE WHETHER ONE CENSUS TAG GOES OUT. THE FIRST FAILING
      *    TEST NAMES THE HOLD REASON: NO TAG TO KEY ON, NOT ON THE
      *    MASTER, AN OPEN SPECIES FLIP, AN UNCONFIRMED QUEUE CALL, OR
      *    AN ISLAND OR SPECIES OUTSIDE THE AGENCY'S CODE LIST.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE CNS-ISLAND(IDX-I) TO WS-ISLAND
           IF CNS-TAG(IDX-I) = SPACES
               MOVE "NO TAG" TO WS-HOLD-REASON
               ADD 1 TO WS-HELD-NO-TAG
           ELSE
               MOVE CNS-TAG(IDX-I) TO MST-TAG
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO WS-HOLD-REASON
                       ADD 1 TO WS-HELD-NO-MASTER
               END-READ
           END-IF
           IF WS-HOLD-REASON = SPACES AND MST-FLIP-PEND = 'Y'
               MOVE "FLIP PENDING" TO WS-HOLD-REASON
               ADD 1 TO WS-HELD-FLIP
           END-IF
           IF WS-HOLD-REASON = SPACES AND CNS-QUEUED(IDX-I) = 'Y'
               PERFORM 0220-CHECK-DISPOSITION
               IF NOT DISPOSITION-CONFIRMED
                   MOVE "UNCONFIRMED REVIEW" TO WS-HOLD-REASON
                   ADD 1 TO WS-HELD-REVIEW
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
               MOVE MST-SPECIES TO WS-SPECIES-STR
               PERFORM 0230-RESOLVE-NAMES
               IF WS-ISLAND-NO = 0 OR WS-SPECIES-NO = 0
                   MOVE "UNKNOWN ISL/SPECIES" TO WS-HOLD-REASON
                   ADD 1 TO WS-HELD-UNKNOWN
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM 0240-WRITE-DETAIL
           ELSE
               PERFORM 0245-WRITE-HELD-LINE
           END-IF.

       0220-CHECK-DISPOSITION.
      *    A QUEUED TAG IS CONFIRMED WHEN A BIOLOGIST RECORDED ONE OF
      *    THE THREE SPECIES FOR IT. PENGU-REVIEW HAS THEN ALREADY
      *    WRITTEN THAT CALL TO THE MASTER, WHICH IS WHAT GOES OUT.
           MOVE 'N' TO WS-DISP-CONFIRMED
           PERFORM VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > WS-DISP-COUNT
               IF DSP-TAG(IDX-J) = CNS-TAG(IDX-I) AND
                  (DSP-SPECIES(IDX-J) = "Adelie" OR
                   DSP-SPECIES(IDX-J) = "Chinstrap" OR
                   DSP-SPECIES(IDX-J) = "Gentoo")
                   MOVE 'Y' TO WS-DISP-CONFIRMED
               END-IF
           END-PERFORM.

       0230-RESOLVE-NAMES.
      *    MAP THE ISLAND AND SPECIES TOKENS TO TRAILER SUBSCRIPTS;
      *    ZERO MEANS UNRECOGNIZED.
           MOVE 0 TO WS-ISLAND-NO
           EVALUATE WS-ISLAND
               WHEN "Biscoe"     MOVE 1 TO WS-ISLAND-NO
               WHEN "Dream"      MOVE 2 TO WS-ISLAND-NO
               WHEN "Torgersen"  MOVE 3 TO WS-ISLAND-NO
           END-EVALUATE
           MOVE 0 TO WS-SPECIES-NO
           EVALUATE WS-SPECIES-STR
               WHEN "Adelie"     MOVE 1 TO WS-SPECIES-NO
               WHEN "Chinstrap"  MOVE 2 TO WS-SPECIES-NO
               WHEN "Gentoo"     MOVE 3 TO WS-SPECIES-NO
           END-EVALUATE.

       0240-WRITE-DETAIL.
      *    ONE DETAIL RECORD FROM THE MASTER, WITH THE ISLAND THE BIRD
      *    WAS COUNTED ON IN THIS CENSUS. EVERY DETAIL FEEDS THE
      *    TRAILER TOTALS AS IT IS WRITTEN.
           MOVE SPACES TO EXP-DETAIL-REC
           MOVE "D" TO EXD-REC-TYPE
           MOVE MST-TAG TO EXD-TAG
           MOVE MST-SPECIES TO EXD-SPECIES
           MOVE MST-PROB TO EXD-PROB
           MOVE MST-SCORE-DATE TO EXD-SCORE-DATE
           MOVE WS-ISLAND TO EXD-ISLAND
           MOVE MST-LAST-BATCH TO EXD-LAST-BATCH
           WRITE EXP-DETAIL-REC
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-SPECIES-COUNT(WS-SPECIES-NO)
           ADD 1 TO WS-ISLAND-COUNT(WS-ISLAND-NO)
           COMPUTE WS-PROB-HASH = MST-PROB * 1000000
           ADD WS-PROB-HASH TO WS-HASH-TOTAL.

       0245-WRITE-HELD-LINE.
      *    ONE EXCEPTIONS-REPORT LINE PER HELD TAG, WITH THE CENSUS
      *    CALL (NOT THE MASTER'S) SO THE REVIEWER SEES WHAT THE
      *    SCORER SAID THIS TIME.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE CNS-TAG(IDX-I) TO WS-PRINT-LINE(3:10)
           MOVE CNS-ISLAND(IDX-I) TO WS-PRINT-LINE(15:10)
           MOVE CNS-SPECIES(IDX-I) TO WS-PRINT-LINE(27:10)
           MOVE CNS-BATCH(IDX-I) TO WS-PRINT-LINE(40:20)
           MOVE WS-HOLD-REASON TO WS-PRINT-LINE(60:20)
           PERFORM 9100-WRITE-LINE.

       0250-WRITE-TRAILER.
      *    CONTROL TOTALS THE AGENCY BALANCES THE LOAD AGAINST.
           MOVE SPACES TO EXP-TRAILER-REC
           MOVE "T" TO EXT-REC-TYPE
           MOVE WS-DETAIL-COUNT TO EXT-DETAIL-COUNT
           PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > 3
               MOVE WS-SPECIES-COUNT(IDX-J) TO EXT-SPECIES-COUNT(IDX-J)
               MOVE WS-ISLAND-COUNT(IDX-J) TO EXT-ISLAND-COUNT(IDX-J)
           END-PERFORM
           MOVE WS-HASH-TOTAL TO EXT-HASH-TOTAL
           WRITE EXP-TRAILER-REC.

       0260-WRITE-EXCEPTION-TOTALS.
      *    CLOSING SECTION: HELD COUNTS BY REASON AND WHAT WENT OUT,
      *    SO THE TWO FIGURES TOGETHER ACCOUNT FOR THE WHOLE CENSUS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 9100-WRITE-LINE
           IF WS-HELD-COUNT = 0
               MOVE "NO TAGS HELD BACK." TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 9100-WRITE-LINE
           END-IF
           MOVE WS-CENSUS-COUNT TO WS-CNT-EDIT
           STRING "CENSUS TAGS CONSIDERED:     " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-DETAIL-COUNT TO WS-CNT-EDIT
           STRING "DETAIL RECORDS SUBMITTED:   " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-HELD-COUNT TO WS-CNT-EDIT
           STRING "TAGS HELD BACK:             " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-HELD-FLIP TO WS-CNT-EDIT
           STRING "  SPECIES FLIP PENDING:     " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-HELD-REVIEW TO WS-CNT-EDIT
           STRING "  UNCONFIRMED REVIEW CALL:  " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-HELD-NO-MASTER TO WS-CNT-EDIT
           STRING "  NOT ON MASTER:            " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-HELD-NO-TAG TO WS-CNT-EDIT
           STRING "  NO TAG:                   " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-HELD-UNKNOWN TO WS-CNT-EDIT
           STRING "  UNKNOWN ISLAND/SPECIES:   " DELIMITED BY SIZE
                  WS-CNT-EDIT DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 9100-WRITE-LINE.

       0300-LOG-SUBMISSION.
      *    RECORD THE PERIOD AS SENT. APPENDED, NEVER REWRITTEN, SO A
      *    FORCED RE-SUBMISSION SHOWS AS A SECOND LINE FOR THE SAME
      *    PERIOD; ON THE VERY FIRST RUN THE LOG IS CREATED ON THE
      *    SPOT.
           OPEN EXTEND SENT-LOG
           IF WS-SENT-LOG-STATUS = "35"
               OPEN OUTPUT SENT-LOG
           END-IF
           IF WS-SENT-LOG-STATUS NOT = "00" AND
              WS-SENT-LOG-STATUS NOT = "05"
               DISPLAY "ERROR: COULD NOT OPEN export_sent_log.dat, "
                       "STATUS " WS-SENT-LOG-STATUS ". THE SUBMISSION "
                       "WAS WRITTEN BUT IS NOT LOGGED AS SENT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO SENT-LOG-REC
           STRING WS-PERIOD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SHOP-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-DATE-PART DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TIME-PART(1:6) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DETAIL-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-HASH-TOTAL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SUBMISSION-NAME DELIMITED BY SPACE
                  INTO SENT-LOG-REC
           END-STRING
           WRITE SENT-LOG-REC
           CLOSE SENT-LOG.

       9000-PAGE-HEADING.
      *    NEW PAGE: TITLE, RUN DATE, PAGE NUMBER, BLANK SEPARATOR.
           ADD 1 TO WS-PAGE-CNT
           MOVE WS-PAGE-CNT TO WS-PAGE-EDIT
           MOVE SPACES TO EXCEPTION-REPORT-REC
           STRING "AGENCY SUBMISSION EXCEPTIONS  PERIOD "
                  DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "  RUN DATE " DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  "  PAGE " DELIMITED BY SIZE
                  WS-PAGE-EDIT DELIMITED BY SIZE
                  INTO EXCEPTION-REPORT-REC
           END-STRING
           WRITE EXCEPTION-REPORT-REC
           MOVE ALL "-" TO EXCEPTION-REPORT-REC
           WRITE EXCEPTION-REPORT-REC
           MOVE 2 TO WS-LINE-CNT.

       9100-WRITE-LINE.
      *    EVERY BODY LINE GOES THROUGH HERE SO THE PAGE BREAKS AND
      *    HEADINGS STAY CONSISTENT NO MATTER WHICH SECTION IS
      *    WRITING.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 9000-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO EXCEPTION-REPORT-REC
           WRITE EXCEPTION-REPORT-REC
           ADD 1 TO WS-LINE-CNT.
