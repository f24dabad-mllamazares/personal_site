               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.
      *    ROWS EXCLUDED FROM AN OTHERWISE-ACCEPTED BATCH (DUPLICATE
      *    TAGS, ISLANDS THE STATION DOES NOT COVER), VERBATIM WITH A
      *    REASON CODE SO THE STATION CAN CORRECT AND RESUBMIT -- THE
      *    SAME CONVENTION AS THE OTHER REJECT FILES IN THE SUITE.
           SELECT REJECT-FILE ASSIGN TO "pengu_intake_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    THE ACCEPTED BATCH'S IDENTIFIER (STATION-BATCHDATE), ONE
      *    CAN SAY WHICH TRANSMISSION IT CAME FROM.
           SELECT BATCH-ID-FILE ASSIGN TO "batch_id.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    THE MAINTAINED FIELD-STATION REGISTRY, ONE LINE PER
      *    STATION: STATION-ID,NAME,ISLANDS,ACTIVE-FROM,ACTIVE-TO.
      *    ISLANDS IS A "/"-SEPARATED LIST (E.G. Biscoe/Dream); THE
      *    DATES ARE YYYYMMDD, WITH A BLANK ACTIVE-TO FOR A STATION
      *    STILL IN SERVICE. ONLY A REGISTERED, ACTIVE STATION MAY
      *    SEND A BATCH, AND ONLY FOR THE ISLANDS IT COVERS.
           SELECT STATION-FILE ASSIGN TO "pengu_stations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REJECT-REC.
           05  REJ-ORIGINAL            PIC X(200).
           05  REJ-REASON              PIC X(20).
           05  REJ-BATCH-ID            PIC X(20).
           05  REJ-TAG                 PIC X(10).

       FD  BATCH-ID-FILE.
       01  BATCH-ID-REC                PIC X(20).

       FD  STATION-FILE.
       01  STATION-REC                 PIC X(120).

       WORKING-STORAGE SECTION.
      *    INTERNAL SYSTEM CONSTANTS AND CAPACITY LIMITS: THE
      *    5000-ROW BATCH WINDOW THE REST OF THE SUITE USES, AND THE
      *    SIZE OF THE STATION REGISTRY TABLE.
       01  WS-CONSTANTS.
           05  MAX-ROWS                PIC 9(4)  VALUE 5000.
           05  MAX-STATIONS            PIC 9(4)  VALUE 200.

      *    FLAGS AND FILE STATUSES.
       01  WS-EOF                      PIC X     VALUE 'N'.
       01  WS-CONTROL-EOF              PIC X     VALUE 'N'.
           88  END-OF-CONTROL                    VALUE 'Y'.
       01  WS-OUTPUT-FILE-STATUS       PIC XX.
       01  WS-STATION-FILE-STATUS      PIC XX.
       01  WS-STATION-EOF              PIC X     VALUE 'N'.
           88  END-OF-STATIONS                   VALUE 'Y'.

      *    WHICH LAYOUT THIS TRANSMISSION CARRIES AND WHERE THE CLEAN
      *    ROWS GO. UNLABELED REPLACES THE SCORING INPUT OUTRIGHT;
           05  WS-CLEAN-ROWS           PIC 9(4)  VALUE 0.
           05  WS-BAD-TYPE-ROWS        PIC 9(4)  VALUE 0.
           05  WS-CAPACITY-ROWS        PIC 9(4)  VALUE 0.
           05  WS-ISLAND-REJ-ROWS      PIC 9(4)  VALUE 0.

      *    THE BODY IS BUFFERED IN FULL BECAUSE THE TRAILER COMES
      *    LAST -- NOTHING MAY REACH THE OUTPUT UNTIL THE WHOLE
      *    TRANSMISSION HAS RECONCILED. THE DUP FLAG MARKS ROWS THE
      *    DUPLICATE-TAG EDIT EXCLUDES FROM THE RELEASE; THE ISLAND
      *    FLAG MARKS ROWS FOR AN ISLAND THE SENDING STATION DOES NOT
      *    COVER (SEE 0350-CHECK-STATION-ISLANDS).
       01  BODY-TABLE.
           05  BDY-ROW OCCURS 5000 TIMES.
               10  BDY-PAYLOAD         PIC X(200).
               10  BDY-TAG             PIC X(10).
               10  BDY-DUP             PIC X.
               10  BDY-ISLAND          PIC X(20).
               10  BDY-ISL-BAD         PIC X.

      *    THE STATION REGISTRY, LOADED WHOLE. STN-COVERS IS ONE FLAG
      *    PER ISLAND IN WS-ISLAND-LABEL ORDER (BISCOE, DREAM,
      *    TORGERSEN); STN-TO OF ZERO MEANS STILL IN SERVICE.
       01  WS-STATION-COUNT            PIC 9(4)  VALUE 0.
       01  WS-STATION-SKIPPED          PIC 9(4)  VALUE 0.
       01  STATION-TABLE.
           05  STN-ROW OCCURS 200 TIMES.
               10  STN-ID              PIC X(8).
               10  STN-NAME            PIC X(30).
               10  STN-COVERS OCCURS 3 TIMES PIC X.
               10  STN-FROM            PIC 9(8).
               10  STN-TO              PIC 9(8).
      *    THE SENDING STATION'S REGISTRY ENTRY (ZERO = NOT FOUND) AND
      *    THE DATE ITS ACTIVE WINDOW IS JUDGED AGAINST.
       01  WS-STN-IDX                  PIC 9(4)  VALUE 0.
       01  WS-CHECK-DATE               PIC 9(8)  VALUE 0.
       01  WS-ISLAND-LABELS.
           05  FILLER                  PIC X(20) VALUE "Biscoe".
           05  FILLER                  PIC X(20) VALUE "Dream".
           05  FILLER                  PIC X(20) VALUE "Torgersen".
       01  WS-ISLAND-LABELS-R REDEFINES WS-ISLAND-LABELS.
           05  WS-ISLAND-LABEL OCCURS 3 TIMES PIC X(20).

      *    BUFFER VARIABLES FOR CSV TOKEN EXTRACTION.
       01  WS-PARSING.
      *    KEY/VALUE SPLIT OF ONE CONTROL CARD LINE.
           05  WS-CTL-KEY              PIC X(20).
           05  WS-CTL-VAL              PIC X(20).
      *    ONE REGISTRY LINE'S FIELDS, AND ITS ISLAND LIST SPLIT ON
      *    THE "/" SEPARATOR.
           05  WS-STN-ID-TXT           PIC X(8).
           05  WS-STN-NAME-TXT         PIC X(30).
           05  WS-STN-ISL-TXT          PIC X(40).
           05  WS-STN-FROM-TXT         PIC X(10).
           05  WS-STN-TO-TXT           PIC X(10).
           05  WS-STN-ISL-TOK OCCURS 3 TIMES PIC X(20).

       01  WS-TEMP-MATH                PIC S9(9)V9(9).

       01  WS-COUNTERS.
           05  IDX-I                   PIC 9(4).
           05  IDX-J                   PIC 9(4).
           05  IDX-K                   PIC 9(4).

       PROCEDURE DIVISION.
      *    VALIDATED FRONT DOOR FOR FIELD-STATION TRANSMISSIONS: THE
      *    REFUSED OUTRIGHT INSTEAD OF BEING SCORED SHORT.
      *    EVERY EXIT PATH SETS A CONDITION CODE THE SCHEDULER CAN
      *    BRANCH ON: 0 = CLEAN, 4 = ACCEPTED WITH WARNINGS
      *    (DUPLICATE-TAG, UNCOVERED-ISLAND OR UNRECOGNIZED ROWS
      *    EXCLUDED), 8 = BATCH REFUSED (MISSING FILE OR STATION
      *    REGISTRY, UNKNOWN OR RETIRED STATION, OR COUNT/HASH
      *    MISMATCH -- NOTHING WAS RELEASED), 12 = STRUCTURALLY
      *    UNREADABLE TRANSMISSION (NO HEADER OR NO TRAILER) OR
      *    UNREADABLE CONTROL CARD.
           PERFORM 0020-LOAD-CONTROL-CARD
           PERFORM 0100-READ-TRANSMISSION
           PERFORM 0150-CHECK-STATION
           PERFORM 0200-RECONCILE-TRAILER
           IF NOT LABELED-INTAKE
               PERFORM 0300-CHECK-DUP-TAGS
           END-IF
           PERFORM 0350-CHECK-STATION-ISLANDS
           PERFORM 0400-RELEASE-CLEAN-ROWS
           PERFORM 0500-WRITE-BATCH-ID
           DISPLAY "INTAKE ACCEPTED: STATION " WS-STATION-ID
                       "ROW(S) EXCLUDED (SEE pengu_intake_rejects"
                       ".csv)."
           END-IF
           IF WS-ISLAND-REJ-ROWS > 0
               DISPLAY "WARNING: " WS-ISLAND-REJ-ROWS " ROW(S) FOR AN "
                       "ISLAND STATION " WS-STATION-ID " DOES NOT "
                       "COVER EXCLUDED (SEE pengu_intake_rejects.csv)."
           END-IF
           IF WS-BAD-TYPE-ROWS > 0
               DISPLAY "WARNING: " WS-BAD-TYPE-ROWS " RECORD(S) WITH "
                       "AN UNRECOGNIZED TYPE CODE EXCLUDED."
           END-IF
           IF WS-DUP-TAG-ROWS > 0 OR WS-BAD-TYPE-ROWS > 0 OR
              WS-CAPACITY-ROWS > 0 OR WS-ISLAND-REJ-ROWS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
               ADD 1 TO WS-BODY-COUNT
               MOVE WS-PAYLOAD TO BDY-PAYLOAD(WS-BODY-COUNT)
               MOVE 'N' TO BDY-DUP(WS-BODY-COUNT)
               MOVE 'N' TO BDY-ISL-BAD(WS-BODY-COUNT)
               MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
                              WS-FIELD-4 WS-FIELD-5 WS-FIELD-6
                              WS-FIELD-7
                        WS-FIELD-5 WS-FIELD-6 WS-FIELD-7
               END-UNSTRING
               MOVE WS-FIELD-1(1:10) TO BDY-TAG(WS-BODY-COUNT)
               MOVE WS-FIELD-2 TO BDY-ISLAND(WS-BODY-COUNT)
               IF WS-FIELD-6 = "NA" OR WS-FIELD-6 = SPACES
                   CONTINUE
               ELSE
           COMPUTE WS-TRL-COUNT = FUNCTION NUMVAL(WS-FIELD-1)
           COMPUTE WS-TRL-HASH = FUNCTION NUMVAL(WS-FIELD-2).

       0150-CHECK-STATION.
      *    THE HEADER'S STATION ID BECOMES PART OF THE BATCH ID AND
      *    DECIDES WHICH ISLANDS THE ROWS MAY CLAIM, SO IT IS CHECKED
      *    AGAINST THE REGISTRY BEFORE ANYTHING ELSE IS TRUSTED. AN
      *    UNKNOWN STATION, OR ONE WHOSE ACTIVE WINDOW DOES NOT COVER
      *    THE BATCH DATE (NOT YET COMMISSIONED, OR RETIRED), IS
      *    REFUSED OUTRIGHT. THE WINDOW IS JUDGED ON THE HEADER'S
      *    BATCH DATE -- WHEN THE BIRDS WERE MEASURED -- FALLING BACK
      *    TO TODAY WHEN THE HEADER DATE IS NOT A DATE.
           PERFORM 0160-LOAD-STATIONS
           MOVE 0 TO WS-STN-IDX
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > WS-STATION-COUNT OR WS-STN-IDX > 0
               IF STN-ID(IDX-I) = WS-STATION-ID
                   MOVE IDX-I TO WS-STN-IDX
               END-IF
           END-PERFORM
           IF WS-STN-IDX = 0
               DISPLAY "ERROR: STATION " WS-STATION-ID " IS NOT ON "
                       "THE STATION REGISTRY (pengu_stations.dat). "
                       "BATCH REFUSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BATCH-DATE IS NUMERIC
               MOVE WS-BATCH-DATE TO WS-CHECK-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CHECK-DATE
           END-IF
           IF WS-CHECK-DATE < STN-FROM(WS-STN-IDX)
               DISPLAY "ERROR: STATION " WS-STATION-ID " ("
                       STN-NAME(WS-STN-IDX) ") IS NOT ACTIVE UNTIL "
                       STN-FROM(WS-STN-IDX) ". BATCH REFUSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF STN-TO(WS-STN-IDX) > 0 AND
              WS-CHECK-DATE > STN-TO(WS-STN-IDX)
               DISPLAY "ERROR: STATION " WS-STATION-ID " ("
                       STN-NAME(WS-STN-IDX) ") WAS RETIRED ON "
                       STN-TO(WS-STN-IDX) ". BATCH REFUSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "STATION " WS-STATION-ID " (" STN-NAME(WS-STN-IDX)
                   ") VERIFIED AGAINST THE REGISTRY.".

       0160-LOAD-STATIONS.
      *    LOAD THE WHOLE REGISTRY. WITHOUT IT NO STATION CAN BE
      *    VERIFIED, WHICH IS A MISSING PREREQUISITE, NOT A REASON TO
      *    WAVE EVERY TRANSMISSION THROUGH. BLANK LINES ARE SKIPPED.
           OPEN INPUT STATION-FILE
           IF WS-STATION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: NO STATION REGISTRY FOUND "
                       "(pengu_stations.dat), STATUS "
                       WS-STATION-FILE-STATUS ". BATCH REFUSED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-STATIONS
               READ STATION-FILE INTO STATION-REC
                   AT END SET END-OF-STATIONS TO TRUE
                   NOT AT END
                       IF STATION-REC NOT = SPACES
                           PERFORM 0165-STORE-STATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATION-FILE
           IF WS-STATION-SKIPPED > 0
               DISPLAY "WARNING: " WS-STATION-SKIPPED " REGISTRY "
                       "LINE(S) BEYOND THE " MAX-STATIONS
                       " STATION CAPACITY IGNORED."
           END-IF.

       0165-STORE-STATION.
      *    ONE REGISTRY LINE INTO THE TABLE. THE RECEIVERS ARE CLEARED
      *    FIRST SO A SHORT LINE CANNOT INHERIT THE PREVIOUS STATION'S
      *    ISLANDS OR DATES; A NON-NUMERIC DATE IS TAKEN AS ABSENT.
           IF WS-STATION-COUNT >= MAX-STATIONS
               ADD 1 TO WS-STATION-SKIPPED
           ELSE
               ADD 1 TO WS-STATION-COUNT
               MOVE SPACES TO WS-STN-ID-TXT WS-STN-NAME-TXT
                              WS-STN-ISL-TXT WS-STN-FROM-TXT
                              WS-STN-TO-TXT
               MOVE SPACES TO WS-STN-ISL-TOK(1) WS-STN-ISL-TOK(2)
                              WS-STN-ISL-TOK(3)
               UNSTRING STATION-REC DELIMITED BY ","
                   INTO WS-STN-ID-TXT WS-STN-NAME-TXT WS-STN-ISL-TXT
                        WS-STN-FROM-TXT WS-STN-TO-TXT
               END-UNSTRING
               UNSTRING WS-STN-ISL-TXT DELIMITED BY "/"
                   INTO WS-STN-ISL-TOK(1) WS-STN-ISL-TOK(2)
                        WS-STN-ISL-TOK(3)
               END-UNSTRING
               MOVE WS-STN-ID-TXT TO STN-ID(WS-STATION-COUNT)
               MOVE WS-STN-NAME-TXT TO STN-NAME(WS-STATION-COUNT)
               PERFORM VARYING IDX-K FROM 1 BY 1 UNTIL IDX-K > 3
                   MOVE 'N' TO STN-COVERS(WS-STATION-COUNT, IDX-K)
                   PERFORM VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > 3
                       IF WS-STN-ISL-TOK(IDX-J) =
                          WS-ISLAND-LABEL(IDX-K)
                           MOVE 'Y'
                             TO STN-COVERS(WS-STATION-COUNT, IDX-K)
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-STN-FROM-TXT(1:8) IS NUMERIC
                   MOVE WS-STN-FROM-TXT(1:8)
                     TO STN-FROM(WS-STATION-COUNT)
               ELSE
                   MOVE 0 TO STN-FROM(WS-STATION-COUNT)
               END-IF
               IF WS-STN-TO-TXT(1:8) IS NUMERIC
                   MOVE WS-STN-TO-TXT(1:8) TO STN-TO(WS-STATION-COUNT)
               ELSE
                   MOVE 0 TO STN-TO(WS-STATION-COUNT)
               END-IF
           END-IF.

       0200-RECONCILE-TRAILER.
      *    THE WHOLE-BATCH DECISION: A BODY THAT DOES NOT MATCH THE
      *    TRAILER'S COUNT AND HASH DID NOT ARRIVE WHOLE, AND NO PART
               END-IF
           END-PERFORM.

       0350-CHECK-STATION-ISLANDS.
      *    A ROW CLAIMING AN ISLAND THE SENDING STATION DOES NOT COVER
      *    IS A MISLABELED ROW (A DREAM FILE KEYED UNDER THE BISCOE
      *    STATION, SAY) AND WOULD OTHERWISE BE SCORED AND CENSUSED
      *    UNDER THE WRONG COLONY. ONLY THE THREE KNOWN ISLANDS ARE
      *    JUDGED HERE -- AN UNRECOGNIZED ISLAND NAME IS LEFT FOR THE
      *    BAD-ISLAND PLAUSIBILITY EDIT DOWNSTREAM. A ROW ALREADY
      *    PULLED AS A DUPLICATE KEEPS THAT REASON.
           PERFORM VARYING IDX-I FROM 1 BY 1
                   UNTIL IDX-I > WS-BODY-COUNT
               IF BDY-DUP(IDX-I) = 'N'
                   PERFORM VARYING IDX-K FROM 1 BY 1 UNTIL IDX-K > 3
                       IF BDY-ISLAND(IDX-I) = WS-ISLAND-LABEL(IDX-K)
                          AND STN-COVERS(WS-STN-IDX, IDX-K) NOT = 'Y'
                           MOVE 'Y' TO BDY-ISL-BAD(IDX-I)
                           ADD 1 TO WS-ISLAND-REJ-ROWS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0400-RELEASE-CLEAN-ROWS.
      *    THE BATCH HAS RECONCILED -- RELEASE IT. UNLABELED OUTPUT
      *    REPLACES THE SCORING INPUT OUTRIGHT (ONE BATCH, ONE FILE);
      *    LABELED OUTPUT APPENDS TO THE TRAINING FEED SO CONFIRMED
      *    BIRDS PENGU-REVIEW ALREADY QUEUED ARE PRESERVED, WITH THE
      *    HEADER LINE THE TRAINER DISCARDS WRITTEN ON FIRST CREATE.
      *    THE BATCH IDENTIFIER IS BUILT HERE, AHEAD OF 0500, SO EACH
      *    EXCLUDED ROW CAN BE STAMPED WITH IT FOR PENGU-REJECTS. A
      *    LABELED ROW LEADS WITH ITS SPECIES, NOT A TAG, SO ITS
      *    REJECT CARRIES NO TAG.
           MOVE SPACES TO WS-BATCH-ID
           STRING WS-STATION-ID DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SPACE
                  INTO WS-BATCH-ID
           END-STRING
           OPEN OUTPUT REJECT-FILE
           IF LABELED-INTAKE
               OPEN EXTEND OUTPUT-FILE
               IF BDY-DUP(IDX-I) = 'Y'
                   MOVE BDY-PAYLOAD(IDX-I) TO REJ-ORIGINAL
                   MOVE "DUP-TAG" TO REJ-REASON
                   PERFORM 0410-STAMP-REJECT
                   WRITE REJECT-REC
               ELSE
                   IF BDY-ISL-BAD(IDX-I) = 'Y'
                       MOVE BDY-PAYLOAD(IDX-I) TO REJ-ORIGINAL
                       MOVE "ISLAND-NOT-COVERED" TO REJ-REASON
                       PERFORM 0410-STAMP-REJECT
                       WRITE REJECT-REC
                   ELSE
                       MOVE BDY-PAYLOAD(IDX-I) TO OUTPUT-REC
                       WRITE OUTPUT-REC
                       ADD 1 TO WS-CLEAN-ROWS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OUTPUT-FILE
           CLOSE REJECT-FILE.

       0410-STAMP-REJECT.
           MOVE WS-BATCH-ID TO REJ-BATCH-ID
           IF LABELED-INTAKE
               MOVE SPACES TO REJ-TAG
           ELSE
               MOVE BDY-TAG(IDX-I) TO REJ-TAG
           END-IF.

       0500-WRITE-BATCH-ID.
      *    STAMP THE ACCEPTED BATCH'S IDENTIFIER WHERE THE DOWNSTREAM
      *    PROGRAMS WILL LOOK FOR IT. WRITTEN LAST, SO AN IDENTIFIER
      *    THE FILE: THE TRAINER NEVER READS batch_id.dat, AND A
      *    LABELED TRANSMISSION OVERWRITING IT WOULD RE-STAMP A
      *    STILL-PENDING SCORING BATCH WITH THE WRONG IDENTIFIER AND
      *    SLIP IT PAST THE PROCESSED-BATCH REGISTER. THE IDENTIFIER
      *    ITSELF WAS BUILT IN 0400-RELEASE-CLEAN-ROWS.
           IF NOT LABELED-INTAKE
               OPEN OUTPUT BATCH-ID-FILE
               MOVE WS-BATCH-ID TO BATCH-ID-REC
