      *    BIRD'S TRAINING ROW CARRIES THE MEASUREMENTS IT WAS
      *    ACTUALLY SCORED ON. THE RAW FIELD TEXT IS KEPT VERBATIM
      *    (INCLUDING "NA") -- THE TRAINER'S OWN EDITS AND NA HANDLING
      *    APPLY WHEN THE ROW IS TRAINED ON, NOT HERE. THE ONE
      *    EXCEPTION IS A SEX PENGU-SEXFILL PREDICTED, WHICH IS KEPT
      *    AS "NA": A CONFIRMED SPECIES MAKES A TRAINING LABEL, BUT A
      *    MODEL'S GUESS AT THE SEX MUST NEVER BE TRAINED ON (OR
      *    COUNTED BY PENGU-BIOMETRICS) AS IF SOMEONE HAD OBSERVED IT.
       01  UNLABELED-TABLE.
           05  UNL-ROW OCCURS 5000 TIMES.
               10  UNL-TAG             PIC X(10).
           05  WS-FLIP-LEN             PIC X(10).
           05  WS-BODY-MASS            PIC X(10).
           05  WS-SEX                  PIC X(10).
      *        PENGU-SEXFILL'S MARKER COLUMN (PREDICTED/LOW-CONF),
      *        BLANK WHEN THE SEX WAS OBSERVED.
           05  WS-SEX-SOURCE           PIC X(10).

      *    LOOKUP RESULTS FOR THE QUEUE ITEM IN HAND. A SUBSCRIPT OF
      *    ZERO MEANS NOT FOUND.
           ELSE
               MOVE SPACES TO WS-TAG WS-ISLAND WS-BILL-LEN WS-BILL-DEP
                              WS-FLIP-LEN WS-BODY-MASS WS-SEX
                              WS-SEX-SOURCE
               UNSTRING UNLABELED-RECORD DELIMITED BY ","
                   INTO WS-TAG WS-ISLAND WS-BILL-LEN WS-BILL-DEP
                        WS-FLIP-LEN WS-BODY-MASS WS-SEX
                        WS-SEX-SOURCE
               END-UNSTRING
               IF WS-SEX-SOURCE = "PREDICTED"
                   MOVE "NA" TO WS-SEX
               END-IF
               ADD 1 TO WS-UNLABELED-ROWS
               MOVE WS-TAG TO UNL-TAG(WS-UNLABELED-ROWS)
               MOVE WS-ISLAND TO UNL-ISLAND(WS-UNLABELED-ROWS)
