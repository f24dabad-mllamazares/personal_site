           05  WS-CNT-MALE             PIC 9(4)  VALUE 0.
           05  WS-CNT-FEMALE           PIC 9(4)  VALUE 0.
           05  WS-CNT-SEX-NA           PIC 9(4)  VALUE 0.
      *        HOW MANY OF THE MALE/FEMALE COUNTS PENGU-SEXFILL FILLED
      *        IN RATHER THAN THE FIELD TEAM OBSERVING THEM.
           05  WS-CNT-MALE-PRED        PIC 9(4)  VALUE 0.
           05  WS-CNT-FEMALE-PRED      PIC 9(4)  VALUE 0.

      *    BUFFER VARIABLES FOR CSV TOKEN EXTRACTION.
       01  WS-PARSING.
           05  WS-FLIP-LEN             PIC X(10).
           05  WS-BODY-MASS            PIC X(10).
           05  WS-SEX                  PIC X(10).
           05  WS-SEX-SOURCE           PIC X(10).
           05  WS-FIELD-TXT OCCURS 4 TIMES PIC X(10).
      *    KEY/VALUE SPLIT OF ONE CONTROL CARD LINE.
           05  WS-CTL-KEY              PIC X(20).
           ELSE
           MOVE SPACES TO WS-TAG WS-ISLAND WS-BILL-LEN WS-BILL-DEP
                          WS-FLIP-LEN WS-BODY-MASS WS-SEX
                          WS-SEX-SOURCE
           UNSTRING UNLABELED-RECORD DELIMITED BY ","
               INTO WS-TAG WS-ISLAND WS-BILL-LEN WS-BILL-DEP
                    WS-FLIP-LEN WS-BODY-MASS WS-SEX
                    WS-SEX-SOURCE
           END-UNSTRING
           IF WS-BATCH-ROWS >= MAX-ROWS
               ADD 1 TO WS-SKIPPED-ROWS
                   WHEN "female"     ADD 1 TO WS-CNT-FEMALE
                   WHEN OTHER        ADD 1 TO WS-CNT-SEX-NA
               END-EVALUATE
               IF WS-SEX-SOURCE = "PREDICTED"
                   EVALUATE WS-SEX
                       WHEN "male"   ADD 1 TO WS-CNT-MALE-PRED
                       WHEN "female" ADD 1 TO WS-CNT-FEMALE-PRED
                   END-EVALUATE
               END-IF
           END-IF
           END-IF.

           MOVE WS-CNT-MALE TO WS-TEMP-MATH
           PERFORM 0310-SHOW-PCT
           DISPLAY "  MALE:      " WS-CNT-MALE " (" WS-ED-PCT "%)"
                   " OF WHICH PREDICTED: " WS-CNT-MALE-PRED
           MOVE WS-CNT-FEMALE TO WS-TEMP-MATH
           PERFORM 0310-SHOW-PCT
           DISPLAY "  FEMALE:    " WS-CNT-FEMALE " (" WS-ED-PCT "%)"
                   " OF WHICH PREDICTED: " WS-CNT-FEMALE-PRED
           MOVE WS-CNT-SEX-NA TO WS-TEMP-MATH
           PERFORM 0310-SHOW-PCT
           DISPLAY "  NA/OTHER:  " WS-CNT-SEX-NA " (" WS-ED-PCT "%)".
