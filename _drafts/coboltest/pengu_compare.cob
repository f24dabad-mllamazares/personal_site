           05  WS-BODY-MASS            PIC X(10).
           05  WS-SEX                  PIC X(10).
      *    KEY/VALUE SPLIT OF ONE CONTROL CARD LINE.
           05  WS-CTL-KEY              PIC X(24).
           05  WS-CTL-VAL              PIC X(20).

      *    ONE SAMPLE: THE RAW MEASUREMENTS (KEPT UNSCALED SO EACH
