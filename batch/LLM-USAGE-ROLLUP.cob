             10 WS-AGG-TIN      PIC 9(12) COMP.
             10 WS-AGG-TOUT     PIC 9(12) COMP.
             10 WS-AGG-FAILS    PIC 9(9)  COMP.
             10 WS-AGG-TCW      PIC 9(12) COMP.
             10 WS-AGG-TCR      PIC 9(12) COMP.
       01 WS-AGG-SCAN           PIC 9(4) COMP.
       01 WS-AGG-HIT            PIC 9(4) COMP.
       01 WS-AGG-OVERFLOW-FLAG  PIC X(1) VALUE 'N'.
                   IF AUD-TOKENS-OUT IS NUMERIC
                       ADD AUD-TOKENS-OUT TO WS-AGG-TOUT(WS-AGG-IDX)
                   END-IF
                   IF AUD-CACHE-WRITE-TOKENS IS NUMERIC
                       ADD AUD-CACHE-WRITE-TOKENS
                                         TO WS-AGG-TCW(WS-AGG-IDX)
                   END-IF
                   IF AUD-CACHE-READ-TOKENS IS NUMERIC
                       ADD AUD-CACHE-READ-TOKENS
                                         TO WS-AGG-TCR(WS-AGG-IDX)
                   END-IF
                   IF AUD-STAT-CODE IS NUMERIC
                   AND AUD-STAT-CODE NOT = 0
                       ADD 1 TO WS-AGG-FAILS(WS-AGG-IDX)
                             WS-AGG-TIN(WS-AGG-IDX)
                             WS-AGG-TOUT(WS-AGG-IDX)
                             WS-AGG-FAILS(WS-AGG-IDX)
                             WS-AGG-TCW(WS-AGG-IDX)
                             WS-AGG-TCR(WS-AGG-IDX)
                   MOVE WS-AGG-COUNT TO WS-AGG-HIT
               END-IF
           END-IF.


      *> Cost priced at the rates in force at the period's end - the
      *> same LLM-RATE-LOOKUP arithmetic the chargeback runs on,
      *> prompt-cache tokens at their own rates. USM-TOKENS-IN stays
      *> the full-rate input only.
       320-WRITE-SUMMARY-ROW.
           SET WS-AGG-IDX TO WS-AGG-SCAN
           INITIALIZE LLM-RATE-AREA
           COMPUTE WS-ROLLUP-COST ROUNDED =
               WS-AGG-TIN(WS-AGG-IDX) * LLM-RATE-IN / 1000
               + WS-AGG-TOUT(WS-AGG-IDX) * LLM-RATE-OUT / 1000
               + WS-AGG-TCW(WS-AGG-IDX) * LLM-RATE-CACHE-WRITE / 1000
               + WS-AGG-TCR(WS-AGG-IDX) * LLM-RATE-CACHE-READ / 1000

           MOVE SPACES                   TO USAGE-SUMMARY-RECORD
           MOVE WS-AGG-PERIOD(WS-AGG-IDX)   TO USM-PERIOD
