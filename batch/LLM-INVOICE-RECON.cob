             10 WS-RCACHE-MODEL PIC X(128).
             10 WS-RCACHE-IN    PIC 9(4)V9999.
             10 WS-RCACHE-OUT   PIC 9(4)V9999.
             10 WS-RCACHE-CW    PIC 9(4)V9999.
             10 WS-RCACHE-CR    PIC 9(4)V9999.

       01 WS-FOUND-FLAG         PIC X(1).
         88 WS-FOUND                VALUE 'Y'.
       01 WS-CALL-COST          PIC 9(9)V99.
      *> Prompt-cache token columns, zero on lines written before
      *> the audit record carried them.
       01 WS-CACHE-WRITE-TOKENS PIC 9(9).
       01 WS-CACHE-READ-TOKENS  PIC 9(9).
       01 WS-BULK-RATE-ENV      PIC X(6).
       01 WS-BULK-RATE-PCT      PIC 9(3)V99 VALUE 50.
       01 WS-VARIANCE           PIC S9(11)V99.
       01 WS-VARIANCE-PCT       PIC S9(7)V9.
       01 WS-FLAGGED-COUNT      PIC 9(2) VALUE 0.
               ACCEPT WS-TOLERANCE-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION NUMVAL(WS-TOLERANCE-ARG)
                                        TO WS-TOLERANCE-PCT
           END-IF

      *> Bulk-job lines (AUD-SERVICE-TIER 'B') bill at the providers'
      *> deferred rate - LLM_BULK_RATE_PCT percent of list, default
      *> 50.
           DISPLAY 'LLM_BULK_RATE_PCT' UPON ENVIRONMENT-NAME
           ACCEPT WS-BULK-RATE-ENV FROM ENVIRONMENT-VALUE
           IF WS-BULK-RATE-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BULK-RATE-ENV)
                                        TO WS-BULK-RATE-PCT
           END-IF.


                   SET WS-FOUND TO TRUE
                   MOVE WS-RCACHE-IN(WS-RCACHE-IDX)  TO LLM-RATE-IN
                   MOVE WS-RCACHE-OUT(WS-RCACHE-IDX) TO LLM-RATE-OUT
                   MOVE WS-RCACHE-CW(WS-RCACHE-IDX)
                                         TO LLM-RATE-CACHE-WRITE
                   MOVE WS-RCACHE-CR(WS-RCACHE-IDX)
                                         TO LLM-RATE-CACHE-READ
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
                       TO WS-RCACHE-MODEL(WS-RCACHE-IDX)
                   MOVE LLM-RATE-IN  TO WS-RCACHE-IN(WS-RCACHE-IDX)
                   MOVE LLM-RATE-OUT TO WS-RCACHE-OUT(WS-RCACHE-IDX)
                   MOVE LLM-RATE-CACHE-WRITE
                                     TO WS-RCACHE-CW(WS-RCACHE-IDX)
                   MOVE LLM-RATE-CACHE-READ
                                     TO WS-RCACHE-CR(WS-RCACHE-IDX)
               END-IF
           END-IF

           MOVE 0                    TO WS-CACHE-WRITE-TOKENS
                                        WS-CACHE-READ-TOKENS
           IF AUD-CACHE-WRITE-TOKENS IS NUMERIC
               MOVE AUD-CACHE-WRITE-TOKENS TO WS-CACHE-WRITE-TOKENS
           END-IF
           IF AUD-CACHE-READ-TOKENS IS NUMERIC
               MOVE AUD-CACHE-READ-TOKENS  TO WS-CACHE-READ-TOKENS
           END-IF
           COMPUTE WS-CALL-COST ROUNDED =
               (AUD-TOKENS-IN  * LLM-RATE-IN  / 1000)
             + (AUD-TOKENS-OUT * LLM-RATE-OUT / 1000)
             + (WS-CACHE-WRITE-TOKENS * LLM-RATE-CACHE-WRITE / 1000)
             + (WS-CACHE-READ-TOKENS  * LLM-RATE-CACHE-READ  / 1000)
           IF AUD-TIER-BULK
               COMPUTE WS-CALL-COST ROUNDED =
                   WS-CALL-COST * WS-BULK-RATE-PCT / 100
           END-IF

           PERFORM 220-FIND-PROVIDER-ROW
           ADD WS-CALL-COST TO WS-PRV-EST-COST(WS-PRV-IDX).
