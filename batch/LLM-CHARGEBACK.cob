             10 WS-RCACHE-MODEL PIC X(128).
             10 WS-RCACHE-IN    PIC 9(4)V9999.
             10 WS-RCACHE-OUT   PIC 9(4)V9999.
             10 WS-RCACHE-CW    PIC 9(4)V9999.
             10 WS-RCACHE-CR    PIC 9(4)V9999.

      *> A money feed must never balance internally while quietly
      *> excluding spend - overflow of the journal table is tracked
       01 WS-FOUND-FLAG         PIC X(1).
         88 WS-FOUND                VALUE 'Y'.
       01 WS-CALL-COST          PIC 9(9)V99.
      *> Prompt-cache token columns, zero on lines written before
      *> the audit record carried them.
       01 WS-CACHE-WRITE-TOKENS PIC 9(9).
       01 WS-CACHE-READ-TOKENS  PIC 9(9).
       01 WS-BULK-RATE-ENV      PIC X(6).
       01 WS-BULK-RATE-PCT      PIC 9(3)V99 VALUE 50.
       01 WS-TOTAL-AMOUNT       PIC 9(13)V99 VALUE 0.
       01 WS-DETAIL-COUNT       PIC 9(5) VALUE 0.
       01 WS-RUN-DATE           PIC 9(8).
               END-IF
           END-IF

      *> Bulk-job lines (AUD-SERVICE-TIER 'B') bill at the providers'
      *> deferred rate - LLM_BULK_RATE_PCT percent of list, default
      *> 50.
           DISPLAY 'LLM_BULK_RATE_PCT' UPON ENVIRONMENT-NAME
           ACCEPT WS-BULK-RATE-ENV FROM ENVIRONMENT-VALUE
           IF WS-BULK-RATE-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BULK-RATE-ENV)
                                        TO WS-BULK-RATE-PCT
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME.


       210-PRICE-AND-ALLOCATE.
           PERFORM 220-LOOKUP-MODEL-RATES
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

           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                   SET WS-FOUND TO TRUE
                   MOVE WS-RCACHE-IN(WS-RCACHE-IDX)  TO LLM-RATE-IN
                   MOVE WS-RCACHE-OUT(WS-RCACHE-IDX) TO LLM-RATE-OUT
                   MOVE WS-RCACHE-CW(WS-RCACHE-IDX)
                                         TO LLM-RATE-CACHE-WRITE
                   MOVE WS-RCACHE-CR(WS-RCACHE-IDX)
                                         TO LLM-RATE-CACHE-READ
               END-IF
           END-PERFORM

                       TO WS-RCACHE-IN(WS-RCACHE-IDX)
                   MOVE LLM-RATE-OUT
                       TO WS-RCACHE-OUT(WS-RCACHE-IDX)
                   MOVE LLM-RATE-CACHE-WRITE
                       TO WS-RCACHE-CW(WS-RCACHE-IDX)
                   MOVE LLM-RATE-CACHE-READ
                       TO WS-RCACHE-CR(WS-RCACHE-IDX)
               END-IF
           END-IF.

