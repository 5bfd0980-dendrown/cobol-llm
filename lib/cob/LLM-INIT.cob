       01 WS-CURL-RC                PIC S9(4) COMP.
       01 WS-ENV-API-KEY            PIC X(256).

      *> ---- key-age check against the key inventory -----------------
       COPY 'LLM-KEY-CHECK.cpy'.
       01 WS-CHK-PROVIDER           PIC X(20).
       01 WS-CHK-KEY                PIC X(256).
       01 WS-CHK-AGE-DISP           PIC Z(4)9.
       01 WS-CHK-LIMIT-DISP         PIC Z(3)9.

      *> ---- endpoint reachability probe -----------------------------
       01 WS-HEALTH-JSON-BODY       PIC X(8) VALUE '{}'.
       01 WS-HEALTH-RSP-CONTENT     PIC X(4096).

       000-MAIN.
           PERFORM 100-VALIDATE-CONFIG
           IF LLM-STAT-OK
               PERFORM 150-CHECK-KEY-AGE
           END-IF
           IF LLM-STAT-OK
               PERFORM 200-CURL-INIT
           END-IF
               MOVE WS-ENV-API-KEY   TO LLM-API-KEY
           END-IF

           IF LLM-API-KEY-NEXT = SPACES
               DISPLAY 'LLM_API_KEY_NEXT' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-API-KEY FROM ENVIRONMENT-VALUE
               MOVE WS-ENV-API-KEY   TO LLM-API-KEY-NEXT
           END-IF

           IF LLM-PROVIDER = SPACES
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-INIT: LLM-PROVIDER not set'
               GOBACK
           END-IF

      *> A misspelt scrub mode must not quietly fall back to masking
      *> when the run is counting on its replies being re-personalized.
           IF LLM-PII-MODE NOT = SPACES
           AND NOT LLM-PII-MASK
           AND NOT LLM-PII-TOKENIZE
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-INIT: LLM-PII-MODE must be MASK or TOKENIZE'
                                         TO LLM-STAT-MESSAGE
               GOBACK
           END-IF

      *> LLM-FB-PROVIDER left blank means no failover is configured;
      *> LLM-CHAT skips straight to giving up in that case.
           IF LLM-FB-PROVIDER NOT = SPACES


       110-VALIDATE-FALLBACK-CONFIG.
           IF LLM-FB-API-KEY-NEXT = SPACES
               DISPLAY 'LLM_FB_API_KEY_NEXT' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENV-API-KEY FROM ENVIRONMENT-VALUE
               MOVE WS-ENV-API-KEY   TO LLM-FB-API-KEY-NEXT
           END-IF

           IF NOT LLM-FB-PROVIDER-OLLAMA
           AND NOT LLM-FB-PROVIDER-CLAUDE
           AND NOT LLM-FB-PROVIDER-OPENAI
           END-IF.


      *> Every key this run could present - current and next, primary
      *> and fallback - is aged against the key inventory (see
      *> LLM-KEY-CHECK). One past hard expiry fails init outright
      *> rather than let the provider, or an auditor, find it first;
      *> one merely due for rotation is a console warning, as is a
      *> key missing from an inventory the shop does keep. Blank keys
      *> (an Ollama box needs none) are skipped.
       150-CHECK-KEY-AGE.
           MOVE LLM-PROVIDER             TO WS-CHK-PROVIDER
           MOVE LLM-API-KEY              TO WS-CHK-KEY
           PERFORM 160-CHECK-ONE-KEY
           MOVE LLM-API-KEY-NEXT         TO WS-CHK-KEY
           PERFORM 160-CHECK-ONE-KEY
           IF LLM-FB-PROVIDER NOT = SPACES
               MOVE LLM-FB-PROVIDER      TO WS-CHK-PROVIDER
               MOVE LLM-FB-API-KEY       TO WS-CHK-KEY
               PERFORM 160-CHECK-ONE-KEY
               MOVE LLM-FB-API-KEY-NEXT  TO WS-CHK-KEY
               PERFORM 160-CHECK-ONE-KEY
           END-IF.


       160-CHECK-ONE-KEY.
           IF WS-CHK-KEY NOT = SPACES AND LLM-STAT-OK
               INITIALIZE LLM-KEY-CHECK-AREA
               MOVE WS-CHK-PROVIDER      TO LLM-KEY-PROVIDER
               MOVE WS-CHK-KEY           TO LLM-KEY-VALUE
               CALL 'LLM-KEY-CHECK' USING LLM-KEY-CHECK-AREA
               MOVE SPACES               TO LLM-KEY-VALUE
               MOVE LLM-KEY-AGE-DAYS     TO WS-CHK-AGE-DISP
               EVALUATE TRUE
                   WHEN LLM-KEY-EXPIRED
                       MOVE LLM-KEY-EXPIRE-DAYS TO WS-CHK-LIMIT-DISP
                       SET LLM-STAT-CONFIG-ERR TO TRUE
                       STRING 'LLM-INIT: '   DELIMITED BY SIZE
                              FUNCTION TRIM(WS-CHK-PROVIDER)
                                             DELIMITED BY SIZE
                              ' key ...'     DELIMITED BY SIZE
                              LLM-KEY-HINT   DELIMITED BY SIZE
                              ' ('           DELIMITED BY SIZE
                              FUNCTION TRIM(LLM-KEY-LABEL)
                                             DELIMITED BY SIZE
                              ') is '        DELIMITED BY SIZE
                              FUNCTION TRIM(WS-CHK-AGE-DISP)
                                             DELIMITED BY SIZE
                              ' days old, past hard expiry of '
                                             DELIMITED BY SIZE
                              FUNCTION TRIM(WS-CHK-LIMIT-DISP)
                                             DELIMITED BY SIZE
                              ' days'        DELIMITED BY SIZE
                           INTO LLM-STAT-MESSAGE
                       END-STRING
                   WHEN LLM-KEY-ROTATE-DUE
                       MOVE LLM-KEY-ROTATE-DAYS TO WS-CHK-LIMIT-DISP
                       DISPLAY 'LLM-INIT: warning - '
                               FUNCTION TRIM(WS-CHK-PROVIDER)
                               ' key ...' LLM-KEY-HINT ' ('
                               FUNCTION TRIM(LLM-KEY-LABEL)
                               ', owner '
                               FUNCTION TRIM(LLM-KEY-OWNER)
                               ') is '
                               FUNCTION TRIM(WS-CHK-AGE-DISP)
                               ' days old, due for rotation at '
                               FUNCTION TRIM(WS-CHK-LIMIT-DISP)
                   WHEN LLM-KEY-UNLISTED AND LLM-KEY-INVENTORY-READ
                       DISPLAY 'LLM-INIT: warning - '
                               FUNCTION TRIM(WS-CHK-PROVIDER)
                               ' key ...' LLM-KEY-HINT
                               ' is not in the key inventory'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.


      *> Proxy URL/CA bundle path are handle-level curl settings, so
      *> they're passed once here rather than on every cob_curl_post
      *> call - blank fields mean "use the system default" for each.
