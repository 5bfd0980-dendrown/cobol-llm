               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT KEY-EVENT-LOG ASSIGN TO WS-KEV-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEV-FILE-STATUS.

           SELECT TOKEN-VAULT ASSIGN TO WS-VAULT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 FILLER                PIC X(1).
           05 LGR-TOKENS            PIC 9(12).

       FD  KEY-EVENT-LOG.
       COPY 'LLM-KEY-EVENT-RECORD.cpy'.

       FD  TOKEN-VAULT.
       COPY 'LLM-TOKEN-VAULT-RECORD.cpy'.

       WORKING-STORAGE SECTION.

      *> ---- audit trail (one line per LLM-CHAT call) -----------------
         05 WS-CLD-USAGE.
           10 WS-CLD-INPUT-TOKENS   PIC 9(9).
           10 WS-CLD-OUTPUT-TOKENS  PIC 9(9).
           10 WS-CLD-CACHE-CREATION-TOKENS PIC 9(9).
           10 WS-CLD-CACHE-READ-TOKENS     PIC 9(9).

       01 WS-OPENAI-RESPONSE.
         05 WS-OAI-RSP-ID           PIC X(64).
         05 WS-OAI-USAGE.
           10 WS-OAI-PROMPT-TOKENS     PIC 9(9).
           10 WS-OAI-COMPLETION-TOKENS PIC 9(9).
      *> OpenAI caches long prompt prefixes on its own - nothing to
      *> ask for - and reports the share it served from cache here,
      *> already included in prompt_tokens above.
           10 WS-OAI-PROMPT-TOKENS-DETAILS.
             15 WS-OAI-CACHED-TOKENS   PIC 9(9).

      *> ---- loop index --------------------------------------------
       01 WS-MSG-IDX                PIC 9(3) COMP.
       01 WS-STOP-IDX                PIC 9(1) COMP.
       01 WS-CLD-SYSTEM-PTR         PIC 9(9) COMP.

      *> ---- provider prompt caching ---------------------------------
      *> LLM_PROMPT_CACHE=N stops 220-BUILD-CLAUDE-REQUEST marking the
      *> system prompt cacheable (on by default - a prompt under the
      *> provider's minimum cacheable length is simply not cached).
      *> 225-GENERATE-CACHED-CLAUDE assembles the marked body here.
       01 WS-PROMPT-CACHE-ENV       PIC X(1).
       01 WS-PROMPT-CACHE-FLAG      PIC X(1) VALUE 'Y'.
         88 WS-PROMPT-CACHE-ON          VALUE 'Y'.
       01 WS-JSON-SPLICE            PIC X(65536).
       01 WS-JSON-SPLICE-PTR        PIC 9(6) COMP.
       01 WS-JSON-SPLICE-FLAG       PIC X(1).
         88 WS-JSON-SPLICE-FAILED       VALUE 'Y'.
       COPY 'LLM-JSON-ESCAPE.cpy'.

      *> ---- rate-limit retry/backoff ---------------------------------
       01 WS-RETRY-COUNT            PIC 9(2) COMP.
       01 WS-RETRY-DELAY            PIC 9(4) COMP.
       01 WS-SCRUB-RUN-LEN          PIC 9(4) COMP.
       01 WS-SCRUB-CHAR             PIC X(1).

      *> ---- reversible PII tokenization (LLM-PII-TOKENIZE) ----------
      *> The values tokenized for this call, numbered in order of
      *> first appearance - entry n is the value behind [PII-nnn], so
      *> the reply is restored from here without reading the vault
      *> back. A call with more distinct values than the table holds
      *> has the overflow masked as before rather than sent.
       01 WS-VAULT-FILENAME         PIC X(256).
       01 WS-VAULT-FILE-STATUS      PIC X(2).
       01 WS-VAULT-CMD              PIC X(300).
       01 WS-VAULT-DATE             PIC 9(8).
       01 WS-PII-TOKEN-COUNT        PIC 9(3) COMP VALUE 0.
       01 WS-PII-TOKEN-TABLE.
           05 WS-PII-TOKEN-ENTRY    OCCURS 100 TIMES
                                    INDEXED BY WS-PII-IDX.
             10 WS-PII-TBL-VALUE    PIC X(19).
             10 WS-PII-TBL-LEN      PIC 9(2) COMP.
       01 WS-PII-TOKEN.
           05 FILLER                PIC X(5) VALUE '[PII-'.
           05 WS-PII-TOKEN-NUM      PIC 9(3).
           05 FILLER                PIC X(1) VALUE ']'.
       01 WS-PII-TOKEN-LEN          PIC 9(2) COMP VALUE 9.
       01 WS-PII-RUN-VALUE          PIC X(19).
       01 WS-PII-FOUND-FLAG         PIC X(1).
         88 WS-PII-FOUND                VALUE 'Y'.
       01 WS-PII-TAIL               PIC X(32768).
       01 WS-PII-OUT                PIC X(32768).
       01 WS-PII-OUT-PTR            PIC 9(6) COMP.
       01 WS-PII-RSP-POS            PIC 9(6) COMP.
       01 WS-PII-RSP-LEN            PIC 9(6) COMP.
       01 WS-PII-TOKEN-NUM-TEXT     PIC X(3).
       01 WS-PII-RESTORED           PIC 9(5) COMP.

      *> ---- dual-key retry on 401 -----------------------------------
       01 WS-KEV-FILENAME           PIC X(256).
       01 WS-KEV-FILE-STATUS        PIC X(2).
       01 WS-KEY-SWAP               PIC X(256).
       01 WS-KEY-LEN                PIC 9(4) COMP.
       01 WS-KEY-FROM-HINT          PIC X(4).
       01 WS-KEY-TO-HINT            PIC X(4).
       01 WS-KEY-RESULT             PIC X(8).
       01 WS-KEV-TIMESTAMP.
           05 WS-KEV-DATE           PIC 9(8).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-KEV-TIME           PIC 9(8).

      *> ---- config-driven failover -------------------------------
       01 WS-FAILOVER-FLAG          PIC X(1) VALUE 'N'.
         88 WS-FAILED-OVER              VALUE 'Y'.
           MOVE 'N' TO WS-CACHE-HIT-FLAG
           MOVE 0   TO WS-CALL-ELAPSED-MS
           MOVE 0   TO WS-CDR-RETRIES
           MOVE 0   TO WS-PII-TOKEN-COUNT
           PERFORM 005-CONVERT-REQUEST-EBCDIC
           PERFORM 100-VALIDATE-REQUEST
           IF LLM-STAT-OK
           IF LLM-STAT-OK AND NOT WS-CACHE-HIT AND LLM-RSP-RATE-LIMIT
               PERFORM 310-RETRY-ON-RATE-LIMIT
           END-IF
           IF LLM-STAT-UNAUTH AND NOT WS-CACHE-HIT
               PERFORM 315-RETRY-WITH-OTHER-KEY
           END-IF
           IF NOT LLM-STAT-OK AND NOT WS-CACHE-HIT
               PERFORM 320-FAILOVER-TO-FALLBACK
           END-IF
           IF LLM-STAT-OK AND LLM-REQ-CACHE-ENABLED AND NOT WS-CACHE-HIT
               PERFORM 460-STORE-CACHE
           END-IF
      *> Tokens go back to real values only after the screen and the
      *> cache have seen the reply: the digit-echo check would take a
      *> restored account number for a leak, and the cache is shared
      *> by every record whose tokenized request is the same.
           IF LLM-STAT-OK AND WS-PII-TOKEN-COUNT > 0
               PERFORM 480-RESTORE-PII-TOKENS
           END-IF
           PERFORM 500-WRITE-AUDIT-LOG
           PERFORM 520-UPDATE-BUDGET-LEDGER
           PERFORM 530-WRITE-CALL-DETAIL
      *> consecutive digits (covers unformatted SSNs and most card
      *> numbers) is replaced with X's. Dash/space-formatted numbers
      *> would need a further pass, not attempted here.
      *> Under LLM-PII-TOKENIZE each run is swapped for a token
      *> instead (135-TOKENIZE-RUN) and the values filed in the vault.
       110-SCRUB-PII.
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
               UNTIL WS-MSG-IDX > LLM-REQ-MSG-COUNT
               PERFORM 120-SCRUB-DIGIT-RUNS
           END-PERFORM
           IF WS-PII-TOKEN-COUNT > 0
               PERFORM 115-WRITE-TOKEN-VAULT
           END-IF.


      *> One vault line per value tokenized for this call. The vault
      *> is created under a 077 umask, so it is owner-only from its
      *> first byte. A vault that cannot be written does not stop the
      *> call - the reply is still restored from the table above -
      *> but the console says so, since the values are then not on
      *> file for a later re-personalization.
       115-WRITE-TOKEN-VAULT.
           DISPLAY 'LLM_TOKEN_VAULT_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-VAULT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-VAULT-FILENAME = SPACES
               MOVE 'LLM-TOKEN-VAULT.DAT' TO WS-VAULT-FILENAME
           END-IF

           OPEN EXTEND TOKEN-VAULT
           IF WS-VAULT-FILE-STATUS = '35'
               MOVE SPACES               TO WS-VAULT-CMD
               STRING 'umask 077 && : > ''' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VAULT-FILENAME)
                                         DELIMITED BY SIZE
                      ''''               DELIMITED BY SIZE
                   INTO WS-VAULT-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-VAULT-CMD
               MOVE 0                    TO RETURN-CODE
               OPEN EXTEND TOKEN-VAULT
           END-IF
           IF WS-VAULT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-CHAT: cannot open LLM_TOKEN_VAULT_FILE '
                       FUNCTION TRIM(WS-VAULT-FILENAME)
                       ', status ' WS-VAULT-FILE-STATUS
                       ' - tokenized values not filed'
           ELSE
               ACCEPT WS-VAULT-DATE FROM DATE YYYYMMDD
               PERFORM VARYING WS-PII-IDX FROM 1 BY 1
                   UNTIL WS-PII-IDX > WS-PII-TOKEN-COUNT
                   MOVE SPACES           TO TOKEN-VAULT-RECORD
                   MOVE WS-VAULT-DATE    TO VLT-CREATED-DATE
                   MOVE LLM-REQ-RUN-ID   TO VLT-RUN-ID
                   MOVE LLM-REQ-RECORD-KEY TO VLT-RECORD-KEY
                   MOVE LLM-REQ-CALLER-ID TO VLT-CALLER
                   SET WS-PII-TOKEN-NUM  TO WS-PII-IDX
                   MOVE WS-PII-TOKEN     TO VLT-TOKEN
                   MOVE WS-PII-TBL-VALUE(WS-PII-IDX) TO VLT-VALUE
                   WRITE TOKEN-VAULT-RECORD
               END-PERFORM
               CLOSE TOKEN-VAULT
           END-IF.


       120-SCRUB-DIGIT-RUNS.

       130-MASK-RUN-IF-SENSITIVE.
           IF WS-SCRUB-RUN-LEN >= 9 AND WS-SCRUB-RUN-LEN <= 19
               IF LLM-PII-TOKENIZE
                   PERFORM 135-TOKENIZE-RUN
               ELSE
                   MOVE ALL 'X' TO LLM-REQ-MSG-CONTENT(WS-MSG-IDX)
                                (WS-SCRUB-RUN-START:WS-SCRUB-RUN-LEN)
               END-IF
           END-IF.


      *> The same value always gets the same token within a call, so
      *> the model can tell one account from another. The token is
      *> never longer than the run it replaces (9 characters against
      *> 9-19 digits), so the rest of the message closes up behind
      *> it, and the scan in 120 carries on from the character after
      *> the token.
       135-TOKENIZE-RUN.
           MOVE SPACES                   TO WS-PII-RUN-VALUE
           MOVE LLM-REQ-MSG-CONTENT(WS-MSG-IDX)
                    (WS-SCRUB-RUN-START:WS-SCRUB-RUN-LEN)
                                         TO WS-PII-RUN-VALUE
           MOVE 'N'                      TO WS-PII-FOUND-FLAG
           PERFORM VARYING WS-PII-IDX FROM 1 BY 1
               UNTIL WS-PII-IDX > WS-PII-TOKEN-COUNT OR WS-PII-FOUND
               IF WS-PII-TBL-VALUE(WS-PII-IDX) = WS-PII-RUN-VALUE
                   SET WS-PII-FOUND      TO TRUE
                   SET WS-PII-TOKEN-NUM  TO WS-PII-IDX
               END-IF
           END-PERFORM
           IF NOT WS-PII-FOUND AND WS-PII-TOKEN-COUNT < 100
               ADD 1                     TO WS-PII-TOKEN-COUNT
               SET WS-PII-IDX            TO WS-PII-TOKEN-COUNT
               MOVE WS-PII-RUN-VALUE     TO WS-PII-TBL-VALUE(WS-PII-IDX)
               MOVE WS-SCRUB-RUN-LEN     TO WS-PII-TBL-LEN(WS-PII-IDX)
               MOVE WS-PII-TOKEN-COUNT   TO WS-PII-TOKEN-NUM
               SET WS-PII-FOUND          TO TRUE
           END-IF

           IF NOT WS-PII-FOUND
               MOVE ALL 'X' TO LLM-REQ-MSG-CONTENT(WS-MSG-IDX)
                                (WS-SCRUB-RUN-START:WS-SCRUB-RUN-LEN)
           ELSE
               MOVE LLM-REQ-MSG-CONTENT(WS-MSG-IDX)
                    (WS-SCRUB-RUN-START + WS-SCRUB-RUN-LEN:)
                                         TO WS-PII-TAIL
               MOVE WS-PII-TOKEN TO LLM-REQ-MSG-CONTENT(WS-MSG-IDX)
                                (WS-SCRUB-RUN-START:WS-PII-TOKEN-LEN)
               MOVE WS-PII-TAIL  TO LLM-REQ-MSG-CONTENT(WS-MSG-IDX)
                                (WS-SCRUB-RUN-START + WS-PII-TOKEN-LEN:)
               COMPUTE WS-SCRUB-LEN = WS-SCRUB-LEN
                   - (WS-SCRUB-RUN-LEN - WS-PII-TOKEN-LEN)
               COMPUTE WS-SCRUB-POS = WS-SCRUB-RUN-START
                   + WS-PII-TOKEN-LEN
           END-IF.


                          TO WS-CLD-TOOL-INPUT-SCHEMA(WS-TOOL-IDX)
           END-PERFORM

           DISPLAY 'LLM_PROMPT_CACHE' UPON ENVIRONMENT-NAME
           ACCEPT WS-PROMPT-CACHE-ENV FROM ENVIRONMENT-VALUE
           IF FUNCTION UPPER-CASE(WS-PROMPT-CACHE-ENV) = 'N'
               MOVE 'N'              TO WS-PROMPT-CACHE-FLAG
           ELSE
               MOVE 'Y'              TO WS-PROMPT-CACHE-FLAG
           END-IF

           INITIALIZE WS-JSON-REQUEST
           IF WS-PROMPT-CACHE-ON AND WS-CLD-SYSTEM NOT = SPACES
               PERFORM 225-GENERATE-CACHED-CLAUDE
           ELSE
TODO           JSON GENERATE WS-JSON-REQUEST
                   FROM WS-CLAUDE-REQUEST
                   COUNT IN WS-JSON-REQUEST-LEN
                   ON EXCEPTION
                       SET LLM-STAT-JSON-ERR TO TRUE
                       MOVE 'LLM-CHAT: JSON GENERATE failed (Claude)'
                                         TO LLM-STAT-MESSAGE
               END-JSON
           END-IF.


      *> The system content is the library prompt every record of a
      *> run repeats, so it is the prefix worth caching: marked with
      *> cache_control, a repeat call within the cache lifetime bills
      *> it at the cache-read rate instead of the full input rate.
      *> Only the one-block array form of "system" can carry the
      *> marker, and that array can't be shaped out of
      *> WS-CLAUDE-REQUEST, so the body is generated without system
      *> and the marked block spliced in at the front. A prompt that
      *> won't fit escaped goes out the plain way, uncached.
       225-GENERATE-CACHED-CLAUDE.
           JSON GENERATE WS-JSON-REQUEST
               FROM WS-CLAUDE-REQUEST
               COUNT IN WS-JSON-REQUEST-LEN
               SUPPRESS WS-CLD-SYSTEM
               ON EXCEPTION
                   SET LLM-STAT-JSON-ERR TO TRUE
                   MOVE 'LLM-CHAT: JSON GENERATE failed (Claude)'
                                         TO LLM-STAT-MESSAGE
           END-JSON
           IF LLM-STAT-OK
               MOVE WS-CLD-SYSTEM        TO LLM-JSE-SOURCE
               MOVE 0                    TO LLM-JSE-MAX-LEN
               CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA
               MOVE SPACES               TO WS-JSON-SPLICE
               MOVE 1                    TO WS-JSON-SPLICE-PTR
               MOVE 'N'                  TO WS-JSON-SPLICE-FLAG
               IF NOT LLM-JSE-TRUNCATED
                   STRING '{"system":[{"type":"text","text":"'
                                             DELIMITED BY SIZE
                          LLM-JSE-TARGET(1:LLM-JSE-TARGET-LEN)
                                             DELIMITED BY SIZE
                          '","cache_control":{"type":"ephemeral"}}],'
                                             DELIMITED BY SIZE
                          WS-JSON-REQUEST(2:WS-JSON-REQUEST-LEN - 1)
                                             DELIMITED BY SIZE
                       INTO WS-JSON-SPLICE
                       WITH POINTER WS-JSON-SPLICE-PTR
                       ON OVERFLOW
                           MOVE 'Y'      TO WS-JSON-SPLICE-FLAG
                   END-STRING
               ELSE
                   MOVE 'Y'              TO WS-JSON-SPLICE-FLAG
               END-IF
               IF WS-JSON-SPLICE-FAILED
                   INITIALIZE WS-JSON-REQUEST
                   JSON GENERATE WS-JSON-REQUEST
                       FROM WS-CLAUDE-REQUEST
                       COUNT IN WS-JSON-REQUEST-LEN
                       ON EXCEPTION
                           SET LLM-STAT-JSON-ERR TO TRUE
                           MOVE
                             'LLM-CHAT: JSON GENERATE failed (Claude)'
                                         TO LLM-STAT-MESSAGE
                   END-JSON
               ELSE
                   MOVE WS-JSON-SPLICE   TO WS-JSON-REQUEST
                   COMPUTE WS-JSON-REQUEST-LEN = WS-JSON-SPLICE-PTR - 1
               END-IF
           END-IF.


      *> TODO: we'll probably need NAME clauses with JSON GENERATE
           END-IF.


      *> A 401 during a key rotation usually means the provider has
      *> already retired the key this job started with (or has not
      *> yet activated the one it was just handed). With a second
      *> key configured the call is re-sent once with it; when that
      *> key is accepted the two trade places in the caller's
      *> LLM-CONFIG, so every remaining call in the run goes out on
      *> the working key first rather than paying a 401 each time.
      *> When the other key is refused too they are put back as they
      *> were and the unauthorized status stands for failover. The
      *> switch goes to the console and to LLM_KEY_EVENT_LOG, keys
      *> named by their last four characters only.
       315-RETRY-WITH-OTHER-KEY.
           IF LLM-API-KEY-NEXT NOT = SPACES
               MOVE LLM-API-KEY          TO WS-KEY-SWAP
               PERFORM 317-TAKE-KEY-HINT
               MOVE WS-KEY-TO-HINT       TO WS-KEY-FROM-HINT
               MOVE LLM-API-KEY-NEXT     TO WS-KEY-SWAP
               PERFORM 317-TAKE-KEY-HINT
               DISPLAY 'LLM-CHAT: ' FUNCTION TRIM(LLM-PROVIDER)
                       ' refused key ...' WS-KEY-FROM-HINT
                       ' (unauthorized), retrying with key ...'
                       WS-KEY-TO-HINT

               MOVE LLM-API-KEY          TO WS-KEY-SWAP
               MOVE LLM-API-KEY-NEXT     TO LLM-API-KEY
               MOVE WS-KEY-SWAP          TO LLM-API-KEY-NEXT
               ADD 1 TO WS-CDR-RETRIES

               INITIALIZE LLM-STATUS
               PERFORM 300-CALL-CURL
               IF LLM-STAT-OK AND LLM-RSP-RATE-LIMIT
                   PERFORM 310-RETRY-ON-RATE-LIMIT
               END-IF

               IF LLM-STAT-UNAUTH
                   MOVE LLM-API-KEY      TO WS-KEY-SWAP
                   MOVE LLM-API-KEY-NEXT TO LLM-API-KEY
                   MOVE WS-KEY-SWAP      TO LLM-API-KEY-NEXT
                   DISPLAY 'LLM-CHAT: key ...' WS-KEY-TO-HINT
                           ' refused as well, reverting to key ...'
                           WS-KEY-FROM-HINT
               END-IF
               PERFORM 316-WRITE-KEY-EVENT
           END-IF.


       316-WRITE-KEY-EVENT.
           IF LLM-STAT-OK
               MOVE 'OK'                 TO WS-KEY-RESULT
           ELSE
               MOVE LLM-STAT-CODE        TO WS-KEY-RESULT
           END-IF

           DISPLAY 'LLM_KEY_EVENT_LOG' UPON ENVIRONMENT-NAME
           ACCEPT WS-KEV-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-KEV-FILENAME = SPACES
               MOVE 'LLM-KEY-EVENT.LOG'  TO WS-KEV-FILENAME
           END-IF

           OPEN EXTEND KEY-EVENT-LOG
           IF WS-KEV-FILE-STATUS = '35'
               OPEN OUTPUT KEY-EVENT-LOG
           END-IF
           IF WS-KEV-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-CHAT: cannot open LLM_KEY_EVENT_LOG, '
                       'status ' WS-KEV-FILE-STATUS
           ELSE
               ACCEPT WS-KEV-DATE FROM DATE YYYYMMDD
               ACCEPT WS-KEV-TIME FROM TIME
               MOVE SPACES               TO KEY-EVENT-RECORD
               MOVE WS-KEV-TIMESTAMP     TO KEV-TIMESTAMP
               MOVE LLM-PROVIDER         TO KEV-PROVIDER
               MOVE LLM-REQ-CALLER-ID    TO KEV-CALLER
               MOVE WS-KEY-FROM-HINT     TO KEV-FROM-HINT
               MOVE WS-KEY-TO-HINT       TO KEV-TO-HINT
               MOVE WS-KEY-RESULT        TO KEV-RESULT
               WRITE KEY-EVENT-RECORD
               CLOSE KEY-EVENT-LOG
           END-IF.


      *> Last four characters of WS-KEY-SWAP into WS-KEY-TO-HINT - the
      *> same hint LLM-KEY-CHECK matches against the key inventory.
       317-TAKE-KEY-HINT.
           MOVE SPACES                   TO WS-KEY-TO-HINT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-SWAP TRAILING))
                                         TO WS-KEY-LEN
           IF WS-KEY-LEN >= 4
               MOVE WS-KEY-SWAP(WS-KEY-LEN - 3:4) TO WS-KEY-TO-HINT
           ELSE
               MOVE WS-KEY-SWAP(1:WS-KEY-LEN)     TO WS-KEY-TO-HINT
           END-IF.


      *> Swaps in the fallback provider and re-runs the whole request
      *> once when the primary provider itself is the problem (curl
      *> error, timeout, auth failure, or a provider-side 5xx) - not
           MOVE LLM-FB-PROVIDER          TO LLM-PROVIDER
           MOVE LLM-FB-ENDPOINT-URL      TO LLM-ENDPOINT-URL
           MOVE LLM-FB-API-KEY           TO LLM-API-KEY
           MOVE LLM-FB-API-KEY-NEXT      TO LLM-API-KEY-NEXT
           MOVE LLM-FB-MODEL             TO LLM-MODEL
           MOVE LLM-FB-TIMEOUT-SECS      TO LLM-TIMEOUT-SECS
           MOVE LLM-FB-RETRY-MAX-ATTEMPTS
           END-IF
           IF LLM-STAT-OK AND LLM-RSP-RATE-LIMIT
               PERFORM 310-RETRY-ON-RATE-LIMIT
           END-IF
           IF LLM-STAT-UNAUTH
               PERFORM 315-RETRY-WITH-OTHER-KEY
           END-IF.


           MOVE WS-CLD-RSP-STOP-REASON   TO LLM-RSP-FINISH-REASON
           MOVE WS-CLD-INPUT-TOKENS      TO LLM-RSP-TOKENS-IN
           MOVE WS-CLD-OUTPUT-TOKENS     TO LLM-RSP-TOKENS-OUT
           MOVE WS-CLD-CACHE-CREATION-TOKENS
                                     TO LLM-RSP-TOKENS-CACHE-WRITE
           MOVE WS-CLD-CACHE-READ-TOKENS TO LLM-RSP-TOKENS-CACHE-READ
           PERFORM 440-CHECK-TRUNCATION.


           MOVE WS-OAI-RSP-FINISH-REASON(1) TO LLM-RSP-FINISH-REASON
           MOVE WS-OAI-PROMPT-TOKENS        TO LLM-RSP-TOKENS-IN
           MOVE WS-OAI-COMPLETION-TOKENS    TO LLM-RSP-TOKENS-OUT
           IF WS-OAI-CACHED-TOKENS > 0
           AND WS-OAI-CACHED-TOKENS <= WS-OAI-PROMPT-TOKENS
               MOVE WS-OAI-CACHED-TOKENS    TO LLM-RSP-TOKENS-CACHE-READ
               SUBTRACT WS-OAI-CACHED-TOKENS FROM LLM-RSP-TOKENS-IN
           END-IF
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
               UNTIL WS-TC-IDX > 8
                  OR WS-OAI-TC-NAME(1, WS-TC-IDX) = SPACES
           END-IF.


      *> Swaps every [PII-nnn] this call issued back for its value,
      *> rebuilding the reply in WS-PII-OUT. A token the call did not
      *> issue (the model inventing [PII-999]) is left as it stands.
       480-RESTORE-PII-TOKENS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LLM-RSP-CONTENT
                                              TRAILING))
                                         TO WS-PII-RSP-LEN
           MOVE SPACES                   TO WS-PII-OUT
           MOVE 1                        TO WS-PII-OUT-PTR
           MOVE 0                        TO WS-PII-RESTORED
           MOVE 1                        TO WS-PII-RSP-POS
           PERFORM UNTIL WS-PII-RSP-POS > WS-PII-RSP-LEN
                      OR WS-PII-OUT-PTR > LENGTH OF WS-PII-OUT
               PERFORM 481-RESTORE-ONE-POSITION
           END-PERFORM
           IF WS-PII-RESTORED > 0
               MOVE WS-PII-OUT           TO LLM-RSP-CONTENT
               COMPUTE LLM-RSP-CONTENT-LEN = WS-PII-OUT-PTR - 1
           END-IF.


       481-RESTORE-ONE-POSITION.
           MOVE 'N'                      TO WS-PII-FOUND-FLAG
           IF WS-PII-RSP-POS + WS-PII-TOKEN-LEN - 1 <= WS-PII-RSP-LEN
           AND LLM-RSP-CONTENT(WS-PII-RSP-POS:5) = '[PII-'
           AND LLM-RSP-CONTENT(WS-PII-RSP-POS + 8:1) = ']'
               MOVE LLM-RSP-CONTENT(WS-PII-RSP-POS + 5:3)
                                         TO WS-PII-TOKEN-NUM-TEXT
               IF WS-PII-TOKEN-NUM-TEXT IS NUMERIC
                   MOVE WS-PII-TOKEN-NUM-TEXT TO WS-PII-TOKEN-NUM
                   IF WS-PII-TOKEN-NUM >= 1
                   AND WS-PII-TOKEN-NUM <= WS-PII-TOKEN-COUNT
                       SET WS-PII-FOUND  TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-PII-FOUND
               SET WS-PII-IDX            TO WS-PII-TOKEN-NUM
               STRING WS-PII-TBL-VALUE(WS-PII-IDX)
                          (1:WS-PII-TBL-LEN(WS-PII-IDX))
                                         DELIMITED BY SIZE
                   INTO WS-PII-OUT
                   WITH POINTER WS-PII-OUT-PTR
               END-STRING
               ADD WS-PII-TOKEN-LEN      TO WS-PII-RSP-POS
               ADD 1                     TO WS-PII-RESTORED
           ELSE
               MOVE LLM-RSP-CONTENT(WS-PII-RSP-POS:1)
                             TO WS-PII-OUT(WS-PII-OUT-PTR:1)
               ADD 1                     TO WS-PII-OUT-PTR
               ADD 1                     TO WS-PII-RSP-POS
           END-IF.


      *> Appends one line per call to the audit trail so calling
      *> programs get chargeback/compliance logging for free.
      *> Path comes from LLM_AUDIT_LOG, defaulting to LLM-AUDIT.LOG.
               MOVE LLM-STAT-CODE            TO AUD-STAT-CODE
               MOVE LLM-REQ-PROMPT-ID        TO AUD-PROMPT-ID
               MOVE LLM-REQ-PROMPT-VERSION   TO AUD-PROMPT-VERSION
               MOVE LLM-RSP-TOKENS-CACHE-WRITE
                                         TO AUD-CACHE-WRITE-TOKENS
               MOVE LLM-RSP-TOKENS-CACHE-READ
                                         TO AUD-CACHE-READ-TOKENS
               IF LLM-FINISH-MAX-TOK
               OR LLM-STAT-TRUNCATED
                   SET AUD-TRUNCATED         TO TRUE
               END-IF
               DISPLAY 'LLM_CONFIG_FINGERPRINT' UPON ENVIRONMENT-NAME
               ACCEPT AUD-CONFIG-FINGERPRINT FROM ENVIRONMENT-VALUE
               PERFORM 505-COMPUTE-AUDIT-CHAIN
               MOVE WS-CHAIN-RESULT          TO AUD-CHAIN
               WRITE AUDIT-LOG-RECORD
       520-UPDATE-BUDGET-LEDGER.
           COMPUTE WS-BUDGET-CALL-TOKENS =
               LLM-RSP-TOKENS-IN + LLM-RSP-TOKENS-OUT
               + LLM-RSP-TOKENS-CACHE-WRITE + LLM-RSP-TOKENS-CACHE-READ
           IF WS-BUDGET-FILENAME = SPACES
           OR LLM-REQ-CALLER-ID = SPACES
           OR NOT WS-BUDGET-LISTED
               MOVE WS-CACHE-HIT-FLAG    TO CDR-CACHE-FLAG
               MOVE LLM-RSP-STATUS       TO CDR-HTTP-STATUS
               MOVE LLM-STAT-CODE        TO CDR-STAT-CODE
               MOVE LLM-RSP-TOKENS-CACHE-WRITE
                                         TO CDR-CACHE-WRITE-TOKENS
               MOVE LLM-RSP-TOKENS-CACHE-READ
                                         TO CDR-CACHE-READ-TOKENS
               WRITE CALL-DETAIL-RECORD
               CLOSE CALL-DETAIL-LOG
           END-IF.
