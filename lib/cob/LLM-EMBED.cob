      *> Desc    : Send a text-embedding request to the LLM provider,
      *>           returning a fixed-size floating-point vector.
      *>           Mirrors LLM-CHAT's validate/build/call/parse shape,
      *>           and sits under the same governance: the caller's
      *>           daily token budget (LLM_BUDGET_FILE) and provider
      *>           allow-list (LLM_PROVIDER_POLICY_FILE) are checked
      *>           before the call, and every call writes an audit
      *>           line (chained like LLM-CHAT's) and a call-detail
      *>           line, both marked as an embedding call, so the
      *>           chargeback, rollup, SLA and invoice reporting see
      *>           embedding spend alongside chat. LLM-CHAT's
      *>           cache/mock/rate-limit trimmings are still left out
      *>           - an embeddings batch runs at a different volume
      *>           and cost profile than chat.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT CALL-DETAIL-LOG ASSIGN TO WS-CDR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CDR-FILE-STATUS.

      *> Same <audit-log>.chain sidecar LLM-CHAT keeps, under the
      *> same exclusive lock - embedding and chat calls append to
      *> one audit log and must extend one chain, not fork it.
           SELECT CHAIN-FILE ASSIGN TO WS-CHAIN-FILENAME
               ORGANIZATION SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CHAIN-FILE-STATUS.

           SELECT POLICY-FILE ASSIGN TO WS-POLICY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT BUDGET-FILE ASSIGN TO WS-BUDGET-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-LOG.
       COPY 'LLM-AUDIT-RECORD.cpy'.

       FD  CHAIN-FILE.
       01 CHAIN-SIDECAR-RECORD.
           05 CHS-VALUE             PIC 9(9).

       FD  CALL-DETAIL-LOG.
       COPY 'LLM-CALL-DETAIL-RECORD.cpy'.

      *> Same layouts as LLM-CHAT's - one policy file, one budget
      *> file and one ledger serve both modules.
       FD  POLICY-FILE.
       01 POLICY-FILE-RECORD.
           05 POL-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 POL-PROVIDERS         PIC X(200).

       FD  BUDGET-FILE.
       01 BUDGET-FILE-RECORD.
           05 BGT-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 BGT-ALLOWANCE-TEXT    PIC X(12).

       FD  LEDGER-FILE.
       01 LEDGER-FILE-RECORD.
           05 LGR-DATE              PIC 9(8).
           05 FILLER                PIC X(1).
           05 LGR-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 LGR-TOKENS            PIC 9(12).

       WORKING-STORAGE SECTION.

      *> ---- audit trail (one line per LLM-EMBED call) ----------------
       01 WS-AUDIT-FILENAME         PIC X(256).
       01 WS-AUDIT-FILE-STATUS      PIC X(2).
       01 WS-AUDIT-DATE             PIC 9(8).
       01 WS-AUDIT-TIME             PIC 9(8).
       01 WS-AUDIT-TIMESTAMP.
           05 WS-AUD-TS-DATE        PIC 9(8).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-AUD-TS-TIME        PIC 9(8).
       01 WS-CHAIN-FILENAME         PIC X(256).
       01 WS-CHAIN-FILE-STATUS      PIC X(2).
       01 WS-CHAIN-PREV             PIC 9(9).
       01 WS-CHAIN-RESULT           PIC 9(9).
       01 WS-CHAIN-LOCK-TRIES       PIC 9(4) COMP.
       01 WS-CHAIN-OPEN-FLAG        PIC X(1) VALUE 'N'.
         88 WS-CHAIN-IS-OPEN            VALUE 'Y'.
       01 WS-CHAIN-ONE-SEC          PIC 9(4) COMP VALUE 1.

      *> ---- call-detail capture (latency/SLA record) -------------------
      *> Wall-clock around the cob_curl_post, same 10ms grain as
      *> LLM-CHAT's figure.
       01 WS-CDR-FILENAME           PIC X(256).
       01 WS-CDR-FILE-STATUS        PIC X(2).
       01 WS-CALL-ELAPSED-MS        PIC 9(9) VALUE 0.
       01 WS-CLK-DATE               PIC 9(8).
       01 WS-CLK-TIME               PIC 9(8).
       01 WS-CLK-TIME-R REDEFINES WS-CLK-TIME.
           05 WS-CLK-HH             PIC 9(2).
           05 WS-CLK-MM             PIC 9(2).
           05 WS-CLK-SS             PIC 9(2).
           05 WS-CLK-CC             PIC 9(2).
       01 WS-CLK-START-JULIAN       PIC 9(7) COMP.
       01 WS-CLK-START-CSECS        PIC 9(9) COMP.
       01 WS-CLK-END-JULIAN         PIC 9(7) COMP.
       01 WS-CLK-END-CSECS          PIC 9(9) COMP.
       01 WS-CLK-DELTA-CSECS        PIC S9(9) COMP.

      *> ---- caller-to-provider governance allow-list --------------------
      *> Same LLM_PROVIDER_POLICY_FILE and rules as LLM-CHAT: a
      *> caller the file doesn't list is unrestricted.
       01 WS-POLICY-FILENAME        PIC X(256).
       01 WS-POLICY-FILE-STATUS     PIC X(2).
       01 WS-POLICY-EOF-FLAG        PIC X(1).
         88 WS-POLICY-EOF               VALUE 'Y'.
       01 WS-POLICY-LISTED-FLAG     PIC X(1).
         88 WS-POLICY-LISTED            VALUE 'Y'.
       01 WS-POLICY-PROVIDERS       PIC X(200).
       01 WS-POLICY-ENTRY-TABLE.
           05 WS-POLICY-ENTRY       OCCURS 8 TIMES
                                    INDEXED BY WS-POLICY-IDX
                                    PIC X(25).
       01 WS-POLICY-CHECK-PROVIDER  PIC X(20).
       01 WS-POLICY-ALLOWED-FLAG    PIC X(1).
         88 WS-POLICY-ALLOWED           VALUE 'Y'.

      *> ---- per-caller daily token budget -------------------------------
      *> Same LLM_BUDGET_FILE / LLM_BUDGET_LEDGER / LLM_BUDGET_WARN_PCT
      *> as LLM-CHAT, so a caller's embedding and chat tokens draw
      *> down one daily allowance.
       01 WS-BUDGET-FILENAME        PIC X(256).
       01 WS-BUDGET-FILE-STATUS     PIC X(2).
       01 WS-LEDGER-FILENAME        PIC X(256).
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-BUDGET-EOF-FLAG        PIC X(1).
         88 WS-BUDGET-EOF               VALUE 'Y'.
       01 WS-BUDGET-ALLOWANCE       PIC 9(12).
       01 WS-BUDGET-LISTED-FLAG     PIC X(1).
         88 WS-BUDGET-LISTED            VALUE 'Y'.
       01 WS-BUDGET-SPENT           PIC 9(12).
       01 WS-BUDGET-WARN-PCT-ENV    PIC X(3).
       01 WS-BUDGET-WARN-PCT        PIC 9(3) VALUE 80.
       01 WS-BUDGET-TODAY           PIC 9(8).
       01 WS-BUDGET-CALL-TOKENS     PIC 9(12).
       01 WS-LEDGER-COUNT           PIC 9(4) COMP VALUE 0.
       01 WS-LEDGER-HIT             PIC 9(4) COMP.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY       OCCURS 1000 TIMES
                                    INDEXED BY WS-LEDGER-IDX.
             10 WS-LGR-TBL-DATE     PIC 9(8).
             10 WS-LGR-TBL-CALLER   PIC X(30).
             10 WS-LGR-TBL-TOKENS   PIC 9(12).

      *> ---- input-token estimate when the provider reports none ------
       01 WS-INPUT-LEN              PIC 9(6) COMP.

      *> ---- curl shim interface ------------------------------------
       01 WS-CURL-RC                PIC S9(4) COMP.
       01 WS-HTTP-STATUS            PIC S9(9) COMP.
       000-MAIN.
           INITIALIZE LLM-STATUS
           INITIALIZE LLM-EMBED-RESPONSE
           MOVE 0   TO WS-CALL-ELAPSED-MS
           PERFORM 100-VALIDATE-REQUEST
           IF LLM-STAT-OK
               PERFORM 140-CHECK-TOKEN-BUDGET
           END-IF
           IF LLM-STAT-OK
               PERFORM 150-CHECK-PROVIDER-POLICY
           END-IF
           IF LLM-STAT-OK
               PERFORM 200-BUILD-REQUEST
           END-IF
           IF LLM-STAT-OK
               PERFORM 400-PARSE-RESPONSE
           END-IF
           PERFORM 500-WRITE-AUDIT-LOG
           PERFORM 520-UPDATE-BUDGET-LEDGER
           PERFORM 530-WRITE-CALL-DETAIL
           GOBACK.


           END-IF.


       140-CHECK-TOKEN-BUDGET.
           DISPLAY 'LLM_BUDGET_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-BUDGET-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-BUDGET-FILENAME = SPACES
           OR LLM-EMB-CALLER-ID = SPACES
               CONTINUE
           ELSE
               PERFORM 141-FIND-CALLER-ALLOWANCE
               IF WS-BUDGET-LISTED
                   PERFORM 142-LOAD-LEDGER
                   PERFORM 143-ENFORCE-ALLOWANCE
               END-IF
           END-IF.


       141-FIND-CALLER-ALLOWANCE.
           MOVE 'N' TO WS-BUDGET-LISTED-FLAG
           MOVE 0   TO WS-BUDGET-ALLOWANCE
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-EMBED: cannot open LLM_BUDGET_FILE, '
                       'status ' WS-BUDGET-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-BUDGET-EOF-FLAG
               PERFORM UNTIL WS-BUDGET-EOF
                   READ BUDGET-FILE
                       AT END
                           SET WS-BUDGET-EOF TO TRUE
                       NOT AT END
                           IF BGT-CALLER = LLM-EMB-CALLER-ID
                           AND BGT-CALLER(1:1) NOT = '*'
                               MOVE FUNCTION NUMVAL(BGT-ALLOWANCE-TEXT)
                                         TO WS-BUDGET-ALLOWANCE
                               SET WS-BUDGET-LISTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.


       142-LOAD-LEDGER.
           ACCEPT WS-BUDGET-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-BUDGET-SPENT
           MOVE 0 TO WS-LEDGER-COUNT

           DISPLAY 'LLM_BUDGET_LEDGER' UPON ENVIRONMENT-NAME
           ACCEPT WS-LEDGER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-LEDGER-FILENAME = SPACES
               MOVE 'LLM-BUDGET-LEDGER.DAT' TO WS-LEDGER-FILENAME
           END-IF

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = '00'
               MOVE 'N' TO WS-BUDGET-EOF-FLAG
               PERFORM UNTIL WS-BUDGET-EOF
                   READ LEDGER-FILE
                       AT END
                           SET WS-BUDGET-EOF TO TRUE
                       NOT AT END
                           IF WS-LEDGER-COUNT < 1000
                               ADD 1 TO WS-LEDGER-COUNT
                               SET WS-LEDGER-IDX TO WS-LEDGER-COUNT
                               MOVE LGR-DATE
                                   TO WS-LGR-TBL-DATE(WS-LEDGER-IDX)
                               MOVE LGR-CALLER
                                   TO WS-LGR-TBL-CALLER(WS-LEDGER-IDX)
                               MOVE LGR-TOKENS
                                   TO WS-LGR-TBL-TOKENS(WS-LEDGER-IDX)
                               IF LGR-DATE = WS-BUDGET-TODAY
                               AND LGR-CALLER = LLM-EMB-CALLER-ID
                                   MOVE LGR-TOKENS TO WS-BUDGET-SPENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.


       143-ENFORCE-ALLOWANCE.
           IF WS-BUDGET-SPENT >= WS-BUDGET-ALLOWANCE
               SET LLM-STAT-BUDGET-EXCEEDED TO TRUE
               STRING 'LLM-EMBED: daily token budget spent for caller '
                                             DELIMITED BY SIZE
                      FUNCTION TRIM(LLM-EMB-CALLER-ID)
                                             DELIMITED BY SIZE
                   INTO LLM-STAT-MESSAGE
               END-STRING
           ELSE
               DISPLAY 'LLM_BUDGET_WARN_PCT' UPON ENVIRONMENT-NAME
               ACCEPT WS-BUDGET-WARN-PCT-ENV FROM ENVIRONMENT-VALUE
               IF WS-BUDGET-WARN-PCT-ENV NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-BUDGET-WARN-PCT-ENV)
                                         TO WS-BUDGET-WARN-PCT
               END-IF
               IF WS-BUDGET-SPENT * 100
                       >= WS-BUDGET-ALLOWANCE * WS-BUDGET-WARN-PCT
                   DISPLAY 'LLM-EMBED: caller '
                           FUNCTION TRIM(LLM-EMB-CALLER-ID)
                           ' has used ' WS-BUDGET-SPENT ' of '
                           WS-BUDGET-ALLOWANCE
                           ' daily budget tokens'
               END-IF
           END-IF.


      *> Fails the call with LLM-STAT-PROVIDER-DENIED when the policy
      *> file clears this caller for providers and the active one is
      *> not among them - the text being embedded goes to the
      *> provider just as a chat prompt would.
       150-CHECK-PROVIDER-POLICY.
           PERFORM 151-LOAD-CALLER-POLICY
           IF WS-POLICY-LISTED
               MOVE LLM-PROVIDER         TO WS-POLICY-CHECK-PROVIDER
               PERFORM 152-IS-PROVIDER-PERMITTED
               IF NOT WS-POLICY-ALLOWED
                   SET LLM-STAT-PROVIDER-DENIED TO TRUE
                   STRING 'LLM-EMBED: caller '     DELIMITED BY SIZE
                          FUNCTION TRIM(LLM-EMB-CALLER-ID)
                                                  DELIMITED BY SIZE
                          ' not cleared for provider '
                                                  DELIMITED BY SIZE
                          FUNCTION TRIM(LLM-PROVIDER)
                                                  DELIMITED BY SIZE
                       INTO LLM-STAT-MESSAGE
                   END-STRING
               END-IF
           END-IF.


       151-LOAD-CALLER-POLICY.
           MOVE 'N'    TO WS-POLICY-LISTED-FLAG
           MOVE SPACES TO WS-POLICY-PROVIDERS
           DISPLAY 'LLM_PROVIDER_POLICY_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-POLICY-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-POLICY-FILENAME = SPACES
           OR LLM-EMB-CALLER-ID = SPACES
               CONTINUE
           ELSE
               OPEN INPUT POLICY-FILE
               IF WS-POLICY-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-EMBED: cannot open '
                           'LLM_PROVIDER_POLICY_FILE, status '
                           WS-POLICY-FILE-STATUS
               ELSE
                   MOVE 'N' TO WS-POLICY-EOF-FLAG
                   PERFORM UNTIL WS-POLICY-EOF
                       READ POLICY-FILE
                           AT END
                               SET WS-POLICY-EOF TO TRUE
                           NOT AT END
                               IF POL-CALLER = LLM-EMB-CALLER-ID
                               AND POL-CALLER(1:1) NOT = '*'
                                   SET WS-POLICY-LISTED TO TRUE
                                   MOVE POL-PROVIDERS
                                       TO WS-POLICY-PROVIDERS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POLICY-FILE
               END-IF
           END-IF.


       152-IS-PROVIDER-PERMITTED.
           MOVE 'N' TO WS-POLICY-ALLOWED-FLAG
           INITIALIZE WS-POLICY-ENTRY-TABLE
           UNSTRING WS-POLICY-PROVIDERS DELIMITED BY ','
               INTO WS-POLICY-ENTRY(1) WS-POLICY-ENTRY(2)
                    WS-POLICY-ENTRY(3) WS-POLICY-ENTRY(4)
                    WS-POLICY-ENTRY(5) WS-POLICY-ENTRY(6)
                    WS-POLICY-ENTRY(7) WS-POLICY-ENTRY(8)
           END-UNSTRING
           PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
               UNTIL WS-POLICY-IDX > 8 OR WS-POLICY-ALLOWED
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-POLICY-ENTRY(WS-POLICY-IDX)))
                   = FUNCTION TRIM(WS-POLICY-CHECK-PROVIDER)
                   SET WS-POLICY-ALLOWED TO TRUE
               END-IF
           END-PERFORM.


      *> cob_curl_post has no operation-type parameter - for a chat
      *> call the plain LLM-ENDPOINT-URL is enough because the shim
      *> only ever routes LLM-PROVIDER to that provider's chat path.
           INITIALIZE WS-ERR-MSG
           INITIALIZE WS-RSP-CONTENT

           ACCEPT WS-CLK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLK-TIME FROM TIME
           COMPUTE WS-CLK-START-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-CLK-DATE)
           COMPUTE WS-CLK-START-CSECS =
               ((WS-CLK-HH * 3600 + WS-CLK-MM * 60 + WS-CLK-SS)
                   * 100) + WS-CLK-CC

           CALL 'cob_curl_post' USING
               BY REFERENCE WS-CALL-URL
               BY REFERENCE LLM-API-KEY
               BY REFERENCE LLM-PROVIDER
               RETURNING WS-CURL-RC

           ACCEPT WS-CLK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLK-TIME FROM TIME
           COMPUTE WS-CLK-END-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-CLK-DATE)
           COMPUTE WS-CLK-END-CSECS =
               ((WS-CLK-HH * 3600 + WS-CLK-MM * 60 + WS-CLK-SS)
                   * 100) + WS-CLK-CC
           COMPUTE WS-CLK-DELTA-CSECS =
               (WS-CLK-END-JULIAN - WS-CLK-START-JULIAN) * 8640000
               + (WS-CLK-END-CSECS - WS-CLK-START-CSECS)
           IF WS-CLK-DELTA-CSECS > 0
               COMPUTE WS-CALL-ELAPSED-MS = WS-CLK-DELTA-CSECS * 10
           END-IF

           MOVE WS-HTTP-STATUS           TO LLM-EMB-RSP-STATUS

      *> No early GOBACK on a transport failure - the call still
      *> has to reach the audit and call-detail writers in 000-MAIN.
           EVALUATE WS-CURL-RC
               WHEN 0
                   CONTINUE
               WHEN 3
                   SET LLM-STAT-TIMEOUT  TO TRUE
                   MOVE WS-ERR-MSG       TO LLM-STAT-MESSAGE
               WHEN OTHER
                   SET LLM-STAT-CURL-ERR TO TRUE
                   MOVE WS-ERR-MSG       TO LLM-STAT-MESSAGE
           END-EVALUATE

           IF WS-CURL-RC = 0 AND NOT LLM-EMB-RSP-OK
               EVALUATE LLM-EMB-RSP-STATUS
                   WHEN 401
                       SET LLM-STAT-UNAUTH       TO TRUE
               WHEN LLM-PROVIDER-AZURE-OPENAI
                   PERFORM 430-PARSE-OPENAI-EMBED-RESPONSE
           END-EVALUATE
           MOVE LLM-MODEL                TO LLM-EMB-MODEL
           IF LLM-STAT-OK AND LLM-EMB-TOKENS-IN = 0
               PERFORM 440-ESTIMATE-INPUT-TOKENS
           END-IF.


       410-PARSE-OLLAMA-EMBED-RESPONSE.
                   SET LLM-STAT-JSON-ERR TO TRUE
                   MOVE 'LLM-EMBED: JSON PARSE failed (Ollama)'
                                         TO LLM-STAT-MESSAGE
           END-JSON

           IF LLM-STAT-OK
               IF WS-OLL-EMB-VEC-COUNT > 4096
                   MOVE 4096             TO WS-OLL-EMB-VEC-COUNT
               END-IF
               MOVE 0                    TO LLM-EMB-DIMENSION-COUNT
               PERFORM VARYING WS-VEC-IDX FROM 1 BY 1
                   UNTIL WS-VEC-IDX > WS-OLL-EMB-VEC-COUNT
                   MOVE WS-OLL-EMB-VECTOR(WS-VEC-IDX)
                                     TO LLM-EMB-VECTOR(WS-VEC-IDX)
                   ADD 1                 TO LLM-EMB-DIMENSION-COUNT
               END-PERFORM
           END-IF.


       430-PARSE-OPENAI-EMBED-RESPONSE.
                   SET LLM-STAT-JSON-ERR TO TRUE
                   MOVE 'LLM-EMBED: JSON PARSE failed (OpenAI)'
                                         TO LLM-STAT-MESSAGE
           END-JSON

           IF LLM-STAT-OK
               IF WS-OAI-EMB-VEC-COUNT(1) > 4096
                   MOVE 4096             TO WS-OAI-EMB-VEC-COUNT(1)
               END-IF
               MOVE 0                    TO LLM-EMB-DIMENSION-COUNT
               PERFORM VARYING WS-VEC-IDX FROM 1 BY 1
                   UNTIL WS-VEC-IDX > WS-OAI-EMB-VEC-COUNT(1)
                   MOVE WS-OAI-EMB-VECTOR(1, WS-VEC-IDX)
                                     TO LLM-EMB-VECTOR(WS-VEC-IDX)
                   ADD 1                 TO LLM-EMB-DIMENSION-COUNT
               END-PERFORM
               MOVE WS-OAI-EMB-PROMPT-TOKENS TO LLM-EMB-TOKENS-IN
           END-IF.


      *> Ollama's embeddings reply carries no token count (and an
      *> OpenAI-compatible server may omit usage), but the budget
      *> ledger and the pricing programs need one - so estimate at
      *> the same four-characters-a-token LLM-BATCH-ESTIMATE uses.
       440-ESTIMATE-INPUT-TOKENS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LLM-EMB-INPUT-TEXT
                                              TRAILING))
                                         TO WS-INPUT-LEN
           COMPUTE LLM-EMB-TOKENS-IN = WS-INPUT-LEN / 4 + 1.


      *> Same audit log, line layout and tamper chain as LLM-CHAT,
      *> with AUD-CALL-TYPE marking the line as an embedding call.
      *> Everything an embedding consumes is input, so the output
      *> and prompt-cache columns are zero.
       500-WRITE-AUDIT-LOG.
           DISPLAY 'LLM_AUDIT_LOG' UPON ENVIRONMENT-NAME
           ACCEPT WS-AUDIT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-AUDIT-FILENAME = SPACES
               MOVE 'LLM-AUDIT.LOG'      TO WS-AUDIT-FILENAME
           END-IF

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-DATE            TO WS-AUD-TS-DATE
           MOVE WS-AUDIT-TIME            TO WS-AUD-TS-TIME

           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-EMBED: cannot open LLM_AUDIT_LOG, status '
                       WS-AUDIT-FILE-STATUS
           ELSE
               MOVE SPACES                   TO AUDIT-LOG-RECORD
               MOVE WS-AUDIT-TIMESTAMP       TO AUD-TIMESTAMP
               MOVE LLM-PROVIDER             TO AUD-PROVIDER
               MOVE LLM-MODEL                TO AUD-MODEL
               MOVE LLM-EMB-CALLER-ID        TO AUD-CALLER
               MOVE LLM-EMB-TOKENS-IN        TO AUD-TOKENS-IN
               MOVE 0                        TO AUD-TOKENS-OUT
               MOVE LLM-STAT-CODE            TO AUD-STAT-CODE
               MOVE 0                        TO AUD-PROMPT-VERSION
               MOVE 0                        TO AUD-CACHE-WRITE-TOKENS
               MOVE 0                        TO AUD-CACHE-READ-TOKENS
               SET AUD-CALL-EMBED            TO TRUE
               DISPLAY 'LLM_CONFIG_FINGERPRINT' UPON ENVIRONMENT-NAME
               ACCEPT AUD-CONFIG-FINGERPRINT FROM ENVIRONMENT-VALUE
               PERFORM 505-COMPUTE-AUDIT-CHAIN
               MOVE WS-CHAIN-RESULT          TO AUD-CHAIN
               WRITE AUDIT-LOG-RECORD
               CLOSE AUDIT-LOG
               PERFORM 506-SAVE-CHAIN-SIDECAR
           END-IF.


      *> Identical to LLM-CHAT's 505/506/507: the sidecar lock
      *> serializes the read-append-rewrite across every process,
      *> chat or embedding, sharing the log.
       505-COMPUTE-AUDIT-CHAIN.
           STRING FUNCTION TRIM(WS-AUDIT-FILENAME) DELIMITED BY SIZE
                  '.chain'               DELIMITED BY SIZE
                  INTO WS-CHAIN-FILENAME
           END-STRING

           MOVE 0 TO WS-CHAIN-PREV
           PERFORM 507-LOCK-CHAIN-SIDECAR
           IF WS-CHAIN-IS-OPEN
               READ CHAIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHS-VALUE IS NUMERIC
                           MOVE CHS-VALUE TO WS-CHAIN-PREV
                       END-IF
               END-READ
           END-IF

           CALL 'LLM-AUDIT-CHAIN' USING WS-CHAIN-PREV
                                        AUDIT-LOG-RECORD
                                        WS-CHAIN-RESULT.


       506-SAVE-CHAIN-SIDECAR.
           IF WS-CHAIN-IS-OPEN
               MOVE WS-CHAIN-RESULT      TO CHS-VALUE
               REWRITE CHAIN-SIDECAR-RECORD
               CLOSE CHAIN-FILE
               MOVE 'N' TO WS-CHAIN-OPEN-FLAG
           END-IF.


       507-LOCK-CHAIN-SIDECAR.
           MOVE 'N' TO WS-CHAIN-OPEN-FLAG
           MOVE 0   TO WS-CHAIN-LOCK-TRIES
           OPEN I-O CHAIN-FILE
           PERFORM UNTIL WS-CHAIN-FILE-STATUS = '00'
               OR WS-CHAIN-FILE-STATUS = '35'
               OR WS-CHAIN-LOCK-TRIES >= 60
               ADD 1 TO WS-CHAIN-LOCK-TRIES
               CALL 'C$SLEEP' USING WS-CHAIN-ONE-SEC
               OPEN I-O CHAIN-FILE
           END-PERFORM

           IF WS-CHAIN-FILE-STATUS = '35'
               OPEN OUTPUT CHAIN-FILE
               IF WS-CHAIN-FILE-STATUS = '00'
                   MOVE 0 TO CHS-VALUE
                   WRITE CHAIN-SIDECAR-RECORD
                   CLOSE CHAIN-FILE
                   OPEN I-O CHAIN-FILE
               END-IF
           END-IF

           IF WS-CHAIN-FILE-STATUS = '00'
               SET WS-CHAIN-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'LLM-EMBED: audit chain sidecar unavailable, '
                       'status ' WS-CHAIN-FILE-STATUS
                       ' - chaining this line from seed zero'
           END-IF.


      *> Adds this call's input tokens onto the caller's line for
      *> today in the ledger 142-LOAD-LEDGER captured - the same
      *> ledger LLM-CHAT draws down, so embedding and chat traffic
      *> share the caller's allowance.
       520-UPDATE-BUDGET-LEDGER.
           MOVE LLM-EMB-TOKENS-IN        TO WS-BUDGET-CALL-TOKENS
           IF WS-BUDGET-FILENAME = SPACES
           OR LLM-EMB-CALLER-ID = SPACES
           OR NOT WS-BUDGET-LISTED
           OR WS-BUDGET-CALL-TOKENS = 0
               CONTINUE
           ELSE
               MOVE 0 TO WS-LEDGER-HIT
               PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
                      OR WS-LEDGER-HIT > 0
                   IF WS-LGR-TBL-DATE(WS-LEDGER-IDX) = WS-BUDGET-TODAY
                   AND WS-LGR-TBL-CALLER(WS-LEDGER-IDX)
                           = LLM-EMB-CALLER-ID
                       ADD WS-BUDGET-CALL-TOKENS
                           TO WS-LGR-TBL-TOKENS(WS-LEDGER-IDX)
                       MOVE 1 TO WS-LEDGER-HIT
                   END-IF
               END-PERFORM
               IF WS-LEDGER-HIT = 0 AND WS-LEDGER-COUNT < 1000
                   ADD 1 TO WS-LEDGER-COUNT
                   SET WS-LEDGER-IDX TO WS-LEDGER-COUNT
                   MOVE WS-BUDGET-TODAY
                       TO WS-LGR-TBL-DATE(WS-LEDGER-IDX)
                   MOVE LLM-EMB-CALLER-ID
                       TO WS-LGR-TBL-CALLER(WS-LEDGER-IDX)
                   MOVE WS-BUDGET-CALL-TOKENS
                       TO WS-LGR-TBL-TOKENS(WS-LEDGER-IDX)
               END-IF

               OPEN OUTPUT LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS = '00'
                   PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                       UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
                       MOVE SPACES TO LEDGER-FILE-RECORD
                       MOVE WS-LGR-TBL-DATE(WS-LEDGER-IDX)
                                         TO LGR-DATE
                       MOVE WS-LGR-TBL-CALLER(WS-LEDGER-IDX)
                                         TO LGR-CALLER
                       MOVE WS-LGR-TBL-TOKENS(WS-LEDGER-IDX)
                                         TO LGR-TOKENS
                       WRITE LEDGER-FILE-RECORD
                   END-PERFORM
                   CLOSE LEDGER-FILE
               END-IF
           END-IF.


      *> One call-detail line per call, next to the audit line. No
      *> retry, failover or response cache here, so those columns
      *> are fixed at zero/'N'.
       530-WRITE-CALL-DETAIL.
           DISPLAY 'LLM_CALL_DETAIL_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-CDR-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-CDR-FILENAME = SPACES
               MOVE 'LLM-CALL-DETAIL.LOG' TO WS-CDR-FILENAME
           END-IF

           OPEN EXTEND CALL-DETAIL-LOG
           IF WS-CDR-FILE-STATUS = '35'
               OPEN OUTPUT CALL-DETAIL-LOG
           END-IF
           IF WS-CDR-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-EMBED: cannot open LLM_CALL_DETAIL_FILE, '
                       'status ' WS-CDR-FILE-STATUS
           ELSE
               MOVE SPACES               TO CALL-DETAIL-RECORD
               MOVE WS-AUDIT-TIMESTAMP   TO CDR-TIMESTAMP
               MOVE LLM-PROVIDER         TO CDR-PROVIDER
               MOVE LLM-MODEL            TO CDR-MODEL
               MOVE LLM-EMB-CALLER-ID    TO CDR-CALLER
               MOVE WS-CALL-ELAPSED-MS   TO CDR-ELAPSED-MS
               MOVE 0                    TO CDR-RETRY-COUNT
               MOVE 'N'                  TO CDR-FAILOVER-FLAG
               MOVE 'N'                  TO CDR-CACHE-FLAG
               MOVE LLM-EMB-RSP-STATUS   TO CDR-HTTP-STATUS
               MOVE LLM-STAT-CODE        TO CDR-STAT-CODE
               MOVE 0                    TO CDR-CACHE-WRITE-TOKENS
               MOVE 0                    TO CDR-CACHE-READ-TOKENS
               SET CDR-CALL-EMBED        TO TRUE
               WRITE CALL-DETAIL-RECORD
               CLOSE CALL-DETAIL-LOG
           END-IF.
