      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-BULK-SUBMIT.cob
      *> Desc    : Submit side of the provider bulk-batch pair. Turns
      *>           an LLM-BATCH input file into the provider's
      *>           deferred bulk format - Anthropic Message Batches
      *>           (CLAUDE) or the OpenAI Batch API (OPENAI), both
      *>           billed at roughly half the synchronous rate for
      *>           work that can wait up to a day - submits it, and
      *>           appends the provider's batch ID to the tracking
      *>           file (LLM-BULK-TRACKING-RECORD.cpy) for
      *>           LLM-BULK-COLLECT to pick up. The record key rides
      *>           as the request's custom_id, so every result comes
      *>           back matched to its record.
      *>           Records a deferred job can't carry - a conversation
      *>           ID (history, locks and the save all need the live
      *>           call), a model route, a key the providers won't
      *>           take as a custom_id, a prompt that won't fit the
      *>           request line - go to <output>.unprocessed for an
      *>           ordinary LLM-BATCH run instead. Prompts get the
      *>           same digit-run PII scrub LLM-CHAT applies before
      *>           anything leaves for a hosted provider, and the run
      *>           is refused outright when LLM_PROVIDER_POLICY_FILE
      *>           doesn't clear the run's caller for the provider -
      *>           LLM_BATCH_CALLER, as LLM-BATCH takes it, else
      *>           LLM-BULK-BATCH. LLM-BULK-COLLECT must run under the
      *>           same LLM_BATCH_CALLER so the records are billed to
      *>           the caller cleared here.
      *>           The request file (<output>.bulkreq) can run to
      *>           hundreds of megabytes, more than the curl shim's
      *>           request buffer, and OpenAI wants it as a multipart
      *>           upload - so the HTTP here goes through the curl
      *>           command line. The API key travels in a curl config
      *>           file (<output>.bulkcurl) created owner-only and
      *>           deleted straight after each call, never on the
      *>           command line where ps would show it.
      *>           Endpoint base is LLM_BULK_BASE_URL, default the
      *>           provider's public /v1 root.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-BULK-SUBMIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-INPUT ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT REQUEST-FILE ASSIGN TO WS-REQUEST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT UNPROCESSED-FILE ASSIGN TO WS-UNPROCESSED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNP-FILE-STATUS.

           SELECT CURL-CONFIG-FILE ASSIGN TO WS-CURLCFG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT CURL-REPLY-FILE ASSIGN TO WS-REPLY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPY-FILE-STATUS.

           SELECT HTTP-CODE-FILE ASSIGN TO WS-HTTP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HTP-FILE-STATUS.

           SELECT POLICY-FILE ASSIGN TO WS-POLICY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT TRACKING-FILE ASSIGN TO WS-TRACKING-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> LLM-BATCH's fixed input layout, field for field.
       FD  BATCH-INPUT.
       01 BATCH-IN-RECORD.
           05 BIN-KEY               PIC X(20).
           05 BIN-ROLE              PIC X(16).
           05 BIN-PROMPT            PIC X(32768).
           05 BIN-CONV-ID           PIC X(64).
           05 BIN-TEMPERATURE       PIC X(6).
           05 BIN-MAX-TOKENS        PIC X(6).
           05 BIN-RESPONSE-FORMAT   PIC X(4).
           05 BIN-PRIORITY          PIC X(1).
           05 BIN-CONFIG-ID         PIC X(16).
       01 BATCH-IN-RAW              PIC X(32900).

      *> One request per line; an escaped prompt can outgrow the
      *> 32K field, so the line has room for the JSON around it.
       FD  REQUEST-FILE.
       01 REQUEST-LINE              PIC X(34000).

       FD  UNPROCESSED-FILE.
       01 UNPROCESSED-RAW           PIC X(32900).

       FD  CURL-CONFIG-FILE.
       01 CURL-CONFIG-LINE          PIC X(400).

       FD  CURL-REPLY-FILE.
       01 CURL-REPLY-LINE           PIC X(4096).

       FD  HTTP-CODE-FILE.
       01 HTTP-CODE-LINE            PIC X(16).

      *> Same layout LLM-CHAT's 151-LOAD-CALLER-POLICY reads.
       FD  POLICY-FILE.
       01 POLICY-FILE-RECORD.
           05 POL-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 POL-PROVIDERS         PIC X(200).

       FD  TRACKING-FILE.
       COPY 'LLM-BULK-TRACKING-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'LLM-CONFIG.cpy'.
       COPY 'LLM-CONFIG-FALLBACK.cpy'.
       COPY 'LLM-STATUS.cpy'.
       COPY 'LLM-RESPONSE.cpy'.
       COPY 'LLM-EXTRACT.cpy'.
       COPY 'LLM-JSON-ESCAPE.cpy'.

       01 WS-ARG-COUNT              PIC 999 COMP-5.
       01 WS-INPUT-FILENAME         PIC X(256).
       01 WS-OUTPUT-FILENAME        PIC X(256).
       01 WS-PROVIDER-ARG           PIC X(20).
       01 WS-MODEL-ARG              PIC X(128).

       01 WS-REQUEST-FILENAME       PIC X(256).
       01 WS-UNPROCESSED-FILENAME   PIC X(256).
       01 WS-CURLCFG-FILENAME       PIC X(256).
       01 WS-REPLY-FILENAME         PIC X(256).
       01 WS-HTTP-FILENAME          PIC X(256).
       01 WS-POLICY-FILENAME        PIC X(256).
       01 WS-TRACKING-FILENAME      PIC X(256).

       01 WS-IN-FILE-STATUS         PIC X(2).
       01 WS-REQ-FILE-STATUS        PIC X(2).
       01 WS-UNP-FILE-STATUS        PIC X(2).
       01 WS-CFG-FILE-STATUS        PIC X(2).
       01 WS-RPY-FILE-STATUS        PIC X(2).
       01 WS-HTP-FILE-STATUS        PIC X(2).
       01 WS-POLICY-FILE-STATUS     PIC X(2).
       01 WS-TRK-FILE-STATUS        PIC X(2).

       01 WS-EOF-FLAG               PIC X(1) VALUE 'N'.
         88 WS-EOF                      VALUE 'Y'.
       01 WS-RPY-EOF-FLAG           PIC X(1).
         88 WS-RPY-EOF                  VALUE 'Y'.
       01 WS-UNP-OPEN-FLAG          PIC X(1) VALUE 'N'.
         88 WS-UNP-IS-OPEN              VALUE 'Y'.

      *> The business caller the job runs for (LLM_BATCH_CALLER),
      *> else LLM-BULK-BATCH - the one cleared by the policy check.
       01 WS-CALLER-ID              PIC X(30) VALUE 'LLM-BULK-BATCH'.
       01 WS-BASE-URL               PIC X(256).
       01 WS-CALL-URL               PIC X(320).

      *> ---- counts -----------------------------------------------------
       01 WS-READ-COUNT             PIC 9(9) VALUE 0.
       01 WS-REQUEST-COUNT          PIC 9(9) VALUE 0.
       01 WS-DIVERT-COUNT           PIC 9(9) VALUE 0.
      *> The tighter of the two providers' per-job request limits
      *> (OpenAI 50,000; Anthropic 100,000) - past it the records
      *> wait for the next submission rather than sink the job.
       01 WS-MAX-REQUESTS           PIC 9(9) VALUE 50000.

      *> ---- one request line -------------------------------------------
       01 WS-LINE-PTR               PIC 9(6) COMP.
       01 WS-ROLE-TEXT              PIC X(16).
       01 WS-KEY-LEN                PIC 9(4) COMP.
       01 WS-KEY-POS                PIC 9(4) COMP.
       01 WS-KEY-CHAR               PIC X(1).
       01 WS-KEY-OK-FLAG            PIC X(1).
         88 WS-KEY-OK                   VALUE 'Y'.
       01 WS-DIVERT-REASON          PIC X(60).
      *> LLM-REQUEST's own default, for records that leave
      *> BIN-MAX-TOKENS blank.
       01 WS-MAX-TOKENS             PIC 9(6).
       01 WS-MAX-TOKENS-EDIT        PIC Z(5)9.
       01 WS-TEMPERATURE            PIC 9V9999.
       01 WS-TEMPERATURE-EDIT       PIC 9.9999.
       01 WS-PROMPT-TEXT            PIC X(32768).

      *> ---- PII scrub (LLM-CHAT 120/130 rules) ---------------------------
       01 WS-SCRUB-LEN              PIC 9(6) COMP.
       01 WS-SCRUB-POS              PIC 9(6) COMP.
       01 WS-SCRUB-RUN-START        PIC 9(6) COMP.
       01 WS-SCRUB-RUN-LEN          PIC 9(6) COMP.
       01 WS-SCRUB-CHAR             PIC X(1).

      *> ---- provider policy ----------------------------------------------
       01 WS-POLICY-EOF-FLAG        PIC X(1).
         88 WS-POLICY-EOF               VALUE 'Y'.
       01 WS-POLICY-LISTED-FLAG     PIC X(1) VALUE 'N'.
         88 WS-POLICY-LISTED            VALUE 'Y'.
       01 WS-POLICY-ALLOWED-FLAG    PIC X(1) VALUE 'N'.
         88 WS-POLICY-ALLOWED           VALUE 'Y'.
       01 WS-POLICY-PROVIDERS       PIC X(200).
       01 WS-POLICY-ENTRY-TABLE.
           05 WS-POLICY-ENTRY       PIC X(20) OCCURS 8 TIMES.
       01 WS-POLICY-IDX             PIC 9(2) COMP.

      *> ---- curl command line and its answer ---------------------------
       01 WS-CURL-ARGS              PIC X(700).
       01 WS-SHELL-CMD              PIC X(1400).
       01 WS-CURL-RC                PIC 9(9) COMP.
       01 WS-CURL-RC-EDIT           PIC Z(8)9.
       01 WS-HTTP-CODE              PIC 9(3).
       01 WS-RPY-PTR                PIC 9(6) COMP.
       01 WS-FILE-ID                PIC X(64).
       01 WS-BATCH-ID               PIC X(64).
       01 WS-STEP-NAME              PIC X(30).

       01 WS-SUBMIT-DATE            PIC 9(8).
       01 WS-SUBMIT-TIME            PIC 9(8).
       01 WS-RC                     PIC 9(4) VALUE 0.


       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           IF LLM-STAT-OK
               PERFORM 200-BUILD-REQUEST-FILE
           END-IF
           IF LLM-STAT-OK AND WS-REQUEST-COUNT = 0
               DISPLAY 'LLM-BULK-SUBMIT: no records eligible for '
                       'bulk submission - nothing sent'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF LLM-STAT-OK AND WS-REQUEST-COUNT > 0
               PERFORM 300-SUBMIT-JOB
               IF LLM-STAT-OK
                   PERFORM 400-WRITE-TRACKING
               ELSE
                   DISPLAY 'LLM-BULK-SUBMIT: ' LLM-STAT-MESSAGE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back before the step ends.
           MOVE RETURN-CODE              TO WS-RC
           PERFORM 900-CLEANUP
           MOVE WS-RC                    TO RETURN-CODE
           DISPLAY 'LLM-BULK-SUBMIT: records read: ' WS-READ-COUNT
           DISPLAY 'LLM-BULK-SUBMIT: requests submitted: '
                   WS-REQUEST-COUNT
           DISPLAY 'LLM-BULK-SUBMIT: records to .unprocessed: '
                   WS-DIVERT-COUNT
           IF RETURN-CODE = 0 AND WS-DIVERT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=input file (LLM-BATCH layout)
      *>       2=output file LLM-BULK-COLLECT will write the results
      *>         to; its .bulkreq/.unprocessed siblings are written
      *>         now
      *>       3=provider: CLAUDE or OPENAI
      *>       4=model (optional, '-' keeps LLM_CONFIG_FILE's)
       100-INIT.
           INITIALIZE LLM-STATUS
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 3
               DISPLAY 'LLM-BULK-SUBMIT: usage: LLM-BULK-SUBMIT '
                       '<input> <output> <CLAUDE|OPENAI> [model]'
               SET LLM-STAT-CONFIG-ERR TO TRUE
               MOVE 'LLM-BULK-SUBMIT: missing arguments'
                                        TO LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-OUTPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-PROVIDER-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-PROVIDER-ARG)
                                        TO WS-PROVIDER-ARG

           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.bulkreq'             DELIMITED BY SIZE
                  INTO WS-REQUEST-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.unprocessed'         DELIMITED BY SIZE
                  INTO WS-UNPROCESSED-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.bulkcurl'            DELIMITED BY SIZE
                  INTO WS-CURLCFG-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.bulkrsp'             DELIMITED BY SIZE
                  INTO WS-REPLY-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.bulkhttp'            DELIMITED BY SIZE
                  INTO WS-HTTP-FILENAME
           END-STRING

           DISPLAY 'LLM_BULK_TRACKING_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-TRACKING-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-TRACKING-FILENAME = SPACES
               MOVE 'LLM-BULK-TRACKING.DAT' TO WS-TRACKING-FILENAME
           END-IF

           DISPLAY 'LLM_BATCH_CALLER' UPON ENVIRONMENT-NAME
           ACCEPT WS-CALLER-ID FROM ENVIRONMENT-VALUE
           IF WS-CALLER-ID = SPACES
               MOVE 'LLM-BULK-BATCH'     TO WS-CALLER-ID
           END-IF

      *> The shop's config file still supplies key, model, proxy
      *> and CA bundle; provider and endpoint are this job's own.
           MOVE SPACES                   TO LLM-API-KEY
           MOVE 120                      TO LLM-TIMEOUT-SECS
           CALL 'LLM-CONFIG-READ' USING LLM-CONFIG
                                        LLM-STATUS
           MOVE WS-PROVIDER-ARG          TO LLM-PROVIDER
           IF NOT LLM-PROVIDER-CLAUDE
           AND NOT LLM-PROVIDER-OPENAI
               DISPLAY 'LLM-BULK-SUBMIT: provider must be CLAUDE or '
                       'OPENAI, not ' FUNCTION TRIM(WS-PROVIDER-ARG)
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-BULK-SUBMIT: no bulk API for provider'
                                         TO LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 4
               MOVE 4                   TO WS-ARG-COUNT
               ACCEPT WS-MODEL-ARG FROM ARGUMENT-VALUE
               IF WS-MODEL-ARG NOT = SPACES
               AND WS-MODEL-ARG NOT = '-'
                   MOVE WS-MODEL-ARG    TO LLM-MODEL
               END-IF
           END-IF

           DISPLAY 'LLM_BULK_BASE_URL' UPON ENVIRONMENT-NAME
           ACCEPT WS-BASE-URL FROM ENVIRONMENT-VALUE
           IF WS-BASE-URL = SPACES
               IF LLM-PROVIDER-CLAUDE
                   MOVE 'https://api.anthropic.com/v1' TO WS-BASE-URL
               ELSE
                   MOVE 'https://api.openai.com/v1'    TO WS-BASE-URL
               END-IF
           END-IF
           MOVE WS-BASE-URL              TO LLM-ENDPOINT-URL

           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-STATUS
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-BULK-SUBMIT: init failed: '
                       LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF LLM-API-KEY = SPACES
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-BULK-SUBMIT: LLM_API_KEY required for bulk '
                  & 'submission'         TO LLM-STAT-MESSAGE
               DISPLAY LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 110-CHECK-PROVIDER-POLICY
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-BULK-SUBMIT: ' LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.


      *> The whole file goes to one provider under one caller, so
      *> the clearance LLM-CHAT checks per call is checked once for
      *> the job. Same file, same rules: unlisted caller or no file
      *> means unrestricted.
       110-CHECK-PROVIDER-POLICY.
           DISPLAY 'LLM_PROVIDER_POLICY_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-POLICY-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-POLICY-FILENAME NOT = SPACES
               OPEN INPUT POLICY-FILE
               IF WS-POLICY-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-BULK-SUBMIT: cannot open '
                           'LLM_PROVIDER_POLICY_FILE, status '
                           WS-POLICY-FILE-STATUS
               ELSE
                   MOVE 'N' TO WS-POLICY-EOF-FLAG
                   PERFORM UNTIL WS-POLICY-EOF
                       READ POLICY-FILE
                           AT END
                               SET WS-POLICY-EOF TO TRUE
                           NOT AT END
                               IF POL-CALLER = WS-CALLER-ID
                               AND POL-CALLER(1:1) NOT = '*'
                                   SET WS-POLICY-LISTED TO TRUE
                                   MOVE POL-PROVIDERS
                                       TO WS-POLICY-PROVIDERS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POLICY-FILE
               END-IF
           END-IF

           IF WS-POLICY-LISTED
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
                       = FUNCTION TRIM(LLM-PROVIDER)
                       SET WS-POLICY-ALLOWED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-POLICY-ALLOWED
                   SET LLM-STAT-PROVIDER-DENIED TO TRUE
                   STRING 'caller '      DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CALLER-ID)
                                         DELIMITED BY SIZE
                          ' not cleared for provider '
                                         DELIMITED BY SIZE
                          FUNCTION TRIM(LLM-PROVIDER)
                                         DELIMITED BY SIZE
                       INTO LLM-STAT-MESSAGE
                   END-STRING
               END-IF
           END-IF.


      *> Anthropic takes the whole job as one JSON body
      *> ({"requests":[...]}), OpenAI as JSONL - so the Claude file
      *> gets an opening and closing line around comma-led requests,
      *> and the OpenAI file is the bare request lines.
       200-BUILD-REQUEST-FILE.
           OPEN INPUT BATCH-INPUT
           IF WS-IN-FILE-STATUS NOT = '00'
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               STRING 'LLM-BULK-SUBMIT: cannot open input file, '
                      'status '          DELIMITED BY SIZE
                      WS-IN-FILE-STATUS  DELIMITED BY SIZE
                   INTO LLM-STAT-MESSAGE
               END-STRING
               DISPLAY LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REQUEST-FILE
               IF WS-REQ-FILE-STATUS NOT = '00'
                   SET LLM-STAT-CONFIG-ERR TO TRUE
                   STRING 'LLM-BULK-SUBMIT: cannot open request '
                          'file, status ' DELIMITED BY SIZE
                          WS-REQ-FILE-STATUS DELIMITED BY SIZE
                       INTO LLM-STAT-MESSAGE
                   END-STRING
                   DISPLAY LLM-STAT-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   CLOSE BATCH-INPUT
               ELSE
                   IF LLM-PROVIDER-CLAUDE
                       MOVE '{"requests":['  TO REQUEST-LINE
                       WRITE REQUEST-LINE
                   END-IF
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ BATCH-INPUT
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF BIN-KEY NOT = SPACES
                                   ADD 1 TO WS-READ-COUNT
                                   PERFORM 210-TAKE-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   IF LLM-PROVIDER-CLAUDE
                       MOVE ']}'         TO REQUEST-LINE
                       WRITE REQUEST-LINE
                   END-IF
                   CLOSE BATCH-INPUT
                   CLOSE REQUEST-FILE
                   IF WS-UNP-IS-OPEN
                       CLOSE UNPROCESSED-FILE
                   END-IF
               END-IF
           END-IF.


       210-TAKE-RECORD.
           MOVE SPACES                   TO WS-DIVERT-REASON
           PERFORM 215-CHECK-KEY
           EVALUATE TRUE
               WHEN BIN-CONV-ID NOT = SPACES
                   MOVE 'conversation record' TO WS-DIVERT-REASON
               WHEN BIN-CONFIG-ID NOT = SPACES
                   MOVE 'model-routed record' TO WS-DIVERT-REASON
               WHEN NOT WS-KEY-OK
                   MOVE 'key not usable as a custom_id'
                                         TO WS-DIVERT-REASON
               WHEN WS-REQUEST-COUNT >= WS-MAX-REQUESTS
                   MOVE 'past the per-job request limit'
                                         TO WS-DIVERT-REASON
               WHEN OTHER
                   MOVE BIN-PROMPT       TO WS-PROMPT-TEXT
                   PERFORM 220-SCRUB-PII
                   MOVE WS-PROMPT-TEXT   TO LLM-JSE-SOURCE
                   MOVE 0                TO LLM-JSE-MAX-LEN
                   CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA
                   IF LLM-JSE-TRUNCATED
                       MOVE 'prompt too long once escaped'
                                         TO WS-DIVERT-REASON
                   END-IF
           END-EVALUATE

           IF WS-DIVERT-REASON NOT = SPACES
               PERFORM 240-DIVERT-RECORD
           ELSE
               PERFORM 230-WRITE-REQUEST-LINE
           END-IF.


      *> Both providers hold custom_id to letters, digits, '-' and
      *> '_' - one stray character and Anthropic rejects the whole
      *> job, so such a record is set aside here instead.
       215-CHECK-KEY.
           SET WS-KEY-OK                 TO TRUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(BIN-KEY TRAILING))
                                         TO WS-KEY-LEN
           PERFORM VARYING WS-KEY-POS FROM 1 BY 1
               UNTIL WS-KEY-POS > WS-KEY-LEN OR NOT WS-KEY-OK
               MOVE BIN-KEY(WS-KEY-POS:1) TO WS-KEY-CHAR
               IF (WS-KEY-CHAR >= 'A' AND WS-KEY-CHAR <= 'Z')
               OR (WS-KEY-CHAR >= 'a' AND WS-KEY-CHAR <= 'z')
               OR (WS-KEY-CHAR >= '0' AND WS-KEY-CHAR <= '9')
               OR WS-KEY-CHAR = '-' OR WS-KEY-CHAR = '_'
                   CONTINUE
               ELSE
                   MOVE 'N'              TO WS-KEY-OK-FLAG
               END-IF
           END-PERFORM.


      *> LLM-CHAT's 120-SCRUB-DIGIT-RUNS/130-MASK-RUN-IF-SENSITIVE
      *> rule: a run of 9 to 19 digits (account, card, SSN-shaped) is
      *> masked with X before the prompt leaves for a hosted
      *> provider.
       220-SCRUB-PII.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PROMPT-TEXT TRAILING))
                                         TO WS-SCRUB-LEN
           MOVE 0                        TO WS-SCRUB-RUN-LEN
           MOVE 1                        TO WS-SCRUB-RUN-START
           PERFORM VARYING WS-SCRUB-POS FROM 1 BY 1
               UNTIL WS-SCRUB-POS > WS-SCRUB-LEN
               MOVE WS-PROMPT-TEXT(WS-SCRUB-POS:1) TO WS-SCRUB-CHAR
               IF WS-SCRUB-CHAR >= '0' AND WS-SCRUB-CHAR <= '9'
                   IF WS-SCRUB-RUN-LEN = 0
                       MOVE WS-SCRUB-POS TO WS-SCRUB-RUN-START
                   END-IF
                   ADD 1 TO WS-SCRUB-RUN-LEN
               ELSE
                   PERFORM 225-MASK-RUN-IF-SENSITIVE
                   MOVE 0 TO WS-SCRUB-RUN-LEN
               END-IF
           END-PERFORM
           PERFORM 225-MASK-RUN-IF-SENSITIVE.


       225-MASK-RUN-IF-SENSITIVE.
           IF WS-SCRUB-RUN-LEN >= 9 AND WS-SCRUB-RUN-LEN <= 19
               MOVE ALL 'X' TO WS-PROMPT-TEXT
                                (WS-SCRUB-RUN-START:WS-SCRUB-RUN-LEN)
           END-IF.


      *> Per-record overrides follow LLM-BATCH: blank temperature
      *> leaves the provider default, blank max-tokens takes
      *> LLM-REQUEST's 1024, response format JSON asks OpenAI for a
      *> JSON object (Claude has no such switch - the prompt says
      *> so itself).
       230-WRITE-REQUEST-LINE.
           IF BIN-ROLE = SPACES
               MOVE 'user'               TO WS-ROLE-TEXT
           ELSE
               MOVE FUNCTION LOWER-CASE(BIN-ROLE) TO WS-ROLE-TEXT
           END-IF
           MOVE 1024                     TO WS-MAX-TOKENS
           IF BIN-MAX-TOKENS NOT = SPACES
               MOVE FUNCTION NUMVAL(BIN-MAX-TOKENS) TO WS-MAX-TOKENS
           END-IF
           MOVE WS-MAX-TOKENS            TO WS-MAX-TOKENS-EDIT

           MOVE SPACES                   TO REQUEST-LINE
           MOVE 1                        TO WS-LINE-PTR
           IF LLM-PROVIDER-CLAUDE AND WS-REQUEST-COUNT > 0
               STRING ','                DELIMITED BY SIZE
                   INTO REQUEST-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING '{"custom_id":"'       DELIMITED BY SIZE
                  FUNCTION TRIM(BIN-KEY) DELIMITED BY SIZE
                  '",'                   DELIMITED BY SIZE
               INTO REQUEST-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           IF LLM-PROVIDER-CLAUDE
               STRING '"params":{'       DELIMITED BY SIZE
                   INTO REQUEST-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               STRING '"method":"POST","url":"/v1/chat/completions",'
                                         DELIMITED BY SIZE
                      '"body":{'         DELIMITED BY SIZE
                   INTO REQUEST-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING '"model":"'            DELIMITED BY SIZE
                  FUNCTION TRIM(LLM-MODEL) DELIMITED BY SIZE
                  '","max_tokens":'      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAX-TOKENS-EDIT) DELIMITED BY SIZE
               INTO REQUEST-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           IF BIN-TEMPERATURE NOT = SPACES
               MOVE FUNCTION NUMVAL(BIN-TEMPERATURE) TO WS-TEMPERATURE
               MOVE WS-TEMPERATURE       TO WS-TEMPERATURE-EDIT
               STRING ',"temperature":'  DELIMITED BY SIZE
                      WS-TEMPERATURE-EDIT DELIMITED BY SIZE
                   INTO REQUEST-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           IF LLM-PROVIDER-OPENAI
           AND FUNCTION UPPER-CASE(BIN-RESPONSE-FORMAT) = 'JSON'
               STRING ',"response_format":{"type":"json_object"}'
                                         DELIMITED BY SIZE
                   INTO REQUEST-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING ',"messages":[{"role":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROLE-TEXT) DELIMITED BY SIZE
                  '","content":"'        DELIMITED BY SIZE
               INTO REQUEST-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           IF LLM-JSE-TARGET-LEN > 0
               STRING LLM-JSE-TARGET(1:LLM-JSE-TARGET-LEN)
                                         DELIMITED BY SIZE
                   INTO REQUEST-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING '"}]}}'                DELIMITED BY SIZE
               INTO REQUEST-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           WRITE REQUEST-LINE
           ADD 1                         TO WS-REQUEST-COUNT.


       240-DIVERT-RECORD.
           IF NOT WS-UNP-IS-OPEN
               OPEN OUTPUT UNPROCESSED-FILE
               SET WS-UNP-IS-OPEN        TO TRUE
           END-IF
           MOVE BATCH-IN-RAW             TO UNPROCESSED-RAW
           WRITE UNPROCESSED-RAW
           ADD 1                         TO WS-DIVERT-COUNT
           DISPLAY 'LLM-BULK-SUBMIT: ' FUNCTION TRIM(BIN-KEY)
                   ' to .unprocessed - '
                   FUNCTION TRIM(WS-DIVERT-REASON).


      *> Anthropic: one POST of the request body. OpenAI: upload the
      *> JSONL as a purpose=batch file, then create the batch
      *> against the uploaded file's ID.
       300-SUBMIT-JOB.
           PERFORM 310-WRITE-CURL-CONFIG
           IF LLM-PROVIDER-CLAUDE
               STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      '/messages/batches' DELIMITED BY SIZE
                   INTO WS-CALL-URL
               END-STRING
               MOVE SPACES               TO WS-CURL-ARGS
               STRING 'curl -sS -K '''    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CURLCFG-FILENAME)
                                         DELIMITED BY SIZE
                      ''' -X POST --data-binary @'''
                                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REQUEST-FILENAME)
                                         DELIMITED BY SIZE
                      ''''               DELIMITED BY SIZE
                   INTO WS-CURL-ARGS
               END-STRING
               MOVE 'batch create'       TO WS-STEP-NAME
               PERFORM 320-RUN-CURL
               IF LLM-STAT-OK
                   MOVE 'id'             TO LLM-XTR-NAME(1)
                   PERFORM 340-EXTRACT-ID
                   MOVE LLM-XTR-VALUE(1) TO WS-BATCH-ID
               END-IF
           ELSE
               STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      '/files'           DELIMITED BY SIZE
                   INTO WS-CALL-URL
               END-STRING
               MOVE SPACES               TO WS-CURL-ARGS
               STRING 'curl -sS -K '''    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CURLCFG-FILENAME)
                                         DELIMITED BY SIZE
                      ''' -F purpose=batch -F ''file=@'
                                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REQUEST-FILENAME)
                                         DELIMITED BY SIZE
                      ';filename=requests.jsonl''' DELIMITED BY SIZE
                   INTO WS-CURL-ARGS
               END-STRING
               MOVE 'file upload'        TO WS-STEP-NAME
               PERFORM 320-RUN-CURL
               IF LLM-STAT-OK
                   MOVE 'id'             TO LLM-XTR-NAME(1)
                   PERFORM 340-EXTRACT-ID
                   MOVE LLM-XTR-VALUE(1) TO WS-FILE-ID
               END-IF
               IF LLM-STAT-OK
                   PERFORM 310-WRITE-CURL-CONFIG
                   MOVE SPACES           TO WS-CALL-URL
                   STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                          '/batches'     DELIMITED BY SIZE
                       INTO WS-CALL-URL
                   END-STRING
                   MOVE SPACES           TO WS-CURL-ARGS
                   STRING 'curl -sS -K '''  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CURLCFG-FILENAME)
                                         DELIMITED BY SIZE
                          ''' -H ''Content-Type: application/json'''
                                         DELIMITED BY SIZE
                          ' -d ''{"input_file_id":"'
                                         DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FILE-ID)
                                         DELIMITED BY SIZE
                          '","endpoint":"/v1/chat/completions",'
                                         DELIMITED BY SIZE
                          '"completion_window":"24h"}'''
                                         DELIMITED BY SIZE
                       INTO WS-CURL-ARGS
                   END-STRING
                   MOVE 'batch create'   TO WS-STEP-NAME
                   PERFORM 320-RUN-CURL
               END-IF
               IF LLM-STAT-OK
                   MOVE 'id'             TO LLM-XTR-NAME(1)
                   PERFORM 340-EXTRACT-ID
                   MOVE LLM-XTR-VALUE(1) TO WS-BATCH-ID
               END-IF
           END-IF.


      *> Owner-only from birth: the empty file is created under a
      *> 077 umask before the key is ever written into it.
       310-WRITE-CURL-CONFIG.
           MOVE SPACES                   TO WS-SHELL-CMD
           STRING 'umask 077 && : > '''  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURLCFG-FILENAME)
                                         DELIMITED BY SIZE
                  ''''                   DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-CMD
           MOVE 0                        TO RETURN-CODE

           OPEN OUTPUT CURL-CONFIG-FILE
           IF WS-CFG-FILE-STATUS = '00'
               MOVE SPACES               TO CURL-CONFIG-LINE
               IF LLM-PROVIDER-CLAUDE
                   STRING 'header = "x-api-key: ' DELIMITED BY SIZE
                          FUNCTION TRIM(LLM-API-KEY) DELIMITED BY SIZE
                          '"'            DELIMITED BY SIZE
                       INTO CURL-CONFIG-LINE
                   END-STRING
                   WRITE CURL-CONFIG-LINE
                   MOVE 'header = "anthropic-version: 2023-06-01"'
                                         TO CURL-CONFIG-LINE
                   WRITE CURL-CONFIG-LINE
                   MOVE 'header = "content-type: application/json"'
                                         TO CURL-CONFIG-LINE
                   WRITE CURL-CONFIG-LINE
               ELSE
                   STRING 'header = "Authorization: Bearer '
                                         DELIMITED BY SIZE
                          FUNCTION TRIM(LLM-API-KEY) DELIMITED BY SIZE
                          '"'            DELIMITED BY SIZE
                       INTO CURL-CONFIG-LINE
                   END-STRING
                   WRITE CURL-CONFIG-LINE
               END-IF
               IF LLM-PROXY-URL NOT = SPACES
                   MOVE SPACES           TO CURL-CONFIG-LINE
                   STRING 'proxy = "'    DELIMITED BY SIZE
                          FUNCTION TRIM(LLM-PROXY-URL)
                                         DELIMITED BY SIZE
                          '"'            DELIMITED BY SIZE
                       INTO CURL-CONFIG-LINE
                   END-STRING
                   WRITE CURL-CONFIG-LINE
               END-IF
               IF LLM-CA-BUNDLE-PATH NOT = SPACES
                   MOVE SPACES           TO CURL-CONFIG-LINE
                   STRING 'cacert = "'   DELIMITED BY SIZE
                          FUNCTION TRIM(LLM-CA-BUNDLE-PATH)
                                         DELIMITED BY SIZE
                          '"'            DELIMITED BY SIZE
                       INTO CURL-CONFIG-LINE
                   END-STRING
                   WRITE CURL-CONFIG-LINE
               END-IF
               CLOSE CURL-CONFIG-FILE
           END-IF.


      *> WS-CURL-ARGS carries the call-specific part; this adds the
      *> reply/status capture and the URL, runs it, drops the config
      *> file, and reads back status code and body. Anything but a
      *> 200 fails the job with the provider's own message.
       320-RUN-CURL.
           MOVE SPACES                   TO WS-SHELL-CMD
           STRING FUNCTION TRIM(WS-CURL-ARGS) DELIMITED BY SIZE
                  ' -o '''               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPLY-FILENAME) DELIMITED BY SIZE
                  ''' -w ''%{http_code}'' ''' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CALL-URL) DELIMITED BY SIZE
                  ''' > '''              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HTTP-FILENAME) DELIMITED BY SIZE
                  ''''                   DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           MOVE 0 TO RETURN-CODE
           CALL 'SYSTEM' USING WS-SHELL-CMD
           MOVE RETURN-CODE              TO WS-CURL-RC
           MOVE 0                        TO RETURN-CODE
           IF WS-CURL-RC > 255
               COMPUTE WS-CURL-RC = WS-CURL-RC / 256
           END-IF
           PERFORM 330-REMOVE-CURL-CONFIG

           MOVE 0                        TO WS-HTTP-CODE
           OPEN INPUT HTTP-CODE-FILE
           IF WS-HTP-FILE-STATUS = '00'
               READ HTTP-CODE-FILE
                   NOT AT END
                       IF HTTP-CODE-LINE(1:3) IS NUMERIC
                           MOVE HTTP-CODE-LINE(1:3) TO WS-HTTP-CODE
                       END-IF
               END-READ
               CLOSE HTTP-CODE-FILE
           END-IF

           INITIALIZE LLM-RESPONSE
           MOVE 1                        TO WS-RPY-PTR
           OPEN INPUT CURL-REPLY-FILE
           IF WS-RPY-FILE-STATUS = '00'
               MOVE 'N' TO WS-RPY-EOF-FLAG
               PERFORM UNTIL WS-RPY-EOF
                   READ CURL-REPLY-FILE
                       AT END
                           SET WS-RPY-EOF TO TRUE
                       NOT AT END
                           STRING FUNCTION TRIM(CURL-REPLY-LINE)
                                         DELIMITED BY SIZE
                               INTO LLM-RSP-CONTENT
                               WITH POINTER WS-RPY-PTR
                           END-STRING
                   END-READ
               END-PERFORM
               CLOSE CURL-REPLY-FILE
           END-IF
           MOVE WS-HTTP-CODE             TO LLM-RSP-STATUS

           EVALUATE TRUE
               WHEN WS-CURL-RC NOT = 0
                   SET LLM-STAT-CURL-ERR TO TRUE
                   MOVE WS-CURL-RC       TO WS-CURL-RC-EDIT
                   STRING 'LLM-BULK-SUBMIT: ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-STEP-NAME)
                                         DELIMITED BY SIZE
                          ' - curl exit ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CURL-RC-EDIT)
                                         DELIMITED BY SIZE
                       INTO LLM-STAT-MESSAGE
                   END-STRING
               WHEN LLM-RSP-OK
                   CONTINUE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN LLM-RSP-UNAUTH
                           SET LLM-STAT-UNAUTH       TO TRUE
                       WHEN LLM-RSP-RATE-LIMIT
                           SET LLM-STAT-RATE-LIMITED TO TRUE
                       WHEN OTHER
                           SET LLM-STAT-PROVIDER-ERR TO TRUE
                   END-EVALUATE
                   INITIALIZE LLM-EXTRACT-AREA
                   MOVE 1                TO LLM-XTR-FIELD-COUNT
                   MOVE 'message'        TO LLM-XTR-NAME(1)
                   MOVE 'S'              TO LLM-XTR-TYPE(1)
                   CALL 'LLM-EXTRACT' USING LLM-EXTRACT-AREA
                                            LLM-RESPONSE
                                            LLM-STATUS
                   STRING 'LLM-BULK-SUBMIT: ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-STEP-NAME)
                                         DELIMITED BY SIZE
                          ' - HTTP '     DELIMITED BY SIZE
                          WS-HTTP-CODE   DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          FUNCTION TRIM(LLM-XTR-VALUE(1))
                                         DELIMITED BY SIZE
                       INTO LLM-STAT-MESSAGE
                   END-STRING
           END-EVALUATE.


       330-REMOVE-CURL-CONFIG.
           MOVE SPACES                   TO WS-SHELL-CMD
           STRING 'rm -f '''              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURLCFG-FILENAME)
                                         DELIMITED BY SIZE
                  ''''                   DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-CMD
           MOVE 0                        TO RETURN-CODE.


      *> Both providers lead their object with "id", so the first
      *> "id" in the reply is the one wanted.
       340-EXTRACT-ID.
           INITIALIZE LLM-XTR-FOUND(1) LLM-XTR-VALUE(1)
           MOVE 1                        TO LLM-XTR-FIELD-COUNT
           MOVE 'S'                      TO LLM-XTR-TYPE(1)
           CALL 'LLM-EXTRACT' USING LLM-EXTRACT-AREA
                                    LLM-RESPONSE
                                    LLM-STATUS
           IF LLM-STAT-OK
           AND (NOT LLM-XTR-WAS-FOUND(1)
                OR LLM-XTR-VALUE(1) = SPACES)
               SET LLM-STAT-JSON-ERR     TO TRUE
               STRING 'LLM-BULK-SUBMIT: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-STEP-NAME) DELIMITED BY SIZE
                      ' - no id in the provider reply'
                                         DELIMITED BY SIZE
                   INTO LLM-STAT-MESSAGE
               END-STRING
           END-IF.


      *> Appended, never rewritten here - LLM-BULK-COLLECT owns
      *> status changes on existing lines.
       400-WRITE-TRACKING.
           ACCEPT WS-SUBMIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SUBMIT-TIME FROM TIME
           OPEN EXTEND TRACKING-FILE
           IF WS-TRK-FILE-STATUS = '35'
               OPEN OUTPUT TRACKING-FILE
           END-IF
           IF WS-TRK-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-BULK-SUBMIT: cannot open tracking file, '
                       'status ' WS-TRK-FILE-STATUS
               DISPLAY 'LLM-BULK-SUBMIT: job '
                       FUNCTION TRIM(WS-BATCH-ID)
                       ' is SUBMITTED but untracked - add it by hand'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES               TO BULK-TRACKING-RECORD
               MOVE WS-BATCH-ID          TO BTK-BATCH-ID
               MOVE LLM-PROVIDER         TO BTK-PROVIDER
               SET BTK-SUBMITTED         TO TRUE
               MOVE WS-SUBMIT-DATE       TO BTK-SUBMIT-DATE
               MOVE WS-SUBMIT-TIME(1:6)  TO BTK-SUBMIT-TIME
               MOVE WS-REQUEST-COUNT     TO BTK-RECORD-COUNT
               MOVE 0                    TO BTK-COLLECT-DATE
               MOVE LLM-MODEL            TO BTK-MODEL
               MOVE WS-INPUT-FILENAME    TO BTK-INPUT-FILENAME
               MOVE WS-OUTPUT-FILENAME   TO BTK-OUTPUT-FILENAME
               WRITE BULK-TRACKING-RECORD
               CLOSE TRACKING-FILE
               DISPLAY 'LLM-BULK-SUBMIT: submitted job '
                       FUNCTION TRIM(WS-BATCH-ID) ' ('
                       FUNCTION TRIM(LLM-PROVIDER) ')'
           END-IF.


       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.
