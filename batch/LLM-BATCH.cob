               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-RJC-STATUS.

      *> ---- four-eyes approval (optional) -----------------------------
      *> Which replies are drafts needing sign-off
      *> (LLM_BATCH_APPROVAL_RULES), and <output>.pending where they
      *> wait for LLM-APPROVAL-REVIEW instead of riding the feed.
           SELECT APPROVAL-RULES ASSIGN TO WS-APR-RULES-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APR-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO WS-PENDING-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT PART-PENDING-FILE ASSIGN TO WS-PART-PND-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-PND-STATUS.

      *> RESTART rework copy of the output feed - the interrupted
      *> run's trailer is stripped out (and its totals carried
      *> forward) before this run extends the file, so the final TRL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CDR-FILE-STATUS.

      *> Cheap-first cascade summary (<output>.cascade) - one
      *> machine-readable totals record, then the report lines. A
      *> partition child writes its own under its partition name
      *> and the parent sums them at merge time.
           SELECT CASCADE-SUMMARY ASSIGN TO WS-CASCADE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-FILE-STATUS.

           SELECT PART-CASCADE-SUMMARY ASSIGN TO WS-PART-CAS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PART-CAS-STATUS.

      *> Small operator-readable progress snapshot (<output>.status),
      *> rewritten every WS-PROGRESS-EVERY records so a slow provider
      *> and a hung job stop looking identical from the bridge.
      *> direct reply, and this flag says so. Blank on the normal
      *> path.
           05 BOUT-LONG-PATH        PIC X(1).
      *> Set only under self-consistency voting - the share of the
      *> samples that agreed on BOUT-CATEGORY, 000-100.
           05 BOUT-VOTE-AGREE       PIC X(3).
      *> Set only in cascade mode - which tier answered: 'C' the
      *> low-cost model, 'S' the strong model it escalated to.
           05 BOUT-CASCADE-TIER     PIC X(1).

      *> Interface control records bracketing the detail records, so
      *> the two downstream systems loading this feed can verify
           05 POUT-CONTENT           PIC X(32768).
           05 POUT-CATEGORY          PIC X(10).
           05 POUT-LONG-PATH         PIC X(1).
           05 POUT-VOTE-AGREE        PIC X(3).
           05 POUT-CASCADE-TIER      PIC X(1).

       FD  PART-EXCEPTION-LOG.
       01 PART-EXC-RECORD.
       FD  STATUS-FILE.
       01 STATUS-LINE               PIC X(132).

       FD  CASCADE-SUMMARY.
       01 CASCADE-SUMMARY-RECORD.
           05 CSUM-TAG              PIC X(8).
           05 CSUM-RECORDS          PIC 9(9).
           05 FILLER                PIC X(1).
           05 CSUM-ESCALATED        PIC 9(9).
           05 FILLER                PIC X(1).
           05 CSUM-CHEAP-COST       PIC 9(7)V9(6).
           05 FILLER                PIC X(1).
           05 CSUM-STRONG-COST      PIC 9(7)V9(6).
           05 FILLER                PIC X(1).
           05 CSUM-ALL-STRONG-COST  PIC 9(7)V9(6).
       01 CASCADE-SUMMARY-LINE      PIC X(132).

       FD  PART-CASCADE-SUMMARY.
       01 PART-CASCADE-RECORD.
           05 PCSUM-TAG             PIC X(8).
           05 PCSUM-RECORDS         PIC 9(9).
           05 FILLER                PIC X(1).
           05 PCSUM-ESCALATED       PIC 9(9).
           05 FILLER                PIC X(1).
           05 PCSUM-CHEAP-COST      PIC 9(7)V9(6).
           05 FILLER                PIC X(1).
           05 PCSUM-STRONG-COST     PIC 9(7)V9(6).
           05 FILLER                PIC X(1).
           05 PCSUM-ALL-STRONG-COST PIC 9(7)V9(6).

      *> One line per reply no allowed code matched, for manual coding.
      *> The run date and the library prompt/version the run went
      *> out under follow the content (readers of the key and
      *> content alone are unaffected) - what the prompt-version
      *> report's reject rate is counted from.
       FD  REJECTS-FILE.
       01 REJECTS-RECORD.
           05 RJC-KEY               PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 RJC-CONTENT           PIC X(32768).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 RJC-RUN-DATE          PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 RJC-PROMPT-ID         PIC X(40).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 RJC-PROMPT-VERSION    PIC 9(3).

       FD  PART-REJECTS-FILE.
       01 PART-RJC-RECORD.
           05 PRJC-KEY              PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PRJC-CONTENT          PIC X(32768).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PRJC-RUN-DATE         PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PRJC-PROMPT-ID        PIC X(40).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PRJC-PROMPT-VERSION   PIC 9(3).

      *> One rule per line: P and a library prompt ID (every reply of
      *> a run whose LLM_BATCH_PROMPT_ID it names is a draft), or C
      *> and a category code (every reply coded to it is a draft).
      *> '*' in column 1 comments the line out.
       FD  APPROVAL-RULES.
       01 APPROVAL-RULE-RECORD.
           05 APR-RULE-KIND         PIC X(1).
           05 FILLER                PIC X(1).
           05 APR-RULE-VALUE        PIC X(40).

       FD  PENDING-FILE.
       COPY 'LLM-PENDING-RECORD.cpy'.

       FD  PART-PENDING-FILE.
       01 PART-PENDING-RAW          PIC X(32907).

       WORKING-STORAGE SECTION.

       01 WS-REJECTS-OPEN-FLAG   PIC X(1) VALUE 'N'.
         88 WS-REJECTS-IS-OPEN       VALUE 'Y'.

      *> ---- self-consistency voting (classification mode) -----------
      *> LLM_BATCH_VOTE_SAMPLES=N (2-9) asks each record N times at
      *> LLM_BATCH_VOTE_TEMPERATURE (default 0.7, unless the record
      *> sets its own) and takes the code most samples matched;
      *> BOUT-VOTE-AGREE carries the winning share. A record under
      *> LLM_BATCH_VOTE_AGREE_PCT (default 60) goes to the rejects
      *> file with every sample's answer listed, so the operator
      *> coding it sees why the model was unsure. Every sample is a
      *> real LLM-CHAT call - the caller's budget ledger is charged
      *> for each - and each is priced against the spend ceiling as
      *> it lands. Conversation records are asked once, as before:
      *> only one reply can be saved to the conversation.
       01 WS-VOTE-ENV            PIC X(6).
       01 WS-VOTE-SAMPLES        PIC 9(1) VALUE 0.
         88 WS-VOTE-MODE             VALUE 2 THRU 9.
       01 WS-VOTE-TEMPERATURE    PIC 9V9999 VALUE 0.7.
       01 WS-VOTE-AGREE-MIN      PIC 9(3) VALUE 60.
       01 WS-VOTE-DONE-FLAG      PIC X(1) VALUE 'N'.
         88 WS-VOTE-DONE             VALUE 'Y'.
       01 WS-VOTE-TAKEN          PIC 9(1).
       01 WS-VOTE-IDX            PIC 9(1).
       01 WS-VOTE-SCAN           PIC 9(1).
       01 WS-VOTE-COUNT          PIC 9(1).
       01 WS-VOTE-BEST           PIC 9(1).
       01 WS-VOTE-BEST-COUNT     PIC 9(1).
       01 WS-VOTE-AGREE-PCT      PIC 9(3).
       01 WS-VOTE-TABLE.
           05 WS-VOTE-SAMPLE     OCCURS 9 TIMES.
             10 WS-VOTE-ANSWER   PIC X(10).
             10 WS-VOTE-REPLY    PIC X(32768).
       01 WS-VOTE-TOKENS-IN      PIC 9(9).
       01 WS-VOTE-TOKENS-OUT     PIC 9(9).
       01 WS-VOTE-TOKENS-CW      PIC 9(9).
       01 WS-VOTE-TOKENS-CR      PIC 9(9).
       01 WS-VOTE-LIST           PIC X(32768).
       01 WS-VOTE-PTR            PIC 9(6) COMP.
       01 WS-VOTE-EXCERPT        PIC X(200).
       01 WS-VOTE-LOW-COUNT      PIC 9(9) VALUE 0.
       01 WS-VOTE-CALL-COUNT     PIC 9(9) VALUE 0.

      *> ---- cheap-first model cascade ---------------------------------
      *> LLM_CASCADE_STRONG_MODEL names the stronger model (with
      *> LLM_CASCADE_STRONG_PROVIDER / _ENDPOINT where it lives
      *> elsewhere) and turns the cascade on: every unrouted record
      *> goes first to the low-cost model - LLM_CASCADE_CHEAP_MODEL,
      *> else the run's model - and is asked again of the strong
      *> model only when that answer fails a check: truncated,
      *> blocked by LLM-CHAT's response screen, or (classification
      *> mode) matching no allowed code / under the voting floor.
      *> A record naming a route in BIN-CONFIG-ID keeps its route.
      *> The savings figure prices every answer the cheap model got
      *> right at the strong model's rates - what the run would have
      *> cost sending everything to the strong model - against what
      *> it did cost.
       01 WS-CASCADE-STRONG-MODEL PIC X(128) VALUE SPACES.
       01 WS-CASCADE-STRONG-PROV PIC X(20) VALUE SPACES.
       01 WS-CASCADE-STRONG-URL  PIC X(256) VALUE SPACES.
       01 WS-CASCADE-CHEAP-MODEL PIC X(128) VALUE SPACES.
       01 WS-CASCADE-FLAG        PIC X(1) VALUE 'N'.
         88 WS-CASCADE-MODE          VALUE 'Y'.
       01 WS-CASCADE-TIER        PIC X(1) VALUE SPACE.
         88 WS-TIER-CHEAP            VALUE 'C'.
         88 WS-TIER-STRONG           VALUE 'S'.
       01 WS-ESCALATE-FLAG       PIC X(1) VALUE 'N'.
         88 WS-ESCALATE              VALUE 'Y'.
      *> Set when the record's calls were already priced against the
      *> spend ceiling one by one (voting samples, cascade tiers).
       01 WS-SPEND-NOTED-FLAG    PIC X(1) VALUE 'N'.
         88 WS-SPEND-NOTED           VALUE 'Y'.
       01 WS-CALL-COST           PIC 9(7)V9(6).
       01 WS-CAS-CHEAP-CALL-COST PIC 9(7)V9(6).
       01 WS-CAS-STRONG-EQUIV    PIC 9(7)V9(6).
       01 WS-CAS-TOKENS-IN       PIC 9(9).
       01 WS-CAS-TOKENS-OUT      PIC 9(9).
       01 WS-CAS-TOKENS-CW       PIC 9(9).
       01 WS-CAS-TOKENS-CR       PIC 9(9).
       01 WS-CAS-RECORDS         PIC 9(9) VALUE 0.
       01 WS-CAS-ESCALATED       PIC 9(9) VALUE 0.
       01 WS-CAS-CHEAP-COST      PIC 9(7)V9(6) VALUE 0.
       01 WS-CAS-STRONG-COST     PIC 9(7)V9(6) VALUE 0.
       01 WS-CAS-ALL-STRONG-COST PIC 9(7)V9(6) VALUE 0.
       01 WS-CAS-SAVED           PIC S9(7)V9(6).
       01 WS-CAS-ESCALATE-PCT    PIC 9(3)V9.
       01 WS-CASCADE-FILENAME    PIC X(256).
       01 WS-PART-CAS-FILENAME   PIC X(256).
       01 WS-CAS-FILE-STATUS     PIC X(2).
       01 WS-PART-CAS-STATUS     PIC X(2).
       01 WS-CAS-EDIT-COUNT      PIC ZZZ,ZZZ,ZZ9.
       01 WS-CAS-EDIT-PCT        PIC ZZ9.9.
       01 WS-CAS-EDIT-COST       PIC Z,ZZZ,ZZ9.999999.
       01 WS-CAS-EDIT-SAVED      PIC -Z,ZZZ,ZZ9.999999.

      *> ---- four-eyes approval ----------------------------------------
      *> LLM_BATCH_PROMPT_ID names the library prompt the input was
      *> built from (LLM-PROMPT-MERGE) - stamped on every call for the
      *> audit trail and matched against the P rules. The submitter
      *> is LLM_BATCH_OPERATOR, else the login name.
       01 WS-RUN-PROMPT-ID       PIC X(40) VALUE SPACES.
       01 WS-RUN-PROMPT-VERSION  PIC 9(3) VALUE 0.
       01 WS-SUBMITTER-ID        PIC X(30).
      *> The business caller the run works for (LLM_BATCH_CALLER) -
      *> put on every call so audit, budgets and QA sampling see it.
      *> Unset, calls go out with no caller as before and the
      *> archive records the program name.
       01 WS-RUN-CALLER          PIC X(30) VALUE SPACES.
       01 WS-APR-RULES-FILENAME  PIC X(256).
       01 WS-PENDING-FILENAME    PIC X(256).
       01 WS-PART-PND-FILENAME   PIC X(256).
       01 WS-APR-FILE-STATUS     PIC X(2).
       01 WS-PND-FILE-STATUS     PIC X(2).
       01 WS-PART-PND-STATUS     PIC X(2).
       01 WS-APPROVAL-FLAG       PIC X(1) VALUE 'N'.
         88 WS-APPROVAL-ENABLED      VALUE 'Y'.
       01 WS-APR-EOF-FLAG        PIC X(1) VALUE 'N'.
         88 WS-APR-EOF               VALUE 'Y'.
       01 WS-APR-RULE-COUNT      PIC 9(3) VALUE 0.
       01 WS-APR-RULE-TABLE.
           05 WS-APR-RULE        OCCURS 100 TIMES.
             10 WS-APR-KIND      PIC X(1).
             10 WS-APR-VALUE     PIC X(40).
       01 WS-APR-IDX             PIC 9(3) COMP.
       01 WS-DRAFT-FLAG          PIC X(1) VALUE 'N'.
         88 WS-DRAFT-HELD            VALUE 'Y'.
       01 WS-HELD-COUNT          PIC 9(9) VALUE 0.
       01 WS-PENDING-OPEN-FLAG   PIC X(1) VALUE 'N'.
         88 WS-PENDING-IS-OPEN       VALUE 'Y'.

      *> ---- variable-length (delimited) output feed -------------------
      *> LLM_BATCH_OUTPUT_FORMAT=DELIM writes the output feed as
      *> trimmed delimited lines (content last, so trailing padding
         88 WS-OUT-DELIM-MODE        VALUE 'Y'.
       01 WS-OUT-SEPARATOR       PIC X(1).
       01 WS-OUT-DELIM-ENV       PIC X(4).
       01 WS-HELD-OUT-RECORD     PIC X(32825).
       01 WS-OUT-KEY             PIC X(20).
       01 WS-OUT-STAT            PIC 9(4).
       01 WS-OUT-TIN             PIC 9(9).
       01 WS-OUT-TOUT            PIC 9(9).
       01 WS-OUT-CATEGORY        PIC X(10).
       01 WS-OUT-LONG            PIC X(1).
       01 WS-OUT-VOTE-AGREE      PIC X(3).
       01 WS-OUT-CASCADE-TIER    PIC X(1).
       01 WS-OUT-CONTENT         PIC X(32768).

      *> ---- duplicate-prompt consolidation ----------------------------
             10 WS-SRATE-MODEL   PIC X(128).
             10 WS-SRATE-IN      PIC 9(4)V9999.
             10 WS-SRATE-OUT     PIC 9(4)V9999.
             10 WS-SRATE-CW      PIC 9(4)V9999.
             10 WS-SRATE-CR      PIC 9(4)V9999.
       01 WS-SRATE-HIT           PIC 9(2) COMP.
       01 WS-SRATE-SCAN          PIC 9(2) COMP.
       01 WS-CHILD-CEILING       PIC 9(9)V99.

      *> ---- run ID / append-only archive -------------------------------
       01 WS-RUN-ID              PIC X(14).
      *> ---- run registry ---------------------------------------------
      *> START/END lines through LLM-RUN-REGISTER under WS-RUN-ID.
      *> WS-REG-SPEND is every priced call to the sixth place, kept
      *> whether or not a ceiling is set; WS-UNPROCESSED-COUNT is
      *> what went to .unprocessed, serial or merged.
       COPY 'LLM-RUN-REGISTRY.cpy'.
       01 WS-REG-SPEND           PIC 9(7)V9(6) VALUE 0.
       01 WS-UNPROCESSED-COUNT   PIC 9(9) VALUE 0.
       01 WS-ARCHIVE-FILENAME    PIC X(256).
       01 WS-ARC-FILE-STATUS     PIC X(2).
       01 WS-ARCHIVE-FLAG        PIC X(1) VALUE 'N'.
                   PERFORM 200-PROCESS-FILE
               END-IF
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back by 910-REGISTER-RUN-END.
           MOVE RETURN-CODE              TO LLM-RRG-RETURN-CODE
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-BATCH: records processed: ' WS-RECORD-COUNT
           DISPLAY 'LLM-BATCH: records with errors: ' WS-ERROR-COUNT
               DISPLAY 'LLM-BATCH: oversized records summarized via '
                       'the long path: ' WS-LONG-PATH-COUNT
           END-IF
           IF WS-VOTE-CALL-COUNT > 0
               DISPLAY 'LLM-BATCH: self-consistency sample calls: '
                       WS-VOTE-CALL-COUNT ', records under the '
                       'agreement floor: ' WS-VOTE-LOW-COUNT
           END-IF
           IF WS-CASCADE-MODE
               MOVE WS-CAS-SAVED         TO WS-CAS-EDIT-SAVED
               DISPLAY 'LLM-BATCH: cascade records: ' WS-CAS-RECORDS
                       ', escalated to the strong model: '
                       WS-CAS-ESCALATED ', saved: '
                       FUNCTION TRIM(WS-CAS-EDIT-SAVED)
           END-IF
           IF WS-FANOUT-COUNT > 0
               DISPLAY 'LLM-BATCH: duplicate records served by '
                       'fan-out without a provider call: '
                       WS-FANOUT-COUNT
           END-IF
           PERFORM 910-REGISTER-RUN-END
           STOP RUN.

      *> Args: 1=input file  2=output file  3=model  4=RESTART (optional)
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM 108-LOAD-VOTE-SETTINGS
               END-IF
           END-IF

               PERFORM 107-LOAD-MODEL-ROUTES
           END-IF

           DISPLAY 'LLM_CASCADE_STRONG_MODEL' UPON ENVIRONMENT-NAME
           ACCEPT WS-CASCADE-STRONG-MODEL FROM ENVIRONMENT-VALUE
           IF WS-CASCADE-STRONG-MODEL NOT = SPACES
               PERFORM 109-LOAD-CASCADE-SETTINGS
           END-IF

      *> The version stamped is the one in force at run start - the
      *> wording LLM-PROMPT-MERGE would have filled the input from.
           DISPLAY 'LLM_BATCH_PROMPT_ID' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-PROMPT-ID FROM ENVIRONMENT-VALUE
           IF WS-RUN-PROMPT-ID NOT = SPACES
               MOVE WS-RUN-PROMPT-ID     TO LLM-PROMPT-ID
               CALL 'LLM-PROMPT-LOOKUP' USING LLM-PROMPT
                                              LLM-STATUS
               INITIALIZE LLM-STATUS
               IF LLM-PROMPT-WAS-FOUND
                   MOVE LLM-PROMPT-VERSION TO WS-RUN-PROMPT-VERSION
               END-IF
           END-IF

           DISPLAY 'LLM_BATCH_CALLER' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-CALLER FROM ENVIRONMENT-VALUE

           DISPLAY 'LLM_BATCH_OPERATOR' UPON ENVIRONMENT-NAME
           ACCEPT WS-SUBMITTER-ID FROM ENVIRONMENT-VALUE
           IF WS-SUBMITTER-ID = SPACES
               DISPLAY 'USER' UPON ENVIRONMENT-NAME
               ACCEPT WS-SUBMITTER-ID FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-SUBMITTER-ID = SPACES
               MOVE 'UNKNOWN'            TO WS-SUBMITTER-ID
           END-IF

           DISPLAY 'LLM_BATCH_APPROVAL_RULES' UPON ENVIRONMENT-NAME
           ACCEPT WS-APR-RULES-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-APR-RULES-FILENAME NOT = SPACES
               STRING FUNCTION TRIM(WS-OUTPUT-FILENAME)
                                         DELIMITED BY SIZE
                      '.pending'         DELIMITED BY SIZE
                      INTO WS-PENDING-FILENAME
               END-STRING
               PERFORM 106-LOAD-APPROVAL-RULES
               IF NOT LLM-STAT-OK
                   DISPLAY LLM-STAT-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           DISPLAY 'LLM_BATCH_RESPONSE_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT WS-RSPM-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RSPM-FILENAME NOT = SPACES
                  INTO WS-RUN-ID
           END-STRING
           DISPLAY 'LLM-BATCH: run ID ' WS-RUN-ID
           PERFORM 190-REGISTER-RUN-START

           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           END-IF.


      *> The cheap tier defaults to the run's own model; the strong
      *> tier's provider and endpoint default to the run's.
       109-LOAD-CASCADE-SETTINGS.
           SET WS-CASCADE-MODE           TO TRUE
           DISPLAY 'LLM_CASCADE_CHEAP_MODEL' UPON ENVIRONMENT-NAME
           ACCEPT WS-CASCADE-CHEAP-MODEL FROM ENVIRONMENT-VALUE
           IF WS-CASCADE-CHEAP-MODEL = SPACES
               MOVE LLM-MODEL            TO WS-CASCADE-CHEAP-MODEL
           END-IF
           DISPLAY 'LLM_CASCADE_STRONG_PROVIDER' UPON ENVIRONMENT-NAME
           ACCEPT WS-CASCADE-STRONG-PROV FROM ENVIRONMENT-VALUE
           DISPLAY 'LLM_CASCADE_STRONG_ENDPOINT' UPON ENVIRONMENT-NAME
           ACCEPT WS-CASCADE-STRONG-URL FROM ENVIRONMENT-VALUE
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.cascade'             DELIMITED BY SIZE
                  INTO WS-CASCADE-FILENAME
           END-STRING
           DISPLAY 'LLM-BATCH: cascade mode, '
                   FUNCTION TRIM(WS-CASCADE-CHEAP-MODEL)
                   ' first, escalating to '
                   FUNCTION TRIM(WS-CASCADE-STRONG-MODEL).


      *> Voting applies to classification runs only; a sample count
      *> outside 2-9 leaves the mode off.
       108-LOAD-VOTE-SETTINGS.
           DISPLAY 'LLM_BATCH_VOTE_SAMPLES' UPON ENVIRONMENT-NAME
           ACCEPT WS-VOTE-ENV FROM ENVIRONMENT-VALUE
           IF WS-VOTE-ENV NOT = SPACES
           AND FUNCTION NUMVAL(WS-VOTE-ENV) >= 2
           AND FUNCTION NUMVAL(WS-VOTE-ENV) <= 9
               MOVE FUNCTION NUMVAL(WS-VOTE-ENV) TO WS-VOTE-SAMPLES
           END-IF
           IF WS-VOTE-MODE
               DISPLAY 'LLM_BATCH_VOTE_TEMPERATURE'
                   UPON ENVIRONMENT-NAME
               ACCEPT WS-VOTE-ENV FROM ENVIRONMENT-VALUE
               IF WS-VOTE-ENV NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-VOTE-ENV)
                                         TO WS-VOTE-TEMPERATURE
               END-IF
               DISPLAY 'LLM_BATCH_VOTE_AGREE_PCT' UPON ENVIRONMENT-NAME
               ACCEPT WS-VOTE-ENV FROM ENVIRONMENT-VALUE
               IF WS-VOTE-ENV NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-VOTE-ENV)
                                         TO WS-VOTE-AGREE-MIN
               END-IF
               DISPLAY 'LLM-BATCH: self-consistency voting, '
                       WS-VOTE-SAMPLES ' samples per record, '
                       'agreement floor ' WS-VOTE-AGREE-MIN '%'
           END-IF.


      *> Loads the allowed category codes once, uppercased with their
      *> trimmed lengths precomputed so 240-CLASSIFY-REPLY's substring
      *> scan doesn't re-measure each code per record.
           END-IF.


      *> A rules file that is named but unreadable stops the run -
      *> carrying on would put every draft straight onto the feed.
       106-LOAD-APPROVAL-RULES.
           MOVE 0 TO WS-APR-RULE-COUNT
           OPEN INPUT APPROVAL-RULES
           IF WS-APR-FILE-STATUS NOT = '00'
               SET LLM-STAT-CONFIG-ERR  TO TRUE
               MOVE 'LLM-BATCH: cannot open LLM_BATCH_APPROVAL_RULES'
                                        TO LLM-STAT-MESSAGE
           ELSE
               MOVE 'N' TO WS-APR-EOF-FLAG
               PERFORM UNTIL WS-APR-EOF
                   READ APPROVAL-RULES
                       AT END
                           SET WS-APR-EOF TO TRUE
                       NOT AT END
                           IF (APR-RULE-KIND = 'P' OR 'p'
                                            OR 'C' OR 'c')
                           AND APR-RULE-VALUE NOT = SPACES
                           AND WS-APR-RULE-COUNT < 100
                               ADD 1 TO WS-APR-RULE-COUNT
                               MOVE FUNCTION UPPER-CASE(APR-RULE-KIND)
                                   TO WS-APR-KIND(WS-APR-RULE-COUNT)
                               MOVE FUNCTION UPPER-CASE(APR-RULE-VALUE)
                                   TO WS-APR-VALUE(WS-APR-RULE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-RULES
               IF WS-APR-RULE-COUNT > 0
                   SET WS-APPROVAL-ENABLED TO TRUE
               END-IF
           END-IF.


       107-LOAD-MODEL-ROUTES.
           MOVE 0 TO WS-ROUTE-COUNT
           OPEN INPUT MODEL-ROUTES
           MOVE 'N' TO WS-ROUTED-FLAG.


      *> One answer for the record from the model now in LLM-CONFIG
      *> - a single call, or the voting samples where voting is on.
       212-CALL-MODEL.
           IF WS-VOTE-MODE AND BIN-CONV-ID = SPACES
               PERFORM 241-TAKE-VOTE-SAMPLES
           ELSE
               CALL 'LLM-CHAT' USING LLM-CONFIG
                                     LLM-FALLBACK-CONFIG
                                     LLM-REQUEST
                                     LLM-RESPONSE
                                     LLM-STATUS
           END-IF.


      *> Cheap-first cascade. The record's request goes to the
      *> low-cost model; its answer stands unless it was truncated,
      *> blocked by the response screen, or (classification runs)
      *> matched no allowed code or fell under the voting floor - then
      *> the same request goes to the strong model and that answer is
      *> the record's. Each tier is priced as it lands, against the
      *> spend ceiling and into the cascade totals; an escalated
      *> record carries both tiers' tokens. The run config is held
      *> the way a route holds it, so 213 puts it back.
       215-RUN-CASCADE.
           SET WS-RECORD-ROUTED          TO TRUE
           SET WS-SPEND-NOTED            TO TRUE
           MOVE LLM-MODEL                TO WS-HELD-MODEL
           MOVE LLM-PROVIDER             TO WS-HELD-PROVIDER
           MOVE LLM-ENDPOINT-URL         TO WS-HELD-ENDPOINT
           ADD 1                         TO WS-CAS-RECORDS
           SET WS-TIER-CHEAP             TO TRUE
           MOVE WS-CASCADE-CHEAP-MODEL   TO LLM-MODEL
           PERFORM 212-CALL-MODEL

           MOVE 'N'                      TO WS-ESCALATE-FLAG
           IF LLM-STAT-TRUNCATED
           OR LLM-STAT-CONTENT-BLOCKED
               SET WS-ESCALATE           TO TRUE
           END-IF
           IF LLM-STAT-OK
               IF LLM-FINISH-MAX-TOK
                   SET WS-ESCALATE       TO TRUE
               END-IF
               IF WS-CLASSIFY-MODE
                   IF WS-VOTE-DONE
                       IF WS-VOTE-BEST = 0
                       OR WS-VOTE-AGREE-PCT < WS-VOTE-AGREE-MIN
                           SET WS-ESCALATE TO TRUE
                       END-IF
                   ELSE
                       PERFORM 242-MATCH-CATEGORY
                       IF WS-MATCHED-CATEGORY = SPACES
                           SET WS-ESCALATE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 223-PRICE-CALL
           MOVE WS-CALL-COST             TO WS-CAS-CHEAP-CALL-COST
           ADD WS-CALL-COST              TO WS-CAS-CHEAP-COST
           IF NOT WS-VOTE-DONE
           AND (LLM-STAT-OK OR WS-ESCALATE)
               PERFORM 222-ACCUMULATE-SPEND
           END-IF

      *> The strong tier's price for what the cheap tier just did -
      *> the all-strong run's cost for a record that stays cheap.
           MOVE WS-CASCADE-STRONG-MODEL  TO LLM-MODEL
           PERFORM 223-PRICE-CALL
           MOVE WS-CALL-COST             TO WS-CAS-STRONG-EQUIV

           IF NOT WS-ESCALATE
               ADD WS-CAS-STRONG-EQUIV   TO WS-CAS-ALL-STRONG-COST
           ELSE
           IF WS-SPEND-TRIPPED
      *> The ceiling tripped on the cheap call - no strong call; the
      *> record goes out on the cheap answer as the run stops.
               ADD WS-CAS-STRONG-EQUIV   TO WS-CAS-ALL-STRONG-COST
           ELSE
               ADD 1                     TO WS-CAS-ESCALATED
               SET WS-TIER-STRONG        TO TRUE
               MOVE LLM-RSP-TOKENS-IN    TO WS-CAS-TOKENS-IN
               MOVE LLM-RSP-TOKENS-OUT   TO WS-CAS-TOKENS-OUT
               MOVE LLM-RSP-TOKENS-CACHE-WRITE TO WS-CAS-TOKENS-CW
               MOVE LLM-RSP-TOKENS-CACHE-READ  TO WS-CAS-TOKENS-CR
               IF WS-CASCADE-STRONG-PROV NOT = SPACES
                   MOVE WS-CASCADE-STRONG-PROV TO LLM-PROVIDER
               END-IF
               IF WS-CASCADE-STRONG-URL NOT = SPACES
                   MOVE WS-CASCADE-STRONG-URL TO LLM-ENDPOINT-URL
               END-IF
               INITIALIZE LLM-STATUS
               MOVE 'N'                  TO WS-VOTE-DONE-FLAG
               PERFORM 212-CALL-MODEL
               PERFORM 223-PRICE-CALL
               ADD WS-CALL-COST          TO WS-CAS-STRONG-COST
                                            WS-CAS-ALL-STRONG-COST
               IF LLM-STAT-OK AND NOT WS-VOTE-DONE
                   PERFORM 222-ACCUMULATE-SPEND
               END-IF
               ADD WS-CAS-TOKENS-IN      TO LLM-RSP-TOKENS-IN
               ADD WS-CAS-TOKENS-OUT     TO LLM-RSP-TOKENS-OUT
               ADD WS-CAS-TOKENS-CW      TO LLM-RSP-TOKENS-CACHE-WRITE
               ADD WS-CAS-TOKENS-CR      TO LLM-RSP-TOKENS-CACHE-READ
           END-IF
           END-IF.


      *> One detail record onto the feed, in whichever format the
      *> run selected. The delimited build clobbers the shared
      *> record area (BATCH-OUT-RAW redefines BATCH-OUT-RECORD), so
               MOVE BOUT-TOKENS-OUT      TO WS-OUT-TOUT
               MOVE BOUT-CATEGORY        TO WS-OUT-CATEGORY
               MOVE BOUT-LONG-PATH       TO WS-OUT-LONG
               MOVE BOUT-VOTE-AGREE      TO WS-OUT-VOTE-AGREE
               MOVE BOUT-CASCADE-TIER    TO WS-OUT-CASCADE-TIER
               MOVE BOUT-CONTENT         TO WS-OUT-CONTENT
      *> A literal separator inside the reply would shear the line -
      *> it lands as a plain space, the LLM-PROMPT-MERGE convention.
                                                  DELIMITED BY SIZE
                      INTO BATCH-OUT-RAW
               END-STRING
      *> The agreement share and the cascade tier ride after the
      *> content, and only when voting or the cascade set one -
      *> readers taking content as the seventh field see no change.
               IF WS-OUT-VOTE-AGREE NOT = SPACES
               OR WS-OUT-CASCADE-TIER NOT = SPACE
                   STRING FUNCTION TRIM(BATCH-OUT-RAW TRAILING)
                                                  DELIMITED BY SIZE
                          WS-OUT-SEPARATOR        DELIMITED BY SIZE
                          WS-OUT-VOTE-AGREE       DELIMITED BY SIZE
                          WS-OUT-SEPARATOR        DELIMITED BY SIZE
                          WS-OUT-CASCADE-TIER     DELIMITED BY SIZE
                          INTO WS-RAW-LINE
                   END-STRING
                   MOVE WS-RAW-LINE      TO BATCH-OUT-RAW
                   MOVE SPACES           TO WS-RAW-LINE
               END-IF
               WRITE BATCH-OUT-RAW
               MOVE WS-HELD-OUT-RECORD   TO BATCH-OUT-RECORD
           END-IF.
               MOVE 'F'                  TO CDR-CACHE-FLAG
               MOVE 0                    TO CDR-HTTP-STATUS
               MOVE 0                    TO CDR-STAT-CODE
               MOVE 0                    TO CDR-CACHE-WRITE-TOKENS
               MOVE 0                    TO CDR-CACHE-READ-TOKENS
               WRITE CALL-DETAIL-RECORD
               CLOSE CALL-DETAIL-LOG
           END-IF.

               INITIALIZE LLM-REQUEST
               MOVE 'LLM-BATCH'          TO LLM-REQ-CALLER-ID
               MOVE WS-RUN-ID            TO LLM-REQ-RUN-ID
               MOVE BIN-KEY              TO LLM-REQ-RECORD-KEY
               MOVE 'LLM-SUMMARIZE-CHUNK' TO LLM-REQ-PROMPT-ID
               MOVE WS-OVS-CHUNK-VER     TO LLM-REQ-PROMPT-VERSION
               MOVE 1                    TO LLM-REQ-MSG-COUNT
           IF LLM-STAT-OK
               INITIALIZE LLM-REQUEST
               MOVE 'LLM-BATCH'          TO LLM-REQ-CALLER-ID
               MOVE WS-RUN-ID            TO LLM-REQ-RUN-ID
               MOVE BIN-KEY              TO LLM-REQ-RECORD-KEY
               MOVE 'LLM-SUMMARIZE-FINAL' TO LLM-REQ-PROMPT-ID
               MOVE WS-OVS-FINAL-VER     TO LLM-REQ-PROMPT-VERSION
               ADD 1                     TO LLM-REQ-MSG-COUNT
                                                   DELIMITED BY SIZE
                  '.rejects'                       DELIMITED BY SIZE
                  INTO WS-PART-RJC-FILENAME
           END-STRING
           MOVE SPACES TO WS-PART-PND-FILENAME
           STRING FUNCTION TRIM(WS-PART-OUT-FILENAME)
                                                   DELIMITED BY SIZE
                  '.pending'                       DELIMITED BY SIZE
                  INTO WS-PART-PND-FILENAME
           END-STRING
           MOVE SPACES TO WS-PART-CAS-FILENAME
           STRING FUNCTION TRIM(WS-PART-OUT-FILENAME)
                                                   DELIMITED BY SIZE
                  '.cascade'                       DELIMITED BY SIZE
                  INTO WS-PART-CAS-FILENAME
           END-STRING.

       154-WRITE-INPUT-PARTITIONS.
      *> Children inherit the environment, but the response master
      *> and the archive belong to the run as a whole - the parent
      *> maintains both at merge time, so each child gets them
      *> blanked out of its own environment here. The run registry
      *> likewise carries the parent's one run, not a line per
      *> partition: LLM_RUN_PARTITION_OF stands each child down.
      *> The output format is also blanked: children write fixed
      *> partitions whatever the run asked for, and the parent's
      *> merge emits the final feed in the selected format - the
                                                   DELIMITED BY SIZE
                      'LLM_BATCH_ARCHIVE_FILE= '   DELIMITED BY SIZE
                      'LLM_BATCH_OUTPUT_FORMAT= '  DELIMITED BY SIZE
                      'LLM_RUN_PARTITION_OF='      DELIMITED BY SIZE
                      WS-RUN-ID                    DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SELF-EXECUTABLE)
                                                   DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
               IF WS-CLASSIFY-MODE
                   PERFORM 163-MERGE-ONE-PARTITION-REJECTS
               END-IF
               IF WS-APPROVAL-ENABLED
                   PERFORM 167-MERGE-ONE-PARTITION-PENDING
               END-IF
               IF WS-CASCADE-MODE
                   PERFORM 168-MERGE-ONE-PARTITION-CASCADE
               END-IF
           END-PERFORM
           PERFORM 235-WRITE-OUTPUT-TRAILER
           CLOSE BATCH-OUTPUT
                       'replies merged into '
                       FUNCTION TRIM(WS-REJECTS-FILENAME)
           END-IF
           IF WS-PENDING-IS-OPEN
               CLOSE PENDING-FILE
               DISPLAY 'LLM-BATCH: ' WS-HELD-COUNT ' drafts held '
                       'for approval merged into '
                       FUNCTION TRIM(WS-PENDING-FILENAME)
           END-IF
           IF WS-CASCADE-MODE
               PERFORM 236-WRITE-CASCADE-SUMMARY
           END-IF
           IF WS-MERGE-UNPROC-FOUND
               DISPLAY 'LLM-BATCH: one or more partitions tripped '
                       'their circuit breaker - unprocessed records '
                           MOVE POUT-CONTENT     TO BOUT-CONTENT
                           MOVE POUT-CATEGORY    TO BOUT-CATEGORY
                           MOVE POUT-LONG-PATH   TO BOUT-LONG-PATH
                           MOVE POUT-VOTE-AGREE  TO BOUT-VOTE-AGREE
                           MOVE POUT-CASCADE-TIER
                                                 TO BOUT-CASCADE-TIER
                           PERFORM 219-WRITE-OUTPUT-DETAIL
                           IF WS-RSPM-ENABLED
                               PERFORM 250-WRITE-RESPONSE-MASTER
                               SET WS-UNPROCESSED-IS-OPEN TO TRUE
                           END-IF
                           SET WS-MERGE-UNPROC-FOUND TO TRUE
                           ADD 1 TO WS-UNPROCESSED-COUNT
                           MOVE PUNP-KEY         TO UNP-KEY
                           MOVE PUNP-ROLE        TO UNP-ROLE
                           MOVE PUNP-PROMPT      TO UNP-PROMPT
                      FUNCTION TRIM(WS-PART-RJC-FILENAME)
                                                   DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PART-PND-FILENAME)
                                                   DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PART-CAS-FILENAME)
                                                   DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PART-OUT-FILENAME)
                                                   DELIMITED BY SIZE
                      '.status'                    DELIMITED BY SIZE
                           MOVE SPACES           TO REJECTS-RECORD
                           MOVE PRJC-KEY         TO RJC-KEY
                           MOVE PRJC-CONTENT     TO RJC-CONTENT
                           MOVE PRJC-RUN-DATE    TO RJC-RUN-DATE
                           MOVE PRJC-PROMPT-ID   TO RJC-PROMPT-ID
                           MOVE PRJC-PROMPT-VERSION
                                                 TO RJC-PROMPT-VERSION
                           WRITE REJECTS-RECORD
               END-READ
               END-PERFORM
           END-IF.


      *> Appends a partition's held drafts onto the parent's pending
      *> file, passed through byte for byte.
       167-MERGE-ONE-PARTITION-PENDING.
           OPEN INPUT PART-PENDING-FILE
           IF WS-PART-PND-STATUS = '00'
               MOVE 'N' TO WS-PART-EOF-FLAG
               PERFORM UNTIL WS-PART-EOF
                   READ PART-PENDING-FILE
                       AT END
                           SET WS-PART-EOF TO TRUE
                       NOT AT END
                           IF NOT WS-PENDING-IS-OPEN
                               OPEN OUTPUT PENDING-FILE
                               SET WS-PENDING-IS-OPEN TO TRUE
                           END-IF
                           ADD 1 TO WS-HELD-COUNT
                           MOVE PART-PENDING-RAW TO PENDING-RECORD
                           WRITE PENDING-RECORD
               END-READ
               END-PERFORM
               CLOSE PART-PENDING-FILE
           END-IF.


      *> Adds a partition's cascade totals (its summary's first,
      *> machine-readable record) into this run's.
       168-MERGE-ONE-PARTITION-CASCADE.
           OPEN INPUT PART-CASCADE-SUMMARY
           IF WS-PART-CAS-STATUS = '00'
               READ PART-CASCADE-SUMMARY
                   NOT AT END
                       IF PCSUM-TAG = 'CASCADE '
                           ADD PCSUM-RECORDS     TO WS-CAS-RECORDS
                           ADD PCSUM-ESCALATED   TO WS-CAS-ESCALATED
                           ADD PCSUM-CHEAP-COST  TO WS-CAS-CHEAP-COST
                           ADD PCSUM-STRONG-COST TO WS-CAS-STRONG-COST
                           ADD PCSUM-ALL-STRONG-COST
                                            TO WS-CAS-ALL-STRONG-COST
                       END-IF
               END-READ
               CLOSE PART-CASCADE-SUMMARY
           END-IF.


      *> Dedup pre-scan: one pass collecting the prompt hash of
      *> every consolidatable record, sorted so duplicate groups
      *> sit adjacent; each group gets a response-cache slot. Only
           MOVE WS-HASH-WORK             TO WS-PROMPT-HASH.


      *> START line under the run ID just built - from here on every
      *> way out of the run passes 910-REGISTER-RUN-END.
       190-REGISTER-RUN-START.
           INITIALIZE LLM-RUN-REGISTRY-AREA
           SET LLM-RRG-START             TO TRUE
           MOVE WS-RUN-ID                TO LLM-RRG-RUN-ID
           MOVE 'LLM-BATCH'              TO LLM-RRG-PROGRAM
           MOVE WS-INPUT-FILENAME        TO LLM-RRG-INPUT-FILE
           MOVE WS-OUTPUT-FILENAME       TO LLM-RRG-OUTPUT-FILE
           MOVE LLM-MODEL                TO LLM-RRG-MODEL
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA.


       200-PROCESS-FILE.
           IF WS-RESTART-REQUESTED
               PERFORM 205-LOAD-RESTART-KEY
                           'replies written to '
                           FUNCTION TRIM(WS-REJECTS-FILENAME)
               END-IF
               IF WS-PENDING-IS-OPEN
                   CLOSE PENDING-FILE
                   DISPLAY 'LLM-BATCH: ' WS-HELD-COUNT ' drafts held '
                           'for approval in '
                           FUNCTION TRIM(WS-PENDING-FILENAME)
               END-IF
               IF WS-CASCADE-MODE
                   PERFORM 236-WRITE-CASCADE-SUMMARY
               END-IF
               IF WS-CIRCUIT-TRIPPED
                   DISPLAY 'LLM-BATCH: circuit breaker tripped after '
                       WS-CIRCUIT-THRESHOLD ' consecutive failures - '
           END-IF.


      *> <output>.cascade: the totals record a parent run sums, then
      *> how many records the strong model had to answer and what the
      *> cheap-first run saved against sending every record to it.
       236-WRITE-CASCADE-SUMMARY.
           MOVE 0                        TO WS-CAS-ESCALATE-PCT
           IF WS-CAS-RECORDS > 0
               COMPUTE WS-CAS-ESCALATE-PCT ROUNDED =
                   WS-CAS-ESCALATED * 100 / WS-CAS-RECORDS
           END-IF
           COMPUTE WS-CAS-SAVED = WS-CAS-ALL-STRONG-COST
                                - WS-CAS-CHEAP-COST
                                - WS-CAS-STRONG-COST

           OPEN OUTPUT CASCADE-SUMMARY
           IF WS-CAS-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-BATCH: cannot write cascade summary '
                       FUNCTION TRIM(WS-CASCADE-FILENAME)
                       ' status ' WS-CAS-FILE-STATUS
           ELSE
               MOVE SPACES               TO CASCADE-SUMMARY-RECORD
               MOVE 'CASCADE '           TO CSUM-TAG
               MOVE WS-CAS-RECORDS       TO CSUM-RECORDS
               MOVE WS-CAS-ESCALATED     TO CSUM-ESCALATED
               MOVE WS-CAS-CHEAP-COST    TO CSUM-CHEAP-COST
               MOVE WS-CAS-STRONG-COST   TO CSUM-STRONG-COST
               MOVE WS-CAS-ALL-STRONG-COST TO CSUM-ALL-STRONG-COST
               WRITE CASCADE-SUMMARY-RECORD

               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'CHEAP-FIRST CASCADE: '    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CASCADE-CHEAP-MODEL)
                                                 DELIMITED BY SIZE
                      ' ESCALATING TO '          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CASCADE-STRONG-MODEL)
                                                 DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE

               MOVE WS-CAS-RECORDS       TO WS-CAS-EDIT-COUNT
               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'RECORDS THROUGH THE CASCADE    '
                                                 DELIMITED BY SIZE
                      WS-CAS-EDIT-COUNT          DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE

               MOVE WS-CAS-ESCALATED     TO WS-CAS-EDIT-COUNT
               MOVE WS-CAS-ESCALATE-PCT  TO WS-CAS-EDIT-PCT
               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'ESCALATED TO THE STRONG MODEL  '
                                                 DELIMITED BY SIZE
                      WS-CAS-EDIT-COUNT          DELIMITED BY SIZE
                      '  ('                      DELIMITED BY SIZE
                      WS-CAS-EDIT-PCT            DELIMITED BY SIZE
                      '%)'                       DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE

               MOVE WS-CAS-CHEAP-COST    TO WS-CAS-EDIT-COST
               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'COST AT THE CHEAP TIER         '
                                                 DELIMITED BY SIZE
                      WS-CAS-EDIT-COST           DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE

               MOVE WS-CAS-STRONG-COST   TO WS-CAS-EDIT-COST
               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'COST AT THE STRONG TIER        '
                                                 DELIMITED BY SIZE
                      WS-CAS-EDIT-COST           DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE

               MOVE WS-CAS-ALL-STRONG-COST TO WS-CAS-EDIT-COST
               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'COST IF ALL SENT TO STRONG     '
                                                 DELIMITED BY SIZE
                      WS-CAS-EDIT-COST           DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE

               MOVE WS-CAS-SAVED         TO WS-CAS-EDIT-SAVED
               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'SAVED BY THE CASCADE          '
                                                 DELIMITED BY SIZE
                      WS-CAS-EDIT-SAVED          DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE
               CLOSE CASCADE-SUMMARY
           END-IF.


       225-MAYBE-REPORT-PROGRESS.
           DIVIDE WS-RECORD-COUNT BY WS-PROGRESS-EVERY
               GIVING WS-PROGRESS-QUOT
      *> (this runs before any per-record route is unwound) and
      *> trips the controlled shutdown once the run's accumulated
      *> cost crosses the ceiling - the rest of the input drains to
      *> .unprocessed through exactly the batch-window path. Every
      *> run is priced for the run registry; only a run with a
      *> ceiling set can trip.
       222-ACCUMULATE-SPEND.
           PERFORM 223-PRICE-CALL
           ADD WS-CALL-COST              TO WS-REG-SPEND
           COMPUTE WS-CALL-SPEND ROUNDED = WS-CALL-COST
           ADD WS-CALL-SPEND             TO WS-RUN-SPEND

           IF WS-CEILING-SET
           AND WS-RUN-SPEND > WS-SPEND-CEILING
           AND NOT WS-SPEND-TRIPPED
               SET WS-SPEND-TRIPPED      TO TRUE
               SET WS-SHUTDOWN-REQUESTED TO TRUE
           END-IF.


      *> WS-CALL-COST for the reply in LLM-RESPONSE at LLM-MODEL's
      *> rates as of the run date.
       223-PRICE-CALL.
           MOVE 0 TO WS-SRATE-HIT
           PERFORM VARYING WS-SRATE-SCAN FROM 1 BY 1
               UNTIL WS-SRATE-SCAN > WS-SRATE-COUNT
                  OR WS-SRATE-HIT > 0
               IF WS-SRATE-MODEL(WS-SRATE-SCAN) = LLM-MODEL
                   MOVE WS-SRATE-SCAN TO WS-SRATE-HIT
               END-IF
           END-PERFORM
           IF WS-SRATE-HIT = 0
               MOVE LLM-MODEL            TO LLM-RATE-MODEL
               MOVE WS-RUN-START-DATE    TO LLM-RATE-ASOF-DATE
               CALL 'LLM-RATE-LOOKUP' USING LLM-RATE-AREA
               IF WS-SRATE-COUNT < 50
                   ADD 1 TO WS-SRATE-COUNT
                   SET WS-SRATE-IDX TO WS-SRATE-COUNT
                   MOVE LLM-MODEL   TO WS-SRATE-MODEL(WS-SRATE-IDX)
                   MOVE LLM-RATE-IN TO WS-SRATE-IN(WS-SRATE-IDX)
                   MOVE LLM-RATE-OUT TO WS-SRATE-OUT(WS-SRATE-IDX)
                   MOVE LLM-RATE-CACHE-WRITE
                                     TO WS-SRATE-CW(WS-SRATE-IDX)
                   MOVE LLM-RATE-CACHE-READ
                                     TO WS-SRATE-CR(WS-SRATE-IDX)
                   MOVE WS-SRATE-COUNT TO WS-SRATE-HIT
               END-IF
           END-IF
           IF WS-SRATE-HIT > 0
               COMPUTE WS-CALL-COST ROUNDED =
                   LLM-RSP-TOKENS-IN
                       * WS-SRATE-IN(WS-SRATE-HIT) / 1000
                   + LLM-RSP-TOKENS-OUT
                       * WS-SRATE-OUT(WS-SRATE-HIT) / 1000
                   + LLM-RSP-TOKENS-CACHE-WRITE
                       * WS-SRATE-CW(WS-SRATE-HIT) / 1000
                   + LLM-RSP-TOKENS-CACHE-READ
                       * WS-SRATE-CR(WS-SRATE-HIT) / 1000
           ELSE
               COMPUTE WS-CALL-COST ROUNDED =
                   LLM-RSP-TOKENS-IN * LLM-RATE-IN / 1000
                   + LLM-RSP-TOKENS-OUT * LLM-RATE-OUT / 1000
                   + LLM-RSP-TOKENS-CACHE-WRITE
                       * LLM-RATE-CACHE-WRITE / 1000
                   + LLM-RSP-TOKENS-CACHE-READ
                       * LLM-RATE-CACHE-READ / 1000
           END-IF.


       220-MAYBE-CHECKPOINT.
           DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-EVERY
               GIVING WS-CHECKPOINT-QUOT
               OPEN OUTPUT UNPROCESSED-FILE
               SET WS-UNPROCESSED-IS-OPEN TO TRUE
           END-IF
           ADD 1                         TO WS-UNPROCESSED-COUNT
           IF WS-DELIM-MODE
               MOVE WS-RAW-LINE          TO UNPROCESSED-RAW
               WRITE UNPROCESSED-RAW
           INITIALIZE LLM-STATUS
           MOVE 'N' TO WS-CONV-LOCK-FLAG
           MOVE 'N' TO WS-LONG-PATH-FLAG
           MOVE 'N' TO WS-VOTE-DONE-FLAG
           MOVE 'N' TO WS-SPEND-NOTED-FLAG
           MOVE SPACE TO WS-CASCADE-TIER
           IF BIN-CONV-ID NOT = SPACES
               MOVE BIN-CONV-ID          TO LLM-CONVERSATION-ID
      *> Identity for the entitlement gate on conversation load -
                   MOVE FUNCTION UPPER-CASE(BIN-RESPONSE-FORMAT)
                                         TO LLM-REQ-RESPONSE-FORMAT
               END-IF
               IF WS-RUN-CALLER NOT = SPACES
                   MOVE WS-RUN-CALLER    TO LLM-REQ-CALLER-ID
               END-IF
               MOVE WS-RUN-ID            TO LLM-REQ-RUN-ID
               MOVE BIN-KEY              TO LLM-REQ-RECORD-KEY
               IF WS-RUN-PROMPT-ID NOT = SPACES
                   MOVE WS-RUN-PROMPT-ID TO LLM-REQ-PROMPT-ID
                   MOVE WS-RUN-PROMPT-VERSION
                                         TO LLM-REQ-PROMPT-VERSION
               END-IF

      *> Duplicate-prompt consolidation: a record whose group
      *> already has a reply this run gets it fanned out here and
                   MOVE BIN-PROMPT
                         TO LLM-REQ-MSG-CONTENT(LLM-REQ-MSG-COUNT)

                   IF WS-CASCADE-MODE AND NOT WS-RECORD-ROUTED
                       PERFORM 215-RUN-CASCADE
                   ELSE
                       PERFORM 212-CALL-MODEL
                   END-IF
               ELSE
                   INITIALIZE LLM-RESPONSE
                   SET LLM-STAT-CONFIG-ERR  TO TRUE
               END-IF
           END-IF

      *> Voting and the cascade priced each call as it landed.
           IF LLM-STAT-OK AND NOT WS-SPEND-NOTED
               PERFORM 222-ACCUMULATE-SPEND
           END-IF


           MOVE SPACES                   TO WS-MATCHED-CATEGORY
           IF WS-CLASSIFY-MODE AND LLM-STAT-OK
               IF WS-VOTE-DONE
                   PERFORM 243-APPLY-VOTE
               ELSE
                   PERFORM 240-CLASSIFY-REPLY
               END-IF
           END-IF

           MOVE BIN-KEY                  TO BOUT-KEY
           ELSE
               MOVE SPACE                TO BOUT-LONG-PATH
           END-IF
           MOVE SPACES                   TO BOUT-VOTE-AGREE
           IF WS-VOTE-DONE AND LLM-STAT-OK
               MOVE WS-VOTE-AGREE-PCT    TO BOUT-VOTE-AGREE
           END-IF
           MOVE WS-CASCADE-TIER          TO BOUT-CASCADE-TIER
      *> A draft is held for sign-off: the feed gets key and status
      *> only, flagged 'P', and the text goes to <output>.pending. The
      *> response master and archive still take the text as drafted
      *> - they record what the model said, not what was released.
           MOVE 'N'                      TO WS-DRAFT-FLAG
           IF WS-APPROVAL-ENABLED AND LLM-STAT-OK
               PERFORM 246-CHECK-DRAFT-RULES
               IF WS-DRAFT-HELD
                   PERFORM 247-WRITE-PENDING
                   MOVE SPACES           TO BOUT-CONTENT
                   MOVE 'P'              TO BOUT-LONG-PATH
               END-IF
           END-IF
           PERFORM 219-WRITE-OUTPUT-DETAIL
           IF WS-DRAFT-HELD
               MOVE LLM-RSP-CONTENT      TO BOUT-CONTENT
           END-IF
           IF WS-FANNED
               PERFORM 217-WRITE-FANOUT-DETAIL
           END-IF
      *> Same LF/CR swap LLM-CONVERSATION-SAVE uses, so a multi-line
      *> reply reads back as one archive record.
               INSPECT ARC-CONTENT CONVERTING X"0A0D" TO X"0102"
               IF WS-RUN-CALLER NOT = SPACES
                   MOVE WS-RUN-CALLER    TO ARC-CALLER
               ELSE
                   MOVE 'LLM-BATCH'      TO ARC-CALLER
               END-IF
               MOVE WS-RUN-PROMPT-ID     TO ARC-PROMPT-ID
               MOVE WS-RUN-PROMPT-VERSION TO ARC-PROMPT-VERSION
               IF LLM-RSP-MODEL NOT = SPACES
                   MOVE LLM-RSP-MODEL    TO ARC-MODEL
               ELSE
                   MOVE LLM-MODEL        TO ARC-MODEL
               END-IF
               MOVE BOUT-CATEGORY        TO ARC-CATEGORY
               WRITE ARCHIVE-RECORD
           END-IF.

      *> No hit means the record goes to the rejects file for manual
      *> coding, reply attached.
       240-CLASSIFY-REPLY.
           PERFORM 242-MATCH-CATEGORY
           IF WS-MATCHED-CATEGORY = SPACES
               PERFORM 245-WRITE-REJECT
           END-IF.


      *> Sets WS-MATCHED-CATEGORY from LLM-RSP-CONTENT, blank when
      *> no allowed code appears in the reply.
       242-MATCH-CATEGORY.
           MOVE SPACES                   TO WS-MATCHED-CATEGORY
           MOVE FUNCTION UPPER-CASE(LLM-RSP-CONTENT)
                                         TO WS-REPLY-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REPLY-UPPER TRAILING))
                                         TO WS-MATCHED-CATEGORY
                   END-IF
               END-PERFORM
           END-PERFORM.


      *> Self-consistency voting: the record's request goes out
      *> WS-VOTE-SAMPLES times, each reply matched to a code as it
      *> lands and priced against the spend ceiling. A failed sample
      *> fails the record like any failed call; a ceiling trip stops
      *> sampling and the vote is taken over the samples in hand.
      *> LLM-RESPONSE comes out holding the winning sample's reply
      *> with every sample's tokens folded into its totals.
       241-TAKE-VOTE-SAMPLES.
           SET WS-VOTE-DONE              TO TRUE
           SET WS-SPEND-NOTED            TO TRUE
           MOVE 0                        TO WS-VOTE-TAKEN
           MOVE 0                        TO WS-VOTE-TOKENS-IN
                                            WS-VOTE-TOKENS-OUT
                                            WS-VOTE-TOKENS-CW
                                            WS-VOTE-TOKENS-CR
           IF BIN-TEMPERATURE = SPACES
               MOVE WS-VOTE-TEMPERATURE  TO LLM-REQ-TEMPERATURE
           END-IF
           PERFORM VARYING WS-VOTE-IDX FROM 1 BY 1
               UNTIL WS-VOTE-IDX > WS-VOTE-SAMPLES
                  OR NOT LLM-STAT-OK
                  OR WS-SPEND-TRIPPED
               CALL 'LLM-CHAT' USING LLM-CONFIG
                                     LLM-FALLBACK-CONFIG
                                     LLM-REQUEST
                                     LLM-RESPONSE
                                     LLM-STATUS
               ADD 1                     TO WS-VOTE-CALL-COUNT
               ADD LLM-RSP-TOKENS-IN     TO WS-VOTE-TOKENS-IN
               ADD LLM-RSP-TOKENS-OUT    TO WS-VOTE-TOKENS-OUT
               ADD LLM-RSP-TOKENS-CACHE-WRITE TO WS-VOTE-TOKENS-CW
               ADD LLM-RSP-TOKENS-CACHE-READ  TO WS-VOTE-TOKENS-CR
               IF LLM-STAT-OK
                   PERFORM 222-ACCUMULATE-SPEND
                   ADD 1                 TO WS-VOTE-TAKEN
                   PERFORM 242-MATCH-CATEGORY
                   MOVE WS-MATCHED-CATEGORY
                                TO WS-VOTE-ANSWER(WS-VOTE-TAKEN)
                   MOVE LLM-RSP-CONTENT
                                TO WS-VOTE-REPLY(WS-VOTE-TAKEN)
               END-IF
           END-PERFORM

      *> Most-matched code wins; a tie goes to the code sampled
      *> first. Samples matching no code never win.
           MOVE 0                        TO WS-VOTE-BEST
                                            WS-VOTE-BEST-COUNT
           PERFORM VARYING WS-VOTE-IDX FROM 1 BY 1
               UNTIL WS-VOTE-IDX > WS-VOTE-TAKEN
               IF WS-VOTE-ANSWER(WS-VOTE-IDX) NOT = SPACES
                   MOVE 0                TO WS-VOTE-COUNT
                   PERFORM VARYING WS-VOTE-SCAN FROM 1 BY 1
                       UNTIL WS-VOTE-SCAN > WS-VOTE-TAKEN
                       IF WS-VOTE-ANSWER(WS-VOTE-SCAN)
                          = WS-VOTE-ANSWER(WS-VOTE-IDX)
                           ADD 1         TO WS-VOTE-COUNT
                       END-IF
                   END-PERFORM
                   IF WS-VOTE-COUNT > WS-VOTE-BEST-COUNT
                       MOVE WS-VOTE-COUNT TO WS-VOTE-BEST-COUNT
                       MOVE WS-VOTE-IDX  TO WS-VOTE-BEST
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0                        TO WS-VOTE-AGREE-PCT
           IF WS-VOTE-TAKEN > 0
               COMPUTE WS-VOTE-AGREE-PCT =
                   WS-VOTE-BEST-COUNT * 100 / WS-VOTE-TAKEN
           END-IF
           IF LLM-STAT-OK
               IF WS-VOTE-BEST > 0
                   MOVE WS-VOTE-REPLY(WS-VOTE-BEST)
                                         TO LLM-RSP-CONTENT
               ELSE
                   MOVE WS-VOTE-REPLY(1) TO LLM-RSP-CONTENT
               END-IF
           END-IF
           MOVE WS-VOTE-TOKENS-IN        TO LLM-RSP-TOKENS-IN
           MOVE WS-VOTE-TOKENS-OUT       TO LLM-RSP-TOKENS-OUT
           MOVE WS-VOTE-TOKENS-CW        TO LLM-RSP-TOKENS-CACHE-WRITE
           MOVE WS-VOTE-TOKENS-CR        TO LLM-RSP-TOKENS-CACHE-READ.


      *> The winning code stands only at or over the agreement floor;
      *> under it the record goes for manual coding with each
      *> sample's code and the start of each reply listed.
       243-APPLY-VOTE.
           IF WS-VOTE-BEST > 0
           AND WS-VOTE-AGREE-PCT >= WS-VOTE-AGREE-MIN
               MOVE WS-VOTE-ANSWER(WS-VOTE-BEST)
                                         TO WS-MATCHED-CATEGORY
           ELSE
               ADD 1                     TO WS-VOTE-LOW-COUNT
               MOVE SPACES               TO WS-VOTE-LIST
               MOVE 1                    TO WS-VOTE-PTR
               STRING 'SELF-CONSISTENCY VOTE: ' WS-VOTE-BEST-COUNT
                      ' OF ' WS-VOTE-TAKEN ' SAMPLES AGREE ('
                      WS-VOTE-AGREE-PCT '%, FLOOR ' WS-VOTE-AGREE-MIN
                      '%)'               DELIMITED BY SIZE
                   INTO WS-VOTE-LIST
                   WITH POINTER WS-VOTE-PTR
               END-STRING
               PERFORM VARYING WS-VOTE-IDX FROM 1 BY 1
                   UNTIL WS-VOTE-IDX > WS-VOTE-TAKEN
                   MOVE WS-VOTE-REPLY(WS-VOTE-IDX)(1:200)
                                         TO WS-VOTE-EXCERPT
                   INSPECT WS-VOTE-EXCERPT
                       CONVERTING X"0A0D" TO '  '
                   IF WS-VOTE-ANSWER(WS-VOTE-IDX) = SPACES
                       STRING ' | ' WS-VOTE-IDX ': (NO CODE) '
                                         DELIMITED BY SIZE
                           INTO WS-VOTE-LIST
                           WITH POINTER WS-VOTE-PTR
                       END-STRING
                   ELSE
                       STRING ' | ' WS-VOTE-IDX ': '
                              FUNCTION TRIM(WS-VOTE-ANSWER(WS-VOTE-IDX))
                              ' '        DELIMITED BY SIZE
                           INTO WS-VOTE-LIST
                           WITH POINTER WS-VOTE-PTR
                       END-STRING
                   END-IF
                   STRING '- ' FUNCTION TRIM(WS-VOTE-EXCERPT)
                                         DELIMITED BY SIZE
                       INTO WS-VOTE-LIST
                       WITH POINTER WS-VOTE-PTR
                   END-STRING
               END-PERFORM
               PERFORM 245-WRITE-REJECT
           END-IF.


       246-CHECK-DRAFT-RULES.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
               UNTIL WS-APR-IDX > WS-APR-RULE-COUNT
                  OR WS-DRAFT-HELD
               EVALUATE TRUE
                   WHEN WS-APR-KIND(WS-APR-IDX) = 'P'
                   AND WS-APR-VALUE(WS-APR-IDX)
                       = FUNCTION UPPER-CASE(WS-RUN-PROMPT-ID)
                       SET WS-DRAFT-HELD TO TRUE
                   WHEN WS-APR-KIND(WS-APR-IDX) = 'C'
                   AND WS-MATCHED-CATEGORY NOT = SPACES
                   AND WS-APR-VALUE(WS-APR-IDX) = WS-MATCHED-CATEGORY
                       SET WS-DRAFT-HELD TO TRUE
               END-EVALUATE
           END-PERFORM.


      *> Opened lazily like the rejects file; a RESTART extends the
      *> interrupted run's pending file rather than losing its drafts.
       247-WRITE-PENDING.
           IF NOT WS-PENDING-IS-OPEN
               IF WS-RESTART-REQUESTED
                   OPEN EXTEND PENDING-FILE
                   IF WS-PND-FILE-STATUS = '35'
                       OPEN OUTPUT PENDING-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT PENDING-FILE
               END-IF
               SET WS-PENDING-IS-OPEN    TO TRUE
           END-IF
           ADD 1                         TO WS-HELD-COUNT
           MOVE SPACES                   TO PENDING-RECORD
           MOVE BIN-KEY                  TO PND-KEY
           MOVE WS-RUN-ID                TO PND-RUN-ID
           MOVE WS-SUBMITTER-ID          TO PND-SUBMITTER
           MOVE WS-RUN-PROMPT-ID         TO PND-PROMPT-ID
           MOVE WS-MATCHED-CATEGORY      TO PND-CATEGORY
           MOVE LLM-RSP-TOKENS-IN        TO PND-TOKENS-IN
           MOVE LLM-RSP-TOKENS-OUT       TO PND-TOKENS-OUT
           MOVE LLM-RSP-CONTENT          TO PND-CONTENT
           INSPECT PND-CONTENT CONVERTING X"0A0D" TO X"0102"
           WRITE PENDING-RECORD.


       245-WRITE-REJECT.
           IF NOT WS-REJECTS-IS-OPEN
               OPEN OUTPUT REJECTS-FILE
           ADD 1                         TO WS-REJECT-COUNT
           MOVE SPACES                   TO REJECTS-RECORD
           MOVE BIN-KEY                  TO RJC-KEY
           IF WS-VOTE-DONE
               MOVE WS-VOTE-LIST         TO RJC-CONTENT
           ELSE
               MOVE LLM-RSP-CONTENT      TO RJC-CONTENT
           END-IF
           MOVE WS-RUN-START-DATE        TO RJC-RUN-DATE
           MOVE WS-RUN-PROMPT-ID         TO RJC-PROMPT-ID
           MOVE WS-RUN-PROMPT-VERSION    TO RJC-PROMPT-VERSION
           WRITE REJECTS-RECORD.


       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.


      *> The run's figures onto its END line. A concurrent parent
      *> never priced a call itself - its children did, each in its
      *> own process - so its spend is the merged cascade costs when
      *> the cascade ran, and otherwise the registry's pricing of the
      *> merged token totals at the run model's rates.
       910-REGISTER-RUN-END.
           SET LLM-RRG-END               TO TRUE
           COMPUTE LLM-RRG-SUCCEEDED = WS-RECORD-COUNT - WS-ERROR-COUNT
           MOVE WS-ERROR-COUNT           TO LLM-RRG-FAILED
           MOVE WS-UNPROCESSED-COUNT     TO LLM-RRG-UNPROCESSED
           COMPUTE LLM-RRG-READ = WS-RECORD-COUNT
                                + WS-UNPROCESSED-COUNT
           MOVE WS-TOKENS-IN-TOTAL       TO LLM-RRG-TOKENS-IN
           MOVE WS-TOKENS-OUT-TOTAL      TO LLM-RRG-TOKENS-OUT
           MOVE 0                        TO LLM-RRG-TOKENS-CW
                                            LLM-RRG-TOKENS-CR
           MOVE 'Y'                      TO LLM-RRG-PRICED
           IF WS-CONCURRENT-RUN
               IF WS-CASCADE-MODE
                   COMPUTE LLM-RRG-SPEND = WS-CAS-CHEAP-COST
                                         + WS-CAS-STRONG-COST
               ELSE
                   MOVE 'N'              TO LLM-RRG-PRICED
               END-IF
           ELSE
               MOVE WS-REG-SPEND         TO LLM-RRG-SPEND
           END-IF
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA
           MOVE LLM-RRG-RETURN-CODE      TO RETURN-CODE.
