      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-BULK-COLLECT.cob
      *> Desc    : Collect side of the provider bulk-batch pair. Polls
      *>           the jobs LLM-BULK-SUBMIT left SUBMITTED on the
      *>           tracking file (LLM-BULK-TRACKING-RECORD.cpy) until
      *>           the provider reports them ended, downloads the
      *>           results and writes every record back through the
      *>           paths an LLM-BATCH run uses: the fixed output feed
      *>           named at submit time (HDR/TRL bracketed), its
      *>           .exceptions log, the response master
      *>           (LLM_BATCH_RESPONSE_MASTER) and the archive
      *>           (LLM_BATCH_ARCHIVE_FILE, LLM_ARCHIVE_PARTITIONED),
      *>           the archive run ID being the job's submit date and
      *>           time.
      *>           Each record also gets an audit line (chained, as
      *>           LLM-CHAT chains them) and a call-detail line under
      *>           the run's caller - LLM_BATCH_CALLER, as LLM-BATCH
      *>           takes it, else LLM-BULK-BATCH; the same caller goes
      *>           on the archive rows - so chargeback, usage and
      *>           invoice reconciliation see every bulk record the
      *>           provider bills, against the caller LLM-BULK-SUBMIT
      *>           cleared. The audit line carries service
      *>           tier 'B' - the pricing programs take the bulk
      *>           discount (LLM_BULK_RATE_PCT) off those lines - and
      *>           the call-detail line cache flag 'B' with zero
      *>           elapsed time, keeping hours-long deferred jobs out
      *>           of the latency percentiles.
      *>           Each reply passes LLM-CHAT's inbound screen
      *>           (LLM_DENY_LIST_FILE phrases, echoed PII digit
      *>           runs); one it blocks goes to .exceptions only,
      *>           never to the feed, master or archive. A caller
      *>           listed on LLM_BUDGET_FILE has every record's tokens
      *>           booked on the LLM_BUDGET_LEDGER line for the day
      *>           it is collected, as LLM-CHAT books live calls.
      *>           Output records come in the provider's result order,
      *>           not input order - every record carries its key.
      *>           Downloaded results and the submitted request file
      *>           are deleted once the job is collected. A job the
      *>           provider failed whole is marked FAILED, its input
      *>           to be rerun; a job still running stays SUBMITTED
      *>           for the next pass.
      *>           Same curl command-line transport and owner-only
      *>           config file as LLM-BULK-SUBMIT.
      *>           RC 0 = everything asked for collected clean,
      *>           4 = still running (NOWAIT) or record errors,
      *>           8 = could not run / a job failed.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-BULK-COLLECT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACKING-FILE ASSIGN TO WS-TRACKING-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRK-FILE-STATUS.

           SELECT CURL-CONFIG-FILE ASSIGN TO WS-CURLCFG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT CURL-REPLY-FILE ASSIGN TO WS-REPLY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPY-FILE-STATUS.

           SELECT HTTP-CODE-FILE ASSIGN TO WS-HTTP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HTP-FILE-STATUS.

      *> One JSONL result per line - Anthropic's results stream, or
      *> OpenAI's output file followed by its error file.
           SELECT RESULT-FILE ASSIGN TO WS-RESULT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT BATCH-OUTPUT ASSIGN TO WS-OUTPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT EXCEPTION-LOG ASSIGN TO WS-EXCEPTION-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT RESPONSE-MASTER ASSIGN TO WS-RSPM-FILENAME
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSPM-KEY
               FILE STATUS IS WS-RSPM-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT AUDIT-LOG ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *> The audit log's chain sidecar, locked exactly as LLM-CHAT's
      *> 507-LOCK-CHAIN-SIDECAR locks it - live calls and a
      *> collection can append to the same log at once.
           SELECT CHAIN-FILE ASSIGN TO WS-CHAIN-FILENAME
               ORGANIZATION SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CHAIN-FILE-STATUS.

           SELECT CALL-DETAIL-LOG ASSIGN TO WS-CDR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CDR-FILE-STATUS.

           SELECT DENY-LIST-FILE ASSIGN TO WS-DENY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DENY-FILE-STATUS.

           SELECT BUDGET-FILE ASSIGN TO WS-BUDGET-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRACKING-FILE.
       COPY 'LLM-BULK-TRACKING-RECORD.cpy'.

       FD  CURL-CONFIG-FILE.
       01 CURL-CONFIG-LINE          PIC X(400).

       FD  CURL-REPLY-FILE.
       01 CURL-REPLY-LINE           PIC X(4096).

       FD  HTTP-CODE-FILE.
       01 HTTP-CODE-LINE            PIC X(16).

       FD  RESULT-FILE.
       01 RESULT-LINE               PIC X(65536).

      *> LLM-BATCH's fixed output layout, field for field.
       FD  BATCH-OUTPUT.
       01 BATCH-OUT-RECORD.
           05 BOUT-KEY              PIC X(20).
           05 BOUT-STAT-CODE        PIC 9(4).
           05 BOUT-TOKENS-IN        PIC 9(9).
           05 BOUT-TOKENS-OUT       PIC 9(9).
           05 BOUT-CONTENT          PIC X(32768).
           05 BOUT-CATEGORY         PIC X(10).
           05 BOUT-LONG-PATH        PIC X(1).

       01 BATCH-HDR-RECORD.
           05 BHDR-TAG              PIC X(4).
           05 BHDR-RUN-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 BHDR-RUN-TIME         PIC 9(8).
           05 FILLER                PIC X(1).
           05 BHDR-MODEL            PIC X(128).
           05 FILLER                PIC X(1).
           05 BHDR-INPUT-FILENAME   PIC X(256).

       01 BATCH-TRL-RECORD.
           05 BTRL-TAG              PIC X(4).
           05 BTRL-RECORD-COUNT     PIC 9(9).
           05 FILLER                PIC X(1).
           05 BTRL-TOKENS-IN-TOTAL  PIC 9(12).
           05 FILLER                PIC X(1).
           05 BTRL-TOKENS-OUT-TOTAL PIC 9(12).

       FD  EXCEPTION-LOG.
       01 EXCEPTION-LOG-RECORD.
           05 EXC-KEY               PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 EXC-STAT-CODE         PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 EXC-STAT-MESSAGE      PIC X(256).

       FD  RESPONSE-MASTER.
       COPY 'LLM-RESPONSE-MASTER.cpy'.

       FD  ARCHIVE-FILE.
       COPY 'LLM-ARCHIVE-RECORD.cpy'.

       FD  AUDIT-LOG.
       COPY 'LLM-AUDIT-RECORD.cpy'.

       FD  CHAIN-FILE.
       01 CHAIN-SIDECAR-RECORD.
           05 CHS-VALUE             PIC 9(9).

       FD  CALL-DETAIL-LOG.
       COPY 'LLM-CALL-DETAIL-RECORD.cpy'.

       FD  DENY-LIST-FILE.
       01 DENY-LIST-LINE            PIC X(80).

      *> One line per caller: caller-id, daily token allowance.
       FD  BUDGET-FILE.
       01 BUDGET-FILE-RECORD.
           05 BGT-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 BGT-ALLOWANCE-TEXT    PIC X(12).

      *> One line per (date, caller): tokens consumed so far that day.
       FD  LEDGER-FILE.
       01 LEDGER-FILE-RECORD.
           05 LGR-DATE              PIC 9(8).
           05 FILLER                PIC X(1).
           05 LGR-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 LGR-TOKENS            PIC 9(12).

       WORKING-STORAGE SECTION.

       COPY 'LLM-CONFIG.cpy'.
       COPY 'LLM-STATUS.cpy'.
       COPY 'LLM-RESPONSE.cpy'.
       COPY 'LLM-EXTRACT.cpy'.

       01 WS-ARG-COUNT              PIC 999 COMP-5.
       01 WS-PROVIDER-ARG           PIC X(20).
       01 WS-BATCH-ID-ARG           PIC X(64).
       01 WS-NOWAIT-ARG             PIC X(10).
       01 WS-NOWAIT-FLAG            PIC X(1) VALUE 'N'.
         88 WS-NOWAIT                   VALUE 'Y'.
       01 WS-FATAL-FLAG             PIC X(1) VALUE 'N'.
         88 WS-FATAL                    VALUE 'Y'.

      *> The business caller the records are billed and archived
      *> under (LLM_BATCH_CALLER), else LLM-BULK-BATCH.
       01 WS-CALLER-ID              PIC X(30) VALUE 'LLM-BULK-BATCH'.
       01 WS-BASE-URL               PIC X(256).
       01 WS-CALL-URL               PIC X(600).
       01 WS-POLL-SECS-ENV          PIC X(10).
       01 WS-POLL-SECS              PIC 9(4) COMP VALUE 300.
       01 WS-ONE-SEC                PIC 9(4) COMP VALUE 1.

       01 WS-TRACKING-FILENAME      PIC X(256).
       01 WS-CURLCFG-FILENAME       PIC X(256).
       01 WS-REPLY-FILENAME         PIC X(256).
       01 WS-HTTP-FILENAME          PIC X(256).
       01 WS-RESULT-FILENAME        PIC X(256).
       01 WS-RESULTS-FILENAME       PIC X(256).
       01 WS-ERRORS-FILENAME        PIC X(256).
       01 WS-REQUEST-FILENAME       PIC X(256).
       01 WS-OUTPUT-FILENAME        PIC X(256).
       01 WS-EXCEPTION-FILENAME     PIC X(256).
       01 WS-RSPM-FILENAME          PIC X(256).
       01 WS-ARCHIVE-FILENAME       PIC X(256).
       01 WS-ARC-BASE-NAME          PIC X(256).
       01 WS-ARC-PART-ENV           PIC X(1).
       01 WS-AUDIT-FILENAME         PIC X(256).
       01 WS-CHAIN-FILENAME         PIC X(256).
       01 WS-CDR-FILENAME           PIC X(256).

       01 WS-TRK-FILE-STATUS        PIC X(2).
       01 WS-CFG-FILE-STATUS        PIC X(2).
       01 WS-RPY-FILE-STATUS        PIC X(2).
       01 WS-HTP-FILE-STATUS        PIC X(2).
       01 WS-RES-FILE-STATUS        PIC X(2).
       01 WS-OUT-FILE-STATUS        PIC X(2).
       01 WS-EXC-FILE-STATUS        PIC X(2).
       01 WS-RSPM-FILE-STATUS       PIC X(2).
       01 WS-ARC-FILE-STATUS        PIC X(2).
       01 WS-AUDIT-FILE-STATUS      PIC X(2).
       01 WS-CHAIN-FILE-STATUS      PIC X(2).
       01 WS-CDR-FILE-STATUS        PIC X(2).

       01 WS-TRK-EOF-FLAG           PIC X(1).
         88 WS-TRK-EOF                  VALUE 'Y'.
       01 WS-RPY-EOF-FLAG           PIC X(1).
         88 WS-RPY-EOF                  VALUE 'Y'.
       01 WS-RES-EOF-FLAG           PIC X(1).
         88 WS-RES-EOF                  VALUE 'Y'.

       01 WS-RSPM-FLAG              PIC X(1) VALUE 'N'.
         88 WS-RSPM-ENABLED             VALUE 'Y'.
       01 WS-RSPM-OPEN-FLAG         PIC X(1) VALUE 'N'.
         88 WS-RSPM-IS-OPEN             VALUE 'Y'.
       01 WS-ARCHIVE-FLAG           PIC X(1) VALUE 'N'.
         88 WS-ARCHIVE-ENABLED          VALUE 'Y'.
       01 WS-ARCHIVE-OPEN-FLAG      PIC X(1) VALUE 'N'.
         88 WS-ARCHIVE-IS-OPEN          VALUE 'Y'.

      *> ---- tracking file, held whole so a status change can be
      *> ---- written back (same rewrite-from-table approach as
      *> ---- LLM-CHAT's budget ledger)
       01 WS-JOB-COUNT              PIC 9(4) COMP VALUE 0.
       01 WS-JOB-IDX                PIC 9(4) COMP.
       01 WS-TRK-IDX                PIC 9(4) COMP.
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY          OCCURS 500 TIMES.
             10 WS-JOB-BATCH-ID     PIC X(64).
             10 WS-JOB-PROVIDER     PIC X(20).
             10 WS-JOB-STATUS       PIC X(10).
             10 WS-JOB-SUBMIT-DATE  PIC 9(8).
             10 WS-JOB-SUBMIT-TIME  PIC 9(6).
             10 WS-JOB-RECORD-COUNT PIC 9(9).
             10 WS-JOB-COLLECT-DATE PIC 9(8).
             10 WS-JOB-MODEL        PIC X(128).
             10 WS-JOB-INPUT        PIC X(256).
             10 WS-JOB-OUTPUT       PIC X(256).
       01 WS-JOB-MATCHED            PIC 9(4) COMP VALUE 0.
       01 WS-STILL-OPEN             PIC 9(4) COMP VALUE 0.
       01 WS-JOBS-COLLECTED         PIC 9(4) COMP VALUE 0.
       01 WS-JOBS-FAILED            PIC 9(4) COMP VALUE 0.
       01 WS-PASS-AGAIN-FLAG        PIC X(1).
         88 WS-PASS-AGAIN               VALUE 'Y'.

      *> Provider's view of the job after a poll:
      *> R = running, E = ended (results to collect),
      *> F = failed whole, X = the poll itself failed.
       01 WS-JOB-STATE              PIC X(1).
         88 WS-JOB-RUNNING              VALUE 'R'.
         88 WS-JOB-ENDED                VALUE 'E'.
         88 WS-JOB-FAILED-WHOLE         VALUE 'F'.
         88 WS-JOB-POLL-ERROR           VALUE 'X'.
       01 WS-PROVIDER-STATUS        PIC X(32).
       01 WS-RESULTS-URL            PIC X(512).
       01 WS-OUTPUT-FILE-ID         PIC X(64).
       01 WS-ERROR-FILE-ID          PIC X(64).
       01 WS-JOB-MESSAGE            PIC X(256).

      *> ---- curl command line and its answer ---------------------------
       01 WS-CURL-OUT-FILENAME      PIC X(256).
       01 WS-SHELL-CMD              PIC X(1400).
       01 WS-CURL-RC                PIC 9(9) COMP.
       01 WS-CURL-RC-EDIT           PIC Z(8)9.
       01 WS-HTTP-CODE              PIC 9(3).
       01 WS-CURL-OK-FLAG           PIC X(1).
         88 WS-CURL-OK                  VALUE 'Y'.
       01 WS-RPY-PTR                PIC 9(6) COMP.

      *> ---- one result line ----------------------------------------------
       01 WS-LINE-LEN               PIC 9(6) COMP.
       01 WS-PRE-COUNT              PIC 9(6) COMP.
       01 WS-VAL-START              PIC 9(6) COMP.
       01 WS-VAL-END                PIC 9(6) COMP.
       01 WS-SCAN-POS               PIC 9(6) COMP.
       01 WS-SCAN-CHAR              PIC X(1).
       01 WS-VAL-DONE-FLAG          PIC X(1).
         88 WS-VAL-DONE                 VALUE 'Y'.
       01 WS-REPLY-TEXT             PIC X(32768).
       01 WS-REPLY-LEN              PIC 9(6) COMP.
       01 WS-REPLY-FULL-FLAG        PIC X(1).
         88 WS-REPLY-FULL               VALUE 'Y'.
       01 WS-OUT-BYTE               PIC X(1).
       01 WS-SKEL-PTR               PIC 9(6) COMP.
       01 WS-TAIL-LEN               PIC 9(6) COMP.

      *> \uXXXX escapes come back out as UTF-8.
       01 WS-HEX-IDX                PIC 9(1) COMP.
       01 WS-HEX-CHAR               PIC X(1).
       01 WS-HEX-VALUE              PIC 9(2) COMP.
       01 WS-HEX-BAD-FLAG           PIC X(1).
         88 WS-HEX-BAD                  VALUE 'Y'.
       01 WS-CODE-POINT             PIC 9(6) COMP.
       01 WS-CP-HIGH                PIC 9(6) COMP.
       01 WS-CP-MID                 PIC 9(6) COMP.
       01 WS-CP-LOW                 PIC 9(6) COMP.
       01 WS-BYTE-VALUE             PIC 9(3) COMP.

       01 WS-RESULT-KEY             PIC X(20).
       01 WS-RESULT-TYPE            PIC X(32).
       01 WS-STOP-REASON            PIC X(32).
       01 WS-ERROR-CODE             PIC X(64).
       01 WS-ERROR-TYPE-COUNT       PIC 9(4) COMP.
       01 WS-RECORD-HTTP            PIC 9(4).

      *> ---- per-job totals ---------------------------------------------
       01 WS-RECORD-COUNT           PIC 9(9) VALUE 0.
      *> Detail records on the feed - a screened-out reply is
      *> counted as returned but never reaches the feed.
       01 WS-FEED-COUNT             PIC 9(9) VALUE 0.
       01 WS-ERROR-COUNT            PIC 9(9) VALUE 0.
       01 WS-TOKENS-IN-TOTAL        PIC 9(12) VALUE 0.
       01 WS-TOKENS-OUT-TOTAL       PIC 9(12) VALUE 0.
       01 WS-RECORD-ERRORS-ALL      PIC 9(9) VALUE 0.
       01 WS-RUN-ID                 PIC X(14).
       01 WS-TODAY                  PIC 9(8).

      *> ---- audit / call-detail, as LLM-CHAT writes them ---------------
       01 WS-AUDIT-DATE             PIC 9(8).
       01 WS-AUDIT-TIME             PIC 9(8).
       01 WS-AUDIT-TIMESTAMP.
           05 WS-AUD-TS-DATE        PIC 9(8).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-AUD-TS-TIME        PIC 9(8).
       01 WS-CHAIN-PREV             PIC 9(9).
       01 WS-CHAIN-RESULT           PIC 9(9).
       01 WS-CHAIN-LOCK-TRIES       PIC 9(4) COMP.
       01 WS-CHAIN-OPEN-FLAG        PIC X(1) VALUE 'N'.
         88 WS-CHAIN-IS-OPEN            VALUE 'Y'.

      *> ---- inbound screen, as LLM-CHAT's 470-SCREEN-RESPONSE --------
       01 WS-DENY-FILENAME          PIC X(256).
       01 WS-DENY-FILE-STATUS       PIC X(2).
       01 WS-DENY-EOF-FLAG          PIC X(1).
         88 WS-DENY-EOF                 VALUE 'Y'.
       01 WS-DENY-LOADED-FLAG       PIC X(1) VALUE 'N'.
         88 WS-DENY-LIST-LOADED        VALUE 'Y'.
       01 WS-DENY-COUNT             PIC 9(3) VALUE 0.
       01 WS-DENY-TABLE.
           05 WS-DENY-ENTRY         OCCURS 200 TIMES
                                    INDEXED BY WS-DENY-IDX.
             10 WS-DENY-PHRASE      PIC X(80).
             10 WS-DENY-LEN         PIC 9(2) COMP.
       01 WS-SCREEN-UPPER           PIC X(32768).
       01 WS-SCREEN-LEN             PIC 9(6) COMP.
       01 WS-SCREEN-POS             PIC 9(6) COMP.
       01 WS-SCREEN-RUN-LEN         PIC 9(6) COMP.
       01 WS-SCREEN-CHAR            PIC X(1).
       01 WS-SCREEN-HIT-FLAG        PIC X(1).
         88 WS-SCREEN-HIT               VALUE 'Y'.

      *> ---- budget ledger, as LLM-CHAT and LLM-EMBED draw it down ----
       01 WS-BUDGET-FILENAME        PIC X(256).
       01 WS-BUDGET-FILE-STATUS     PIC X(2).
       01 WS-LEDGER-FILENAME        PIC X(256).
       01 WS-LEDGER-FILE-STATUS     PIC X(2).
       01 WS-BUDGET-EOF-FLAG        PIC X(1).
         88 WS-BUDGET-EOF               VALUE 'Y'.
       01 WS-BUDGET-ALLOWANCE       PIC 9(12).
       01 WS-BUDGET-LISTED-FLAG     PIC X(1) VALUE 'N'.
         88 WS-BUDGET-LISTED            VALUE 'Y'.
       01 WS-BUDGET-SPENT           PIC 9(12).
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


       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           IF NOT WS-FATAL
               PERFORM 110-LOAD-TRACKING
           END-IF
           IF NOT WS-FATAL
               SET WS-PASS-AGAIN         TO TRUE
               PERFORM UNTIL NOT WS-PASS-AGAIN
                   PERFORM 200-POLL-PASS
                   IF WS-STILL-OPEN = 0 OR WS-NOWAIT OR WS-FATAL
                       MOVE 'N'          TO WS-PASS-AGAIN-FLAG
                   ELSE
                       DISPLAY 'LLM-BULK-COLLECT: ' WS-STILL-OPEN
                               ' job(s) still running - next poll in '
                               WS-POLL-SECS ' seconds'
                       CALL 'C$SLEEP' USING WS-POLL-SECS
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY 'LLM-BULK-COLLECT: jobs collected: '
                   WS-JOBS-COLLECTED
           DISPLAY 'LLM-BULK-COLLECT: jobs failed: ' WS-JOBS-FAILED
           DISPLAY 'LLM-BULK-COLLECT: jobs still running: '
                   WS-STILL-OPEN
           EVALUATE TRUE
               WHEN WS-FATAL OR WS-JOBS-FAILED > 0
                   MOVE 8                TO RETURN-CODE
               WHEN WS-STILL-OPEN > 0 OR WS-RECORD-ERRORS-ALL > 0
                   MOVE 4                TO RETURN-CODE
               WHEN OTHER
                   MOVE 0                TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> Args: 1=provider: CLAUDE or OPENAI
      *>       2=provider batch ID, or '-' for every SUBMITTED job
      *>         of that provider on the tracking file
      *>       3=NOWAIT (optional): poll once and stop instead of
      *>         waiting LLM_BULK_POLL_SECS (default 300) between
      *>         polls until everything has ended
       100-INIT.
           INITIALIZE LLM-STATUS
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 2
               DISPLAY 'LLM-BULK-COLLECT: usage: LLM-BULK-COLLECT '
                       '<CLAUDE|OPENAI> <batch-id|-> [NOWAIT]'
               SET WS-FATAL              TO TRUE
           ELSE
               MOVE 1                   TO WS-ARG-COUNT
               ACCEPT WS-PROVIDER-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-PROVIDER-ARG)
                                        TO WS-PROVIDER-ARG
               MOVE 2                   TO WS-ARG-COUNT
               ACCEPT WS-BATCH-ID-ARG FROM ARGUMENT-VALUE
               ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
               IF WS-ARG-COUNT >= 3
                   MOVE 3               TO WS-ARG-COUNT
                   ACCEPT WS-NOWAIT-ARG FROM ARGUMENT-VALUE
                   IF FUNCTION UPPER-CASE(WS-NOWAIT-ARG) = 'NOWAIT'
                       SET WS-NOWAIT    TO TRUE
                   END-IF
               END-IF
           END-IF

           IF NOT WS-FATAL
               MOVE SPACES               TO LLM-API-KEY
               CALL 'LLM-CONFIG-READ' USING LLM-CONFIG
                                            LLM-STATUS
               MOVE WS-PROVIDER-ARG      TO LLM-PROVIDER
               IF NOT LLM-PROVIDER-CLAUDE
               AND NOT LLM-PROVIDER-OPENAI
                   DISPLAY 'LLM-BULK-COLLECT: provider must be CLAUDE '
                           'or OPENAI, not '
                           FUNCTION TRIM(WS-PROVIDER-ARG)
                   SET WS-FATAL          TO TRUE
               END-IF
           END-IF

      *> Same fallback LLM-INIT applies: a blank key in the config
      *> file is taken from LLM_API_KEY.
           IF NOT WS-FATAL
               IF LLM-API-KEY = SPACES
                   DISPLAY 'LLM_API_KEY' UPON ENVIRONMENT-NAME
                   ACCEPT LLM-API-KEY FROM ENVIRONMENT-VALUE
               END-IF
               IF LLM-API-KEY = SPACES
                   DISPLAY 'LLM-BULK-COLLECT: LLM_API_KEY required '
                           'to poll bulk jobs'
                   SET WS-FATAL          TO TRUE
               END-IF
           END-IF

           IF NOT WS-FATAL
               DISPLAY 'LLM_BULK_BASE_URL' UPON ENVIRONMENT-NAME
               ACCEPT WS-BASE-URL FROM ENVIRONMENT-VALUE
               IF WS-BASE-URL = SPACES
                   IF LLM-PROVIDER-CLAUDE
                       MOVE 'https://api.anthropic.com/v1'
                                         TO WS-BASE-URL
                   ELSE
                       MOVE 'https://api.openai.com/v1'
                                         TO WS-BASE-URL
                   END-IF
               END-IF

               DISPLAY 'LLM_BULK_POLL_SECS' UPON ENVIRONMENT-NAME
               ACCEPT WS-POLL-SECS-ENV FROM ENVIRONMENT-VALUE
               IF WS-POLL-SECS-ENV NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-POLL-SECS-ENV)
                                         TO WS-POLL-SECS
               END-IF
               IF WS-POLL-SECS = 0
                   MOVE 300              TO WS-POLL-SECS
               END-IF

               DISPLAY 'LLM_BULK_TRACKING_FILE' UPON ENVIRONMENT-NAME
               ACCEPT WS-TRACKING-FILENAME FROM ENVIRONMENT-VALUE
               IF WS-TRACKING-FILENAME = SPACES
                   MOVE 'LLM-BULK-TRACKING.DAT'
                                         TO WS-TRACKING-FILENAME
               END-IF

               DISPLAY 'LLM_BATCH_CALLER' UPON ENVIRONMENT-NAME
               ACCEPT WS-CALLER-ID FROM ENVIRONMENT-VALUE
               IF WS-CALLER-ID = SPACES
                   MOVE 'LLM-BULK-BATCH' TO WS-CALLER-ID
               END-IF

               DISPLAY 'LLM_BATCH_RESPONSE_MASTER'
                   UPON ENVIRONMENT-NAME
               ACCEPT WS-RSPM-FILENAME FROM ENVIRONMENT-VALUE
               IF WS-RSPM-FILENAME NOT = SPACES
                   SET WS-RSPM-ENABLED   TO TRUE
               END-IF

      *> Partitioned by collect month, the way an LLM-BATCH run
      *> partitions by its run date - the records land in the
      *> archive the month they were written.
               DISPLAY 'LLM_BATCH_ARCHIVE_FILE' UPON ENVIRONMENT-NAME
               ACCEPT WS-ARCHIVE-FILENAME FROM ENVIRONMENT-VALUE
               IF WS-ARCHIVE-FILENAME NOT = SPACES
                   SET WS-ARCHIVE-ENABLED TO TRUE
                   DISPLAY 'LLM_ARCHIVE_PARTITIONED'
                       UPON ENVIRONMENT-NAME
                   ACCEPT WS-ARC-PART-ENV FROM ENVIRONMENT-VALUE
                   IF FUNCTION UPPER-CASE(WS-ARC-PART-ENV) = 'Y'
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       MOVE WS-ARCHIVE-FILENAME TO WS-ARC-BASE-NAME
                       MOVE SPACES       TO WS-ARCHIVE-FILENAME
                       STRING FUNCTION TRIM(WS-ARC-BASE-NAME)
                                         DELIMITED BY SIZE
                              '.'        DELIMITED BY SIZE
                              WS-TODAY(1:6) DELIMITED BY SIZE
                              INTO WS-ARCHIVE-FILENAME
                       END-STRING
                   END-IF
               END-IF

               DISPLAY 'LLM_AUDIT_LOG' UPON ENVIRONMENT-NAME
               ACCEPT WS-AUDIT-FILENAME FROM ENVIRONMENT-VALUE
               IF WS-AUDIT-FILENAME = SPACES
                   MOVE 'LLM-AUDIT.LOG'  TO WS-AUDIT-FILENAME
               END-IF
               STRING FUNCTION TRIM(WS-AUDIT-FILENAME)
                                         DELIMITED BY SIZE
                      '.chain'           DELIMITED BY SIZE
                      INTO WS-CHAIN-FILENAME
               END-STRING

               DISPLAY 'LLM_CALL_DETAIL_FILE' UPON ENVIRONMENT-NAME
               ACCEPT WS-CDR-FILENAME FROM ENVIRONMENT-VALUE
               IF WS-CDR-FILENAME = SPACES
                   MOVE 'LLM-CALL-DETAIL.LOG' TO WS-CDR-FILENAME
               END-IF

      *> The run's caller is fixed, so its allowance is looked up
      *> once; the ledger itself is re-read for every record.
               DISPLAY 'LLM_BUDGET_FILE' UPON ENVIRONMENT-NAME
               ACCEPT WS-BUDGET-FILENAME FROM ENVIRONMENT-VALUE
               IF WS-BUDGET-FILENAME NOT = SPACES
                   PERFORM 141-FIND-CALLER-ALLOWANCE
               END-IF
           END-IF.


       110-LOAD-TRACKING.
           OPEN INPUT TRACKING-FILE
           IF WS-TRK-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-BULK-COLLECT: cannot open tracking file '
                       FUNCTION TRIM(WS-TRACKING-FILENAME)
                       ', status ' WS-TRK-FILE-STATUS
               SET WS-FATAL              TO TRUE
           ELSE
               MOVE 'N'                  TO WS-TRK-EOF-FLAG
               PERFORM UNTIL WS-TRK-EOF OR WS-FATAL
                   READ TRACKING-FILE
                       AT END
                           SET WS-TRK-EOF TO TRUE
                       NOT AT END
                           IF BTK-BATCH-ID NOT = SPACES
                               PERFORM 115-TABLE-TRACKING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRACKING-FILE
           END-IF

           IF NOT WS-FATAL
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF WS-JOB-STATUS(WS-JOB-IDX) = 'SUBMITTED'
                   AND WS-JOB-PROVIDER(WS-JOB-IDX) = LLM-PROVIDER
                   AND (WS-BATCH-ID-ARG = '-'
                        OR WS-JOB-BATCH-ID(WS-JOB-IDX)
                               = WS-BATCH-ID-ARG)
                       ADD 1             TO WS-JOB-MATCHED
                   END-IF
               END-PERFORM
               IF WS-JOB-MATCHED = 0
                   IF WS-BATCH-ID-ARG = '-'
                       DISPLAY 'LLM-BULK-COLLECT: no SUBMITTED '
                               FUNCTION TRIM(LLM-PROVIDER)
                               ' jobs on the tracking file'
                   ELSE
                       DISPLAY 'LLM-BULK-COLLECT: job '
                               FUNCTION TRIM(WS-BATCH-ID-ARG)
                               ' is not SUBMITTED for '
                               FUNCTION TRIM(LLM-PROVIDER)
                               ' on the tracking file'
                       SET WS-FATAL      TO TRUE
                   END-IF
               END-IF
           END-IF.


      *> The table is the whole file, so a full table stops the run
      *> rather than rewriting the file short.
       115-TABLE-TRACKING-LINE.
           IF WS-JOB-COUNT >= 500
               DISPLAY 'LLM-BULK-COLLECT: more than 500 lines on the '
                       'tracking file - archive the COLLECTED ones'
               SET WS-FATAL              TO TRUE
           ELSE
               ADD 1                     TO WS-JOB-COUNT
               MOVE BTK-BATCH-ID     TO WS-JOB-BATCH-ID(WS-JOB-COUNT)
               MOVE BTK-PROVIDER     TO WS-JOB-PROVIDER(WS-JOB-COUNT)
               MOVE BTK-STATUS       TO WS-JOB-STATUS(WS-JOB-COUNT)
               MOVE BTK-SUBMIT-DATE
                                 TO WS-JOB-SUBMIT-DATE(WS-JOB-COUNT)
               MOVE BTK-SUBMIT-TIME
                                 TO WS-JOB-SUBMIT-TIME(WS-JOB-COUNT)
               MOVE BTK-RECORD-COUNT
                                 TO WS-JOB-RECORD-COUNT(WS-JOB-COUNT)
               MOVE BTK-COLLECT-DATE
                                 TO WS-JOB-COLLECT-DATE(WS-JOB-COUNT)
               MOVE BTK-MODEL        TO WS-JOB-MODEL(WS-JOB-COUNT)
               MOVE BTK-INPUT-FILENAME
                                 TO WS-JOB-INPUT(WS-JOB-COUNT)
               MOVE BTK-OUTPUT-FILENAME
                                 TO WS-JOB-OUTPUT(WS-JOB-COUNT)
           END-IF.


       141-FIND-CALLER-ALLOWANCE.
           MOVE 'N' TO WS-BUDGET-LISTED-FLAG
           MOVE 0   TO WS-BUDGET-ALLOWANCE
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-BULK-COLLECT: cannot open LLM_BUDGET_FILE, '
                       'status ' WS-BUDGET-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-BUDGET-EOF-FLAG
               PERFORM UNTIL WS-BUDGET-EOF
                   READ BUDGET-FILE
                       AT END
                           SET WS-BUDGET-EOF TO TRUE
                       NOT AT END
                           IF BGT-CALLER = WS-CALLER-ID
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
                               AND LGR-CALLER = WS-CALLER-ID
                                   MOVE LGR-TOKENS TO WS-BUDGET-SPENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.


       200-POLL-PASS.
           MOVE 0                        TO WS-STILL-OPEN
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT OR WS-FATAL
               IF WS-JOB-STATUS(WS-JOB-IDX) = 'SUBMITTED'
               AND WS-JOB-PROVIDER(WS-JOB-IDX) = LLM-PROVIDER
               AND (WS-BATCH-ID-ARG = '-'
                    OR WS-JOB-BATCH-ID(WS-JOB-IDX) = WS-BATCH-ID-ARG)
                   PERFORM 210-WORK-ONE-JOB
               END-IF
           END-PERFORM.


       210-WORK-ONE-JOB.
           PERFORM 220-SET-JOB-FILENAMES
           PERFORM 300-POLL-JOB
           EVALUATE TRUE
               WHEN WS-JOB-ENDED
                   PERFORM 400-COLLECT-JOB
               WHEN WS-JOB-FAILED-WHOLE
                   DISPLAY 'LLM-BULK-COLLECT: job '
                           FUNCTION TRIM(WS-JOB-BATCH-ID(WS-JOB-IDX))
                           ' failed at the provider ('
                           FUNCTION TRIM(WS-PROVIDER-STATUS) ') '
                           FUNCTION TRIM(WS-JOB-MESSAGE)
                   DISPLAY 'LLM-BULK-COLLECT: rerun '
                           FUNCTION TRIM(WS-JOB-INPUT(WS-JOB-IDX))
                   MOVE 'FAILED'         TO WS-JOB-STATUS(WS-JOB-IDX)
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-TODAY     TO WS-JOB-COLLECT-DATE(WS-JOB-IDX)
                   ADD 1                 TO WS-JOBS-FAILED
                   PERFORM 600-REWRITE-TRACKING
               WHEN WS-JOB-RUNNING
                   ADD 1                 TO WS-STILL-OPEN
                   DISPLAY 'LLM-BULK-COLLECT: job '
                           FUNCTION TRIM(WS-JOB-BATCH-ID(WS-JOB-IDX))
                           ' ' FUNCTION TRIM(WS-PROVIDER-STATUS)
               WHEN OTHER
      *> A poll that couldn't reach the provider says nothing about
      *> the job - try again next pass. Bad credentials won't get
      *> better by waiting, so that one stops the run.
                   DISPLAY 'LLM-BULK-COLLECT: job '
                           FUNCTION TRIM(WS-JOB-BATCH-ID(WS-JOB-IDX))
                           ' poll failed - '
                           FUNCTION TRIM(LLM-STAT-MESSAGE)
                   IF LLM-STAT-UNAUTH
                       SET WS-FATAL      TO TRUE
                   ELSE
                       ADD 1             TO WS-STILL-OPEN
                   END-IF
           END-EVALUATE.


      *> Every scratch file sits beside the job's output feed, named
      *> as LLM-BULK-SUBMIT named its own.
       220-SET-JOB-FILENAMES.
           MOVE WS-JOB-OUTPUT(WS-JOB-IDX) TO WS-OUTPUT-FILENAME
           MOVE SPACES                   TO WS-CURLCFG-FILENAME
                                            WS-REPLY-FILENAME
                                            WS-HTTP-FILENAME
                                            WS-RESULTS-FILENAME
                                            WS-ERRORS-FILENAME
                                            WS-REQUEST-FILENAME
                                            WS-EXCEPTION-FILENAME
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
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.bulkres'             DELIMITED BY SIZE
                  INTO WS-RESULTS-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.bulkerr'             DELIMITED BY SIZE
                  INTO WS-ERRORS-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.bulkreq'             DELIMITED BY SIZE
                  INTO WS-REQUEST-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.exceptions'          DELIMITED BY SIZE
                  INTO WS-EXCEPTION-FILENAME
           END-STRING.


      *> Anthropic: processing_status in_progress/canceling/ended,
      *> results_url once ended. OpenAI: status validating/
      *> in_progress/finalizing/cancelling while running; completed,
      *> expired and cancelled still carry whatever results there
      *> are (an expired or cancelled request comes back on the
      *> error file); failed means the input never validated and
      *> there is nothing to collect.
       300-POLL-JOB.
           MOVE SPACES                   TO WS-PROVIDER-STATUS
                                            WS-RESULTS-URL
                                            WS-OUTPUT-FILE-ID
                                            WS-ERROR-FILE-ID
                                            WS-JOB-MESSAGE
                                            WS-CALL-URL
           IF LLM-PROVIDER-CLAUDE
               STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      '/messages/batches/' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JOB-BATCH-ID(WS-JOB-IDX))
                                         DELIMITED BY SIZE
                   INTO WS-CALL-URL
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                      '/batches/'        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JOB-BATCH-ID(WS-JOB-IDX))
                                         DELIMITED BY SIZE
                   INTO WS-CALL-URL
               END-STRING
           END-IF
           MOVE WS-REPLY-FILENAME        TO WS-CURL-OUT-FILENAME
           PERFORM 320-RUN-CURL
           PERFORM 325-READ-REPLY
           IF NOT WS-CURL-OK
               SET WS-JOB-POLL-ERROR     TO TRUE
           ELSE
               INITIALIZE LLM-EXTRACT-AREA
               MOVE 4                    TO LLM-XTR-FIELD-COUNT
               IF LLM-PROVIDER-CLAUDE
                   MOVE 'processing_status' TO LLM-XTR-NAME(1)
                   MOVE 'results_url'    TO LLM-XTR-NAME(2)
               ELSE
                   MOVE 'status'         TO LLM-XTR-NAME(1)
                   MOVE 'output_file_id' TO LLM-XTR-NAME(2)
               END-IF
               MOVE 'error_file_id'      TO LLM-XTR-NAME(3)
               MOVE 'message'            TO LLM-XTR-NAME(4)
               MOVE 'S'                  TO LLM-XTR-TYPE(1)
                                            LLM-XTR-TYPE(2)
                                            LLM-XTR-TYPE(3)
                                            LLM-XTR-TYPE(4)
               CALL 'LLM-EXTRACT' USING LLM-EXTRACT-AREA
                                        LLM-RESPONSE
                                        LLM-STATUS
               MOVE LLM-XTR-VALUE(1)     TO WS-PROVIDER-STATUS
               MOVE LLM-XTR-VALUE(4)     TO WS-JOB-MESSAGE
               IF LLM-PROVIDER-CLAUDE
                   MOVE LLM-XTR-VALUE(2) TO WS-RESULTS-URL
               ELSE
                   MOVE LLM-XTR-VALUE(2) TO WS-OUTPUT-FILE-ID
                   MOVE LLM-XTR-VALUE(3) TO WS-ERROR-FILE-ID
               END-IF
               EVALUATE TRUE
                   WHEN NOT LLM-STAT-OK
                   OR WS-PROVIDER-STATUS = SPACES
                       SET LLM-STAT-JSON-ERR TO TRUE
                       MOVE 'no job status in the provider reply'
                                         TO LLM-STAT-MESSAGE
                       SET WS-JOB-POLL-ERROR TO TRUE
                   WHEN LLM-PROVIDER-CLAUDE
                   AND WS-PROVIDER-STATUS = 'ended'
                       SET WS-JOB-ENDED  TO TRUE
                   WHEN LLM-PROVIDER-OPENAI
                   AND (WS-PROVIDER-STATUS = 'completed'
                        OR WS-PROVIDER-STATUS = 'expired'
                        OR WS-PROVIDER-STATUS = 'cancelled')
                       SET WS-JOB-ENDED  TO TRUE
                   WHEN LLM-PROVIDER-OPENAI
                   AND WS-PROVIDER-STATUS = 'failed'
                       SET WS-JOB-FAILED-WHOLE TO TRUE
                   WHEN OTHER
                       SET WS-JOB-RUNNING TO TRUE
               END-EVALUATE
           END-IF.


      *> Owner-only from birth, as in LLM-BULK-SUBMIT.
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


      *> GET of WS-CALL-URL into
      *> WS-CURL-OUT-FILENAME; WS-CURL-OK only on a clean exit and
      *> a 200. The config file lives for this one call.
       320-RUN-CURL.
           INITIALIZE LLM-STATUS
           MOVE 'N'                      TO WS-CURL-OK-FLAG
           PERFORM 310-WRITE-CURL-CONFIG
           MOVE SPACES                   TO WS-SHELL-CMD
           STRING 'curl -sS -K '''       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURLCFG-FILENAME) DELIMITED BY SIZE
                  ''' -o '''             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURL-OUT-FILENAME)
                                         DELIMITED BY SIZE
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
           MOVE WS-HTTP-CODE             TO LLM-RSP-STATUS

           EVALUATE TRUE
               WHEN WS-CURL-RC NOT = 0
                   SET LLM-STAT-CURL-ERR TO TRUE
                   MOVE WS-CURL-RC       TO WS-CURL-RC-EDIT
                   STRING 'curl exit '   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CURL-RC-EDIT)
                                         DELIMITED BY SIZE
                       INTO LLM-STAT-MESSAGE
                   END-STRING
               WHEN LLM-RSP-OK
                   SET WS-CURL-OK        TO TRUE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN LLM-RSP-UNAUTH
                           SET LLM-STAT-UNAUTH       TO TRUE
                       WHEN LLM-RSP-RATE-LIMIT
                           SET LLM-STAT-RATE-LIMITED TO TRUE
                       WHEN OTHER
                           SET LLM-STAT-PROVIDER-ERR TO TRUE
                   END-EVALUATE
                   STRING 'HTTP '        DELIMITED BY SIZE
                          WS-HTTP-CODE   DELIMITED BY SIZE
                          ' from '       DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CALL-URL)
                                         DELIMITED BY SIZE
                       INTO LLM-STAT-MESSAGE
                   END-STRING
           END-EVALUATE.


      *> Job objects are small - the whole reply fits the response
      *> area for LLM-EXTRACT.
       325-READ-REPLY.
           INITIALIZE LLM-RESPONSE
           MOVE WS-HTTP-CODE             TO LLM-RSP-STATUS
           MOVE 1                        TO WS-RPY-PTR
           OPEN INPUT CURL-REPLY-FILE
           IF WS-RPY-FILE-STATUS = '00'
               MOVE 'N'                  TO WS-RPY-EOF-FLAG
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
           END-IF.


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


      *> Deletes one scratch file named in WS-RESULT-FILENAME.
       335-REMOVE-SCRATCH-FILE.
           MOVE SPACES                   TO WS-SHELL-CMD
           STRING 'rm -f '''              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESULT-FILENAME)
                                         DELIMITED BY SIZE
                  ''''                   DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SHELL-CMD
           MOVE 0                        TO RETURN-CODE.


      *> Downloads first, so a failed download leaves the job
      *> SUBMITTED and the output untouched for the next pass; then
      *> one feed per job, bracketed HDR/TRL like any LLM-BATCH run.
       400-COLLECT-JOB.
           PERFORM 410-DOWNLOAD-RESULTS
           IF NOT WS-CURL-OK
               DISPLAY 'LLM-BULK-COLLECT: job '
                       FUNCTION TRIM(WS-JOB-BATCH-ID(WS-JOB-IDX))
                       ' results download failed - '
                       FUNCTION TRIM(LLM-STAT-MESSAGE)
               ADD 1                     TO WS-STILL-OPEN
           ELSE
               PERFORM 420-OPEN-JOB-OUTPUTS
           END-IF
           IF WS-CURL-OK AND NOT WS-FATAL
               MOVE 0                    TO WS-RECORD-COUNT
                                            WS-FEED-COUNT
                                            WS-ERROR-COUNT
                                            WS-TOKENS-IN-TOTAL
                                            WS-TOKENS-OUT-TOTAL
               MOVE WS-JOB-MODEL(WS-JOB-IDX) TO LLM-MODEL
               STRING WS-JOB-SUBMIT-DATE(WS-JOB-IDX) DELIMITED BY SIZE
                      WS-JOB-SUBMIT-TIME(WS-JOB-IDX) DELIMITED BY SIZE
                   INTO WS-RUN-ID
               END-STRING
               PERFORM 425-WRITE-OUTPUT-HEADER

               MOVE WS-RESULTS-FILENAME  TO WS-RESULT-FILENAME
               PERFORM 430-READ-RESULT-FILE
               IF LLM-PROVIDER-OPENAI
               AND WS-ERROR-FILE-ID NOT = SPACES
                   MOVE WS-ERRORS-FILENAME TO WS-RESULT-FILENAME
                   PERFORM 430-READ-RESULT-FILE
               END-IF

               PERFORM 426-WRITE-OUTPUT-TRAILER
               PERFORM 427-CLOSE-JOB-OUTPUTS

               IF WS-RECORD-COUNT < WS-JOB-RECORD-COUNT(WS-JOB-IDX)
                   DISPLAY 'LLM-BULK-COLLECT: job '
                           FUNCTION TRIM(WS-JOB-BATCH-ID(WS-JOB-IDX))
                           ' returned ' WS-RECORD-COUNT ' of '
                           WS-JOB-RECORD-COUNT(WS-JOB-IDX)
                           ' records - compare with '
                           FUNCTION TRIM(WS-JOB-INPUT(WS-JOB-IDX))
                   ADD 1                 TO WS-RECORD-ERRORS-ALL
               END-IF
               ADD WS-ERROR-COUNT        TO WS-RECORD-ERRORS-ALL
               DISPLAY 'LLM-BULK-COLLECT: job '
                       FUNCTION TRIM(WS-JOB-BATCH-ID(WS-JOB-IDX))
                       ' collected to '
                       FUNCTION TRIM(WS-OUTPUT-FILENAME) ': '
                       WS-RECORD-COUNT ' records, '
                       WS-ERROR-COUNT ' errors'

               MOVE WS-RESULTS-FILENAME  TO WS-RESULT-FILENAME
               PERFORM 335-REMOVE-SCRATCH-FILE
               MOVE WS-ERRORS-FILENAME   TO WS-RESULT-FILENAME
               PERFORM 335-REMOVE-SCRATCH-FILE
               MOVE WS-REQUEST-FILENAME  TO WS-RESULT-FILENAME
               PERFORM 335-REMOVE-SCRATCH-FILE
               MOVE WS-REPLY-FILENAME    TO WS-RESULT-FILENAME
               PERFORM 335-REMOVE-SCRATCH-FILE
               MOVE WS-HTTP-FILENAME     TO WS-RESULT-FILENAME
               PERFORM 335-REMOVE-SCRATCH-FILE

               MOVE 'COLLECTED'          TO WS-JOB-STATUS(WS-JOB-IDX)
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY     TO WS-JOB-COLLECT-DATE(WS-JOB-IDX)
               ADD 1                     TO WS-JOBS-COLLECTED
               PERFORM 600-REWRITE-TRACKING
           END-IF.


      *> Anthropic serves the results at results_url; OpenAI as file
      *> contents - successes on the output file, failed, expired
      *> and cancelled requests on the error file. Either file is
      *> absent (null ID) when nothing landed on it.
       410-DOWNLOAD-RESULTS.
           SET WS-CURL-OK                TO TRUE
           IF LLM-PROVIDER-CLAUDE
               MOVE WS-RESULTS-URL       TO WS-CALL-URL
               MOVE WS-RESULTS-FILENAME  TO WS-CURL-OUT-FILENAME
               PERFORM 320-RUN-CURL
           ELSE
               IF WS-OUTPUT-FILE-ID NOT = SPACES
                   MOVE SPACES           TO WS-CALL-URL
                   STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                          '/files/'      DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OUTPUT-FILE-ID)
                                         DELIMITED BY SIZE
                          '/content'     DELIMITED BY SIZE
                       INTO WS-CALL-URL
                   END-STRING
                   MOVE WS-RESULTS-FILENAME TO WS-CURL-OUT-FILENAME
                   PERFORM 320-RUN-CURL
               ELSE
      *> Nothing succeeded - an empty results file keeps the
      *> reading below uniform.
                   MOVE WS-RESULTS-FILENAME TO WS-RESULT-FILENAME
                   PERFORM 335-REMOVE-SCRATCH-FILE
                   MOVE SPACES           TO WS-SHELL-CMD
                   STRING ': > '''       DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RESULTS-FILENAME)
                                         DELIMITED BY SIZE
                          ''''           DELIMITED BY SIZE
                       INTO WS-SHELL-CMD
                   END-STRING
                   CALL 'SYSTEM' USING WS-SHELL-CMD
                   MOVE 0                TO RETURN-CODE
               END-IF
               IF WS-CURL-OK
               AND WS-ERROR-FILE-ID NOT = SPACES
                   MOVE SPACES           TO WS-CALL-URL
                   STRING FUNCTION TRIM(WS-BASE-URL) DELIMITED BY SIZE
                          '/files/'      DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ERROR-FILE-ID)
                                         DELIMITED BY SIZE
                          '/content'     DELIMITED BY SIZE
                       INTO WS-CALL-URL
                   END-STRING
                   MOVE WS-ERRORS-FILENAME TO WS-CURL-OUT-FILENAME
                   PERFORM 320-RUN-CURL
               END-IF
           END-IF.


      *> The feed and its exception log are per job and written
      *> fresh; master and archive are shared and opened once.
       420-OPEN-JOB-OUTPUTS.
           OPEN OUTPUT BATCH-OUTPUT
           IF WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-BULK-COLLECT: cannot open output file '
                       FUNCTION TRIM(WS-OUTPUT-FILENAME)
                       ', status ' WS-OUT-FILE-STATUS
               SET WS-FATAL              TO TRUE
           ELSE
               OPEN OUTPUT EXCEPTION-LOG
               IF WS-EXC-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-BULK-COLLECT: cannot open exception '
                           'log, status ' WS-EXC-FILE-STATUS
                   CLOSE BATCH-OUTPUT
                   SET WS-FATAL          TO TRUE
               END-IF
           END-IF

           IF NOT WS-FATAL
           AND WS-RSPM-ENABLED AND NOT WS-RSPM-IS-OPEN
               OPEN I-O RESPONSE-MASTER
               IF WS-RSPM-FILE-STATUS = '35'
                   OPEN OUTPUT RESPONSE-MASTER
                   CLOSE RESPONSE-MASTER
                   OPEN I-O RESPONSE-MASTER
               END-IF
               IF WS-RSPM-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-BULK-COLLECT: cannot open response '
                           'master, status ' WS-RSPM-FILE-STATUS
                           ' - master maintenance disabled'
                   MOVE 'N'              TO WS-RSPM-FLAG
               ELSE
                   SET WS-RSPM-IS-OPEN   TO TRUE
               END-IF
           END-IF

           IF NOT WS-FATAL
           AND WS-ARCHIVE-ENABLED AND NOT WS-ARCHIVE-IS-OPEN
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARC-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               IF WS-ARC-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-BULK-COLLECT: cannot open archive '
                           'file, status ' WS-ARC-FILE-STATUS
                           ' - archiving disabled'
                   MOVE 'N'              TO WS-ARCHIVE-FLAG
               ELSE
                   SET WS-ARCHIVE-IS-OPEN TO TRUE
               END-IF
           END-IF.


      *> The header carries the submit date/time - the run the feed
      *> belongs to - and the input file the records came from.
       425-WRITE-OUTPUT-HEADER.
           MOVE SPACES                   TO BATCH-HDR-RECORD
           MOVE 'HDR '                   TO BHDR-TAG
           MOVE WS-JOB-SUBMIT-DATE(WS-JOB-IDX) TO BHDR-RUN-DATE
           MOVE WS-JOB-SUBMIT-TIME(WS-JOB-IDX) TO BHDR-RUN-TIME(1:6)
           MOVE '00'                     TO BHDR-RUN-TIME(7:2)
           MOVE WS-JOB-MODEL(WS-JOB-IDX) TO BHDR-MODEL
           MOVE WS-JOB-INPUT(WS-JOB-IDX) TO BHDR-INPUT-FILENAME
           WRITE BATCH-HDR-RECORD.


       426-WRITE-OUTPUT-TRAILER.
           MOVE SPACES                   TO BATCH-TRL-RECORD
           MOVE 'TRL '                   TO BTRL-TAG
           MOVE WS-FEED-COUNT            TO BTRL-RECORD-COUNT
           MOVE WS-TOKENS-IN-TOTAL       TO BTRL-TOKENS-IN-TOTAL
           MOVE WS-TOKENS-OUT-TOTAL      TO BTRL-TOKENS-OUT-TOTAL
           WRITE BATCH-TRL-RECORD.


       427-CLOSE-JOB-OUTPUTS.
           CLOSE BATCH-OUTPUT
           CLOSE EXCEPTION-LOG.


       430-READ-RESULT-FILE.
           OPEN INPUT RESULT-FILE
           IF WS-RES-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-BULK-COLLECT: cannot open results file '
                       FUNCTION TRIM(WS-RESULT-FILENAME)
                       ', status ' WS-RES-FILE-STATUS
               ADD 1                     TO WS-RECORD-ERRORS-ALL
           ELSE
               MOVE 'N'                  TO WS-RES-EOF-FLAG
               PERFORM UNTIL WS-RES-EOF
                   READ RESULT-FILE
                       AT END
                           SET WS-RES-EOF TO TRUE
                       NOT AT END
                           IF RESULT-LINE NOT = SPACES
                               PERFORM 440-TAKE-RESULT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.


      *> One provider result: the reply text comes out of the line
      *> fully un-escaped (441), the rest of the line - now small -
      *> goes through LLM-EXTRACT for key, outcome and usage.
       440-TAKE-RESULT-LINE.
           INITIALIZE LLM-STATUS
           INITIALIZE LLM-RESPONSE
           PERFORM 441-SPLIT-REPLY-TEXT
           PERFORM 450-EXTRACT-RESULT-FIELDS
           IF WS-RESULT-KEY = SPACES
               DISPLAY 'LLM-BULK-COLLECT: result line without a '
                       'custom_id skipped: ' RESULT-LINE(1:120)
               ADD 1                     TO WS-RECORD-ERRORS-ALL
           ELSE
               PERFORM 455-MAP-RESULT-STATUS
               MOVE WS-REPLY-TEXT        TO LLM-RSP-CONTENT
               MOVE WS-REPLY-LEN         TO LLM-RSP-CONTENT-LEN
               IF LLM-STAT-OK
                   PERFORM 470-SCREEN-RESPONSE
               END-IF
               IF LLM-STAT-OK AND WS-REPLY-FULL
                   SET LLM-STAT-TRUNCATED TO TRUE
                   MOVE 'LLM-BULK-COLLECT: response content may be '
                      & 'truncated'      TO LLM-STAT-MESSAGE
               END-IF
               PERFORM 460-WRITE-RECORD-OUTPUTS
               PERFORM 500-WRITE-AUDIT-LOG
               PERFORM 530-WRITE-CALL-DETAIL
               PERFORM 520-UPDATE-BUDGET-LEDGER
           END-IF.


      *> The reply is the first "text" string (Anthropic content
      *> block) or "content" string (OpenAI message). Inside a JSON
      *> string every quote is escaped, so the marker can't be
      *> matched in the middle of someone's reply text.
       441-SPLIT-REPLY-TEXT.
           MOVE SPACES                   TO WS-REPLY-TEXT
           MOVE 0                        TO WS-REPLY-LEN
                                            WS-VAL-START
                                            WS-VAL-END
                                            WS-PRE-COUNT
           MOVE 'N'                      TO WS-REPLY-FULL-FLAG
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RESULT-LINE TRAILING))
                                         TO WS-LINE-LEN
           IF LLM-PROVIDER-CLAUDE
               INSPECT RESULT-LINE TALLYING WS-PRE-COUNT
                   FOR CHARACTERS BEFORE INITIAL '"text":"'
               IF WS-PRE-COUNT < WS-LINE-LEN
                   COMPUTE WS-VAL-START = WS-PRE-COUNT + 9
               END-IF
           ELSE
               INSPECT RESULT-LINE TALLYING WS-PRE-COUNT
                   FOR CHARACTERS BEFORE INITIAL '"content":"'
               IF WS-PRE-COUNT < WS-LINE-LEN
                   COMPUTE WS-VAL-START = WS-PRE-COUNT + 12
               END-IF
           END-IF

           IF WS-VAL-START = 0
               MOVE RESULT-LINE          TO LLM-RSP-CONTENT
           ELSE
               MOVE 'N'                  TO WS-VAL-DONE-FLAG
               MOVE WS-VAL-START         TO WS-SCAN-POS
               PERFORM UNTIL WS-VAL-DONE
                   OR WS-SCAN-POS > WS-LINE-LEN
                   PERFORM 442-UNESCAPE-ONE
               END-PERFORM
      *> The skeleton keeps the line up to and including the opening
      *> quote, then resumes at the closing one.
               MOVE 1                    TO WS-SKEL-PTR
               STRING RESULT-LINE(1:WS-VAL-START - 1)
                                         DELIMITED BY SIZE
                   INTO LLM-RSP-CONTENT
                   WITH POINTER WS-SKEL-PTR
               END-STRING
               IF WS-VAL-END > 0
                   COMPUTE WS-TAIL-LEN = WS-LINE-LEN - WS-VAL-END + 1
                   STRING RESULT-LINE(WS-VAL-END:WS-TAIL-LEN)
                                         DELIMITED BY SIZE
                       INTO LLM-RSP-CONTENT
                       WITH POINTER WS-SKEL-PTR
                   END-STRING
               ELSE
      *> No closing quote: the line was longer than the record
      *> and the reply runs off its end.
                   SET WS-REPLY-FULL     TO TRUE
               END-IF
           END-IF.


       442-UNESCAPE-ONE.
           MOVE RESULT-LINE(WS-SCAN-POS:1) TO WS-SCAN-CHAR
           EVALUATE TRUE
               WHEN WS-SCAN-CHAR = '"'
                   SET WS-VAL-DONE       TO TRUE
                   MOVE WS-SCAN-POS      TO WS-VAL-END
               WHEN WS-SCAN-CHAR = '\'
               AND WS-SCAN-POS < WS-LINE-LEN
                   ADD 1                 TO WS-SCAN-POS
                   MOVE RESULT-LINE(WS-SCAN-POS:1) TO WS-SCAN-CHAR
                   EVALUATE WS-SCAN-CHAR
                       WHEN 'n'
                           MOVE X'0A'    TO WS-OUT-BYTE
                       WHEN 'r'
                           MOVE X'0D'    TO WS-OUT-BYTE
                       WHEN 't'
                           MOVE X'09'    TO WS-OUT-BYTE
                       WHEN 'b'
                           MOVE X'08'    TO WS-OUT-BYTE
                       WHEN 'f'
                           MOVE X'0C'    TO WS-OUT-BYTE
                       WHEN OTHER
                           MOVE WS-SCAN-CHAR TO WS-OUT-BYTE
                   END-EVALUATE
                   IF WS-SCAN-CHAR = 'u'
                   AND WS-SCAN-POS + 4 <= WS-LINE-LEN
                       PERFORM 443-TAKE-UNICODE-ESCAPE
                   ELSE
                       PERFORM 445-APPEND-BYTE
                   END-IF
                   ADD 1                 TO WS-SCAN-POS
               WHEN OTHER
                   MOVE WS-SCAN-CHAR     TO WS-OUT-BYTE
                   PERFORM 445-APPEND-BYTE
                   ADD 1                 TO WS-SCAN-POS
           END-EVALUATE.


      *> \uXXXX - four hex digits after the 'u' at WS-SCAN-POS, left
      *> on the last of them. Basic-plane code points go out as
      *> UTF-8; a surrogate half (an emoji's, say) or a malformed
      *> escape goes out as '?'.
       443-TAKE-UNICODE-ESCAPE.
           MOVE 0                        TO WS-CODE-POINT
           MOVE 'N'                      TO WS-HEX-BAD-FLAG
           PERFORM VARYING WS-HEX-IDX FROM 1 BY 1
               UNTIL WS-HEX-IDX > 4
               ADD 1                     TO WS-SCAN-POS
               MOVE RESULT-LINE(WS-SCAN-POS:1) TO WS-HEX-CHAR
               EVALUATE TRUE
                   WHEN WS-HEX-CHAR >= '0' AND WS-HEX-CHAR <= '9'
                       MOVE WS-HEX-CHAR  TO WS-HEX-VALUE
                   WHEN WS-HEX-CHAR = 'a' OR WS-HEX-CHAR = 'A'
                       MOVE 10           TO WS-HEX-VALUE
                   WHEN WS-HEX-CHAR = 'b' OR WS-HEX-CHAR = 'B'
                       MOVE 11           TO WS-HEX-VALUE
                   WHEN WS-HEX-CHAR = 'c' OR WS-HEX-CHAR = 'C'
                       MOVE 12           TO WS-HEX-VALUE
                   WHEN WS-HEX-CHAR = 'd' OR WS-HEX-CHAR = 'D'
                       MOVE 13           TO WS-HEX-VALUE
                   WHEN WS-HEX-CHAR = 'e' OR WS-HEX-CHAR = 'E'
                       MOVE 14           TO WS-HEX-VALUE
                   WHEN WS-HEX-CHAR = 'f' OR WS-HEX-CHAR = 'F'
                       MOVE 15           TO WS-HEX-VALUE
                   WHEN OTHER
                       MOVE 0            TO WS-HEX-VALUE
                       SET WS-HEX-BAD    TO TRUE
               END-EVALUATE
               COMPUTE WS-CODE-POINT = WS-CODE-POINT * 16
                                     + WS-HEX-VALUE
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-HEX-BAD
               OR (WS-CODE-POINT >= 55296 AND WS-CODE-POINT <= 57343)
                   MOVE '?'              TO WS-OUT-BYTE
                   PERFORM 445-APPEND-BYTE
               WHEN WS-CODE-POINT < 128
                   MOVE FUNCTION CHAR(WS-CODE-POINT + 1)
                                         TO WS-OUT-BYTE
                   PERFORM 445-APPEND-BYTE
               WHEN WS-CODE-POINT < 2048
                   DIVIDE WS-CODE-POINT BY 64
                       GIVING WS-CP-HIGH REMAINDER WS-CP-LOW
                   COMPUTE WS-BYTE-VALUE = 192 + WS-CP-HIGH
                   PERFORM 444-APPEND-CODE-BYTE
                   COMPUTE WS-BYTE-VALUE = 128 + WS-CP-LOW
                   PERFORM 444-APPEND-CODE-BYTE
               WHEN OTHER
                   DIVIDE WS-CODE-POINT BY 64
                       GIVING WS-CP-MID REMAINDER WS-CP-LOW
                   DIVIDE WS-CP-MID BY 64
                       GIVING WS-CP-HIGH REMAINDER WS-CP-MID
                   COMPUTE WS-BYTE-VALUE = 224 + WS-CP-HIGH
                   PERFORM 444-APPEND-CODE-BYTE
                   COMPUTE WS-BYTE-VALUE = 128 + WS-CP-MID
                   PERFORM 444-APPEND-CODE-BYTE
                   COMPUTE WS-BYTE-VALUE = 128 + WS-CP-LOW
                   PERFORM 444-APPEND-CODE-BYTE
           END-EVALUATE.


       444-APPEND-CODE-BYTE.
           MOVE FUNCTION CHAR(WS-BYTE-VALUE + 1) TO WS-OUT-BYTE
           PERFORM 445-APPEND-BYTE.


      *> A reply that fills the field to its last byte is flagged
      *> TRUNCATED, the same rule as LLM-CHAT's 440-CHECK-TRUNCATION.
       445-APPEND-BYTE.
           IF WS-REPLY-LEN < LENGTH OF WS-REPLY-TEXT
               ADD 1                     TO WS-REPLY-LEN
               MOVE WS-OUT-BYTE
                   TO WS-REPLY-TEXT(WS-REPLY-LEN:1)
               IF WS-REPLY-LEN = LENGTH OF WS-REPLY-TEXT
                   SET WS-REPLY-FULL     TO TRUE
               END-IF
           END-IF.


      *> Anthropic: result "type" succeeded/errored/canceled/expired,
      *> usage input_tokens/output_tokens and the prompt-cache
      *> creation/read counts, stop_reason. OpenAI: response
      *> status_code, usage prompt_tokens/completion_tokens and
      *> cached_tokens, finish_reason, and an error "code" on
      *> error-file lines.
      *> "message" only ever resolves to an error message - on a
      *> success it is an object, which LLM-EXTRACT doesn't take.
       450-EXTRACT-RESULT-FIELDS.
           MOVE SPACES                   TO WS-RESULT-KEY
                                            WS-RESULT-TYPE
                                            WS-STOP-REASON
                                            WS-ERROR-CODE
           MOVE 0                        TO WS-RECORD-HTTP
           INITIALIZE LLM-EXTRACT-AREA
           MOVE 9                        TO LLM-XTR-FIELD-COUNT
           MOVE 'custom_id'              TO LLM-XTR-NAME(1)
           MOVE 'message'                TO LLM-XTR-NAME(6)
           IF LLM-PROVIDER-CLAUDE
               MOVE 'type'               TO LLM-XTR-NAME(2)
               MOVE 'input_tokens'       TO LLM-XTR-NAME(3)
               MOVE 'output_tokens'      TO LLM-XTR-NAME(4)
               MOVE 'stop_reason'        TO LLM-XTR-NAME(5)
               MOVE 'cache_creation_input_tokens'
                                         TO LLM-XTR-NAME(8)
               MOVE 'cache_read_input_tokens'
                                         TO LLM-XTR-NAME(9)
           ELSE
               MOVE 'status_code'        TO LLM-XTR-NAME(2)
               MOVE 'prompt_tokens'      TO LLM-XTR-NAME(3)
               MOVE 'completion_tokens'  TO LLM-XTR-NAME(4)
               MOVE 'finish_reason'      TO LLM-XTR-NAME(5)
               MOVE 'code'               TO LLM-XTR-NAME(7)
               MOVE 'S'                  TO LLM-XTR-TYPE(7)
               MOVE 8                    TO LLM-XTR-FIELD-COUNT
               MOVE 'cached_tokens'      TO LLM-XTR-NAME(8)
           END-IF
           MOVE 'S'                      TO LLM-XTR-TYPE(1)
                                            LLM-XTR-TYPE(2)
                                            LLM-XTR-TYPE(5)
                                            LLM-XTR-TYPE(6)
           MOVE 'N'                      TO LLM-XTR-TYPE(3)
                                            LLM-XTR-TYPE(4)
                                            LLM-XTR-TYPE(8)
                                            LLM-XTR-TYPE(9)
           CALL 'LLM-EXTRACT' USING LLM-EXTRACT-AREA
                                    LLM-RESPONSE
                                    LLM-STATUS
           INITIALIZE LLM-STATUS
           MOVE LLM-XTR-VALUE(1)         TO WS-RESULT-KEY
           MOVE LLM-XTR-VALUE(5)         TO WS-STOP-REASON
           MOVE LLM-XTR-VALUE(6)         TO LLM-STAT-MESSAGE
           MOVE LLM-XTR-NUMERIC(3)       TO LLM-RSP-TOKENS-IN
           MOVE LLM-XTR-NUMERIC(4)       TO LLM-RSP-TOKENS-OUT
           MOVE 0                        TO LLM-RSP-TOKENS-CACHE-WRITE
                                            LLM-RSP-TOKENS-CACHE-READ
           IF LLM-PROVIDER-CLAUDE
               MOVE LLM-XTR-VALUE(2)     TO WS-RESULT-TYPE
               IF LLM-XTR-WAS-FOUND(8)
                   MOVE LLM-XTR-NUMERIC(8)
                                     TO LLM-RSP-TOKENS-CACHE-WRITE
               END-IF
               IF LLM-XTR-WAS-FOUND(9)
                   MOVE LLM-XTR-NUMERIC(9)
                                     TO LLM-RSP-TOKENS-CACHE-READ
               END-IF
           ELSE
      *> prompt_tokens includes the cached share - taken back out
      *> the same way LLM-CHAT does.
               IF LLM-XTR-WAS-FOUND(8)
               AND LLM-XTR-NUMERIC(8) > 0
               AND LLM-XTR-NUMERIC(8) <= LLM-RSP-TOKENS-IN
                   MOVE LLM-XTR-NUMERIC(8)
                                     TO LLM-RSP-TOKENS-CACHE-READ
                   SUBTRACT LLM-RSP-TOKENS-CACHE-READ
                                     FROM LLM-RSP-TOKENS-IN
               END-IF
               IF LLM-XTR-WAS-FOUND(2)
                   MOVE LLM-XTR-NUMERIC(2) TO WS-RECORD-HTTP
               END-IF
               MOVE LLM-XTR-VALUE(7)     TO WS-ERROR-CODE
           END-IF
           MOVE WS-STOP-REASON           TO LLM-RSP-FINISH-REASON.


      *> Outcome to LLM-STATUS on LLM-CHAT's own codes, so the
      *> exception log and the retry tooling read a bulk failure the
      *> way they read a live one. A provider refusal or content
      *> filter is CONTENT-BLOCKED and its text kept off the feed.
       455-MAP-RESULT-STATUS.
           IF LLM-PROVIDER-CLAUDE
               MOVE 0                    TO WS-ERROR-TYPE-COUNT
               EVALUATE WS-RESULT-TYPE
                   WHEN 'succeeded'
                       MOVE 200          TO WS-RECORD-HTTP
                       IF WS-STOP-REASON = 'refusal'
                           SET LLM-STAT-CONTENT-BLOCKED TO TRUE
                           MOVE 'LLM-BULK-COLLECT: provider refused '
                              & 'the request' TO LLM-STAT-MESSAGE
                       END-IF
                   WHEN 'expired'
                       SET LLM-STAT-TIMEOUT TO TRUE
                       MOVE 'LLM-BULK-COLLECT: request expired '
                          & 'before the provider reached it'
                                         TO LLM-STAT-MESSAGE
                   WHEN 'canceled'
                       SET LLM-STAT-PROVIDER-ERR TO TRUE
                       MOVE 'LLM-BULK-COLLECT: request canceled'
                                         TO LLM-STAT-MESSAGE
                   WHEN OTHER
                       INSPECT LLM-RSP-CONTENT TALLYING
                           WS-ERROR-TYPE-COUNT
                           FOR ALL 'authentication_error'
                                   'permission_error'
                       IF WS-ERROR-TYPE-COUNT > 0
                           SET LLM-STAT-UNAUTH TO TRUE
                       ELSE
                           MOVE 0        TO WS-ERROR-TYPE-COUNT
                           INSPECT LLM-RSP-CONTENT TALLYING
                               WS-ERROR-TYPE-COUNT
                               FOR ALL 'rate_limit_error'
                           IF WS-ERROR-TYPE-COUNT > 0
                               SET LLM-STAT-RATE-LIMITED TO TRUE
                           ELSE
                               SET LLM-STAT-PROVIDER-ERR TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-RECORD-HTTP = 200
                       IF WS-STOP-REASON = 'content_filter'
                           SET LLM-STAT-CONTENT-BLOCKED TO TRUE
                           MOVE 'LLM-BULK-COLLECT: reply withheld by '
                              & 'the provider content filter'
                                         TO LLM-STAT-MESSAGE
                       END-IF
                   WHEN WS-ERROR-CODE = 'batch_expired'
                       SET LLM-STAT-TIMEOUT TO TRUE
                   WHEN WS-RECORD-HTTP = 401
                   OR WS-RECORD-HTTP = 403
                       SET LLM-STAT-UNAUTH TO TRUE
                   WHEN WS-RECORD-HTTP = 429
                       SET LLM-STAT-RATE-LIMITED TO TRUE
                   WHEN OTHER
                       SET LLM-STAT-PROVIDER-ERR TO TRUE
               END-EVALUATE
           END-IF

           IF NOT LLM-STAT-OK
           AND LLM-STAT-MESSAGE = SPACES
               STRING 'LLM-BULK-COLLECT: provider result '
                                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RESULT-TYPE) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ERROR-CODE) DELIMITED BY SIZE
                   INTO LLM-STAT-MESSAGE
               END-STRING
           END-IF
           IF LLM-STAT-OK
               MOVE SPACES               TO LLM-STAT-MESSAGE
           END-IF
           MOVE WS-RECORD-HTTP           TO LLM-RSP-STATUS.


      *> The same four writes LLM-BATCH's 210-PROCESS-RECORD makes
      *> for one record - feed, exception, master, archive. A reply
      *> blocked by the provider or by 470-SCREEN-RESPONSE goes to
      *> the exception log only: feed, master and archive never see
      *> it. Its tokens were still billed, so the totals take them.
       460-WRITE-RECORD-OUTPUTS.
           ADD 1                         TO WS-RECORD-COUNT
           IF NOT LLM-STAT-OK
               ADD 1                     TO WS-ERROR-COUNT
               MOVE SPACES               TO EXCEPTION-LOG-RECORD
               MOVE WS-RESULT-KEY        TO EXC-KEY
               MOVE LLM-STAT-CODE        TO EXC-STAT-CODE
               MOVE LLM-STAT-MESSAGE     TO EXC-STAT-MESSAGE
               WRITE EXCEPTION-LOG-RECORD
           END-IF

           IF NOT LLM-STAT-CONTENT-BLOCKED
               PERFORM 461-WRITE-FEED-MASTER-ARCHIVE
           END-IF

           ADD LLM-RSP-TOKENS-IN         TO WS-TOKENS-IN-TOTAL
           ADD LLM-RSP-TOKENS-OUT        TO WS-TOKENS-OUT-TOTAL.


       461-WRITE-FEED-MASTER-ARCHIVE.
           MOVE WS-RESULT-KEY            TO BOUT-KEY
           MOVE LLM-STAT-CODE            TO BOUT-STAT-CODE
           MOVE LLM-RSP-TOKENS-IN        TO BOUT-TOKENS-IN
           MOVE LLM-RSP-TOKENS-OUT       TO BOUT-TOKENS-OUT
           MOVE LLM-RSP-CONTENT          TO BOUT-CONTENT
           MOVE SPACES                   TO BOUT-CATEGORY
           MOVE SPACE                    TO BOUT-LONG-PATH
           WRITE BATCH-OUT-RECORD
           ADD 1                         TO WS-FEED-COUNT

           IF WS-RSPM-IS-OPEN
               MOVE BOUT-KEY             TO RSPM-KEY
               MOVE BOUT-STAT-CODE       TO RSPM-STAT-CODE
               MOVE BOUT-TOKENS-IN       TO RSPM-TOKENS-IN
               MOVE BOUT-TOKENS-OUT      TO RSPM-TOKENS-OUT
               MOVE BOUT-CATEGORY        TO RSPM-CATEGORY
               MOVE BOUT-CONTENT         TO RSPM-CONTENT
               WRITE RESPONSE-MASTER-RECORD
                   INVALID KEY
                       REWRITE RESPONSE-MASTER-RECORD
               END-WRITE
           END-IF

           IF WS-ARCHIVE-IS-OPEN
               MOVE SPACES               TO ARCHIVE-RECORD
               MOVE WS-RUN-ID            TO ARC-RUN-ID
               MOVE WS-JOB-SUBMIT-DATE(WS-JOB-IDX) TO ARC-RUN-DATE
               MOVE BOUT-KEY             TO ARC-KEY
               MOVE BOUT-STAT-CODE       TO ARC-STAT-CODE
               MOVE BOUT-CONTENT         TO ARC-CONTENT
               INSPECT ARC-CONTENT CONVERTING X"0A0D" TO X"0102"
      *> A bulk record carries its own prompt text, not library
      *> wording, so there is no prompt ID or version to record.
               MOVE WS-CALLER-ID         TO ARC-CALLER
               MOVE 0                    TO ARC-PROMPT-VERSION
               IF LLM-RSP-MODEL NOT = SPACES
                   MOVE LLM-RSP-MODEL    TO ARC-MODEL
               ELSE
                   MOVE LLM-MODEL        TO ARC-MODEL
               END-IF
               WRITE ARCHIVE-RECORD
           END-IF.


      *> LLM-CHAT's inbound screen, run over each bulk reply: the
      *> LLM_DENY_LIST_FILE phrases, then a digit run shaped like
      *> scrubbed PII echoed back. Either one blocks the record with
      *> LLM-STAT-CONTENT-BLOCKED. The provider is always CLAUDE or
      *> OPENAI here, so the digit check always applies.
       470-SCREEN-RESPONSE.
           MOVE 'N' TO WS-SCREEN-HIT-FLAG
           IF NOT WS-DENY-LIST-LOADED
               PERFORM 471-LOAD-DENY-LIST
           END-IF

           IF WS-DENY-COUNT > 0
               PERFORM 472-CHECK-DENY-PHRASES
           END-IF

           IF NOT WS-SCREEN-HIT
               PERFORM 473-CHECK-DIGIT-ECHO
           END-IF.


       471-LOAD-DENY-LIST.
           SET WS-DENY-LIST-LOADED TO TRUE
           MOVE 0 TO WS-DENY-COUNT
           DISPLAY 'LLM_DENY_LIST_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-DENY-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-DENY-FILENAME NOT = SPACES
               OPEN INPUT DENY-LIST-FILE
               IF WS-DENY-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-BULK-COLLECT: cannot open '
                           'LLM_DENY_LIST_FILE, status '
                           WS-DENY-FILE-STATUS
               ELSE
                   MOVE 'N' TO WS-DENY-EOF-FLAG
                   PERFORM UNTIL WS-DENY-EOF
                       READ DENY-LIST-FILE
                           AT END
                               SET WS-DENY-EOF TO TRUE
                           NOT AT END
                               IF DENY-LIST-LINE NOT = SPACES
                               AND DENY-LIST-LINE(1:1) NOT = '*'
                               AND WS-DENY-COUNT < 200
                                   ADD 1 TO WS-DENY-COUNT
                                   SET WS-DENY-IDX TO WS-DENY-COUNT
                                   MOVE FUNCTION UPPER-CASE(
                                           DENY-LIST-LINE)
                                     TO WS-DENY-PHRASE(WS-DENY-IDX)
                                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                                           DENY-LIST-LINE TRAILING))
                                     TO WS-DENY-LEN(WS-DENY-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DENY-LIST-FILE
               END-IF
           END-IF.


       472-CHECK-DENY-PHRASES.
           MOVE FUNCTION UPPER-CASE(LLM-RSP-CONTENT)
                                         TO WS-SCREEN-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCREEN-UPPER
                                              TRAILING))
                                         TO WS-SCREEN-LEN

           PERFORM VARYING WS-DENY-IDX FROM 1 BY 1
               UNTIL WS-DENY-IDX > WS-DENY-COUNT OR WS-SCREEN-HIT
               PERFORM VARYING WS-SCREEN-POS FROM 1 BY 1
                   UNTIL WS-SCREEN-POS + WS-DENY-LEN(WS-DENY-IDX) - 1
                           > WS-SCREEN-LEN
                      OR WS-SCREEN-HIT
                   IF WS-SCREEN-UPPER(WS-SCREEN-POS:
                           WS-DENY-LEN(WS-DENY-IDX))
                       = WS-DENY-PHRASE(WS-DENY-IDX)
                           (1:WS-DENY-LEN(WS-DENY-IDX))
                       SET WS-SCREEN-HIT TO TRUE
                       SET LLM-STAT-CONTENT-BLOCKED TO TRUE
                       STRING 'LLM-BULK-COLLECT: reply blocked, '
                                                 DELIMITED BY SIZE
                              'deny-list phrase: '
                                                 DELIMITED BY SIZE
                              FUNCTION TRIM(WS-DENY-PHRASE(
                                  WS-DENY-IDX))  DELIMITED BY SIZE
                              INTO LLM-STAT-MESSAGE
                       END-STRING
                   END-IF
               END-PERFORM
           END-PERFORM.


       473-CHECK-DIGIT-ECHO.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LLM-RSP-CONTENT
                                              TRAILING))
                                         TO WS-SCREEN-LEN
           MOVE 0                        TO WS-SCREEN-RUN-LEN
           PERFORM VARYING WS-SCREEN-POS FROM 1 BY 1
               UNTIL WS-SCREEN-POS > WS-SCREEN-LEN OR WS-SCREEN-HIT
               MOVE LLM-RSP-CONTENT(WS-SCREEN-POS:1)
                                         TO WS-SCREEN-CHAR
               IF WS-SCREEN-CHAR >= '0' AND WS-SCREEN-CHAR <= '9'
                   ADD 1 TO WS-SCREEN-RUN-LEN
               ELSE
                   IF WS-SCREEN-RUN-LEN >= 9
                   AND WS-SCREEN-RUN-LEN <= 19
                       SET WS-SCREEN-HIT TO TRUE
                   END-IF
                   MOVE 0 TO WS-SCREEN-RUN-LEN
               END-IF
           END-PERFORM
           IF WS-SCREEN-RUN-LEN >= 9 AND WS-SCREEN-RUN-LEN <= 19
               SET WS-SCREEN-HIT TO TRUE
           END-IF

           IF WS-SCREEN-HIT
               SET LLM-STAT-CONTENT-BLOCKED TO TRUE
               MOVE 'LLM-BULK-COLLECT: reply blocked, digit run '
                  & 'resembles scrubbed PII echoed back'
                                         TO LLM-STAT-MESSAGE
           END-IF.


      *> LLM-CHAT's 500-WRITE-AUDIT-LOG for one bulk record, plus
      *> the service tier the pricing programs discount on.
       500-WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-DATE            TO WS-AUD-TS-DATE
           MOVE WS-AUDIT-TIME            TO WS-AUD-TS-TIME

           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-BULK-COLLECT: cannot open LLM_AUDIT_LOG, '
                       'status ' WS-AUDIT-FILE-STATUS
           ELSE
               MOVE SPACES                   TO AUDIT-LOG-RECORD
               MOVE WS-AUDIT-TIMESTAMP       TO AUD-TIMESTAMP
               MOVE LLM-PROVIDER             TO AUD-PROVIDER
               MOVE LLM-MODEL                TO AUD-MODEL
               MOVE WS-CALLER-ID             TO AUD-CALLER
               MOVE LLM-RSP-TOKENS-IN        TO AUD-TOKENS-IN
               MOVE LLM-RSP-TOKENS-OUT       TO AUD-TOKENS-OUT
               MOVE LLM-STAT-CODE            TO AUD-STAT-CODE
               MOVE 0                        TO AUD-PROMPT-VERSION
               SET AUD-TIER-BULK             TO TRUE
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
               CLOSE AUDIT-LOG
               PERFORM 506-SAVE-CHAIN-SIDECAR
           END-IF.


       505-COMPUTE-AUDIT-CHAIN.
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
               CALL 'C$SLEEP' USING WS-ONE-SEC
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
               DISPLAY 'LLM-BULK-COLLECT: audit chain sidecar '
                       'unavailable, status ' WS-CHAIN-FILE-STATUS
                       ' - chaining this line from seed zero'
           END-IF.


      *> LLM-CHAT's 520-UPDATE-BUDGET-LEDGER for one bulk record,
      *> against a fresh read of the ledger - live calls draw the
      *> same caller's line down while a collection runs. Nothing is
      *> refused: the provider has already done the work, so this
      *> only books the tokens against the day the records land.
       520-UPDATE-BUDGET-LEDGER.
           COMPUTE WS-BUDGET-CALL-TOKENS =
               LLM-RSP-TOKENS-IN + LLM-RSP-TOKENS-OUT
               + LLM-RSP-TOKENS-CACHE-WRITE + LLM-RSP-TOKENS-CACHE-READ
           IF WS-BUDGET-FILENAME = SPACES
           OR NOT WS-BUDGET-LISTED
           OR WS-BUDGET-CALL-TOKENS = 0
               CONTINUE
           ELSE
               PERFORM 142-LOAD-LEDGER
               MOVE 0 TO WS-LEDGER-HIT
               PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
                      OR WS-LEDGER-HIT > 0
                   IF WS-LGR-TBL-DATE(WS-LEDGER-IDX) = WS-BUDGET-TODAY
                   AND WS-LGR-TBL-CALLER(WS-LEDGER-IDX)
                           = WS-CALLER-ID
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
                   MOVE WS-CALLER-ID
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


      *> Cache flag 'B' marks a bulk record; elapsed is zero since
      *> the provider's queue time isn't a response time.
       530-WRITE-CALL-DETAIL.
           OPEN EXTEND CALL-DETAIL-LOG
           IF WS-CDR-FILE-STATUS = '35'
               OPEN OUTPUT CALL-DETAIL-LOG
           END-IF
           IF WS-CDR-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-BULK-COLLECT: cannot open '
                       'LLM_CALL_DETAIL_FILE, status '
                       WS-CDR-FILE-STATUS
           ELSE
               MOVE SPACES               TO CALL-DETAIL-RECORD
               MOVE WS-AUDIT-TIMESTAMP   TO CDR-TIMESTAMP
               MOVE LLM-PROVIDER         TO CDR-PROVIDER
               MOVE LLM-MODEL            TO CDR-MODEL
               MOVE WS-CALLER-ID         TO CDR-CALLER
               MOVE 0                    TO CDR-ELAPSED-MS
               MOVE 0                    TO CDR-RETRY-COUNT
               MOVE 'N'                  TO CDR-FAILOVER-FLAG
               MOVE 'B'                  TO CDR-CACHE-FLAG
               MOVE LLM-RSP-STATUS       TO CDR-HTTP-STATUS
               MOVE LLM-STAT-CODE        TO CDR-STAT-CODE
               MOVE LLM-RSP-TOKENS-CACHE-WRITE
                                         TO CDR-CACHE-WRITE-TOKENS
               MOVE LLM-RSP-TOKENS-CACHE-READ
                                         TO CDR-CACHE-READ-TOKENS
               WRITE CALL-DETAIL-RECORD
               CLOSE CALL-DETAIL-LOG
           END-IF.


      *> Written back whole after every status change, so an
      *> interrupted run never collects a job twice. Submits are
      *> appends that take a moment; schedule collection so it
      *> doesn't start while LLM-BULK-SUBMIT is running.
       600-REWRITE-TRACKING.
           OPEN OUTPUT TRACKING-FILE
           IF WS-TRK-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-BULK-COLLECT: cannot rewrite tracking '
                       'file, status ' WS-TRK-FILE-STATUS
               SET WS-FATAL              TO TRUE
           ELSE
               PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
                   UNTIL WS-TRK-IDX > WS-JOB-COUNT
                   PERFORM 610-WRITE-TRACKING-LINE
               END-PERFORM
               CLOSE TRACKING-FILE
           END-IF.


       610-WRITE-TRACKING-LINE.
           MOVE SPACES                   TO BULK-TRACKING-RECORD
           MOVE WS-JOB-BATCH-ID(WS-TRK-IDX)     TO BTK-BATCH-ID
           MOVE WS-JOB-PROVIDER(WS-TRK-IDX)     TO BTK-PROVIDER
           MOVE WS-JOB-STATUS(WS-TRK-IDX)       TO BTK-STATUS
           MOVE WS-JOB-SUBMIT-DATE(WS-TRK-IDX)  TO BTK-SUBMIT-DATE
           MOVE WS-JOB-SUBMIT-TIME(WS-TRK-IDX)  TO BTK-SUBMIT-TIME
           MOVE WS-JOB-RECORD-COUNT(WS-TRK-IDX) TO BTK-RECORD-COUNT
           MOVE WS-JOB-COLLECT-DATE(WS-TRK-IDX) TO BTK-COLLECT-DATE
           MOVE WS-JOB-MODEL(WS-TRK-IDX)        TO BTK-MODEL
           MOVE WS-JOB-INPUT(WS-TRK-IDX)        TO BTK-INPUT-FILENAME
           MOVE WS-JOB-OUTPUT(WS-TRK-IDX)       TO BTK-OUTPUT-FILENAME
           WRITE BULK-TRACKING-RECORD.
