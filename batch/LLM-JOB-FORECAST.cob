      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-JOB-FORECAST.cob
      *> Desc    : Batch-window capacity forecast, run ahead of
      *>           LLM-JOB-RUNNER over the same manifest - at 10pm,
      *>           not at the cutoff, it says whether tonight's files
      *>           fit. Each step's input is counted as it stands
      *>           ({TODAY}/{YESTERDAY} resolved as the runner will),
      *>           and a step whose program calls a model is priced
      *>           at the recent p50 and p95 live latency for its
      *>           provider and model on the call-detail log
      *>           (LLM_CALL_DETAIL_FILE, the last
      *>           LLM_FORECAST_LOOKBACK_DAYS days, default 14; cache
      *>           hits left out as LLM-SLA-REPORT does), spread over
      *>           the concurrency LLM-BATCH steps are dispatched
      *>           with, and never faster than LLM-RATE-LIMIT-PER-MIN
      *>           allows (per child, or shared when
      *>           LLM_RATE_LEDGER_FILE pools the allowance). A model
      *>           with no history falls back to the provider's
      *>           figures across all models, then to the configured
      *>           timeout. Steps are laid end to end from the start
      *>           time and the report shows each one's projected
      *>           p50/p95 finish against the batch-window cutoff,
      *>           naming the steps that run past it. RETURN-CODE 1
      *>           when any step's p95 finish is past the cutoff, so
      *>           the scheduler can hold or re-prioritize before
      *>           anything is spent; 8 when the forecast can't be
      *>           made.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-JOB-FORECAST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.

           SELECT STEP-INPUT ASSIGN TO WS-STEP-INPUT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INP-FILE-STATUS.

           SELECT CALL-DETAIL-LOG ASSIGN TO WS-CDR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CDR-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> LLM-JOB-RUNNER's manifest line.
       FD  MANIFEST-FILE.
       01 MANIFEST-RECORD.
           05 MAN-PROGRAM           PIC X(20).
           05 MAN-INPUT             PIC X(256).
           05 MAN-OUTPUT            PIC X(256).
           05 MAN-MODEL             PIC X(128).
           05 MAN-ON-ERROR          PIC X(8).
           05 MAN-CONDITION         PIC X(10).
           05 MAN-COND-FILE         PIC X(256).

      *> Only counted, so the head of each line is all that's kept.
       FD  STEP-INPUT.
       01 STEP-INPUT-RECORD         PIC X(80).

       FD  CALL-DETAIL-LOG.
       COPY 'LLM-CALL-DETAIL-RECORD.cpy'.

       FD  REPORT-OUT.
       01 REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'LLM-CONFIG.cpy'.
       COPY 'LLM-STATUS.cpy'.

       01 WS-MANIFEST-FILENAME  PIC X(256).
       01 WS-REPORT-FILENAME    PIC X(256).
       01 WS-CDR-FILENAME       PIC X(256).
       01 WS-MAN-FILE-STATUS    PIC X(2).
       01 WS-INP-FILE-STATUS    PIC X(2).
       01 WS-CDR-FILE-STATUS    PIC X(2).
       01 WS-RPT-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-CUTOFF-ARG         PIC X(5).
       01 WS-START-ARG          PIC X(5).
       01 WS-CONCURRENCY-ARG    PIC X(4).
       01 WS-CONCURRENCY        PIC 9(2) VALUE 1.
       01 WS-MAX-CONCURRENCY    PIC 9(2) VALUE 16.
       01 WS-LOOKBACK-ENV       PIC X(4).
       01 WS-LOOKBACK-DAYS      PIC 9(4) VALUE 14.
       01 WS-LEDGER-ENV         PIC X(256).
       01 WS-LEDGER-FLAG        PIC X(1) VALUE 'N'.
         88 WS-LEDGER-SHARED        VALUE 'Y'.

      *> ---- the window, in seconds from midnight of the start day ----
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-JULIAN         PIC 9(7) COMP.
       01 WS-YESTERDAY          PIC 9(8).
       01 WS-SINCE-DATE         PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05 WS-NOW-HH         PIC 9(2).
           05 WS-NOW-MM         PIC 9(2).
           05 FILLER            PIC 9(4).
       01 WS-HHMM               PIC 9(4).
       01 WS-HHMM-R REDEFINES WS-HHMM.
           05 WS-HHMM-HH        PIC 9(2).
           05 WS-HHMM-MM        PIC 9(2).
       01 WS-START-SECS         PIC 9(9) COMP.
       01 WS-CUTOFF-SECS        PIC 9(9) COMP.
       01 WS-P50-CLOCK          PIC 9(9) COMP.
       01 WS-P95-CLOCK          PIC 9(9) COMP.

      *> ---- the steps ------------------------------------------------
       01 WS-STEP-COUNT         PIC 9(3) VALUE 0.
       01 WS-STEP-IDX           PIC 9(3).
       01 WS-STEP-TABLE.
           05 WS-STEP           OCCURS 200 TIMES.
             10 WS-STP-PROGRAM      PIC X(20).
             10 WS-STP-INPUT        PIC X(256).
             10 WS-STP-MODEL        PIC X(128).
             10 WS-STP-CONDITION    PIC X(10).
             10 WS-STP-KIND         PIC X(1).
               88 WS-STP-CALLS-MODEL    VALUE 'M'.
               88 WS-STP-NO-CALLS       VALUE 'N'.
             10 WS-STP-INPUT-FLAG   PIC X(1).
               88 WS-STP-INPUT-MISSING  VALUE 'Y'.
             10 WS-STP-RECORDS      PIC 9(9).
             10 WS-STP-CALLS        PIC 9(9).
             10 WS-STP-CONCURRENCY  PIC 9(2).
      *> Where the latency came from: M model history, P provider
      *> history across models, T the configured timeout.
             10 WS-STP-BASIS        PIC X(1).
             10 WS-STP-P50-MS       PIC 9(9).
             10 WS-STP-P95-MS       PIC 9(9).
             10 WS-STP-P50-SECS     PIC 9(9).
             10 WS-STP-P95-SECS     PIC 9(9).
             10 WS-STP-P50-END      PIC 9(9).
             10 WS-STP-P95-END      PIC 9(9).
       01 WS-STEP-INPUT         PIC X(256).
       01 WS-SUBST-IN           PIC X(256).
       01 WS-SUBST-OUT          PIC X(256).
       01 WS-SUBST-LEN          PIC 9(3) COMP.
       01 WS-SUBST-POS          PIC 9(3) COMP.
       01 WS-SUBST-PTR          PIC 9(3) COMP.
       01 WS-DEFAULT-MODEL      PIC X(128).
       01 WS-CHAIN-STAGES       PIC 9(2) VALUE 0.

      *> ---- live calls on the log, sorted (model, latency) -----------
       01 WS-CALL-COUNT         PIC 9(6) COMP VALUE 0.
       01 WS-CALL-TABLE.
           05 WS-CALL-ENTRY     OCCURS 1 TO 100000 TIMES
                                DEPENDING ON WS-CALL-COUNT
                                INDEXED BY WS-CALL-IDX.
             10 WS-CALL-MODEL       PIC X(128).
             10 WS-CALL-MS          PIC 9(9).
       01 WS-OVERFLOW-FLAG      PIC X(1) VALUE 'N'.
         88 WS-TABLE-OVERFLOWED     VALUE 'Y'.
       01 WS-GRP-START          PIC 9(6) COMP.
       01 WS-GRP-END            PIC 9(6) COMP.
       01 WS-GRP-CALLS          PIC 9(6) COMP.
       01 WS-PCT-IDX            PIC 9(6) COMP.
       01 WS-FOUND-P50          PIC 9(9).
       01 WS-FOUND-P95          PIC 9(9).
       01 WS-PROVIDER-P50       PIC 9(9) VALUE 0.
       01 WS-PROVIDER-P95       PIC 9(9) VALUE 0.
       01 WS-NEED-PROVIDER-FLAG PIC X(1) VALUE 'N'.
         88 WS-NEED-PROVIDER        VALUE 'Y'.

      *> ---- one step's duration --------------------------------------
       01 WS-WORK-SECS          PIC 9(9) COMP.
       01 WS-FLOOR-SECS         PIC 9(9) COMP.
       01 WS-LATE-COUNT         PIC 9(3) VALUE 0.
       01 WS-RISK-COUNT         PIC 9(3) VALUE 0.
       01 WS-STEP-STATUS        PIC X(8).

      *> ---- report editing -------------------------------------------
       01 WS-CLOCK-SECS         PIC 9(9) COMP.
       01 WS-CLOCK-DAY          PIC 9(3) COMP.
       01 WS-CLOCK-REM          PIC 9(9) COMP.
       01 WS-CLOCK-DAY-DIGIT    PIC 9(1).
       01 WS-CLOCK-TEXT.
           05 WS-CLOCK-HH       PIC 9(2).
           05 FILLER            PIC X(1) VALUE ':'.
           05 WS-CLOCK-MM       PIC 9(2).
           05 WS-CLOCK-PLUS     PIC X(3).
       01 WS-P50-END-TEXT       PIC X(8).
       01 WS-P95-END-TEXT       PIC X(8).
       01 WS-CUTOFF-TEXT        PIC X(8).
       01 WS-START-TEXT         PIC X(8).
       01 WS-EDIT-STEP          PIC ZZ9.
       01 WS-EDIT-COUNT         PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-MS            PIC ZZZ,ZZ9.
       01 WS-EDIT-MINS          PIC ZZ,ZZ9.
       01 WS-EDIT-MINS-2        PIC ZZ,ZZ9.
       01 WS-EDIT-CONC          PIC Z9.
       01 WS-EDIT-RATE          PIC Z,ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-LOAD-MANIFEST
           PERFORM 300-LOAD-CALL-DETAILS
           PERFORM 400-PRICE-STEPS
           PERFORM 500-WRITE-REPORT
           IF WS-LATE-COUNT > 0 OR WS-RISK-COUNT > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=manifest  2=report file  3=batch-window cutoff HHMM
      *>       4=start HHMM (optional, '-' or absent for now)
      *>       5=concurrency LLM-BATCH steps are dispatched with
      *>         (optional, default 1)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 3
               DISPLAY 'LLM-JOB-FORECAST: usage: LLM-JOB-FORECAST '
                       '<manifest> <report> <cutoff-hhmm> '
                       '[start-hhmm] [concurrency]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-MANIFEST-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-CUTOFF-ARG FROM ARGUMENT-VALUE
           IF FUNCTION TEST-NUMVAL(WS-CUTOFF-ARG) NOT = 0
               DISPLAY 'LLM-JOB-FORECAST: cutoff must be HHMM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-CUTOFF-ARG) TO WS-HHMM
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               DISPLAY 'LLM-JOB-FORECAST: cutoff must be HHMM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-CUTOFF-SECS =
               WS-HHMM-HH * 3600 + WS-HHMM-MM * 60

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-START-SECS = WS-NOW-HH * 3600 + WS-NOW-MM * 60
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 4
               MOVE 4                   TO WS-ARG-COUNT
               ACCEPT WS-START-ARG FROM ARGUMENT-VALUE
               IF WS-START-ARG NOT = SPACES AND WS-START-ARG NOT = '-'
                   IF FUNCTION TEST-NUMVAL(WS-START-ARG) NOT = 0
                       DISPLAY 'LLM-JOB-FORECAST: start must be HHMM'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-START-ARG) TO WS-HHMM
                   IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
                       DISPLAY 'LLM-JOB-FORECAST: start must be HHMM'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   COMPUTE WS-START-SECS =
                       WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
               END-IF
           END-IF
      *> A cutoff at or before the start is tomorrow morning's.
           IF WS-CUTOFF-SECS <= WS-START-SECS
               ADD 86400                TO WS-CUTOFF-SECS
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-CONCURRENCY-ARG FROM ARGUMENT-VALUE
               MOVE WS-CONCURRENCY-ARG  TO WS-CONCURRENCY
               IF WS-CONCURRENCY > WS-MAX-CONCURRENCY
                   MOVE WS-MAX-CONCURRENCY TO WS-CONCURRENCY
               END-IF
               IF WS-CONCURRENCY = 0
                   MOVE 1                TO WS-CONCURRENCY
               END-IF
           END-IF

           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(WS-RUN-JULIAN - 1)

           DISPLAY 'LLM_FORECAST_LOOKBACK_DAYS' UPON ENVIRONMENT-NAME
           ACCEPT WS-LOOKBACK-ENV FROM ENVIRONMENT-VALUE
           IF WS-LOOKBACK-ENV NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-LOOKBACK-ENV) = 0
               MOVE FUNCTION NUMVAL(WS-LOOKBACK-ENV)
                                        TO WS-LOOKBACK-DAYS
           END-IF
           IF WS-LOOKBACK-DAYS = 0
               MOVE 14                  TO WS-LOOKBACK-DAYS
           END-IF
           COMPUTE WS-SINCE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-JULIAN - WS-LOOKBACK-DAYS)

           DISPLAY 'LLM_CALL_DETAIL_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-CDR-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-CDR-FILENAME = SPACES
               MOVE 'LLM-CALL-DETAIL.LOG' TO WS-CDR-FILENAME
           END-IF

           DISPLAY 'LLM_RATE_LEDGER_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-LEDGER-ENV FROM ENVIRONMENT-VALUE
           IF WS-LEDGER-ENV NOT = SPACES
               SET WS-LEDGER-SHARED     TO TRUE
           END-IF

      *> The provider, default model, timeout and throttle the steps
      *> will run under - same defaults LLM-MODEL-LIST starts from.
           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           MOVE 60                       TO LLM-TIMEOUT-SECS
           CALL 'LLM-CONFIG-READ' USING LLM-CONFIG
                                        LLM-STATUS
           MOVE LLM-MODEL                TO WS-DEFAULT-MODEL
           IF WS-DEFAULT-MODEL = SPACES
               MOVE 'llama3.2:3b'        TO WS-DEFAULT-MODEL
           END-IF.


       200-LOAD-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF WS-MAN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-JOB-FORECAST: cannot open manifest, status '
                       WS-MAN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N'                      TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ MANIFEST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF MAN-PROGRAM NOT = SPACES
                       AND MAN-PROGRAM(1:1) NOT = '*'
                       AND WS-STEP-COUNT < 200
                           ADD 1 TO WS-STEP-COUNT
                           PERFORM 210-LOAD-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           IF WS-STEP-COUNT = 0
               DISPLAY 'LLM-JOB-FORECAST: manifest has no steps'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


      *> The drivers that make a model call per input record; any
      *> other step (validators, reports, the housekeeping utilities)
      *> is taken to finish in no time worth forecasting. A
      *> LLM-BATCH-COMPARE record calls both of its models; an
      *> LLM-CHAIN-BATCH record calls once per stage of its chain.
      *> LLM-TOOL-BATCH is forecast at one call per record - the
      *> tool rounds a record runs to are not known until it runs,
      *> so its figure is a floor. LLM-DOC-COMPARE is left out: it
      *> compares one pair of documents, and how many of their
      *> sections differ enough to need a call is only known once
      *> they have been split and paired.
       210-LOAD-ONE-STEP.
           MOVE MAN-PROGRAM     TO WS-STP-PROGRAM(WS-STEP-COUNT)
           MOVE MAN-CONDITION   TO WS-STP-CONDITION(WS-STEP-COUNT)
           MOVE MAN-INPUT                TO WS-SUBST-IN
           PERFORM 240-SUBSTITUTE-DATES
           MOVE WS-SUBST-OUT             TO WS-STP-INPUT(WS-STEP-COUNT)
           IF MAN-MODEL = SPACES
               MOVE WS-DEFAULT-MODEL     TO WS-STP-MODEL(WS-STEP-COUNT)
           ELSE
               MOVE MAN-MODEL            TO WS-STP-MODEL(WS-STEP-COUNT)
           END-IF
           MOVE 0               TO WS-STP-RECORDS(WS-STEP-COUNT)
                                   WS-STP-CALLS(WS-STEP-COUNT)
                                   WS-STP-P50-MS(WS-STEP-COUNT)
                                   WS-STP-P95-MS(WS-STEP-COUNT)
           MOVE 'N'             TO WS-STP-INPUT-FLAG(WS-STEP-COUNT)
           MOVE 1               TO WS-STP-CONCURRENCY(WS-STEP-COUNT)
           MOVE SPACE           TO WS-STP-BASIS(WS-STEP-COUNT)
           EVALUATE MAN-PROGRAM
               WHEN 'LLM-BATCH'
               WHEN 'LLM-BATCH-COMPARE'
               WHEN 'LLM-EMBED-BATCH'
               WHEN 'LLM-EVAL'
               WHEN 'LLM-EXTRACT-BATCH'
               WHEN 'LLM-GROUNDING-CHECK'
               WHEN 'LLM-JUDGE-GRADE'
               WHEN 'LLM-KNN-CLASSIFY'
               WHEN 'LLM-RAG-BATCH'
               WHEN 'LLM-RETRY'
               WHEN 'LLM-SUMMARIZE'
               WHEN 'LLM-TRANSLATE'
               WHEN 'LLM-VISION-BATCH'
               WHEN 'LLM-CONV-COMPACT'
               WHEN 'LLM-TOOL-BATCH'
                   SET WS-STP-CALLS-MODEL(WS-STEP-COUNT) TO TRUE
                   PERFORM 220-COUNT-STEP-INPUT
               WHEN 'LLM-CHAIN-BATCH'
                   SET WS-STP-CALLS-MODEL(WS-STEP-COUNT) TO TRUE
                   PERFORM 225-COUNT-CHAIN-STAGES
                   IF NOT WS-STP-INPUT-MISSING(WS-STEP-COUNT)
                       PERFORM 220-COUNT-STEP-INPUT
                   END-IF
               WHEN OTHER
                   SET WS-STP-NO-CALLS(WS-STEP-COUNT) TO TRUE
           END-EVALUATE
           IF MAN-PROGRAM = 'LLM-BATCH'
               MOVE WS-CONCURRENCY
                   TO WS-STP-CONCURRENCY(WS-STEP-COUNT)
           END-IF.


      *> Tonight's file as it stands - one call per non-blank line.
       220-COUNT-STEP-INPUT.
           MOVE WS-STP-INPUT(WS-STEP-COUNT) TO WS-STEP-INPUT
           OPEN INPUT STEP-INPUT
           IF WS-INP-FILE-STATUS NOT = '00'
               SET WS-STP-INPUT-MISSING(WS-STEP-COUNT) TO TRUE
               DISPLAY 'LLM-JOB-FORECAST: step ' WS-STEP-COUNT
                       ' input ' FUNCTION TRIM(WS-STEP-INPUT)
                       ' not there yet, status ' WS-INP-FILE-STATUS
                       ' - not forecast'
           ELSE
               MOVE 'N'                  TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ STEP-INPUT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF STEP-INPUT-RECORD NOT = SPACES
                               ADD 1 TO WS-STP-RECORDS(WS-STEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-INPUT
               MOVE 'N'                  TO WS-EOF-FLAG
           END-IF
           EVALUATE WS-STP-PROGRAM(WS-STEP-COUNT)
               WHEN 'LLM-BATCH-COMPARE'
                   COMPUTE WS-STP-CALLS(WS-STEP-COUNT) =
                       WS-STP-RECORDS(WS-STEP-COUNT) * 2
               WHEN 'LLM-CHAIN-BATCH'
                   COMPUTE WS-STP-CALLS(WS-STEP-COUNT) =
                       WS-STP-RECORDS(WS-STEP-COUNT) * WS-CHAIN-STAGES
               WHEN OTHER
                   MOVE WS-STP-RECORDS(WS-STEP-COUNT)
                       TO WS-STP-CALLS(WS-STEP-COUNT)
           END-EVALUATE.


      *> LLM-CHAIN-BATCH takes the chain definition first, so its
      *> manifest line carries the chain as the input and "<records>
      *> <output>" as the output. The stages are the definition's
      *> lines less blanks and '*' comments; the records counted are
      *> the first file named on the output.
       225-COUNT-CHAIN-STAGES.
           MOVE 0                        TO WS-CHAIN-STAGES
           MOVE WS-STP-INPUT(WS-STEP-COUNT) TO WS-STEP-INPUT
           OPEN INPUT STEP-INPUT
           IF WS-INP-FILE-STATUS NOT = '00'
               SET WS-STP-INPUT-MISSING(WS-STEP-COUNT) TO TRUE
               DISPLAY 'LLM-JOB-FORECAST: step ' WS-STEP-COUNT
                       ' chain ' FUNCTION TRIM(WS-STEP-INPUT)
                       ' not there, status ' WS-INP-FILE-STATUS
                       ' - not forecast'
           ELSE
               MOVE 'N'                  TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ STEP-INPUT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF STEP-INPUT-RECORD NOT = SPACES
                           AND STEP-INPUT-RECORD(1:1) NOT = '*'
                           AND WS-CHAIN-STAGES < 10
                               ADD 1 TO WS-CHAIN-STAGES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-INPUT
               MOVE 'N'                  TO WS-EOF-FLAG
               MOVE MAN-OUTPUT           TO WS-SUBST-IN
               PERFORM 240-SUBSTITUTE-DATES
               MOVE SPACES               TO WS-STP-INPUT(WS-STEP-COUNT)
               UNSTRING WS-SUBST-OUT DELIMITED BY ALL SPACE
                   INTO WS-STP-INPUT(WS-STEP-COUNT)
               END-UNSTRING
           END-IF.


      *> LLM-JOB-RUNNER's {TODAY}/{YESTERDAY} resolution, so the file
      *> counted is the file the step will read.
       240-SUBSTITUTE-DATES.
           MOVE SPACES TO WS-SUBST-OUT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUBST-IN TRAILING))
                                         TO WS-SUBST-LEN
           MOVE 1 TO WS-SUBST-POS
           MOVE 1 TO WS-SUBST-PTR
           PERFORM UNTIL WS-SUBST-POS > WS-SUBST-LEN
               EVALUATE TRUE
                   WHEN WS-SUBST-POS + 6 <= WS-SUBST-LEN
                   AND WS-SUBST-IN(WS-SUBST-POS:7) = '{TODAY}'
                       IF WS-SUBST-PTR + 7 <= 256
                           STRING WS-RUN-DATE DELIMITED BY SIZE
                               INTO WS-SUBST-OUT
                               WITH POINTER WS-SUBST-PTR
                           END-STRING
                       END-IF
                       ADD 7 TO WS-SUBST-POS
                   WHEN WS-SUBST-POS + 10 <= WS-SUBST-LEN
                   AND WS-SUBST-IN(WS-SUBST-POS:11) = '{YESTERDAY}'
                       IF WS-SUBST-PTR + 7 <= 256
                           STRING WS-YESTERDAY DELIMITED BY SIZE
                               INTO WS-SUBST-OUT
                               WITH POINTER WS-SUBST-PTR
                           END-STRING
                       END-IF
                       ADD 11 TO WS-SUBST-POS
                   WHEN OTHER
                       IF WS-SUBST-PTR <= 256
                           MOVE WS-SUBST-IN(WS-SUBST-POS:1)
                               TO WS-SUBST-OUT(WS-SUBST-PTR:1)
                           ADD 1 TO WS-SUBST-PTR
                       END-IF
                       ADD 1 TO WS-SUBST-POS
               END-EVALUATE
           END-PERFORM.


      *> Live calls only, on the configured provider, inside the
      *> lookback - an empty or missing log just means every step
      *> falls back to the timeout.
       300-LOAD-CALL-DETAILS.
           OPEN INPUT CALL-DETAIL-LOG
           IF WS-CDR-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-JOB-FORECAST: no call-detail log '
                       FUNCTION TRIM(WS-CDR-FILENAME)
                       ', status ' WS-CDR-FILE-STATUS
                       ' - forecasting from the configured timeout'
           ELSE
               MOVE 'N'                  TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ CALL-DETAIL-LOG
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 310-KEEP-CALL
                   END-READ
               END-PERFORM
               CLOSE CALL-DETAIL-LOG
               IF WS-TABLE-OVERFLOWED
                   DISPLAY 'LLM-JOB-FORECAST: more than 100,000 '
                           'recent calls - the first 100,000 used'
               END-IF
           END-IF
           IF WS-CALL-COUNT > 0
               SORT WS-CALL-ENTRY
                   ASCENDING KEY WS-CALL-MODEL
                   ASCENDING KEY WS-CALL-MS
           END-IF.


       310-KEEP-CALL.
           IF CDR-CACHE-FLAG NOT = 'Y'
           AND CDR-ELAPSED-MS IS NUMERIC
           AND CDR-TIMESTAMP(1:8) IS NUMERIC
           AND CDR-TIMESTAMP(1:8) >= WS-SINCE-DATE
           AND CDR-PROVIDER = LLM-PROVIDER
               IF WS-CALL-COUNT < 100000
                   ADD 1 TO WS-CALL-COUNT
                   SET WS-CALL-IDX TO WS-CALL-COUNT
                   MOVE CDR-MODEL        TO WS-CALL-MODEL(WS-CALL-IDX)
                   MOVE CDR-ELAPSED-MS   TO WS-CALL-MS(WS-CALL-IDX)
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.


      *> Each model step's latency from its own model's history where
      *> there is some; the provider-wide figures are worked out only
      *> if some step needs them, since that takes a re-sort.
       400-PRICE-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STP-CALLS-MODEL(WS-STEP-IDX)
                   PERFORM 410-MODEL-PERCENTILES
                   IF WS-GRP-CALLS > 0
                       MOVE 'M'          TO WS-STP-BASIS(WS-STEP-IDX)
                       MOVE WS-FOUND-P50 TO WS-STP-P50-MS(WS-STEP-IDX)
                       MOVE WS-FOUND-P95 TO WS-STP-P95-MS(WS-STEP-IDX)
                   ELSE
                       SET WS-NEED-PROVIDER TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NEED-PROVIDER AND WS-CALL-COUNT > 0
               SORT WS-CALL-ENTRY ASCENDING KEY WS-CALL-MS
               MOVE 1                    TO WS-GRP-START
               MOVE WS-CALL-COUNT        TO WS-GRP-END
               PERFORM 420-GROUP-PERCENTILES
               MOVE WS-FOUND-P50         TO WS-PROVIDER-P50
               MOVE WS-FOUND-P95         TO WS-PROVIDER-P95
           END-IF

           MOVE WS-START-SECS            TO WS-P50-CLOCK WS-P95-CLOCK
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM 430-STEP-DURATION
               ADD WS-STP-P50-SECS(WS-STEP-IDX) TO WS-P50-CLOCK
               ADD WS-STP-P95-SECS(WS-STEP-IDX) TO WS-P95-CLOCK
               MOVE WS-P50-CLOCK         TO WS-STP-P50-END(WS-STEP-IDX)
               MOVE WS-P95-CLOCK         TO WS-STP-P95-END(WS-STEP-IDX)
           END-PERFORM.


      *> Finds the step's model's run of entries in the sorted table.
       410-MODEL-PERCENTILES.
           MOVE 0                        TO WS-GRP-CALLS WS-GRP-START
                                            WS-GRP-END
           PERFORM VARYING WS-CALL-IDX FROM 1 BY 1
               UNTIL WS-CALL-IDX > WS-CALL-COUNT
               IF WS-CALL-MODEL(WS-CALL-IDX) = WS-STP-MODEL(WS-STEP-IDX)
                   IF WS-GRP-START = 0
                       SET WS-GRP-START  TO WS-CALL-IDX
                   END-IF
                   SET WS-GRP-END        TO WS-CALL-IDX
               END-IF
           END-PERFORM
           IF WS-GRP-START > 0
               PERFORM 420-GROUP-PERCENTILES
           END-IF.


      *> Nearest-rank percentiles over WS-GRP-START thru WS-GRP-END,
      *> the same ranks LLM-SLA-REPORT reports.
       420-GROUP-PERCENTILES.
           COMPUTE WS-GRP-CALLS = WS-GRP-END - WS-GRP-START + 1
           COMPUTE WS-PCT-IDX = WS-GRP-START - 1
               + (WS-GRP-CALLS * 50 + 99) / 100
           MOVE WS-CALL-MS(WS-PCT-IDX)   TO WS-FOUND-P50
           COMPUTE WS-PCT-IDX = WS-GRP-START - 1
               + (WS-GRP-CALLS * 95 + 99) / 100
           MOVE WS-CALL-MS(WS-PCT-IDX)   TO WS-FOUND-P95.


      *> Calls x latency over the step's concurrency, but never under
      *> what the throttle lets through: LLM-RATE-LIMIT-PER-MIN per
      *> child, or one allowance for all of them on a shared ledger.
       430-STEP-DURATION.
           MOVE 0                        TO WS-STP-P50-SECS(WS-STEP-IDX)
                                            WS-STP-P95-SECS(WS-STEP-IDX)
           IF WS-STP-CALLS-MODEL(WS-STEP-IDX)
           AND WS-STP-CALLS(WS-STEP-IDX) > 0
               IF WS-STP-BASIS(WS-STEP-IDX) = SPACE
                   IF WS-PROVIDER-P50 > 0
                       MOVE 'P'          TO WS-STP-BASIS(WS-STEP-IDX)
                       MOVE WS-PROVIDER-P50
                           TO WS-STP-P50-MS(WS-STEP-IDX)
                       MOVE WS-PROVIDER-P95
                           TO WS-STP-P95-MS(WS-STEP-IDX)
                   ELSE
                       MOVE 'T'          TO WS-STP-BASIS(WS-STEP-IDX)
                       COMPUTE WS-STP-P50-MS(WS-STEP-IDX) =
                           LLM-TIMEOUT-SECS * 1000
                       MOVE WS-STP-P50-MS(WS-STEP-IDX)
                           TO WS-STP-P95-MS(WS-STEP-IDX)
                   END-IF
               END-IF

               MOVE 0                    TO WS-FLOOR-SECS
               IF LLM-RATE-LIMIT-PER-MIN > 0
                   IF WS-LEDGER-SHARED
                       COMPUTE WS-FLOOR-SECS =
                           (WS-STP-CALLS(WS-STEP-IDX) * 60
                            + LLM-RATE-LIMIT-PER-MIN - 1)
                           / LLM-RATE-LIMIT-PER-MIN
                   ELSE
                       COMPUTE WS-FLOOR-SECS =
                           (WS-STP-CALLS(WS-STEP-IDX) * 60
                            + LLM-RATE-LIMIT-PER-MIN
                              * WS-STP-CONCURRENCY(WS-STEP-IDX) - 1)
                           / (LLM-RATE-LIMIT-PER-MIN
                              * WS-STP-CONCURRENCY(WS-STEP-IDX))
                   END-IF
               END-IF

               COMPUTE WS-WORK-SECS =
                   (WS-STP-CALLS(WS-STEP-IDX)
                    * WS-STP-P50-MS(WS-STEP-IDX)
                    / WS-STP-CONCURRENCY(WS-STEP-IDX) + 999) / 1000
               IF WS-WORK-SECS < WS-FLOOR-SECS
                   MOVE WS-FLOOR-SECS    TO WS-WORK-SECS
               END-IF
               MOVE WS-WORK-SECS         TO WS-STP-P50-SECS(WS-STEP-IDX)

               COMPUTE WS-WORK-SECS =
                   (WS-STP-CALLS(WS-STEP-IDX)
                    * WS-STP-P95-MS(WS-STEP-IDX)
                    / WS-STP-CONCURRENCY(WS-STEP-IDX) + 999) / 1000
               IF WS-WORK-SECS < WS-FLOOR-SECS
                   MOVE WS-FLOOR-SECS    TO WS-WORK-SECS
               END-IF
               MOVE WS-WORK-SECS         TO WS-STP-P95-SECS(WS-STEP-IDX)
           END-IF.


       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-OUT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-JOB-FORECAST: cannot open report, status '
                       WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-START-SECS            TO WS-CLOCK-SECS
           PERFORM 590-FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT            TO WS-START-TEXT
           MOVE WS-CUTOFF-SECS           TO WS-CLOCK-SECS
           PERFORM 590-FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT            TO WS-CUTOFF-TEXT
           MOVE WS-CONCURRENCY           TO WS-EDIT-CONC
           MOVE LLM-RATE-LIMIT-PER-MIN   TO WS-EDIT-RATE

           MOVE SPACES                   TO REPORT-LINE
           STRING 'LLM-JOB-FORECAST '    DELIMITED BY SIZE
                  WS-RUN-DATE            DELIMITED BY SIZE
                  ' manifest '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MANIFEST-FILENAME)
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Start '               DELIMITED BY SIZE
                  WS-START-TEXT          DELIMITED BY SIZE
                  '  cutoff '            DELIMITED BY SIZE
                  WS-CUTOFF-TEXT         DELIMITED BY SIZE
                  '  provider '          DELIMITED BY SIZE
                  FUNCTION TRIM(LLM-PROVIDER) DELIMITED BY SIZE
                  '  LLM-BATCH concurrency ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-CONC) DELIMITED BY SIZE
                  '  rate limit/min '    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-RATE) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                   TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'STEP PROGRAM               CALLS  P50-MS  P95-MS B '
              & 'P50-MIN P95-MIN P50-END  P95-END  STATUS'
                                         TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM 510-WRITE-STEP-LINE
           END-PERFORM

           MOVE SPACES                   TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-P50-CLOCK             TO WS-CLOCK-SECS
           PERFORM 590-FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT            TO WS-P50-END-TEXT
           MOVE WS-P95-CLOCK             TO WS-CLOCK-SECS
           PERFORM 590-FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT            TO WS-P95-END-TEXT
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Projected finish: p50 ' DELIMITED BY SIZE
                  WS-P50-END-TEXT        DELIMITED BY SIZE
                  '  p95 '               DELIMITED BY SIZE
                  WS-P95-END-TEXT        DELIMITED BY SIZE
                  '  against cutoff '    DELIMITED BY SIZE
                  WS-CUTOFF-TEXT         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                   TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-LATE-COUNT > 0
                   MOVE WS-LATE-COUNT    TO WS-EDIT-STEP
                   STRING 'WILL NOT FIT - '  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-STEP)
                                         DELIMITED BY SIZE
                          ' step(s) past the cutoff even at p50'
                                         DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN WS-RISK-COUNT > 0
                   MOVE WS-RISK-COUNT    TO WS-EDIT-STEP
                   STRING 'AT RISK - '   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-STEP)
                                         DELIMITED BY SIZE
                          ' step(s) past the cutoff at p95'
                                         DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE 'Fits the window at p95' TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE 'B = latency basis: M model history, P provider '
              & 'history, T configured timeout (no history)'
                                         TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-OUT

           DISPLAY 'LLM-JOB-FORECAST: p50 finish ' WS-P50-END-TEXT
                   ' p95 finish ' WS-P95-END-TEXT
                   ' cutoff ' WS-CUTOFF-TEXT
                   ' - ' WS-LATE-COUNT ' late, ' WS-RISK-COUNT
                   ' at risk'.


      *> LATE: past the cutoff even at p50. AT RISK: past it at p95
      *> only. A step that merely inherits an earlier step's overrun
      *> is named too - it is one the scheduler would have to move.
       510-WRITE-STEP-LINE.
           MOVE SPACES                   TO WS-STEP-STATUS
           EVALUATE TRUE
               WHEN WS-STP-INPUT-MISSING(WS-STEP-IDX)
                   MOVE 'NO INPUT'       TO WS-STEP-STATUS
               WHEN WS-STP-P50-END(WS-STEP-IDX) > WS-CUTOFF-SECS
                   MOVE 'LATE'           TO WS-STEP-STATUS
                   ADD 1                 TO WS-LATE-COUNT
               WHEN WS-STP-P95-END(WS-STEP-IDX) > WS-CUTOFF-SECS
                   MOVE 'AT RISK'        TO WS-STEP-STATUS
                   ADD 1                 TO WS-RISK-COUNT
               WHEN WS-STP-NO-CALLS(WS-STEP-IDX)
                   MOVE 'NO CALLS'       TO WS-STEP-STATUS
               WHEN OTHER
                   MOVE 'OK'             TO WS-STEP-STATUS
           END-EVALUATE

           MOVE WS-STP-P50-END(WS-STEP-IDX) TO WS-CLOCK-SECS
           PERFORM 590-FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT            TO WS-P50-END-TEXT
           MOVE WS-STP-P95-END(WS-STEP-IDX) TO WS-CLOCK-SECS
           PERFORM 590-FORMAT-CLOCK
           MOVE WS-CLOCK-TEXT            TO WS-P95-END-TEXT

           MOVE WS-STEP-IDX              TO WS-EDIT-STEP
           MOVE WS-STP-CALLS(WS-STEP-IDX) TO WS-EDIT-COUNT
           MOVE SPACES                   TO REPORT-LINE
           STRING WS-EDIT-STEP           DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-STP-PROGRAM(WS-STEP-IDX) DELIMITED BY SIZE
                  WS-EDIT-COUNT          DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE WS-STP-P50-MS(WS-STEP-IDX) TO WS-EDIT-MS
           MOVE WS-EDIT-MS               TO REPORT-LINE(37:7)
           MOVE WS-STP-P95-MS(WS-STEP-IDX) TO WS-EDIT-MS
           MOVE WS-EDIT-MS               TO REPORT-LINE(45:7)
           MOVE WS-STP-BASIS(WS-STEP-IDX) TO REPORT-LINE(53:1)
           COMPUTE WS-EDIT-MINS =
               (WS-STP-P50-SECS(WS-STEP-IDX) + 59) / 60
           COMPUTE WS-EDIT-MINS-2 =
               (WS-STP-P95-SECS(WS-STEP-IDX) + 59) / 60
           MOVE WS-EDIT-MINS             TO REPORT-LINE(56:6)
           MOVE WS-EDIT-MINS-2           TO REPORT-LINE(64:6)
           MOVE WS-P50-END-TEXT          TO REPORT-LINE(72:8)
           MOVE WS-P95-END-TEXT          TO REPORT-LINE(81:8)
           MOVE WS-STEP-STATUS           TO REPORT-LINE(90:8)
           WRITE REPORT-LINE
           IF WS-STEP-STATUS = 'LATE' OR 'AT RISK'
               DISPLAY 'LLM-JOB-FORECAST: step ' WS-EDIT-STEP ' '
                       FUNCTION TRIM(WS-STP-PROGRAM(WS-STEP-IDX)) ' '
                       FUNCTION TRIM(WS-STEP-STATUS) ' - finishes '
                       WS-P50-END-TEXT ' (p50) / ' WS-P95-END-TEXT
                       ' (p95), cutoff ' WS-CUTOFF-TEXT
           END-IF.


      *> HH:MM with +n for each midnight crossed since the start day.
       590-FORMAT-CLOCK.
           DIVIDE WS-CLOCK-SECS BY 86400 GIVING WS-CLOCK-DAY
               REMAINDER WS-CLOCK-REM
           COMPUTE WS-CLOCK-HH = WS-CLOCK-REM / 3600
           COMPUTE WS-CLOCK-MM =
               (WS-CLOCK-REM - WS-CLOCK-HH * 3600) / 60
           MOVE SPACES                   TO WS-CLOCK-PLUS
           IF WS-CLOCK-DAY > 9
               MOVE 9                    TO WS-CLOCK-DAY
           END-IF
           IF WS-CLOCK-DAY > 0
               MOVE WS-CLOCK-DAY         TO WS-CLOCK-DAY-DIGIT
               MOVE '+'                  TO WS-CLOCK-PLUS(1:1)
               MOVE WS-CLOCK-DAY-DIGIT   TO WS-CLOCK-PLUS(2:1)
           END-IF.
