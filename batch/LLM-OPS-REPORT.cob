      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-OPS-REPORT.cob
      *> Desc    : Consolidated morning operations report - one
      *>           paginated report in place of the half-dozen files
      *>           the 7am shift used to open one by one. Reads, for
      *>           the previous business day onward: the LLM-MONITOR
      *>           alert file, the run registry (each run's
      *>           <output>.exceptions and <output>.reconcile are
      *>           found through it), any further .exceptions logs
      *>           and reconciliation reports named, the request
      *>           queue's dead letters, the LLM-USAGE-ANOMALY report
      *>           and the budget ledger against the caller
      *>           allowances. Each area gets a section with a RED,
      *>           AMBER or GREEN status line (N/A when the area is
      *>           not configured), and a "needs action" list - RED
      *>           items first - heads the report.
      *>
      *>           Meant as the last step of the nightly manifest,
      *>           with condition ALWAYS so a job stopped by a failed
      *>           step still leaves the report:
      *>             LLM-OPS-REPORT <control> <report> [yyyymmdd]
      *>           The control file names the sources, one per line:
      *>           a source keyword in columns 1-12 and a file name
      *>           from column 13, {DATE} in it standing for the
      *>           business day. Keywords: MONITOR, REGISTRY,
      *>           EXCEPTIONS, RECONCILE, QUEUE, ANOMALY, BUDGETS
      *>           (the LLM_BUDGET_FILE allowances) and LEDGER.
      *>           REGISTRY, BUDGETS and LEDGER default to the
      *>           LLM_RUN_REGISTRY, LLM_BUDGET_FILE and
      *>           LLM_BUDGET_LEDGER the jobs themselves use; '*'
      *>           lines are comments. The business day defaults to
      *>           the business day before today on the business
      *>           calendar (LLM-BUSINESS-DAY), so Monday's report
      *>           covers Friday onward and the day after a holiday
      *>           covers the day before it. Any RED
      *>           sets RETURN-CODE 1 so the scheduler can page.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-OPS-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

      *> Every plain-text source in turn - alert file, exceptions
      *> log, reconciliation report, anomaly report, budget file and
      *> ledger are all read through this one line-sequential FD.
           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT RUN-REGISTRY ASSIGN TO WS-REGISTRY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RRG-FILE-STATUS.

           SELECT QUEUE-FILE ASSIGN TO WS-QUEUE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-SOURCE            PIC X(12).
             88 CTL-MONITOR             VALUE 'MONITOR'.
             88 CTL-REGISTRY            VALUE 'REGISTRY'.
             88 CTL-EXCEPTIONS          VALUE 'EXCEPTIONS'.
             88 CTL-RECONCILE           VALUE 'RECONCILE'.
             88 CTL-QUEUE               VALUE 'QUEUE'.
             88 CTL-ANOMALY             VALUE 'ANOMALY'.
             88 CTL-BUDGETS             VALUE 'BUDGETS'.
             88 CTL-LEDGER              VALUE 'LEDGER'.
           05 CTL-FILE              PIC X(256).

       FD  SOURCE-FILE.
       01 SOURCE-LINE               PIC X(1000).

       FD  RUN-REGISTRY.
       COPY 'LLM-RUN-REGISTRY-RECORD.cpy'.

       FD  QUEUE-FILE.
       COPY 'LLM-QUEUE-RECORD.cpy'.

       FD  REPORT-OUT.
       01 REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-CONTROL-FILENAME   PIC X(256).
       01 WS-SOURCE-FILENAME    PIC X(256).
       01 WS-REGISTRY-FILENAME  PIC X(256) VALUE SPACES.
       01 WS-QUEUE-FILENAME     PIC X(256) VALUE SPACES.
       01 WS-REPORT-FILENAME    PIC X(256).
       01 WS-BUDGET-FILENAME    PIC X(256) VALUE SPACES.
       01 WS-LEDGER-FILENAME    PIC X(256) VALUE SPACES.
       01 WS-CTL-FILE-STATUS    PIC X(2).
       01 WS-SRC-FILE-STATUS    PIC X(2).
       01 WS-RRG-FILE-STATUS    PIC X(2).
       01 WS-QUE-FILE-STATUS    PIC X(2).
       01 WS-RPT-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-DATE-ARG           PIC X(8).
       01 WS-EOF-FLAG           PIC X(1).
         88 WS-EOF                  VALUE 'Y'.
       01 WS-SRC-EOF-FLAG       PIC X(1).
         88 WS-SRC-EOF              VALUE 'Y'.
       01 WS-REGISTRY-NAMED-FLAG PIC X(1) VALUE 'N'.
         88 WS-REGISTRY-NAMED       VALUE 'Y'.

      *> ---- report dates ---------------------------------------------
      *> Everything stamped on or after the business day counts - the
      *> nightly runs that started after midnight belong to the day
      *> they processed, and Monday's report takes in the weekend.
       01 WS-TODAY-DATE         PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-BUS-DATE           PIC 9(8).
       01 WS-BUS-DATE-X REDEFINES WS-BUS-DATE
                                PIC X(8).
       COPY 'LLM-BUSINESS-DAY.cpy'.
       01 WS-SUBST-IN           PIC X(256).
       01 WS-SUBST-OUT          PIC X(256).
       01 WS-SUBST-LEN          PIC 9(3) COMP.
       01 WS-SUBST-POS          PIC 9(3) COMP.
       01 WS-SUBST-PTR          PIC 9(3) COMP.

      *> ---- sections -------------------------------------------------
       01 WS-SECTION-NAMES.
           05 FILLER            PIC X(20) VALUE 'PROVIDER ALERTS'.
           05 FILLER            PIC X(20) VALUE 'BATCH RUNS'.
           05 FILLER            PIC X(20) VALUE 'EXCEPTIONS'.
           05 FILLER            PIC X(20) VALUE 'RECONCILIATION'.
           05 FILLER            PIC X(20) VALUE 'QUEUE DEAD LETTERS'.
           05 FILLER            PIC X(20) VALUE 'USAGE ANOMALIES'.
           05 FILLER            PIC X(20) VALUE 'BUDGETS'.
       01 WS-SECTION-NAME-TABLE REDEFINES WS-SECTION-NAMES.
           05 WS-SECTION-NAME   PIC X(20) OCCURS 7 TIMES.

       01 WS-SEC-COUNT          PIC 9(1) VALUE 7.
       01 WS-SEC                PIC 9(1).
       01 WS-SECTION-TABLE.
           05 WS-SEC-ENTRY      OCCURS 7 TIMES.
             10 WS-SEC-RAG      PIC X(5).
             10 WS-SEC-SUMMARY  PIC X(80).
             10 WS-SEC-DROPPED  PIC 9(5).
       01 WS-OVERALL-RAG        PIC X(5).
      *> Stands until some source in the section is read after all -
      *> then the section's counts say more.
       01 WS-UNREADABLE-SUMMARY PIC X(80)
                                VALUE 'source unreadable - see below'.

       01 WS-SEC-ALERTS         PIC 9(1) VALUE 1.
       01 WS-SEC-RUNS           PIC 9(1) VALUE 2.
       01 WS-SEC-EXCEPTIONS     PIC 9(1) VALUE 3.
       01 WS-SEC-RECONCILE      PIC 9(1) VALUE 4.
       01 WS-SEC-QUEUE          PIC 9(1) VALUE 5.
       01 WS-SEC-ANOMALY        PIC 9(1) VALUE 6.
       01 WS-SEC-BUDGETS        PIC 9(1) VALUE 7.

      *> ---- detail lines and the needs-action list -------------------
      *> Gathered whole before a line is printed, since the action
      *> list at the top is only known once every source is read.
       01 WS-LINE-TEXT          PIC X(120).
       01 WS-DTL-MAX            PIC 9(4) VALUE 400.
       01 WS-DTL-COUNT          PIC 9(4) VALUE 0.
       01 WS-DTL-IDX            PIC 9(4).
       01 WS-DETAIL-TABLE.
           05 WS-DTL-ENTRY      OCCURS 400 TIMES.
             10 WS-DTL-SECTION  PIC 9(1).
             10 WS-DTL-TEXT     PIC X(120).

       01 WS-ACT-MAX            PIC 9(3) VALUE 60.
       01 WS-ACT-COUNT          PIC 9(3) VALUE 0.
       01 WS-ACT-DROPPED        PIC 9(5) VALUE 0.
       01 WS-ACT-IDX            PIC 9(3).
       01 WS-ACT-NUM            PIC 9(3).
       01 WS-ACT-PASS-RAG       PIC X(5).
       01 WS-ACTION-TABLE.
           05 WS-ACT-ENTRY      OCCURS 60 TIMES.
             10 WS-ACT-RAG      PIC X(5).
             10 WS-ACT-TEXT     PIC X(110).
       01 WS-ACTION-TEXT        PIC X(110).
       01 WS-ACTION-RAG         PIC X(5).

      *> ---- provider alerts ------------------------------------------
      *> Alert line: timestamp, provider (20), UP/DOWN, endpoint.
       01 WS-ALERT-TRANSITIONS  PIC 9(5) VALUE 0.
       01 WS-ALERT-DOWNS        PIC 9(5) VALUE 0.
       01 WS-PRV-COUNT          PIC 9(2) VALUE 0.
       01 WS-PRV-IDX            PIC 9(2).
       01 WS-PRV-FOUND          PIC 9(2).
       01 WS-PROVIDER-TABLE.
           05 WS-PRV-ENTRY      OCCURS 20 TIMES.
             10 WS-PRV-NAME     PIC X(20).
             10 WS-PRV-STATE    PIC X(4).
             10 WS-PRV-SINCE    PIC X(17).
             10 WS-PRV-DOWNS    PIC 9(5).

      *> ---- batch runs (one entry per run started in the window) -----
       01 WS-RUN-MAX            PIC 9(4) VALUE 500.
       01 WS-RUN-COUNT          PIC 9(4) VALUE 0.
       01 WS-RUN-DROPPED        PIC 9(5) VALUE 0.
       01 WS-RUN-IDX            PIC 9(4).
       01 WS-RUN-FOUND          PIC 9(4).
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY      OCCURS 500 TIMES.
             10 WS-RUN-ID           PIC X(20).
             10 WS-RUN-PROGRAM      PIC X(20).
             10 WS-RUN-STATUS       PIC X(8).
             10 WS-RUN-STARTED-AT   PIC X(17).
             10 WS-RUN-READ         PIC 9(9).
             10 WS-RUN-FAILED       PIC 9(9).
             10 WS-RUN-UNPROCESSED  PIC 9(9).
             10 WS-RUN-RETURN-CODE  PIC 9(4).
             10 WS-RUN-OUTPUT-FILE  PIC X(256).
       01 WS-RUNS-OK            PIC 9(5) VALUE 0.
       01 WS-RUNS-WARNING       PIC 9(5) VALUE 0.
       01 WS-RUNS-FAILED        PIC 9(5) VALUE 0.
       01 WS-RUNS-OPEN          PIC 9(5) VALUE 0.

      *> ---- exceptions logs and reconciliation reports ---------------
      *> A log named in the control file and found again through the
      *> registry is counted once.
       01 WS-SCANNED-COUNT      PIC 9(3) VALUE 0.
       01 WS-SCANNED-IDX        PIC 9(3).
       01 WS-SCANNED-FLAG       PIC X(1).
         88 WS-ALREADY-SCANNED      VALUE 'Y'.
       01 WS-SCANNED-TABLE.
           05 WS-SCANNED-NAME   PIC X(256) OCCURS 200 TIMES.
       01 WS-PROBE-FLAG         PIC X(1).
         88 WS-PROBE-ONLY           VALUE 'Y'.
       01 WS-EXC-LOGS           PIC 9(5) VALUE 0.
       01 WS-EXC-TOTAL          PIC 9(9) VALUE 0.
       01 WS-EXC-IN-FILE        PIC 9(9).
       01 WS-RCN-REPORTS        PIC 9(5) VALUE 0.
       01 WS-RCN-OUT-OF-BALANCE PIC 9(5) VALUE 0.
       01 WS-RCN-MISSING        PIC 9(9).
       01 WS-RCN-DUPLICATED     PIC 9(9).
       01 WS-RCN-ORPHANS        PIC 9(9).

      *> ---- queue ----------------------------------------------------
       01 WS-QUE-DEAD-NEW       PIC 9(7) VALUE 0.
       01 WS-QUE-DEAD-OLD       PIC 9(7) VALUE 0.
       01 WS-QUE-WAITING        PIC 9(7) VALUE 0.

      *> ---- usage anomalies ------------------------------------------
       01 WS-ANM-DATE           PIC X(8).
       01 WS-ANM-FINDINGS       PIC 9(5) VALUE 0.
       01 WS-ANM-ERROR-JUMPS    PIC 9(5) VALUE 0.
       01 WS-ANM-LINE-NUM       PIC 9(7).
       01 WS-ANM-HITS           PIC 9(3).

      *> ---- budgets --------------------------------------------------
       01 WS-BGT-COUNT          PIC 9(3) VALUE 0.
       01 WS-BGT-IDX            PIC 9(3).
       01 WS-BGT-FOUND          PIC 9(3).
       01 WS-BUDGET-TABLE.
           05 WS-BGT-ENTRY      OCCURS 500 TIMES.
             10 WS-BGT-CALLER   PIC X(30).
             10 WS-BGT-ALLOWANCE PIC 9(12).
       01 WS-BUDGET-WARN-PCT-ENV PIC X(3).
       01 WS-BUDGET-WARN-PCT    PIC 9(3) VALUE 80.
       01 WS-BGT-TOKENS         PIC 9(12).
       01 WS-BGT-PCT            PIC 9(5).
       01 WS-BGT-OVER           PIC 9(5) VALUE 0.
       01 WS-BGT-NEAR           PIC 9(5) VALUE 0.
       01 WS-BGT-DAYS           PIC 9(5) VALUE 0.

      *> ---- pagination -----------------------------------------------
       01 WS-PAGE-NUM           PIC 9(4) VALUE 0.
       01 WS-LINE-ON-PAGE       PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE     PIC 9(2) VALUE 55.
       01 WS-PRINT-LINE         PIC X(132).

       01 WS-EDIT-PAGE          PIC ZZZ9.
       01 WS-EDIT-COUNT         PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-SMALL         PIC ZZZZ9.
       01 WS-EDIT-SMALL-2       PIC ZZZZ9.
       01 WS-EDIT-SMALL-3       PIC ZZZZ9.
       01 WS-EDIT-RC            PIC ZZZ9.
       01 WS-EDIT-PCT           PIC ZZZZ9.
       01 WS-EDIT-NUM           PIC ZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-READ-CONTROL
           IF NOT WS-REGISTRY-NAMED
               PERFORM 350-SCAN-RUN-REGISTRY
           END-IF
           PERFORM 600-SCAN-BUDGETS
           PERFORM 690-SUMMARISE-SECTIONS
           PERFORM 700-WRITE-REPORT
           DISPLAY 'LLM-OPS-REPORT: business day ' WS-BUS-DATE
                   ' overall ' FUNCTION TRIM(WS-OVERALL-RAG)
                   ', ' WS-ACT-COUNT ' action item(s) - report in '
                   FUNCTION TRIM(WS-REPORT-FILENAME)
           IF WS-OVERALL-RAG = 'RED'
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=control file  2=report (optional, default
      *>       <control>.report)  3=business day yyyymmdd (optional)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY 'LLM-OPS-REPORT: usage: LLM-OPS-REPORT '
                       '<control> [report] [yyyymmdd]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-CONTROL-FILENAME FROM ARGUMENT-VALUE

           MOVE SPACES                  TO WS-REPORT-FILENAME
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 2
               MOVE 2                   TO WS-ARG-COUNT
               ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE
           END-IF
           IF WS-REPORT-FILENAME = SPACES
               STRING FUNCTION TRIM(WS-CONTROL-FILENAME)
                                        DELIMITED BY SIZE
                      '.report'         DELIMITED BY SIZE
                      INTO WS-REPORT-FILENAME
               END-STRING
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES                  TO WS-DATE-ARG
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 3
               MOVE 3                   TO WS-ARG-COUNT
               ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
           END-IF
           IF WS-DATE-ARG IS NUMERIC
               MOVE WS-DATE-ARG         TO WS-BUS-DATE
           ELSE
               PERFORM 110-SET-BUSINESS-DAY
           END-IF

           PERFORM VARYING WS-SEC FROM 1 BY 1
               UNTIL WS-SEC > WS-SEC-COUNT
               MOVE 'N/A'               TO WS-SEC-RAG(WS-SEC)
               MOVE 'not configured'    TO WS-SEC-SUMMARY(WS-SEC)
               MOVE 0                   TO WS-SEC-DROPPED(WS-SEC)
           END-PERFORM

           DISPLAY 'LLM_BUDGET_WARN_PCT' UPON ENVIRONMENT-NAME
           ACCEPT WS-BUDGET-WARN-PCT-ENV FROM ENVIRONMENT-VALUE
           IF WS-BUDGET-WARN-PCT-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BUDGET-WARN-PCT-ENV)
                                        TO WS-BUDGET-WARN-PCT
           END-IF.


      *> The business day before today - weekends and the calendar's
      *> holidays stepped over.
       110-SET-BUSINESS-DAY.
           MOVE WS-TODAY-DATE           TO LLM-BDY-DATE
           CALL 'LLM-BUSINESS-DAY' USING LLM-BUSINESS-DAY-AREA
           IF LLM-BDY-ERROR OR LLM-BDY-PREVIOUS = 0
               DISPLAY 'LLM-OPS-REPORT: business calendar unusable - '
                       'give the business day as argument 3'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LLM-BDY-PREVIOUS        TO WS-BUS-DATE.


      *> {DATE} resolves to the business day, so an alert file or
      *> report rotated daily is named once in the control file.
       150-SUBSTITUTE-DATE.
           MOVE SPACES TO WS-SUBST-OUT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUBST-IN TRAILING))
                                         TO WS-SUBST-LEN
           MOVE 1 TO WS-SUBST-POS
           MOVE 1 TO WS-SUBST-PTR
           PERFORM UNTIL WS-SUBST-POS > WS-SUBST-LEN
               IF WS-SUBST-POS + 5 <= WS-SUBST-LEN
               AND WS-SUBST-IN(WS-SUBST-POS:6) = '{DATE}'
                   IF WS-SUBST-PTR + 7 <= 256
                       STRING WS-BUS-DATE DELIMITED BY SIZE
                           INTO WS-SUBST-OUT
                           WITH POINTER WS-SUBST-PTR
                       END-STRING
                   END-IF
                   ADD 6 TO WS-SUBST-POS
               ELSE
                   IF WS-SUBST-PTR <= 256
                       MOVE WS-SUBST-IN(WS-SUBST-POS:1)
                           TO WS-SUBST-OUT(WS-SUBST-PTR:1)
                       ADD 1 TO WS-SUBST-PTR
                   END-IF
                   ADD 1 TO WS-SUBST-POS
               END-IF
           END-PERFORM.


       200-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-OPS-REPORT: cannot open control file '
                       FUNCTION TRIM(WS-CONTROL-FILENAME)
                       ', status ' WS-CTL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ CONTROL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CTL-SOURCE NOT = SPACES
                       AND CTL-SOURCE(1:1) NOT = '*'
                           PERFORM 210-DISPATCH-SOURCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.


       210-DISPATCH-SOURCE.
           MOVE CTL-FILE                 TO WS-SUBST-IN
           PERFORM 150-SUBSTITUTE-DATE
           MOVE 'N'                      TO WS-PROBE-FLAG
           EVALUATE TRUE
               WHEN CTL-MONITOR
                   MOVE WS-SUBST-OUT     TO WS-SOURCE-FILENAME
                   PERFORM 300-SCAN-MONITOR-ALERTS
               WHEN CTL-REGISTRY
                   MOVE WS-SUBST-OUT     TO WS-REGISTRY-FILENAME
                   SET WS-REGISTRY-NAMED TO TRUE
                   PERFORM 350-SCAN-RUN-REGISTRY
               WHEN CTL-EXCEPTIONS
                   MOVE WS-SUBST-OUT     TO WS-SOURCE-FILENAME
                   PERFORM 400-SCAN-EXCEPTIONS-LOG
               WHEN CTL-RECONCILE
                   MOVE WS-SUBST-OUT     TO WS-SOURCE-FILENAME
                   PERFORM 450-SCAN-RECONCILE-REPORT
               WHEN CTL-QUEUE
                   MOVE WS-SUBST-OUT     TO WS-QUEUE-FILENAME
                   PERFORM 500-SCAN-QUEUE
               WHEN CTL-ANOMALY
                   MOVE WS-SUBST-OUT     TO WS-SOURCE-FILENAME
                   PERFORM 550-SCAN-ANOMALY-REPORT
               WHEN CTL-BUDGETS
                   MOVE WS-SUBST-OUT     TO WS-BUDGET-FILENAME
               WHEN CTL-LEDGER
                   MOVE WS-SUBST-OUT     TO WS-LEDGER-FILENAME
               WHEN OTHER
                   DISPLAY 'LLM-OPS-REPORT: unknown source '
                           FUNCTION TRIM(CTL-SOURCE)
                           ' in control file - line ignored'
           END-EVALUATE.


      *> A configured source that cannot be read is itself something
      *> the shift needs to know about.
       290-SOURCE-UNREADABLE.
           MOVE SPACES                   TO WS-ACTION-TEXT
           STRING FUNCTION TRIM(WS-SECTION-NAME(WS-SEC))
                                         DELIMITED BY SIZE
                  ': cannot read '       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-FILENAME)
                                         DELIMITED BY SIZE
                  ' (status '            DELIMITED BY SIZE
                  WS-SRC-FILE-STATUS     DELIMITED BY SIZE
                  ')'                    DELIMITED BY SIZE
                  INTO WS-ACTION-TEXT
           END-STRING
           MOVE 'AMBER'                  TO WS-ACTION-RAG
           PERFORM 830-ADD-ACTION
           MOVE WS-ACTION-TEXT           TO WS-LINE-TEXT
           PERFORM 800-ADD-DETAIL
           IF WS-SEC-RAG(WS-SEC) = 'N/A'
               MOVE WS-UNREADABLE-SUMMARY TO WS-SEC-SUMMARY(WS-SEC)
           END-IF.


      *> ---------------------------------------------------------------
      *> Provider alerts - every UP/DOWN transition stamped in the
      *> window is listed; a provider whose last transition in the
      *> whole file is DOWN is still down and RED, one that went down
      *> and came back is AMBER.
      *> ---------------------------------------------------------------
       300-SCAN-MONITOR-ALERTS.
           MOVE WS-SEC-ALERTS            TO WS-SEC
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-FILE-STATUS NOT = '00'
               PERFORM 290-SOURCE-UNREADABLE
               PERFORM 810-RAISE-AMBER
           ELSE
               PERFORM 800-MARK-GREEN
               MOVE 'N' TO WS-SRC-EOF-FLAG
               PERFORM UNTIL WS-SRC-EOF
                   READ SOURCE-FILE
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           IF SOURCE-LINE(1:8) IS NUMERIC
                               PERFORM 310-NOTE-PROVIDER-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
               PERFORM 320-JUDGE-PROVIDERS
           END-IF.


       310-NOTE-PROVIDER-STATE.
           MOVE 0 TO WS-PRV-FOUND
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-COUNT OR WS-PRV-FOUND > 0
               IF WS-PRV-NAME(WS-PRV-IDX) = SOURCE-LINE(19:20)
                   MOVE WS-PRV-IDX       TO WS-PRV-FOUND
               END-IF
           END-PERFORM
           IF WS-PRV-FOUND = 0 AND WS-PRV-COUNT < 20
               ADD 1                     TO WS-PRV-COUNT
               MOVE WS-PRV-COUNT         TO WS-PRV-FOUND
               MOVE SOURCE-LINE(19:20)   TO WS-PRV-NAME(WS-PRV-FOUND)
               MOVE 0                    TO WS-PRV-DOWNS(WS-PRV-FOUND)
           END-IF
           IF WS-PRV-FOUND > 0
               MOVE SOURCE-LINE(40:4)    TO WS-PRV-STATE(WS-PRV-FOUND)
               MOVE SOURCE-LINE(1:17)    TO WS-PRV-SINCE(WS-PRV-FOUND)
           END-IF

           IF SOURCE-LINE(1:8) >= WS-BUS-DATE-X
               ADD 1                     TO WS-ALERT-TRANSITIONS
               IF SOURCE-LINE(40:4) = 'DOWN'
                   ADD 1                 TO WS-ALERT-DOWNS
                   IF WS-PRV-FOUND > 0
                       ADD 1             TO WS-PRV-DOWNS(WS-PRV-FOUND)
                   END-IF
               END-IF
               MOVE SOURCE-LINE(1:120)   TO WS-LINE-TEXT
               PERFORM 800-ADD-DETAIL
           END-IF.


       320-JUDGE-PROVIDERS.
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-COUNT
               MOVE SPACES               TO WS-ACTION-TEXT
               IF WS-PRV-STATE(WS-PRV-IDX) = 'DOWN'
                   STRING 'PROVIDER ALERTS: '    DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PRV-NAME(WS-PRV-IDX))
                                                 DELIMITED BY SIZE
                          ' is DOWN since '      DELIMITED BY SIZE
                          WS-PRV-SINCE(WS-PRV-IDX)
                                                 DELIMITED BY SIZE
                          INTO WS-ACTION-TEXT
                   END-STRING
                   MOVE 'RED'            TO WS-ACTION-RAG
                   PERFORM 830-ADD-ACTION
                   PERFORM 820-RAISE-RED
               ELSE
                   IF WS-PRV-DOWNS(WS-PRV-IDX) > 0
                       MOVE WS-PRV-DOWNS(WS-PRV-IDX) TO WS-EDIT-SMALL
                       STRING 'PROVIDER ALERTS: '    DELIMITED BY SIZE
                              FUNCTION TRIM(WS-PRV-NAME(WS-PRV-IDX))
                                                     DELIMITED BY SIZE
                              ' went down '          DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-SMALL)
                                                     DELIMITED BY SIZE
                              ' time(s), now UP'     DELIMITED BY SIZE
                              INTO WS-ACTION-TEXT
                       END-STRING
                       MOVE 'AMBER'      TO WS-ACTION-RAG
                       PERFORM 830-ADD-ACTION
                       PERFORM 810-RAISE-AMBER
                   END-IF
               END-IF
           END-PERFORM.


      *> ---------------------------------------------------------------
      *> Batch runs - the registry's START and END lines paired by run
      *> ID and program for every run started in the window. FAILED,
      *> or a START never matched by an END, is RED; WARNING, or
      *> records left unprocessed, is AMBER. Each run's exceptions
      *> log and reconciliation report are picked up from beside its
      *> output file.
      *> ---------------------------------------------------------------
       350-SCAN-RUN-REGISTRY.
           MOVE WS-SEC-RUNS              TO WS-SEC
           IF WS-REGISTRY-FILENAME = SPACES
               DISPLAY 'LLM_RUN_REGISTRY' UPON ENVIRONMENT-NAME
               ACCEPT WS-REGISTRY-FILENAME FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-REGISTRY-FILENAME = SPACES
               MOVE 'LLM-RUN-REGISTRY.DAT' TO WS-REGISTRY-FILENAME
           END-IF
           OPEN INPUT RUN-REGISTRY
           IF WS-RRG-FILE-STATUS NOT = '00'
      *> No registry at all is only worth a note when it was named;
      *> a shop that has never run a registering driver has none.
               IF WS-REGISTRY-NAMED
                   MOVE WS-REGISTRY-FILENAME TO WS-SOURCE-FILENAME
                   MOVE WS-RRG-FILE-STATUS   TO WS-SRC-FILE-STATUS
                   PERFORM 290-SOURCE-UNREADABLE
                   PERFORM 810-RAISE-AMBER
               END-IF
           ELSE
               PERFORM 800-MARK-GREEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ RUN-REGISTRY
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RRG-STARTED-AT(1:8) >= WS-BUS-DATE-X
                               PERFORM 355-APPLY-REGISTRY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTRY
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   PERFORM 360-JUDGE-RUN
               END-PERFORM
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   PERFORM 365-PROBE-RUN-FILES
               END-PERFORM
               IF WS-RUN-DROPPED > 0
                   MOVE WS-RUN-DROPPED   TO WS-EDIT-SMALL
                   MOVE SPACES           TO WS-LINE-TEXT
                   STRING 'more than '   DELIMITED BY SIZE
                          WS-RUN-MAX     DELIMITED BY SIZE
                          ' runs - '     DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-SMALL)
                                         DELIMITED BY SIZE
                          ' later run(s) not examined'
                                         DELIMITED BY SIZE
                          INTO WS-LINE-TEXT
                   END-STRING
                   PERFORM 800-ADD-DETAIL
                   PERFORM 810-RAISE-AMBER
               END-IF
           END-IF.


       355-APPLY-REGISTRY-LINE.
           MOVE 0 TO WS-RUN-FOUND
           PERFORM VARYING WS-RUN-IDX FROM WS-RUN-COUNT BY -1
               UNTIL WS-RUN-IDX < 1 OR WS-RUN-FOUND > 0
               IF WS-RUN-ID(WS-RUN-IDX) = RRG-RUN-ID
               AND WS-RUN-PROGRAM(WS-RUN-IDX) = RRG-PROGRAM
               AND WS-RUN-STARTED-AT(WS-RUN-IDX) = RRG-STARTED-AT
                   MOVE WS-RUN-IDX       TO WS-RUN-FOUND
               END-IF
           END-PERFORM
           IF WS-RUN-FOUND = 0
               IF WS-RUN-COUNT < WS-RUN-MAX
                   ADD 1                 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT     TO WS-RUN-FOUND
                   INITIALIZE WS-RUN-ENTRY(WS-RUN-FOUND)
                   MOVE RRG-RUN-ID       TO WS-RUN-ID(WS-RUN-FOUND)
                   MOVE RRG-PROGRAM      TO WS-RUN-PROGRAM(WS-RUN-FOUND)
                   MOVE RRG-STARTED-AT
                       TO WS-RUN-STARTED-AT(WS-RUN-FOUND)
                   MOVE 'RUNNING'        TO WS-RUN-STATUS(WS-RUN-FOUND)
                   MOVE RRG-OUTPUT-FILE
                       TO WS-RUN-OUTPUT-FILE(WS-RUN-FOUND)
               ELSE
                   IF RRG-EVENT = 'START'
                       ADD 1             TO WS-RUN-DROPPED
                   END-IF
               END-IF
           END-IF
           IF WS-RUN-FOUND > 0 AND RRG-EVENT = 'END'
               MOVE RRG-STATUS       TO WS-RUN-STATUS(WS-RUN-FOUND)
               MOVE RRG-READ         TO WS-RUN-READ(WS-RUN-FOUND)
               MOVE RRG-FAILED       TO WS-RUN-FAILED(WS-RUN-FOUND)
               MOVE RRG-UNPROCESSED
                   TO WS-RUN-UNPROCESSED(WS-RUN-FOUND)
               MOVE RRG-RETURN-CODE
                   TO WS-RUN-RETURN-CODE(WS-RUN-FOUND)
           END-IF.


       360-JUDGE-RUN.
           MOVE WS-RUN-READ(WS-RUN-IDX)        TO WS-EDIT-COUNT
           MOVE WS-RUN-FAILED(WS-RUN-IDX)      TO WS-EDIT-SMALL
           MOVE WS-RUN-UNPROCESSED(WS-RUN-IDX) TO WS-EDIT-SMALL-2
           MOVE WS-RUN-RETURN-CODE(WS-RUN-IDX) TO WS-EDIT-RC
           MOVE SPACES                   TO WS-LINE-TEXT
           STRING WS-RUN-ID(WS-RUN-IDX)          DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-RUN-PROGRAM(WS-RUN-IDX)     DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-RUN-STATUS(WS-RUN-IDX)      DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-RUN-STARTED-AT(WS-RUN-IDX)  DELIMITED BY SIZE
                  ' RC'                          DELIMITED BY SIZE
                  WS-EDIT-RC                     DELIMITED BY SIZE
                  ' READ'                        DELIMITED BY SIZE
                  WS-EDIT-COUNT                  DELIMITED BY SIZE
                  ' FAIL'                        DELIMITED BY SIZE
                  WS-EDIT-SMALL                  DELIMITED BY SIZE
                  ' UNPR'                        DELIMITED BY SIZE
                  WS-EDIT-SMALL-2                DELIMITED BY SIZE
                  INTO WS-LINE-TEXT
           END-STRING
           PERFORM 800-ADD-DETAIL

           MOVE SPACES                   TO WS-ACTION-TEXT
           EVALUATE WS-RUN-STATUS(WS-RUN-IDX)
               WHEN 'OK'
                   ADD 1                 TO WS-RUNS-OK
               WHEN 'WARNING'
                   ADD 1                 TO WS-RUNS-WARNING
                   MOVE 'ended WARNING, RC ' TO WS-ACTION-TEXT(1:18)
               WHEN 'RUNNING'
                   ADD 1                 TO WS-RUNS-OPEN
                   MOVE 'never registered its end' TO WS-ACTION-TEXT
               WHEN OTHER
                   ADD 1                 TO WS-RUNS-FAILED
                   MOVE 'ended FAILED, RC '  TO WS-ACTION-TEXT(1:17)
           END-EVALUATE
           IF WS-RUN-STATUS(WS-RUN-IDX) NOT = 'OK'
               MOVE WS-ACTION-TEXT       TO WS-LINE-TEXT
               IF WS-RUN-STATUS(WS-RUN-IDX) NOT = 'RUNNING'
                   MOVE SPACES           TO WS-LINE-TEXT
                   STRING FUNCTION TRIM(WS-ACTION-TEXT)
                                         DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-RC)
                                         DELIMITED BY SIZE
                          INTO WS-LINE-TEXT
                   END-STRING
               END-IF
               MOVE SPACES               TO WS-ACTION-TEXT
               STRING 'BATCH RUNS: '     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RUN-PROGRAM(WS-RUN-IDX))
                                         DELIMITED BY SIZE
                      ' run '            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RUN-ID(WS-RUN-IDX))
                                         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LINE-TEXT)
                                         DELIMITED BY SIZE
                      INTO WS-ACTION-TEXT
               END-STRING
               IF WS-RUN-STATUS(WS-RUN-IDX) = 'WARNING'
                   MOVE 'AMBER'          TO WS-ACTION-RAG
                   PERFORM 810-RAISE-AMBER
               ELSE
                   MOVE 'RED'            TO WS-ACTION-RAG
                   PERFORM 820-RAISE-RED
               END-IF
               PERFORM 830-ADD-ACTION
           ELSE
               IF WS-RUN-UNPROCESSED(WS-RUN-IDX) > 0
                   MOVE SPACES           TO WS-ACTION-TEXT
                   STRING 'BATCH RUNS: ' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RUN-PROGRAM(WS-RUN-IDX))
                                         DELIMITED BY SIZE
                          ' run '        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RUN-ID(WS-RUN-IDX))
                                         DELIMITED BY SIZE
                          ' left '       DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-SMALL-2)
                                         DELIMITED BY SIZE
                          ' record(s) unprocessed'
                                         DELIMITED BY SIZE
                          INTO WS-ACTION-TEXT
                   END-STRING
                   MOVE 'AMBER'          TO WS-ACTION-RAG
                   PERFORM 830-ADD-ACTION
                   PERFORM 810-RAISE-AMBER
               END-IF
           END-IF.


      *> The LLM-BATCH naming convention every exception-writing
      *> driver shares - <output>.exceptions, and LLM-BATCH-RECONCILE's
      *> default <output>.reconcile. Absent files are simply not
      *> there: not every driver writes both.
       365-PROBE-RUN-FILES.
           IF WS-RUN-OUTPUT-FILE(WS-RUN-IDX) NOT = SPACES
               SET WS-PROBE-ONLY         TO TRUE
               MOVE SPACES               TO WS-SOURCE-FILENAME
               STRING FUNCTION TRIM(WS-RUN-OUTPUT-FILE(WS-RUN-IDX))
                                         DELIMITED BY SIZE
                      '.exceptions'      DELIMITED BY SIZE
                      INTO WS-SOURCE-FILENAME
               END-STRING
               PERFORM 400-SCAN-EXCEPTIONS-LOG
               MOVE SPACES               TO WS-SOURCE-FILENAME
               STRING FUNCTION TRIM(WS-RUN-OUTPUT-FILE(WS-RUN-IDX))
                                         DELIMITED BY SIZE
                      '.reconcile'       DELIMITED BY SIZE
                      INTO WS-SOURCE-FILENAME
               END-STRING
               PERFORM 450-SCAN-RECONCILE-REPORT
               MOVE 'N'                  TO WS-PROBE-FLAG
           END-IF.


       380-CHECK-ALREADY-SCANNED.
           MOVE 'N' TO WS-SCANNED-FLAG
           PERFORM VARYING WS-SCANNED-IDX FROM 1 BY 1
               UNTIL WS-SCANNED-IDX > WS-SCANNED-COUNT
                  OR WS-ALREADY-SCANNED
               IF WS-SCANNED-NAME(WS-SCANNED-IDX) = WS-SOURCE-FILENAME
                   SET WS-ALREADY-SCANNED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ALREADY-SCANNED AND WS-SCANNED-COUNT < 200
               ADD 1                     TO WS-SCANNED-COUNT
               MOVE WS-SOURCE-FILENAME
                   TO WS-SCANNED-NAME(WS-SCANNED-COUNT)
           END-IF.


      *> ---------------------------------------------------------------
      *> Exceptions - one line per failed call in each log; a log with
      *> entries is AMBER and named for review or an LLM-RETRY pass.
      *> ---------------------------------------------------------------
       400-SCAN-EXCEPTIONS-LOG.
           MOVE WS-SEC-EXCEPTIONS        TO WS-SEC
           PERFORM 380-CHECK-ALREADY-SCANNED
           IF NOT WS-ALREADY-SCANNED
               OPEN INPUT SOURCE-FILE
               IF WS-SRC-FILE-STATUS NOT = '00'
                   IF NOT WS-PROBE-ONLY
                       PERFORM 290-SOURCE-UNREADABLE
                       PERFORM 810-RAISE-AMBER
                   END-IF
               ELSE
                   PERFORM 800-MARK-GREEN
                   ADD 1                 TO WS-EXC-LOGS
                   MOVE 0                TO WS-EXC-IN-FILE
                   MOVE 'N' TO WS-SRC-EOF-FLAG
                   PERFORM UNTIL WS-SRC-EOF
                       READ SOURCE-FILE
                           AT END
                               SET WS-SRC-EOF TO TRUE
                           NOT AT END
                               IF SOURCE-LINE NOT = SPACES
                                   ADD 1 TO WS-EXC-IN-FILE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-FILE
                   ADD WS-EXC-IN-FILE    TO WS-EXC-TOTAL
                   PERFORM 410-NOTE-EXCEPTIONS-LOG
               END-IF
           END-IF.


       410-NOTE-EXCEPTIONS-LOG.
           MOVE WS-EXC-IN-FILE           TO WS-EDIT-COUNT
           MOVE SPACES                   TO WS-LINE-TEXT
           STRING WS-EDIT-COUNT          DELIMITED BY SIZE
                  ' exception(s)  '      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-FILENAME)
                                         DELIMITED BY SIZE
                  INTO WS-LINE-TEXT
           END-STRING
           PERFORM 800-ADD-DETAIL
           IF WS-EXC-IN-FILE > 0
               MOVE SPACES               TO WS-ACTION-TEXT
               STRING 'EXCEPTIONS: '     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT)
                                         DELIMITED BY SIZE
                      ' in '             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SOURCE-FILENAME)
                                         DELIMITED BY SIZE
                      ' - review or LLM-RETRY'
                                         DELIMITED BY SIZE
                      INTO WS-ACTION-TEXT
               END-STRING
               MOVE 'AMBER'              TO WS-ACTION-RAG
               PERFORM 830-ADD-ACTION
               PERFORM 810-RAISE-AMBER
           END-IF.


      *> ---------------------------------------------------------------
      *> Reconciliation - LLM-BATCH-RECONCILE's closing totals; any
      *> key missing, duplicated or not in the input is RED.
      *> ---------------------------------------------------------------
       450-SCAN-RECONCILE-REPORT.
           MOVE WS-SEC-RECONCILE         TO WS-SEC
           PERFORM 380-CHECK-ALREADY-SCANNED
           IF NOT WS-ALREADY-SCANNED
               OPEN INPUT SOURCE-FILE
               IF WS-SRC-FILE-STATUS NOT = '00'
                   IF NOT WS-PROBE-ONLY
                       PERFORM 290-SOURCE-UNREADABLE
                       PERFORM 810-RAISE-AMBER
                   END-IF
               ELSE
                   PERFORM 800-MARK-GREEN
                   ADD 1                 TO WS-RCN-REPORTS
                   MOVE 0 TO WS-RCN-MISSING WS-RCN-DUPLICATED
                             WS-RCN-ORPHANS
                   MOVE 'N' TO WS-SRC-EOF-FLAG
                   PERFORM UNTIL WS-SRC-EOF
                       READ SOURCE-FILE
                           AT END
                               SET WS-SRC-EOF TO TRUE
                           NOT AT END
                               PERFORM 455-READ-RECONCILE-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-FILE
                   PERFORM 460-NOTE-RECONCILE-REPORT
               END-IF
           END-IF.


       455-READ-RECONCILE-TOTAL.
           EVALUATE SOURCE-LINE(1:20)
               WHEN 'KEYS MISSING        '
                   MOVE FUNCTION NUMVAL(SOURCE-LINE(21:20))
                                         TO WS-RCN-MISSING
               WHEN 'KEYS DUPLICATED     '
                   MOVE FUNCTION NUMVAL(SOURCE-LINE(21:20))
                                         TO WS-RCN-DUPLICATED
               WHEN 'KEYS NOT IN INPUT   '
                   MOVE FUNCTION NUMVAL(SOURCE-LINE(21:20))
                                         TO WS-RCN-ORPHANS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       460-NOTE-RECONCILE-REPORT.
           MOVE WS-RCN-MISSING           TO WS-EDIT-SMALL
           MOVE WS-RCN-DUPLICATED        TO WS-EDIT-SMALL-2
           MOVE WS-RCN-ORPHANS           TO WS-EDIT-SMALL-3
           MOVE SPACES                   TO WS-LINE-TEXT
           STRING 'missing'              DELIMITED BY SIZE
                  WS-EDIT-SMALL          DELIMITED BY SIZE
                  '  duplicated'         DELIMITED BY SIZE
                  WS-EDIT-SMALL-2        DELIMITED BY SIZE
                  '  not in input'       DELIMITED BY SIZE
                  WS-EDIT-SMALL-3        DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-FILENAME)
                                         DELIMITED BY SIZE
                  INTO WS-LINE-TEXT
           END-STRING
           PERFORM 800-ADD-DETAIL
           IF WS-RCN-MISSING > 0 OR WS-RCN-DUPLICATED > 0
           OR WS-RCN-ORPHANS > 0
               ADD 1                     TO WS-RCN-OUT-OF-BALANCE
               MOVE SPACES               TO WS-ACTION-TEXT
               STRING 'RECONCILIATION: out of balance - '
                                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SOURCE-FILENAME)
                                         DELIMITED BY SIZE
                      INTO WS-ACTION-TEXT
               END-STRING
               MOVE 'RED'                TO WS-ACTION-RAG
               PERFORM 830-ADD-ACTION
               PERFORM 820-RAISE-RED
           END-IF.


      *> ---------------------------------------------------------------
      *> Queue dead letters - an entry dead-lettered in the window is
      *> RED (a caller is waiting on it); older dead letters still
      *> waiting for an operator requeue or purge are AMBER.
      *> ---------------------------------------------------------------
       500-SCAN-QUEUE.
           MOVE WS-SEC-QUEUE             TO WS-SEC
           OPEN INPUT QUEUE-FILE
           IF WS-QUE-FILE-STATUS NOT = '00'
               MOVE WS-QUEUE-FILENAME    TO WS-SOURCE-FILENAME
               MOVE WS-QUE-FILE-STATUS   TO WS-SRC-FILE-STATUS
               PERFORM 290-SOURCE-UNREADABLE
               PERFORM 810-RAISE-AMBER
           ELSE
               PERFORM 800-MARK-GREEN
               MOVE 'N' TO WS-SRC-EOF-FLAG
               PERFORM UNTIL WS-SRC-EOF
                   READ QUEUE-FILE
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           PERFORM 510-NOTE-QUEUE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
               IF WS-QUE-DEAD-NEW > 0
                   MOVE WS-QUE-DEAD-NEW  TO WS-EDIT-SMALL
                   MOVE SPACES           TO WS-ACTION-TEXT
                   STRING 'QUEUE DEAD LETTERS: '  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-SMALL)
                                                  DELIMITED BY SIZE
                          ' new - requeue or purge with LLM-QUEUE-ADMIN'
                                                  DELIMITED BY SIZE
                          INTO WS-ACTION-TEXT
                   END-STRING
                   MOVE 'RED'            TO WS-ACTION-RAG
                   PERFORM 830-ADD-ACTION
                   PERFORM 820-RAISE-RED
               END-IF
               IF WS-QUE-DEAD-OLD > 0
                   MOVE WS-QUE-DEAD-OLD  TO WS-EDIT-SMALL
                   MOVE SPACES           TO WS-ACTION-TEXT
                   STRING 'QUEUE DEAD LETTERS: '  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-SMALL)
                                                  DELIMITED BY SIZE
                          ' older still outstanding'
                                                  DELIMITED BY SIZE
                          INTO WS-ACTION-TEXT
                   END-STRING
                   MOVE 'AMBER'          TO WS-ACTION-RAG
                   PERFORM 830-ADD-ACTION
                   PERFORM 810-RAISE-AMBER
               END-IF
           END-IF.


       510-NOTE-QUEUE-ENTRY.
           EVALUATE TRUE
               WHEN QUE-DEAD
                   IF QUE-COMPLETED-AT(1:8) >= WS-BUS-DATE-X
                   AND QUE-COMPLETED-AT(1:8) IS NUMERIC
                       ADD 1             TO WS-QUE-DEAD-NEW
                   ELSE
                       ADD 1             TO WS-QUE-DEAD-OLD
                   END-IF
                   MOVE QUE-ATTEMPTS     TO WS-EDIT-NUM
                   MOVE SPACES           TO WS-LINE-TEXT
                   STRING QUE-KEY        DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          QUE-CALLER-ID  DELIMITED BY SIZE
                          ' dead '       DELIMITED BY SIZE
                          QUE-COMPLETED-AT DELIMITED BY SIZE
                          ' attempts '   DELIMITED BY SIZE
                          WS-EDIT-NUM    DELIMITED BY SIZE
                          INTO WS-LINE-TEXT
                   END-STRING
                   PERFORM 800-ADD-DETAIL
               WHEN QUE-QUEUED
               WHEN QUE-RUNNING
                   ADD 1                 TO WS-QUE-WAITING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      *> ---------------------------------------------------------------
      *> Usage anomalies - LLM-USAGE-ANOMALY's findings; an error-share
      *> jump is RED, any other finding AMBER. A report older than the
      *> business day means the anomaly step didn't run.
      *> ---------------------------------------------------------------
       550-SCAN-ANOMALY-REPORT.
           MOVE WS-SEC-ANOMALY           TO WS-SEC
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-FILE-STATUS NOT = '00'
               PERFORM 290-SOURCE-UNREADABLE
               PERFORM 810-RAISE-AMBER
           ELSE
               PERFORM 800-MARK-GREEN
               MOVE SPACES               TO WS-ANM-DATE
               MOVE 0                    TO WS-ANM-LINE-NUM
               MOVE 'N' TO WS-SRC-EOF-FLAG
               PERFORM UNTIL WS-SRC-EOF
                   READ SOURCE-FILE
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           ADD 1         TO WS-ANM-LINE-NUM
                           PERFORM 555-NOTE-ANOMALY-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE

               IF WS-ANM-DATE < WS-BUS-DATE-X
                   MOVE SPACES           TO WS-ACTION-TEXT
                   STRING 'USAGE ANOMALIES: report '
                                         DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SOURCE-FILENAME)
                                         DELIMITED BY SIZE
                          ' is for '     DELIMITED BY SIZE
                          WS-ANM-DATE    DELIMITED BY SIZE
                          ', not the business day'
                                         DELIMITED BY SIZE
                          INTO WS-ACTION-TEXT
                   END-STRING
                   MOVE 'AMBER'          TO WS-ACTION-RAG
                   PERFORM 830-ADD-ACTION
                   PERFORM 810-RAISE-AMBER
               END-IF
               IF WS-ANM-ERROR-JUMPS > 0
                   MOVE WS-ANM-ERROR-JUMPS TO WS-EDIT-SMALL
                   MOVE SPACES           TO WS-ACTION-TEXT
                   STRING 'USAGE ANOMALIES: error share jumped for '
                                         DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-SMALL)
                                         DELIMITED BY SIZE
                          ' caller(s)/model(s)'
                                         DELIMITED BY SIZE
                          INTO WS-ACTION-TEXT
                   END-STRING
                   MOVE 'RED'            TO WS-ACTION-RAG
                   PERFORM 830-ADD-ACTION
                   PERFORM 820-RAISE-RED
               ELSE
                   IF WS-ANM-FINDINGS > 0
                       MOVE WS-ANM-FINDINGS TO WS-EDIT-SMALL
                       MOVE SPACES       TO WS-ACTION-TEXT
                       STRING 'USAGE ANOMALIES: '
                                         DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-SMALL)
                                         DELIMITED BY SIZE
                              ' finding(s) to review'
                                         DELIMITED BY SIZE
                              INTO WS-ACTION-TEXT
                       END-STRING
                       MOVE 'AMBER'      TO WS-ACTION-RAG
                       PERFORM 830-ADD-ACTION
                       PERFORM 810-RAISE-AMBER
                   END-IF
               END-IF
           END-IF.


      *> Line 1 is the 'USAGE ANOMALIES FOR yyyymmdd' heading; every
      *> other non-blank line is one finding.
       555-NOTE-ANOMALY-LINE.
           IF WS-ANM-LINE-NUM = 1
               IF SOURCE-LINE(1:20) = 'USAGE ANOMALIES FOR '
                   MOVE SOURCE-LINE(21:8) TO WS-ANM-DATE
               END-IF
           ELSE
               IF SOURCE-LINE NOT = SPACES
                   ADD 1                 TO WS-ANM-FINDINGS
                   MOVE 0                TO WS-ANM-HITS
                   INSPECT SOURCE-LINE TALLYING WS-ANM-HITS
                       FOR ALL 'ERROR SHARE JUMPED'
                   IF WS-ANM-HITS > 0
                       ADD 1             TO WS-ANM-ERROR-JUMPS
                   END-IF
                   MOVE SOURCE-LINE(1:120) TO WS-LINE-TEXT
                   PERFORM 800-ADD-DETAIL
               END-IF
           END-IF.


      *> ---------------------------------------------------------------
      *> Budgets - each caller's ledger days in the window against the
      *> allowance LLM-CHAT enforces: spent is RED (calls were being
      *> refused), past LLM_BUDGET_WARN_PCT is AMBER.
      *> ---------------------------------------------------------------
       600-SCAN-BUDGETS.
           MOVE WS-SEC-BUDGETS           TO WS-SEC
           IF WS-BUDGET-FILENAME = SPACES
               DISPLAY 'LLM_BUDGET_FILE' UPON ENVIRONMENT-NAME
               ACCEPT WS-BUDGET-FILENAME FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-BUDGET-FILENAME NOT = SPACES
               PERFORM 610-LOAD-ALLOWANCES
           END-IF
           IF WS-BGT-COUNT > 0
               IF WS-LEDGER-FILENAME = SPACES
                   DISPLAY 'LLM_BUDGET_LEDGER' UPON ENVIRONMENT-NAME
                   ACCEPT WS-LEDGER-FILENAME FROM ENVIRONMENT-VALUE
               END-IF
               IF WS-LEDGER-FILENAME = SPACES
                   MOVE 'LLM-BUDGET-LEDGER.DAT' TO WS-LEDGER-FILENAME
               END-IF
               MOVE WS-LEDGER-FILENAME   TO WS-SOURCE-FILENAME
               OPEN INPUT SOURCE-FILE
      *> No ledger yet is no spend yet.
               IF WS-SRC-FILE-STATUS = '00'
                   MOVE 'N' TO WS-SRC-EOF-FLAG
                   PERFORM UNTIL WS-SRC-EOF
                       READ SOURCE-FILE
                           AT END
                               SET WS-SRC-EOF TO TRUE
                           NOT AT END
                               IF SOURCE-LINE(1:8) IS NUMERIC
                               AND SOURCE-LINE(1:8) >= WS-BUS-DATE-X
                                   PERFORM 620-JUDGE-LEDGER-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-FILE
               END-IF
           END-IF.


       610-LOAD-ALLOWANCES.
           MOVE WS-BUDGET-FILENAME       TO WS-SOURCE-FILENAME
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-FILE-STATUS NOT = '00'
               PERFORM 290-SOURCE-UNREADABLE
               PERFORM 810-RAISE-AMBER
           ELSE
               PERFORM 800-MARK-GREEN
               MOVE 'N' TO WS-SRC-EOF-FLAG
               PERFORM UNTIL WS-SRC-EOF
                   READ SOURCE-FILE
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           IF SOURCE-LINE(1:30) NOT = SPACES
                           AND SOURCE-LINE(1:1) NOT = '*'
                           AND WS-BGT-COUNT < 500
                               ADD 1     TO WS-BGT-COUNT
                               MOVE SOURCE-LINE(1:30)
                                   TO WS-BGT-CALLER(WS-BGT-COUNT)
                               MOVE FUNCTION NUMVAL(SOURCE-LINE(32:12))
                                   TO WS-BGT-ALLOWANCE(WS-BGT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.


      *> Ledger line: date, caller (30), tokens used that day.
       620-JUDGE-LEDGER-LINE.
           ADD 1                         TO WS-BGT-DAYS
           MOVE 0 TO WS-BGT-FOUND
           PERFORM VARYING WS-BGT-IDX FROM 1 BY 1
               UNTIL WS-BGT-IDX > WS-BGT-COUNT OR WS-BGT-FOUND > 0
               IF WS-BGT-CALLER(WS-BGT-IDX) = SOURCE-LINE(10:30)
                   MOVE WS-BGT-IDX       TO WS-BGT-FOUND
               END-IF
           END-PERFORM
           IF WS-BGT-FOUND > 0
           AND WS-BGT-ALLOWANCE(WS-BGT-FOUND) > 0
               MOVE FUNCTION NUMVAL(SOURCE-LINE(41:12))
                                         TO WS-BGT-TOKENS
               COMPUTE WS-BGT-PCT =
                   WS-BGT-TOKENS * 100 / WS-BGT-ALLOWANCE(WS-BGT-FOUND)
               IF WS-BGT-PCT >= WS-BUDGET-WARN-PCT
                   MOVE WS-BGT-PCT       TO WS-EDIT-PCT
                   MOVE SPACES           TO WS-LINE-TEXT
                   STRING SOURCE-LINE(1:8)  DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          SOURCE-LINE(10:30) DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          WS-EDIT-PCT       DELIMITED BY SIZE
                          '% of daily allowance'
                                            DELIMITED BY SIZE
                          INTO WS-LINE-TEXT
                   END-STRING
                   PERFORM 800-ADD-DETAIL
                   MOVE SPACES           TO WS-ACTION-TEXT
                   STRING 'BUDGETS: '       DELIMITED BY SIZE
                          FUNCTION TRIM(SOURCE-LINE(10:30))
                                            DELIMITED BY SIZE
                          ' used '          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-PCT)
                                            DELIMITED BY SIZE
                          '% of its allowance on '
                                            DELIMITED BY SIZE
                          SOURCE-LINE(1:8)  DELIMITED BY SIZE
                          INTO WS-ACTION-TEXT
                   END-STRING
                   IF WS-BGT-PCT >= 100
                       ADD 1             TO WS-BGT-OVER
                       MOVE 'RED'        TO WS-ACTION-RAG
                       PERFORM 820-RAISE-RED
                   ELSE
                       ADD 1             TO WS-BGT-NEAR
                       MOVE 'AMBER'      TO WS-ACTION-RAG
                       PERFORM 810-RAISE-AMBER
                   END-IF
                   PERFORM 830-ADD-ACTION
               END-IF
           END-IF.


      *> One summary phrase per section for its status line, and the
      *> overall status - the worst section's.
       690-SUMMARISE-SECTIONS.
           IF WS-SEC-SUMMARY(WS-SEC-ALERTS) = SPACES
               MOVE WS-ALERT-TRANSITIONS TO WS-EDIT-SMALL
               MOVE WS-ALERT-DOWNS       TO WS-EDIT-SMALL-2
               MOVE SPACES TO WS-SEC-SUMMARY(WS-SEC-ALERTS)
               STRING FUNCTION TRIM(WS-EDIT-SMALL) DELIMITED BY SIZE
                      ' transition(s), '           DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SMALL-2)
                                                   DELIMITED BY SIZE
                      ' down'                      DELIMITED BY SIZE
                      INTO WS-SEC-SUMMARY(WS-SEC-ALERTS)
               END-STRING
           END-IF
           IF WS-SEC-SUMMARY(WS-SEC-RUNS) = SPACES
               MOVE WS-RUN-COUNT         TO WS-EDIT-SMALL
               MOVE WS-RUNS-FAILED       TO WS-EDIT-SMALL-2
               MOVE WS-RUNS-WARNING      TO WS-EDIT-SMALL-3
               MOVE WS-RUNS-OPEN         TO WS-EDIT-PCT
               MOVE SPACES TO WS-SEC-SUMMARY(WS-SEC-RUNS)
               STRING FUNCTION TRIM(WS-EDIT-SMALL) DELIMITED BY SIZE
                      ' run(s), '                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SMALL-2)
                                                   DELIMITED BY SIZE
                      ' failed, '                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SMALL-3)
                                                   DELIMITED BY SIZE
                      ' warning, '                 DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-PCT)   DELIMITED BY SIZE
                      ' without an end'            DELIMITED BY SIZE
                      INTO WS-SEC-SUMMARY(WS-SEC-RUNS)
               END-STRING
           END-IF
           IF WS-SEC-SUMMARY(WS-SEC-EXCEPTIONS) = SPACES
               MOVE WS-EXC-TOTAL         TO WS-EDIT-COUNT
               MOVE WS-EXC-LOGS          TO WS-EDIT-SMALL
               MOVE SPACES TO WS-SEC-SUMMARY(WS-SEC-EXCEPTIONS)
               STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                      ' exception(s) in '          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SMALL) DELIMITED BY SIZE
                      ' log(s)'                    DELIMITED BY SIZE
                      INTO WS-SEC-SUMMARY(WS-SEC-EXCEPTIONS)
               END-STRING
           END-IF
           IF WS-SEC-SUMMARY(WS-SEC-RECONCILE) = SPACES
               MOVE WS-RCN-REPORTS       TO WS-EDIT-SMALL
               MOVE WS-RCN-OUT-OF-BALANCE TO WS-EDIT-SMALL-2
               MOVE SPACES TO WS-SEC-SUMMARY(WS-SEC-RECONCILE)
               STRING FUNCTION TRIM(WS-EDIT-SMALL) DELIMITED BY SIZE
                      ' report(s), '               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SMALL-2)
                                                   DELIMITED BY SIZE
                      ' out of balance'            DELIMITED BY SIZE
                      INTO WS-SEC-SUMMARY(WS-SEC-RECONCILE)
               END-STRING
           END-IF
           IF WS-SEC-SUMMARY(WS-SEC-QUEUE) = SPACES
               MOVE WS-QUE-DEAD-NEW      TO WS-EDIT-SMALL
               MOVE WS-QUE-DEAD-OLD      TO WS-EDIT-SMALL-2
               MOVE WS-QUE-WAITING       TO WS-EDIT-SMALL-3
               MOVE SPACES TO WS-SEC-SUMMARY(WS-SEC-QUEUE)
               STRING FUNCTION TRIM(WS-EDIT-SMALL) DELIMITED BY SIZE
                      ' new dead, '                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SMALL-2)
                                                   DELIMITED BY SIZE
                      ' older dead, '              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SMALL-3)
                                                   DELIMITED BY SIZE
                      ' queued or running'         DELIMITED BY SIZE
                      INTO WS-SEC-SUMMARY(WS-SEC-QUEUE)
               END-STRING
           END-IF
           IF WS-SEC-SUMMARY(WS-SEC-ANOMALY) = SPACES
               MOVE WS-ANM-FINDINGS      TO WS-EDIT-SMALL
               MOVE SPACES TO WS-SEC-SUMMARY(WS-SEC-ANOMALY)
               STRING FUNCTION TRIM(WS-EDIT-SMALL) DELIMITED BY SIZE
                      ' finding(s) for '           DELIMITED BY SIZE
                      WS-ANM-DATE                  DELIMITED BY SIZE
                      INTO WS-SEC-SUMMARY(WS-SEC-ANOMALY)
               END-STRING
           END-IF
           IF WS-SEC-SUMMARY(WS-SEC-BUDGETS) = SPACES
               MOVE WS-BGT-COUNT         TO WS-EDIT-SMALL
               MOVE WS-BGT-OVER          TO WS-EDIT-SMALL-2
               MOVE WS-BGT-NEAR          TO WS-EDIT-SMALL-3
               MOVE SPACES TO WS-SEC-SUMMARY(WS-SEC-BUDGETS)
               STRING FUNCTION TRIM(WS-EDIT-SMALL) DELIMITED BY SIZE
                      ' budgeted caller(s), '      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SMALL-2)
                                                   DELIMITED BY SIZE
                      ' caller-day(s) spent, '     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SMALL-3)
                                                   DELIMITED BY SIZE
                      ' near the limit'            DELIMITED BY SIZE
                      INTO WS-SEC-SUMMARY(WS-SEC-BUDGETS)
               END-STRING
           END-IF

           MOVE 'GREEN'                  TO WS-OVERALL-RAG
           PERFORM VARYING WS-SEC FROM 1 BY 1
               UNTIL WS-SEC > WS-SEC-COUNT
               EVALUATE WS-SEC-RAG(WS-SEC)
                   WHEN 'RED'
                       MOVE 'RED'        TO WS-OVERALL-RAG
                   WHEN 'AMBER'
                       IF WS-OVERALL-RAG = 'GREEN'
                           MOVE 'AMBER'  TO WS-OVERALL-RAG
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.


      *> ---------------------------------------------------------------
      *> The report: overall status, the needs-action list (RED before
      *> AMBER), one status line per section, then each section's
      *> detail.
      *> ---------------------------------------------------------------
       700-WRITE-REPORT.
           OPEN OUTPUT REPORT-OUT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-OPS-REPORT: cannot open report '
                       FUNCTION TRIM(WS-REPORT-FILENAME)
                       ', status ' WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES                   TO WS-PRINT-LINE
           STRING 'OVERALL STATUS: '     DELIMITED BY SIZE
                  WS-OVERALL-RAG         DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 750-EMIT-LINE
           PERFORM 755-EMIT-BLANK

           MOVE WS-ACT-COUNT             TO WS-EDIT-SMALL
           MOVE SPACES                   TO WS-PRINT-LINE
           STRING 'NEEDS ACTION ('       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-SMALL) DELIMITED BY SIZE
                  ')'                    DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 750-EMIT-LINE
           IF WS-ACT-COUNT = 0
               MOVE '  nothing needs action' TO WS-PRINT-LINE
               PERFORM 750-EMIT-LINE
           ELSE
               MOVE 0                    TO WS-ACT-NUM
               MOVE 'RED'                TO WS-ACT-PASS-RAG
               PERFORM 710-WRITE-ACTIONS
               MOVE 'AMBER'              TO WS-ACT-PASS-RAG
               PERFORM 710-WRITE-ACTIONS
               IF WS-ACT-DROPPED > 0
                   MOVE WS-ACT-DROPPED   TO WS-EDIT-SMALL
                   MOVE SPACES           TO WS-PRINT-LINE
                   STRING '  ... and '   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EDIT-SMALL)
                                         DELIMITED BY SIZE
                          ' more - see the sections below'
                                         DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 750-EMIT-LINE
               END-IF
           END-IF
           PERFORM 755-EMIT-BLANK

           MOVE 'SECTION STATUS'         TO WS-PRINT-LINE
           PERFORM 750-EMIT-LINE
           PERFORM VARYING WS-SEC FROM 1 BY 1
               UNTIL WS-SEC > WS-SEC-COUNT
               MOVE SPACES               TO WS-PRINT-LINE
               STRING '  '                    DELIMITED BY SIZE
                      WS-SEC-RAG(WS-SEC)      DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WS-SECTION-NAME(WS-SEC) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-SEC-SUMMARY(WS-SEC)  DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 750-EMIT-LINE
           END-PERFORM

           PERFORM VARYING WS-SEC FROM 1 BY 1
               UNTIL WS-SEC > WS-SEC-COUNT
               PERFORM 720-WRITE-SECTION
           END-PERFORM
           CLOSE REPORT-OUT.


       710-WRITE-ACTIONS.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-RAG(WS-ACT-IDX) = WS-ACT-PASS-RAG
                   ADD 1                 TO WS-ACT-NUM
                   MOVE WS-ACT-NUM       TO WS-EDIT-NUM
                   MOVE SPACES           TO WS-PRINT-LINE
                   STRING WS-EDIT-NUM    DELIMITED BY SIZE
                          '. '           DELIMITED BY SIZE
                          WS-ACT-RAG(WS-ACT-IDX) DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          WS-ACT-TEXT(WS-ACT-IDX) DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 750-EMIT-LINE
               END-IF
           END-PERFORM.


       720-WRITE-SECTION.
           PERFORM 755-EMIT-BLANK
           MOVE SPACES                   TO WS-PRINT-LINE
           STRING '---- '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SECTION-NAME(WS-SEC))
                                         DELIMITED BY SIZE
                  ' ---- '               DELIMITED BY SIZE
                  WS-SEC-RAG(WS-SEC)     DELIMITED BY SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 750-EMIT-LINE
           MOVE 0                        TO WS-ACT-NUM
           PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
               UNTIL WS-DTL-IDX > WS-DTL-COUNT
               IF WS-DTL-SECTION(WS-DTL-IDX) = WS-SEC
                   ADD 1                 TO WS-ACT-NUM
                   MOVE SPACES           TO WS-PRINT-LINE
                   STRING '  '           DELIMITED BY SIZE
                          WS-DTL-TEXT(WS-DTL-IDX) DELIMITED BY SIZE
                          INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 750-EMIT-LINE
               END-IF
           END-PERFORM
           IF WS-SEC-DROPPED(WS-SEC) > 0
               MOVE WS-SEC-DROPPED(WS-SEC) TO WS-EDIT-SMALL
               MOVE SPACES               TO WS-PRINT-LINE
               STRING '  ... '           DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-SMALL)
                                         DELIMITED BY SIZE
                      ' further line(s) not shown'
                                         DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               PERFORM 750-EMIT-LINE
           END-IF
           IF WS-ACT-NUM = 0 AND WS-SEC-DROPPED(WS-SEC) = 0
               IF WS-SEC-RAG(WS-SEC) = 'N/A'
                   MOVE '  not configured' TO WS-PRINT-LINE
               ELSE
                   MOVE '  nothing to report' TO WS-PRINT-LINE
               END-IF
               PERFORM 750-EMIT-LINE
           END-IF.


       750-EMIT-LINE.
           IF WS-LINE-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM 760-START-NEW-PAGE
           END-IF
           MOVE WS-PRINT-LINE            TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1                         TO WS-LINE-ON-PAGE
           MOVE SPACES                   TO WS-PRINT-LINE.


       755-EMIT-BLANK.
           MOVE SPACES                   TO WS-PRINT-LINE
           PERFORM 750-EMIT-LINE.


       760-START-NEW-PAGE.
           ADD 1                         TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM              TO WS-EDIT-PAGE
           IF WS-PAGE-NUM > 1
               MOVE ALL '=' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'LLM MORNING OPERATIONS REPORT  BUSINESS DAY '
                                               DELIMITED BY SIZE
                  WS-BUS-DATE                  DELIMITED BY SIZE
                  '  RUN '                     DELIMITED BY SIZE
                  WS-TODAY-DATE                DELIMITED BY SIZE
                  '-'                          DELIMITED BY SIZE
                  WS-NOW-TIME(1:6)             DELIMITED BY SIZE
                  '  PAGE '                    DELIMITED BY SIZE
                  WS-EDIT-PAGE                 DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 2 TO WS-LINE-ON-PAGE.


      *> ---------------------------------------------------------------
      *> Status and detail bookkeeping for the section in WS-SEC.
      *> A section read at all is at least GREEN; RED outranks AMBER.
      *> ---------------------------------------------------------------
       800-MARK-GREEN.
           IF WS-SEC-RAG(WS-SEC) = 'N/A'
           OR WS-SEC-SUMMARY(WS-SEC) = WS-UNREADABLE-SUMMARY
               MOVE SPACES               TO WS-SEC-SUMMARY(WS-SEC)
           END-IF
           IF WS-SEC-RAG(WS-SEC) = 'N/A'
               MOVE 'GREEN'              TO WS-SEC-RAG(WS-SEC)
           END-IF.


       800-ADD-DETAIL.
           IF WS-DTL-COUNT < WS-DTL-MAX
               ADD 1                     TO WS-DTL-COUNT
               MOVE WS-SEC               TO WS-DTL-SECTION(WS-DTL-COUNT)
               MOVE WS-LINE-TEXT         TO WS-DTL-TEXT(WS-DTL-COUNT)
           ELSE
               ADD 1                     TO WS-SEC-DROPPED(WS-SEC)
           END-IF
           MOVE SPACES                   TO WS-LINE-TEXT.


       810-RAISE-AMBER.
           IF WS-SEC-RAG(WS-SEC) NOT = 'RED'
               MOVE 'AMBER'              TO WS-SEC-RAG(WS-SEC)
           END-IF.


       820-RAISE-RED.
           MOVE 'RED'                    TO WS-SEC-RAG(WS-SEC).


       830-ADD-ACTION.
           IF WS-ACT-COUNT < WS-ACT-MAX
               ADD 1                     TO WS-ACT-COUNT
               MOVE WS-ACTION-RAG        TO WS-ACT-RAG(WS-ACT-COUNT)
               MOVE WS-ACTION-TEXT       TO WS-ACT-TEXT(WS-ACT-COUNT)
           ELSE
               ADD 1                     TO WS-ACT-DROPPED
           END-IF.
