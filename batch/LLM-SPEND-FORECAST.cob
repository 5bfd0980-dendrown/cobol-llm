      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-SPEND-FORECAST.cob
      *> Desc    : Month-end spend forecast, run mid-month so budgets
      *>           can be moved before jobs start failing with
      *>           LLM-STAT-BUDGET-EXCEEDED. Reads the audit log for
      *>           the month so far (every day up to and including
      *>           the as-of date, taken as complete - this is an
      *>           end-of-day job) and the monthly usage summary
      *>           master LLM-USAGE-ROLLUP keeps, and projects each
      *>           caller's and each cost center's spend to the end
      *>           of the month:
      *>             - the month so far gives a rate per business
      *>               day and a rate per other day (weekends and
      *>               holidays, on the LLM-BUSINESS-DAY calendar);
      *>             - in the first LLM_FORECAST_MIN_DAYS business
      *>               days (default 5) the business-day rate leans
      *>               on the caller's spend per business day over
      *>               the last LLM_FORECAST_HISTORY_MONTHS months on
      *>               the master (default 3, at most 12), giving way
      *>               to the month's own figures day by day;
      *>             - the days to come are priced at those rates.
      *>           Callers are measured in tokens, counted as
      *>           LLM-CHAT's budget ledger counts them, against the
      *>           daily allowance in LLM_BUDGET_FILE - the ledger
      *>           resets each day, so a caller runs out on the
      *>           first day still to come whose projected use
      *>           reaches the allowance, and the month figure is
      *>           shown against the allowance times the days in
      *>           the month. Cost centers come from the chargeback
      *>           xref (LLM_CHARGEBACK_XREF; callers it does not
      *>           carry go to SUSPENSE as LLM-CHARGEBACK does) and
      *>           are measured in priced cost, LLM-CHARGEBACK's
      *>           arithmetic, against the month's budget in
      *>           LLM_COST_CENTER_BUDGET_FILE (one line per cost
      *>           center: cost-center, amount) - a cost center runs
      *>           out on the day its spend to date, actual then
      *>           projected, passes the budget. Anything past
      *>           LLM_BUDGET_WARN_PCT (default 80) of its allowance
      *>           or budget is flagged as near it. The report ends
      *>           with every caller and cost center projected to
      *>           run out before month-end, in date order.
      *>           RETURN-CODE 1 when there is one, 8 when the
      *>           forecast can't be made.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-SPEND-FORECAST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT SUMMARY-MASTER ASSIGN TO WS-MASTER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO WS-XREF-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-FILE-STATUS.

           SELECT BUDGET-FILE ASSIGN TO WS-BUDGET-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BGT-FILE-STATUS.

           SELECT CC-BUDGET-FILE ASSIGN TO WS-CCB-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CCB-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-LOG.
       COPY 'LLM-AUDIT-RECORD.cpy'.

       FD  SUMMARY-MASTER.
       COPY 'LLM-USAGE-SUMMARY-RECORD.cpy'.

      *> LLM-CHARGEBACK's xref line.
       FD  XREF-FILE.
       01 XREF-RECORD.
           05 XRF-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 XRF-COST-CENTER       PIC X(10).
           05 FILLER                PIC X(1).
           05 XRF-ACCOUNT           PIC X(10).

      *> LLM-CHAT's budget line: caller-id, daily token allowance.
       FD  BUDGET-FILE.
       01 BUDGET-FILE-RECORD.
           05 BGT-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 BGT-ALLOWANCE-TEXT    PIC X(12).

      *> One line per cost center: cost-center, the month's budget in
      *> the chargeback's currency. '*' lines are comments.
       FD  CC-BUDGET-FILE.
       01 CC-BUDGET-RECORD.
           05 CCB-COST-CENTER       PIC X(10).
           05 FILLER                PIC X(1).
           05 CCB-AMOUNT-TEXT       PIC X(12).

       FD  REPORT-OUT.
       01 REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'LLM-RATE.cpy'.
       COPY 'LLM-BUSINESS-DAY.cpy'.

       01 WS-AUDIT-FILENAME     PIC X(256).
       01 WS-MASTER-FILENAME    PIC X(256).
       01 WS-REPORT-FILENAME    PIC X(256).
       01 WS-XREF-FILENAME      PIC X(256).
       01 WS-BUDGET-FILENAME    PIC X(256).
       01 WS-CCB-FILENAME       PIC X(256).
       01 WS-AUD-FILE-STATUS    PIC X(2).
       01 WS-MST-FILE-STATUS    PIC X(2).
       01 WS-XRF-FILE-STATUS    PIC X(2).
       01 WS-BGT-FILE-STATUS    PIC X(2).
       01 WS-CCB-FILE-STATUS    PIC X(2).
       01 WS-RPT-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-ASOF-ARG           PIC X(8).
       01 WS-RUN-DATE           PIC 9(8).

      *> What each source contributed, for the report heading.
       01 WS-MASTER-NOTE        PIC X(80) VALUE SPACES.
       01 WS-XREF-NOTE          PIC X(80) VALUE SPACES.
       01 WS-BUDGET-NOTE        PIC X(80) VALUE SPACES.
       01 WS-CCB-NOTE           PIC X(80) VALUE SPACES.
       01 WS-CALENDAR-NOTE      PIC X(80) VALUE SPACES.

      *> ---- forecast settings -------------------------------------
       01 WS-SETTING-ENV        PIC X(4).
       01 WS-HIST-MONTHS        PIC 9(2) VALUE 3.
       01 WS-MIN-DAYS           PIC 9(2) VALUE 5.
       01 WS-WARN-PCT           PIC 9(3) VALUE 80.
       01 WS-BULK-RATE-ENV      PIC X(6).
       01 WS-BULK-RATE-PCT      PIC 9(3)V99 VALUE 50.

      *> ---- the month being forecast --------------------------------
       01 WS-ASOF-DATE          PIC 9(8).
       01 WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE.
           05 WS-ASOF-PERIOD    PIC 9(6).
           05 WS-ASOF-DAY       PIC 9(2).
       01 WS-MONTH-DAYS         PIC 9(2).
       01 WS-MONTH-END-DATE     PIC 9(8).
       01 WS-FIRST-FUTURE-DAY   PIC 9(2).
       01 WS-ELAPSED-BUS        PIC 9(2) VALUE 0.
       01 WS-ELAPSED-OFF        PIC 9(2) VALUE 0.
       01 WS-REMAIN-BUS         PIC 9(2) VALUE 0.
       01 WS-REMAIN-OFF         PIC 9(2) VALUE 0.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY      OCCURS 31 TIMES.
             10 WS-DAY-DATE         PIC 9(8).
             10 WS-DAY-BUSINESS-FLAG PIC X(1).
               88 WS-DAY-BUSINESS       VALUE 'Y'.
       01 WS-DX                 PIC 9(2).

      *> ---- one calendar month, worked out by 160-PERIOD-DAYS -------
       01 WS-WORK-PERIOD        PIC 9(6).
       01 WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
           05 WS-WORK-YEAR      PIC 9(4).
           05 WS-WORK-MONTH     PIC 9(2).
       01 WS-NEXT-PERIOD        PIC 9(6).
       01 WS-PERIOD-JULIAN      PIC 9(7) COMP.
       01 WS-PERIOD-DAYS        PIC 9(2).
       01 WS-PERIOD-BUS-DAYS    PIC 9(2).
       01 WS-PX                 PIC 9(2).

      *> ---- the history months, most recent first -------------------
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY     OCCURS 12 TIMES.
             10 WS-HIST-PERIOD      PIC 9(6).
             10 WS-HIST-BUS-DAYS    PIC 9(2).
       01 WS-HX                 PIC 9(2).

      *> ---- caller-to-cost-center cross reference -------------------
       01 WS-XRF-COUNT          PIC 9(3) VALUE 0.
       01 WS-XREF-TABLE.
           05 WS-XRF-ENTRY      OCCURS 500 TIMES
                                INDEXED BY WS-XRF-IDX.
             10 WS-XRF-TBL-CALLER  PIC X(30).
             10 WS-XRF-TBL-CC      PIC X(10).

      *> ---- callers: the month so far, history and projection -------
       01 WS-CLR-MAX            PIC 9(4) COMP VALUE 500.
       01 WS-CLR-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-CX                 PIC 9(4) COMP.
       01 WS-CLR-HIT            PIC 9(4) COMP.
       01 WS-FIND-CALLER        PIC X(30).
       01 WS-CALLER-TABLE.
           05 WS-CLR-ENTRY      OCCURS 500 TIMES.
             10 WS-CLR-CALLER       PIC X(30).
             10 WS-CLR-CC           PIC X(10).
             10 WS-CLR-BUDGET-FLAG  PIC X(1).
               88 WS-CLR-BUDGETED       VALUE 'Y'.
             10 WS-CLR-ALLOWANCE    PIC 9(12).
             10 WS-CLR-DAY-TOKENS   PIC 9(12) COMP
                                    OCCURS 31 TIMES.
             10 WS-CLR-DAY-COST     PIC 9(9)V99 COMP-3
                                    OCCURS 31 TIMES.
             10 WS-CLR-HIST-TOKENS  PIC 9(14) COMP
                                    OCCURS 12 TIMES.
             10 WS-CLR-HIST-COST    PIC 9(11)V99 COMP-3
                                    OCCURS 12 TIMES.
             10 WS-CLR-MTD-TOKENS   PIC 9(14) COMP.
             10 WS-CLR-MTD-COST     PIC 9(11)V99 COMP-3.
             10 WS-CLR-BUS-RATE     PIC 9(12)V99 COMP-3.
             10 WS-CLR-OFF-RATE     PIC 9(12)V99 COMP-3.
             10 WS-CLR-BUS-COST-RATE PIC 9(9)V9999 COMP-3.
             10 WS-CLR-OFF-COST-RATE PIC 9(9)V9999 COMP-3.
             10 WS-CLR-PROJ-TOKENS  PIC 9(14) COMP.
             10 WS-CLR-PROJ-COST    PIC 9(11)V99 COMP-3.
             10 WS-CLR-CAPPED-DAYS  PIC 9(2).
             10 WS-CLR-RUNOUT-DATE  PIC 9(8).
             10 WS-CLR-STATUS       PIC X(17).
      *> Spend from callers past the table's end - named on the
      *> report rather than quietly left out of the cost centers.
       01 WS-CLR-OVERFLOW-FLAG  PIC X(1) VALUE 'N'.
         88 WS-CLR-OVERFLOWED       VALUE 'Y'.
       01 WS-LOST-COST          PIC 9(11)V99 VALUE 0.

      *> ---- cost centers --------------------------------------------
       01 WS-CC-MAX             PIC 9(3) COMP VALUE 200.
       01 WS-CC-COUNT           PIC 9(3) COMP VALUE 0.
       01 WS-KX                 PIC 9(3) COMP.
       01 WS-CC-HIT             PIC 9(3) COMP.
       01 WS-FIND-CC            PIC X(10).
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY       OCCURS 200 TIMES.
             10 WS-CC-NAME          PIC X(10).
             10 WS-CC-BUDGET-FLAG   PIC X(1).
               88 WS-CC-BUDGETED        VALUE 'Y'.
             10 WS-CC-BUDGET        PIC 9(9)V99.
             10 WS-CC-CALLERS       PIC 9(3).
             10 WS-CC-DAY-COST      PIC 9(11)V99 COMP-3
                                    OCCURS 31 TIMES.
             10 WS-CC-MTD-COST      PIC 9(11)V99 COMP-3.
             10 WS-CC-BUS-COST-RATE PIC 9(11)V9999 COMP-3.
             10 WS-CC-OFF-COST-RATE PIC 9(11)V9999 COMP-3.
             10 WS-CC-PROJ-COST     PIC 9(11)V99 COMP-3.
             10 WS-CC-RUNOUT-DATE   PIC 9(8).
             10 WS-CC-STATUS        PIC X(17).

      *> ---- one audit line ------------------------------------------
       01 WS-LINE-DATE          PIC 9(8).
       01 WS-LINE-DATE-R REDEFINES WS-LINE-DATE.
           05 WS-LINE-PERIOD    PIC 9(6).
           05 WS-LINE-DAY       PIC 9(2).
       01 WS-LINE-TOKENS        PIC 9(12).
       01 WS-CALL-COST          PIC 9(9)V99.
      *> Prompt-cache token columns, zero on lines written before
      *> the audit record carried them.
       01 WS-CACHE-WRITE-TOKENS PIC 9(9).
       01 WS-CACHE-READ-TOKENS  PIC 9(9).
       01 WS-LINES-USED         PIC 9(9) VALUE 0.
       01 WS-ROWS-USED          PIC 9(9) VALUE 0.
       01 WS-FOUND-FLAG         PIC X(1).
         88 WS-FOUND                VALUE 'Y'.

      *> ---- per-model rate cache (one lookup per distinct model) ----
       01 WS-RCACHE-COUNT       PIC 9(2) VALUE 0.
       01 WS-RATE-CACHE.
           05 WS-RCACHE-ENTRY   OCCURS 50 TIMES
                                INDEXED BY WS-RCACHE-IDX.
             10 WS-RCACHE-MODEL PIC X(128).
             10 WS-RCACHE-IN    PIC 9(4)V9999.
             10 WS-RCACHE-OUT   PIC 9(4)V9999.
             10 WS-RCACHE-CW    PIC 9(4)V9999.
             10 WS-RCACHE-CR    PIC 9(4)V9999.

      *> ---- projection arithmetic -----------------------------------
       01 WS-BUS-SUM            PIC 9(14).
       01 WS-OFF-SUM            PIC 9(14).
       01 WS-BUS-COST-SUM       PIC 9(11)V99.
       01 WS-OFF-COST-SUM       PIC 9(11)V99.
       01 WS-HIST-TOKEN-SUM     PIC 9(16).
       01 WS-HIST-COST-SUM      PIC 9(13)V99.
       01 WS-HIST-BUS-SUM       PIC 9(4).
       01 WS-HIST-RATE          PIC 9(12)V99.
       01 WS-HIST-COST-RATE     PIC 9(9)V9999.
       01 WS-HIST-WEIGHT        PIC 9(2).
       01 WS-DAY-RATE           PIC 9(12)V99.
       01 WS-CUM-COST           PIC 9(13)V9999.
       01 WS-PCT                PIC 9(7).
       01 WS-RUNOUT-CLR-COUNT   PIC 9(4) VALUE 0.
       01 WS-RUNOUT-CC-COUNT    PIC 9(3) VALUE 0.

      *> ---- report formatting -------------------------------------
       01 WS-CLR-LINE.
           05 CLD-CALLER        PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CLD-CC            PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CLD-MTD           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CLD-RATE          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CLD-ALLOWANCE     PIC ZZ,ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CLD-PROJ          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CLD-PCT           PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CLD-STATUS        PIC X(17).
       01 WS-CC-LINE.
           05 CCD-CC            PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CCD-CALLERS       PIC Z(6)9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CCD-MTD           PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CCD-RATE          PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CCD-PROJ          PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CCD-BUDGET        PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CCD-PCT           PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CCD-STATUS        PIC X(17).
       01 WS-PCT-TEXT           PIC X(4).
       01 WS-EDIT-PCT           PIC ZZ9.
       01 WS-EDIT-DAYS          PIC Z9.
       01 WS-EDIT-DAYS-2        PIC Z9.
       01 WS-EDIT-DAYS-3        PIC Z9.
       01 WS-EDIT-DAYS-4        PIC Z9.
       01 WS-EDIT-TOKENS        PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-TOKENS-2      PIC ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COST          PIC $$$,$$$,$$9.99.
       01 WS-EDIT-COST-2        PIC $$$,$$$,$$9.99.
       01 WS-EDIT-COUNT         PIC ZZZ9.
       01 WS-EDIT-COUNT-2       PIC ZZZ9.
       01 WS-CALLER-TEXT        PIC X(30).

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 150-BUILD-CALENDAR
           PERFORM 200-LOAD-XREF
           PERFORM 250-LOAD-CALLER-BUDGETS
           PERFORM 300-READ-AUDIT-LOG
           PERFORM 400-READ-SUMMARY-MASTER
           PERFORM 500-PROJECT-CALLERS
           PERFORM 600-LOAD-CC-BUDGETS
           PERFORM 650-PROJECT-COST-CENTERS
           PERFORM 700-WRITE-REPORT
           IF WS-RUNOUT-CLR-COUNT > 0 OR WS-RUNOUT-CC-COUNT > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=audit log (the month so far)  2=usage summary master
      *>       ('-' for none - the month's own figures only)
      *>       3=report file  4=as-of date YYYYMMDD (optional, '-'
      *>       or absent for today; later audit lines are ignored)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 3
               DISPLAY 'LLM-SPEND-FORECAST: usage: LLM-SPEND-FORECAST '
                       '<audit-log> <summary-master|-> <report> '
                       '[as-of-yyyymmdd]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-AUDIT-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-MASTER-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE             TO WS-ASOF-DATE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 4
               MOVE 4                   TO WS-ARG-COUNT
               ACCEPT WS-ASOF-ARG FROM ARGUMENT-VALUE
               IF WS-ASOF-ARG NOT = SPACES AND WS-ASOF-ARG NOT = '-'
                   IF WS-ASOF-ARG IS NOT NUMERIC
                       DISPLAY 'LLM-SPEND-FORECAST: as-of date must '
                               'be YYYYMMDD'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-ASOF-ARG     TO WS-ASOF-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE)
                       NOT = 0
                       DISPLAY 'LLM-SPEND-FORECAST: as-of date must '
                               'be YYYYMMDD'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           DISPLAY 'LLM_FORECAST_HISTORY_MONTHS' UPON ENVIRONMENT-NAME
           ACCEPT WS-SETTING-ENV FROM ENVIRONMENT-VALUE
           IF WS-SETTING-ENV NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-SETTING-ENV) = 0
               MOVE FUNCTION NUMVAL(WS-SETTING-ENV)
                                        TO WS-HIST-MONTHS
           END-IF
           IF WS-HIST-MONTHS > 12
               MOVE 12                  TO WS-HIST-MONTHS
           END-IF
           IF WS-MASTER-FILENAME = SPACES OR WS-MASTER-FILENAME = '-'
               MOVE 0                   TO WS-HIST-MONTHS
           END-IF

           DISPLAY 'LLM_FORECAST_MIN_DAYS' UPON ENVIRONMENT-NAME
           ACCEPT WS-SETTING-ENV FROM ENVIRONMENT-VALUE
           IF WS-SETTING-ENV NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-SETTING-ENV) = 0
               MOVE FUNCTION NUMVAL(WS-SETTING-ENV)
                                        TO WS-MIN-DAYS
           END-IF
           IF WS-MIN-DAYS = 0
               MOVE 5                   TO WS-MIN-DAYS
           END-IF

           DISPLAY 'LLM_BUDGET_WARN_PCT' UPON ENVIRONMENT-NAME
           ACCEPT WS-SETTING-ENV FROM ENVIRONMENT-VALUE
           IF WS-SETTING-ENV NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-SETTING-ENV) = 0
               MOVE FUNCTION NUMVAL(WS-SETTING-ENV)
                                        TO WS-WARN-PCT
           END-IF

      *> Bulk-job lines (AUD-SERVICE-TIER 'B') bill at the providers'
      *> deferred rate - LLM_BULK_RATE_PCT percent of list, default
      *> 50 - as the chargeback prices them.
           DISPLAY 'LLM_BULK_RATE_PCT' UPON ENVIRONMENT-NAME
           ACCEPT WS-BULK-RATE-ENV FROM ENVIRONMENT-VALUE
           IF WS-BULK-RATE-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BULK-RATE-ENV)
                                        TO WS-BULK-RATE-PCT
           END-IF

           DISPLAY 'LLM_CHARGEBACK_XREF' UPON ENVIRONMENT-NAME
           ACCEPT WS-XREF-FILENAME FROM ENVIRONMENT-VALUE
           DISPLAY 'LLM_BUDGET_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-BUDGET-FILENAME FROM ENVIRONMENT-VALUE
           DISPLAY 'LLM_COST_CENTER_BUDGET_FILE'
               UPON ENVIRONMENT-NAME
           ACCEPT WS-CCB-FILENAME FROM ENVIRONMENT-VALUE.


      *> Every day of the month judged once against the business
      *> calendar, then the business days in each history month -
      *> a month's spend over its business days is the rate the
      *> history contributes.
       150-BUILD-CALENDAR.
           MOVE WS-ASOF-PERIOD           TO WS-WORK-PERIOD
           PERFORM 160-PERIOD-DAYS
           MOVE WS-PERIOD-DAYS           TO WS-MONTH-DAYS
           COMPUTE WS-FIRST-FUTURE-DAY = WS-ASOF-DAY + 1
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-MONTH-DAYS
               COMPUTE WS-DAY-DATE(WS-DX) = FUNCTION DATE-OF-INTEGER(
                   WS-PERIOD-JULIAN + WS-DX - 1)
               MOVE WS-DAY-DATE(WS-DX)   TO LLM-BDY-DATE
               PERFORM 170-JUDGE-DAY
               MOVE LLM-BDY-BUSINESS-FLAG
                                   TO WS-DAY-BUSINESS-FLAG(WS-DX)
               EVALUATE TRUE
                   WHEN WS-DX <= WS-ASOF-DAY AND WS-DAY-BUSINESS(WS-DX)
                       ADD 1             TO WS-ELAPSED-BUS
                   WHEN WS-DX <= WS-ASOF-DAY
                       ADD 1             TO WS-ELAPSED-OFF
                   WHEN WS-DAY-BUSINESS(WS-DX)
                       ADD 1             TO WS-REMAIN-BUS
                   WHEN OTHER
                       ADD 1             TO WS-REMAIN-OFF
               END-EVALUATE
           END-PERFORM
           MOVE WS-DAY-DATE(WS-MONTH-DAYS) TO WS-MONTH-END-DATE

           MOVE WS-ASOF-PERIOD           TO WS-WORK-PERIOD
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HIST-MONTHS
               IF WS-WORK-MONTH = 1
                   COMPUTE WS-WORK-PERIOD =
                       (WS-WORK-YEAR - 1) * 100 + 12
               ELSE
                   SUBTRACT 1 FROM WS-WORK-PERIOD
               END-IF
               PERFORM 160-PERIOD-DAYS
               MOVE 0                    TO WS-PERIOD-BUS-DAYS
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PERIOD-DAYS
                   COMPUTE LLM-BDY-DATE = FUNCTION DATE-OF-INTEGER(
                       WS-PERIOD-JULIAN + WS-PX - 1)
                   PERFORM 170-JUDGE-DAY
                   IF LLM-BDY-BUSINESS
                       ADD 1             TO WS-PERIOD-BUS-DAYS
                   END-IF
               END-PERFORM
               MOVE WS-WORK-PERIOD       TO WS-HIST-PERIOD(WS-HX)
               MOVE WS-PERIOD-BUS-DAYS   TO WS-HIST-BUS-DAYS(WS-HX)
           END-PERFORM.


      *> First day (as an integer date) and length of WS-WORK-PERIOD.
       160-PERIOD-DAYS.
           IF WS-WORK-MONTH = 12
               COMPUTE WS-NEXT-PERIOD = (WS-WORK-YEAR + 1) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-PERIOD = WS-WORK-PERIOD + 1
           END-IF
           COMPUTE WS-PERIOD-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-WORK-PERIOD * 100 + 1)
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD * 100 + 1)
               - WS-PERIOD-JULIAN.


       170-JUDGE-DAY.
           CALL 'LLM-BUSINESS-DAY' USING LLM-BUSINESS-DAY-AREA
           IF LLM-BDY-ERROR
               DISPLAY 'LLM-SPEND-FORECAST: business calendar '
                       'unusable - no forecast made'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LLM-BDY-NOCAL AND WS-CALENDAR-NOTE = SPACES
               MOVE 'no business calendar - weekends are the only '
                  & 'days off'           TO WS-CALENDAR-NOTE
           END-IF.


      *> No xref is not fatal here as it is for the chargeback - the
      *> callers are still forecast, all under SUSPENSE.
       200-LOAD-XREF.
           IF WS-XREF-FILENAME = SPACES
               MOVE 'LLM_CHARGEBACK_XREF not set - every caller '
                  & 'under SUSPENSE'     TO WS-XREF-NOTE
           ELSE
               OPEN INPUT XREF-FILE
               IF WS-XRF-FILE-STATUS NOT = '00'
                   STRING 'cannot open caller xref, status '
                                         DELIMITED BY SIZE
                          WS-XRF-FILE-STATUS DELIMITED BY SIZE
                          ' - every caller under SUSPENSE'
                                         DELIMITED BY SIZE
                       INTO WS-XREF-NOTE
                   END-STRING
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ XREF-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF XRF-CALLER NOT = SPACES
                               AND XRF-CALLER(1:1) NOT = '*'
                               AND WS-XRF-COUNT < 500
                                   ADD 1 TO WS-XRF-COUNT
                                   SET WS-XRF-IDX TO WS-XRF-COUNT
                                   MOVE XRF-CALLER
                                     TO WS-XRF-TBL-CALLER(WS-XRF-IDX)
                                   MOVE XRF-COST-CENTER
                                     TO WS-XRF-TBL-CC(WS-XRF-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE XREF-FILE
               END-IF
           END-IF
           IF WS-XREF-NOTE NOT = SPACES
               DISPLAY 'LLM-SPEND-FORECAST: '
                       FUNCTION TRIM(WS-XREF-NOTE)
           END-IF.


      *> Every budgeted caller is forecast, spending or not - a
      *> budget nobody is drawing on is worth seeing too.
       250-LOAD-CALLER-BUDGETS.
           IF WS-BUDGET-FILENAME = SPACES
               MOVE 'LLM_BUDGET_FILE not set - no caller has a daily '
                  & 'allowance'          TO WS-BUDGET-NOTE
           ELSE
               OPEN INPUT BUDGET-FILE
               IF WS-BGT-FILE-STATUS NOT = '00'
                   STRING 'cannot open LLM_BUDGET_FILE, status '
                                         DELIMITED BY SIZE
                          WS-BGT-FILE-STATUS DELIMITED BY SIZE
                          ' - no caller has a daily allowance'
                                         DELIMITED BY SIZE
                       INTO WS-BUDGET-NOTE
                   END-STRING
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ BUDGET-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 260-TAKE-BUDGET-LINE
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-FILE
               END-IF
           END-IF
           IF WS-BUDGET-NOTE NOT = SPACES
               DISPLAY 'LLM-SPEND-FORECAST: '
                       FUNCTION TRIM(WS-BUDGET-NOTE)
           END-IF.


      *> LLM-CHAT reads the allowance with NUMVAL; a line it could
      *> not make sense of is named and left out.
       260-TAKE-BUDGET-LINE.
           IF BGT-CALLER NOT = SPACES AND BGT-CALLER(1:1) NOT = '*'
               IF BGT-ALLOWANCE-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(BGT-ALLOWANCE-TEXT) NOT = 0
                   DISPLAY 'LLM-SPEND-FORECAST: budget line ignored: '
                           FUNCTION TRIM(BUDGET-FILE-RECORD)
               ELSE
                   MOVE BGT-CALLER       TO WS-FIND-CALLER
                   PERFORM 280-FIND-CALLER
                   IF WS-CLR-HIT > 0
                       SET WS-CLR-BUDGETED(WS-CLR-HIT) TO TRUE
                       MOVE FUNCTION NUMVAL(BGT-ALLOWANCE-TEXT)
                           TO WS-CLR-ALLOWANCE(WS-CLR-HIT)
                   END-IF
               END-IF
           END-IF.


      *> Finds WS-FIND-CALLER in the caller table, adding it (with
      *> its cost center off the xref) when it is new. WS-CLR-HIT is
      *> zero only when the table is full.
       280-FIND-CALLER.
           MOVE 0                        TO WS-CLR-HIT
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLR-COUNT OR WS-CLR-HIT > 0
               IF WS-CLR-CALLER(WS-CX) = WS-FIND-CALLER
                   MOVE WS-CX            TO WS-CLR-HIT
               END-IF
           END-PERFORM
           IF WS-CLR-HIT = 0
               IF WS-CLR-COUNT < WS-CLR-MAX
                   ADD 1                 TO WS-CLR-COUNT
                   MOVE WS-CLR-COUNT     TO WS-CLR-HIT
                   INITIALIZE WS-CLR-ENTRY(WS-CLR-HIT)
                   MOVE WS-FIND-CALLER   TO WS-CLR-CALLER(WS-CLR-HIT)
                   MOVE 'N'          TO WS-CLR-BUDGET-FLAG(WS-CLR-HIT)
                   MOVE 'SUSPENSE'       TO WS-CLR-CC(WS-CLR-HIT)
                   PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                           UNTIL WS-XRF-IDX > WS-XRF-COUNT
                       IF WS-XRF-TBL-CALLER(WS-XRF-IDX) = WS-FIND-CALLER
                           MOVE WS-XRF-TBL-CC(WS-XRF-IDX)
                               TO WS-CLR-CC(WS-CLR-HIT)
                       END-IF
                   END-PERFORM
               ELSE
                   SET WS-CLR-OVERFLOWED TO TRUE
               END-IF
           END-IF.


      *> The month so far: every priced call line dated in the
      *> as-of month up to the as-of date. Marker lines (rotation,
      *> authorization and the like) carry no tokens and fall out.
       300-READ-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-SPEND-FORECAST: cannot open audit log, '
                       'status ' WS-AUD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ AUDIT-LOG
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AUD-TIMESTAMP(1:8) IS NUMERIC
                           MOVE AUD-TIMESTAMP(1:8) TO WS-LINE-DATE
                           IF WS-LINE-PERIOD = WS-ASOF-PERIOD
                           AND WS-LINE-DATE <= WS-ASOF-DATE
                           AND WS-LINE-DAY >= 1
                               PERFORM 310-TAKE-AUDIT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.


      *> Tokens as LLM-CHAT's 520-UPDATE-BUDGET-LEDGER counts them -
      *> input, output and both prompt-cache columns.
       310-TAKE-AUDIT-LINE.
           MOVE 0                        TO WS-CACHE-WRITE-TOKENS
                                            WS-CACHE-READ-TOKENS
           IF AUD-CACHE-WRITE-TOKENS IS NUMERIC
               MOVE AUD-CACHE-WRITE-TOKENS TO WS-CACHE-WRITE-TOKENS
           END-IF
           IF AUD-CACHE-READ-TOKENS IS NUMERIC
               MOVE AUD-CACHE-READ-TOKENS  TO WS-CACHE-READ-TOKENS
           END-IF
           IF AUD-TOKENS-IN IS NUMERIC AND AUD-TOKENS-OUT IS NUMERIC
               COMPUTE WS-LINE-TOKENS = AUD-TOKENS-IN + AUD-TOKENS-OUT
                   + WS-CACHE-WRITE-TOKENS + WS-CACHE-READ-TOKENS
               IF WS-LINE-TOKENS > 0
                   ADD 1                 TO WS-LINES-USED
                   PERFORM 320-PRICE-CALL
                   MOVE AUD-CALLER       TO WS-FIND-CALLER
                   PERFORM 280-FIND-CALLER
                   IF WS-CLR-HIT > 0
                       ADD WS-LINE-TOKENS
                         TO WS-CLR-DAY-TOKENS(WS-CLR-HIT, WS-LINE-DAY)
                       ADD WS-CALL-COST
                         TO WS-CLR-DAY-COST(WS-CLR-HIT, WS-LINE-DAY)
                   ELSE
                       ADD WS-CALL-COST  TO WS-LOST-COST
                   END-IF
               END-IF
           END-IF.


      *> LLM-CHARGEBACK's 210 arithmetic.
       320-PRICE-CALL.
           PERFORM 330-LOOKUP-MODEL-RATES
           COMPUTE WS-CALL-COST ROUNDED =
               (AUD-TOKENS-IN  * LLM-RATE-IN  / 1000)
             + (AUD-TOKENS-OUT * LLM-RATE-OUT / 1000)
             + (WS-CACHE-WRITE-TOKENS * LLM-RATE-CACHE-WRITE / 1000)
             + (WS-CACHE-READ-TOKENS  * LLM-RATE-CACHE-READ  / 1000)
           IF AUD-TIER-BULK
               COMPUTE WS-CALL-COST ROUNDED =
                   WS-CALL-COST * WS-BULK-RATE-PCT / 100
           END-IF.


       330-LOOKUP-MODEL-RATES.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-RCACHE-IDX FROM 1 BY 1
               UNTIL WS-RCACHE-IDX > WS-RCACHE-COUNT OR WS-FOUND
               IF WS-RCACHE-MODEL(WS-RCACHE-IDX) = AUD-MODEL
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
               MOVE AUD-MODEL            TO LLM-RATE-MODEL
               MOVE WS-LINE-DATE         TO LLM-RATE-ASOF-DATE
               CALL 'LLM-RATE-LOOKUP' USING LLM-RATE-AREA
               IF WS-RCACHE-COUNT < 50
                   ADD 1 TO WS-RCACHE-COUNT
                   SET WS-RCACHE-IDX TO WS-RCACHE-COUNT
                   MOVE AUD-MODEL
                       TO WS-RCACHE-MODEL(WS-RCACHE-IDX)
                   MOVE LLM-RATE-IN
                       TO WS-RCACHE-IN(WS-RCACHE-IDX)
                   MOVE LLM-RATE-OUT
                       TO WS-RCACHE-OUT(WS-RCACHE-IDX)
                   MOVE LLM-RATE-CACHE-WRITE
                       TO WS-RCACHE-CW(WS-RCACHE-IDX)
                   MOVE LLM-RATE-CACHE-READ
                       TO WS-RCACHE-CR(WS-RCACHE-IDX)
               END-IF
           END-IF.


      *> The master's rows for the history months, collapsed per
      *> caller. The master keeps full-rate input and output tokens
      *> only, so early in the month the token rate leans on those
      *> and the cost rate on the priced cost. A missing master just
      *> means the month's own figures are all there is.
       400-READ-SUMMARY-MASTER.
           IF WS-HIST-MONTHS = 0
               MOVE 'no usage summary master - the month''s own '
                  & 'figures only'       TO WS-MASTER-NOTE
           ELSE
               OPEN INPUT SUMMARY-MASTER
               IF WS-MST-FILE-STATUS NOT = '00'
                   STRING 'cannot open usage summary master, status '
                                         DELIMITED BY SIZE
                          WS-MST-FILE-STATUS DELIMITED BY SIZE
                          ' - the month''s own figures only'
                                         DELIMITED BY SIZE
                       INTO WS-MASTER-NOTE
                   END-STRING
                   MOVE 0                TO WS-HIST-MONTHS
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ SUMMARY-MASTER
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 410-TAKE-MASTER-ROW
                       END-READ
                   END-PERFORM
                   CLOSE SUMMARY-MASTER
               END-IF
           END-IF
           IF WS-MASTER-NOTE NOT = SPACES
               DISPLAY 'LLM-SPEND-FORECAST: '
                       FUNCTION TRIM(WS-MASTER-NOTE)
           END-IF.


       410-TAKE-MASTER-ROW.
           IF USM-PERIOD IS NUMERIC
           AND USM-TOKENS-IN IS NUMERIC
           AND USM-TOKENS-OUT IS NUMERIC
           AND USM-COST IS NUMERIC
               PERFORM VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX > WS-HIST-MONTHS
                   IF USM-PERIOD = WS-HIST-PERIOD(WS-HX)
                       ADD 1             TO WS-ROWS-USED
                       MOVE USM-CALLER   TO WS-FIND-CALLER
                       PERFORM 280-FIND-CALLER
                       IF WS-CLR-HIT > 0
                           COMPUTE WS-CLR-HIST-TOKENS(WS-CLR-HIT, WS-HX)
                               = WS-CLR-HIST-TOKENS(WS-CLR-HIT, WS-HX)
                               + USM-TOKENS-IN + USM-TOKENS-OUT
                           ADD USM-COST
                             TO WS-CLR-HIST-COST(WS-CLR-HIT, WS-HX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.


       500-PROJECT-CALLERS.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLR-COUNT
               PERFORM 510-CALLER-RATES
               COMPUTE WS-CLR-PROJ-TOKENS(WS-CX) ROUNDED =
                   WS-CLR-MTD-TOKENS(WS-CX)
                   + WS-REMAIN-BUS * WS-CLR-BUS-RATE(WS-CX)
                   + WS-REMAIN-OFF * WS-CLR-OFF-RATE(WS-CX)
               COMPUTE WS-CLR-PROJ-COST(WS-CX) ROUNDED =
                   WS-CLR-MTD-COST(WS-CX)
                   + WS-REMAIN-BUS * WS-CLR-BUS-COST-RATE(WS-CX)
                   + WS-REMAIN-OFF * WS-CLR-OFF-COST-RATE(WS-CX)
               PERFORM 520-CALLER-RUNOUT
           END-PERFORM.


      *> Business-day rate: the month so far over its business days,
      *> blended while fewer than WS-MIN-DAYS of them have passed
      *> with the history rate - the history months the caller spent
      *> in, over their business days - weighted by the days still
      *> missing. The other-day rate is the month's own only.
       510-CALLER-RATES.
           MOVE 0                        TO WS-BUS-SUM WS-OFF-SUM
                                            WS-BUS-COST-SUM
                                            WS-OFF-COST-SUM
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-ASOF-DAY
               IF WS-DAY-BUSINESS(WS-DX)
                   ADD WS-CLR-DAY-TOKENS(WS-CX, WS-DX) TO WS-BUS-SUM
                   ADD WS-CLR-DAY-COST(WS-CX, WS-DX) TO WS-BUS-COST-SUM
               ELSE
                   ADD WS-CLR-DAY-TOKENS(WS-CX, WS-DX) TO WS-OFF-SUM
                   ADD WS-CLR-DAY-COST(WS-CX, WS-DX) TO WS-OFF-COST-SUM
               END-IF
           END-PERFORM
           COMPUTE WS-CLR-MTD-TOKENS(WS-CX) = WS-BUS-SUM + WS-OFF-SUM
           COMPUTE WS-CLR-MTD-COST(WS-CX) =
               WS-BUS-COST-SUM + WS-OFF-COST-SUM

           MOVE 0                        TO WS-HIST-TOKEN-SUM
                                            WS-HIST-COST-SUM
                                            WS-HIST-BUS-SUM
                                            WS-HIST-RATE
                                            WS-HIST-COST-RATE
           PERFORM VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-HIST-MONTHS
               IF WS-CLR-HIST-TOKENS(WS-CX, WS-HX) > 0
               OR WS-CLR-HIST-COST(WS-CX, WS-HX) > 0
                   ADD WS-CLR-HIST-TOKENS(WS-CX, WS-HX)
                                         TO WS-HIST-TOKEN-SUM
                   ADD WS-CLR-HIST-COST(WS-CX, WS-HX)
                                         TO WS-HIST-COST-SUM
                   ADD WS-HIST-BUS-DAYS(WS-HX) TO WS-HIST-BUS-SUM
               END-IF
           END-PERFORM
           IF WS-HIST-BUS-SUM > 0
               COMPUTE WS-HIST-RATE ROUNDED =
                   WS-HIST-TOKEN-SUM / WS-HIST-BUS-SUM
               COMPUTE WS-HIST-COST-RATE ROUNDED =
                   WS-HIST-COST-SUM / WS-HIST-BUS-SUM
           END-IF

           MOVE 0                        TO WS-CLR-BUS-RATE(WS-CX)
                                            WS-CLR-BUS-COST-RATE(WS-CX)
           IF WS-ELAPSED-BUS >= WS-MIN-DAYS OR WS-HIST-BUS-SUM = 0
               IF WS-ELAPSED-BUS > 0
                   COMPUTE WS-CLR-BUS-RATE(WS-CX) ROUNDED =
                       WS-BUS-SUM / WS-ELAPSED-BUS
                   COMPUTE WS-CLR-BUS-COST-RATE(WS-CX) ROUNDED =
                       WS-BUS-COST-SUM / WS-ELAPSED-BUS
               END-IF
           ELSE
               COMPUTE WS-HIST-WEIGHT = WS-MIN-DAYS - WS-ELAPSED-BUS
               COMPUTE WS-CLR-BUS-RATE(WS-CX) ROUNDED =
                   (WS-BUS-SUM + WS-HIST-RATE * WS-HIST-WEIGHT)
                   / WS-MIN-DAYS
               COMPUTE WS-CLR-BUS-COST-RATE(WS-CX) ROUNDED =
                   (WS-BUS-COST-SUM
                    + WS-HIST-COST-RATE * WS-HIST-WEIGHT)
                   / WS-MIN-DAYS
           END-IF

           MOVE 0                        TO WS-CLR-OFF-RATE(WS-CX)
                                            WS-CLR-OFF-COST-RATE(WS-CX)
           IF WS-ELAPSED-OFF > 0
               COMPUTE WS-CLR-OFF-RATE(WS-CX) ROUNDED =
                   WS-OFF-SUM / WS-ELAPSED-OFF
               COMPUTE WS-CLR-OFF-COST-RATE(WS-CX) ROUNDED =
                   WS-OFF-COST-SUM / WS-ELAPSED-OFF
           END-IF.


      *> LLM-CHAT refuses a caller once the day's ledger reaches the
      *> allowance, so the caller runs out on the first day to come
      *> whose projected use reaches it. Days already at the cap
      *> are counted - those jobs have been failing already.
       520-CALLER-RUNOUT.
           MOVE 0                        TO WS-CLR-RUNOUT-DATE(WS-CX)
                                            WS-CLR-CAPPED-DAYS(WS-CX)
           IF NOT WS-CLR-BUDGETED(WS-CX)
               MOVE 'unbudgeted'         TO WS-CLR-STATUS(WS-CX)
           ELSE
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-ASOF-DAY
                   IF WS-CLR-DAY-TOKENS(WS-CX, WS-DX)
                       >= WS-CLR-ALLOWANCE(WS-CX)
                       ADD 1             TO WS-CLR-CAPPED-DAYS(WS-CX)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-DX FROM WS-FIRST-FUTURE-DAY BY 1
                       UNTIL WS-DX > WS-MONTH-DAYS
                          OR WS-CLR-RUNOUT-DATE(WS-CX) > 0
                   IF WS-DAY-BUSINESS(WS-DX)
                       MOVE WS-CLR-BUS-RATE(WS-CX) TO WS-DAY-RATE
                   ELSE
                       MOVE WS-CLR-OFF-RATE(WS-CX) TO WS-DAY-RATE
                   END-IF
                   IF WS-DAY-RATE >= WS-CLR-ALLOWANCE(WS-CX)
                       MOVE WS-DAY-DATE(WS-DX)
                           TO WS-CLR-RUNOUT-DATE(WS-CX)
                   END-IF
               END-PERFORM
               MOVE SPACES               TO WS-CLR-STATUS(WS-CX)
               EVALUATE TRUE
                   WHEN WS-CLR-RUNOUT-DATE(WS-CX) > 0
                       ADD 1             TO WS-RUNOUT-CLR-COUNT
                       STRING 'RUNS OUT '  DELIMITED BY SIZE
                              WS-CLR-RUNOUT-DATE(WS-CX)
                                         DELIMITED BY SIZE
                           INTO WS-CLR-STATUS(WS-CX)
                       END-STRING
                   WHEN WS-CLR-CAPPED-DAYS(WS-CX) > 0
                       MOVE WS-CLR-CAPPED-DAYS(WS-CX) TO WS-EDIT-DAYS
                       STRING 'HIT CAP '   DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-DAYS)
                                         DELIMITED BY SIZE
                              ' DAY(S)'  DELIMITED BY SIZE
                           INTO WS-CLR-STATUS(WS-CX)
                       END-STRING
                   WHEN WS-CLR-BUS-RATE(WS-CX) * 100
                       >= WS-CLR-ALLOWANCE(WS-CX) * WS-WARN-PCT
                       MOVE 'NEAR DAILY CAP' TO WS-CLR-STATUS(WS-CX)
                   WHEN OTHER
                       MOVE 'OK'         TO WS-CLR-STATUS(WS-CX)
               END-EVALUATE
           END-IF.


      *> Cost centers with a budget are listed first, in the file's
      *> order, whether or not anyone spent against them.
       600-LOAD-CC-BUDGETS.
           IF WS-CCB-FILENAME = SPACES
               MOVE 'LLM_COST_CENTER_BUDGET_FILE not set - no cost '
                  & 'center has a budget' TO WS-CCB-NOTE
           ELSE
               OPEN INPUT CC-BUDGET-FILE
               IF WS-CCB-FILE-STATUS NOT = '00'
                   STRING 'cannot open LLM_COST_CENTER_BUDGET_FILE, '
                                         DELIMITED BY SIZE
                          'status '      DELIMITED BY SIZE
                          WS-CCB-FILE-STATUS DELIMITED BY SIZE
                          ' - no cost center has a budget'
                                         DELIMITED BY SIZE
                       INTO WS-CCB-NOTE
                   END-STRING
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ CC-BUDGET-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 605-TAKE-CC-BUDGET-LINE
                       END-READ
                   END-PERFORM
                   CLOSE CC-BUDGET-FILE
               END-IF
           END-IF
           IF WS-CCB-NOTE NOT = SPACES
               DISPLAY 'LLM-SPEND-FORECAST: '
                       FUNCTION TRIM(WS-CCB-NOTE)
           END-IF.


       605-TAKE-CC-BUDGET-LINE.
           IF CCB-COST-CENTER NOT = SPACES
           AND CCB-COST-CENTER(1:1) NOT = '*'
               IF CCB-AMOUNT-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(CCB-AMOUNT-TEXT) NOT = 0
                   DISPLAY 'LLM-SPEND-FORECAST: cost center budget '
                           'line ignored: '
                           FUNCTION TRIM(CC-BUDGET-RECORD)
               ELSE
                   MOVE CCB-COST-CENTER  TO WS-FIND-CC
                   PERFORM 610-FIND-COST-CENTER
                   IF WS-CC-HIT > 0
                       SET WS-CC-BUDGETED(WS-CC-HIT) TO TRUE
                       MOVE FUNCTION NUMVAL(CCB-AMOUNT-TEXT)
                           TO WS-CC-BUDGET(WS-CC-HIT)
                   END-IF
               END-IF
           END-IF.


       610-FIND-COST-CENTER.
           MOVE 0                        TO WS-CC-HIT
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-CC-COUNT OR WS-CC-HIT > 0
               IF WS-CC-NAME(WS-KX) = WS-FIND-CC
                   MOVE WS-KX            TO WS-CC-HIT
               END-IF
           END-PERFORM
           IF WS-CC-HIT = 0
               IF WS-CC-COUNT < WS-CC-MAX
                   ADD 1                 TO WS-CC-COUNT
                   MOVE WS-CC-COUNT      TO WS-CC-HIT
                   INITIALIZE WS-CC-ENTRY(WS-CC-HIT)
                   MOVE WS-FIND-CC       TO WS-CC-NAME(WS-CC-HIT)
                   MOVE 'N'          TO WS-CC-BUDGET-FLAG(WS-CC-HIT)
               ELSE
                   DISPLAY 'LLM-SPEND-FORECAST: more than '
                           WS-CC-MAX ' cost centers - '
                           FUNCTION TRIM(WS-FIND-CC) ' not forecast'
               END-IF
           END-IF.


      *> A cost center's figures are its callers' added up; it runs
      *> out on the first day its spend to date - the actual days,
      *> then the projected ones - passes the month's budget.
       650-PROJECT-COST-CENTERS.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLR-COUNT
               MOVE WS-CLR-CC(WS-CX)     TO WS-FIND-CC
               PERFORM 610-FIND-COST-CENTER
               IF WS-CC-HIT > 0
                   IF WS-CLR-BUDGETED(WS-CX)
                   OR WS-CLR-MTD-TOKENS(WS-CX) > 0
                   OR WS-CLR-PROJ-TOKENS(WS-CX) > 0
                       ADD 1             TO WS-CC-CALLERS(WS-CC-HIT)
                   END-IF
                   ADD WS-CLR-MTD-COST(WS-CX)
                                         TO WS-CC-MTD-COST(WS-CC-HIT)
                   ADD WS-CLR-BUS-COST-RATE(WS-CX)
                                     TO WS-CC-BUS-COST-RATE(WS-CC-HIT)
                   ADD WS-CLR-OFF-COST-RATE(WS-CX)
                                     TO WS-CC-OFF-COST-RATE(WS-CC-HIT)
                   ADD WS-CLR-PROJ-COST(WS-CX)
                                         TO WS-CC-PROJ-COST(WS-CC-HIT)
                   PERFORM VARYING WS-DX FROM 1 BY 1
                           UNTIL WS-DX > WS-ASOF-DAY
                       ADD WS-CLR-DAY-COST(WS-CX, WS-DX)
                           TO WS-CC-DAY-COST(WS-CC-HIT, WS-DX)
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-CC-COUNT
               PERFORM 660-COST-CENTER-RUNOUT
           END-PERFORM.


       660-COST-CENTER-RUNOUT.
           MOVE 0                        TO WS-CC-RUNOUT-DATE(WS-KX)
           MOVE SPACES                   TO WS-CC-STATUS(WS-KX)
           IF NOT WS-CC-BUDGETED(WS-KX)
               MOVE 'no budget'          TO WS-CC-STATUS(WS-KX)
           ELSE
               MOVE 0                    TO WS-CUM-COST
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-MONTH-DAYS
                          OR WS-CC-RUNOUT-DATE(WS-KX) > 0
                   EVALUATE TRUE
                       WHEN WS-DX <= WS-ASOF-DAY
                           ADD WS-CC-DAY-COST(WS-KX, WS-DX)
                                         TO WS-CUM-COST
                       WHEN WS-DAY-BUSINESS(WS-DX)
                           ADD WS-CC-BUS-COST-RATE(WS-KX)
                                         TO WS-CUM-COST
                       WHEN OTHER
                           ADD WS-CC-OFF-COST-RATE(WS-KX)
                                         TO WS-CUM-COST
                   END-EVALUATE
                   IF WS-CUM-COST > WS-CC-BUDGET(WS-KX)
                       MOVE WS-DAY-DATE(WS-DX)
                           TO WS-CC-RUNOUT-DATE(WS-KX)
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CC-RUNOUT-DATE(WS-KX) > WS-ASOF-DATE
                       ADD 1             TO WS-RUNOUT-CC-COUNT
                       STRING 'RUNS OUT '  DELIMITED BY SIZE
                              WS-CC-RUNOUT-DATE(WS-KX)
                                         DELIMITED BY SIZE
                           INTO WS-CC-STATUS(WS-KX)
                       END-STRING
                   WHEN WS-CC-RUNOUT-DATE(WS-KX) > 0
                       ADD 1             TO WS-RUNOUT-CC-COUNT
                       STRING 'RAN OUT '   DELIMITED BY SIZE
                              WS-CC-RUNOUT-DATE(WS-KX)
                                         DELIMITED BY SIZE
                           INTO WS-CC-STATUS(WS-KX)
                       END-STRING
                   WHEN WS-CC-PROJ-COST(WS-KX) * 100
                       >= WS-CC-BUDGET(WS-KX) * WS-WARN-PCT
                       MOVE 'NEAR BUDGET'  TO WS-CC-STATUS(WS-KX)
                   WHEN OTHER
                       MOVE 'OK'         TO WS-CC-STATUS(WS-KX)
               END-EVALUATE
           END-IF.


       700-WRITE-REPORT.
           OPEN OUTPUT REPORT-OUT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-SPEND-FORECAST: cannot open report, '
                       'status ' WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES                   TO REPORT-LINE
           STRING 'LLM-SPEND-FORECAST '  DELIMITED BY SIZE
                  WS-RUN-DATE            DELIMITED BY SIZE
                  ' month '              DELIMITED BY SIZE
                  WS-ASOF-PERIOD         DELIMITED BY SIZE
                  ' as of '              DELIMITED BY SIZE
                  WS-ASOF-DATE           DELIMITED BY SIZE
                  ' audit log '          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AUDIT-FILENAME)
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ELAPSED-BUS           TO WS-EDIT-DAYS
           MOVE WS-REMAIN-BUS            TO WS-EDIT-DAYS-2
           MOVE WS-ELAPSED-OFF           TO WS-EDIT-DAYS-3
           MOVE WS-REMAIN-OFF            TO WS-EDIT-DAYS-4
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Business days: '      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                  ' gone, '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-DAYS-2) DELIMITED BY SIZE
                  ' to come.  Other days: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-DAYS-3) DELIMITED BY SIZE
                  ' gone, '              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-DAYS-4) DELIMITED BY SIZE
                  ' to come.  Month ends ' DELIMITED BY SIZE
                  WS-MONTH-END-DATE      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-WARN-PCT              TO WS-EDIT-PCT
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Flagged NEAR at '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-PCT) DELIMITED BY SIZE
                  '% of a daily allowance or a month''s budget'
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-HIST-MONTHS > 0
               MOVE WS-HIST-MONTHS       TO WS-EDIT-DAYS
               MOVE WS-MIN-DAYS          TO WS-EDIT-DAYS-2
               MOVE SPACES               TO REPORT-LINE
               STRING 'History: '        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                      ' month(s) of '    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MASTER-FILENAME)
                                         DELIMITED BY SIZE
                      ', leaned on for the first '
                                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-DAYS-2) DELIMITED BY SIZE
                      ' business days of the month'
                                         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-MASTER-NOTE NOT = SPACES
               MOVE WS-MASTER-NOTE       TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CALENDAR-NOTE NOT = SPACES
               MOVE WS-CALENDAR-NOTE     TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-XREF-NOTE NOT = SPACES
               MOVE WS-XREF-NOTE         TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-BUDGET-NOTE NOT = SPACES
               MOVE WS-BUDGET-NOTE       TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CCB-NOTE NOT = SPACES
               MOVE WS-CCB-NOTE          TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CLR-OVERFLOWED
               MOVE WS-LOST-COST         TO WS-EDIT-COST
               MOVE SPACES               TO REPORT-LINE
               STRING 'more than 500 callers - '
                                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COST) DELIMITED BY SIZE
                      ' of the month''s spend is in no forecast below'
                                         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY 'LLM-SPEND-FORECAST: '
                       FUNCTION TRIM(REPORT-LINE)
           END-IF

           MOVE SPACES                   TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CALLERS - tokens; the allowance is LLM-CHAT''s daily '
              & 'cap, %MTH the projection against it for every day '
              & 'of the month'           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                   TO REPORT-LINE
           MOVE 'CALLER'                 TO REPORT-LINE(1:6)
           MOVE 'COST CTR'               TO REPORT-LINE(33:8)
           MOVE 'MONTH TO DATE'          TO REPORT-LINE(46:13)
           MOVE 'PER BUS. DAY'           TO REPORT-LINE(63:12)
           MOVE 'DAILY CAP'              TO REPORT-LINE(82:9)
           MOVE 'PROJECTED'              TO REPORT-LINE(98:9)
           MOVE '%MTH'                   TO REPORT-LINE(109:4)
           MOVE 'STATUS'                 TO REPORT-LINE(115:6)
           WRITE REPORT-LINE
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CLR-COUNT
               IF WS-CLR-BUDGETED(WS-CX)
               OR WS-CLR-MTD-TOKENS(WS-CX) > 0
               OR WS-CLR-PROJ-TOKENS(WS-CX) > 0
                   PERFORM 710-WRITE-CALLER-LINE
               END-IF
           END-PERFORM

           MOVE SPACES                   TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'COST CENTERS - priced cost against the month''s '
              & 'budget'                 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                   TO REPORT-LINE
           MOVE 'COST CTR'               TO REPORT-LINE(1:8)
           MOVE 'CALLERS'                TO REPORT-LINE(13:7)
           MOVE 'MONTH TO DATE'          TO REPORT-LINE(23:13)
           MOVE 'PER BUS. DAY'           TO REPORT-LINE(40:12)
           MOVE 'PROJECTED'              TO REPORT-LINE(59:9)
           MOVE 'BUDGET'                 TO REPORT-LINE(78:6)
           MOVE '%BGT'                   TO REPORT-LINE(86:4)
           MOVE 'STATUS'                 TO REPORT-LINE(92:6)
           WRITE REPORT-LINE
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-CC-COUNT
               PERFORM 720-WRITE-CC-LINE
           END-PERFORM

           PERFORM 730-WRITE-RUNOUT-LIST
           CLOSE REPORT-OUT

           MOVE WS-RUNOUT-CLR-COUNT      TO WS-EDIT-COUNT
           MOVE WS-RUNOUT-CC-COUNT       TO WS-EDIT-COUNT-2
           DISPLAY 'LLM-SPEND-FORECAST: ' FUNCTION TRIM(WS-EDIT-COUNT)
                   ' caller(s) and ' FUNCTION TRIM(WS-EDIT-COUNT-2)
                   ' cost center(s) run out before month-end - '
                   'report written to '
                   FUNCTION TRIM(WS-REPORT-FILENAME).


       710-WRITE-CALLER-LINE.
           MOVE WS-CLR-CALLER(WS-CX)     TO WS-CALLER-TEXT
           IF WS-CALLER-TEXT = SPACES
               MOVE '(no caller ID)'     TO WS-CALLER-TEXT
           END-IF
           MOVE WS-CALLER-TEXT           TO CLD-CALLER
           MOVE WS-CLR-CC(WS-CX)         TO CLD-CC
           MOVE WS-CLR-MTD-TOKENS(WS-CX) TO CLD-MTD
           MOVE WS-CLR-BUS-RATE(WS-CX)   TO CLD-RATE
           MOVE WS-CLR-PROJ-TOKENS(WS-CX) TO CLD-PROJ
           MOVE SPACES                   TO CLD-PCT
           MOVE 0                        TO CLD-ALLOWANCE
           IF WS-CLR-BUDGETED(WS-CX)
               MOVE WS-CLR-ALLOWANCE(WS-CX) TO CLD-ALLOWANCE
               IF WS-CLR-ALLOWANCE(WS-CX) > 0
                   COMPUTE WS-PCT = WS-CLR-PROJ-TOKENS(WS-CX) * 100
                       / (WS-CLR-ALLOWANCE(WS-CX) * WS-MONTH-DAYS)
                   PERFORM 790-FORMAT-PCT
                   MOVE WS-PCT-TEXT      TO CLD-PCT
               END-IF
           END-IF
           MOVE WS-CLR-STATUS(WS-CX)     TO CLD-STATUS
           MOVE WS-CLR-LINE              TO REPORT-LINE
           WRITE REPORT-LINE.


       720-WRITE-CC-LINE.
           MOVE WS-CC-NAME(WS-KX)        TO CCD-CC
           MOVE WS-CC-CALLERS(WS-KX)     TO CCD-CALLERS
           MOVE WS-CC-MTD-COST(WS-KX)    TO CCD-MTD
           MOVE WS-CC-BUS-COST-RATE(WS-KX) TO CCD-RATE
           MOVE WS-CC-PROJ-COST(WS-KX)   TO CCD-PROJ
           MOVE 0                        TO CCD-BUDGET
           MOVE SPACES                   TO CCD-PCT
           IF WS-CC-BUDGETED(WS-KX)
               MOVE WS-CC-BUDGET(WS-KX)  TO CCD-BUDGET
               IF WS-CC-BUDGET(WS-KX) > 0
                   COMPUTE WS-PCT = WS-CC-PROJ-COST(WS-KX) * 100
                       / WS-CC-BUDGET(WS-KX)
                   PERFORM 790-FORMAT-PCT
                   MOVE WS-PCT-TEXT      TO CCD-PCT
               END-IF
           END-IF
           MOVE WS-CC-STATUS(WS-KX)      TO CCD-STATUS
           MOVE WS-CC-LINE               TO REPORT-LINE
           WRITE REPORT-LINE.


      *> What finance acts on: day by day through the month, each
      *> caller and cost center that runs out on it - cost centers
      *> already past their budget come first, on the day they
      *> passed it.
       730-WRITE-RUNOUT-LIST.
           MOVE SPACES                   TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RUNNING OUT BEFORE MONTH-END' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RUNOUT-CLR-COUNT = 0 AND WS-RUNOUT-CC-COUNT = 0
               MOVE '  None - every caller and cost center is '
                  & 'projected to last the month' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-MONTH-DAYS
               PERFORM VARYING WS-KX FROM 1 BY 1
                       UNTIL WS-KX > WS-CC-COUNT
                   IF WS-CC-RUNOUT-DATE(WS-KX) = WS-DAY-DATE(WS-DX)
                       PERFORM 740-WRITE-CC-RUNOUT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CLR-COUNT
                   IF WS-CLR-RUNOUT-DATE(WS-CX) = WS-DAY-DATE(WS-DX)
                       PERFORM 750-WRITE-CALLER-RUNOUT
                   END-IF
               END-PERFORM
           END-PERFORM.


       740-WRITE-CC-RUNOUT.
           MOVE WS-CC-NAME(WS-KX)        TO WS-CALLER-TEXT
           MOVE WS-CC-BUDGET(WS-KX)      TO WS-EDIT-COST
           MOVE WS-CC-PROJ-COST(WS-KX)   TO WS-EDIT-COST-2
           MOVE SPACES                   TO REPORT-LINE
           STRING '  '                   DELIMITED BY SIZE
                  WS-CC-RUNOUT-DATE(WS-KX) DELIMITED BY SIZE
                  '  cost center '       DELIMITED BY SIZE
                  WS-CALLER-TEXT         DELIMITED BY SIZE
                  ' budget '             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COST) DELIMITED BY SIZE
                  ', projected '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COST-2) DELIMITED BY SIZE
                  ' for the month'       DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF WS-CC-RUNOUT-DATE(WS-KX) <= WS-ASOF-DATE
               MOVE 'ALREADY PAST BUDGET' TO REPORT-LINE(114:19)
           END-IF
           WRITE REPORT-LINE.


       750-WRITE-CALLER-RUNOUT.
           MOVE WS-CLR-CALLER(WS-CX)     TO WS-CALLER-TEXT
           IF WS-CALLER-TEXT = SPACES
               MOVE '(no caller ID)'     TO WS-CALLER-TEXT
           END-IF
           MOVE WS-CLR-ALLOWANCE(WS-CX)  TO WS-EDIT-TOKENS
           MOVE WS-CLR-BUS-RATE(WS-CX)   TO WS-EDIT-TOKENS-2
           MOVE SPACES                   TO REPORT-LINE
           STRING '  '                   DELIMITED BY SIZE
                  WS-CLR-RUNOUT-DATE(WS-CX) DELIMITED BY SIZE
                  '  caller      '       DELIMITED BY SIZE
                  WS-CALLER-TEXT         DELIMITED BY SIZE
                  ' ('                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLR-CC(WS-CX)) DELIMITED BY SIZE
                  ') daily cap '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-TOKENS) DELIMITED BY SIZE
                  ' tokens, projected '  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-TOKENS-2) DELIMITED BY SIZE
                  ' per business day'    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.


       790-FORMAT-PCT.
           IF WS-PCT > 999
               MOVE '>999'               TO WS-PCT-TEXT
           ELSE
               MOVE WS-PCT               TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT          TO WS-PCT-TEXT(1:3)
               MOVE '%'                  TO WS-PCT-TEXT(4:1)
           END-IF.
