      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-QUEUE-REPORT.cob
      *> Desc    : Wait-time and capacity report over the
      *>           asynchronous request queue - the numbers behind
      *>           "how many workers do we run", which LLM-QUEUE-ADMIN
      *>           LIST's status totals cannot give. From the
      *>           QUE-REQUESTED-AT, QUE-STARTED-AT and
      *>           QUE-COMPLETED-AT stamps:
      *>             - backlog aging of QUEUED entries, bucketed by
      *>               how long each has waited, per priority
      *>             - turnaround (requested to completed) p50, p90,
      *>               p95 and max of DONE entries per QUE-PRIORITY,
      *>               and per caller within each priority, with the
      *>               mean queue wait and service time beside them
      *>             - attempts per entry, by status
      *>             - throughput per QUE-WORKER-ID: entries settled,
      *>               mean service time and entries per hour over
      *>               the span the worker was completing work
      *>           Each priority has a turnaround target in seconds
      *>           (LLM_QUEUE_TARGET_H / _M / _L, defaults 60, 300
      *>           and 1800). A priority breaches when its p95
      *>           turnaround is over target or a QUEUED entry has
      *>           already waited longer than the target; any breach
      *>           sets RETURN-CODE 1 so the scheduler can page on it.
      *>           DONE entries settled before completion stamps were
      *>           kept are counted but left out of the timings.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-QUEUE-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO WS-QUEUE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  QUEUE-FILE.
       COPY 'LLM-QUEUE-RECORD.cpy'.

       FD  REPORT-OUT.
       01 REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-QUEUE-FILENAME     PIC X(256).
       01 WS-REPORT-FILENAME    PIC X(256).
       01 WS-QUE-FILE-STATUS    PIC X(2).
       01 WS-RPT-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-ARG-TEXT           PIC X(16).
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-ENV-VALUE          PIC X(16).

      *> ---- now, the since-date window and the targets ---------------
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-NOW-SECS           PIC 9(12) COMP.
       01 WS-SINCE-DATE         PIC 9(8) VALUE 0.
      *> Priority tiers in the worker's claim order: 1=H 2=M 3=L.
       01 WS-TIER-NAMES         PIC X(3) VALUE 'HML'.
       01 WS-TIER               PIC 9(1) COMP.
       01 WS-TIER-TABLE.
           05 WS-TIER-ENTRY     OCCURS 3 TIMES.
             10 WS-TIER-TARGET      PIC 9(7).
             10 WS-TIER-QUEUED      PIC 9(7).
             10 WS-TIER-AGE-BUCKET  OCCURS 6 TIMES PIC 9(7).
             10 WS-TIER-OLDEST-SECS PIC 9(9).
             10 WS-TIER-OLDEST-KEY  PIC X(20).
             10 WS-TIER-LATE-QUEUED PIC 9(7).
             10 WS-TIER-DONE        PIC 9(7).
             10 WS-TIER-OVER-TARGET PIC 9(7).
             10 WS-TIER-P95         PIC 9(9).
             10 WS-TIER-BREACH      PIC X(1).
       01 WS-BREACH-COUNT       PIC 9(1) VALUE 0.

      *> Backlog age bucket upper bounds, in seconds; the last bucket
      *> is everything older.
       01 WS-BUCKET-LIMITS.
           05 FILLER            PIC 9(7) VALUE 60.
           05 FILLER            PIC 9(7) VALUE 300.
           05 FILLER            PIC 9(7) VALUE 900.
           05 FILLER            PIC 9(7) VALUE 3600.
           05 FILLER            PIC 9(7) VALUE 14400.
           05 FILLER            PIC 9(7) VALUE 9999999.
       01 WS-BUCKET-TABLE REDEFINES WS-BUCKET-LIMITS.
           05 WS-BUCKET-LIMIT   OCCURS 6 TIMES PIC 9(7).
       01 WS-BUCKET             PIC 9(1) COMP.

      *> ---- one entry per timed DONE entry; sorted by priority and
      *>      caller for the per-caller lines, then by priority alone
      *>      for the tier percentiles ---------------------------------
       01 WS-TAT-COUNT          PIC 9(6) COMP VALUE 0.
       01 WS-TAT-TABLE.
           05 WS-TAT-ENTRY      OCCURS 1 TO 100000 TIMES
                                DEPENDING ON WS-TAT-COUNT
                                INDEXED BY WS-TAT-IDX.
             10 WS-TAT-TIER         PIC 9(1).
             10 WS-TAT-CALLER       PIC X(30).
             10 WS-TAT-SECS         PIC 9(9).
             10 WS-TAT-WAIT-SECS    PIC 9(9).
             10 WS-TAT-SERVICE-SECS PIC 9(9).
       01 WS-TAT-FULL-FLAG      PIC X(1) VALUE 'N'.
         88 WS-TAT-FULL             VALUE 'Y'.

      *> ---- attempts by status: rows 0-5+ attempts, columns
      *>      QUEUED RUNNING DONE FAILED DEAD --------------------------
       01 WS-ATT-TABLE.
           05 WS-ATT-ROW        OCCURS 6 TIMES.
             10 WS-ATT-CELL     OCCURS 5 TIMES PIC 9(7).
       01 WS-ATT-ROW-NO         PIC 9(1) COMP.
       01 WS-ATT-COL-NO         PIC 9(1) COMP.
       01 WS-STATUS-TOTALS.
           05 WS-STATUS-TOTAL   OCCURS 5 TIMES PIC 9(7).
       01 WS-ATTEMPTS-SUM       PIC 9(9) VALUE 0.
       01 WS-UNTIMED-DONE       PIC 9(7) VALUE 0.
       01 WS-OTHER-COUNT        PIC 9(7) VALUE 0.
       01 WS-ENTRY-COUNT        PIC 9(9) VALUE 0.

      *> ---- throughput per worker ------------------------------------
       01 WS-WKR-COUNT          PIC 9(2) COMP VALUE 0.
       01 WS-WKR-TABLE.
           05 WS-WKR-ENTRY      OCCURS 50 TIMES.
             10 WS-WKR-ID           PIC X(8).
             10 WS-WKR-DONE         PIC 9(7).
             10 WS-WKR-DEAD         PIC 9(7).
             10 WS-WKR-SERVICE-SUM  PIC 9(12).
             10 WS-WKR-TIMED        PIC 9(7).
             10 WS-WKR-FIRST-SECS   PIC 9(12).
             10 WS-WKR-LAST-SECS    PIC 9(12).
       01 WS-WKR-HIT            PIC 9(2) COMP.
       01 WS-WKR-SCAN           PIC 9(2) COMP.

      *> ---- stamp arithmetic -----------------------------------------
      *> Stamps are YYYYMMDD-HHMMSSss (the worker's WS-NOW-TIMESTAMP);
      *> a stamp that does not parse leaves WS-STAMP-OK off.
       01 WS-STAMP              PIC X(17).
       01 WS-STAMP-SECS         PIC 9(12) COMP.
       01 WS-STAMP-DATE         PIC 9(8).
       01 WS-STAMP-HH           PIC 9(2).
       01 WS-STAMP-MM           PIC 9(2).
       01 WS-STAMP-SS           PIC 9(2).
       01 WS-STAMP-FLAG         PIC X(1).
         88 WS-STAMP-OK             VALUE 'Y'.
       01 WS-REQUESTED-SECS     PIC 9(12) COMP.
       01 WS-STARTED-SECS       PIC 9(12) COMP.
       01 WS-COMPLETED-SECS     PIC 9(12) COMP.
       01 WS-REQUESTED-OK       PIC X(1).
       01 WS-STARTED-OK         PIC X(1).
       01 WS-COMPLETED-OK       PIC X(1).
       01 WS-AGE-SECS           PIC 9(9).

      *> ---- group reduction ------------------------------------------
       01 WS-GRP-START          PIC 9(6) COMP.
       01 WS-GRP-END            PIC 9(6) COMP.
       01 WS-GRP-COUNT          PIC 9(6) COMP.
       01 WS-SCAN-IDX           PIC 9(6) COMP.
       01 WS-PCT-IDX            PIC 9(6) COMP.
       01 WS-P50-SECS           PIC 9(9).
       01 WS-P90-SECS           PIC 9(9).
       01 WS-P95-SECS           PIC 9(9).
       01 WS-MAX-SECS           PIC 9(9).
       01 WS-WAIT-SUM           PIC 9(12).
       01 WS-SERVICE-SUM        PIC 9(12).
       01 WS-MEAN-SECS          PIC 9(9).
       01 WS-RATE               PIC 9(7)V9.

      *> ---- report editing -------------------------------------------
       01 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
       01 WS-EDIT-SECS          PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-RATE          PIC ZZZ,ZZ9.9.
       01 WS-EDIT-AVG           PIC Z9.99.
       01 WS-AVG-ATTEMPTS       PIC 9(2)V99.
       01 WS-TIMING-LINE.
           05 TML-TIER          PIC X(4).
           05 TML-CALLER        PIC X(30).
           05 TML-COUNT         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 TML-P50           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 TML-P90           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 TML-P95           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 TML-MAX           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 TML-WAIT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 TML-SERVICE       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 TML-FLAG          PIC X(20).
       01 WS-COUNT-LINE.
           05 CTL-LABEL         PIC X(12).
           05 CTL-CELL          OCCURS 7 TIMES.
             10 CTL-VALUE       PIC ZZZ,ZZZ,ZZ9.
             10 FILLER          PIC X(1).
           05 FILLER            PIC X(36).

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-SCAN-QUEUE
           PERFORM 400-WRITE-REPORT
           DISPLAY 'LLM-QUEUE-REPORT: ' WS-ENTRY-COUNT
                   ' entries, ' WS-TAT-COUNT ' timed completions, '
                   WS-BREACH-COUNT ' priority target breach(es)'
           IF WS-BREACH-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=queue file  2=report file
      *>       3=since date YYYYMMDD (optional - DONE and DEAD
      *>         entries settled before it are left out; default
      *>         everything on the queue). QUEUED entries are always
      *>         aged, whatever the date.
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 2
               DISPLAY 'LLM-QUEUE-REPORT: usage: LLM-QUEUE-REPORT '
                       '<queue> <report> [since-yyyymmdd]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-QUEUE-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 3
               MOVE 3                   TO WS-ARG-COUNT
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT NOT = SPACES AND WS-ARG-TEXT NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-ARG-TEXT)
                                        TO WS-SINCE-DATE
               END-IF
           END-IF

           INITIALIZE WS-TIER-TABLE WS-ATT-TABLE WS-STATUS-TOTALS
                      WS-WKR-TABLE
           MOVE 60                      TO WS-TIER-TARGET(1)
           MOVE 300                     TO WS-TIER-TARGET(2)
           MOVE 1800                    TO WS-TIER-TARGET(3)
           DISPLAY 'LLM_QUEUE_TARGET_H' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-TIER-TARGET(1)
           END-IF
           DISPLAY 'LLM_QUEUE_TARGET_M' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-TIER-TARGET(2)
           END-IF
           DISPLAY 'LLM_QUEUE_TARGET_L' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-TIER-TARGET(3)
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE              TO WS-STAMP(1:8)
           MOVE '-'                      TO WS-STAMP(9:1)
           MOVE WS-NOW-TIME              TO WS-STAMP(10:8)
           PERFORM 250-STAMP-TO-SECONDS
           MOVE WS-STAMP-SECS            TO WS-NOW-SECS.


       200-SCAN-QUEUE.
           OPEN INPUT QUEUE-FILE
           IF WS-QUE-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-QUEUE-REPORT: cannot open queue file '
                       FUNCTION TRIM(WS-QUEUE-FILENAME)
                       ', status ' WS-QUE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ QUEUE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM 210-MEASURE-ENTRY
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           IF WS-TAT-FULL
               DISPLAY 'LLM-QUEUE-REPORT: more than 100,000 timed '
                       'completions - timings cover the first 100,000'
           END-IF.


       210-MEASURE-ENTRY.
      *> Blank priority reads as M, the way the worker claims it.
           EVALUATE QUE-PRIORITY
               WHEN 'H'
                   MOVE 1 TO WS-TIER
               WHEN 'L'
                   MOVE 3 TO WS-TIER
               WHEN OTHER
                   MOVE 2 TO WS-TIER
           END-EVALUATE

           MOVE QUE-REQUESTED-AT         TO WS-STAMP
           PERFORM 250-STAMP-TO-SECONDS
           MOVE WS-STAMP-FLAG            TO WS-REQUESTED-OK
           MOVE WS-STAMP-SECS            TO WS-REQUESTED-SECS
           MOVE QUE-STARTED-AT           TO WS-STAMP
           PERFORM 250-STAMP-TO-SECONDS
           MOVE WS-STAMP-FLAG            TO WS-STARTED-OK
           MOVE WS-STAMP-SECS            TO WS-STARTED-SECS
           MOVE QUE-COMPLETED-AT         TO WS-STAMP
           PERFORM 250-STAMP-TO-SECONDS
           MOVE WS-STAMP-FLAG            TO WS-COMPLETED-OK
           MOVE WS-STAMP-SECS            TO WS-COMPLETED-SECS

      *> Settled work outside the since-date window is not counted
      *> at all, attempts included.
           IF (QUE-DONE OR QUE-DEAD)
           AND WS-SINCE-DATE > 0
           AND WS-COMPLETED-OK = 'Y'
           AND QUE-COMPLETED-AT(1:8) < WS-SINCE-DATE
               CONTINUE
           ELSE
               PERFORM 215-COUNT-ATTEMPTS
               EVALUATE TRUE
                   WHEN QUE-QUEUED
                       PERFORM 220-AGE-BACKLOG
                   WHEN QUE-DONE
                       PERFORM 230-TIME-COMPLETION
                       PERFORM 240-CREDIT-WORKER
                   WHEN QUE-DEAD
                       PERFORM 240-CREDIT-WORKER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.


       215-COUNT-ATTEMPTS.
           EVALUATE TRUE
               WHEN QUE-QUEUED
                   MOVE 1 TO WS-ATT-COL-NO
               WHEN QUE-RUNNING
                   MOVE 2 TO WS-ATT-COL-NO
               WHEN QUE-DONE
                   MOVE 3 TO WS-ATT-COL-NO
               WHEN QUE-FAILED
                   MOVE 4 TO WS-ATT-COL-NO
               WHEN QUE-DEAD
                   MOVE 5 TO WS-ATT-COL-NO
               WHEN OTHER
                   MOVE 0 TO WS-ATT-COL-NO
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE
           IF WS-ATT-COL-NO > 0
               MOVE 1 TO WS-ATT-ROW-NO
               IF QUE-ATTEMPTS IS NUMERIC
                   IF QUE-ATTEMPTS >= 5
                       MOVE 6 TO WS-ATT-ROW-NO
                   ELSE
                       COMPUTE WS-ATT-ROW-NO = QUE-ATTEMPTS + 1
                   END-IF
                   IF QUE-DONE
                       ADD QUE-ATTEMPTS TO WS-ATTEMPTS-SUM
                   END-IF
               END-IF
               ADD 1 TO WS-ATT-CELL(WS-ATT-ROW-NO, WS-ATT-COL-NO)
               ADD 1 TO WS-STATUS-TOTAL(WS-ATT-COL-NO)
           END-IF.


      *> How long a QUEUED entry has waited so far. An unparseable
      *> request stamp cannot be aged and lands in the oldest
      *> bucket - nobody can say it has not waited that long.
       220-AGE-BACKLOG.
           ADD 1 TO WS-TIER-QUEUED(WS-TIER)
           IF WS-REQUESTED-OK = 'Y'
           AND WS-NOW-SECS > WS-REQUESTED-SECS
               COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-REQUESTED-SECS
           ELSE
               MOVE 0 TO WS-AGE-SECS
           END-IF
           IF WS-REQUESTED-OK NOT = 'Y'
               MOVE 6 TO WS-BUCKET
           ELSE
               MOVE 1 TO WS-BUCKET
               PERFORM UNTIL WS-BUCKET = 6
                   OR WS-AGE-SECS < WS-BUCKET-LIMIT(WS-BUCKET)
                   ADD 1 TO WS-BUCKET
               END-PERFORM
           END-IF
           ADD 1 TO WS-TIER-AGE-BUCKET(WS-TIER, WS-BUCKET)
           IF WS-AGE-SECS > WS-TIER-OLDEST-SECS(WS-TIER)
           OR WS-TIER-OLDEST-KEY(WS-TIER) = SPACES
               MOVE WS-AGE-SECS     TO WS-TIER-OLDEST-SECS(WS-TIER)
               MOVE QUE-KEY         TO WS-TIER-OLDEST-KEY(WS-TIER)
           END-IF
           IF WS-AGE-SECS > WS-TIER-TARGET(WS-TIER)
               ADD 1 TO WS-TIER-LATE-QUEUED(WS-TIER)
           END-IF.


      *> Turnaround is requested to completed; queue wait is
      *> requested to the last start (a retried entry's earlier
      *> attempts count as waiting); service is start to completed.
       230-TIME-COMPLETION.
           ADD 1 TO WS-TIER-DONE(WS-TIER)
           IF WS-REQUESTED-OK NOT = 'Y'
           OR WS-COMPLETED-OK NOT = 'Y'
           OR WS-COMPLETED-SECS < WS-REQUESTED-SECS
               ADD 1 TO WS-UNTIMED-DONE
           ELSE
               IF WS-TAT-COUNT >= 100000
                   SET WS-TAT-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-TAT-COUNT
                   SET WS-TAT-IDX TO WS-TAT-COUNT
                   MOVE WS-TIER         TO WS-TAT-TIER(WS-TAT-IDX)
                   MOVE QUE-CALLER-ID   TO WS-TAT-CALLER(WS-TAT-IDX)
                   COMPUTE WS-TAT-SECS(WS-TAT-IDX) =
                       WS-COMPLETED-SECS - WS-REQUESTED-SECS
                   MOVE 0            TO WS-TAT-WAIT-SECS(WS-TAT-IDX)
                   MOVE WS-TAT-SECS(WS-TAT-IDX)
                                     TO WS-TAT-SERVICE-SECS(WS-TAT-IDX)
                   IF WS-STARTED-OK = 'Y'
                   AND WS-STARTED-SECS >= WS-REQUESTED-SECS
                   AND WS-STARTED-SECS <= WS-COMPLETED-SECS
                       COMPUTE WS-TAT-WAIT-SECS(WS-TAT-IDX) =
                           WS-STARTED-SECS - WS-REQUESTED-SECS
                       COMPUTE WS-TAT-SERVICE-SECS(WS-TAT-IDX) =
                           WS-COMPLETED-SECS - WS-STARTED-SECS
                   END-IF
                   IF WS-TAT-SECS(WS-TAT-IDX) > WS-TIER-TARGET(WS-TIER)
                       ADD 1 TO WS-TIER-OVER-TARGET(WS-TIER)
                   END-IF
               END-IF
           END-IF.


       240-CREDIT-WORKER.
           MOVE 0 TO WS-WKR-HIT
           PERFORM VARYING WS-WKR-SCAN FROM 1 BY 1
               UNTIL WS-WKR-SCAN > WS-WKR-COUNT OR WS-WKR-HIT > 0
               IF WS-WKR-ID(WS-WKR-SCAN) = QUE-WORKER-ID
                   MOVE WS-WKR-SCAN TO WS-WKR-HIT
               END-IF
           END-PERFORM
           IF WS-WKR-HIT = 0
               IF WS-WKR-COUNT < 50
                   ADD 1 TO WS-WKR-COUNT
                   MOVE WS-WKR-COUNT     TO WS-WKR-HIT
                   MOVE QUE-WORKER-ID    TO WS-WKR-ID(WS-WKR-HIT)
               ELSE
                   MOVE 50               TO WS-WKR-HIT
                   MOVE '(OTHERS)'       TO WS-WKR-ID(WS-WKR-HIT)
               END-IF
           END-IF
           IF QUE-DONE
               ADD 1 TO WS-WKR-DONE(WS-WKR-HIT)
           ELSE
               ADD 1 TO WS-WKR-DEAD(WS-WKR-HIT)
           END-IF
           IF WS-COMPLETED-OK = 'Y'
               IF WS-WKR-FIRST-SECS(WS-WKR-HIT) = 0
               OR WS-COMPLETED-SECS < WS-WKR-FIRST-SECS(WS-WKR-HIT)
                   MOVE WS-COMPLETED-SECS
                                   TO WS-WKR-FIRST-SECS(WS-WKR-HIT)
               END-IF
               IF WS-COMPLETED-SECS > WS-WKR-LAST-SECS(WS-WKR-HIT)
                   MOVE WS-COMPLETED-SECS
                                   TO WS-WKR-LAST-SECS(WS-WKR-HIT)
               END-IF
               IF WS-STARTED-OK = 'Y'
               AND WS-STARTED-SECS <= WS-COMPLETED-SECS
                   ADD 1 TO WS-WKR-TIMED(WS-WKR-HIT)
                   COMPUTE WS-WKR-SERVICE-SUM(WS-WKR-HIT) =
                       WS-WKR-SERVICE-SUM(WS-WKR-HIT)
                       + WS-COMPLETED-SECS - WS-STARTED-SECS
               END-IF
           END-IF.


      *> WS-STAMP to seconds since day 1 of the INTEGER-OF-DATE
      *> calendar, the arithmetic LLM-QUEUE-WORKER's stale check
      *> uses.
       250-STAMP-TO-SECONDS.
           MOVE 'N' TO WS-STAMP-FLAG
           MOVE 0   TO WS-STAMP-SECS
           IF WS-STAMP(1:8) IS NUMERIC
           AND WS-STAMP(10:6) IS NUMERIC
               MOVE WS-STAMP(1:8)        TO WS-STAMP-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE) = 0
                   MOVE WS-STAMP(10:2)   TO WS-STAMP-HH
                   MOVE WS-STAMP(12:2)   TO WS-STAMP-MM
                   MOVE WS-STAMP(14:2)   TO WS-STAMP-SS
                   COMPUTE WS-STAMP-SECS =
                       FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                       + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
                       + WS-STAMP-SS
                   SET WS-STAMP-OK TO TRUE
               END-IF
           END-IF.


       400-WRITE-REPORT.
           OPEN OUTPUT REPORT-OUT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-QUEUE-REPORT: cannot open report '
                       FUNCTION TRIM(WS-REPORT-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'LLM-QUEUE-REPORT  '
                  FUNCTION TRIM(WS-QUEUE-FILENAME)
                  '  AS AT ' WS-NOW-DATE ' ' WS-NOW-TIME(1:6)
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-SINCE-DATE > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'DONE AND DEAD ENTRIES SETTLED ON OR AFTER '
                      WS-SINCE-DATE      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           PERFORM 410-WRITE-BACKLOG
           PERFORM 420-WRITE-TURNAROUND
           PERFORM 440-WRITE-ATTEMPTS
           PERFORM 450-WRITE-THROUGHPUT
           CLOSE REPORT-OUT.


       410-WRITE-BACKLOG.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BACKLOG AGING - QUEUED ENTRIES BY TIME WAITED'
                                         TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PRIORITY        <1MIN     1-5MIN    5-15MIN    '
             & '15-60MIN       1-4H        >4H  OLDEST-SECS  OLDEST KEY'
                                         TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TIER FROM 1 BY 1 UNTIL WS-TIER > 3
               MOVE SPACES               TO WS-COUNT-LINE
               MOVE WS-TIER-NAMES(WS-TIER:1) TO CTL-LABEL
               PERFORM VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET > 6
                   MOVE WS-TIER-AGE-BUCKET(WS-TIER, WS-BUCKET)
                                         TO CTL-VALUE(WS-BUCKET)
               END-PERFORM
               MOVE WS-TIER-OLDEST-SECS(WS-TIER) TO CTL-VALUE(7)
               MOVE SPACES               TO REPORT-LINE
               STRING WS-COUNT-LINE(1:96) ' '
                      WS-TIER-OLDEST-KEY(WS-TIER)
                                         DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.


      *> Per caller within each priority, then the priority as a
      *> whole against its target.
       420-WRITE-TURNAROUND.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TURNAROUND OF DONE ENTRIES, SECONDS (REQUESTED TO '
             & 'COMPLETED; WAIT AND SERVICE ARE MEANS)'
                                         TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PRI CALLER                          DONE         P50'
             & '         P90         P95         MAX        WAIT   '
             & '  SERVICE'               TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TAT-COUNT > 0
               SORT WS-TAT-ENTRY
                   ASCENDING KEY WS-TAT-TIER
                   ASCENDING KEY WS-TAT-CALLER
                   ASCENDING KEY WS-TAT-SECS
               MOVE 1 TO WS-GRP-START
               PERFORM UNTIL WS-GRP-START > WS-TAT-COUNT
                   MOVE WS-GRP-START TO WS-GRP-END
                   PERFORM UNTIL WS-GRP-END = WS-TAT-COUNT
                       OR WS-TAT-TIER(WS-GRP-END + 1)
                           NOT = WS-TAT-TIER(WS-GRP-START)
                       OR WS-TAT-CALLER(WS-GRP-END + 1)
                           NOT = WS-TAT-CALLER(WS-GRP-START)
                       ADD 1 TO WS-GRP-END
                   END-PERFORM
                   PERFORM 430-REDUCE-GROUP
                   MOVE SPACES           TO WS-TIMING-LINE
                   MOVE WS-TIER-NAMES(WS-TAT-TIER(WS-GRP-START):1)
                                         TO TML-TIER
                   MOVE WS-TAT-CALLER(WS-GRP-START) TO TML-CALLER
                   PERFORM 435-FILL-TIMING-LINE
                   WRITE REPORT-LINE FROM WS-TIMING-LINE
                   COMPUTE WS-GRP-START = WS-GRP-END + 1
               END-PERFORM

               SORT WS-TAT-ENTRY
                   ASCENDING KEY WS-TAT-TIER
                   ASCENDING KEY WS-TAT-SECS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BY PRIORITY AGAINST TARGET' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PRI TARGET-SECS  LATE-QUEUED    DONE         P50'
             & '         P90         P95         MAX        WAIT   '
             & '  SERVICE'               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-GRP-START
           PERFORM VARYING WS-TIER FROM 1 BY 1 UNTIL WS-TIER > 3
               MOVE WS-GRP-START TO WS-GRP-END
               MOVE 0            TO WS-GRP-COUNT
               PERFORM UNTIL WS-GRP-END > WS-TAT-COUNT
                   OR WS-TAT-TIER(WS-GRP-END) NOT = WS-TIER
                   ADD 1 TO WS-GRP-END
               END-PERFORM
               SUBTRACT 1 FROM WS-GRP-END
               MOVE SPACES               TO WS-TIMING-LINE
               MOVE WS-TIER-NAMES(WS-TIER:1) TO TML-TIER
               MOVE SPACES               TO TML-CALLER
               MOVE WS-TIER-TARGET(WS-TIER) TO WS-EDIT-SECS
               MOVE WS-TIER-LATE-QUEUED(WS-TIER) TO WS-EDIT-COUNT
               STRING WS-EDIT-SECS '      ' WS-EDIT-COUNT
                                         DELIMITED BY SIZE
                      INTO TML-CALLER
               END-STRING
               IF WS-GRP-END >= WS-GRP-START
                   PERFORM 430-REDUCE-GROUP
                   PERFORM 435-FILL-TIMING-LINE
                   MOVE WS-P95-SECS      TO WS-TIER-P95(WS-TIER)
               ELSE
                   MOVE 0                TO TML-COUNT
               END-IF
               MOVE 'N'                  TO WS-TIER-BREACH(WS-TIER)
               IF WS-TIER-P95(WS-TIER) > WS-TIER-TARGET(WS-TIER)
               OR WS-TIER-LATE-QUEUED(WS-TIER) > 0
                   MOVE 'Y'              TO WS-TIER-BREACH(WS-TIER)
                   ADD 1                 TO WS-BREACH-COUNT
                   MOVE '  ** TARGET BREACH' TO TML-FLAG
               END-IF
               WRITE REPORT-LINE FROM WS-TIMING-LINE
               COMPUTE WS-GRP-START = WS-GRP-END + 1
           END-PERFORM
           IF WS-UNTIMED-DONE > 0
               MOVE WS-UNTIMED-DONE      TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'DONE ENTRIES WITHOUT USABLE STAMPS (NOT TIMED) '
                      FUNCTION TRIM(WS-EDIT-COUNT)
                                         DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.


      *> Percentiles (nearest rank) and means over the sorted entries
      *> WS-GRP-START to WS-GRP-END.
       430-REDUCE-GROUP.
           COMPUTE WS-GRP-COUNT = WS-GRP-END - WS-GRP-START + 1
           COMPUTE WS-PCT-IDX = WS-GRP-START - 1
               + (WS-GRP-COUNT * 50 + 99) / 100
           MOVE WS-TAT-SECS(WS-PCT-IDX)  TO WS-P50-SECS
           COMPUTE WS-PCT-IDX = WS-GRP-START - 1
               + (WS-GRP-COUNT * 90 + 99) / 100
           MOVE WS-TAT-SECS(WS-PCT-IDX)  TO WS-P90-SECS
           COMPUTE WS-PCT-IDX = WS-GRP-START - 1
               + (WS-GRP-COUNT * 95 + 99) / 100
           MOVE WS-TAT-SECS(WS-PCT-IDX)  TO WS-P95-SECS
           MOVE WS-TAT-SECS(WS-GRP-END)  TO WS-MAX-SECS
           MOVE 0 TO WS-WAIT-SUM WS-SERVICE-SUM
           PERFORM VARYING WS-SCAN-IDX FROM WS-GRP-START BY 1
               UNTIL WS-SCAN-IDX > WS-GRP-END
               ADD WS-TAT-WAIT-SECS(WS-SCAN-IDX)    TO WS-WAIT-SUM
               ADD WS-TAT-SERVICE-SECS(WS-SCAN-IDX) TO WS-SERVICE-SUM
           END-PERFORM.


       435-FILL-TIMING-LINE.
           MOVE WS-GRP-COUNT             TO TML-COUNT
           MOVE WS-P50-SECS              TO TML-P50
           MOVE WS-P90-SECS              TO TML-P90
           MOVE WS-P95-SECS              TO TML-P95
           MOVE WS-MAX-SECS              TO TML-MAX
           COMPUTE WS-MEAN-SECS ROUNDED = WS-WAIT-SUM / WS-GRP-COUNT
           MOVE WS-MEAN-SECS             TO TML-WAIT
           COMPUTE WS-MEAN-SECS ROUNDED =
               WS-SERVICE-SUM / WS-GRP-COUNT
           MOVE WS-MEAN-SECS             TO TML-SERVICE.


       440-WRITE-ATTEMPTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ATTEMPTS PER ENTRY' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ATTEMPTS         QUEUED     RUNNING        DONE'
             & '      FAILED        DEAD'  TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ATT-ROW-NO FROM 1 BY 1
               UNTIL WS-ATT-ROW-NO > 6
               MOVE SPACES               TO WS-COUNT-LINE
               COMPUTE WS-EDIT-COUNT = WS-ATT-ROW-NO - 1
               MOVE WS-EDIT-COUNT        TO CTL-LABEL
               IF WS-ATT-ROW-NO = 6
                   MOVE '      5+'       TO CTL-LABEL
               END-IF
               PERFORM VARYING WS-ATT-COL-NO FROM 1 BY 1
                   UNTIL WS-ATT-COL-NO > 5
                   MOVE WS-ATT-CELL(WS-ATT-ROW-NO, WS-ATT-COL-NO)
                                         TO CTL-VALUE(WS-ATT-COL-NO)
               END-PERFORM
               MOVE WS-COUNT-LINE(1:72)  TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES                   TO WS-COUNT-LINE
           MOVE 'TOTAL'                  TO CTL-LABEL
           PERFORM VARYING WS-ATT-COL-NO FROM 1 BY 1
               UNTIL WS-ATT-COL-NO > 5
               MOVE WS-STATUS-TOTAL(WS-ATT-COL-NO)
                                         TO CTL-VALUE(WS-ATT-COL-NO)
           END-PERFORM
           MOVE WS-COUNT-LINE(1:72)      TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-STATUS-TOTAL(3) > 0
               COMPUTE WS-AVG-ATTEMPTS ROUNDED =
                   WS-ATTEMPTS-SUM / WS-STATUS-TOTAL(3)
               MOVE WS-AVG-ATTEMPTS      TO WS-EDIT-AVG
               MOVE SPACES TO REPORT-LINE
               STRING 'MEAN ATTEMPTS PER DONE ENTRY ' WS-EDIT-AVG
                                         DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.


      *> Entries per hour over the span between the worker's first
      *> and last completion - its rate while it was draining work.
       450-WRITE-THROUGHPUT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'THROUGHPUT BY WORKER' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'WORKER             DONE        DEAD SERVICE-AVG    '
             & 'SPAN-SECS   PER-HOUR'    TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-WKR-SCAN FROM 1 BY 1
               UNTIL WS-WKR-SCAN > WS-WKR-COUNT
               MOVE SPACES               TO WS-COUNT-LINE
               MOVE WS-WKR-ID(WS-WKR-SCAN) TO CTL-LABEL
               IF WS-WKR-ID(WS-WKR-SCAN) = SPACES
                   MOVE '(NONE)'         TO CTL-LABEL
               END-IF
               MOVE WS-WKR-DONE(WS-WKR-SCAN) TO CTL-VALUE(1)
               MOVE WS-WKR-DEAD(WS-WKR-SCAN) TO CTL-VALUE(2)
               MOVE 0                    TO WS-MEAN-SECS
               IF WS-WKR-TIMED(WS-WKR-SCAN) > 0
                   COMPUTE WS-MEAN-SECS ROUNDED =
                       WS-WKR-SERVICE-SUM(WS-WKR-SCAN)
                       / WS-WKR-TIMED(WS-WKR-SCAN)
               END-IF
               MOVE WS-MEAN-SECS         TO CTL-VALUE(3)
               MOVE 0                    TO WS-MEAN-SECS
               MOVE 0                    TO WS-RATE
               IF WS-WKR-LAST-SECS(WS-WKR-SCAN)
                   > WS-WKR-FIRST-SECS(WS-WKR-SCAN)
                   COMPUTE WS-MEAN-SECS =
                       WS-WKR-LAST-SECS(WS-WKR-SCAN)
                       - WS-WKR-FIRST-SECS(WS-WKR-SCAN)
                   COMPUTE WS-RATE ROUNDED =
                       (WS-WKR-DONE(WS-WKR-SCAN)
                        + WS-WKR-DEAD(WS-WKR-SCAN)) * 3600
                       / WS-MEAN-SECS
               END-IF
               MOVE WS-MEAN-SECS         TO CTL-VALUE(4)
               MOVE WS-RATE              TO WS-EDIT-RATE
               MOVE SPACES TO REPORT-LINE
               STRING WS-COUNT-LINE(1:60) WS-EDIT-RATE
                                         DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
