      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-SCHEDULER.cob
      *> Desc    : Day's scheduler in front of LLM-JOB-RUNNER. Cron
      *>           starts it once, early; the schedule file
      *>           (LLM-SCHEDULE-RECORD.cpy) says which manifests run
      *>           today against the business calendar
      *>           (LLM-BUSINESS-DAY) - every day, business days or
      *>           the month-end day - what files each needs present
      *>           and which other jobs must have finished OK first.
      *>           A job due today waits, polling every
      *>           LLM_SCHED_POLL_SECS (default 60), until it is past
      *>           its START, its AFTER jobs are OK and its FILEs are
      *>           there, and then LLM-JOB-RUNNER runs its manifest.
      *>           Jobs run one at a time, in schedule order. A job
      *>           still waiting at its DEADLINE goes LATE and never
      *>           starts; a job whose AFTER job failed, went late or
      *>           was held is held in turn. Each of those and every
      *>           failure gets a line on the alert file
      *>           (LLM_SCHED_ALERT_FILE, default
      *>           LLM-SCHEDULE-ALERTS.DAT), and the day's status file
      *>           <schedule>.<yyyymmdd>.status
      *>           (LLM-SCHEDULE-STATUS-RECORD.cpy) is rewritten at
      *>           every change for the operations bridge. It ends
      *>           when nothing due today is left waiting.
      *>
      *>           Started again the same day it picks up the day's
      *>           status file: a job already OK is not run twice, a
      *>           job that FAILED - or was RUNNING when the
      *>           scheduler stopped - runs again with RESTART so its
      *>           completed steps are skipped, and the rest wait
      *>           afresh against their deadlines.
      *>           RETURN-CODE 0 when everything due today finished
      *>           OK, 8 when anything failed, went late or was held,
      *>           or the schedule could not be used.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-SCHEDULER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-FILE-STATUS.

           SELECT STATUS-FILE ASSIGN TO WS-STATUS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO WS-ALERT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALR-FILE-STATUS.

      *> Probe for a FILE condition.
           SELECT CONDITION-FILE ASSIGN TO WS-COND-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       COPY 'LLM-SCHEDULE-RECORD.cpy'.

       FD  STATUS-FILE.
       COPY 'LLM-SCHEDULE-STATUS-RECORD.cpy'.
       01 STATUS-HEADER-LINE        PIC X(210).

       FD  ALERT-FILE.
       01 ALERT-LINE                PIC X(250).

       FD  CONDITION-FILE.
       01 CONDITION-LINE            PIC X(1000).

       WORKING-STORAGE SECTION.

       01 WS-SCHEDULE-FILENAME  PIC X(256).
       01 WS-STATUS-FILENAME    PIC X(280).
       01 WS-ALERT-FILENAME     PIC X(256).
       01 WS-COND-FILENAME      PIC X(256).
       01 WS-SCH-FILE-STATUS    PIC X(2).
       01 WS-STA-FILE-STATUS    PIC X(2).
       01 WS-ALR-FILE-STATUS    PIC X(2).
       01 WS-CND-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1).
         88 WS-EOF                  VALUE 'Y'.
       01 WS-ENV-VALUE          PIC X(10).

      *> Directory holding LLM-JOB-RUNNER - the same setting the
      *> runner reads for its own step programs.
       01 WS-BIN-DIR            PIC X(200).
       01 WS-JOB-CMD            PIC X(600).
       01 WS-JOB-CMD-PTR        PIC 9(4) COMP.
       01 WS-RUN-RC             PIC 9(9).
       01 WS-POLL-SECS          PIC 9(4) COMP VALUE 60.

      *> ---- the day --------------------------------------------------
       01 WS-TODAY-DATE         PIC 9(8).
       01 WS-YESTERDAY          PIC 9(8).
       01 WS-PREV-BUS-DATE      PIC 9(8).
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-NOW-HHMM           PIC 9(4).
       01 WS-DAY-BUSINESS-FLAG  PIC X(1).
       01 WS-DAY-MONTH-END-FLAG PIC X(1).
       01 WS-DAY-HOLIDAY-NAME   PIC X(40).
       COPY 'LLM-BUSINESS-DAY.cpy'.

      *> ---- the schedule, in file order ------------------------------
       01 WS-JOB-MAX            PIC 9(2) VALUE 50.
       01 WS-JOB-COUNT          PIC 9(2) VALUE 0.
       01 WS-JX                 PIC 9(2).
       01 WS-KX                 PIC 9(2).
       01 WS-SX                 PIC 9(2).
       01 WS-JOB-TABLE.
           05 WS-JOB            OCCURS 50 TIMES.
             10 WS-JOB-NAME     PIC X(20).
             10 WS-JOB-DAYS     PIC X(8).
             10 WS-JOB-START    PIC 9(4).
             10 WS-JOB-DEADLINE PIC 9(4).
             10 WS-JOB-MANIFEST PIC X(256).
             10 WS-JOB-STATE    PIC X(9).
             10 WS-JOB-STARTED  PIC X(6).
             10 WS-JOB-ENDED    PIC X(6).
             10 WS-JOB-RC       PIC X(4).
             10 WS-JOB-NOTE     PIC X(160).
             10 WS-JOB-RESTART  PIC X(1).
       01 WS-NEED-MAX           PIC 9(3) VALUE 500.
       01 WS-NEED-COUNT         PIC 9(3) VALUE 0.
       01 WS-NX                 PIC 9(3).
       01 WS-NEED-TABLE.
           05 WS-NEED           OCCURS 500 TIMES.
             10 WS-NEED-JOB     PIC 9(2).
             10 WS-NEED-TYPE    PIC X(5).
             10 WS-NEED-TARGET  PIC X(256).
             10 WS-NEED-AFTER   PIC 9(2).
       01 WS-ERROR-COUNT        PIC 9(4) VALUE 0.
       01 WS-LINE-NO            PIC 9(6) VALUE 0.
       01 WS-FOUND-IDX          PIC 9(2).
       01 WS-HHMM-TEXT          PIC X(4).
       01 WS-HHMM-NUM REDEFINES WS-HHMM-TEXT.
           05 WS-HHMM-HH        PIC 9(2).
           05 WS-HHMM-MM        PIC 9(2).
       01 WS-HHMM-OK-FLAG       PIC X(1).
         88 WS-HHMM-OK              VALUE 'Y'.

      *> ---- one pass over the waiting jobs ---------------------------
       01 WS-WAITING-COUNT      PIC 9(2).
       01 WS-RAN-FLAG           PIC X(1).
         88 WS-JOB-RAN              VALUE 'Y'.
       01 WS-CHANGED-FLAG       PIC X(1).
         88 WS-STATUS-CHANGED       VALUE 'Y'.
       01 WS-MET-FLAG           PIC X(1).
         88 WS-CONDITIONS-MET       VALUE 'Y'.
       01 WS-HELD-FLAG          PIC X(1).
         88 WS-JOB-HELD             VALUE 'Y'.
       01 WS-NEW-NOTE           PIC X(160).
       01 WS-ALERT-STATE        PIC X(9).
       01 WS-EDIT-RC            PIC ZZZ9.
       01 WS-SUBST-IN           PIC X(256).
       01 WS-SUBST-OUT          PIC X(256).
       01 WS-SUBST-LEN          PIC 9(3) COMP.
       01 WS-SUBST-POS          PIC 9(3) COMP.
       01 WS-SUBST-PTR          PIC 9(3) COMP.

      *> ---- end of day -----------------------------------------------
       01 WS-OK-COUNT           PIC 9(2) VALUE 0.
       01 WS-BAD-COUNT          PIC 9(2) VALUE 0.
       01 WS-NOT-TODAY-COUNT    PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-LOAD-SCHEDULE
           PERFORM 300-SET-TODAY
           PERFORM 310-LOAD-PRIOR-STATUS
           PERFORM 320-WRITE-STATUS
           PERFORM 400-RUN-DAY
           PERFORM 500-FINISH
           STOP RUN.

      *> Args: 1=schedule file
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY 'LLM-SCHEDULER: usage: LLM-SCHEDULER '
                       '<schedule file>'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-SCHEDULE-FILENAME FROM ARGUMENT-VALUE

           DISPLAY 'LLM_JOB_BIN_DIR' UPON ENVIRONMENT-NAME
           ACCEPT WS-BIN-DIR FROM ENVIRONMENT-VALUE
           IF WS-BIN-DIR = SPACES
               MOVE '.'                 TO WS-BIN-DIR
           END-IF

           DISPLAY 'LLM_SCHED_ALERT_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-ALERT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ALERT-FILENAME = SPACES
               MOVE 'LLM-SCHEDULE-ALERTS.DAT' TO WS-ALERT-FILENAME
           END-IF

           MOVE SPACES                  TO WS-ENV-VALUE
           DISPLAY 'LLM_SCHED_POLL_SECS' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               IF FUNCTION NUMVAL(WS-ENV-VALUE) > 0
                   MOVE FUNCTION NUMVAL(WS-ENV-VALUE)
                                        TO WS-POLL-SECS
               END-IF
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
           STRING FUNCTION TRIM(WS-SCHEDULE-FILENAME)
                                        DELIMITED BY SIZE
                  '.'                   DELIMITED BY SIZE
                  WS-TODAY-DATE         DELIMITED BY SIZE
                  '.status'             DELIMITED BY SIZE
                  INTO WS-STATUS-FILENAME
           END-STRING.


      *> The whole schedule is checked before anything runs - a job
      *> that names a day rule, time or prerequisite that cannot be
      *> honoured would otherwise only be found out at its deadline.
       200-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCH-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-SCHEDULER: cannot open schedule '
                       FUNCTION TRIM(WS-SCHEDULE-FILENAME)
                       ', status ' WS-SCH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ SCHEDULE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF SCHEDULE-JOB-RECORD NOT = SPACES
                           AND SCJ-TYPE(1:1) NOT = '*'
                           PERFORM 210-TAKE-SCHEDULE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE

           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEED-COUNT
               IF WS-NEED-TYPE(WS-NX) = 'AFTER'
                   PERFORM 230-RESOLVE-AFTER
               END-IF
           END-PERFORM

           IF WS-JOB-COUNT = 0
               DISPLAY 'LLM-SCHEDULER: schedule names no jobs'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-ERROR-COUNT > 0
               DISPLAY 'LLM-SCHEDULER: ' WS-ERROR-COUNT
                       ' error(s) in '
                       FUNCTION TRIM(WS-SCHEDULE-FILENAME)
                       ' - nothing run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       210-TAKE-SCHEDULE-LINE.
           EVALUATE TRUE
               WHEN SCJ-IS-JOB
                   PERFORM 220-TAKE-JOB
               WHEN SCJ-IS-FILE OR SCJ-IS-AFTER
                   MOVE SCN-NAME        TO WS-NEW-NOTE
                   PERFORM 240-FIND-JOB
                   EVALUATE TRUE
                       WHEN WS-FOUND-IDX = 0
                           DISPLAY 'LLM-SCHEDULER: line ' WS-LINE-NO
                                   ': ' FUNCTION TRIM(SCN-TYPE)
                                   ' for job '
                                   FUNCTION TRIM(SCN-NAME)
                                   ' - no JOB line above names it'
                           ADD 1 TO WS-ERROR-COUNT
                       WHEN SCN-TARGET = SPACES
                           DISPLAY 'LLM-SCHEDULER: line ' WS-LINE-NO
                                   ': ' FUNCTION TRIM(SCN-TYPE)
                                   ' names nothing'
                           ADD 1 TO WS-ERROR-COUNT
                       WHEN WS-NEED-COUNT >= WS-NEED-MAX
                           DISPLAY 'LLM-SCHEDULER: line ' WS-LINE-NO
                                   ': more than ' WS-NEED-MAX
                                   ' FILE/AFTER lines'
                           ADD 1 TO WS-ERROR-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-NEED-COUNT
                           MOVE WS-FOUND-IDX
                               TO WS-NEED-JOB(WS-NEED-COUNT)
                           MOVE SCN-TYPE
                               TO WS-NEED-TYPE(WS-NEED-COUNT)
                           MOVE SCN-TARGET
                               TO WS-NEED-TARGET(WS-NEED-COUNT)
                           MOVE 0
                               TO WS-NEED-AFTER(WS-NEED-COUNT)
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY 'LLM-SCHEDULER: line ' WS-LINE-NO
                           ': unknown line type '
                           FUNCTION TRIM(SCJ-TYPE)
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.


       220-TAKE-JOB.
           MOVE SCJ-NAME                TO WS-NEW-NOTE
           PERFORM 240-FIND-JOB
           EVALUATE TRUE
               WHEN SCJ-NAME = SPACES
                   DISPLAY 'LLM-SCHEDULER: line ' WS-LINE-NO
                           ': JOB with no name'
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-FOUND-IDX > 0
                   DISPLAY 'LLM-SCHEDULER: line ' WS-LINE-NO
                           ': job ' FUNCTION TRIM(SCJ-NAME)
                           ' named twice'
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-JOB-COUNT >= WS-JOB-MAX
                   DISPLAY 'LLM-SCHEDULER: line ' WS-LINE-NO
                           ': more than ' WS-JOB-MAX ' jobs'
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT    TO WS-JX
                   MOVE SCJ-NAME        TO WS-JOB-NAME(WS-JX)
                   MOVE SCJ-DAYS        TO WS-JOB-DAYS(WS-JX)
                   MOVE SCJ-MANIFEST    TO WS-JOB-MANIFEST(WS-JX)
                   MOVE SPACES          TO WS-JOB-STARTED(WS-JX)
                                           WS-JOB-ENDED(WS-JX)
                                           WS-JOB-RC(WS-JX)
                                           WS-JOB-NOTE(WS-JX)
                   MOVE 'N'             TO WS-JOB-RESTART(WS-JX)
                   IF WS-JOB-DAYS(WS-JX) NOT = 'DAILY'
                       AND WS-JOB-DAYS(WS-JX) NOT = 'BUSINESS'
                       AND WS-JOB-DAYS(WS-JX) NOT = 'MONTHEND'
                       DISPLAY 'LLM-SCHEDULER: line ' WS-LINE-NO
                               ': days ' FUNCTION TRIM(SCJ-DAYS)
                               ' - DAILY, BUSINESS or MONTHEND'
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
                   IF WS-JOB-MANIFEST(WS-JX) = SPACES
                       DISPLAY 'LLM-SCHEDULER: line ' WS-LINE-NO
                               ': job ' FUNCTION TRIM(SCJ-NAME)
                               ' names no manifest'
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
                   MOVE SCJ-START       TO WS-HHMM-TEXT
                   IF WS-HHMM-TEXT = SPACES
                       MOVE '0000'      TO WS-HHMM-TEXT
                   END-IF
                   PERFORM 250-CHECK-HHMM
                   MOVE WS-HHMM-TEXT    TO WS-JOB-START(WS-JX)
                   MOVE SCJ-DEADLINE    TO WS-HHMM-TEXT
                   IF WS-HHMM-TEXT = SPACES
                       MOVE '2359'      TO WS-HHMM-TEXT
                   END-IF
                   PERFORM 250-CHECK-HHMM
                   MOVE WS-HHMM-TEXT    TO WS-JOB-DEADLINE(WS-JX)
                   IF WS-JOB-DEADLINE(WS-JX) < WS-JOB-START(WS-JX)
                       DISPLAY 'LLM-SCHEDULER: line ' WS-LINE-NO
                               ': deadline before start'
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-EVALUATE.


       230-RESOLVE-AFTER.
           MOVE WS-NEED-TARGET(WS-NX)   TO WS-NEW-NOTE
           PERFORM 240-FIND-JOB
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = 0
                   DISPLAY 'LLM-SCHEDULER: job '
                           FUNCTION TRIM(WS-JOB-NAME(
                               WS-NEED-JOB(WS-NX)))
                           ' runs AFTER '
                           FUNCTION TRIM(WS-NEED-TARGET(WS-NX))
                           ' - no such job in the schedule'
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-FOUND-IDX = WS-NEED-JOB(WS-NX)
                   DISPLAY 'LLM-SCHEDULER: job '
                           FUNCTION TRIM(WS-NEED-TARGET(WS-NX))
                           ' runs AFTER itself'
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   MOVE WS-FOUND-IDX    TO WS-NEED-AFTER(WS-NX)
           END-EVALUATE.


      *> Looks up the job named in the first 20 bytes of WS-NEW-NOTE.
       240-FIND-JOB.
           MOVE 0                       TO WS-FOUND-IDX
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-JOB-COUNT OR WS-FOUND-IDX > 0
               IF WS-JOB-NAME(WS-KX) = WS-NEW-NOTE(1:20)
                   MOVE WS-KX           TO WS-FOUND-IDX
               END-IF
           END-PERFORM.


       250-CHECK-HHMM.
           MOVE 'N'                     TO WS-HHMM-OK-FLAG
           IF WS-HHMM-TEXT IS NUMERIC
               IF WS-HHMM-HH <= 23 AND WS-HHMM-MM <= 59
                   SET WS-HHMM-OK       TO TRUE
               END-IF
           END-IF
           IF NOT WS-HHMM-OK
               DISPLAY 'LLM-SCHEDULER: line ' WS-LINE-NO
                       ': time ' WS-HHMM-TEXT ' is not HHMM'
               ADD 1 TO WS-ERROR-COUNT
               MOVE '0000'              TO WS-HHMM-TEXT
           END-IF.


      *> Which jobs are due is settled once, for the day the
      *> scheduler was started on.
       300-SET-TODAY.
           MOVE WS-TODAY-DATE           TO LLM-BDY-DATE
           CALL 'LLM-BUSINESS-DAY' USING LLM-BUSINESS-DAY-AREA
           IF LLM-BDY-ERROR
               DISPLAY 'LLM-SCHEDULER: business calendar unusable '
                       '- nothing run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LLM-BDY-NOCAL
               DISPLAY 'LLM-SCHEDULER: no business calendar - '
                       'weekends are the only days off'
           END-IF
           MOVE LLM-BDY-BUSINESS-FLAG   TO WS-DAY-BUSINESS-FLAG
           MOVE LLM-BDY-MONTH-END-FLAG  TO WS-DAY-MONTH-END-FLAG
           MOVE LLM-BDY-HOLIDAY-NAME    TO WS-DAY-HOLIDAY-NAME
           MOVE LLM-BDY-PREVIOUS        TO WS-PREV-BUS-DATE

           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOB-COUNT
               MOVE 'WAITING'           TO WS-JOB-STATE(WS-JX)
               EVALUATE TRUE
                   WHEN WS-JOB-DAYS(WS-JX) = 'BUSINESS'
                       AND WS-DAY-BUSINESS-FLAG NOT = 'Y'
                       MOVE 'NOT-TODAY' TO WS-JOB-STATE(WS-JX)
                       IF WS-DAY-HOLIDAY-NAME NOT = SPACES
                           STRING 'holiday - '
                                         DELIMITED BY SIZE
                                  WS-DAY-HOLIDAY-NAME
                                         DELIMITED BY SIZE
                               INTO WS-JOB-NOTE(WS-JX)
                           END-STRING
                       ELSE
                           MOVE 'not a business day'
                                         TO WS-JOB-NOTE(WS-JX)
                       END-IF
                   WHEN WS-JOB-DAYS(WS-JX) = 'MONTHEND'
                       AND WS-DAY-MONTH-END-FLAG NOT = 'Y'
                       MOVE 'NOT-TODAY' TO WS-JOB-STATE(WS-JX)
                       MOVE 'not the month-end day'
                                         TO WS-JOB-NOTE(WS-JX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.


      *> A second start on the same day carries on from the first.
       310-LOAD-PRIOR-STATUS.
           OPEN INPUT STATUS-FILE
           IF WS-STA-FILE-STATUS = '00'
               DISPLAY 'LLM-SCHEDULER: carrying on from '
                       FUNCTION TRIM(WS-STATUS-FILENAME)
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ STATUS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SST-JOB(1:1) NOT = '*'
                               PERFORM 315-TAKE-PRIOR-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF.


       315-TAKE-PRIOR-STATE.
           MOVE SST-JOB                 TO WS-NEW-NOTE
           PERFORM 240-FIND-JOB
           IF WS-FOUND-IDX > 0
               MOVE WS-FOUND-IDX        TO WS-JX
               IF WS-JOB-STATE(WS-JX) = 'WAITING'
                   EVALUATE SST-STATE
                       WHEN 'OK'
                           MOVE 'OK'    TO WS-JOB-STATE(WS-JX)
                           MOVE SST-STARTED
                                        TO WS-JOB-STARTED(WS-JX)
                           MOVE SST-ENDED
                                        TO WS-JOB-ENDED(WS-JX)
                           MOVE SST-RC  TO WS-JOB-RC(WS-JX)
                           MOVE 'finished on an earlier start today'
                                        TO WS-JOB-NOTE(WS-JX)
                       WHEN 'FAILED'
                       WHEN 'RUNNING'
                           MOVE 'Y'     TO WS-JOB-RESTART(WS-JX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.


      *> Rewritten whole, as LLM-MONITOR does its status file.
       320-WRITE-STATUS.
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN OUTPUT STATUS-FILE
           IF WS-STA-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-SCHEDULER: cannot write status file '
                       FUNCTION TRIM(WS-STATUS-FILENAME)
                       ', status ' WS-STA-FILE-STATUS
           ELSE
               MOVE SPACES              TO STATUS-HEADER-LINE
               STRING '* LLM-SCHEDULER '       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SCHEDULE-FILENAME)
                                               DELIMITED BY SIZE
                      ' day '                  DELIMITED BY SIZE
                      WS-TODAY-DATE            DELIMITED BY SIZE
                      ' business-day '         DELIMITED BY SIZE
                      WS-DAY-BUSINESS-FLAG     DELIMITED BY SIZE
                      ' month-end '            DELIMITED BY SIZE
                      WS-DAY-MONTH-END-FLAG    DELIMITED BY SIZE
                      ' updated '              DELIMITED BY SIZE
                      WS-NOW-TIME(1:6)         DELIMITED BY SIZE
                   INTO STATUS-HEADER-LINE
               END-STRING
               WRITE STATUS-HEADER-LINE
               PERFORM VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-JOB-COUNT
                   MOVE SPACES          TO SCHEDULE-STATUS-RECORD
                   MOVE WS-JOB-NAME(WS-SX)    TO SST-JOB
                   MOVE WS-JOB-STATE(WS-SX)   TO SST-STATE
                   MOVE WS-JOB-STARTED(WS-SX) TO SST-STARTED
                   MOVE WS-JOB-ENDED(WS-SX)   TO SST-ENDED
                   MOVE WS-JOB-RC(WS-SX)      TO SST-RC
                   MOVE WS-JOB-NOTE(WS-SX)    TO SST-NOTE
                   WRITE SCHEDULE-STATUS-RECORD
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF.


      *> One pass looks at every waiting job; a pass that ran
      *> nothing sleeps before the next, a pass that ran something
      *> looks again at once - what just finished may free the rest.
       400-RUN-DAY.
           MOVE 1                       TO WS-WAITING-COUNT
           PERFORM UNTIL WS-WAITING-COUNT = 0
               MOVE 'N'                 TO WS-RAN-FLAG
               MOVE 'N'                 TO WS-CHANGED-FLAG
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > WS-JOB-COUNT
                   IF WS-JOB-STATE(WS-JX) = 'WAITING'
                       PERFORM 410-CHECK-JOB
                   END-IF
               END-PERFORM
               IF WS-STATUS-CHANGED
                   PERFORM 320-WRITE-STATUS
               END-IF

               MOVE 0                   TO WS-WAITING-COUNT
               PERFORM VARYING WS-JX FROM 1 BY 1
                       UNTIL WS-JX > WS-JOB-COUNT
                   IF WS-JOB-STATE(WS-JX) = 'WAITING'
                       ADD 1 TO WS-WAITING-COUNT
                   END-IF
               END-PERFORM
               IF WS-WAITING-COUNT > 0 AND NOT WS-JOB-RAN
                   CALL 'C$SLEEP' USING WS-POLL-SECS
               END-IF
           END-PERFORM.


      *> Prerequisite jobs first, then the start time, then the
      *> files - the note names the first thing still missing. Past
      *> midnight every deadline of the day has gone by.
       410-CHECK-JOB.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME(1:4)        TO WS-NOW-HHMM
           SET WS-CONDITIONS-MET        TO TRUE
           MOVE 'N'                     TO WS-HELD-FLAG
           MOVE SPACES                  TO WS-NEW-NOTE

           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEED-COUNT OR WS-JOB-HELD
               IF WS-NEED-JOB(WS-NX) = WS-JX
                   AND WS-NEED-TYPE(WS-NX) = 'AFTER'
                   PERFORM 420-CHECK-AFTER
               END-IF
           END-PERFORM

           IF WS-JOB-HELD
               MOVE 'HELD'              TO WS-JOB-STATE(WS-JX)
               MOVE WS-NEW-NOTE         TO WS-JOB-NOTE(WS-JX)
               SET WS-STATUS-CHANGED    TO TRUE
               MOVE 'HELD'              TO WS-ALERT-STATE
               PERFORM 600-APPEND-ALERT
           ELSE
               IF WS-CONDITIONS-MET
                   AND WS-NOW-HHMM < WS-JOB-START(WS-JX)
                   MOVE 'N'             TO WS-MET-FLAG
                   STRING 'not before '  DELIMITED BY SIZE
                          WS-JOB-START(WS-JX)
                                         DELIMITED BY SIZE
                       INTO WS-NEW-NOTE
                   END-STRING
               END-IF
               PERFORM VARYING WS-NX FROM 1 BY 1
                       UNTIL WS-NX > WS-NEED-COUNT
                       OR NOT WS-CONDITIONS-MET
                   IF WS-NEED-JOB(WS-NX) = WS-JX
                       AND WS-NEED-TYPE(WS-NX) = 'FILE'
                       PERFORM 430-CHECK-FILE
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN WS-CONDITIONS-MET
                       PERFORM 450-RUN-JOB
                   WHEN WS-NOW-HHMM > WS-JOB-DEADLINE(WS-JX)
                   WHEN WS-NOW-DATE NOT = WS-TODAY-DATE
                       MOVE 'LATE'      TO WS-JOB-STATE(WS-JX)
                       MOVE SPACES      TO WS-JOB-NOTE(WS-JX)
                       STRING 'deadline '
                                         DELIMITED BY SIZE
                              WS-JOB-DEADLINE(WS-JX)
                                         DELIMITED BY SIZE
                              ' passed - '
                                         DELIMITED BY SIZE
                              FUNCTION TRIM(WS-NEW-NOTE)
                                         DELIMITED BY SIZE
                           INTO WS-JOB-NOTE(WS-JX)
                       END-STRING
                       SET WS-STATUS-CHANGED TO TRUE
                       MOVE 'LATE'      TO WS-ALERT-STATE
                       PERFORM 600-APPEND-ALERT
                   WHEN WS-NEW-NOTE NOT = WS-JOB-NOTE(WS-JX)
                       MOVE WS-NEW-NOTE TO WS-JOB-NOTE(WS-JX)
                       SET WS-STATUS-CHANGED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.


      *> A prerequisite not scheduled today has nothing to wait for.
       420-CHECK-AFTER.
           MOVE WS-NEED-AFTER(WS-NX)    TO WS-KX
           EVALUATE WS-JOB-STATE(WS-KX)
               WHEN 'OK'
               WHEN 'NOT-TODAY'
                   CONTINUE
               WHEN 'FAILED'
               WHEN 'LATE'
               WHEN 'HELD'
                   SET WS-JOB-HELD      TO TRUE
                   MOVE 'N'             TO WS-MET-FLAG
                   MOVE SPACES          TO WS-NEW-NOTE
                   STRING 'runs after '  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JOB-NAME(WS-KX))
                                         DELIMITED BY SIZE
                          ', which is '  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-JOB-STATE(WS-KX))
                                         DELIMITED BY SIZE
                       INTO WS-NEW-NOTE
                   END-STRING
               WHEN OTHER
                   IF WS-CONDITIONS-MET
                       MOVE 'N'         TO WS-MET-FLAG
                       STRING 'waiting for job '
                                         DELIMITED BY SIZE
                              FUNCTION TRIM(WS-JOB-NAME(WS-KX))
                                         DELIMITED BY SIZE
                           INTO WS-NEW-NOTE
                       END-STRING
                   END-IF
           END-EVALUATE.


       430-CHECK-FILE.
           MOVE WS-NEED-TARGET(WS-NX)   TO WS-SUBST-IN
           PERFORM 440-SUBSTITUTE-DATES
           MOVE WS-SUBST-OUT            TO WS-COND-FILENAME
           OPEN INPUT CONDITION-FILE
           IF WS-CND-FILE-STATUS = '00'
               CLOSE CONDITION-FILE
           ELSE
               MOVE 'N'                 TO WS-MET-FLAG
               STRING 'waiting for file ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COND-FILENAME)
                                          DELIMITED BY SIZE
                   INTO WS-NEW-NOTE
               END-STRING
           END-IF.


      *> LLM-JOB-RUNNER's {TODAY} and {YESTERDAY}, plus {PREVBUSDAY}
      *> for a feed named by the business day it carries.
       440-SUBSTITUTE-DATES.
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
                           STRING WS-TODAY-DATE DELIMITED BY SIZE
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
                   WHEN WS-SUBST-POS + 11 <= WS-SUBST-LEN
                   AND WS-SUBST-IN(WS-SUBST-POS:12) = '{PREVBUSDAY}'
                       IF WS-SUBST-PTR + 7 <= 256
                           STRING WS-PREV-BUS-DATE DELIMITED BY SIZE
                               INTO WS-SUBST-OUT
                               WITH POINTER WS-SUBST-PTR
                           END-STRING
                       END-IF
                       ADD 12 TO WS-SUBST-POS
                   WHEN OTHER
                       IF WS-SUBST-PTR <= 256
                           MOVE WS-SUBST-IN(WS-SUBST-POS:1)
                               TO WS-SUBST-OUT(WS-SUBST-PTR:1)
                           ADD 1 TO WS-SUBST-PTR
                       END-IF
                       ADD 1 TO WS-SUBST-POS
               END-EVALUATE
           END-PERFORM.


      *> The status file says RUNNING for as long as the runner has
      *> the job, so the bridge sees it and a restart knows.
       450-RUN-JOB.
           MOVE 'RUNNING'               TO WS-JOB-STATE(WS-JX)
           MOVE WS-NOW-TIME(1:6)        TO WS-JOB-STARTED(WS-JX)
           MOVE SPACES                  TO WS-JOB-ENDED(WS-JX)
                                           WS-JOB-RC(WS-JX)
           IF WS-JOB-RESTART(WS-JX) = 'Y'
               MOVE 'restarted after an earlier failure'
                                        TO WS-JOB-NOTE(WS-JX)
           ELSE
               MOVE SPACES              TO WS-JOB-NOTE(WS-JX)
           END-IF
           PERFORM 320-WRITE-STATUS

           MOVE SPACES                  TO WS-JOB-CMD
           MOVE 1                       TO WS-JOB-CMD-PTR
           STRING FUNCTION TRIM(WS-BIN-DIR)      DELIMITED BY SIZE
                  '/LLM-JOB-RUNNER '''           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOB-MANIFEST(WS-JX))
                                                 DELIMITED BY SIZE
                  ''''                           DELIMITED BY SIZE
               INTO WS-JOB-CMD
               WITH POINTER WS-JOB-CMD-PTR
           END-STRING
           IF WS-JOB-RESTART(WS-JX) = 'Y'
               STRING ' RESTART'                 DELIMITED BY SIZE
                   INTO WS-JOB-CMD
                   WITH POINTER WS-JOB-CMD-PTR
               END-STRING
           END-IF
           DISPLAY 'LLM-SCHEDULER: job '
                   FUNCTION TRIM(WS-JOB-NAME(WS-JX)) ': '
                   FUNCTION TRIM(WS-JOB-CMD)
           MOVE 0 TO RETURN-CODE
           CALL 'SYSTEM' USING WS-JOB-CMD
           MOVE RETURN-CODE             TO WS-RUN-RC
           MOVE 0 TO RETURN-CODE
      *> system(3) hands back the raw wait status - the exit code
      *> rides in the high byte, as LLM-JOB-RUNNER finds for its steps.
           IF WS-RUN-RC > 255
               COMPUTE WS-RUN-RC = WS-RUN-RC / 256
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME(1:6)        TO WS-JOB-ENDED(WS-JX)
           MOVE WS-RUN-RC               TO WS-EDIT-RC
           MOVE WS-EDIT-RC              TO WS-JOB-RC(WS-JX)
           MOVE 'N'                     TO WS-JOB-RESTART(WS-JX)
           IF WS-RUN-RC = 0
               MOVE 'OK'                TO WS-JOB-STATE(WS-JX)
           ELSE
               MOVE 'FAILED'            TO WS-JOB-STATE(WS-JX)
               MOVE SPACES              TO WS-JOB-NOTE(WS-JX)
               STRING 'LLM-JOB-RUNNER RC '       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-RC)  DELIMITED BY SIZE
                      ' - see '                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JOB-MANIFEST(WS-JX))
                                                 DELIMITED BY SIZE
                      '.summary'                 DELIMITED BY SIZE
                   INTO WS-JOB-NOTE(WS-JX)
               END-STRING
               MOVE 'FAILED'            TO WS-ALERT-STATE
               PERFORM 600-APPEND-ALERT
           END-IF
           SET WS-JOB-RAN               TO TRUE
           SET WS-STATUS-CHANGED        TO TRUE.


       500-FINISH.
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JOB-COUNT
               EVALUATE WS-JOB-STATE(WS-JX)
                   WHEN 'OK'
                       ADD 1 TO WS-OK-COUNT
                   WHEN 'NOT-TODAY'
                       ADD 1 TO WS-NOT-TODAY-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-BAD-COUNT
               END-EVALUATE
           END-PERFORM
           PERFORM 320-WRITE-STATUS
           DISPLAY 'LLM-SCHEDULER: day ' WS-TODAY-DATE
                   ' - OK ' WS-OK-COUNT
                   ', failed/late/held ' WS-BAD-COUNT
                   ', not today ' WS-NOT-TODAY-COUNT
                   ' - status in '
                   FUNCTION TRIM(WS-STATUS-FILENAME)
           IF WS-BAD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.


      *> One line per event, as LLM-MONITOR keeps its alert file.
       600-APPEND-ALERT.
           DISPLAY 'LLM-SCHEDULER: ALERT job '
                   FUNCTION TRIM(WS-JOB-NAME(WS-JX)) ' '
                   FUNCTION TRIM(WS-ALERT-STATE) ' - '
                   FUNCTION TRIM(WS-JOB-NOTE(WS-JX))
           OPEN EXTEND ALERT-FILE
           IF WS-ALR-FILE-STATUS = '35'
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALR-FILE-STATUS = '00'
               MOVE SPACES TO ALERT-LINE
               STRING WS-TODAY-DATE              DELIMITED BY SIZE
                      '-'                        DELIMITED BY SIZE
                      WS-NOW-TIME(1:6)           DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-JOB-NAME(WS-JX)         DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-ALERT-STATE             DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JOB-NOTE(WS-JX))
                                                 DELIMITED BY SIZE
                   INTO ALERT-LINE
               END-STRING
               WRITE ALERT-LINE
               CLOSE ALERT-FILE
           ELSE
               DISPLAY 'LLM-SCHEDULER: cannot write alert file '
                       FUNCTION TRIM(WS-ALERT-FILENAME)
                       ', status ' WS-ALR-FILE-STATUS
           END-IF.
