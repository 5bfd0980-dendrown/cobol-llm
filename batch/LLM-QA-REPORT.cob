      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-QA-REPORT.cob
      *> Desc    : Monthly QA accuracy report from the QA work file
      *>           LLM-QA-SAMPLE draws and LLM-QA-REVIEW scores. For
      *>           the samples taken in one month it shows, by prompt
      *>           version, by model and by caller, how many replies
      *>           were sampled and scored, the rubric counts (correct
      *>           / minor / major / harmful), the accuracy rate
      *>           (correct over scored) and its 95% margin, so the
      *>           model risk file carries a measured figure with the
      *>           sample size behind it. RC 4 when some sampled
      *>           replies are still unscored.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-QA-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-FILE ASSIGN TO WS-QA-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QA-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QA-FILE.
       COPY 'LLM-QA-RECORD.cpy'.

       FD  REPORT-OUT.
       01 REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-QA-FILENAME            PIC X(256).
       01 WS-REPORT-FILENAME        PIC X(256).
       01 WS-QA-FILE-STATUS         PIC X(2).
       01 WS-RPT-FILE-STATUS        PIC X(2).
       01 WS-ARG-COUNT              PIC 999 COMP-5.
       01 WS-EOF-FLAG               PIC X(1) VALUE 'N'.
         88 WS-EOF                     VALUE 'Y'.
       01 WS-MONTH-ARG              PIC X(8).
       01 WS-REPORT-MONTH           PIC X(6).
       01 WS-TODAY                  PIC 9(8).

      *> ---- one row per prompt version, model and caller seen ------
      *> WS-GRP-KIND 'P' prompt ID + version, 'M' model, 'C' caller.
       01 WS-GRP-COUNT              PIC 9(4) COMP VALUE 0.
       01 WS-GRP-MAX                PIC 9(4) COMP VALUE 600.
       01 WS-GROUP-TABLE.
           05 WS-GRP-ENTRY          OCCURS 600 TIMES
                                    INDEXED BY WS-GRP-IDX.
             10 WS-GRP-KIND         PIC X(1).
             10 WS-GRP-LABEL        PIC X(128).
             10 WS-GRP-SAMPLED      PIC 9(9).
             10 WS-GRP-CORRECT      PIC 9(9).
             10 WS-GRP-MINOR        PIC 9(9).
             10 WS-GRP-MAJOR        PIC 9(9).
             10 WS-GRP-HARMFUL      PIC 9(9).

       01 WS-FIND-KIND              PIC X(1).
       01 WS-FIND-LABEL             PIC X(128).
       01 WS-FOUND-FLAG             PIC X(1).
         88 WS-FOUND                   VALUE 'Y'.
       01 WS-GRP-FULL-FLAG          PIC X(1) VALUE 'N'.
         88 WS-GRP-TABLE-FULL          VALUE 'Y'.
       01 WS-VERSION-DISP           PIC 9(3).

      *> ---- month totals ---------------------------------------------
       01 WS-TOT-SAMPLED            PIC 9(9) VALUE 0.
       01 WS-TOT-CORRECT            PIC 9(9) VALUE 0.
       01 WS-TOT-MINOR              PIC 9(9) VALUE 0.
       01 WS-TOT-MAJOR              PIC 9(9) VALUE 0.
       01 WS-TOT-HARMFUL            PIC 9(9) VALUE 0.

      *> ---- one detail line's figures ---------------------------------
       01 WS-LINE-LABEL             PIC X(44).
       01 WS-LINE-SAMPLED           PIC 9(9).
       01 WS-LINE-CORRECT           PIC 9(9).
       01 WS-LINE-MINOR             PIC 9(9).
       01 WS-LINE-MAJOR             PIC 9(9).
       01 WS-LINE-HARMFUL           PIC 9(9).
       01 WS-LINE-SCORED            PIC 9(9).
       01 WS-RATE                   PIC 9V9(6).
       01 WS-MARGIN                 PIC 9V9(6).
       01 WS-SECTION-KIND           PIC X(1).

      *> ---- report line assembly --------------------------------
       01 WS-EDIT-SAMPLED           PIC ZZZ,ZZ9.
       01 WS-EDIT-SCORED            PIC ZZZ,ZZ9.
       01 WS-EDIT-CORRECT           PIC ZZZ,ZZ9.
       01 WS-EDIT-MINOR             PIC ZZZ,ZZ9.
       01 WS-EDIT-MAJOR             PIC ZZZ,ZZ9.
       01 WS-EDIT-HARMFUL           PIC ZZZ,ZZ9.
       01 WS-EDIT-RATE              PIC ZZ9.9.
       01 WS-EDIT-MARGIN            PIC Z9.9.
       01 WS-EDIT-RATE-TEXT         PIC X(16).

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-PROCESS-QA-FILE
           PERFORM 300-WRITE-REPORT
           DISPLAY 'LLM-QA-REPORT: month ' WS-REPORT-MONTH
                   ' replies sampled: ' WS-TOT-SAMPLED
           IF WS-TOT-SAMPLED >
              WS-TOT-CORRECT + WS-TOT-MINOR + WS-TOT-MAJOR
              + WS-TOT-HARMFUL
               DISPLAY 'LLM-QA-REPORT: some sampled replies are '
                       'still unscored'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=QA work file  2=month YYYYMM ('-' = this month)
      *>       3=report file (optional, default LLM-QA-<month>.RPT)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY 'LLM-QA-REPORT: usage: LLM-QA-REPORT '
                       '<qa-file> [yyyymm] [report-out]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-QA-FILENAME FROM ARGUMENT-VALUE
           MOVE '-'                     TO WS-MONTH-ARG
           MOVE SPACES                  TO WS-REPORT-FILENAME
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 2
               MOVE 2                   TO WS-ARG-COUNT
               ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
           END-IF
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 3
               MOVE 3                   TO WS-ARG-COUNT
               ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE
               IF WS-REPORT-FILENAME = '-'
                   MOVE SPACES          TO WS-REPORT-FILENAME
               END-IF
           END-IF

           IF WS-MONTH-ARG = '-' OR SPACES
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY(1:6)       TO WS-REPORT-MONTH
           ELSE
               MOVE WS-MONTH-ARG(1:6)   TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH IS NOT NUMERIC
               DISPLAY 'LLM-QA-REPORT: month must be YYYYMM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPORT-FILENAME = SPACES
               STRING 'LLM-QA-'         DELIMITED BY SIZE
                      WS-REPORT-MONTH   DELIMITED BY SIZE
                      '.RPT'            DELIMITED BY SIZE
                      INTO WS-REPORT-FILENAME
               END-STRING
           END-IF.


       200-PROCESS-QA-FILE.
           OPEN INPUT QA-FILE
           IF WS-QA-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-QA-REPORT: cannot open QA file '
                       FUNCTION TRIM(WS-QA-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ QA-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF QA-SAMPLE-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM 210-ACCUMULATE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE QA-FILE.


       210-ACCUMULATE-RECORD.
           ADD 1 TO WS-TOT-SAMPLED
           EVALUATE TRUE
               WHEN QA-CORRECT     ADD 1 TO WS-TOT-CORRECT
               WHEN QA-MINOR-ERROR ADD 1 TO WS-TOT-MINOR
               WHEN QA-MAJOR-ERROR ADD 1 TO WS-TOT-MAJOR
               WHEN QA-HARMFUL     ADD 1 TO WS-TOT-HARMFUL
           END-EVALUATE

           MOVE QA-PROMPT-VERSION       TO WS-VERSION-DISP
           IF QA-PROMPT-VERSION IS NOT NUMERIC
               MOVE 0                   TO WS-VERSION-DISP
           END-IF
           MOVE 'P'                     TO WS-FIND-KIND
           MOVE SPACES                  TO WS-FIND-LABEL
           IF QA-PROMPT-ID = SPACES
               MOVE '(no prompt ID)'    TO WS-FIND-LABEL
           ELSE
               STRING FUNCTION TRIM(QA-PROMPT-ID) DELIMITED BY SIZE
                      ' v'                      DELIMITED BY SIZE
                      WS-VERSION-DISP           DELIMITED BY SIZE
                      INTO WS-FIND-LABEL
               END-STRING
           END-IF
           PERFORM 220-COUNT-IN-GROUP

           MOVE 'M'                     TO WS-FIND-KIND
           MOVE QA-MODEL                TO WS-FIND-LABEL
           PERFORM 220-COUNT-IN-GROUP

           MOVE 'C'                     TO WS-FIND-KIND
           MOVE QA-CALLER               TO WS-FIND-LABEL
           PERFORM 220-COUNT-IN-GROUP.


       220-COUNT-IN-GROUP.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT OR WS-FOUND
               IF WS-GRP-KIND(WS-GRP-IDX) = WS-FIND-KIND
               AND WS-GRP-LABEL(WS-GRP-IDX) = WS-FIND-LABEL
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-GRP-IDX DOWN BY 1
           ELSE
               IF WS-GRP-COUNT >= WS-GRP-MAX
                   IF NOT WS-GRP-TABLE-FULL
                       DISPLAY 'LLM-QA-REPORT: more than 600 '
                               'groups - later ones not broken out'
                       SET WS-GRP-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-GRP-COUNT
                   SET WS-GRP-IDX TO WS-GRP-COUNT
                   MOVE WS-FIND-KIND    TO WS-GRP-KIND(WS-GRP-IDX)
                   MOVE WS-FIND-LABEL   TO WS-GRP-LABEL(WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-SAMPLED(WS-GRP-IDX)
                             WS-GRP-CORRECT(WS-GRP-IDX)
                             WS-GRP-MINOR(WS-GRP-IDX)
                             WS-GRP-MAJOR(WS-GRP-IDX)
                             WS-GRP-HARMFUL(WS-GRP-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-FOUND
               ADD 1 TO WS-GRP-SAMPLED(WS-GRP-IDX)
               EVALUATE TRUE
                   WHEN QA-CORRECT
                       ADD 1 TO WS-GRP-CORRECT(WS-GRP-IDX)
                   WHEN QA-MINOR-ERROR
                       ADD 1 TO WS-GRP-MINOR(WS-GRP-IDX)
                   WHEN QA-MAJOR-ERROR
                       ADD 1 TO WS-GRP-MAJOR(WS-GRP-IDX)
                   WHEN QA-HARMFUL
                       ADD 1 TO WS-GRP-HARMFUL(WS-GRP-IDX)
               END-EVALUATE
           END-IF.


       300-WRITE-REPORT.
           OPEN OUTPUT REPORT-OUT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-QA-REPORT: cannot open report '
                       FUNCTION TRIM(WS-REPORT-FILENAME)
                       ', status ' WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'LLM-QA-REPORT  REPLY ACCURACY FROM QA SAMPLING  '
                                               DELIMITED BY SIZE
                  'MONTH '                     DELIMITED BY SIZE
                  WS-REPORT-MONTH              DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE 'ACCURACY = CORRECT / SCORED; +/- IS THE 95% MARGIN'
                                            TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'P'                     TO WS-SECTION-KIND
           MOVE 'BY PROMPT VERSION'     TO WS-LINE-LABEL
           PERFORM 310-WRITE-SECTION
           MOVE 'M'                     TO WS-SECTION-KIND
           MOVE 'BY MODEL'              TO WS-LINE-LABEL
           PERFORM 310-WRITE-SECTION
           MOVE 'C'                     TO WS-SECTION-KIND
           MOVE 'BY CALLER'             TO WS-LINE-LABEL
           PERFORM 310-WRITE-SECTION

           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ALL SAMPLED REPLIES'   TO WS-LINE-LABEL
           MOVE WS-TOT-SAMPLED          TO WS-LINE-SAMPLED
           MOVE WS-TOT-CORRECT          TO WS-LINE-CORRECT
           MOVE WS-TOT-MINOR            TO WS-LINE-MINOR
           MOVE WS-TOT-MAJOR            TO WS-LINE-MAJOR
           MOVE WS-TOT-HARMFUL          TO WS-LINE-HARMFUL
           PERFORM 320-WRITE-DETAIL-LINE

           CLOSE REPORT-OUT.


       310-WRITE-SECTION.
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LINE-LABEL           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                  TO REPORT-LINE
           STRING '                                            '
                                               DELIMITED BY SIZE
                  ' SAMPLED  SCORED CORRECT   MINOR   MAJOR HARMFUL'
                                               DELIMITED BY SIZE
                  '  ACCURACY   +/-'           DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-KIND(WS-GRP-IDX) = WS-SECTION-KIND
                   MOVE WS-GRP-LABEL(WS-GRP-IDX) TO WS-LINE-LABEL
                   IF WS-LINE-LABEL = SPACES
                       MOVE '(not recorded)'     TO WS-LINE-LABEL
                   END-IF
                   MOVE WS-GRP-SAMPLED(WS-GRP-IDX) TO WS-LINE-SAMPLED
                   MOVE WS-GRP-CORRECT(WS-GRP-IDX) TO WS-LINE-CORRECT
                   MOVE WS-GRP-MINOR(WS-GRP-IDX)   TO WS-LINE-MINOR
                   MOVE WS-GRP-MAJOR(WS-GRP-IDX)   TO WS-LINE-MAJOR
                   MOVE WS-GRP-HARMFUL(WS-GRP-IDX) TO WS-LINE-HARMFUL
                   PERFORM 320-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM.


      *> Accuracy p = correct / scored over the replies a reviewer
      *> has scored; the margin is the normal-approximation 95%
      *> half-width 1.96 * sqrt(p(1-p)/n), which is why the sample
      *> size sits beside every rate.
       320-WRITE-DETAIL-LINE.
           COMPUTE WS-LINE-SCORED = WS-LINE-CORRECT + WS-LINE-MINOR
                                  + WS-LINE-MAJOR + WS-LINE-HARMFUL
           MOVE WS-LINE-SAMPLED         TO WS-EDIT-SAMPLED
           MOVE WS-LINE-SCORED          TO WS-EDIT-SCORED
           MOVE WS-LINE-CORRECT         TO WS-EDIT-CORRECT
           MOVE WS-LINE-MINOR           TO WS-EDIT-MINOR
           MOVE WS-LINE-MAJOR           TO WS-EDIT-MAJOR
           MOVE WS-LINE-HARMFUL         TO WS-EDIT-HARMFUL
           MOVE SPACES                  TO WS-EDIT-RATE-TEXT
           IF WS-LINE-SCORED = 0
               MOVE '       n/a'        TO WS-EDIT-RATE-TEXT
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   WS-LINE-CORRECT / WS-LINE-SCORED
               COMPUTE WS-MARGIN ROUNDED =
                   1.96 * ((WS-RATE * (1 - WS-RATE)
                            / WS-LINE-SCORED) ** 0.5)
               COMPUTE WS-EDIT-RATE ROUNDED = WS-RATE * 100
               COMPUTE WS-EDIT-MARGIN ROUNDED = WS-MARGIN * 100
               STRING '    ' WS-EDIT-RATE '%  ' WS-EDIT-MARGIN
                      DELIMITED BY SIZE
                      INTO WS-EDIT-RATE-TEXT
               END-STRING
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING WS-LINE-LABEL         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-EDIT-SAMPLED       DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-EDIT-SCORED        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-EDIT-CORRECT       DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-EDIT-MINOR         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-EDIT-MAJOR         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-EDIT-HARMFUL       DELIMITED BY SIZE
                  WS-EDIT-RATE-TEXT     DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
