      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-JUDGE-GRADE.cob
      *> Desc    : Automated rubric grading of a whole LLM-BATCH
      *>           output by a second (judge) model - the full-
      *>           coverage companion to the human QA sample. Each
      *>           output record is joined back to its input prompt
      *>           by key and sent, prompt and reply together, to the
      *>           judge with the rubric from the prompt library
      *>           (LLM-JUDGE-RUBRIC, or LLM_JUDGE_RUBRIC_ID) and
      *>           LLM-REQ-FORMAT-JSON; the reply must be one object
      *>             {"score": 1-5, "reason": "..."}
      *>           and is read with LLM-EXTRACT. Every record gets a
      *>           line on the score file (LLM-JUDGE-SCORE-RECORD,
      *>           appended across runs) - scored, or why not: a
      *>           failed or held source reply (NOREPLY), a failed
      *>           judge call (FAILED), a judge reply without a score
      *>           in range (NOSCORE). Replies scoring at or under
      *>           the review threshold are written to a review file
      *>           in the LLM-BATCH rejects layout, so LLM-REJECT-
      *>           REVIEW puts them in front of people the next
      *>           morning. The summary shows the score distribution
      *>           per caller and prompt ID for everything graded
      *>           today, read back from the score file, so several
      *>           runs graded in one night land on one page.
      *>
      *>           Caller and prompt ID are per run in LLM-BATCH, so
      *>           they are taken from the same LLM_BATCH_CALLER and
      *>           LLM_BATCH_PROMPT_ID settings the graded run used.
      *>           Honors LLM_BATCH_INPUT_FORMAT / _OUTPUT_FORMAT =
      *>           DELIM like the run did.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-JUDGE-GRADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-OUTPUT ASSIGN TO WS-OUTPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT BATCH-INPUT ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT SCORE-FILE ASSIGN TO WS-SCORE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-FILE-STATUS.

           SELECT REVIEW-FILE ASSIGN TO WS-REVIEW-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RVW-FILE-STATUS.

           SELECT SUMMARY-REPORT ASSIGN TO WS-SUMMARY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BATCH-OUTPUT.
       01 BATCH-OUT-RECORD.
           05 BOUT-KEY              PIC X(20).
           05 BOUT-STAT-CODE        PIC 9(4).
           05 BOUT-TOKENS-IN        PIC 9(9).
           05 BOUT-TOKENS-OUT       PIC 9(9).
           05 BOUT-CONTENT          PIC X(32768).
           05 BOUT-CATEGORY         PIC X(10).
           05 BOUT-LONG-PATH        PIC X(1).
       01 BATCH-OUT-RAW             PIC X(32900).

       FD  BATCH-INPUT.
       01 BATCH-IN-RECORD.
           05 BIN-KEY               PIC X(20).
           05 BIN-ROLE              PIC X(16).
           05 BIN-PROMPT            PIC X(32768).
           05 BIN-REST              PIC X(110).
       01 BATCH-IN-RAW              PIC X(32900).

       FD  SCORE-FILE.
       COPY 'LLM-JUDGE-SCORE-RECORD.cpy'.

      *> LLM-BATCH's REJECTS-RECORD - what LLM-REJECT-REVIEW reads.
      *> The trailing run date / prompt columns stay blank: a judge
      *> referral is not a classification reject.
       FD  REVIEW-FILE.
       01 REVIEW-RECORD.
           05 RVW-KEY               PIC X(20).
           05 FILLER                PIC X(1).
           05 RVW-CONTENT           PIC X(32768).
           05 FILLER                PIC X(54).

       FD  SUMMARY-REPORT.
       01 REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'LLM.cpy'.
       COPY 'LLM-PROMPT.cpy'.
       COPY 'LLM-EXTRACT.cpy'.
       COPY 'LLM-DELIM-FIELDS.cpy'.

       01 WS-OUTPUT-FILENAME    PIC X(256).
       01 WS-INPUT-FILENAME     PIC X(256).
       01 WS-SCORE-FILENAME     PIC X(256).
       01 WS-REVIEW-FILENAME    PIC X(256).
       01 WS-SUMMARY-FILENAME   PIC X(256).
       01 WS-MODEL-ARG          PIC X(128).
       01 WS-THRESHOLD-ARG      PIC X(4).
       01 WS-OUT-FILE-STATUS    PIC X(2).
       01 WS-IN-FILE-STATUS     PIC X(2).
       01 WS-SCR-FILE-STATUS    PIC X(2).
       01 WS-RVW-FILE-STATUS    PIC X(2).
       01 WS-SUM-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-IN-EOF-FLAG        PIC X(1) VALUE 'N'.
         88 WS-IN-EOF               VALUE 'Y'.
       01 WS-IN-OPEN-FLAG       PIC X(1) VALUE 'N'.
         88 WS-IN-IS-OPEN           VALUE 'Y'.
       01 WS-SCR-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-SCR-EOF              VALUE 'Y'.
      *> Kept apart from RETURN-CODE, which the cleanup CALL resets.
       01 WS-RUN-FAILED-FLAG    PIC X(1) VALUE 'N'.
         88 WS-RUN-FAILED           VALUE 'Y'.

      *> ---- feed formats ----------------------------------------------
       01 WS-OUTPUT-FORMAT-ENV  PIC X(8).
       01 WS-OUT-DELIM-FLAG     PIC X(1) VALUE 'N'.
         88 WS-OUT-DELIM-MODE       VALUE 'Y'.
       01 WS-INPUT-FORMAT-ENV   PIC X(8).
       01 WS-IN-DELIM-FLAG      PIC X(1) VALUE 'N'.
         88 WS-IN-DELIM-MODE        VALUE 'Y'.
       01 WS-DELIM-ENV          PIC X(4).

      *> ---- the run being graded -------------------------------------
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
       01 WS-RUN-ID             PIC X(14).
       01 WS-RUN-CALLER         PIC X(30).
       01 WS-RUN-PROMPT-ID      PIC X(40).

      *> ---- rubric, library-controlled with fallback -----------------
       01 WS-RUBRIC-ID          PIC X(40) VALUE 'LLM-JUDGE-RUBRIC'.
       01 WS-RUBRIC-TEXT        PIC X(32768).
       01 WS-RUBRIC-VERSION     PIC 9(3) VALUE 0.
      *> Replies scoring this or lower go to the review file.
       01 WS-REVIEW-THRESHOLD   PIC 9(1) VALUE 2.

      *> ---- the record being graded -----------------------------------
       01 WS-REC-KEY            PIC X(20).
       01 WS-REC-STAT           PIC 9(4).
       01 WS-REC-PATH           PIC X(1).
       01 WS-REC-CONTENT        PIC X(32768).
       01 WS-REC-KIND           PIC X(1).
         88 WS-REC-IS-HDR          VALUE 'H'.
         88 WS-REC-IS-TRL          VALUE 'T'.
         88 WS-REC-IS-DETAIL       VALUE 'D'.
       01 WS-PROMPT-TEXT        PIC X(32768).
       01 WS-PROMPT-FOUND-FLAG  PIC X(1).
         88 WS-PROMPT-FOUND         VALUE 'Y'.
       01 WS-FROM-TOP-FLAG      PIC X(1).
         88 WS-FROM-TOP             VALUE 'Y'.
       01 WS-SCAN-DONE-FLAG     PIC X(1).
         88 WS-SCAN-DONE            VALUE 'Y'.
       01 WS-JUDGE-TEXT         PIC X(32768).
       01 WS-JUDGE-PTR          PIC 9(6) COMP.
       01 WS-PART-LEN           PIC 9(6) COMP.
      *> The original request gets at most this much of the judge's
      *> message, so a long prompt cannot crowd out the reply.
       01 WS-PROMPT-ROOM        PIC 9(6) COMP VALUE 16000.
       01 WS-SCORE-VALUE        PIC S9(13)V9(4).

      *> ---- control totals --------------------------------------------
       01 WS-RECORD-COUNT       PIC 9(9) VALUE 0.
       01 WS-SCORED-COUNT       PIC 9(9) VALUE 0.
       01 WS-NOREPLY-COUNT      PIC 9(9) VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(9) VALUE 0.
       01 WS-NOSCORE-COUNT      PIC 9(9) VALUE 0.
       01 WS-REVIEW-COUNT       PIC 9(9) VALUE 0.
       01 WS-NOPROMPT-COUNT     PIC 9(9) VALUE 0.

      *> ---- summary: today's grading by caller and prompt ID ----------
       01 WS-GRP-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-GRP-MAX            PIC 9(4) COMP VALUE 500.
       01 WS-GROUP-TABLE.
           05 WS-GRP-ENTRY      OCCURS 500 TIMES
                                INDEXED BY WS-GRP-IDX.
             10 WS-GRP-CALLER   PIC X(30).
             10 WS-GRP-PROMPT   PIC X(40).
             10 WS-GRP-GRADED   PIC 9(9).
      *> Scores 1-5, then the records that came back without one.
             10 WS-GRP-SCORE-N  PIC 9(9) OCCURS 5 TIMES.
             10 WS-GRP-UNSCORED PIC 9(9).
             10 WS-GRP-SCORE-SUM PIC 9(11).
       01 WS-GRP-FOUND-FLAG     PIC X(1).
         88 WS-GRP-FOUND            VALUE 'Y'.
       01 WS-GRP-FULL-FLAG      PIC X(1) VALUE 'N'.
         88 WS-GRP-TABLE-FULL       VALUE 'Y'.
       01 WS-SCORE-IDX          PIC 9(1) COMP.
       01 WS-AVG-SCORE          PIC 9V99.
       01 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
       01 WS-EDIT-AVG           PIC Z.99.
       01 WS-RPT-PTR            PIC 9(4) COMP.
       01 WS-CALLER-LABEL       PIC X(30).
       01 WS-PROMPT-LABEL       PIC X(40).

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           IF NOT WS-RUN-FAILED
               PERFORM 110-LOAD-RUBRIC
               PERFORM 200-GRADE-OUTPUT
           END-IF
           IF NOT WS-RUN-FAILED
               PERFORM 300-WRITE-SUMMARY
           END-IF
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-JUDGE-GRADE: records graded: ' WS-RECORD-COUNT
           DISPLAY 'LLM-JUDGE-GRADE: scored '   WS-SCORED-COUNT
                   ' no reply '   WS-NOREPLY-COUNT
                   ' judge failed ' WS-FAILED-COUNT
                   ' no score '   WS-NOSCORE-COUNT
           DISPLAY 'LLM-JUDGE-GRADE: to review ' WS-REVIEW-COUNT
                   ', prompt not found ' WS-NOPROMPT-COUNT
      *> Replies waiting for a reviewer, or records the judge could
      *> not score, are a warning; a run that could not grade is
      *> fatal.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REVIEW-COUNT > 0
               OR   WS-FAILED-COUNT > 0
               OR   WS-NOSCORE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> Args: 1=LLM-BATCH output file to grade
      *>       2=the input file that run read (prompts, by key)
      *>       3=score file (appended)
      *>       4=review file (appended; LLM-REJECT-REVIEW input)
      *>       5=summary report
      *>       6=judge model (optional, default llama3.2:3b)
      *>       7=review threshold (optional, 1-4, default 2)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 5
               DISPLAY 'LLM-JUDGE-GRADE: usage: LLM-JUDGE-GRADE '
                       '<output> <input> <score-file> <review-file> '
                       '<summary> [model] [threshold]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-OUTPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-SCORE-FILENAME FROM ARGUMENT-VALUE
           MOVE 4                       TO WS-ARG-COUNT
           ACCEPT WS-REVIEW-FILENAME FROM ARGUMENT-VALUE
           MOVE 5                       TO WS-ARG-COUNT
           ACCEPT WS-SUMMARY-FILENAME FROM ARGUMENT-VALUE

           MOVE SPACES                  TO WS-MODEL-ARG
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-MODEL-ARG FROM ARGUMENT-VALUE
           END-IF
           IF WS-MODEL-ARG = SPACES
           OR WS-MODEL-ARG = '-'
               MOVE 'llama3.2:3b'       TO LLM-MODEL
           ELSE
               MOVE WS-MODEL-ARG        TO LLM-MODEL
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 7
               MOVE 7                   TO WS-ARG-COUNT
               ACCEPT WS-THRESHOLD-ARG FROM ARGUMENT-VALUE
               IF WS-THRESHOLD-ARG NOT = SPACES
               AND WS-THRESHOLD-ARG NOT = '-'
                   IF WS-THRESHOLD-ARG(1:1) < '1'
                   OR WS-THRESHOLD-ARG(1:1) > '4'
                   OR WS-THRESHOLD-ARG(2:) NOT = SPACES
                       DISPLAY 'LLM-JUDGE-GRADE: review threshold '
                               'must be 1 to 4'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-THRESHOLD-ARG(1:1) TO WS-REVIEW-THRESHOLD
               END-IF
           END-IF

           DISPLAY 'LLM_BATCH_CALLER' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-CALLER FROM ENVIRONMENT-VALUE
           IF WS-RUN-CALLER = SPACES
               MOVE 'LLM-BATCH'         TO WS-RUN-CALLER
           END-IF
           DISPLAY 'LLM_BATCH_PROMPT_ID' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-PROMPT-ID FROM ENVIRONMENT-VALUE
           DISPLAY 'LLM_JUDGE_RUBRIC_ID' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUBRIC-ID FROM ENVIRONMENT-VALUE
           IF WS-RUBRIC-ID = SPACES
               MOVE 'LLM-JUDGE-RUBRIC'  TO WS-RUBRIC-ID
           END-IF

           DISPLAY 'LLM_BATCH_OUTPUT_FORMAT' UPON ENVIRONMENT-NAME
           ACCEPT WS-OUTPUT-FORMAT-ENV FROM ENVIRONMENT-VALUE
           IF FUNCTION UPPER-CASE(WS-OUTPUT-FORMAT-ENV) = 'DELIM'
               SET WS-OUT-DELIM-MODE    TO TRUE
           END-IF
           DISPLAY 'LLM_BATCH_INPUT_FORMAT' UPON ENVIRONMENT-NAME
           ACCEPT WS-INPUT-FORMAT-ENV FROM ENVIRONMENT-VALUE
           IF FUNCTION UPPER-CASE(WS-INPUT-FORMAT-ENV) = 'DELIM'
               SET WS-IN-DELIM-MODE     TO TRUE
           END-IF
           MOVE X'09'                   TO LLM-DLM-SEPARATOR
           DISPLAY 'LLM_BATCH_DELIMITER' UPON ENVIRONMENT-NAME
           ACCEPT WS-DELIM-ENV FROM ENVIRONMENT-VALUE
           IF WS-DELIM-ENV NOT = SPACES
               MOVE WS-DELIM-ENV(1:1)   TO LLM-DLM-SEPARATOR
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE            DELIMITED BY SIZE
                  WS-RUN-TIME(1:6)       DELIMITED BY SIZE
                  INTO WS-RUN-ID
           END-STRING
           DISPLAY 'LLM-JUDGE-GRADE: run ID ' WS-RUN-ID
                   ' grading ' FUNCTION TRIM(WS-OUTPUT-FILENAME)
                   ' for ' FUNCTION TRIM(WS-RUN-CALLER)

           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           MOVE SPACES                   TO LLM-API-KEY
           MOVE 60                       TO LLM-TIMEOUT-SECS
           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-STATUS
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-JUDGE-GRADE: init failed: '
                       LLM-STAT-MESSAGE
               SET WS-RUN-FAILED TO TRUE
           END-IF.


      *> The rubric is centrally controlled like every other
      *> instruction; a library without the entry still runs on this
      *> built-in fallback. Whatever the wording, the reply shape is
      *> what 250 reads, so the JSON request is restated after it.
       110-LOAD-RUBRIC.
           MOVE WS-RUBRIC-ID             TO LLM-PROMPT-ID
           CALL 'LLM-PROMPT-LOOKUP' USING LLM-PROMPT
                                          LLM-STATUS
           IF LLM-PROMPT-WAS-FOUND
               MOVE LLM-PROMPT-TEXT      TO WS-RUBRIC-TEXT
               MOVE LLM-PROMPT-VERSION   TO WS-RUBRIC-VERSION
           ELSE
               MOVE 0                    TO WS-RUBRIC-VERSION
               MOVE 'You grade a reply that an assistant gave to a '
                  & 'business request. Judge it only on the request '
                  & 'and the reply you are given. Score 5 if it is '
                  & 'correct, complete and appropriate in tone; 4 if '
                  & 'it has a minor slip that needs no correction '
                  & 'before use; 3 if it needs light editing; 2 if it '
                  & 'is materially wrong or incomplete; 1 if it is '
                  & 'unusable, off-topic or could cause harm.'
                                         TO WS-RUBRIC-TEXT
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RUBRIC-TEXT
                                              TRAILING))
                                         TO WS-JUDGE-PTR
           ADD 1                         TO WS-JUDGE-PTR
           STRING ' Reply with one JSON object only, no prose and no '
                  'markdown: {"score": <whole number 1 to 5>, '
                  '"reason": "<one sentence>"}.'
                                         DELIMITED BY SIZE
               INTO WS-RUBRIC-TEXT
               WITH POINTER WS-JUDGE-PTR
           END-STRING
           INITIALIZE LLM-STATUS.


       200-GRADE-OUTPUT.
           OPEN INPUT BATCH-OUTPUT
           IF WS-OUT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-JUDGE-GRADE: cannot open output file '
                       FUNCTION TRIM(WS-OUTPUT-FILENAME)
                       ', status ' WS-OUT-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF

           IF NOT WS-RUN-FAILED
               OPEN EXTEND SCORE-FILE
               IF WS-SCR-FILE-STATUS = '35'
                   OPEN OUTPUT SCORE-FILE
               END-IF
               OPEN EXTEND REVIEW-FILE
               IF WS-RVW-FILE-STATUS = '35'
                   OPEN OUTPUT REVIEW-FILE
               END-IF
               IF WS-SCR-FILE-STATUS NOT = '00'
               OR WS-RVW-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-JUDGE-GRADE: cannot open score or '
                           'review file, status ' WS-SCR-FILE-STATUS
                           '/' WS-RVW-FILE-STATUS
                   CLOSE BATCH-OUTPUT
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF

           IF NOT WS-RUN-FAILED
               PERFORM UNTIL WS-EOF
                   READ BATCH-OUTPUT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 210-TAKE-OUTPUT-RECORD
                           IF WS-REC-IS-DETAIL
                               PERFORM 220-GRADE-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-OUTPUT
               CLOSE SCORE-FILE
               CLOSE REVIEW-FILE
               IF WS-IN-IS-OPEN
                   CLOSE BATCH-INPUT
               END-IF
           END-IF.


       210-TAKE-OUTPUT-RECORD.
           MOVE SPACES                   TO WS-REC-KEY
           MOVE SPACES                   TO WS-REC-CONTENT
           MOVE SPACE                    TO WS-REC-PATH
           MOVE 0                        TO WS-REC-STAT
           IF WS-OUT-DELIM-MODE
               MOVE BATCH-OUT-RAW        TO LLM-DLM-LINE
               CALL 'LLM-DELIM-PARSE' USING LLM-DELIM-AREA
               EVALUATE LLM-DLM-FIELD(1)
                   WHEN 'HDR'
                       SET WS-REC-IS-HDR TO TRUE
                   WHEN 'TRL'
                       SET WS-REC-IS-TRL TO TRUE
                   WHEN OTHER
                       SET WS-REC-IS-DETAIL TO TRUE
                       MOVE LLM-DLM-FIELD(1) TO WS-REC-KEY
                       IF LLM-DLM-FIELD(2) NOT = SPACES
                           COMPUTE WS-REC-STAT =
                               FUNCTION NUMVAL(LLM-DLM-FIELD(2))
                       END-IF
                       MOVE LLM-DLM-FIELD(6) TO WS-REC-PATH
                       MOVE LLM-DLM-FIELD(7) TO WS-REC-CONTENT
               END-EVALUATE
           ELSE
               EVALUATE BOUT-KEY(1:4)
                   WHEN 'HDR '
                       SET WS-REC-IS-HDR TO TRUE
                   WHEN 'TRL '
                       SET WS-REC-IS-TRL TO TRUE
                   WHEN OTHER
                       SET WS-REC-IS-DETAIL TO TRUE
                       MOVE BOUT-KEY         TO WS-REC-KEY
                       IF BOUT-STAT-CODE IS NUMERIC
                           MOVE BOUT-STAT-CODE TO WS-REC-STAT
                       END-IF
                       MOVE BOUT-LONG-PATH   TO WS-REC-PATH
                       MOVE BOUT-CONTENT     TO WS-REC-CONTENT
               END-EVALUATE
           END-IF.


      *> A failed call, a draft still held for sign-off ('P') or an
      *> empty reply has nothing to grade; it is recorded as such
      *> rather than skipped, so the score file accounts for every
      *> record of the output.
       220-GRADE-ONE.
           ADD 1 TO WS-RECORD-COUNT
           MOVE SPACES                   TO JUDGE-SCORE-RECORD
           MOVE WS-RUN-DATE              TO JDG-GRADE-DATE
           MOVE WS-RUN-ID                TO JDG-RUN-ID
           MOVE WS-REC-KEY               TO JDG-KEY
           MOVE WS-RUN-CALLER            TO JDG-CALLER
           MOVE WS-RUN-PROMPT-ID         TO JDG-PROMPT-ID
           MOVE LLM-MODEL                TO JDG-JUDGE-MODEL
           MOVE WS-RUBRIC-ID             TO JDG-RUBRIC-ID
           MOVE WS-RUBRIC-VERSION        TO JDG-RUBRIC-VERSION
           MOVE 0                        TO JDG-SCORE

           EVALUATE TRUE
               WHEN WS-REC-STAT NOT = 0
                   SET JDG-NO-REPLY      TO TRUE
                   MOVE 'source call failed - nothing to grade'
                                         TO JDG-REASON
               WHEN WS-REC-PATH = 'P'
                   SET JDG-NO-REPLY      TO TRUE
                   MOVE 'draft held for approval - not on the feed'
                                         TO JDG-REASON
               WHEN WS-REC-CONTENT = SPACES
                   SET JDG-NO-REPLY      TO TRUE
                   MOVE 'empty reply'    TO JDG-REASON
               WHEN OTHER
                   PERFORM 230-FIND-PROMPT
                   PERFORM 240-CALL-JUDGE
           END-EVALUATE

           EVALUATE TRUE
               WHEN JDG-SCORED
                   ADD 1 TO WS-SCORED-COUNT
               WHEN JDG-NO-REPLY
                   ADD 1 TO WS-NOREPLY-COUNT
               WHEN JDG-JUDGE-FAILED
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOSCORE-COUNT
           END-EVALUATE
           WRITE JUDGE-SCORE-RECORD

           IF JDG-SCORED
           AND JDG-SCORE <= WS-REVIEW-THRESHOLD
               MOVE SPACES               TO REVIEW-RECORD
               MOVE WS-REC-KEY           TO RVW-KEY
               MOVE WS-REC-CONTENT       TO RVW-CONTENT
               WRITE REVIEW-RECORD
               ADD 1 TO WS-REVIEW-COUNT
           END-IF.


      *> LLM-BATCH writes its output in input order, so the input is
      *> read forward from where the last match left it; a key not
      *> found by the end of the file (a reordered or partitioned
      *> run) sends the scan round once more from the top.
       230-FIND-PROMPT.
           MOVE 'N'                      TO WS-PROMPT-FOUND-FLAG
           MOVE SPACES                   TO WS-PROMPT-TEXT
           MOVE 'N'                      TO WS-FROM-TOP-FLAG
           MOVE 'N'                      TO WS-SCAN-DONE-FLAG
           PERFORM UNTIL WS-PROMPT-FOUND
                      OR WS-SCAN-DONE
               IF NOT WS-IN-IS-OPEN
               OR WS-IN-EOF
                   IF WS-FROM-TOP
                       SET WS-SCAN-DONE  TO TRUE
                   ELSE
                       PERFORM 235-REOPEN-INPUT
                   END-IF
               ELSE
                   READ BATCH-INPUT
                       AT END
                           SET WS-IN-EOF TO TRUE
                       NOT AT END
                           PERFORM 237-MATCH-INPUT
                   END-READ
               END-IF
           END-PERFORM
           IF NOT WS-PROMPT-FOUND
               ADD 1 TO WS-NOPROMPT-COUNT
           END-IF.


       235-REOPEN-INPUT.
           IF WS-IN-IS-OPEN
               CLOSE BATCH-INPUT
               MOVE 'N'                  TO WS-IN-OPEN-FLAG
           END-IF
           SET WS-FROM-TOP               TO TRUE
           OPEN INPUT BATCH-INPUT
           IF WS-IN-FILE-STATUS = '00'
               SET WS-IN-IS-OPEN         TO TRUE
               MOVE 'N'                  TO WS-IN-EOF-FLAG
           ELSE
               SET WS-SCAN-DONE          TO TRUE
           END-IF.


       237-MATCH-INPUT.
           IF WS-IN-DELIM-MODE
               MOVE BATCH-IN-RAW         TO LLM-DLM-LINE
               CALL 'LLM-DELIM-PARSE' USING LLM-DELIM-AREA
               IF LLM-DLM-FIELD(1) = WS-REC-KEY
                   SET WS-PROMPT-FOUND   TO TRUE
                   MOVE LLM-DLM-FIELD(3) TO WS-PROMPT-TEXT
               END-IF
           ELSE
               IF BIN-KEY = WS-REC-KEY
                   SET WS-PROMPT-FOUND   TO TRUE
                   MOVE BIN-PROMPT       TO WS-PROMPT-TEXT
               END-IF
           END-IF.


      *> Rubric as the system turn; the request and the reply as one
      *> user turn, line breaks restored from their file form.
      *> Temperature zero - a grader that changes its mind between
      *> runs measures nothing.
       240-CALL-JUDGE.
           MOVE SPACES                   TO WS-JUDGE-TEXT
           MOVE 1                        TO WS-JUDGE-PTR
           STRING 'REQUEST:' X'0A'       DELIMITED BY SIZE
               INTO WS-JUDGE-TEXT
               WITH POINTER WS-JUDGE-PTR
           END-STRING
           IF WS-PROMPT-FOUND
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PROMPT-TEXT
                                    TRAILING)) TO WS-PART-LEN
               IF WS-PART-LEN > WS-PROMPT-ROOM
                   MOVE WS-PROMPT-ROOM   TO WS-PART-LEN
               END-IF
               STRING WS-PROMPT-TEXT(1:WS-PART-LEN)
                                         DELIMITED BY SIZE
                   INTO WS-JUDGE-TEXT
                   WITH POINTER WS-JUDGE-PTR
               END-STRING
           ELSE
               STRING '(the original request is not available - '
                      'grade the reply on its own)'
                                         DELIMITED BY SIZE
                   INTO WS-JUDGE-TEXT
                   WITH POINTER WS-JUDGE-PTR
               END-STRING
           END-IF
           STRING X'0A' X'0A' 'REPLY:' X'0A' DELIMITED BY SIZE
                  WS-REC-CONTENT         DELIMITED BY SIZE
               INTO WS-JUDGE-TEXT
               WITH POINTER WS-JUDGE-PTR
           END-STRING
           INSPECT WS-JUDGE-TEXT CONVERTING X'0102' TO X'0A0D'

           INITIALIZE LLM-REQUEST
           INITIALIZE LLM-RESPONSE
           INITIALIZE LLM-STATUS
           MOVE 'LLM-JUDGE-GRADE'        TO LLM-REQ-CALLER-ID
           MOVE WS-RUN-ID                TO LLM-REQ-RUN-ID
           MOVE WS-REC-KEY               TO LLM-REQ-RECORD-KEY
           MOVE WS-RUBRIC-ID             TO LLM-REQ-PROMPT-ID
           MOVE WS-RUBRIC-VERSION        TO LLM-REQ-PROMPT-VERSION
           MOVE 'JSON'                   TO LLM-REQ-RESPONSE-FORMAT
           MOVE 0                        TO LLM-REQ-TEMPERATURE
           MOVE 1                        TO LLM-REQ-MSG-COUNT
           SET LLM-ROLE-SYSTEM(1)        TO TRUE
           MOVE WS-RUBRIC-TEXT           TO LLM-REQ-MSG-CONTENT(1)
           MOVE 2                        TO LLM-REQ-MSG-COUNT
           SET LLM-ROLE-USER(2)          TO TRUE
           MOVE WS-JUDGE-TEXT            TO LLM-REQ-MSG-CONTENT(2)

           CALL 'LLM-CHAT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-REQUEST
                                 LLM-RESPONSE
                                 LLM-STATUS

           IF NOT LLM-STAT-OK
               SET JDG-JUDGE-FAILED      TO TRUE
               STRING 'judge call failed: ' DELIMITED BY SIZE
                      LLM-STAT-MESSAGE    DELIMITED BY SIZE
                   INTO JDG-REASON
               END-STRING
               INITIALIZE LLM-STATUS
           ELSE
               PERFORM 250-READ-SCORE
           END-IF.


      *> A score outside 1-5, or not a whole number, is no score -
      *> the record is counted, not guessed at.
       250-READ-SCORE.
           INITIALIZE LLM-EXTRACT-AREA
           MOVE 2                        TO LLM-XTR-FIELD-COUNT
           MOVE 'score'                  TO LLM-XTR-NAME(1)
           SET LLM-XTR-TYPE-NUMBER(1)    TO TRUE
           MOVE 'reason'                 TO LLM-XTR-NAME(2)
           SET LLM-XTR-TYPE-STRING(2)    TO TRUE
           CALL 'LLM-EXTRACT' USING LLM-EXTRACT-AREA
                                    LLM-RESPONSE
                                    LLM-STATUS
           INITIALIZE LLM-STATUS

           IF LLM-XTR-WAS-FOUND(2)
               MOVE LLM-XTR-VALUE(2)     TO JDG-REASON
           END-IF
           MOVE LLM-XTR-NUMERIC(1)       TO WS-SCORE-VALUE
           IF LLM-XTR-WAS-FOUND(1)
           AND WS-SCORE-VALUE >= 1
           AND WS-SCORE-VALUE <= 5
           AND WS-SCORE-VALUE = FUNCTION INTEGER(WS-SCORE-VALUE)
               SET JDG-SCORED            TO TRUE
               MOVE WS-SCORE-VALUE       TO JDG-SCORE
           ELSE
               SET JDG-NO-SCORE          TO TRUE
               IF NOT LLM-XTR-WAS-FOUND(2)
                   MOVE 'judge reply carried no usable score'
                                         TO JDG-REASON
               END-IF
           END-IF.


      *> Everything graded today, by caller and prompt ID, read back
      *> from the score file.
       300-WRITE-SUMMARY.
           OPEN INPUT SCORE-FILE
           IF WS-SCR-FILE-STATUS = '00'
               PERFORM UNTIL WS-SCR-EOF
                   READ SCORE-FILE
                       AT END
                           SET WS-SCR-EOF TO TRUE
                       NOT AT END
                           IF JDG-GRADE-DATE = WS-RUN-DATE
                               PERFORM 310-ADD-TO-GROUP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORE-FILE
           END-IF

           OPEN OUTPUT SUMMARY-REPORT
           IF WS-SUM-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-JUDGE-GRADE: cannot open summary '
                       FUNCTION TRIM(WS-SUMMARY-FILENAME)
                       ', status ' WS-SUM-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'LLM-JUDGE-GRADE  JUDGE SCORES GRADED '
                                         DELIMITED BY SIZE
                      WS-RUN-DATE        DELIMITED BY SIZE
                      '  RUBRIC '        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RUBRIC-ID) DELIMITED BY SIZE
                      '  JUDGE '         DELIMITED BY SIZE
                      FUNCTION TRIM(LLM-MODEL) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES               TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'CALLER                         '
                                         DELIMITED BY SIZE
                      'PROMPT ID                                '
                                         DELIMITED BY SIZE
                      ' GRADED      1      2      3      4      5'
                                         DELIMITED BY SIZE
                      '   NONE   AVG'    DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   PERFORM 320-WRITE-GROUP-LINE
               END-PERFORM
               MOVE SPACES               TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'THIS RUN: GRADED ' WS-RECORD-COUNT
                      '  SCORED '    WS-SCORED-COUNT
                      '  NO REPLY '  WS-NOREPLY-COUNT
                      '  JUDGE FAILED ' WS-FAILED-COUNT
                      '  NO SCORE '  WS-NOSCORE-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'TO REVIEW (SCORE ' DELIMITED BY SIZE
                      WS-REVIEW-THRESHOLD DELIMITED BY SIZE
                      ' OR LOWER) '      DELIMITED BY SIZE
                      WS-REVIEW-COUNT    DELIMITED BY SIZE
                      ' ON '             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REVIEW-FILENAME)
                                         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE SUMMARY-REPORT
           END-IF.


       310-ADD-TO-GROUP.
           MOVE 'N' TO WS-GRP-FOUND-FLAG
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT OR WS-GRP-FOUND
               IF WS-GRP-CALLER(WS-GRP-IDX) = JDG-CALLER
               AND WS-GRP-PROMPT(WS-GRP-IDX) = JDG-PROMPT-ID
                   SET WS-GRP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-GRP-FOUND
               SET WS-GRP-IDX DOWN BY 1
           ELSE
               IF WS-GRP-COUNT >= WS-GRP-MAX
                   IF NOT WS-GRP-TABLE-FULL
                       DISPLAY 'LLM-JUDGE-GRADE: more than 500 '
                               'caller/prompt groups - later ones '
                               'not summarised'
                       SET WS-GRP-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-GRP-COUNT
                   SET WS-GRP-IDX TO WS-GRP-COUNT
                   INITIALIZE WS-GRP-ENTRY(WS-GRP-IDX)
                   MOVE JDG-CALLER    TO WS-GRP-CALLER(WS-GRP-IDX)
                   MOVE JDG-PROMPT-ID TO WS-GRP-PROMPT(WS-GRP-IDX)
                   SET WS-GRP-FOUND   TO TRUE
               END-IF
           END-IF
           IF WS-GRP-FOUND
               ADD 1 TO WS-GRP-GRADED(WS-GRP-IDX)
               IF JDG-SCORED
               AND JDG-SCORE >= 1 AND JDG-SCORE <= 5
                   MOVE JDG-SCORE        TO WS-SCORE-IDX
                   ADD 1 TO WS-GRP-SCORE-N(WS-GRP-IDX WS-SCORE-IDX)
                   ADD JDG-SCORE TO WS-GRP-SCORE-SUM(WS-GRP-IDX)
               ELSE
                   ADD 1 TO WS-GRP-UNSCORED(WS-GRP-IDX)
               END-IF
           END-IF.


       320-WRITE-GROUP-LINE.
           MOVE WS-GRP-CALLER(WS-GRP-IDX) TO WS-CALLER-LABEL
           MOVE WS-GRP-PROMPT(WS-GRP-IDX) TO WS-PROMPT-LABEL
           IF WS-PROMPT-LABEL = SPACES
               MOVE '(no prompt ID)'     TO WS-PROMPT-LABEL
           END-IF
           MOVE SPACES                   TO REPORT-LINE
           MOVE 1                        TO WS-RPT-PTR
           MOVE WS-GRP-GRADED(WS-GRP-IDX) TO WS-EDIT-COUNT
           STRING WS-CALLER-LABEL ' ' WS-PROMPT-LABEL ' '
                  WS-EDIT-COUNT          DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING
           PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
               UNTIL WS-SCORE-IDX > 5
               MOVE WS-GRP-SCORE-N(WS-GRP-IDX WS-SCORE-IDX)
                                         TO WS-EDIT-COUNT
               STRING WS-EDIT-COUNT      DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER WS-RPT-PTR
               END-STRING
           END-PERFORM
           MOVE WS-GRP-UNSCORED(WS-GRP-IDX) TO WS-EDIT-COUNT
           STRING WS-EDIT-COUNT          DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING
           IF WS-GRP-GRADED(WS-GRP-IDX) > WS-GRP-UNSCORED(WS-GRP-IDX)
               COMPUTE WS-AVG-SCORE ROUNDED =
                   WS-GRP-SCORE-SUM(WS-GRP-IDX)
                   / (WS-GRP-GRADED(WS-GRP-IDX)
                      - WS-GRP-UNSCORED(WS-GRP-IDX))
               MOVE WS-AVG-SCORE         TO WS-EDIT-AVG
               STRING '  ' WS-EDIT-AVG   DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF
           WRITE REPORT-LINE.


       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.
