      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-GROUNDING-CHECK.cob
      *> Desc    : Grounding post-pass over an LLM-RAG-BATCH run. The
      *>           <output>.citations trail says which passages were
      *>           stacked in; this checks whether the answer actually
      *>           stuck to them. Each answer goes back to the model
      *>           with its own cited passages (fetched from the same
      *>           source document file the RAG run read) and the
      *>           LLM-RAG-GROUNDING verifier instruction from the
      *>           prompt library, which must reply with a verdict
      *>           line and one line per unsupported sentence:
      *>             VERDICT: GROUNDED | PARTIAL | UNGROUNDED
      *>             UNSUPPORTED: <sentence quoted from the answer>
      *>           Every answer gets a line on the grounding report
      *>           with its verdict and the unsupported sentences
      *>           quoted under it. Grounded answers (and partially
      *>           grounded ones, unless the run says otherwise) are
      *>           copied to the downstream feed in the RAG output
      *>           layout; ungrounded ones go to <feed>.hold instead,
      *>           as does anything the check could not settle - an
      *>           answer with no readable passages, a failed RAG
      *>           call, a verifier that did not answer in the agreed
      *>           form. Nothing reaches the feed unverified.
      *>
      *>           The citations trail is read in step with the RAG
      *>           output - LLM-RAG-BATCH writes both in question
      *>           order - so no key table is needed.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-GROUNDING-CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAG-OUTPUT ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT CITATIONS-FILE ASSIGN TO WS-CITATION-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CIT-FILE-STATUS.

           SELECT SOURCE-DOCS ASSIGN TO WS-SOURCE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT FEED-OUTPUT ASSIGN TO WS-FEED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT HOLD-OUTPUT ASSIGN TO WS-HOLD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT GROUNDING-REPORT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> LLM-RAG-BATCH's BATCH-OUT-RECORD layout.
       FD  RAG-OUTPUT.
       01 RAG-OUT-RECORD.
           05 ROUT-KEY              PIC X(20).
           05 ROUT-STAT-CODE        PIC 9(4).
           05 ROUT-TOKENS-IN        PIC 9(9).
           05 ROUT-TOKENS-OUT       PIC 9(9).
           05 ROUT-CONTENT          PIC X(32768).

      *> LLM-RAG-BATCH's CITATION-RECORD layout.
       FD  CITATIONS-FILE.
       01 CITATION-RECORD.
           05 CIT-KEY               PIC X(20).
           05 FILLER                PIC X(1).
           05 CIT-RANK              PIC 9(2).
           05 FILLER                PIC X(1).
           05 CIT-DOC-KEY           PIC X(20).
           05 FILLER                PIC X(1).
           05 CIT-CHUNK-SEQ         PIC 9(4).
           05 FILLER                PIC X(1).
           05 CIT-SCORE             PIC X(9).

       FD  SOURCE-DOCS.
       01 SOURCE-DOC-RECORD.
           05 SRC-KEY               PIC X(20).
           05 SRC-TEXT              PIC X(32768).

      *> Feed and hold both keep the RAG output layout, so a held
      *> answer a reviewer clears can be appended to the feed as-is.
       FD  FEED-OUTPUT.
       01 FEED-OUT-RECORD           PIC X(32810).

       FD  HOLD-OUTPUT.
       01 HOLD-OUT-RECORD           PIC X(32810).

       FD  GROUNDING-REPORT.
       01 REPORT-LINE               PIC X(300).

       WORKING-STORAGE SECTION.

       COPY 'LLM.cpy'.
       COPY 'LLM-PROMPT.cpy'.

       01 WS-INPUT-FILENAME     PIC X(256).
       01 WS-CITATION-FILENAME  PIC X(256).
       01 WS-SOURCE-FILENAME    PIC X(256).
       01 WS-FEED-FILENAME      PIC X(256).
       01 WS-HOLD-FILENAME      PIC X(256).
       01 WS-REPORT-FILENAME    PIC X(256).
       01 WS-MODEL-ARG          PIC X(128).
       01 WS-PARTIAL-ARG        PIC X(8).
       01 WS-IN-FILE-STATUS     PIC X(2).
       01 WS-CIT-FILE-STATUS    PIC X(2).
       01 WS-SRC-FILE-STATUS    PIC X(2).
       01 WS-FEED-FILE-STATUS   PIC X(2).
       01 WS-HOLD-FILE-STATUS   PIC X(2).
       01 WS-RPT-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-CIT-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-CIT-EOF              VALUE 'Y'.
       01 WS-SRC-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-SRC-EOF              VALUE 'Y'.
       01 WS-FILE-OPEN-ERROR    PIC X(1) VALUE 'N'.
         88 WS-FILE-OPEN-FAILED     VALUE 'Y'.
      *> Kept apart from RETURN-CODE, which the cleanup CALL resets.
       01 WS-RUN-FAILED-FLAG    PIC X(1) VALUE 'N'.
         88 WS-RUN-FAILED           VALUE 'Y'.
      *> 'Y' holds partially grounded answers along with the
      *> ungrounded ones.
       01 WS-HOLD-PARTIAL-FLAG  PIC X(1) VALUE 'N'.
         88 WS-HOLD-PARTIAL         VALUE 'Y'.

       01 WS-RECORD-COUNT       PIC 9(9) VALUE 0.
       01 WS-GROUNDED-COUNT     PIC 9(9) VALUE 0.
       01 WS-PARTIAL-COUNT      PIC 9(9) VALUE 0.
       01 WS-UNGROUNDED-COUNT   PIC 9(9) VALUE 0.
       01 WS-UNCHECKED-COUNT    PIC 9(9) VALUE 0.
       01 WS-FEED-COUNT         PIC 9(9) VALUE 0.
       01 WS-HELD-COUNT         PIC 9(9) VALUE 0.

      *> ---- verifier instruction, library-controlled with fallback ---
       01 WS-VERIFY-PROMPT      PIC X(32768).
       01 WS-VERIFY-PROMPT-VER  PIC 9(3) VALUE 0.

      *> ---- the current answer's cited passages ----------------------
       01 WS-PSG-COUNT          PIC 9(2) VALUE 0.
       01 WS-PSG-TABLE.
           05 WS-PSG-ENTRY      OCCURS 20 TIMES
                                INDEXED BY WS-PSG-IDX.
             10 WS-PSG-DOC-KEY  PIC X(20).
             10 WS-PSG-SEQ      PIC 9(4).
             10 WS-PSG-TEXT     PIC X(32768).
       01 WS-PSG-FILLED         PIC 9(2) VALUE 0.
       01 WS-SRC-BASE-KEY       PIC X(20).
       01 WS-SRC-SEQ-TEXT       PIC X(20).
       01 WS-SRC-SEQ            PIC 9(4).
       01 WS-SCAN-IDX           PIC 9(2) COMP.

      *> ---- verdict ---------------------------------------------------
       01 WS-VERDICT            PIC X(12).
         88 WS-VERDICT-GROUNDED     VALUE 'GROUNDED'.
         88 WS-VERDICT-PARTIAL      VALUE 'PARTIAL'.
         88 WS-VERDICT-UNGROUNDED   VALUE 'UNGROUNDED'.
         88 WS-VERDICT-UNCHECKED    VALUE 'UNCHECKED'.
       01 WS-VERDICT-NOTE       PIC X(100).
       01 WS-ROUTE              PIC X(4).
       01 WS-UNS-COUNT          PIC 9(2) VALUE 0.
       01 WS-UNS-TABLE.
           05 WS-UNS-SENTENCE   OCCURS 20 TIMES PIC X(256).
       01 WS-UNS-DROPPED        PIC 9(3) VALUE 0.
       01 WS-REPLY-LINE         PIC X(2048).
       01 WS-REPLY-UPPER        PIC X(2048).
       01 WS-REPLY-PTR          PIC 9(6) COMP.
       01 WS-REPLY-LEN          PIC 9(6) COMP.
       01 WS-TAG-LEN            PIC 9(4) COMP.
       01 WS-REPLY-ALL-UPPER    PIC X(32768).
       01 WS-TALLY              PIC 9(4) COMP.
       01 WS-EDIT-COUNT         PIC Z9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           IF LLM-STAT-OK
               PERFORM 110-LOAD-PROMPT
               PERFORM 200-PROCESS-FILE
           END-IF
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-GROUNDING-CHECK: answers checked: '
                   WS-RECORD-COUNT
           DISPLAY 'LLM-GROUNDING-CHECK: grounded '   WS-GROUNDED-COUNT
                   ' partial '     WS-PARTIAL-COUNT
                   ' ungrounded '  WS-UNGROUNDED-COUNT
                   ' unchecked '   WS-UNCHECKED-COUNT
           DISPLAY 'LLM-GROUNDING-CHECK: to feed ' WS-FEED-COUNT
                   ', held ' WS-HELD-COUNT
      *> Held answers need a reviewer before they go anywhere - a
      *> warning-level return code, distinct from the fatal 8.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> Args: 1=LLM-RAG-BATCH output file (its .citations trail is
      *>         read from beside it)
      *>       2=source document file the RAG run retrieved from
      *>       3=feed file (answers cleared for downstream; held
      *>         answers go to <feed>.hold)
      *>       4=grounding report
      *>       5=verifier model (optional, default llama3.2:3b)
      *>       6=partial policy (optional, PASS - the default - feeds
      *>         partially grounded answers, HOLD holds them too)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 4
               DISPLAY 'LLM-GROUNDING-CHECK: usage: '
                       'LLM-GROUNDING-CHECK <rag-output> '
                       '<source-docs> <feed> <report> [model] '
                       '[PASS|HOLD]'
               SET LLM-STAT-CONFIG-ERR TO TRUE
               MOVE 'LLM-GROUNDING-CHECK: missing file arguments'
                                        TO LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-SOURCE-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-FEED-FILENAME FROM ARGUMENT-VALUE
           MOVE 4                       TO WS-ARG-COUNT
           ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE

           STRING FUNCTION TRIM(WS-INPUT-FILENAME) DELIMITED BY SIZE
                  '.citations'           DELIMITED BY SIZE
                  INTO WS-CITATION-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-FEED-FILENAME) DELIMITED BY SIZE
                  '.hold'                DELIMITED BY SIZE
                  INTO WS-HOLD-FILENAME
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-MODEL-ARG FROM ARGUMENT-VALUE
           END-IF
           IF WS-MODEL-ARG = SPACES
           OR WS-MODEL-ARG = '-'
               MOVE 'llama3.2:3b'       TO LLM-MODEL
           ELSE
               MOVE WS-MODEL-ARG        TO LLM-MODEL
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-PARTIAL-ARG FROM ARGUMENT-VALUE
               EVALUATE FUNCTION UPPER-CASE(WS-PARTIAL-ARG)
                   WHEN 'HOLD'
                       SET WS-HOLD-PARTIAL TO TRUE
                   WHEN 'PASS'
                   WHEN '-'
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'LLM-GROUNDING-CHECK: partial policy '
                               'must be PASS or HOLD'
                       SET LLM-STAT-CONFIG-ERR TO TRUE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF

           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           MOVE SPACES                   TO LLM-API-KEY
           MOVE 60                       TO LLM-TIMEOUT-SECS
           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-STATUS
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-GROUNDING-CHECK: init failed: '
                       LLM-STAT-MESSAGE
               SET WS-RUN-FAILED TO TRUE
           END-IF.


      *> The verifier wording is centrally controlled like every
      *> other instruction; a library without the entry still runs
      *> on this built-in fallback. Whatever the wording, the reply
      *> form (VERDICT:/UNSUPPORTED: lines) is what 260 parses.
       110-LOAD-PROMPT.
           MOVE 'LLM-RAG-GROUNDING'      TO LLM-PROMPT-ID
           CALL 'LLM-PROMPT-LOOKUP' USING LLM-PROMPT
                                          LLM-STATUS
           IF LLM-PROMPT-WAS-FOUND
               MOVE LLM-PROMPT-TEXT      TO WS-VERIFY-PROMPT
               MOVE LLM-PROMPT-VERSION   TO WS-VERIFY-PROMPT-VER
           ELSE
               MOVE 'You check whether an answer is supported by the '
                  & 'reference passages given before it. Compare '
                  & 'every factual statement in the answer with the '
                  & 'passages and use no other knowledge. Reply with '
                  & 'one line VERDICT: GROUNDED if every statement is '
                  & 'supported, VERDICT: PARTIAL if some are not, or '
                  & 'VERDICT: UNGROUNDED if the main statements are '
                  & 'not. Then give one line per unsupported sentence, '
                  & 'starting UNSUPPORTED: and quoting the sentence '
                  & 'exactly as it appears in the answer. Write '
                  & 'nothing else.'      TO WS-VERIFY-PROMPT
           END-IF
           INITIALIZE LLM-STATUS.


       200-PROCESS-FILE.
           MOVE 'N' TO WS-FILE-OPEN-ERROR

           OPEN INPUT RAG-OUTPUT
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-GROUNDING-CHECK: cannot open RAG output '
                       'file, status ' WS-IN-FILE-STATUS
               SET WS-FILE-OPEN-FAILED TO TRUE
               SET WS-RUN-FAILED TO TRUE
           END-IF

           IF NOT WS-FILE-OPEN-FAILED
               OPEN INPUT CITATIONS-FILE
               IF WS-CIT-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-GROUNDING-CHECK: cannot open '
                           FUNCTION TRIM(WS-CITATION-FILENAME)
                           ', status ' WS-CIT-FILE-STATUS
                   CLOSE RAG-OUTPUT
                   SET WS-FILE-OPEN-FAILED TO TRUE
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF

           IF NOT WS-FILE-OPEN-FAILED
               OPEN OUTPUT FEED-OUTPUT
               OPEN OUTPUT HOLD-OUTPUT
               OPEN OUTPUT GROUNDING-REPORT
               IF WS-FEED-FILE-STATUS NOT = '00'
               OR WS-HOLD-FILE-STATUS NOT = '00'
               OR WS-RPT-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-GROUNDING-CHECK: cannot open feed, '
                           'hold or report file'
                   CLOSE RAG-OUTPUT
                   CLOSE CITATIONS-FILE
                   SET WS-FILE-OPEN-FAILED TO TRUE
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF

           IF NOT WS-FILE-OPEN-FAILED
               MOVE 'KEY                  VERDICT      PASSAGES ROUTE'
                                         TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 205-READ-CITATION
               PERFORM UNTIL WS-EOF
                   READ RAG-OUTPUT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 210-PROCESS-ANSWER
                   END-READ
               END-PERFORM
               PERFORM 290-WRITE-TOTALS

               CLOSE RAG-OUTPUT
               CLOSE CITATIONS-FILE
               CLOSE FEED-OUTPUT
               CLOSE HOLD-OUTPUT
               CLOSE GROUNDING-REPORT
           END-IF.


      *> One citation of look-ahead: the record in the buffer is the
      *> next unclaimed citation, and an answer claims the run of
      *> them that carries its key.
       205-READ-CITATION.
           IF NOT WS-CIT-EOF
               READ CITATIONS-FILE
                   AT END
                       SET WS-CIT-EOF TO TRUE
               END-READ
           END-IF.


       210-PROCESS-ANSWER.
           ADD 1 TO WS-RECORD-COUNT
           MOVE 0      TO WS-UNS-COUNT
           MOVE 0      TO WS-UNS-DROPPED
           MOVE 0      TO WS-PSG-FILLED
           MOVE SPACES TO WS-VERDICT-NOTE
           PERFORM 220-COLLECT-CITATIONS

           EVALUATE TRUE
               WHEN ROUT-STAT-CODE NOT = 0
                   SET WS-VERDICT-UNCHECKED TO TRUE
                   MOVE 'RAG call failed - no answer to check'
                                         TO WS-VERDICT-NOTE
               WHEN ROUT-CONTENT = SPACES
                   SET WS-VERDICT-UNCHECKED TO TRUE
                   MOVE 'empty answer'   TO WS-VERDICT-NOTE
               WHEN OTHER
                   IF WS-PSG-COUNT > 0
                       PERFORM 230-FETCH-PASSAGES
                   END-IF
                   IF WS-PSG-FILLED = 0
      *> Nothing to check the answer against means nothing supports
      *> it - the strictest verdict, not a pass.
                       SET WS-VERDICT-UNGROUNDED TO TRUE
                       MOVE 'no cited passage could be read'
                                         TO WS-VERDICT-NOTE
                   ELSE
                       PERFORM 240-CALL-VERIFIER
                   END-IF
           END-EVALUATE

           PERFORM 270-ROUTE-ANSWER
           PERFORM 280-WRITE-REPORT-LINES.


       220-COLLECT-CITATIONS.
           MOVE 0 TO WS-PSG-COUNT
           PERFORM UNTIL WS-CIT-EOF
                      OR CIT-KEY NOT = ROUT-KEY
               IF WS-PSG-COUNT < 20
                   ADD 1 TO WS-PSG-COUNT
                   MOVE CIT-DOC-KEY  TO WS-PSG-DOC-KEY(WS-PSG-COUNT)
                   IF CIT-CHUNK-SEQ IS NUMERIC
                       MOVE CIT-CHUNK-SEQ TO WS-PSG-SEQ(WS-PSG-COUNT)
                   ELSE
                       MOVE 0        TO WS-PSG-SEQ(WS-PSG-COUNT)
                   END-IF
                   MOVE SPACES       TO WS-PSG-TEXT(WS-PSG-COUNT)
               END-IF
               PERFORM 205-READ-CITATION
           END-PERFORM.


      *> One pass over the source file per answer, the same way
      *> LLM-RAG-BATCH fetched them. A citation names the document
      *> and chunk separately, so a source key is split on the
      *> LLM-CHUNK '#' convention before it is compared.
       230-FETCH-PASSAGES.
           OPEN INPUT SOURCE-DOCS
           IF WS-SRC-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-GROUNDING-CHECK: cannot open source '
                       'document file, status ' WS-SRC-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-SRC-EOF-FLAG
               PERFORM UNTIL WS-SRC-EOF
                   READ SOURCE-DOCS
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           PERFORM 235-MATCH-SOURCE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-DOCS
           END-IF.


       235-MATCH-SOURCE.
           MOVE SPACES TO WS-SRC-BASE-KEY
                          WS-SRC-SEQ-TEXT
           UNSTRING SRC-KEY DELIMITED BY '#'
               INTO WS-SRC-BASE-KEY
                    WS-SRC-SEQ-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(WS-SRC-SEQ-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-SRC-SEQ-TEXT) TO WS-SRC-SEQ
           ELSE
               MOVE 0                    TO WS-SRC-SEQ
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-PSG-COUNT
               IF WS-PSG-DOC-KEY(WS-SCAN-IDX) = WS-SRC-BASE-KEY
               AND WS-PSG-SEQ(WS-SCAN-IDX) = WS-SRC-SEQ
               AND WS-PSG-TEXT(WS-SCAN-IDX) = SPACES
               AND SRC-TEXT NOT = SPACES
                   MOVE SRC-TEXT         TO WS-PSG-TEXT(WS-SCAN-IDX)
                   ADD 1                 TO WS-PSG-FILLED
               END-IF
           END-PERFORM.


      *> Instruction first, then the passages as system-role turns
      *> exactly as the RAG call stacked them, then the answer as
      *> the user turn. Temperature zero - a verifier that changes
      *> its mind between runs is no control at all.
       240-CALL-VERIFIER.
           INITIALIZE LLM-REQUEST
           MOVE 'LLM-GROUNDING-CHECK'    TO LLM-REQ-CALLER-ID
           MOVE ROUT-KEY                 TO LLM-REQ-RECORD-KEY
           MOVE 'LLM-RAG-GROUNDING'      TO LLM-REQ-PROMPT-ID
           MOVE WS-VERIFY-PROMPT-VER     TO LLM-REQ-PROMPT-VERSION
           MOVE 0                        TO LLM-REQ-TEMPERATURE
           MOVE 1                        TO LLM-REQ-MSG-COUNT
           SET LLM-ROLE-SYSTEM(1)        TO TRUE
           MOVE WS-VERIFY-PROMPT         TO LLM-REQ-MSG-CONTENT(1)

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-PSG-COUNT
               IF WS-PSG-TEXT(WS-SCAN-IDX) NOT = SPACES
                   ADD 1                 TO LLM-REQ-MSG-COUNT
                   SET LLM-ROLE-SYSTEM(LLM-REQ-MSG-COUNT) TO TRUE
                   MOVE WS-PSG-TEXT(WS-SCAN-IDX)
                         TO LLM-REQ-MSG-CONTENT(LLM-REQ-MSG-COUNT)
               END-IF
           END-PERFORM

           ADD 1                         TO LLM-REQ-MSG-COUNT
           SET LLM-ROLE-USER(LLM-REQ-MSG-COUNT) TO TRUE
           MOVE ROUT-CONTENT
                     TO LLM-REQ-MSG-CONTENT(LLM-REQ-MSG-COUNT)

           CALL 'LLM-CHAT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-REQUEST
                                 LLM-RESPONSE
                                 LLM-STATUS

           IF NOT LLM-STAT-OK
               SET WS-VERDICT-UNCHECKED  TO TRUE
               MOVE SPACES               TO WS-VERDICT-NOTE
               STRING 'verifier call failed: ' DELIMITED BY SIZE
                      LLM-STAT-MESSAGE    DELIMITED BY SIZE
                   INTO WS-VERDICT-NOTE
               END-STRING
               INITIALIZE LLM-STATUS
           ELSE
               PERFORM 260-PARSE-VERDICT
           END-IF.


      *> Line by line: the first VERDICT: line decides, and every
      *> UNSUPPORTED: line is kept for the report. A reply with no
      *> verdict line is searched for the bare words as a fallback
      *> (UNGROUNDED first - it contains GROUNDED); a reply with
      *> neither is unchecked and held.
       260-PARSE-VERDICT.
           MOVE SPACES TO WS-VERDICT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LLM-RSP-CONTENT
                                              TRAILING))
                                         TO WS-REPLY-LEN
           MOVE 1 TO WS-REPLY-PTR
           PERFORM UNTIL WS-REPLY-PTR > WS-REPLY-LEN
               MOVE SPACES TO WS-REPLY-LINE
               UNSTRING LLM-RSP-CONTENT(1:WS-REPLY-LEN)
                   DELIMITED BY X'0A'
                   INTO WS-REPLY-LINE
                   WITH POINTER WS-REPLY-PTR
               END-UNSTRING
               INSPECT WS-REPLY-LINE REPLACING ALL X'0D' BY SPACE
               MOVE FUNCTION TRIM(WS-REPLY-LINE) TO WS-REPLY-LINE
               MOVE FUNCTION UPPER-CASE(WS-REPLY-LINE)
                                         TO WS-REPLY-UPPER
               PERFORM 265-CLASSIFY-LINE
           END-PERFORM

           IF WS-VERDICT = SPACES
               MOVE FUNCTION UPPER-CASE(LLM-RSP-CONTENT)
                                         TO WS-REPLY-ALL-UPPER
               MOVE 0 TO WS-TALLY
               INSPECT WS-REPLY-ALL-UPPER TALLYING WS-TALLY
                   FOR ALL 'UNGROUNDED'
               IF WS-TALLY > 0
                   SET WS-VERDICT-UNGROUNDED TO TRUE
               ELSE
                   INSPECT WS-REPLY-ALL-UPPER TALLYING WS-TALLY
                       FOR ALL 'PARTIAL'
                   IF WS-TALLY > 0
                       SET WS-VERDICT-PARTIAL TO TRUE
                   ELSE
                       INSPECT WS-REPLY-ALL-UPPER TALLYING WS-TALLY
                           FOR ALL 'GROUNDED'
                       IF WS-TALLY > 0
                           SET WS-VERDICT-GROUNDED TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-VERDICT = SPACES
                   SET WS-VERDICT-UNCHECKED TO TRUE
                   MOVE 'verifier reply carried no verdict'
                                         TO WS-VERDICT-NOTE
               ELSE
                   MOVE 'no VERDICT: line - verdict taken from reply '
                      & 'text'           TO WS-VERDICT-NOTE
               END-IF
           END-IF

      *> "Grounded" with unsupported sentences listed contradicts
      *> itself; the listed sentences are the evidence, so it reads
      *> as partial.
           IF WS-VERDICT-GROUNDED
           AND WS-UNS-COUNT > 0
               SET WS-VERDICT-PARTIAL TO TRUE
               MOVE 'verdict GROUNDED but sentences flagged - read as '
                  & 'PARTIAL'            TO WS-VERDICT-NOTE
           END-IF.


       265-CLASSIFY-LINE.
           EVALUATE TRUE
               WHEN WS-REPLY-UPPER(1:8) = 'VERDICT:'
               AND  WS-VERDICT = SPACES
                   EVALUATE FUNCTION TRIM(WS-REPLY-UPPER(9:40))
                       WHEN 'GROUNDED'
                           SET WS-VERDICT-GROUNDED TO TRUE
                       WHEN 'PARTIAL'
                       WHEN 'PARTIALLY GROUNDED'
                           SET WS-VERDICT-PARTIAL TO TRUE
                       WHEN 'UNGROUNDED'
                       WHEN 'NOT GROUNDED'
                           SET WS-VERDICT-UNGROUNDED TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN WS-REPLY-UPPER(1:12) = 'UNSUPPORTED:'
                   IF WS-REPLY-LINE(13:) NOT = SPACES
                       IF WS-UNS-COUNT < 20
                           ADD 1 TO WS-UNS-COUNT
                           MOVE FUNCTION TRIM(WS-REPLY-LINE(13:))
                               TO WS-UNS-SENTENCE(WS-UNS-COUNT)
                       ELSE
                           ADD 1 TO WS-UNS-DROPPED
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       270-ROUTE-ANSWER.
           EVALUATE TRUE
               WHEN WS-VERDICT-GROUNDED
                   ADD 1 TO WS-GROUNDED-COUNT
                   MOVE 'FEED' TO WS-ROUTE
               WHEN WS-VERDICT-PARTIAL
                   ADD 1 TO WS-PARTIAL-COUNT
                   IF WS-HOLD-PARTIAL
                       MOVE 'HOLD' TO WS-ROUTE
                   ELSE
                       MOVE 'FEED' TO WS-ROUTE
                   END-IF
               WHEN WS-VERDICT-UNGROUNDED
                   ADD 1 TO WS-UNGROUNDED-COUNT
                   MOVE 'HOLD' TO WS-ROUTE
               WHEN OTHER
                   ADD 1 TO WS-UNCHECKED-COUNT
                   MOVE 'HOLD' TO WS-ROUTE
           END-EVALUATE

           IF WS-ROUTE = 'FEED'
               MOVE RAG-OUT-RECORD       TO FEED-OUT-RECORD
               WRITE FEED-OUT-RECORD
               ADD 1 TO WS-FEED-COUNT
           ELSE
               MOVE RAG-OUT-RECORD       TO HOLD-OUT-RECORD
               WRITE HOLD-OUT-RECORD
               ADD 1 TO WS-HELD-COUNT
           END-IF.


       280-WRITE-REPORT-LINES.
           MOVE WS-PSG-FILLED            TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING ROUT-KEY                    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VERDICT                  DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
                  '       '                   DELIMITED BY SIZE
                  WS-ROUTE                    DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-VERDICT-NOTE             DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-UNS-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '    UNSUPPORTED: "'        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-UNS-SENTENCE(WS-SCAN-IDX))
                                                  DELIMITED BY SIZE
                      '"'                         DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-UNS-DROPPED > 0
               MOVE SPACES TO REPORT-LINE
               STRING '    ... and '              DELIMITED BY SIZE
                      WS-UNS-DROPPED              DELIMITED BY SIZE
                      ' more unsupported sentences not listed'
                                                  DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.


       290-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ANSWERS '     WS-RECORD-COUNT
                  '  GROUNDED '  WS-GROUNDED-COUNT
                  '  PARTIAL '   WS-PARTIAL-COUNT
                  '  UNGROUNDED ' WS-UNGROUNDED-COUNT
                  '  UNCHECKED ' WS-UNCHECKED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TO FEED '     WS-FEED-COUNT
                  '  HELD '      WS-HELD-COUNT
                  ' ('           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLD-FILENAME) DELIMITED BY SIZE
                  ')'            DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.


       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.
