      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-DOC-COMPARE.cob
      *> Desc    : Redlining driver for two editions of a contract
      *>           or policy document. Each edition is a file in the
      *>           LLM-CHUNK input layout (key, text line) and is
      *>           split into sections at its heading lines - a line
      *>           starting with the heading mark (LLM_DOC_HEADING_
      *>           MARK, default '#'), or a line of 120 characters or
      *>           less that opens with a dotted clause number such
      *>           as "4." or "12.3.1". Text ahead of the first
      *>           heading is the (preamble) section.
      *>           Sections are lined up on their heading, then on
      *>           the heading without its clause number (a clause
      *>           renumbered but not retitled), and in VECTOR mode
      *>           any still unpaired are paired on LLM-EMBED cosine
      *>           similarity of their text. A pair whose text is the
      *>           same (line breaks and indentation aside) is
      *>           reported UNCHANGED with no call; every other pair,
      *>           and every section found in one edition only, goes
      *>           through LLM-CHAT with the LLM-DOC-COMPARE
      *>           instruction from the prompt library. The change
      *>           report lists the sections in the later edition's
      *>           order, removed ones where they stood, each as
      *>           UNCHANGED, MODIFIED, ADDED or REMOVED with the
      *>           plain-language summary of the change.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-DOC-COMPARE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One select serves both editions - each is read through in
      *> turn under its own file name.
           SELECT DOC-INPUT ASSIGN TO WS-LOAD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT CHANGE-REPORT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT EXCEPTION-LOG ASSIGN TO WS-EXCEPTION-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DOC-INPUT.
       01 DOC-IN-RECORD.
           05 DIN-KEY               PIC X(20).
           05 DIN-TEXT              PIC X(1024).

       FD  CHANGE-REPORT.
       01 REPORT-LINE               PIC X(132).

       FD  EXCEPTION-LOG.
       01 EXCEPTION-LOG-RECORD.
           05 EXC-KEY               PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 EXC-STAT-CODE         PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 EXC-STAT-MESSAGE      PIC X(256).

       WORKING-STORAGE SECTION.

       COPY 'LLM.cpy'.
       COPY 'LLM-PROMPT.cpy'.
       COPY 'LLM-EMBED-REQUEST.cpy'.
       COPY 'LLM-EMBED-RESPONSE.cpy'.

       01 WS-EARLIER-FILENAME   PIC X(256).
       01 WS-LATER-FILENAME     PIC X(256).
       01 WS-LOAD-FILENAME      PIC X(256).
       01 WS-REPORT-FILENAME    PIC X(256).
       01 WS-EXCEPTION-FILENAME PIC X(256).
       01 WS-IN-FILE-STATUS     PIC X(2).
       01 WS-RPT-FILE-STATUS    PIC X(2).
       01 WS-EXC-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1).
         88 WS-EOF                  VALUE 'Y'.

      *> ---- arguments and settings -----------------------------------
       01 WS-MODE-ARG           PIC X(16).
       01 WS-MATCH-MODE         PIC X(7) VALUE 'HEADING'.
         88 WS-VECTOR-MODE          VALUE 'VECTOR'.
       01 WS-THRESHOLD-ARG      PIC X(8).
       01 WS-THRESHOLD          USAGE COMP-2.
       01 WS-MODEL-ARG          PIC X(128).
       01 WS-CHAT-MODEL         PIC X(128).
       01 WS-EMBED-MODEL        PIC X(128).
       01 WS-HEADING-MARK       PIC X(8).
       01 WS-MARK-LEN           PIC 9(1) COMP.

      *> ---- instruction wording, library-controlled with fallback ----
       01 WS-COMPARE-PROMPT     PIC X(32768).
       01 WS-COMPARE-PROMPT-VER PIC 9(3) VALUE 0.

      *> ---- one edition being read -----------------------------------
       01 WS-LOAD-SIDE          PIC X(1).
         88 WS-LOADING-EARLIER      VALUE 'E'.
         88 WS-LOADING-LATER        VALUE 'L'.
       01 WS-FIRST-KEY          PIC X(20).
       01 WS-EARLIER-KEY        PIC X(20).
       01 WS-LATER-KEY          PIC X(20).
       01 WS-KEY-WARNED-FLAG    PIC X(1).
         88 WS-KEY-WARNED           VALUE 'Y'.
       01 WS-LINE               PIC X(1024).
       01 WS-LINE-LEN           PIC 9(4) COMP.
       01 WS-LINE-POS           PIC 9(4) COMP.
       01 WS-CHAR               PIC X(1).
       01 WS-HEADING-FLAG       PIC X(1).
         88 WS-IS-HEADING           VALUE 'Y'.
       01 WS-LINE-HEADING       PIC X(120).
       01 WS-NUMBER-LEN         PIC 9(4) COMP.
       01 WS-DOT-FLAG           PIC X(1).
         88 WS-NUMBER-HAS-DOT       VALUE 'Y'.

      *> ---- the section being built ----------------------------------
       01 WS-CUR-OPEN-FLAG      PIC X(1).
         88 WS-CUR-OPEN             VALUE 'Y'.
       01 WS-CUR-PREAMBLE-FLAG  PIC X(1).
         88 WS-CUR-PREAMBLE         VALUE 'Y'.
       01 WS-CUR-HEADING        PIC X(120).
       01 WS-CUR-TITLE          PIC X(120).
       01 WS-CUR-LEN            PIC 9(5) COMP.
       01 WS-CUR-FULL-LEN       PIC 9(9) COMP.
       01 WS-CUR-HASH           PIC 9(9) COMP.
       01 WS-CUR-TRUNC-FLAG     PIC X(1).
       01 WS-CUR-TEXT           PIC X(30000).

      *> ---- both editions, section by section ------------------------
      *> The text is held to 30000 characters a section; the length
      *> and hash run over the whole of it, so a long section still
      *> shows unchanged only when every character is.
       01 WS-SECTION-MAX        PIC 9(3) VALUE 200.
       01 WS-OLD-COUNT          PIC 9(3) VALUE 0.
       01 WS-OLD-TABLE.
           05 WS-OLD-ENTRY      OCCURS 200 TIMES.
             10 WS-OLD-HEADING  PIC X(120).
             10 WS-OLD-NORM     PIC X(120).
             10 WS-OLD-TITLE    PIC X(120).
             10 WS-OLD-LEN      PIC 9(5) COMP.
             10 WS-OLD-FULL-LEN PIC 9(9) COMP.
             10 WS-OLD-HASH     PIC 9(9) COMP.
             10 WS-OLD-TRUNC    PIC X(1).
             10 WS-OLD-PARTNER  PIC 9(3) COMP.
             10 WS-OLD-TEXT     PIC X(30000).
       01 WS-NEW-COUNT          PIC 9(3) VALUE 0.
       01 WS-NEW-TABLE.
           05 WS-NEW-ENTRY      OCCURS 200 TIMES.
             10 WS-NEW-HEADING  PIC X(120).
             10 WS-NEW-NORM     PIC X(120).
             10 WS-NEW-TITLE    PIC X(120).
             10 WS-NEW-LEN      PIC 9(5) COMP.
             10 WS-NEW-FULL-LEN PIC 9(9) COMP.
             10 WS-NEW-HASH     PIC 9(9) COMP.
             10 WS-NEW-TRUNC    PIC X(1).
             10 WS-NEW-PARTNER  PIC 9(3) COMP.
      *>       H = same heading, T = same title under another clause
      *>       number, V = paired on embedding similarity
             10 WS-NEW-HOW      PIC X(1).
             10 WS-NEW-SCORE    USAGE COMP-2.
             10 WS-NEW-TEXT     PIC X(30000).
       01 WS-OX                 PIC 9(3) COMP.
       01 WS-NX                 PIC 9(3) COMP.
       01 WS-DROPPED-COUNT      PIC 9(5) VALUE 0.
       01 WS-SIDE-DROPPED       PIC 9(5).

      *> ---- embedding match ------------------------------------------
      *> The earlier edition's unpaired vectors are held while the
      *> later edition's are embedded one at a time and scored
      *> against them; pairs are then taken best score first.
       01 WS-OLD-VECTOR-TABLE.
           05 WS-OV-ENTRY       OCCURS 200 TIMES.
             10 WS-OV-OK        PIC X(1).
             10 WS-OV-DIM       PIC 9(4).
             10 WS-OV-NORM      USAGE COMP-2.
             10 WS-OV-VALUE     OCCURS 4096 TIMES USAGE COMP-2.
       01 WS-SCORE-TABLE.
           05 WS-SCORE-ROW      OCCURS 200 TIMES.
             10 WS-SCORE-CELL   OCCURS 200 TIMES USAGE COMP-2.
       01 WS-VEC-IDX            PIC 9(4) COMP.
       01 WS-DOT-PRODUCT        USAGE COMP-2.
       01 WS-QUERY-NORM         USAGE COMP-2.
       01 WS-SCORE              USAGE COMP-2.
       01 WS-BEST-SCORE         USAGE COMP-2.
       01 WS-BEST-OX            PIC 9(3) COMP.
       01 WS-BEST-NX            PIC 9(3) COMP.
       01 WS-UNPAIRED-OLD       PIC 9(3) COMP.
       01 WS-UNPAIRED-NEW       PIC 9(3) COMP.
       01 WS-PAIRED-FLAG        PIC X(1).
         88 WS-PAIRED-ONE           VALUE 'Y'.
       01 WS-EMB-SIDE           PIC X(1).
         88 WS-EMB-EARLIER          VALUE 'E'.
       01 WS-EMB-IDX            PIC 9(3) COMP.
       01 WS-EMB-PTR            PIC 9(5) COMP.

      *> ---- one report entry -----------------------------------------
       01 WS-CMP-OX             PIC 9(3) COMP.
       01 WS-CMP-NX             PIC 9(3) COMP.
       01 WS-NEXT-OLD           PIC 9(3) COMP.
       01 WS-ENTRY-STATUS       PIC X(10).
       01 WS-ENTRY-HEADING      PIC X(120).
       01 WS-IDENTICAL-FLAG     PIC X(1).
         88 WS-IDENTICAL            VALUE 'Y'.
       01 WS-MSG-PTR            PIC 9(5) COMP.
       01 WS-KEY-NUMBER         PIC 9(4).
       01 WS-EXC-KEY            PIC X(20).
       01 WS-EDIT-SCORE         PIC 9.999.
       01 WS-EDIT-COUNT         PIC ZZZZ9.
       01 WS-RUN-STAMP          PIC X(21).

      *> ---- summary wrapping (LLM-LETTER-COMPOSE's rules) ------------
       01 WS-SUMMARY-WIDTH      PIC 9(3) COMP VALUE 100.
       01 WS-CONTENT-LEN        PIC 9(5) COMP.
       01 WS-CONTENT-POS        PIC 9(5) COMP.
       01 WS-CONTENT-CHAR       PIC X(1).
       01 WS-LINE-BUF           PIC X(132).
       01 WS-BUF-LEN            PIC 9(3) COMP.
       01 WS-LAST-SPACE         PIC 9(3) COMP.
       01 WS-CARRY-BUF          PIC X(132).
       01 WS-CARRY-LEN          PIC 9(3) COMP.
       01 WS-PRINT-TEXT         PIC X(120).

      *> ---- counts ---------------------------------------------------
       01 WS-UNCHANGED-COUNT    PIC 9(5) VALUE 0.
       01 WS-MODIFIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-ADDED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REMOVED-COUNT      PIC 9(5) VALUE 0.
       01 WS-SUMMARY-COUNT      PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT        PIC 9(5) VALUE 0.

      *> ---- run registry ---------------------------------------------
       COPY 'LLM-RUN-REGISTRY.cpy'.
       01 WS-TOKENS-IN-TOTAL    PIC 9(12) VALUE 0.
       01 WS-TOKENS-OUT-TOTAL   PIC 9(12) VALUE 0.
       01 WS-TOKENS-CW-TOTAL    PIC 9(12) VALUE 0.
       01 WS-TOKENS-CR-TOTAL    PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           IF LLM-STAT-OK
               PERFORM 200-LOAD-EDITIONS
           END-IF
           IF LLM-STAT-OK
               PERFORM 300-MATCH-SECTIONS
               PERFORM 400-WRITE-REPORT
               IF WS-ERROR-COUNT > 0 OR WS-DROPPED-COUNT > 0
                   MOVE 4                TO RETURN-CODE
               END-IF
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back by 910-REGISTER-RUN-END.
           MOVE RETURN-CODE              TO LLM-RRG-RETURN-CODE
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-DOC-COMPARE: unchanged: ' WS-UNCHANGED-COUNT
           DISPLAY 'LLM-DOC-COMPARE: modified: ' WS-MODIFIED-COUNT
           DISPLAY 'LLM-DOC-COMPARE: added: ' WS-ADDED-COUNT
           DISPLAY 'LLM-DOC-COMPARE: removed: ' WS-REMOVED-COUNT
           DISPLAY 'LLM-DOC-COMPARE: errors: ' WS-ERROR-COUNT
           IF WS-DROPPED-COUNT > 0
               DISPLAY 'LLM-DOC-COMPARE: sections not compared: '
                       WS-DROPPED-COUNT
           END-IF
           PERFORM 910-REGISTER-RUN-END
           STOP RUN.

      *> Args: 1=earlier edition  2=later edition  3=change report
      *>       4=match mode HEADING (default) or VECTOR
      *>       5=VECTOR pairing threshold, cosine 0-1 (default 0.80)
      *>       6=chat model  7=embedding model (default
      *>       nomic-embed-text). '-' keeps a default.
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 3
               DISPLAY 'LLM-DOC-COMPARE: usage: LLM-DOC-COMPARE '
                       '<earlier> <later> <report> [HEADING|VECTOR] '
                       '[threshold] [model] [embed-model]'
               SET LLM-STAT-CONFIG-ERR TO TRUE
               MOVE 'LLM-DOC-COMPARE: missing file arguments'
                                        TO LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-EARLIER-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-LATER-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE

           STRING FUNCTION TRIM(WS-REPORT-FILENAME) DELIMITED BY SIZE
                  '.exceptions'          DELIMITED BY SIZE
                  INTO WS-EXCEPTION-FILENAME
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 4
               MOVE 4                   TO WS-ARG-COUNT
               ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-MODE-ARG) TO WS-MODE-ARG
               EVALUATE WS-MODE-ARG
                   WHEN SPACES
                   WHEN '-'
                   WHEN 'HEADING'
                       MOVE 'HEADING'   TO WS-MATCH-MODE
                   WHEN 'VECTOR'
                       MOVE 'VECTOR'    TO WS-MATCH-MODE
                   WHEN OTHER
                       DISPLAY 'LLM-DOC-COMPARE: match mode must be '
                               'HEADING or VECTOR, not '
                               FUNCTION TRIM(WS-MODE-ARG)
                       SET LLM-STAT-CONFIG-ERR TO TRUE
                       MOVE 'LLM-DOC-COMPARE: bad match mode'
                                        TO LLM-STAT-MESSAGE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF

           COMPUTE WS-THRESHOLD = 0.80
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-THRESHOLD-ARG FROM ARGUMENT-VALUE
               IF WS-THRESHOLD-ARG NOT = SPACES
               AND WS-THRESHOLD-ARG NOT = '-'
                   COMPUTE WS-THRESHOLD
                       = FUNCTION NUMVAL(WS-THRESHOLD-ARG)
               END-IF
           END-IF
           IF WS-THRESHOLD <= 0 OR WS-THRESHOLD > 1
               COMPUTE WS-THRESHOLD = 0.80
           END-IF

           MOVE 'llama3.2:3b'           TO WS-CHAT-MODEL
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-MODEL-ARG FROM ARGUMENT-VALUE
               IF WS-MODEL-ARG NOT = SPACES
               AND WS-MODEL-ARG NOT = '-'
                   MOVE WS-MODEL-ARG    TO WS-CHAT-MODEL
               END-IF
           END-IF
           MOVE WS-CHAT-MODEL           TO LLM-MODEL

           MOVE 'nomic-embed-text'      TO WS-EMBED-MODEL
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 7
               MOVE 7                   TO WS-ARG-COUNT
               ACCEPT WS-MODEL-ARG FROM ARGUMENT-VALUE
               IF WS-MODEL-ARG NOT = SPACES
               AND WS-MODEL-ARG NOT = '-'
                   MOVE WS-MODEL-ARG    TO WS-EMBED-MODEL
               END-IF
           END-IF

           DISPLAY 'LLM_DOC_HEADING_MARK' UPON ENVIRONMENT-NAME
           ACCEPT WS-HEADING-MARK FROM ENVIRONMENT-VALUE
           IF WS-HEADING-MARK = SPACES
               MOVE '#'                 TO WS-HEADING-MARK
           END-IF
           MOVE FUNCTION TRIM(WS-HEADING-MARK) TO WS-HEADING-MARK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HEADING-MARK))
                                        TO WS-MARK-LEN

           PERFORM 110-LOAD-PROMPTS
           PERFORM 190-REGISTER-RUN-START

           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           MOVE SPACES                   TO LLM-API-KEY
           MOVE 60                       TO LLM-TIMEOUT-SECS
           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-STATUS
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-DOC-COMPARE: init failed: '
                       LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.


      *> The comparison wording comes from the prompt library so the
      *> redline style is centrally controlled; a library without
      *> the entry still runs on this built-in fallback.
       110-LOAD-PROMPTS.
           MOVE 'LLM-DOC-COMPARE'        TO LLM-PROMPT-ID
           CALL 'LLM-PROMPT-LOOKUP' USING LLM-PROMPT
                                          LLM-STATUS
           IF LLM-PROMPT-WAS-FOUND
               MOVE LLM-PROMPT-TEXT      TO WS-COMPARE-PROMPT
               MOVE LLM-PROMPT-VERSION   TO WS-COMPARE-PROMPT-VER
           ELSE
               MOVE 'You are given one section of a contract or '
                  & 'policy document as it stood in an earlier '
                  & 'edition and as it stands in a later edition. '
                  & 'Say in plain language what changed - '
                  & 'obligations, amounts, dates, deadlines, parties '
                  & 'and conditions added, removed or altered - in '
                  & 'a short paragraph, without restating text that '
                  & 'did not change. If the section is present in '
                  & 'only one edition, say whether it was added or '
                  & 'removed and summarize what it provides.'
                                         TO WS-COMPARE-PROMPT
           END-IF
           INITIALIZE LLM-STATUS.


      *> From here on every way out of the run passes
      *> 910-REGISTER-RUN-END.
       190-REGISTER-RUN-START.
           INITIALIZE LLM-RUN-REGISTRY-AREA
           SET LLM-RRG-START             TO TRUE
           MOVE 'LLM-DOC-COMPARE'        TO LLM-RRG-PROGRAM
           MOVE WS-LATER-FILENAME        TO LLM-RRG-INPUT-FILE
           MOVE WS-REPORT-FILENAME       TO LLM-RRG-OUTPUT-FILE
           MOVE LLM-MODEL                TO LLM-RRG-MODEL
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA.


       200-LOAD-EDITIONS.
           MOVE WS-EARLIER-FILENAME      TO WS-LOAD-FILENAME
           SET WS-LOADING-EARLIER        TO TRUE
           PERFORM 210-LOAD-ONE-EDITION
           MOVE WS-FIRST-KEY             TO WS-EARLIER-KEY
           IF LLM-STAT-OK
               MOVE WS-LATER-FILENAME    TO WS-LOAD-FILENAME
               SET WS-LOADING-LATER      TO TRUE
               PERFORM 210-LOAD-ONE-EDITION
               MOVE WS-FIRST-KEY         TO WS-LATER-KEY
           END-IF.


       210-LOAD-ONE-EDITION.
           OPEN INPUT DOC-INPUT
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-DOC-COMPARE: cannot open '
                       FUNCTION TRIM(WS-LOAD-FILENAME)
                       ', status ' WS-IN-FILE-STATUS
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-DOC-COMPARE: cannot open an edition file'
                                         TO LLM-STAT-MESSAGE
               MOVE 8                    TO RETURN-CODE
           ELSE
               MOVE SPACES               TO WS-FIRST-KEY
               MOVE 'N'                  TO WS-KEY-WARNED-FLAG
               MOVE 0                    TO WS-SIDE-DROPPED
               MOVE 'Y'                  TO WS-CUR-PREAMBLE-FLAG
               MOVE '(preamble)'         TO WS-LINE-HEADING
               PERFORM 240-OPEN-SECTION
               MOVE 'N'                  TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ DOC-INPUT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 220-TAKE-LINE
                   END-READ
               END-PERFORM
               PERFORM 250-STORE-SECTION
               CLOSE DOC-INPUT
               IF WS-SIDE-DROPPED > 0
                   MOVE WS-SIDE-DROPPED  TO WS-EDIT-COUNT
                   DISPLAY 'LLM-DOC-COMPARE: '
                           FUNCTION TRIM(WS-LOAD-FILENAME)
                           ' has more than ' WS-SECTION-MAX
                           ' sections - '
                           FUNCTION TRIM(WS-EDIT-COUNT)
                           ' not compared'
               END-IF
           END-IF.


      *> The file carries one document; a second key in it is said
      *> once and its lines are read as part of the same edition.
       220-TAKE-LINE.
           IF WS-FIRST-KEY = SPACES
               MOVE DIN-KEY              TO WS-FIRST-KEY
           END-IF
           IF DIN-KEY NOT = WS-FIRST-KEY AND NOT WS-KEY-WARNED
               SET WS-KEY-WARNED         TO TRUE
               DISPLAY 'LLM-DOC-COMPARE: '
                       FUNCTION TRIM(WS-LOAD-FILENAME)
                       ' holds more than one document key - read '
                       'as one edition of '
                       FUNCTION TRIM(WS-FIRST-KEY)
           END-IF

           MOVE 0                        TO WS-LINE-LEN
           MOVE SPACES                   TO WS-LINE
           IF DIN-TEXT NOT = SPACES
               MOVE FUNCTION TRIM(DIN-TEXT) TO WS-LINE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(DIN-TEXT))
                                         TO WS-LINE-LEN
           END-IF

           IF WS-LINE-LEN > 0
               PERFORM 230-TEST-HEADING
               IF WS-IS-HEADING
                   PERFORM 250-STORE-SECTION
                   MOVE 'N'              TO WS-CUR-PREAMBLE-FLAG
                   PERFORM 240-OPEN-SECTION
               ELSE
                   PERFORM 245-ADD-LINE-TEXT
               END-IF
           END-IF.


       230-TEST-HEADING.
           MOVE 'N'                      TO WS-HEADING-FLAG
           MOVE SPACES                   TO WS-LINE-HEADING
           IF WS-LINE(1:WS-MARK-LEN) = WS-HEADING-MARK(1:WS-MARK-LEN)
               SET WS-IS-HEADING         TO TRUE
      *> "## 4. Term" - every mark character and the spaces after
      *> them come off; the clause number stays in the heading.
               MOVE 1                    TO WS-LINE-POS
               PERFORM UNTIL WS-LINE-POS > WS-LINE-LEN
                       OR (WS-LINE(WS-LINE-POS:1)
                               NOT = WS-HEADING-MARK(1:1)
                           AND WS-LINE(WS-LINE-POS:1) NOT = SPACE)
                   ADD 1 TO WS-LINE-POS
               END-PERFORM
               IF WS-LINE-POS <= WS-LINE-LEN
                   MOVE WS-LINE(WS-LINE-POS:) TO WS-LINE-HEADING
               ELSE
                   MOVE '(untitled)'     TO WS-LINE-HEADING
               END-IF
           ELSE
               IF WS-LINE-LEN <= 120 AND WS-LINE(1:1) IS NUMERIC
                   PERFORM 235-MEASURE-NUMBER
                   IF WS-NUMBER-HAS-DOT
                   AND (WS-NUMBER-LEN = WS-LINE-LEN
                        OR WS-LINE(WS-NUMBER-LEN + 1:1) = SPACE)
                       SET WS-IS-HEADING TO TRUE
                       MOVE WS-LINE      TO WS-LINE-HEADING
                   END-IF
               END-IF
           END-IF.


      *> Length of the leading run of digits and dots in WS-LINE.
       235-MEASURE-NUMBER.
           MOVE 'N'                      TO WS-DOT-FLAG
           MOVE 0                        TO WS-NUMBER-LEN
           MOVE 1                        TO WS-LINE-POS
           PERFORM UNTIL WS-LINE-POS > WS-LINE-LEN
                   OR (WS-LINE(WS-LINE-POS:1) NOT NUMERIC
                       AND WS-LINE(WS-LINE-POS:1) NOT = '.')
               IF WS-LINE(WS-LINE-POS:1) = '.'
                   SET WS-NUMBER-HAS-DOT TO TRUE
               END-IF
               ADD 1 TO WS-NUMBER-LEN
               ADD 1 TO WS-LINE-POS
           END-PERFORM.


      *> A new section under WS-LINE-HEADING. Its title is the
      *> heading less any clause number, upper-cased - what a
      *> renumbered clause still has in common with its old self.
       240-OPEN-SECTION.
           SET WS-CUR-OPEN               TO TRUE
           MOVE WS-LINE-HEADING          TO WS-CUR-HEADING
           MOVE SPACES                   TO WS-CUR-TEXT
           MOVE 0                        TO WS-CUR-LEN
                                            WS-CUR-FULL-LEN
                                            WS-CUR-HASH
           MOVE 'N'                      TO WS-CUR-TRUNC-FLAG

           MOVE WS-CUR-HEADING           TO WS-LINE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CUR-HEADING))
                                         TO WS-LINE-LEN
           MOVE SPACES                   TO WS-CUR-TITLE
           IF WS-LINE(1:1) IS NUMERIC
               PERFORM 235-MEASURE-NUMBER
               IF WS-NUMBER-LEN < WS-LINE-LEN
               AND WS-LINE(WS-NUMBER-LEN + 1:1) = SPACE
                   MOVE FUNCTION TRIM(WS-LINE(WS-NUMBER-LEN + 1:))
                                         TO WS-CUR-TITLE
               END-IF
           ELSE
               MOVE WS-CUR-HEADING       TO WS-CUR-TITLE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CUR-TITLE) TO WS-CUR-TITLE.


      *> Body lines join with one space, so re-flowed paragraphs and
      *> changed indentation do not count as a change.
       245-ADD-LINE-TEXT.
           IF WS-CUR-FULL-LEN > 0
               MOVE SPACE                TO WS-CHAR
               PERFORM 247-ADD-CHAR
           END-IF
           PERFORM VARYING WS-LINE-POS FROM 1 BY 1
                   UNTIL WS-LINE-POS > WS-LINE-LEN
               MOVE WS-LINE(WS-LINE-POS:1) TO WS-CHAR
               PERFORM 247-ADD-CHAR
           END-PERFORM.


       247-ADD-CHAR.
           ADD 1                         TO WS-CUR-FULL-LEN
           COMPUTE WS-CUR-HASH = FUNCTION MOD(
               WS-CUR-HASH * 131 + FUNCTION ORD(WS-CHAR), 999999937)
           IF WS-CUR-LEN < 30000
               ADD 1                     TO WS-CUR-LEN
               MOVE WS-CHAR              TO WS-CUR-TEXT(WS-CUR-LEN:1)
           ELSE
               MOVE 'Y'                  TO WS-CUR-TRUNC-FLAG
           END-IF.


      *> An empty preamble is no section; a heading with nothing
      *> under it is one, so a retitled empty clause still shows.
       250-STORE-SECTION.
           IF WS-CUR-OPEN
           AND NOT (WS-CUR-PREAMBLE AND WS-CUR-FULL-LEN = 0)
               IF WS-LOADING-EARLIER
                   IF WS-OLD-COUNT >= WS-SECTION-MAX
                       ADD 1             TO WS-SIDE-DROPPED
                                            WS-DROPPED-COUNT
                   ELSE
                       ADD 1             TO WS-OLD-COUNT
                       MOVE WS-CUR-HEADING
                           TO WS-OLD-HEADING(WS-OLD-COUNT)
                       MOVE FUNCTION UPPER-CASE(WS-CUR-HEADING)
                           TO WS-OLD-NORM(WS-OLD-COUNT)
                       MOVE WS-CUR-TITLE
                           TO WS-OLD-TITLE(WS-OLD-COUNT)
                       MOVE WS-CUR-LEN   TO WS-OLD-LEN(WS-OLD-COUNT)
                       MOVE WS-CUR-FULL-LEN
                           TO WS-OLD-FULL-LEN(WS-OLD-COUNT)
                       MOVE WS-CUR-HASH  TO WS-OLD-HASH(WS-OLD-COUNT)
                       MOVE WS-CUR-TRUNC-FLAG
                           TO WS-OLD-TRUNC(WS-OLD-COUNT)
                       MOVE 0            TO WS-OLD-PARTNER(WS-OLD-COUNT)
                       MOVE WS-CUR-TEXT  TO WS-OLD-TEXT(WS-OLD-COUNT)
                   END-IF
               ELSE
                   IF WS-NEW-COUNT >= WS-SECTION-MAX
                       ADD 1             TO WS-SIDE-DROPPED
                                            WS-DROPPED-COUNT
                   ELSE
                       ADD 1             TO WS-NEW-COUNT
                       MOVE WS-CUR-HEADING
                           TO WS-NEW-HEADING(WS-NEW-COUNT)
                       MOVE FUNCTION UPPER-CASE(WS-CUR-HEADING)
                           TO WS-NEW-NORM(WS-NEW-COUNT)
                       MOVE WS-CUR-TITLE
                           TO WS-NEW-TITLE(WS-NEW-COUNT)
                       MOVE WS-CUR-LEN   TO WS-NEW-LEN(WS-NEW-COUNT)
                       MOVE WS-CUR-FULL-LEN
                           TO WS-NEW-FULL-LEN(WS-NEW-COUNT)
                       MOVE WS-CUR-HASH  TO WS-NEW-HASH(WS-NEW-COUNT)
                       MOVE WS-CUR-TRUNC-FLAG
                           TO WS-NEW-TRUNC(WS-NEW-COUNT)
                       MOVE 0            TO WS-NEW-PARTNER(WS-NEW-COUNT)
                       MOVE SPACE        TO WS-NEW-HOW(WS-NEW-COUNT)
                       COMPUTE WS-NEW-SCORE(WS-NEW-COUNT) = 0
                       MOVE WS-CUR-TEXT  TO WS-NEW-TEXT(WS-NEW-COUNT)
                   END-IF
               END-IF
           END-IF
           MOVE 'N'                      TO WS-CUR-OPEN-FLAG.


      *> Headings first, then titles, each pairing a later section
      *> with the first earlier one still free; embeddings only for
      *> what is left.
       300-MATCH-SECTIONS.
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEW-COUNT
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OLD-COUNT
                          OR WS-NEW-PARTNER(WS-NX) > 0
                   IF WS-OLD-PARTNER(WS-OX) = 0
                   AND WS-OLD-NORM(WS-OX) = WS-NEW-NORM(WS-NX)
                       MOVE WS-OX        TO WS-NEW-PARTNER(WS-NX)
                       MOVE WS-NX        TO WS-OLD-PARTNER(WS-OX)
                       MOVE 'H'          TO WS-NEW-HOW(WS-NX)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEW-COUNT
               IF WS-NEW-TITLE(WS-NX) NOT = SPACES
                   PERFORM VARYING WS-OX FROM 1 BY 1
                           UNTIL WS-OX > WS-OLD-COUNT
                              OR WS-NEW-PARTNER(WS-NX) > 0
                       IF WS-OLD-PARTNER(WS-OX) = 0
                       AND WS-OLD-TITLE(WS-OX) = WS-NEW-TITLE(WS-NX)
                           MOVE WS-OX    TO WS-NEW-PARTNER(WS-NX)
                           MOVE WS-NX    TO WS-OLD-PARTNER(WS-OX)
                           MOVE 'T'      TO WS-NEW-HOW(WS-NX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF WS-VECTOR-MODE
               PERFORM 310-MATCH-BY-VECTOR
           END-IF.


      *> The embedding search runs with whatever LLM-MODEL holds, so
      *> the embed model is swapped in for these calls and the chat
      *> model restored before the comparisons.
       310-MATCH-BY-VECTOR.
           MOVE 0                        TO WS-UNPAIRED-OLD
                                            WS-UNPAIRED-NEW
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OLD-COUNT
               IF WS-OLD-PARTNER(WS-OX) = 0
                   ADD 1                 TO WS-UNPAIRED-OLD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEW-COUNT
               IF WS-NEW-PARTNER(WS-NX) = 0
                   ADD 1                 TO WS-UNPAIRED-NEW
               END-IF
           END-PERFORM

           IF WS-UNPAIRED-OLD > 0 AND WS-UNPAIRED-NEW > 0
               INITIALIZE WS-SCORE-TABLE
               MOVE WS-EMBED-MODEL       TO LLM-MODEL
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OLD-COUNT
                   MOVE 'N'              TO WS-OV-OK(WS-OX)
                   IF WS-OLD-PARTNER(WS-OX) = 0
                       MOVE 'E'          TO WS-EMB-SIDE
                       MOVE WS-OX        TO WS-EMB-IDX
                       PERFORM 320-EMBED-SECTION
                       IF LLM-STAT-OK
                           PERFORM 330-HOLD-EARLIER-VECTOR
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-NX FROM 1 BY 1
                       UNTIL WS-NX > WS-NEW-COUNT
                   IF WS-NEW-PARTNER(WS-NX) = 0
                       MOVE 'L'          TO WS-EMB-SIDE
                       MOVE WS-NX        TO WS-EMB-IDX
                       PERFORM 320-EMBED-SECTION
                       IF LLM-STAT-OK
                           PERFORM 340-SCORE-LATER-SECTION
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-CHAT-MODEL        TO LLM-MODEL
               PERFORM 350-PAIR-BEST-SCORES
           END-IF.


      *> Heading and text together, as far as one request holds.
       320-EMBED-SECTION.
           INITIALIZE LLM-EMBED-REQUEST
           MOVE 'LLM-DOC-COMPARE'        TO LLM-EMB-CALLER-ID
           MOVE 1                        TO WS-EMB-PTR
           IF WS-EMB-EARLIER
               STRING FUNCTION TRIM(WS-OLD-HEADING(WS-EMB-IDX))
                                         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                   INTO LLM-EMB-INPUT-TEXT WITH POINTER WS-EMB-PTR
               END-STRING
               IF WS-OLD-LEN(WS-EMB-IDX) > 0
                   STRING WS-OLD-TEXT(WS-EMB-IDX)
                              (1:WS-OLD-LEN(WS-EMB-IDX))
                                         DELIMITED BY SIZE
                       INTO LLM-EMB-INPUT-TEXT WITH POINTER WS-EMB-PTR
                   END-STRING
               END-IF
           ELSE
               STRING FUNCTION TRIM(WS-NEW-HEADING(WS-EMB-IDX))
                                         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                   INTO LLM-EMB-INPUT-TEXT WITH POINTER WS-EMB-PTR
               END-STRING
               IF WS-NEW-LEN(WS-EMB-IDX) > 0
                   STRING WS-NEW-TEXT(WS-EMB-IDX)
                              (1:WS-NEW-LEN(WS-EMB-IDX))
                                         DELIMITED BY SIZE
                       INTO LLM-EMB-INPUT-TEXT WITH POINTER WS-EMB-PTR
                   END-STRING
               END-IF
           END-IF

           CALL 'LLM-EMBED' USING LLM-CONFIG
                                  LLM-EMBED-REQUEST
                                  LLM-EMBED-RESPONSE
                                  LLM-STATUS
           ADD LLM-EMB-TOKENS-IN         TO WS-TOKENS-IN-TOTAL
           IF NOT LLM-STAT-OK
               MOVE WS-EMB-IDX           TO WS-KEY-NUMBER
               IF WS-EMB-EARLIER
                   MOVE 'EARLIER-'       TO WS-EXC-KEY
               ELSE
                   MOVE 'LATER-'         TO WS-EXC-KEY
               END-IF
               PERFORM 460-WRITE-EXCEPTION
           END-IF.


       330-HOLD-EARLIER-VECTOR.
           COMPUTE WS-OV-NORM(WS-OX) = 0
           PERFORM VARYING WS-VEC-IDX FROM 1 BY 1
                   UNTIL WS-VEC-IDX > LLM-EMB-DIMENSION-COUNT
               MOVE LLM-EMB-VECTOR(WS-VEC-IDX)
                   TO WS-OV-VALUE(WS-OX, WS-VEC-IDX)
               COMPUTE WS-OV-NORM(WS-OX) = WS-OV-NORM(WS-OX)
                   + LLM-EMB-VECTOR(WS-VEC-IDX)
                   * LLM-EMB-VECTOR(WS-VEC-IDX)
           END-PERFORM
           MOVE LLM-EMB-DIMENSION-COUNT  TO WS-OV-DIM(WS-OX)
           IF WS-OV-NORM(WS-OX) > 0
               MOVE 'Y'                  TO WS-OV-OK(WS-OX)
           END-IF.


       340-SCORE-LATER-SECTION.
           COMPUTE WS-QUERY-NORM = 0
           PERFORM VARYING WS-VEC-IDX FROM 1 BY 1
                   UNTIL WS-VEC-IDX > LLM-EMB-DIMENSION-COUNT
               COMPUTE WS-QUERY-NORM = WS-QUERY-NORM
                   + LLM-EMB-VECTOR(WS-VEC-IDX)
                   * LLM-EMB-VECTOR(WS-VEC-IDX)
           END-PERFORM
           IF WS-QUERY-NORM > 0
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OLD-COUNT
                   IF WS-OV-OK(WS-OX) = 'Y'
                   AND WS-OV-DIM(WS-OX) = LLM-EMB-DIMENSION-COUNT
                       COMPUTE WS-DOT-PRODUCT = 0
                       PERFORM VARYING WS-VEC-IDX FROM 1 BY 1
                           UNTIL WS-VEC-IDX > LLM-EMB-DIMENSION-COUNT
                           COMPUTE WS-DOT-PRODUCT = WS-DOT-PRODUCT
                               + LLM-EMB-VECTOR(WS-VEC-IDX)
                               * WS-OV-VALUE(WS-OX, WS-VEC-IDX)
                       END-PERFORM
                       COMPUTE WS-SCORE-CELL(WS-NX, WS-OX) =
                           WS-DOT-PRODUCT
                           / (FUNCTION SQRT(WS-QUERY-NORM)
                              * FUNCTION SQRT(WS-OV-NORM(WS-OX)))
                   END-IF
               END-PERFORM
           END-IF.


      *> Best remaining score first, so a section is never taken by
      *> a weaker look-alike while its true counterpart is free.
       350-PAIR-BEST-SCORES.
           SET WS-PAIRED-ONE             TO TRUE
           PERFORM UNTIL NOT WS-PAIRED-ONE
               MOVE 'N'                  TO WS-PAIRED-FLAG
               COMPUTE WS-BEST-SCORE = 0
               MOVE 0                    TO WS-BEST-NX WS-BEST-OX
               PERFORM VARYING WS-NX FROM 1 BY 1
                       UNTIL WS-NX > WS-NEW-COUNT
                   IF WS-NEW-PARTNER(WS-NX) = 0
                       PERFORM VARYING WS-OX FROM 1 BY 1
                               UNTIL WS-OX > WS-OLD-COUNT
                           IF WS-OLD-PARTNER(WS-OX) = 0
                           AND WS-SCORE-CELL(WS-NX, WS-OX)
                                   >= WS-THRESHOLD
                           AND WS-SCORE-CELL(WS-NX, WS-OX)
                                   > WS-BEST-SCORE
                               COMPUTE WS-BEST-SCORE =
                                   WS-SCORE-CELL(WS-NX, WS-OX)
                               MOVE WS-NX TO WS-BEST-NX
                               MOVE WS-OX TO WS-BEST-OX
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               IF WS-BEST-NX > 0
                   MOVE WS-BEST-OX       TO WS-NEW-PARTNER(WS-BEST-NX)
                   MOVE WS-BEST-NX       TO WS-OLD-PARTNER(WS-BEST-OX)
                   MOVE 'V'              TO WS-NEW-HOW(WS-BEST-NX)
                   COMPUTE WS-NEW-SCORE(WS-BEST-NX) = WS-BEST-SCORE
                   SET WS-PAIRED-ONE     TO TRUE
               END-IF
           END-PERFORM.


      *> Later edition's order; an earlier section with no partner is
      *> reported REMOVED just ahead of the first later section whose
      *> partner stood after it, so the report reads as a redline.
       400-WRITE-REPORT.
           OPEN OUTPUT CHANGE-REPORT
           OPEN OUTPUT EXCEPTION-LOG
           PERFORM 410-WRITE-REPORT-HEAD

           MOVE 1                        TO WS-NEXT-OLD
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > WS-NEW-COUNT
               MOVE WS-NEW-PARTNER(WS-NX) TO WS-CMP-OX
               IF WS-CMP-OX > 0
                   PERFORM UNTIL WS-NEXT-OLD >= WS-CMP-OX
                       PERFORM 425-REPORT-IF-REMOVED
                       ADD 1             TO WS-NEXT-OLD
                   END-PERFORM
                   IF WS-NEXT-OLD = WS-CMP-OX
                       ADD 1             TO WS-NEXT-OLD
                   END-IF
               END-IF
               MOVE WS-NX                TO WS-CMP-NX
               PERFORM 420-REPORT-LATER-SECTION
           END-PERFORM
           PERFORM UNTIL WS-NEXT-OLD > WS-OLD-COUNT
               PERFORM 425-REPORT-IF-REMOVED
               ADD 1                     TO WS-NEXT-OLD
           END-PERFORM

           PERFORM 490-WRITE-TOTALS
           CLOSE CHANGE-REPORT
           CLOSE EXCEPTION-LOG.


       410-WRITE-REPORT-HEAD.
           MOVE FUNCTION CURRENT-DATE    TO WS-RUN-STAMP
           MOVE SPACES                   TO REPORT-LINE
           STRING 'DOCUMENT CHANGE REPORT    run '
                                         DELIMITED BY SIZE
                  WS-RUN-STAMP(1:4) '-' WS-RUN-STAMP(5:2) '-'
                  WS-RUN-STAMP(7:2) ' ' WS-RUN-STAMP(9:2) ':'
                  WS-RUN-STAMP(11:2)     DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Earlier edition: '    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EARLIER-FILENAME)
                                         DELIMITED BY SIZE
                  '  ['                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EARLIER-KEY) DELIMITED BY SIZE
                  ']'                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Later edition:   '    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LATER-FILENAME)
                                         DELIMITED BY SIZE
                  '  ['                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LATER-KEY) DELIMITED BY SIZE
                  ']'                    DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Sections paired by:  '
                                         DELIMITED BY SIZE
                  WS-MATCH-MODE          DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING
           IF WS-VECTOR-MODE
               COMPUTE WS-EDIT-SCORE ROUNDED = WS-THRESHOLD
               STRING REPORT-LINE(1:28)  DELIMITED BY SIZE
                      ' (similarity ' WS-EDIT-SCORE ' or better, '
                                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EMBED-MODEL)
                                         DELIMITED BY SIZE
                      ')'                DELIMITED BY SIZE
                   INTO WS-PRINT-TEXT
               END-STRING
               MOVE WS-PRINT-TEXT        TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE ALL '-'                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                   TO REPORT-LINE
           WRITE REPORT-LINE.


       420-REPORT-LATER-SECTION.
           MOVE WS-NEW-HEADING(WS-CMP-NX) TO WS-ENTRY-HEADING
           IF WS-CMP-OX = 0
               MOVE 'ADDED'              TO WS-ENTRY-STATUS
               ADD 1                     TO WS-ADDED-COUNT
               PERFORM 450-WRITE-ENTRY-HEAD
               PERFORM 440-SUMMARIZE-CHANGE
           ELSE
               PERFORM 430-TEST-IDENTICAL
               IF WS-IDENTICAL
                   MOVE 'UNCHANGED'      TO WS-ENTRY-STATUS
                   ADD 1                 TO WS-UNCHANGED-COUNT
                   PERFORM 450-WRITE-ENTRY-HEAD
               ELSE
                   MOVE 'MODIFIED'       TO WS-ENTRY-STATUS
                   ADD 1                 TO WS-MODIFIED-COUNT
                   PERFORM 450-WRITE-ENTRY-HEAD
                   PERFORM 440-SUMMARIZE-CHANGE
               END-IF
           END-IF
           MOVE SPACES                   TO REPORT-LINE
           WRITE REPORT-LINE.


       425-REPORT-IF-REMOVED.
           IF WS-OLD-PARTNER(WS-NEXT-OLD) = 0
               MOVE WS-NEXT-OLD          TO WS-CMP-OX
               MOVE 0                    TO WS-CMP-NX
               MOVE WS-OLD-HEADING(WS-CMP-OX) TO WS-ENTRY-HEADING
               MOVE 'REMOVED'            TO WS-ENTRY-STATUS
               ADD 1                     TO WS-REMOVED-COUNT
               PERFORM 450-WRITE-ENTRY-HEAD
               PERFORM 440-SUMMARIZE-CHANGE
               MOVE SPACES               TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.


      *> Same length and hash, and the held text the same - the held
      *> text is all of it unless the section ran past 30000.
       430-TEST-IDENTICAL.
           MOVE 'N'                      TO WS-IDENTICAL-FLAG
           IF WS-OLD-FULL-LEN(WS-CMP-OX) = WS-NEW-FULL-LEN(WS-CMP-NX)
           AND WS-OLD-HASH(WS-CMP-OX) = WS-NEW-HASH(WS-CMP-NX)
           AND WS-OLD-TEXT(WS-CMP-OX) = WS-NEW-TEXT(WS-CMP-NX)
               SET WS-IDENTICAL          TO TRUE
           END-IF.


      *> One call per changed, added or removed section: the earlier
      *> edition's text as the first user turn, the later's as the
      *> second, a side that has no such section said so in words.
       440-SUMMARIZE-CHANGE.
           INITIALIZE LLM-REQUEST
           MOVE 'LLM-DOC-COMPARE'        TO LLM-REQ-CALLER-ID
           MOVE 'LLM-DOC-COMPARE'        TO LLM-REQ-PROMPT-ID
           MOVE WS-COMPARE-PROMPT-VER    TO LLM-REQ-PROMPT-VERSION
           MOVE 1                        TO LLM-REQ-MSG-COUNT
           SET LLM-ROLE-SYSTEM(1)        TO TRUE
           MOVE WS-COMPARE-PROMPT        TO LLM-REQ-MSG-CONTENT(1)

           MOVE 2                        TO LLM-REQ-MSG-COUNT
           SET LLM-ROLE-USER(2)          TO TRUE
           MOVE 1                        TO WS-MSG-PTR
           IF WS-CMP-OX = 0
               STRING 'EARLIER EDITION: this section is not present '
                      'in the earlier edition.'
                                         DELIMITED BY SIZE
                   INTO LLM-REQ-MSG-CONTENT(2)
               END-STRING
           ELSE
               STRING 'EARLIER EDITION - '
                                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OLD-HEADING(WS-CMP-OX))
                                         DELIMITED BY SIZE
                      X'0A'              DELIMITED BY SIZE
                   INTO LLM-REQ-MSG-CONTENT(2) WITH POINTER WS-MSG-PTR
               END-STRING
               IF WS-OLD-LEN(WS-CMP-OX) > 0
                   STRING WS-OLD-TEXT(WS-CMP-OX)
                              (1:WS-OLD-LEN(WS-CMP-OX))
                                         DELIMITED BY SIZE
                       INTO LLM-REQ-MSG-CONTENT(2)
                       WITH POINTER WS-MSG-PTR
                   END-STRING
               ELSE
                   STRING '(no text under this heading)'
                                         DELIMITED BY SIZE
                       INTO LLM-REQ-MSG-CONTENT(2)
                       WITH POINTER WS-MSG-PTR
                   END-STRING
               END-IF
               IF WS-OLD-TRUNC(WS-CMP-OX) = 'Y'
                   STRING X'0A' '(the section continues; only its '
                          'first 30000 characters are shown)'
                                         DELIMITED BY SIZE
                       INTO LLM-REQ-MSG-CONTENT(2)
                       WITH POINTER WS-MSG-PTR
                   END-STRING
               END-IF
           END-IF

           MOVE 3                        TO LLM-REQ-MSG-COUNT
           SET LLM-ROLE-USER(3)          TO TRUE
           MOVE 1                        TO WS-MSG-PTR
           IF WS-CMP-NX = 0
               STRING 'LATER EDITION: this section is not present '
                      'in the later edition.'
                                         DELIMITED BY SIZE
                   INTO LLM-REQ-MSG-CONTENT(3)
               END-STRING
           ELSE
               STRING 'LATER EDITION - '
                                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NEW-HEADING(WS-CMP-NX))
                                         DELIMITED BY SIZE
                      X'0A'              DELIMITED BY SIZE
                   INTO LLM-REQ-MSG-CONTENT(3) WITH POINTER WS-MSG-PTR
               END-STRING
               IF WS-NEW-LEN(WS-CMP-NX) > 0
                   STRING WS-NEW-TEXT(WS-CMP-NX)
                              (1:WS-NEW-LEN(WS-CMP-NX))
                                         DELIMITED BY SIZE
                       INTO LLM-REQ-MSG-CONTENT(3)
                       WITH POINTER WS-MSG-PTR
                   END-STRING
               ELSE
                   STRING '(no text under this heading)'
                                         DELIMITED BY SIZE
                       INTO LLM-REQ-MSG-CONTENT(3)
                       WITH POINTER WS-MSG-PTR
                   END-STRING
               END-IF
               IF WS-NEW-TRUNC(WS-CMP-NX) = 'Y'
                   STRING X'0A' '(the section continues; only its '
                          'first 30000 characters are shown)'
                                         DELIMITED BY SIZE
                       INTO LLM-REQ-MSG-CONTENT(3)
                       WITH POINTER WS-MSG-PTR
                   END-STRING
               END-IF
           END-IF

           CALL 'LLM-CHAT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-REQUEST
                                 LLM-RESPONSE
                                 LLM-STATUS
           PERFORM 470-ADD-CALL-TOKENS

           IF LLM-STAT-OK
               ADD 1                     TO WS-SUMMARY-COUNT
               PERFORM 480-WRAP-SUMMARY
           ELSE
               IF WS-CMP-NX > 0
                   MOVE WS-CMP-NX        TO WS-KEY-NUMBER
                   MOVE 'LATER-'         TO WS-EXC-KEY
               ELSE
                   MOVE WS-CMP-OX        TO WS-KEY-NUMBER
                   MOVE 'EARLIER-'       TO WS-EXC-KEY
               END-IF
               PERFORM 460-WRITE-EXCEPTION
               MOVE SPACES               TO REPORT-LINE
               MOVE '(no summary - the comparison call failed; see '
                  & 'the .exceptions file)'
                                         TO REPORT-LINE(12:)
               WRITE REPORT-LINE
           END-IF.


      *> Status and heading; under it the earlier heading when the
      *> pair was made on anything but the heading itself, and a
      *> note when a side sent for summary was too long to be shown
      *> whole.
       450-WRITE-ENTRY-HEAD.
           MOVE SPACES                   TO REPORT-LINE
           MOVE WS-ENTRY-STATUS          TO REPORT-LINE(1:10)
           MOVE WS-ENTRY-HEADING         TO REPORT-LINE(12:)
           WRITE REPORT-LINE
           IF WS-CMP-OX > 0 AND WS-CMP-NX > 0
               IF WS-NEW-HOW(WS-CMP-NX) NOT = 'H'
                   MOVE SPACES           TO REPORT-LINE
                   MOVE 'was: '          TO WS-PRINT-TEXT
                   MOVE WS-OLD-HEADING(WS-CMP-OX)
                                         TO WS-PRINT-TEXT(6:)
                   MOVE WS-PRINT-TEXT    TO REPORT-LINE(12:)
                   WRITE REPORT-LINE
               END-IF
               IF WS-NEW-HOW(WS-CMP-NX) = 'V'
                   MOVE SPACES           TO REPORT-LINE
                   COMPUTE WS-EDIT-SCORE ROUNDED =
                       WS-NEW-SCORE(WS-CMP-NX)
                   STRING '(paired on content, similarity '
                                         DELIMITED BY SIZE
                          WS-EDIT-SCORE  DELIMITED BY SIZE
                          ')'            DELIMITED BY SIZE
                       INTO WS-PRINT-TEXT
                   END-STRING
                   MOVE WS-PRINT-TEXT    TO REPORT-LINE(12:)
                   WRITE REPORT-LINE
               END-IF
           END-IF
           IF WS-ENTRY-STATUS NOT = 'UNCHANGED'
           AND ((WS-CMP-OX > 0 AND WS-OLD-TRUNC(WS-CMP-OX) = 'Y')
             OR (WS-CMP-NX > 0 AND WS-NEW-TRUNC(WS-CMP-NX) = 'Y'))
               MOVE SPACES               TO REPORT-LINE
               MOVE '(longer than 30000 characters - summarized on '
                  & 'its first 30000)'   TO REPORT-LINE(12:)
               WRITE REPORT-LINE
           END-IF.


       460-WRITE-EXCEPTION.
           ADD 1                         TO WS-ERROR-COUNT
           MOVE SPACES                   TO EXCEPTION-LOG-RECORD
           STRING WS-EXC-KEY             DELIMITED BY SPACE
                  WS-KEY-NUMBER          DELIMITED BY SIZE
               INTO EXC-KEY
           END-STRING
           MOVE LLM-STAT-CODE            TO EXC-STAT-CODE
           MOVE LLM-STAT-MESSAGE         TO EXC-STAT-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.


      *> Embedding and chat calls alike - all of them are spend.
       470-ADD-CALL-TOKENS.
           ADD LLM-RSP-TOKENS-IN         TO WS-TOKENS-IN-TOTAL
           ADD LLM-RSP-TOKENS-OUT        TO WS-TOKENS-OUT-TOTAL
           ADD LLM-RSP-TOKENS-CACHE-WRITE TO WS-TOKENS-CW-TOTAL
           ADD LLM-RSP-TOKENS-CACHE-READ TO WS-TOKENS-CR-TOTAL.


      *> Reply text to report lines under the heading: a line break
      *> (LF, or the X"01" it is carried as) ends the line; otherwise
      *> words fill to the summary width and break at the last space.
       480-WRAP-SUMMARY.
           MOVE SPACES                   TO WS-LINE-BUF
           MOVE 0                        TO WS-BUF-LEN
           MOVE 0                        TO WS-LAST-SPACE
           MOVE 0                        TO WS-CONTENT-LEN
           IF LLM-RSP-CONTENT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LLM-RSP-CONTENT
                                    TRAILING)) TO WS-CONTENT-LEN
           END-IF
           PERFORM VARYING WS-CONTENT-POS FROM 1 BY 1
               UNTIL WS-CONTENT-POS > WS-CONTENT-LEN
               MOVE LLM-RSP-CONTENT(WS-CONTENT-POS:1)
                                         TO WS-CONTENT-CHAR
               EVALUATE TRUE
                   WHEN WS-CONTENT-CHAR = X'0A' OR X'01'
                       PERFORM 485-EMIT-SUMMARY-LINE
                   WHEN WS-CONTENT-CHAR = X'0D' OR X'02'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-BUF-LEN
                       MOVE WS-CONTENT-CHAR
                           TO WS-LINE-BUF(WS-BUF-LEN:1)
                       IF WS-CONTENT-CHAR = SPACE
                           MOVE WS-BUF-LEN TO WS-LAST-SPACE
                       END-IF
                       IF WS-BUF-LEN > WS-SUMMARY-WIDTH
                           PERFORM 487-BREAK-SUMMARY-LINE
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-BUF-LEN > 0
               PERFORM 485-EMIT-SUMMARY-LINE
           END-IF.


       485-EMIT-SUMMARY-LINE.
           MOVE SPACES                   TO REPORT-LINE
           MOVE WS-LINE-BUF              TO REPORT-LINE(12:)
           WRITE REPORT-LINE
           MOVE SPACES                   TO WS-LINE-BUF
           MOVE 0                        TO WS-BUF-LEN
           MOVE 0                        TO WS-LAST-SPACE.


      *> The buffer has run one past the width: write up to the last
      *> space and carry the part-word after it to the next line.
       487-BREAK-SUMMARY-LINE.
           MOVE SPACES                   TO REPORT-LINE
           IF WS-LAST-SPACE > 1
               COMPUTE WS-CARRY-LEN = WS-BUF-LEN - WS-LAST-SPACE
               MOVE SPACES               TO WS-CARRY-BUF
               IF WS-CARRY-LEN > 0
                   MOVE WS-LINE-BUF(WS-LAST-SPACE + 1:WS-CARRY-LEN)
                                         TO WS-CARRY-BUF
               END-IF
               MOVE WS-LINE-BUF(1:WS-LAST-SPACE - 1)
                                         TO REPORT-LINE(12:)
           ELSE
               MOVE 1                    TO WS-CARRY-LEN
               MOVE WS-LINE-BUF(WS-BUF-LEN:1) TO WS-CARRY-BUF
               MOVE WS-LINE-BUF(1:WS-SUMMARY-WIDTH)
                                         TO REPORT-LINE(12:)
           END-IF
           WRITE REPORT-LINE
           MOVE WS-CARRY-BUF             TO WS-LINE-BUF
           MOVE WS-CARRY-LEN             TO WS-BUF-LEN
           MOVE 0                        TO WS-LAST-SPACE.


       490-WRITE-TOTALS.
           MOVE ALL '-'                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OLD-COUNT             TO WS-EDIT-COUNT
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Sections, earlier edition:   ' WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-NEW-COUNT             TO WS-EDIT-COUNT
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Sections, later edition:     ' WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UNCHANGED-COUNT       TO WS-EDIT-COUNT
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Unchanged (no call made):    ' WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-MODIFIED-COUNT        TO WS-EDIT-COUNT
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Modified:                    ' WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ADDED-COUNT           TO WS-EDIT-COUNT
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Added:                       ' WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-REMOVED-COUNT         TO WS-EDIT-COUNT
           MOVE SPACES                   TO REPORT-LINE
           STRING 'Removed:                     ' WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-ERROR-COUNT > 0
               MOVE WS-ERROR-COUNT       TO WS-EDIT-COUNT
               MOVE SPACES               TO REPORT-LINE
               STRING 'Failed calls:                ' WS-EDIT-COUNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-DROPPED-COUNT > 0
               MOVE WS-DROPPED-COUNT     TO WS-EDIT-COUNT
               MOVE SPACES               TO REPORT-LINE
               STRING 'Sections past the '
                      WS-SECTION-MAX ' held, not compared: '
                      WS-EDIT-COUNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.


       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.


      *> The run's figures onto its END line. The records are the
      *> sections reported - every later section and every removed
      *> earlier one; an unchanged section succeeds without a call,
      *> and FAILED counts every failed call, embedding or chat.
       910-REGISTER-RUN-END.
           SET LLM-RRG-END               TO TRUE
           COMPUTE LLM-RRG-READ = WS-NEW-COUNT + WS-REMOVED-COUNT
           COMPUTE LLM-RRG-SUCCEEDED =
               WS-UNCHANGED-COUNT + WS-SUMMARY-COUNT
           MOVE WS-ERROR-COUNT           TO LLM-RRG-FAILED
           MOVE WS-DROPPED-COUNT         TO LLM-RRG-UNPROCESSED
           MOVE WS-TOKENS-IN-TOTAL       TO LLM-RRG-TOKENS-IN
           MOVE WS-TOKENS-OUT-TOTAL      TO LLM-RRG-TOKENS-OUT
           MOVE WS-TOKENS-CW-TOTAL       TO LLM-RRG-TOKENS-CW
           MOVE WS-TOKENS-CR-TOTAL       TO LLM-RRG-TOKENS-CR
           MOVE 'N'                      TO LLM-RRG-PRICED
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA
           MOVE LLM-RRG-RETURN-CODE      TO RETURN-CODE.
