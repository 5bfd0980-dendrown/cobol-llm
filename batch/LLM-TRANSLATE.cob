      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-TRANSLATE.cob
      *> Desc    : Translation batch driver for correspondence that
      *>           is not in English (inbound) or has to go back in
      *>           the customer's language (outbound). Each input
      *>           record is the LLM-BATCH input layout with the role
      *>           column carrying the record's target language; a
      *>           blank there takes the run's default target. One
      *>           call per record detects the source language and
      *>           translates. The approved term pairs of the glossary
      *>           file (product names, legal terms) whose source term
      *>           appears in the record are put to the model as
      *>           mandatory, and the translation is then checked for
      *>           each approved rendering; any term translated some
      *>           other way is listed on <output>.glossary and the
      *>           record's compliance flag is set to N. The output
      *>           record is the LLM-BATCH output prefix followed by
      *>           the detected language, the target language and the
      *>           compliance flag. Exceptions, checkpoint/RESTART
      *>           (<output>.ckpt), the circuit breaker
      *>           (<output>.unprocessed), HDR/TRL control records and
      *>           the LLM_BATCH_ARCHIVE_FILE archive all follow
      *>           LLM-BATCH, so LLM-BATCH-RECONCILE balances a
      *>           translation run like any other.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-TRANSLATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-INPUT ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT BATCH-OUTPUT ASSIGN TO WS-OUTPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT RESTART-FILE ASSIGN TO WS-RESTART-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RST-FILE-STATUS.

           SELECT EXCEPTION-LOG ASSIGN TO WS-EXCEPTION-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT UNPROCESSED-FILE ASSIGN TO WS-UNPROCESSED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNP-FILE-STATUS.

      *> Approved term pairs - see the record layout under FD
      *> GLOSSARY-FILE.
           SELECT GLOSSARY-FILE ASSIGN TO WS-GLOSSARY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLS-FILE-STATUS.

      *> One line per glossary term a translation did not render the
      *> approved way - the list the language desk works from.
           SELECT GLOSSARY-REPORT ASSIGN TO WS-GLS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRP-FILE-STATUS.

           SELECT OUTPUT-REWORK-FILE ASSIGN TO WS-REWORK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RWK-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> LLM-BATCH's input record; the role column is the target
      *> language here (a code such as es or fr, or a name such as
      *> Spanish - it is passed to the model as written).
       FD  BATCH-INPUT.
       01 BATCH-IN-RECORD.
           05 TIN-KEY               PIC X(20).
           05 TIN-TARGET-LANG       PIC X(16).
           05 TIN-TEXT              PIC X(32768).
       01 BATCH-IN-RAW              PIC X(32900).

      *> Key, status and tokens sit where LLM-BATCH puts them, so the
      *> existing feed readers and LLM-BATCH-RECONCILE need nothing
      *> new. Line breaks in the translation are carried as X"01"
      *> (LF) and X"02" (CR), the archive's convention, so a letter
      *> stays one record on a line-sequential feed.
       FD  BATCH-OUTPUT.
       01 BATCH-OUT-RECORD.
           05 TOUT-KEY              PIC X(20).
           05 TOUT-STAT-CODE        PIC 9(4).
           05 TOUT-TOKENS-IN        PIC 9(9).
           05 TOUT-TOKENS-OUT       PIC 9(9).
           05 TOUT-CONTENT          PIC X(32768).
      *> The language the model detected in the source text, as it
      *> reported it; 'und' when the reply carried no LANGUAGE line.
           05 TOUT-SOURCE-LANG      PIC X(16).
           05 TOUT-TARGET-LANG      PIC X(16).
      *> Y every applicable glossary term rendered the approved way,
      *> N at least one was not (see <output>.glossary), '-' no
      *> glossary term appears in the source text, blank on a
      *> failed call.
           05 TOUT-GLOSSARY-FLAG    PIC X(1).

       01 BATCH-HDR-RECORD.
           05 BHDR-TAG              PIC X(4).
           05 BHDR-RUN-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 BHDR-RUN-TIME         PIC 9(8).
           05 FILLER                PIC X(1).
           05 BHDR-MODEL            PIC X(128).
           05 FILLER                PIC X(1).
           05 BHDR-INPUT-FILENAME   PIC X(256).

      *> LLM-BATCH's trailer with the glossary breach count after
      *> the token totals.
       01 BATCH-TRL-RECORD.
           05 BTRL-TAG              PIC X(4).
           05 BTRL-RECORD-COUNT     PIC 9(9).
           05 FILLER                PIC X(1).
           05 BTRL-TOKENS-IN-TOTAL  PIC 9(12).
           05 FILLER                PIC X(1).
           05 BTRL-TOKENS-OUT-TOTAL PIC 9(12).
           05 FILLER                PIC X(1).
           05 BTRL-BREACH-COUNT     PIC 9(9).
       01 BATCH-OUT-RAW             PIC X(32900).

       FD  OUTPUT-REWORK-FILE.
       01 REWORK-LINE               PIC X(32900).

       FD  RESTART-FILE.
       01 RESTART-RECORD.
           05 RST-LAST-KEY          PIC X(20).

       FD  EXCEPTION-LOG.
       01 EXCEPTION-LOG-RECORD.
           05 EXC-KEY               PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 EXC-STAT-CODE         PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 EXC-STAT-MESSAGE      PIC X(256).

       FD  UNPROCESSED-FILE.
       01 UNPROCESSED-RAW           PIC X(32900).

      *> One pair per line, fixed columns: the term as it appears in
      *> source text, the target language the pair applies to
      *> (written the way input records name it), and the approved
      *> rendering in that language. '*' in column 1 comments the
      *> line out. Terms are matched without regard to case.
       FD  GLOSSARY-FILE.
       01 GLOSSARY-RECORD.
           05 GLS-SOURCE-TERM       PIC X(60).
           05 FILLER                PIC X(1).
           05 GLS-TARGET-LANG       PIC X(16).
           05 FILLER                PIC X(1).
           05 GLS-TARGET-TERM       PIC X(60).

       FD  GLOSSARY-REPORT.
       01 GLOSSARY-REPORT-RECORD.
           05 GRP-KEY               PIC X(20).
           05 FILLER                PIC X(1).
           05 GRP-TARGET-LANG       PIC X(16).
           05 FILLER                PIC X(1).
           05 GRP-SOURCE-TERM       PIC X(60).
           05 FILLER                PIC X(1).
           05 GRP-TARGET-TERM       PIC X(60).

       FD  ARCHIVE-FILE.
       COPY 'LLM-ARCHIVE-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'LLM.cpy'.
       COPY 'LLM-PROMPT.cpy'.

       01 WS-INPUT-FILENAME     PIC X(256).
       01 WS-OUTPUT-FILENAME    PIC X(256).
       01 WS-RESTART-FILENAME   PIC X(256).
       01 WS-EXCEPTION-FILENAME PIC X(256).
       01 WS-UNPROCESSED-FILENAME PIC X(256).
       01 WS-GLOSSARY-FILENAME  PIC X(256).
       01 WS-GLS-REPORT-FILENAME PIC X(256).
       01 WS-REWORK-FILENAME    PIC X(256).
       01 WS-TARGET-ARG         PIC X(16).
       01 WS-MODEL-ARG          PIC X(128).
       01 WS-RESTART-ARG        PIC X(16).
       01 WS-CIRCUIT-ARG        PIC X(4).
       01 WS-IN-FILE-STATUS     PIC X(2).
       01 WS-OUT-FILE-STATUS    PIC X(2).
       01 WS-RST-FILE-STATUS    PIC X(2).
       01 WS-EXC-FILE-STATUS    PIC X(2).
       01 WS-UNP-FILE-STATUS    PIC X(2).
       01 WS-GLS-FILE-STATUS    PIC X(2).
       01 WS-GRP-FILE-STATUS    PIC X(2).
       01 WS-RWK-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-AUX-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-AUX-EOF              VALUE 'Y'.
       01 WS-FILE-OPEN-ERROR    PIC X(1) VALUE 'N'.
         88 WS-FILE-OPEN-FAILED     VALUE 'Y'.
      *> Kept apart from RETURN-CODE, which the cleanup CALL resets.
       01 WS-RUN-FAILED-FLAG    PIC X(1) VALUE 'N'.
         88 WS-RUN-FAILED           VALUE 'Y'.
       01 WS-RECORD-COUNT       PIC 9(9) VALUE 0.
       01 WS-OUTPUT-COUNT       PIC 9(9) VALUE 0.
       01 WS-ERROR-COUNT        PIC 9(9) VALUE 0.
       01 WS-BREACH-RECORDS     PIC 9(9) VALUE 0.
       01 WS-BREACH-COUNT       PIC 9(9) VALUE 0.
       01 WS-TOKENS-IN-TOTAL    PIC 9(12) VALUE 0.
       01 WS-TOKENS-OUT-TOTAL   PIC 9(12) VALUE 0.
       01 WS-DISPATCH-CMD       PIC X(600).

      *> ---- checkpoint / restart / circuit breaker --------------------
       01 WS-RESTART-MODE       PIC X(1) VALUE 'N'.
         88 WS-RESTART-REQUESTED    VALUE 'Y'.
       01 WS-SKIP-MODE          PIC X(1) VALUE 'N'.
         88 WS-SKIPPING             VALUE 'Y'.
       01 WS-RESTART-KEY        PIC X(20) VALUE SPACES.
       01 WS-CHECKPOINT-EVERY   PIC 9(9) VALUE 100.
       01 WS-CHECKPOINT-QUOT    PIC 9(9) COMP.
       01 WS-CHECKPOINT-REM     PIC 9(9) COMP.
       01 WS-CIRCUIT-THRESHOLD  PIC 9(4) VALUE 5.
         88 WS-CIRCUIT-ENABLED      VALUE 1 THRU 9999.
       01 WS-CONSEC-FAILURES    PIC 9(9) VALUE 0.
       01 WS-CIRCUIT-FLAG       PIC X(1) VALUE 'N'.
         88 WS-CIRCUIT-TRIPPED      VALUE 'Y'.
       01 WS-UNPROCESSED-OPEN-FLAG PIC X(1) VALUE 'N'.
         88 WS-UNPROCESSED-IS-OPEN  VALUE 'Y'.

      *> ---- glossary as loaded ------------------------------------------
       01 WS-GLOSSARY-COUNT     PIC 9(4) VALUE 0.
       01 WS-GLOSSARY-TABLE.
           05 WS-GLS-ENTRY      OCCURS 500 TIMES.
             10 WS-GLS-SOURCE   PIC X(60).
             10 WS-GLS-LANG     PIC X(16).
             10 WS-GLS-TARGET   PIC X(60).
             10 WS-GLS-SRC-LEN  PIC 9(2) COMP.
             10 WS-GLS-TGT-LEN  PIC 9(2) COMP.
       01 WS-GLS-IDX            PIC 9(4) COMP.
      *> Entries whose source term is in the current record and whose
      *> language is the record's target - the ones put to the model
      *> and checked afterwards.
       01 WS-APPLY-COUNT        PIC 9(3) VALUE 0.
       01 WS-APPLY-TABLE.
           05 WS-APPLY-IDX      OCCURS 100 TIMES PIC 9(4) COMP.
       01 WS-APP-IDX            PIC 9(3) COMP.
       01 WS-TERM-UPPER         PIC X(60).
       01 WS-TERM-HITS          PIC 9(6) COMP.

      *> ---- per-record work ---------------------------------------------
       01 WS-REC-KEY            PIC X(20).
       01 WS-REC-TARGET         PIC X(16).
       01 WS-TEXT-UPPER         PIC X(32768).
       01 WS-BASE-INSTRUCTION   PIC X(8000).
       01 WS-BASE-PROMPT-ID     PIC X(40).
       01 WS-BASE-PROMPT-VERSION PIC 9(3) VALUE 0.
       01 WS-BASE-FOUND-FLAG    PIC X(1) VALUE 'N'.
         88 WS-BASE-FROM-LIBRARY    VALUE 'Y'.
       01 WS-INSTRUCTION        PIC X(32768).
       01 WS-INSTR-PTR          PIC 9(6) COMP.
       01 WS-DETECTED-LANG      PIC X(16).
       01 WS-TRANSLATION        PIC X(32768).
       01 WS-REPLY-START        PIC 9(6) COMP.
       01 WS-REPLY-LEN          PIC 9(6) COMP.
       01 WS-LINE-END           PIC 9(6) COMP.
       01 WS-SCAN-POS           PIC 9(6) COMP.
       01 WS-FIRST-LINE         PIC X(80).
       01 WS-GLOSSARY-FLAG      PIC X(1).
         88 WS-GLOSSARY-BREACHED    VALUE 'N'.

      *> ---- run ID / archive ---------------------------------------------
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
       01 WS-RUN-ID             PIC X(14).
      *> The business caller recorded on each archived reply, as
      *> LLM-BATCH records it: LLM_BATCH_CALLER, else the program
      *> name.
       01 WS-RUN-CALLER         PIC X(30) VALUE SPACES.
       01 WS-ARCHIVE-FILENAME   PIC X(256).
       01 WS-ARC-BASE-NAME      PIC X(256).
       01 WS-ARC-PART-ENV       PIC X(1).
       01 WS-ARC-FILE-STATUS    PIC X(2).
       01 WS-ARCHIVE-FLAG       PIC X(1) VALUE 'N'.
         88 WS-ARCHIVE-ENABLED      VALUE 'Y'.
       01 WS-ARCHIVE-OPEN-FLAG  PIC X(1) VALUE 'N'.
         88 WS-ARCHIVE-IS-OPEN      VALUE 'Y'.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           IF LLM-STAT-OK
               PERFORM 200-PROCESS-FILE
           END-IF
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-TRANSLATE: records processed: '
                   WS-RECORD-COUNT
           DISPLAY 'LLM-TRANSLATE: records translated: '
                   WS-OUTPUT-COUNT
           DISPLAY 'LLM-TRANSLATE: records with glossary breaches: '
                   WS-BREACH-RECORDS ' (' WS-BREACH-COUNT ' terms)'
           DISPLAY 'LLM-TRANSLATE: records with errors: '
                   WS-ERROR-COUNT
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CIRCUIT-TRIPPED
               WHEN WS-BREACH-RECORDS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> Args: 1=input file  2=output file
      *>       3=glossary file ('-' runs without one)
      *>       4=default target language (used where a record's
      *>         target column is blank; '-' means every record
      *>         must carry its own)
      *>       5=model (optional, '-' keeps the default)
      *>       6=RESTART (optional, '-' means a fresh run)
      *>       7=circuit breaker threshold (optional, default 5,
      *>         0=off)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 4
               DISPLAY 'LLM-TRANSLATE: usage: LLM-TRANSLATE '
                       '<input> <output> <glossary|-> <target|-> '
                       '[model] [RESTART] [circuit-max]'
               SET LLM-STAT-CONFIG-ERR TO TRUE
               MOVE 'LLM-TRANSLATE: missing arguments'
                                        TO LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-OUTPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-GLOSSARY-FILENAME FROM ARGUMENT-VALUE
           IF WS-GLOSSARY-FILENAME = '-'
               MOVE SPACES              TO WS-GLOSSARY-FILENAME
           END-IF
           MOVE 4                       TO WS-ARG-COUNT
           ACCEPT WS-TARGET-ARG FROM ARGUMENT-VALUE
           IF WS-TARGET-ARG = '-'
               MOVE SPACES              TO WS-TARGET-ARG
           END-IF

           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.ckpt'                DELIMITED BY SIZE
                  INTO WS-RESTART-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.exceptions'          DELIMITED BY SIZE
                  INTO WS-EXCEPTION-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.unprocessed'         DELIMITED BY SIZE
                  INTO WS-UNPROCESSED-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.glossary'            DELIMITED BY SIZE
                  INTO WS-GLS-REPORT-FILENAME
           END-STRING

           MOVE 'llama3.2:3b'           TO LLM-MODEL
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-MODEL-ARG FROM ARGUMENT-VALUE
               IF WS-MODEL-ARG NOT = SPACES
               AND WS-MODEL-ARG NOT = '-'
                   MOVE WS-MODEL-ARG    TO LLM-MODEL
               END-IF
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-RESTART-ARG FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE(WS-RESTART-ARG) = 'RESTART'
                   SET WS-RESTART-REQUESTED TO TRUE
               END-IF
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 7
               MOVE 7                   TO WS-ARG-COUNT
               ACCEPT WS-CIRCUIT-ARG FROM ARGUMENT-VALUE
               MOVE WS-CIRCUIT-ARG      TO WS-CIRCUIT-THRESHOLD
           END-IF

           IF WS-GLOSSARY-FILENAME NOT = SPACES
               PERFORM 105-LOAD-GLOSSARY
               IF NOT LLM-STAT-OK
                   DISPLAY 'LLM-TRANSLATE: ' LLM-STAT-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM 109-BUILD-BASE-INSTRUCTION

           DISPLAY 'LLM_BATCH_CALLER' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-CALLER FROM ENVIRONMENT-VALUE
           IF WS-RUN-CALLER = SPACES
               MOVE 'LLM-TRANSLATE'      TO WS-RUN-CALLER
           END-IF

           DISPLAY 'LLM_BATCH_ARCHIVE_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-ARCHIVE-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ARCHIVE-FILENAME NOT = SPACES
               SET WS-ARCHIVE-ENABLED    TO TRUE
               DISPLAY 'LLM_ARCHIVE_PARTITIONED' UPON ENVIRONMENT-NAME
               ACCEPT WS-ARC-PART-ENV FROM ENVIRONMENT-VALUE
               IF FUNCTION UPPER-CASE(WS-ARC-PART-ENV) = 'Y'
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   MOVE WS-ARCHIVE-FILENAME TO WS-ARC-BASE-NAME
                   MOVE SPACES              TO WS-ARCHIVE-FILENAME
                   STRING FUNCTION TRIM(WS-ARC-BASE-NAME)
                                            DELIMITED BY SIZE
                          '.'               DELIMITED BY SIZE
                          WS-RUN-DATE(1:6)  DELIMITED BY SIZE
                          INTO WS-ARCHIVE-FILENAME
                   END-STRING
               END-IF
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE            DELIMITED BY SIZE
                  WS-RUN-TIME(1:6)       DELIMITED BY SIZE
                  INTO WS-RUN-ID
           END-STRING
           DISPLAY 'LLM-TRANSLATE: run ID ' WS-RUN-ID

           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           MOVE SPACES                   TO LLM-API-KEY
           MOVE 60                       TO LLM-TIMEOUT-SECS
           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-STATUS
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-TRANSLATE: init failed: '
                       LLM-STAT-MESSAGE
               SET WS-RUN-FAILED         TO TRUE
           END-IF.


      *> A glossary named on the command line but not there is fatal -
      *> running without it would pass every record as compliant.
       105-LOAD-GLOSSARY.
           OPEN INPUT GLOSSARY-FILE
           IF WS-GLS-FILE-STATUS NOT = '00'
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-TRANSLATE: cannot open glossary file'
                                         TO LLM-STAT-MESSAGE
           ELSE
               MOVE 'N' TO WS-AUX-EOF-FLAG
               PERFORM UNTIL WS-AUX-EOF
                   READ GLOSSARY-FILE
                       AT END
                           SET WS-AUX-EOF TO TRUE
                       NOT AT END
                           PERFORM 106-LOAD-ONE-TERM
                   END-READ
               END-PERFORM
               CLOSE GLOSSARY-FILE
               DISPLAY 'LLM-TRANSLATE: glossary pairs loaded: '
                       WS-GLOSSARY-COUNT
           END-IF.


       106-LOAD-ONE-TERM.
           IF GLOSSARY-RECORD = SPACES
           OR GLS-SOURCE-TERM(1:1) = '*'
           OR GLS-SOURCE-TERM = SPACES
           OR GLS-TARGET-TERM = SPACES
               CONTINUE
           ELSE
               IF WS-GLOSSARY-COUNT < 500
                   ADD 1 TO WS-GLOSSARY-COUNT
                   MOVE FUNCTION UPPER-CASE(GLS-SOURCE-TERM)
                       TO WS-GLS-SOURCE(WS-GLOSSARY-COUNT)
                   MOVE FUNCTION UPPER-CASE(GLS-TARGET-LANG)
                       TO WS-GLS-LANG(WS-GLOSSARY-COUNT)
                   MOVE GLS-TARGET-TERM
                       TO WS-GLS-TARGET(WS-GLOSSARY-COUNT)
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(GLS-SOURCE-TERM))
                       TO WS-GLS-SRC-LEN(WS-GLOSSARY-COUNT)
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(GLS-TARGET-TERM))
                       TO WS-GLS-TGT-LEN(WS-GLOSSARY-COUNT)
               ELSE
                   DISPLAY 'LLM-TRANSLATE: more than 500 glossary '
                           'pairs - ' FUNCTION TRIM(GLS-SOURCE-TERM)
                           ' ignored'
               END-IF
           END-IF.


      *> The fixed part of the instruction: the prompt library's
      *> LLM-TRANSLATE-SYSTEM wording when it exists, a built-in
      *> default otherwise. Either way the reply must open with a
      *> LANGUAGE: line - 210 reads the detected language from it.
      *> The target language and the glossary pairs that apply are
      *> added per record.
       109-BUILD-BASE-INSTRUCTION.
           MOVE SPACES                   TO WS-BASE-INSTRUCTION
           MOVE 'LLM-TRANSLATE-SYSTEM'   TO LLM-PROMPT-ID
           CALL 'LLM-PROMPT-LOOKUP' USING LLM-PROMPT
                                          LLM-STATUS
           INITIALIZE LLM-STATUS
           IF LLM-PROMPT-WAS-FOUND
               MOVE LLM-PROMPT-TEXT      TO WS-BASE-INSTRUCTION
               MOVE LLM-PROMPT-ID        TO WS-BASE-PROMPT-ID
               MOVE LLM-PROMPT-VERSION   TO WS-BASE-PROMPT-VERSION
               SET WS-BASE-FROM-LIBRARY  TO TRUE
           ELSE
               STRING 'You are a professional translator for customer '
                      'correspondence. Identify the language of the '
                      'text the user sends and translate it into the '
                      'target language named below, keeping the '
                      'meaning, tone, names, figures and paragraph '
                      'breaks. If the text is already in the target '
                      'language, return it unchanged. Reply in exactly '
                      'this form: a first line LANGUAGE: followed by '
                      'the ISO 639-1 code of the source language, then '
                      'the translation on the following lines - no '
                      'notes, no commentary.'
                                         DELIMITED BY SIZE
                   INTO WS-BASE-INSTRUCTION
               END-STRING
           END-IF.


       200-PROCESS-FILE.
           IF WS-RESTART-REQUESTED
               PERFORM 205-LOAD-RESTART-KEY
           END-IF

           OPEN INPUT BATCH-INPUT
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-TRANSLATE: cannot open input file, '
                       'status ' WS-IN-FILE-STATUS
               SET WS-FILE-OPEN-FAILED TO TRUE
               SET WS-RUN-FAILED       TO TRUE
           END-IF

           IF NOT WS-FILE-OPEN-FAILED
               IF WS-RESTART-REQUESTED AND WS-RESTART-KEY NOT = SPACES
                   DISPLAY 'LLM-TRANSLATE: restarting after key ['
                           FUNCTION TRIM(WS-RESTART-KEY) ']'
                   SET WS-SKIPPING     TO TRUE
                   PERFORM 201-PRESCAN-RESTART-OUTPUT
                   OPEN EXTEND BATCH-OUTPUT
               ELSE
                   OPEN OUTPUT BATCH-OUTPUT
                   IF WS-OUT-FILE-STATUS = '00'
                       PERFORM 203-WRITE-OUTPUT-HEADER
                   END-IF
               END-IF
               IF WS-OUT-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-TRANSLATE: cannot open output '
                           'file, status ' WS-OUT-FILE-STATUS
                   CLOSE BATCH-INPUT
                   SET WS-FILE-OPEN-FAILED TO TRUE
                   SET WS-RUN-FAILED       TO TRUE
               END-IF
           END-IF

           IF NOT WS-FILE-OPEN-FAILED
               IF WS-RESTART-REQUESTED AND WS-RESTART-KEY NOT = SPACES
                   OPEN EXTEND EXCEPTION-LOG
                   OPEN EXTEND GLOSSARY-REPORT
                   IF WS-GRP-FILE-STATUS = '35'
                       OPEN OUTPUT GLOSSARY-REPORT
                   END-IF
               ELSE
                   OPEN OUTPUT EXCEPTION-LOG
                   OPEN OUTPUT GLOSSARY-REPORT
               END-IF

               PERFORM UNTIL WS-EOF
                   READ BATCH-INPUT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TIN-KEY  TO WS-REC-KEY
                           IF WS-SKIPPING
                               IF WS-REC-KEY = WS-RESTART-KEY
                                   MOVE 'N' TO WS-SKIP-MODE
                               END-IF
                           ELSE
                               IF WS-CIRCUIT-TRIPPED
                                   PERFORM 230-WRITE-UNPROCESSED
                               ELSE
                                   PERFORM 210-PROCESS-RECORD
                                   PERFORM 220-MAYBE-CHECKPOINT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM 235-WRITE-OUTPUT-TRAILER
               CLOSE BATCH-INPUT
               CLOSE BATCH-OUTPUT
               CLOSE EXCEPTION-LOG
               CLOSE GLOSSARY-REPORT
               IF WS-ARCHIVE-IS-OPEN
                   CLOSE ARCHIVE-FILE
               END-IF
               IF WS-UNPROCESSED-IS-OPEN
                   CLOSE UNPROCESSED-FILE
               END-IF
               IF WS-CIRCUIT-TRIPPED
                   DISPLAY 'LLM-TRANSLATE: circuit breaker tripped '
                       'after ' WS-CIRCUIT-THRESHOLD ' consecutive '
                       'failures - remaining records written to '
                       FUNCTION TRIM(WS-UNPROCESSED-FILENAME)
               END-IF
               IF WS-BREACH-RECORDS > 0
                   DISPLAY 'LLM-TRANSLATE: glossary breaches listed on '
                       FUNCTION TRIM(WS-GLS-REPORT-FILENAME)
               END-IF
           END-IF.


      *> Same RESTART rework LLM-BATCH does: the interrupted run's
      *> trailer is dropped and its record count, tokens and breach
      *> count are carried into this run's totals, so the one trailer
      *> written at the end covers the whole feed.
       201-PRESCAN-RESTART-OUTPUT.
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.new'                 DELIMITED BY SIZE
                  INTO WS-REWORK-FILENAME
           END-STRING

           OPEN INPUT BATCH-OUTPUT
           IF WS-OUT-FILE-STATUS = '00'
               OPEN OUTPUT OUTPUT-REWORK-FILE
               MOVE 'N' TO WS-AUX-EOF-FLAG
               PERFORM UNTIL WS-AUX-EOF
                   READ BATCH-OUTPUT
                       AT END
                           SET WS-AUX-EOF TO TRUE
                       NOT AT END
                           IF TOUT-KEY(1:4) = 'TRL '
                               IF BTRL-TOKENS-IN-TOTAL IS NUMERIC
                                   ADD BTRL-TOKENS-IN-TOTAL
                                       TO WS-TOKENS-IN-TOTAL
                               END-IF
                               IF BTRL-TOKENS-OUT-TOTAL IS NUMERIC
                                   ADD BTRL-TOKENS-OUT-TOTAL
                                       TO WS-TOKENS-OUT-TOTAL
                               END-IF
                               IF BTRL-BREACH-COUNT IS NUMERIC
                                   ADD BTRL-BREACH-COUNT
                                       TO WS-BREACH-COUNT
                               END-IF
                           ELSE
                               IF TOUT-KEY(1:4) NOT = 'HDR '
                                   ADD 1 TO WS-OUTPUT-COUNT
                                   IF TOUT-GLOSSARY-FLAG = 'N'
                                       ADD 1 TO WS-BREACH-RECORDS
                                   END-IF
                               END-IF
                               MOVE BATCH-OUT-RAW TO REWORK-LINE
                               WRITE REWORK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-OUTPUT
               CLOSE OUTPUT-REWORK-FILE

               STRING 'mv '                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REWORK-FILENAME)
                                                  DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OUTPUT-FILENAME)
                                                  DELIMITED BY SIZE
                      INTO WS-DISPATCH-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-DISPATCH-CMD
           END-IF.


       203-WRITE-OUTPUT-HEADER.
           MOVE SPACES                   TO BATCH-HDR-RECORD
           MOVE 'HDR '                   TO BHDR-TAG
           MOVE WS-RUN-DATE              TO BHDR-RUN-DATE
           MOVE WS-RUN-TIME              TO BHDR-RUN-TIME
           MOVE LLM-MODEL                TO BHDR-MODEL
           MOVE WS-INPUT-FILENAME        TO BHDR-INPUT-FILENAME
           WRITE BATCH-HDR-RECORD.


       235-WRITE-OUTPUT-TRAILER.
           MOVE SPACES                   TO BATCH-TRL-RECORD
           MOVE 'TRL '                   TO BTRL-TAG
           MOVE WS-OUTPUT-COUNT          TO BTRL-RECORD-COUNT
           MOVE WS-TOKENS-IN-TOTAL       TO BTRL-TOKENS-IN-TOTAL
           MOVE WS-TOKENS-OUT-TOTAL      TO BTRL-TOKENS-OUT-TOTAL
           MOVE WS-BREACH-COUNT          TO BTRL-BREACH-COUNT
           WRITE BATCH-TRL-RECORD.


       205-LOAD-RESTART-KEY.
           MOVE SPACES TO WS-RESTART-KEY
           OPEN INPUT RESTART-FILE
           IF WS-RST-FILE-STATUS = '00'
               READ RESTART-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RST-LAST-KEY TO WS-RESTART-KEY
               END-READ
               CLOSE RESTART-FILE
           END-IF.


       220-MAYBE-CHECKPOINT.
           DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-EVERY
               GIVING WS-CHECKPOINT-QUOT
               REMAINDER WS-CHECKPOINT-REM
           IF WS-CHECKPOINT-REM = 0
               OPEN OUTPUT RESTART-FILE
               MOVE WS-REC-KEY           TO RST-LAST-KEY
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE
           END-IF.


       230-WRITE-UNPROCESSED.
           IF NOT WS-UNPROCESSED-IS-OPEN
               OPEN OUTPUT UNPROCESSED-FILE
               SET WS-UNPROCESSED-IS-OPEN TO TRUE
           END-IF
           MOVE BATCH-IN-RAW             TO UNPROCESSED-RAW
           WRITE UNPROCESSED-RAW.


      *> A record with no target language anywhere is a data fault,
      *> not a service fault: it goes to the exceptions like a failed
      *> call but does not count towards the circuit breaker.
       210-PROCESS-RECORD.
           INITIALIZE LLM-REQUEST
           INITIALIZE LLM-RESPONSE
           INITIALIZE LLM-STATUS
           ADD 1                         TO WS-RECORD-COUNT

           MOVE TIN-TARGET-LANG          TO WS-REC-TARGET
           IF WS-REC-TARGET = SPACES
               MOVE WS-TARGET-ARG        TO WS-REC-TARGET
           END-IF
           IF WS-REC-TARGET = SPACES
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-TRANSLATE: no target language on the record'
                                         TO LLM-STAT-MESSAGE
               PERFORM 260-WRITE-CALL-FAILURE
           ELSE
               PERFORM 215-TRANSLATE-RECORD
               IF WS-ARCHIVE-ENABLED
                   PERFORM 280-APPEND-ARCHIVE
               END-IF
           END-IF.


       215-TRANSLATE-RECORD.
           MOVE FUNCTION UPPER-CASE(TIN-TEXT) TO WS-TEXT-UPPER
           PERFORM 240-SELECT-GLOSSARY-TERMS
           PERFORM 245-BUILD-INSTRUCTION

           MOVE 'LLM-TRANSLATE'          TO LLM-REQ-CALLER-ID
           MOVE WS-RUN-ID                TO LLM-REQ-RUN-ID
           MOVE TIN-KEY                  TO LLM-REQ-RECORD-KEY
           MOVE 0                        TO LLM-REQ-TEMPERATURE
           IF WS-BASE-FROM-LIBRARY
               MOVE WS-BASE-PROMPT-ID    TO LLM-REQ-PROMPT-ID
               MOVE WS-BASE-PROMPT-VERSION
                                         TO LLM-REQ-PROMPT-VERSION
           END-IF
           MOVE 2                        TO LLM-REQ-MSG-COUNT
           SET LLM-ROLE-SYSTEM(1)        TO TRUE
           MOVE WS-INSTRUCTION           TO LLM-REQ-MSG-CONTENT(1)
           SET LLM-ROLE-USER(2)          TO TRUE
           MOVE TIN-TEXT                 TO LLM-REQ-MSG-CONTENT(2)

           CALL 'LLM-CHAT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-REQUEST
                                 LLM-RESPONSE
                                 LLM-STATUS

           ADD LLM-RSP-TOKENS-IN         TO WS-TOKENS-IN-TOTAL
           ADD LLM-RSP-TOKENS-OUT        TO WS-TOKENS-OUT-TOTAL

           IF NOT LLM-STAT-OK
               PERFORM 260-WRITE-CALL-FAILURE
               IF WS-CIRCUIT-ENABLED
                   ADD 1                 TO WS-CONSEC-FAILURES
                   IF WS-CONSEC-FAILURES >= WS-CIRCUIT-THRESHOLD
                       SET WS-CIRCUIT-TRIPPED TO TRUE
                   END-IF
               END-IF
           ELSE
               MOVE 0                    TO WS-CONSEC-FAILURES
               PERFORM 250-SPLIT-REPLY
               PERFORM 255-CHECK-GLOSSARY
               PERFORM 270-WRITE-TRANSLATION
           END-IF.


      *> Pairs for this record's target language whose source term
      *> occurs in the text. The language match ignores case, so a
      *> glossary written with ES serves records asking for es.
       240-SELECT-GLOSSARY-TERMS.
           MOVE 0                        TO WS-APPLY-COUNT
           PERFORM VARYING WS-GLS-IDX FROM 1 BY 1
               UNTIL WS-GLS-IDX > WS-GLOSSARY-COUNT
               IF WS-GLS-LANG(WS-GLS-IDX)
                   = FUNCTION UPPER-CASE(WS-REC-TARGET)
               AND WS-APPLY-COUNT < 100
                   MOVE 0                TO WS-TERM-HITS
                   INSPECT WS-TEXT-UPPER TALLYING WS-TERM-HITS
                       FOR ALL WS-GLS-SOURCE(WS-GLS-IDX)
                               (1:WS-GLS-SRC-LEN(WS-GLS-IDX))
                   IF WS-TERM-HITS > 0
                       ADD 1             TO WS-APPLY-COUNT
                       MOVE WS-GLS-IDX
                           TO WS-APPLY-IDX(WS-APPLY-COUNT)
                   END-IF
               END-IF
           END-PERFORM.


       245-BUILD-INSTRUCTION.
           MOVE SPACES                   TO WS-INSTRUCTION
           MOVE 1                        TO WS-INSTR-PTR
           STRING FUNCTION TRIM(WS-BASE-INSTRUCTION TRAILING)
                                         DELIMITED BY SIZE
                  ' Target language: '   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REC-TARGET)
                                         DELIMITED BY SIZE
                  '.'                    DELIMITED BY SIZE
               INTO WS-INSTRUCTION
               WITH POINTER WS-INSTR-PTR
           END-STRING
           IF WS-APPLY-COUNT > 0
               STRING ' These approved translations are mandatory - '
                      'render each term exactly as given:'
                                         DELIMITED BY SIZE
                   INTO WS-INSTRUCTION
                   WITH POINTER WS-INSTR-PTR
               END-STRING
               PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                   UNTIL WS-APP-IDX > WS-APPLY-COUNT
                   MOVE WS-APPLY-IDX(WS-APP-IDX) TO WS-GLS-IDX
                   STRING ' "'           DELIMITED BY SIZE
                          WS-GLS-SOURCE(WS-GLS-IDX)
                              (1:WS-GLS-SRC-LEN(WS-GLS-IDX))
                                         DELIMITED BY SIZE
                          '" = "'        DELIMITED BY SIZE
                          WS-GLS-TARGET(WS-GLS-IDX)
                              (1:WS-GLS-TGT-LEN(WS-GLS-IDX))
                                         DELIMITED BY SIZE
                          '";'           DELIMITED BY SIZE
                       INTO WS-INSTRUCTION
                       WITH POINTER WS-INSTR-PTR
                   END-STRING
               END-PERFORM
           END-IF.


      *> The first non-blank line should read LANGUAGE: <code>; the
      *> translation is everything after it. A reply that skips the
      *> line is taken whole as the translation with the language
      *> recorded as und (undetermined) rather than failed - the text
      *> is still usable and the glossary check still runs on it.
       250-SPLIT-REPLY.
           MOVE 'und'                    TO WS-DETECTED-LANG
           MOVE SPACES                   TO WS-TRANSLATION
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LLM-RSP-CONTENT TRAILING))
                                         TO WS-REPLY-LEN
           IF LLM-RSP-CONTENT NOT = SPACES
               PERFORM 252-FIND-LANGUAGE-LINE
           END-IF.


       252-FIND-LANGUAGE-LINE.
           MOVE 1                        TO WS-REPLY-START
           PERFORM UNTIL WS-REPLY-START >= WS-REPLY-LEN
                      OR (LLM-RSP-CONTENT(WS-REPLY-START:1) NOT = SPACE
                      AND LLM-RSP-CONTENT(WS-REPLY-START:1) NOT = X'0A'
                      AND LLM-RSP-CONTENT(WS-REPLY-START:1) NOT = X'0D')
               ADD 1                     TO WS-REPLY-START
           END-PERFORM

           MOVE WS-REPLY-START           TO WS-LINE-END
           PERFORM UNTIL WS-LINE-END > WS-REPLY-LEN
                      OR LLM-RSP-CONTENT(WS-LINE-END:1) = X'0A'
               ADD 1                     TO WS-LINE-END
           END-PERFORM

           MOVE SPACES                   TO WS-FIRST-LINE
           IF WS-LINE-END - WS-REPLY-START > 80
               MOVE LLM-RSP-CONTENT(WS-REPLY-START:80) TO WS-FIRST-LINE
           ELSE
               IF WS-LINE-END > WS-REPLY-START
                   MOVE LLM-RSP-CONTENT(WS-REPLY-START:
                        WS-LINE-END - WS-REPLY-START) TO WS-FIRST-LINE
               END-IF
           END-IF
           INSPECT WS-FIRST-LINE REPLACING ALL X'0D' BY SPACE

           IF FUNCTION UPPER-CASE(WS-FIRST-LINE(1:9)) = 'LANGUAGE:'
               MOVE FUNCTION TRIM(WS-FIRST-LINE(10:71))
                                         TO WS-DETECTED-LANG
               IF WS-DETECTED-LANG = SPACES
                   MOVE 'und'            TO WS-DETECTED-LANG
               END-IF
               COMPUTE WS-SCAN-POS = WS-LINE-END + 1
               IF WS-SCAN-POS <= WS-REPLY-LEN
                   MOVE LLM-RSP-CONTENT(WS-SCAN-POS:
                        WS-REPLY-LEN - WS-SCAN-POS + 1)
                                         TO WS-TRANSLATION
               END-IF
           ELSE
               MOVE LLM-RSP-CONTENT      TO WS-TRANSLATION
           END-IF.


      *> Each applicable pair's approved rendering must appear in the
      *> translation (again ignoring case). One report line per term
      *> that does not; the record flag says whether any did.
       255-CHECK-GLOSSARY.
           IF WS-APPLY-COUNT = 0
               MOVE '-'                  TO WS-GLOSSARY-FLAG
           ELSE
               MOVE 'Y'                  TO WS-GLOSSARY-FLAG
               MOVE FUNCTION UPPER-CASE(WS-TRANSLATION)
                                         TO WS-TEXT-UPPER
               PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                   UNTIL WS-APP-IDX > WS-APPLY-COUNT
                   PERFORM 257-CHECK-ONE-TERM
               END-PERFORM
               IF WS-GLOSSARY-BREACHED
                   ADD 1                 TO WS-BREACH-RECORDS
               END-IF
           END-IF.


       257-CHECK-ONE-TERM.
           MOVE WS-APPLY-IDX(WS-APP-IDX) TO WS-GLS-IDX
           MOVE FUNCTION UPPER-CASE(WS-GLS-TARGET(WS-GLS-IDX))
                                     TO WS-TERM-UPPER
           MOVE 0                    TO WS-TERM-HITS
           INSPECT WS-TEXT-UPPER TALLYING WS-TERM-HITS
               FOR ALL WS-TERM-UPPER(1:WS-GLS-TGT-LEN(WS-GLS-IDX))
           IF WS-TERM-HITS = 0
               MOVE 'N'              TO WS-GLOSSARY-FLAG
               ADD 1                 TO WS-BREACH-COUNT
               MOVE SPACES           TO GLOSSARY-REPORT-RECORD
               MOVE WS-REC-KEY       TO GRP-KEY
               MOVE WS-REC-TARGET    TO GRP-TARGET-LANG
               MOVE WS-GLS-SOURCE(WS-GLS-IDX) TO GRP-SOURCE-TERM
               MOVE WS-GLS-TARGET(WS-GLS-IDX) TO GRP-TARGET-TERM
               WRITE GLOSSARY-REPORT-RECORD
           END-IF.


      *> LLM-BATCH's failed-call rule: a keyed output record carrying
      *> the status (no text) plus the exception line, so the run
      *> still balances one-for-one in LLM-BATCH-RECONCILE.
       260-WRITE-CALL-FAILURE.
           ADD 1                         TO WS-ERROR-COUNT
           MOVE SPACES                   TO EXCEPTION-LOG-RECORD
           MOVE WS-REC-KEY               TO EXC-KEY
           MOVE LLM-STAT-CODE            TO EXC-STAT-CODE
           MOVE LLM-STAT-MESSAGE         TO EXC-STAT-MESSAGE
           WRITE EXCEPTION-LOG-RECORD

           MOVE SPACES                   TO BATCH-OUT-RECORD
           MOVE WS-REC-KEY               TO TOUT-KEY
           MOVE LLM-STAT-CODE            TO TOUT-STAT-CODE
           MOVE LLM-RSP-TOKENS-IN        TO TOUT-TOKENS-IN
           MOVE LLM-RSP-TOKENS-OUT       TO TOUT-TOKENS-OUT
           MOVE WS-REC-TARGET            TO TOUT-TARGET-LANG
           WRITE BATCH-OUT-RECORD
           ADD 1                         TO WS-OUTPUT-COUNT.


       270-WRITE-TRANSLATION.
           MOVE SPACES                   TO BATCH-OUT-RECORD
           MOVE WS-REC-KEY               TO TOUT-KEY
           MOVE LLM-STAT-CODE            TO TOUT-STAT-CODE
           MOVE LLM-RSP-TOKENS-IN        TO TOUT-TOKENS-IN
           MOVE LLM-RSP-TOKENS-OUT       TO TOUT-TOKENS-OUT
           MOVE WS-TRANSLATION           TO TOUT-CONTENT
           INSPECT TOUT-CONTENT CONVERTING X"0A0D" TO X"0102"
           MOVE WS-DETECTED-LANG         TO TOUT-SOURCE-LANG
           MOVE WS-REC-TARGET            TO TOUT-TARGET-LANG
           MOVE WS-GLOSSARY-FLAG         TO TOUT-GLOSSARY-FLAG
           WRITE BATCH-OUT-RECORD
           ADD 1                         TO WS-OUTPUT-COUNT.


      *> The raw reply, LANGUAGE line included, is what gets archived.
       280-APPEND-ARCHIVE.
           IF NOT WS-ARCHIVE-IS-OPEN
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARC-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               IF WS-ARC-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-TRANSLATE: cannot open archive '
                           'file, status ' WS-ARC-FILE-STATUS
                           ' - archiving disabled'
                   MOVE 'N' TO WS-ARCHIVE-FLAG
               ELSE
                   SET WS-ARCHIVE-IS-OPEN TO TRUE
               END-IF
           END-IF

           IF WS-ARCHIVE-IS-OPEN
               MOVE SPACES               TO ARCHIVE-RECORD
               MOVE WS-RUN-ID            TO ARC-RUN-ID
               MOVE WS-RUN-DATE          TO ARC-RUN-DATE
               MOVE WS-REC-KEY           TO ARC-KEY
               MOVE LLM-STAT-CODE        TO ARC-STAT-CODE
               MOVE LLM-RSP-CONTENT      TO ARC-CONTENT
               INSPECT ARC-CONTENT CONVERTING X"0A0D" TO X"0102"
               MOVE WS-RUN-CALLER        TO ARC-CALLER
               IF WS-BASE-FROM-LIBRARY
                   MOVE WS-BASE-PROMPT-ID TO ARC-PROMPT-ID
                   MOVE WS-BASE-PROMPT-VERSION
                                         TO ARC-PROMPT-VERSION
               ELSE
                   MOVE 0                TO ARC-PROMPT-VERSION
               END-IF
               IF LLM-RSP-MODEL NOT = SPACES
                   MOVE LLM-RSP-MODEL    TO ARC-MODEL
               ELSE
                   MOVE LLM-MODEL        TO ARC-MODEL
               END-IF
               WRITE ARCHIVE-RECORD
           END-IF.


       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.
