      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-TOOL-BATCH.cob
      *> Desc    : Tool-enabled sibling of LLM-BATCH for research-
      *>           style jobs (look something up, then answer). Reads
      *>           the LLM-BATCH input layout, loads the tool
      *>           definitions of a tool-set file into LLM-REQ-TOOLS
      *>           for every record and routes the call through
      *>           LLM-TOOL-DISPATCH instead of straight to LLM-CHAT,
      *>           so the registry (LLM_TOOL_REGISTRY_FILE), the
      *>           per-caller allow-list (LLM_TOOL_POLICY_FILE, caller
      *>           id LLM-TOOL-BATCH) and the tool-execution log all
      *>           apply exactly as they do for an online caller.
      *>           The output record is the LLM-BATCH detail layout
      *>           with the tool rounds used appended after the final
      *>           reply. A record that runs out of rounds
      *>           (LLM_TOOL_MAX_ROUNDS) or asks for a tool it isn't
      *>           cleared for lands on <output>.exceptions with the
      *>           reason spelled out ahead of the dispatcher's
      *>           message. HDR/TRL control records, checkpoint/
      *>           RESTART (<output>.ckpt), the circuit breaker
      *>           (<output>.unprocessed) and the LLM_BATCH_ARCHIVE_FILE
      *>           archive follow LLM-BATCH, so LLM-BATCH-RECONCILE
      *>           and LLM-RETRY work on the result unchanged.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-TOOL-BATCH.

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

      *> The tools this job offers the model - see FD TOOL-SET-FILE.
           SELECT TOOL-SET-FILE ASSIGN TO WS-TOOL-SET-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TSET-FILE-STATUS.

           SELECT OUTPUT-REWORK-FILE ASSIGN TO WS-REWORK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RWK-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BATCH-INPUT.
       01 BATCH-IN-RECORD.
           05 BIN-KEY               PIC X(20).
           05 BIN-ROLE              PIC X(16).
           05 BIN-PROMPT            PIC X(32768).
       01 BATCH-IN-RAW              PIC X(33000).

      *> LLM-BATCH's detail layout, so every reader of an LLM-BATCH
      *> feed reads this one; the rounds count rides after the
      *> reply where those readers never look.
       FD  BATCH-OUTPUT.
       01 BATCH-OUT-RECORD.
           05 BOUT-KEY              PIC X(20).
           05 BOUT-STAT-CODE        PIC 9(4).
           05 BOUT-TOKENS-IN        PIC 9(9).
           05 BOUT-TOKENS-OUT       PIC 9(9).
           05 BOUT-CONTENT          PIC X(32768).
           05 BOUT-TOOL-ROUNDS      PIC 9(2).

       01 BATCH-HDR-RECORD.
           05 BHDR-TAG              PIC X(4).
           05 BHDR-RUN-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 BHDR-RUN-TIME         PIC 9(8).
           05 FILLER                PIC X(1).
           05 BHDR-MODEL            PIC X(128).
           05 FILLER                PIC X(1).
           05 BHDR-INPUT-FILENAME   PIC X(256).

       01 BATCH-TRL-RECORD.
           05 BTRL-TAG              PIC X(4).
           05 BTRL-RECORD-COUNT     PIC 9(9).
           05 FILLER                PIC X(1).
           05 BTRL-TOKENS-IN-TOTAL  PIC 9(12).
           05 FILLER                PIC X(1).
           05 BTRL-TOKENS-OUT-TOTAL PIC 9(12).
       01 BATCH-OUT-RAW             PIC X(33000).

       FD  OUTPUT-REWORK-FILE.
       01 REWORK-LINE               PIC X(33000).

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
       01 UNPROCESSED-RAW           PIC X(33000).

      *> One tool per line, fixed columns matching LLM-REQ-TOOLS:
      *> the name the registry maps to a program, the description
      *> the model chooses by, and the JSON schema of its
      *> parameters. '*' in column 1 comments the line out; up to
      *> 10 tools, the LLM-REQ-TOOLS limit.
       FD  TOOL-SET-FILE.
       01 TOOL-SET-RECORD.
           05 TSET-NAME             PIC X(64).
           05 FILLER                PIC X(1).
           05 TSET-DESCRIPTION      PIC X(256).
           05 FILLER                PIC X(1).
           05 TSET-PARAMS-JSON      PIC X(4096).

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
       01 WS-TOOL-SET-FILENAME  PIC X(256).
       01 WS-REWORK-FILENAME    PIC X(256).
       01 WS-MODEL-ARG          PIC X(128).
       01 WS-RESTART-ARG        PIC X(16).
       01 WS-CIRCUIT-ARG        PIC X(4).
       01 WS-IN-FILE-STATUS     PIC X(2).
       01 WS-OUT-FILE-STATUS    PIC X(2).
       01 WS-RST-FILE-STATUS    PIC X(2).
       01 WS-EXC-FILE-STATUS    PIC X(2).
       01 WS-UNP-FILE-STATUS    PIC X(2).
       01 WS-TSET-FILE-STATUS   PIC X(2).
       01 WS-RWK-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-AUX-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-AUX-EOF              VALUE 'Y'.
       01 WS-FILE-OPEN-ERROR    PIC X(1) VALUE 'N'.
         88 WS-FILE-OPEN-FAILED     VALUE 'Y'.
       01 WS-RECORD-COUNT       PIC 9(9) VALUE 0.
       01 WS-ERROR-COUNT        PIC 9(9) VALUE 0.
       01 WS-ROUND-LIMIT-COUNT  PIC 9(9) VALUE 0.
       01 WS-DENIED-COUNT       PIC 9(9) VALUE 0.
       01 WS-ROUNDS-TOTAL       PIC 9(9) VALUE 0.
       01 WS-TOKENS-IN-TOTAL    PIC 9(12) VALUE 0.
       01 WS-TOKENS-OUT-TOTAL   PIC 9(12) VALUE 0.
       01 WS-DISPATCH-CMD       PIC X(600).

      *> ---- checkpoint / restart / circuit breaker -------------------
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

      *> ---- tool set as loaded, copied into LLM-REQ-TOOLS per record -
       01 WS-TSET-COUNT         PIC 9(2) VALUE 0.
       01 WS-TSET-TABLE.
           05 WS-TSET-ENTRY     OCCURS 10 TIMES.
             10 WS-TSET-NAME    PIC X(64).
             10 WS-TSET-DESC    PIC X(256).
             10 WS-TSET-PARAMS  PIC X(4096).
       01 WS-TSET-IDX           PIC 9(2) COMP.

      *> ---- optional library system prompt ---------------------------
       01 WS-SYSTEM-FLAG        PIC X(1) VALUE 'N'.
         88 WS-HAVE-SYSTEM-PROMPT   VALUE 'Y'.
       01 WS-SYSTEM-TEXT        PIC X(32768).
       01 WS-SYSTEM-PROMPT-ID   PIC X(40).
       01 WS-SYSTEM-VERSION     PIC 9(3) VALUE 0.
       01 WS-REASON-MESSAGE     PIC X(256).

      *> ---- run ID / archive -----------------------------------------
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
       01 WS-RUN-ID             PIC X(14).
       01 WS-ARCHIVE-FILENAME   PIC X(256).
       01 WS-ARC-FILE-STATUS    PIC X(2).
       01 WS-ARCHIVE-FLAG       PIC X(1) VALUE 'N'.
         88 WS-ARCHIVE-ENABLED      VALUE 'Y'.
       01 WS-ARCHIVE-OPEN-FLAG  PIC X(1) VALUE 'N'.
         88 WS-ARCHIVE-IS-OPEN      VALUE 'Y'.

      *> ---- run registry ---------------------------------------------
       COPY 'LLM-RUN-REGISTRY.cpy'.
       01 WS-UNPROCESSED-COUNT  PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           IF LLM-STAT-OK
               PERFORM 200-PROCESS-FILE
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back by 910-REGISTER-RUN-END.
           MOVE RETURN-CODE              TO LLM-RRG-RETURN-CODE
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-TOOL-BATCH: records processed: '
                   WS-RECORD-COUNT
           DISPLAY 'LLM-TOOL-BATCH: tool rounds run: '
                   WS-ROUNDS-TOTAL
           DISPLAY 'LLM-TOOL-BATCH: records with errors: '
                   WS-ERROR-COUNT ' (round limit '
                   WS-ROUND-LIMIT-COUNT ', tool denied '
                   WS-DENIED-COUNT ')'
           PERFORM 910-REGISTER-RUN-END
           STOP RUN.

      *> Args: 1=input file  2=output file  3=tool-set file
      *>       4=model (optional, '-' keeps the default)
      *>       5=RESTART (optional, '-' means a fresh run)
      *>       6=circuit breaker threshold (optional, default 5,
      *>         0=off)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 3
               DISPLAY 'LLM-TOOL-BATCH: usage: LLM-TOOL-BATCH '
                       '<input> <output> <tool-set> [model] '
                       '[RESTART] [circuit-max]'
               SET LLM-STAT-CONFIG-ERR TO TRUE
               MOVE 'LLM-TOOL-BATCH: missing file arguments'
                                        TO LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-OUTPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-TOOL-SET-FILENAME FROM ARGUMENT-VALUE

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

           MOVE 'llama3.2:3b'           TO LLM-MODEL
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 4
               MOVE 4                   TO WS-ARG-COUNT
               ACCEPT WS-MODEL-ARG FROM ARGUMENT-VALUE
               IF WS-MODEL-ARG NOT = SPACES
               AND WS-MODEL-ARG NOT = '-'
                   MOVE WS-MODEL-ARG    TO LLM-MODEL
               END-IF
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-RESTART-ARG FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE(WS-RESTART-ARG) = 'RESTART'
                   SET WS-RESTART-REQUESTED TO TRUE
               END-IF
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-CIRCUIT-ARG FROM ARGUMENT-VALUE
               MOVE WS-CIRCUIT-ARG      TO WS-CIRCUIT-THRESHOLD
           END-IF

           PERFORM 105-LOAD-TOOL-SET
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-TOOL-BATCH: ' LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> Standing instructions for the research job, when the
      *> library carries them; without an entry the records' own
      *> prompts go out alone, as they would through LLM-BATCH.
           MOVE 'LLM-TOOL-SYSTEM'        TO LLM-PROMPT-ID
           CALL 'LLM-PROMPT-LOOKUP' USING LLM-PROMPT
                                          LLM-STATUS
           IF LLM-PROMPT-WAS-FOUND
               SET WS-HAVE-SYSTEM-PROMPT TO TRUE
               MOVE LLM-PROMPT-TEXT      TO WS-SYSTEM-TEXT
               MOVE LLM-PROMPT-ID        TO WS-SYSTEM-PROMPT-ID
               MOVE LLM-PROMPT-VERSION   TO WS-SYSTEM-VERSION
           END-IF
           INITIALIZE LLM-STATUS

           DISPLAY 'LLM_BATCH_ARCHIVE_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-ARCHIVE-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ARCHIVE-FILENAME NOT = SPACES
               SET WS-ARCHIVE-ENABLED    TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE            DELIMITED BY SIZE
                  WS-RUN-TIME(1:6)       DELIMITED BY SIZE
                  INTO WS-RUN-ID
           END-STRING
           DISPLAY 'LLM-TOOL-BATCH: run ID ' WS-RUN-ID
           PERFORM 190-REGISTER-RUN-START

           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           MOVE SPACES                   TO LLM-API-KEY
           MOVE 60                       TO LLM-TIMEOUT-SECS
           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-STATUS
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-TOOL-BATCH: init failed: '
                       LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.


       105-LOAD-TOOL-SET.
           OPEN INPUT TOOL-SET-FILE
           IF WS-TSET-FILE-STATUS NOT = '00'
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-TOOL-BATCH: cannot open tool-set file'
                                         TO LLM-STAT-MESSAGE
           ELSE
               MOVE 'N' TO WS-AUX-EOF-FLAG
               PERFORM UNTIL WS-AUX-EOF
                   READ TOOL-SET-FILE
                       AT END
                           SET WS-AUX-EOF TO TRUE
                       NOT AT END
                           PERFORM 106-LOAD-ONE-TOOL
                   END-READ
               END-PERFORM
               CLOSE TOOL-SET-FILE
               IF WS-TSET-COUNT = 0
                   SET LLM-STAT-CONFIG-ERR TO TRUE
                   MOVE 'LLM-TOOL-BATCH: tool-set file names no tools'
                                         TO LLM-STAT-MESSAGE
               END-IF
           END-IF.


       106-LOAD-ONE-TOOL.
           IF TOOL-SET-RECORD = SPACES
           OR TSET-NAME(1:1) = '*'
               CONTINUE
           ELSE
               IF WS-TSET-COUNT < 10
                   ADD 1 TO WS-TSET-COUNT
                   MOVE TSET-NAME        TO WS-TSET-NAME(WS-TSET-COUNT)
                   MOVE TSET-DESCRIPTION TO WS-TSET-DESC(WS-TSET-COUNT)
                   MOVE TSET-PARAMS-JSON
                                     TO WS-TSET-PARAMS(WS-TSET-COUNT)
               ELSE
                   DISPLAY 'LLM-TOOL-BATCH: more than 10 tools - '
                           FUNCTION TRIM(TSET-NAME) ' ignored'
               END-IF
           END-IF.


      *> START line under the run ID just built - from here on every
      *> way out of the run passes 910-REGISTER-RUN-END.
       190-REGISTER-RUN-START.
           INITIALIZE LLM-RUN-REGISTRY-AREA
           SET LLM-RRG-START             TO TRUE
           MOVE WS-RUN-ID                TO LLM-RRG-RUN-ID
           MOVE 'LLM-TOOL-BATCH'         TO LLM-RRG-PROGRAM
           MOVE WS-INPUT-FILENAME        TO LLM-RRG-INPUT-FILE
           MOVE WS-OUTPUT-FILENAME       TO LLM-RRG-OUTPUT-FILE
           MOVE LLM-MODEL                TO LLM-RRG-MODEL
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA.


       200-PROCESS-FILE.
           IF WS-RESTART-REQUESTED
               PERFORM 205-LOAD-RESTART-KEY
           END-IF

           OPEN INPUT BATCH-INPUT
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-TOOL-BATCH: cannot open input file, '
                       'status ' WS-IN-FILE-STATUS
               SET WS-FILE-OPEN-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF

           IF NOT WS-FILE-OPEN-FAILED
               IF WS-RESTART-REQUESTED AND WS-RESTART-KEY NOT = SPACES
                   DISPLAY 'LLM-TOOL-BATCH: restarting after key ['
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
                   DISPLAY 'LLM-TOOL-BATCH: cannot open output '
                           'file, status ' WS-OUT-FILE-STATUS
                   CLOSE BATCH-INPUT
                   SET WS-FILE-OPEN-FAILED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF NOT WS-FILE-OPEN-FAILED
               IF WS-RESTART-REQUESTED AND WS-RESTART-KEY NOT = SPACES
                   OPEN EXTEND EXCEPTION-LOG
               ELSE
                   OPEN OUTPUT EXCEPTION-LOG
               END-IF

               PERFORM UNTIL WS-EOF
                   READ BATCH-INPUT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-SKIPPING
                               IF BIN-KEY = WS-RESTART-KEY
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
               IF WS-ARCHIVE-IS-OPEN
                   CLOSE ARCHIVE-FILE
               END-IF
               IF WS-UNPROCESSED-IS-OPEN
                   CLOSE UNPROCESSED-FILE
               END-IF
               IF WS-CIRCUIT-TRIPPED
                   DISPLAY 'LLM-TOOL-BATCH: circuit breaker tripped '
                       'after ' WS-CIRCUIT-THRESHOLD ' consecutive '
                       'failures - remaining records written to '
                       FUNCTION TRIM(WS-UNPROCESSED-FILENAME)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


      *> LLM-BATCH's RESTART rework: drop the interrupted run's
      *> trailer and carry its counts forward into this run's one
      *> trailer.
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
                           IF BOUT-KEY(1:4) = 'TRL '
                               IF BTRL-TOKENS-IN-TOTAL IS NUMERIC
                                   ADD BTRL-TOKENS-IN-TOTAL
                                       TO WS-TOKENS-IN-TOTAL
                               END-IF
                               IF BTRL-TOKENS-OUT-TOTAL IS NUMERIC
                                   ADD BTRL-TOKENS-OUT-TOTAL
                                       TO WS-TOKENS-OUT-TOTAL
                               END-IF
                           ELSE
                               IF BOUT-KEY(1:4) NOT = 'HDR '
                                   ADD 1 TO WS-RECORD-COUNT
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
           MOVE WS-RECORD-COUNT          TO BTRL-RECORD-COUNT
           MOVE WS-TOKENS-IN-TOTAL       TO BTRL-TOKENS-IN-TOTAL
           MOVE WS-TOKENS-OUT-TOTAL      TO BTRL-TOKENS-OUT-TOTAL
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
               MOVE BIN-KEY              TO RST-LAST-KEY
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE
           END-IF.


       230-WRITE-UNPROCESSED.
           IF NOT WS-UNPROCESSED-IS-OPEN
               OPEN OUTPUT UNPROCESSED-FILE
               SET WS-UNPROCESSED-IS-OPEN TO TRUE
           END-IF
           MOVE BATCH-IN-RAW             TO UNPROCESSED-RAW
           WRITE UNPROCESSED-RAW
           ADD 1                         TO WS-UNPROCESSED-COUNT.


       210-PROCESS-RECORD.
           INITIALIZE LLM-REQUEST
           INITIALIZE LLM-RESPONSE
           INITIALIZE LLM-STATUS
           MOVE 'LLM-TOOL-BATCH'         TO LLM-REQ-CALLER-ID
           MOVE WS-RUN-ID                TO LLM-REQ-RUN-ID
           MOVE BIN-KEY                  TO LLM-REQ-RECORD-KEY

           MOVE WS-TSET-COUNT            TO LLM-REQ-TOOL-COUNT
           PERFORM VARYING WS-TSET-IDX FROM 1 BY 1
               UNTIL WS-TSET-IDX > WS-TSET-COUNT
               MOVE WS-TSET-NAME(WS-TSET-IDX)
                             TO LLM-REQ-TOOL-NAME(WS-TSET-IDX)
               MOVE WS-TSET-DESC(WS-TSET-IDX)
                             TO LLM-REQ-TOOL-DESCRIPTION(WS-TSET-IDX)
               MOVE WS-TSET-PARAMS(WS-TSET-IDX)
                             TO LLM-REQ-TOOL-PARAMS-JSON(WS-TSET-IDX)
           END-PERFORM

           IF WS-HAVE-SYSTEM-PROMPT
               MOVE WS-SYSTEM-PROMPT-ID  TO LLM-REQ-PROMPT-ID
               MOVE WS-SYSTEM-VERSION    TO LLM-REQ-PROMPT-VERSION
               ADD 1                     TO LLM-REQ-MSG-COUNT
               SET LLM-ROLE-SYSTEM(LLM-REQ-MSG-COUNT) TO TRUE
               MOVE WS-SYSTEM-TEXT
                         TO LLM-REQ-MSG-CONTENT(LLM-REQ-MSG-COUNT)
           END-IF
           ADD 1                         TO LLM-REQ-MSG-COUNT
           IF BIN-ROLE = SPACES
               SET LLM-ROLE-USER(LLM-REQ-MSG-COUNT) TO TRUE
           ELSE
               MOVE BIN-ROLE TO LLM-REQ-MSG-ROLE(LLM-REQ-MSG-COUNT)
           END-IF
           MOVE BIN-PROMPT TO LLM-REQ-MSG-CONTENT(LLM-REQ-MSG-COUNT)

           CALL 'LLM-TOOL-DISPATCH' USING LLM-CONFIG
                                          LLM-FALLBACK-CONFIG
                                          LLM-REQUEST
                                          LLM-RESPONSE
                                          LLM-STATUS

           ADD 1                         TO WS-RECORD-COUNT
           ADD LLM-RSP-TOOL-ROUNDS       TO WS-ROUNDS-TOTAL
           ADD LLM-RSP-TOKENS-IN         TO WS-TOKENS-IN-TOTAL
           ADD LLM-RSP-TOKENS-OUT        TO WS-TOKENS-OUT-TOTAL

           IF NOT LLM-STAT-OK
               PERFORM 240-WRITE-EXCEPTION
      *> Running out of rounds or asking for a tool the job isn't
      *> cleared for is about the record's question, not the
      *> provider's health - those don't count toward the breaker.
               IF WS-CIRCUIT-ENABLED
               AND NOT LLM-TOOL-STOP-ROUND-LIMIT
               AND NOT LLM-TOOL-STOP-DENIED
                   ADD 1                 TO WS-CONSEC-FAILURES
                   IF WS-CONSEC-FAILURES >= WS-CIRCUIT-THRESHOLD
                       SET WS-CIRCUIT-TRIPPED TO TRUE
                   END-IF
               END-IF
           ELSE
               MOVE 0                    TO WS-CONSEC-FAILURES
           END-IF

           MOVE SPACES                   TO BATCH-OUT-RECORD
           MOVE BIN-KEY                  TO BOUT-KEY
           MOVE LLM-STAT-CODE            TO BOUT-STAT-CODE
           MOVE LLM-RSP-TOKENS-IN        TO BOUT-TOKENS-IN
           MOVE LLM-RSP-TOKENS-OUT       TO BOUT-TOKENS-OUT
           IF LLM-STAT-OK
               MOVE LLM-RSP-CONTENT      TO BOUT-CONTENT
           END-IF
           MOVE LLM-RSP-TOOL-ROUNDS      TO BOUT-TOOL-ROUNDS
           WRITE BATCH-OUT-RECORD

           IF WS-ARCHIVE-ENABLED
               PERFORM 255-APPEND-ARCHIVE
           END-IF.


      *> The reason leads the line so an operator scanning the log
      *> sees why at once; the dispatcher's own message follows.
       240-WRITE-EXCEPTION.
           ADD 1                         TO WS-ERROR-COUNT
           MOVE SPACES                   TO WS-REASON-MESSAGE
           EVALUATE TRUE
               WHEN LLM-TOOL-STOP-ROUND-LIMIT
                   ADD 1                 TO WS-ROUND-LIMIT-COUNT
                   STRING 'TOOL ROUND LIMIT REACHED - '
                                         DELIMITED BY SIZE
                          LLM-STAT-MESSAGE DELIMITED BY SIZE
                       INTO WS-REASON-MESSAGE
                   END-STRING
               WHEN LLM-TOOL-STOP-DENIED
                   ADD 1                 TO WS-DENIED-COUNT
                   STRING 'TOOL DENIED BY POLICY - '
                                         DELIMITED BY SIZE
                          LLM-STAT-MESSAGE DELIMITED BY SIZE
                       INTO WS-REASON-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE LLM-STAT-MESSAGE TO WS-REASON-MESSAGE
           END-EVALUATE
           MOVE SPACES                   TO EXCEPTION-LOG-RECORD
           MOVE BIN-KEY                  TO EXC-KEY
           MOVE LLM-STAT-CODE            TO EXC-STAT-CODE
           MOVE WS-REASON-MESSAGE        TO EXC-STAT-MESSAGE
           WRITE EXCEPTION-LOG-RECORD.


       255-APPEND-ARCHIVE.
           IF NOT WS-ARCHIVE-IS-OPEN
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARC-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               IF WS-ARC-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-TOOL-BATCH: cannot open archive '
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
               MOVE BIN-KEY              TO ARC-KEY
               MOVE LLM-STAT-CODE        TO ARC-STAT-CODE
               MOVE LLM-RSP-CONTENT      TO ARC-CONTENT
               INSPECT ARC-CONTENT CONVERTING X"0A0D" TO X"0102"
               MOVE 'LLM-TOOL-BATCH'     TO ARC-CALLER
               MOVE WS-SYSTEM-PROMPT-ID  TO ARC-PROMPT-ID
               MOVE WS-SYSTEM-VERSION    TO ARC-PROMPT-VERSION
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


      *> The run's figures onto its END line; the registry prices
      *> the token totals at the run model's rates. Records left on
      *> <output>.unprocessed by the breaker count as read but not
      *> processed.
       910-REGISTER-RUN-END.
           SET LLM-RRG-END               TO TRUE
           COMPUTE LLM-RRG-READ = WS-RECORD-COUNT
                                + WS-UNPROCESSED-COUNT
           COMPUTE LLM-RRG-SUCCEEDED = WS-RECORD-COUNT - WS-ERROR-COUNT
           MOVE WS-ERROR-COUNT           TO LLM-RRG-FAILED
           MOVE WS-UNPROCESSED-COUNT     TO LLM-RRG-UNPROCESSED
           MOVE WS-TOKENS-IN-TOTAL       TO LLM-RRG-TOKENS-IN
           MOVE WS-TOKENS-OUT-TOTAL      TO LLM-RRG-TOKENS-OUT
           MOVE 0                        TO LLM-RRG-TOKENS-CW
                                            LLM-RRG-TOKENS-CR
           MOVE 'N'                      TO LLM-RRG-PRICED
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA
           MOVE LLM-RRG-RETURN-CODE      TO RETURN-CODE.
