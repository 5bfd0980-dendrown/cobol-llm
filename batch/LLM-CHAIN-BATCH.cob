      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-CHAIN-BATCH.cob
      *> Desc    : Multi-stage batch driver - runs a chain of model
      *>           steps (extract, classify, draft ...) over each
      *>           record of an LLM-BATCH input file, every stage of
      *>           one record before the next record is read, in
      *>           place of one LLM-BATCH run per step with the files
      *>           re-keyed between them. The chain definition (see
      *>           LLM-CHAIN-RECORD.cpy) names each stage's prompt
      *>           library wording, its reply format and the earlier
      *>           stages whose replies fill its {{STAGE}}
      *>           placeholders; {{RECORD}} stands for the record's
      *>           own prompt text and {{KEY}} for its key, and
      *>           wording without {{RECORD}} gets the record's text
      *>           as a second user turn. Every stage's reply goes to
      *>           <output>.stages (LLM-CHAIN-RESULT-RECORD.cpy), the
      *>           last stage's to the output file in the LLM-BATCH
      *>           output layout. A failed stage ends that record's
      *>           chain and goes to <output>.exceptions naming the
      *>           stage. <output>.restart checkpoints each stage, so
      *>           RESTART picks an interrupted record up at the stage
      *>           after the last one whose reply is on file, or at
      *>           its first stage when an earlier reply is missing.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-CHAIN-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-DEFINITION ASSIGN TO WS-CHAIN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-FILE-STATUS.

           SELECT BATCH-INPUT ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT BATCH-OUTPUT ASSIGN TO WS-OUTPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT STAGE-RESULTS ASSIGN TO WS-STAGES-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STG-FILE-STATUS.

           SELECT EXCEPTION-LOG ASSIGN TO WS-EXCEPTION-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

      *> Checkpoint sidecar (<output>.restart), the LLM-SUMMARIZE
      *> convention with the stage number in place of the chunk: the
      *> last (record key, stage) whose reply is safely in the
      *> .stages file, or stage 99 once the record is finished with.
           SELECT RESTART-FILE ASSIGN TO WS-RESTART-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHAIN-DEFINITION.
       COPY 'LLM-CHAIN-RECORD.cpy'.

       FD  BATCH-INPUT.
       01 BATCH-IN-RECORD.
           05 BIN-KEY               PIC X(20).
           05 BIN-ROLE              PIC X(16).
           05 BIN-PROMPT            PIC X(32768).
           05 BIN-CONV-ID           PIC X(64).
           05 BIN-TEMPERATURE       PIC X(6).
           05 BIN-MAX-TOKENS        PIC X(6).
           05 BIN-RESPONSE-FORMAT   PIC X(4).
           05 BIN-PRIORITY          PIC X(1).
           05 BIN-CONFIG-ID         PIC X(16).

       FD  BATCH-OUTPUT.
       01 BATCH-OUT-RECORD.
           05 BOUT-KEY              PIC X(20).
           05 BOUT-STAT-CODE        PIC 9(4).
           05 BOUT-TOKENS-IN        PIC 9(9).
           05 BOUT-TOKENS-OUT       PIC 9(9).
           05 BOUT-CONTENT          PIC X(32768).

       FD  STAGE-RESULTS.
       COPY 'LLM-CHAIN-RESULT-RECORD.cpy'.

       FD  EXCEPTION-LOG.
       01 EXCEPTION-LOG-RECORD.
           05 EXC-KEY               PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 EXC-STAT-CODE         PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 EXC-STAT-MESSAGE      PIC X(256).

       FD  RESTART-FILE.
       01 RESTART-RECORD.
           05 RST-KEY               PIC X(20).
           05 RST-STAGE-SEQ         PIC 9(2).

       WORKING-STORAGE SECTION.

       COPY 'LLM.cpy'.
       COPY 'LLM-PROMPT.cpy'.

       01 WS-CHAIN-FILENAME     PIC X(256).
       01 WS-INPUT-FILENAME     PIC X(256).
       01 WS-OUTPUT-FILENAME    PIC X(256).
       01 WS-STAGES-FILENAME    PIC X(256).
       01 WS-EXCEPTION-FILENAME PIC X(256).
       01 WS-RESTART-FILENAME   PIC X(256).
       01 WS-MODEL-ARG          PIC X(128).
       01 WS-RUN-MODEL          PIC X(128).
       01 WS-CHN-FILE-STATUS    PIC X(2).
       01 WS-IN-FILE-STATUS     PIC X(2).
       01 WS-OUT-FILE-STATUS    PIC X(2).
       01 WS-STG-FILE-STATUS    PIC X(2).
       01 WS-EXC-FILE-STATUS    PIC X(2).
       01 WS-RST-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-CHN-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-CHN-EOF              VALUE 'Y'.
       01 WS-STG-EOF-FLAG       PIC X(1).
         88 WS-STG-EOF              VALUE 'Y'.

      *> ---- the chain, read and checked before any record ------------
       01 WS-STAGE-MAX          PIC 9(2) VALUE 10.
       01 WS-STAGE-COUNT        PIC 9(2) VALUE 0.
       01 WS-STAGE-TABLE.
           05 WS-STG-ENTRY      OCCURS 10 TIMES.
             10 WS-STG-NAME     PIC X(16).
             10 WS-STG-PROMPT-ID PIC X(40).
             10 WS-STG-PROMPT-VER PIC 9(3).
             10 WS-STG-FORMAT   PIC X(4).
             10 WS-STG-MODEL    PIC X(128).
             10 WS-STG-USES-RECORD PIC X(1).
             10 WS-STG-INPUT-COUNT PIC 9(2).
             10 WS-STG-INPUT    OCCURS 10 TIMES PIC 9(2).
             10 WS-STG-TEMPLATE PIC X(32768).
       01 WS-DEF-ERROR-COUNT    PIC 9(3) VALUE 0.
       01 WS-DEF-LINE-NO        PIC 9(5) VALUE 0.
       01 WS-CHECK-NAME         PIC X(16).
       01 WS-INPUT-TOKEN        PIC X(80).
       01 WS-TOKEN-PTR          PIC 9(3) COMP.
       01 WS-IX                 PIC 9(2) COMP.
       01 WS-JX                 PIC 9(2) COMP.
       01 WS-FOUND-IDX          PIC 9(2) COMP.
       01 WS-TALLY              PIC 9(5) COMP.

      *> ---- one record's pass down the chain -------------------------
       01 WS-SX                 PIC 9(2) COMP.
       01 WS-FIRST-STAGE        PIC 9(2) COMP.
       01 WS-STAGE-EDIT         PIC 9(2).
       01 WS-FAILED-FLAG        PIC X(1).
         88 WS-STAGE-FAILED         VALUE 'Y'.
       01 WS-REPLY-TABLE.
           05 WS-RPL-TEXT       OCCURS 10 TIMES PIC X(32768).
       01 WS-RECORD-TOKENS-IN   PIC 9(9).
       01 WS-RECORD-TOKENS-OUT  PIC 9(9).

      *> ---- placeholder substitution (LLM-PROMPT-MERGE's rules) ------
       01 WS-MERGE-BUF          PIC X(32768).
       01 WS-WORK-BUF           PIC X(32768).
       01 WS-VALUE              PIC X(32768).
       01 WS-PATTERN            PIC X(24).
       01 WS-PATTERN-LEN        PIC 9(2) COMP.
       01 WS-VALUE-LEN          PIC 9(6) COMP.
       01 WS-BUF-LEN            PIC 9(6) COMP.
       01 WS-OUT-PTR            PIC 9(6) COMP.
       01 WS-SCAN-POS           PIC 9(6) COMP.

      *> ---- checkpoint / restart support -----------------------------
       01 WS-RESTART-ARG        PIC X(16).
       01 WS-RESTART-MODE       PIC X(1) VALUE 'N'.
         88 WS-RESTART-REQUESTED    VALUE 'Y'.
       01 WS-SKIP-MODE          PIC X(1) VALUE 'N'.
         88 WS-SKIPPING             VALUE 'Y'.
       01 WS-RESTART-KEY        PIC X(20) VALUE SPACES.
       01 WS-RST-SEQ            PIC 9(2) VALUE 0.
       01 WS-CHECKPOINT-SEQ     PIC 9(2).
       01 WS-SKIPPED-COUNT      PIC 9(9) VALUE 0.
       01 WS-PRELOADED-COUNT    PIC 9(3) VALUE 0.
       01 WS-PRELOAD-SEEN-TABLE.
           05 WS-PRELOAD-SEEN   OCCURS 10 TIMES PIC X(1).

      *> ---- counts ---------------------------------------------------
       01 WS-RECORD-COUNT       PIC 9(9) VALUE 0.
       01 WS-COMPLETE-COUNT     PIC 9(9) VALUE 0.
       01 WS-ERROR-COUNT        PIC 9(9) VALUE 0.
       01 WS-CALL-COUNT         PIC 9(9) VALUE 0.

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
               PERFORM 200-PROCESS-FILE
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back by 910-REGISTER-RUN-END.
           MOVE RETURN-CODE              TO LLM-RRG-RETURN-CODE
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-CHAIN-BATCH: records read: ' WS-RECORD-COUNT
           DISPLAY 'LLM-CHAIN-BATCH: chains completed: '
                   WS-COMPLETE-COUNT
           DISPLAY 'LLM-CHAIN-BATCH: stage calls: ' WS-CALL-COUNT
           DISPLAY 'LLM-CHAIN-BATCH: errors: ' WS-ERROR-COUNT
           IF WS-SKIPPED-COUNT > 0
               DISPLAY 'LLM-CHAIN-BATCH: records skipped on restart: '
                       WS-SKIPPED-COUNT
               DISPLAY 'LLM-CHAIN-BATCH: stage replies reused from '
                       'the .stages file: ' WS-PRELOADED-COUNT
           END-IF
           PERFORM 910-REGISTER-RUN-END
           STOP RUN.

      *> Args: 1=chain definition  2=input (LLM-BATCH input layout)
      *>       3=output  4=model (optional, '-' for the default)
      *>       5=RESTART (optional - resume an interrupted run after
      *>       the <output>.restart checkpoint, reusing the stage
      *>       replies already in the .stages file)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 3
               DISPLAY 'LLM-CHAIN-BATCH: usage: LLM-CHAIN-BATCH '
                       '<chain> <input> <output> [model] [RESTART]'
               SET LLM-STAT-CONFIG-ERR TO TRUE
               MOVE 'LLM-CHAIN-BATCH: missing file arguments'
                                        TO LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-CHAIN-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-OUTPUT-FILENAME FROM ARGUMENT-VALUE

           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.stages'              DELIMITED BY SIZE
                  INTO WS-STAGES-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.exceptions'          DELIMITED BY SIZE
                  INTO WS-EXCEPTION-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.restart'             DELIMITED BY SIZE
                  INTO WS-RESTART-FILENAME
           END-STRING

           MOVE 'llama3.2:3b'           TO WS-RUN-MODEL
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 4
               MOVE 4                   TO WS-ARG-COUNT
               ACCEPT WS-MODEL-ARG FROM ARGUMENT-VALUE
               IF WS-MODEL-ARG NOT = SPACES
               AND WS-MODEL-ARG NOT = '-'
                   MOVE WS-MODEL-ARG    TO WS-RUN-MODEL
               END-IF
           END-IF
           MOVE WS-RUN-MODEL            TO LLM-MODEL

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-RESTART-ARG FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE(WS-RESTART-ARG) = 'RESTART'
                   SET WS-RESTART-REQUESTED TO TRUE
               END-IF
           END-IF

      *> A chain that does not hang together is refused whole, before
      *> any record is spent on it.
           PERFORM 110-LOAD-CHAIN
           IF WS-DEF-ERROR-COUNT > 0
               DISPLAY 'LLM-CHAIN-BATCH: chain definition has '
                       WS-DEF-ERROR-COUNT ' error(s) - nothing run'
               SET LLM-STAT-CONFIG-ERR TO TRUE
               MOVE 'LLM-CHAIN-BATCH: chain definition in error'
                                        TO LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE LLM-STATUS

           PERFORM 190-REGISTER-RUN-START

           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           MOVE SPACES                   TO LLM-API-KEY
           MOVE 60                       TO LLM-TIMEOUT-SECS
           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-STATUS
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-CHAIN-BATCH: init failed: '
                       LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.


       110-LOAD-CHAIN.
           OPEN INPUT CHAIN-DEFINITION
           IF WS-CHN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-CHAIN-BATCH: cannot open chain definition '
                       FUNCTION TRIM(WS-CHAIN-FILENAME)
                       ', status ' WS-CHN-FILE-STATUS
               ADD 1                     TO WS-DEF-ERROR-COUNT
           ELSE
               PERFORM UNTIL WS-CHN-EOF
                   READ CHAIN-DEFINITION
                       AT END
                           SET WS-CHN-EOF TO TRUE
                       NOT AT END
                           ADD 1         TO WS-DEF-LINE-NO
                           IF CHAIN-STAGE-RECORD NOT = SPACES
                           AND CHN-STAGE(1:1) NOT = '*'
                               PERFORM 120-TAKE-STAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAIN-DEFINITION
               IF WS-STAGE-COUNT = 0
                   DISPLAY 'LLM-CHAIN-BATCH: chain definition names '
                           'no stages'
                   ADD 1                 TO WS-DEF-ERROR-COUNT
               END-IF
           END-IF.


      *> One stage line: a new name, wording the library holds, a
      *> format LLM-CHAT knows, and inputs that are all stages run
      *> before this one.
       120-TAKE-STAGE.
           IF WS-STAGE-COUNT >= WS-STAGE-MAX
               DISPLAY 'LLM-CHAIN-BATCH: line ' WS-DEF-LINE-NO
                       ' - a chain holds at most ' WS-STAGE-MAX
                       ' stages'
               ADD 1                     TO WS-DEF-ERROR-COUNT
           ELSE
               ADD 1                     TO WS-STAGE-COUNT
               MOVE WS-STAGE-COUNT       TO WS-SX
               INITIALIZE WS-STG-ENTRY(WS-SX)
               MOVE FUNCTION UPPER-CASE(CHN-STAGE) TO WS-CHECK-NAME
               MOVE WS-CHECK-NAME        TO WS-STG-NAME(WS-SX)
               PERFORM 130-FIND-STAGE
               EVALUATE TRUE
                   WHEN WS-CHECK-NAME = SPACES
                       DISPLAY 'LLM-CHAIN-BATCH: line ' WS-DEF-LINE-NO
                               ' - stage has no name'
                       ADD 1             TO WS-DEF-ERROR-COUNT
                   WHEN WS-CHECK-NAME = 'RECORD' OR 'KEY'
                       DISPLAY 'LLM-CHAIN-BATCH: line ' WS-DEF-LINE-NO
                               ' - ' FUNCTION TRIM(WS-CHECK-NAME)
                               ' is kept for the record itself, not '
                               'a stage name'
                       ADD 1             TO WS-DEF-ERROR-COUNT
                   WHEN WS-FOUND-IDX < WS-SX
                       DISPLAY 'LLM-CHAIN-BATCH: line ' WS-DEF-LINE-NO
                               ' - stage ' FUNCTION TRIM(WS-CHECK-NAME)
                               ' is named twice'
                       ADD 1             TO WS-DEF-ERROR-COUNT
               END-EVALUATE

               MOVE FUNCTION UPPER-CASE(CHN-FORMAT)
                                         TO WS-STG-FORMAT(WS-SX)
               IF WS-STG-FORMAT(WS-SX) = SPACES
                   MOVE 'TEXT'           TO WS-STG-FORMAT(WS-SX)
               END-IF
               IF WS-STG-FORMAT(WS-SX) NOT = 'TEXT'
               AND WS-STG-FORMAT(WS-SX) NOT = 'JSON'
                   DISPLAY 'LLM-CHAIN-BATCH: line ' WS-DEF-LINE-NO
                           ' - format must be TEXT or JSON'
                   ADD 1                 TO WS-DEF-ERROR-COUNT
               END-IF
               MOVE CHN-MODEL            TO WS-STG-MODEL(WS-SX)

               MOVE CHN-PROMPT-ID        TO WS-STG-PROMPT-ID(WS-SX)
               MOVE CHN-PROMPT-ID        TO LLM-PROMPT-ID
               CALL 'LLM-PROMPT-LOOKUP' USING LLM-PROMPT
                                              LLM-STATUS
               IF LLM-PROMPT-WAS-FOUND
                   MOVE LLM-PROMPT-TEXT  TO WS-STG-TEMPLATE(WS-SX)
                   MOVE LLM-PROMPT-VERSION
                                         TO WS-STG-PROMPT-VER(WS-SX)
                   MOVE 0                TO WS-TALLY
                   INSPECT LLM-PROMPT-TEXT TALLYING WS-TALLY
                       FOR ALL '{{RECORD}}'
                   IF WS-TALLY > 0
                       MOVE 'Y'          TO WS-STG-USES-RECORD(WS-SX)
                   END-IF
               ELSE
                   DISPLAY 'LLM-CHAIN-BATCH: line ' WS-DEF-LINE-NO
                           ' - prompt '
                           FUNCTION TRIM(CHN-PROMPT-ID)
                           ' is not in the prompt library'
                   ADD 1                 TO WS-DEF-ERROR-COUNT
               END-IF

               MOVE 1                    TO WS-TOKEN-PTR
               PERFORM UNTIL WS-TOKEN-PTR > LENGTH OF CHN-INPUTS
                   MOVE SPACES           TO WS-INPUT-TOKEN
                   UNSTRING CHN-INPUTS DELIMITED BY ',' OR ALL SPACE
                       INTO WS-INPUT-TOKEN
                       WITH POINTER WS-TOKEN-PTR
                   END-UNSTRING
                   IF WS-INPUT-TOKEN NOT = SPACES
                       PERFORM 140-TAKE-INPUT
                   END-IF
               END-PERFORM
           END-IF.


      *> WS-FOUND-IDX: the first stage named WS-CHECK-NAME, or one
      *> past the last stage if none is.
       130-FIND-STAGE.
           COMPUTE WS-FOUND-IDX = WS-STAGE-COUNT + 1
           PERFORM VARYING WS-IX FROM WS-STAGE-COUNT BY -1
                   UNTIL WS-IX < 1
               IF WS-STG-NAME(WS-IX) = WS-CHECK-NAME
                   MOVE WS-IX            TO WS-FOUND-IDX
               END-IF
           END-PERFORM.


       140-TAKE-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TOKEN) TO WS-CHECK-NAME
           PERFORM 130-FIND-STAGE
           EVALUATE TRUE
               WHEN WS-INPUT-TOKEN(17:) NOT = SPACES
               WHEN WS-FOUND-IDX >= WS-SX
                   DISPLAY 'LLM-CHAIN-BATCH: line ' WS-DEF-LINE-NO
                           ' - input '
                           FUNCTION TRIM(WS-INPUT-TOKEN)
                           ' is not a stage run before this one'
                   ADD 1                 TO WS-DEF-ERROR-COUNT
               WHEN WS-STG-INPUT-COUNT(WS-SX) >= 10
                   DISPLAY 'LLM-CHAIN-BATCH: line ' WS-DEF-LINE-NO
                           ' - a stage takes at most 10 inputs'
                   ADD 1                 TO WS-DEF-ERROR-COUNT
               WHEN OTHER
                   ADD 1                 TO WS-STG-INPUT-COUNT(WS-SX)
                   MOVE WS-STG-INPUT-COUNT(WS-SX) TO WS-JX
                   MOVE WS-FOUND-IDX     TO WS-STG-INPUT(WS-SX, WS-JX)
      *> Legal, but the reply would go nowhere - worth saying.
                   MOVE SPACES           TO WS-PATTERN
                   STRING '{{' FUNCTION TRIM(WS-CHECK-NAME) '}}'
                          DELIMITED BY SIZE INTO WS-PATTERN
                   END-STRING
                   MOVE 0                TO WS-TALLY
                   INSPECT WS-STG-TEMPLATE(WS-SX) TALLYING WS-TALLY
                       FOR ALL WS-PATTERN(1:FUNCTION LENGTH(
                           FUNCTION TRIM(WS-PATTERN)))
                   IF WS-TALLY = 0
                   AND WS-STG-TEMPLATE(WS-SX) NOT = SPACES
                       DISPLAY 'LLM-CHAIN-BATCH: line ' WS-DEF-LINE-NO
                               ' - wording for stage '
                               FUNCTION TRIM(WS-STG-NAME(WS-SX))
                               ' has no '
                               FUNCTION TRIM(WS-PATTERN)
                               ' placeholder'
                   END-IF
           END-EVALUATE.


      *> From here on every way out of the run passes
      *> 910-REGISTER-RUN-END.
       190-REGISTER-RUN-START.
           INITIALIZE LLM-RUN-REGISTRY-AREA
           SET LLM-RRG-START             TO TRUE
           MOVE 'LLM-CHAIN-BATCH'        TO LLM-RRG-PROGRAM
           MOVE WS-INPUT-FILENAME        TO LLM-RRG-INPUT-FILE
           MOVE WS-OUTPUT-FILENAME       TO LLM-RRG-OUTPUT-FILE
           MOVE LLM-MODEL                TO LLM-RRG-MODEL
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA.


       200-PROCESS-FILE.
           OPEN INPUT BATCH-INPUT
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-CHAIN-BATCH: cannot open input file, '
                       'status ' WS-IN-FILE-STATUS
               MOVE 8 TO LLM-RRG-RETURN-CODE
               PERFORM 910-REGISTER-RUN-END
               GOBACK
           END-IF

           IF WS-RESTART-REQUESTED
               PERFORM 210-LOAD-RESTART-POINT
           END-IF

           IF WS-SKIPPING
               DISPLAY 'LLM-CHAIN-BATCH: restarting after ['
                       FUNCTION TRIM(WS-RESTART-KEY) '] stage '
                       WS-RST-SEQ
               OPEN EXTEND BATCH-OUTPUT
               IF WS-OUT-FILE-STATUS = '35'
                   OPEN OUTPUT BATCH-OUTPUT
               END-IF
               IF WS-OUT-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-CHAIN-BATCH: cannot open output file, '
                           'status ' WS-OUT-FILE-STATUS
                   CLOSE BATCH-INPUT
                   MOVE 8 TO LLM-RRG-RETURN-CODE
                   PERFORM 910-REGISTER-RUN-END
                   GOBACK
               END-IF
               OPEN EXTEND EXCEPTION-LOG
               IF WS-EXC-FILE-STATUS = '35'
                   OPEN OUTPUT EXCEPTION-LOG
               END-IF
               IF WS-EXC-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-CHAIN-BATCH: cannot open exception '
                           'log, status ' WS-EXC-FILE-STATUS
                   CLOSE BATCH-INPUT
                   CLOSE BATCH-OUTPUT
                   MOVE 8 TO LLM-RRG-RETURN-CODE
                   PERFORM 910-REGISTER-RUN-END
                   GOBACK
               END-IF
           ELSE
               OPEN OUTPUT BATCH-OUTPUT
               OPEN OUTPUT STAGE-RESULTS
               CLOSE STAGE-RESULTS
               OPEN OUTPUT EXCEPTION-LOG
           END-IF

           PERFORM UNTIL WS-EOF
               READ BATCH-INPUT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 220-PROCESS-RECORD
               END-READ
           END-PERFORM

           IF WS-SKIPPING
               DISPLAY 'LLM-CHAIN-BATCH: restart record ['
                       FUNCTION TRIM(WS-RESTART-KEY)
                       '] not found in the input - nothing run'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE BATCH-INPUT
           CLOSE BATCH-OUTPUT
           CLOSE EXCEPTION-LOG.


       210-LOAD-RESTART-POINT.
           MOVE SPACES TO WS-RESTART-KEY
           OPEN INPUT RESTART-FILE
           IF WS-RST-FILE-STATUS = '00'
               READ RESTART-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RST-KEY      TO WS-RESTART-KEY
                       IF RST-STAGE-SEQ IS NUMERIC
                           MOVE RST-STAGE-SEQ TO WS-RST-SEQ
                       ELSE
                           MOVE 0 TO WS-RST-SEQ
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF
           IF WS-RESTART-KEY NOT = SPACES
               SET WS-SKIPPING TO TRUE
           END-IF.


      *> Repositioning: records ahead of the checkpoint record are
      *> done. The checkpoint record itself is done at stage 99;
      *> otherwise its chain resumes after the checkpoint stage.
       220-PROCESS-RECORD.
           IF WS-SKIPPING
               IF BIN-KEY = WS-RESTART-KEY
                   MOVE 'N'              TO WS-SKIP-MODE
                   IF WS-RST-SEQ >= 99
                       ADD 1             TO WS-SKIPPED-COUNT
                   ELSE
                       ADD 1             TO WS-RECORD-COUNT
                       PERFORM 225-PRELOAD-STAGE-REPLIES
                       COMPUTE WS-FIRST-STAGE = WS-RST-SEQ + 1
                       PERFORM 230-RUN-CHAIN
                   END-IF
               ELSE
                   ADD 1                 TO WS-SKIPPED-COUNT
               END-IF
           ELSE
               ADD 1                     TO WS-RECORD-COUNT
               INITIALIZE WS-REPLY-TABLE
               MOVE 0                    TO WS-RECORD-TOKENS-IN
                                            WS-RECORD-TOKENS-OUT
               MOVE 1                    TO WS-FIRST-STAGE
               PERFORM 230-RUN-CHAIN
           END-IF.


      *> The interrupted run already paid for this record's stages
      *> up to the checkpoint - read their replies back out of the
      *> .stages file so the later stages' placeholders still fill.
      *> Unless every one of those stages is found, the record is
      *> run again from its first stage rather than fill a later
      *> stage's wording from an empty reply.
       225-PRELOAD-STAGE-REPLIES.
           INITIALIZE WS-REPLY-TABLE
           MOVE SPACES                   TO WS-PRELOAD-SEEN-TABLE
           MOVE 0                        TO WS-RECORD-TOKENS-IN
                                            WS-RECORD-TOKENS-OUT
           OPEN INPUT STAGE-RESULTS
           IF WS-STG-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-CHAIN-BATCH: no .stages file to preload - '
                       'restart record starts from its first stage'
               MOVE 0                    TO WS-RST-SEQ
           ELSE
               MOVE 'N'                  TO WS-STG-EOF-FLAG
               PERFORM UNTIL WS-STG-EOF
                   READ STAGE-RESULTS
                       AT END
                           SET WS-STG-EOF TO TRUE
                       NOT AT END
                           IF CRS-KEY = WS-RESTART-KEY
                           AND CRS-STAGE-SEQ IS NUMERIC
                           AND CRS-STAGE-SEQ >= 1
                           AND CRS-STAGE-SEQ <= WS-RST-SEQ
                           AND CRS-STAT-CODE = 0
                               MOVE CRS-STAGE-SEQ TO WS-SX
                               MOVE CRS-CONTENT TO WS-RPL-TEXT(WS-SX)
                               INSPECT WS-RPL-TEXT(WS-SX)
                                   CONVERTING X"0102" TO X"0A0D"
                               IF WS-PRELOAD-SEEN(WS-SX) NOT = 'Y'
                                   MOVE 'Y' TO WS-PRELOAD-SEEN(WS-SX)
                                   ADD 1 TO WS-PRELOADED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAGE-RESULTS
               IF WS-PRELOADED-COUNT < WS-RST-SEQ
                   DISPLAY 'LLM-CHAIN-BATCH: only ' WS-PRELOADED-COUNT
                           ' of ' WS-RST-SEQ ' stage replies for ['
                           FUNCTION TRIM(WS-RESTART-KEY)
                           '] on the .stages file - restart record '
                           'starts from its first stage'
                   INITIALIZE WS-REPLY-TABLE
                   MOVE 0                TO WS-PRELOADED-COUNT
                   MOVE 0                TO WS-RST-SEQ
               END-IF
           END-IF.


       230-RUN-CHAIN.
           MOVE 'N'                      TO WS-FAILED-FLAG
           PERFORM VARYING WS-SX FROM WS-FIRST-STAGE BY 1
                   UNTIL WS-SX > WS-STAGE-COUNT OR WS-STAGE-FAILED
               PERFORM 240-RUN-STAGE
           END-PERFORM

           IF NOT WS-STAGE-FAILED
               ADD 1                     TO WS-COMPLETE-COUNT
               MOVE SPACES               TO BATCH-OUT-RECORD
               MOVE BIN-KEY              TO BOUT-KEY
               MOVE 0                    TO BOUT-STAT-CODE
               MOVE WS-RECORD-TOKENS-IN  TO BOUT-TOKENS-IN
               MOVE WS-RECORD-TOKENS-OUT TO BOUT-TOKENS-OUT
               MOVE WS-RPL-TEXT(WS-STAGE-COUNT) TO BOUT-CONTENT
               WRITE BATCH-OUT-RECORD
           END-IF
           MOVE 99                       TO WS-CHECKPOINT-SEQ
           PERFORM 280-WRITE-CHECKPOINT.


      *> One stage of one record. The filled wording is the first
      *> user turn; the record's own text follows as a second when
      *> the wording does not place it itself. The .stages line is
      *> closed onto disk before the checkpoint names its stage, so
      *> a restart never trusts a reply that was still buffered.
       240-RUN-STAGE.
           PERFORM 250-FILL-TEMPLATE

           INITIALIZE LLM-REQUEST
           MOVE 'LLM-CHAIN-BATCH'        TO LLM-REQ-CALLER-ID
           MOVE LLM-RRG-RUN-ID           TO LLM-REQ-RUN-ID
           MOVE BIN-KEY                  TO LLM-REQ-RECORD-KEY
           MOVE WS-STG-PROMPT-ID(WS-SX)  TO LLM-REQ-PROMPT-ID
           MOVE WS-STG-PROMPT-VER(WS-SX) TO LLM-REQ-PROMPT-VERSION
           MOVE WS-STG-FORMAT(WS-SX)     TO LLM-REQ-RESPONSE-FORMAT
           MOVE 1                        TO LLM-REQ-MSG-COUNT
           SET LLM-ROLE-USER(1)          TO TRUE
           MOVE WS-MERGE-BUF             TO LLM-REQ-MSG-CONTENT(1)
           IF WS-STG-USES-RECORD(WS-SX) NOT = 'Y'
               MOVE 2                    TO LLM-REQ-MSG-COUNT
               SET LLM-ROLE-USER(2)      TO TRUE
               MOVE BIN-PROMPT           TO LLM-REQ-MSG-CONTENT(2)
           END-IF
           IF WS-STG-MODEL(WS-SX) NOT = SPACES
               MOVE WS-STG-MODEL(WS-SX)  TO LLM-MODEL
           ELSE
               MOVE WS-RUN-MODEL         TO LLM-MODEL
           END-IF

           CALL 'LLM-CHAT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-REQUEST
                                 LLM-RESPONSE
                                 LLM-STATUS
           ADD 1                         TO WS-CALL-COUNT
           PERFORM 270-ADD-CALL-TOKENS

           MOVE SPACES                   TO CHAIN-RESULT-RECORD
           MOVE BIN-KEY                  TO CRS-KEY
           MOVE WS-SX                    TO CRS-STAGE-SEQ
           MOVE WS-STG-NAME(WS-SX)       TO CRS-STAGE
           MOVE LLM-STAT-CODE            TO CRS-STAT-CODE
           MOVE LLM-RSP-TOKENS-IN        TO CRS-TOKENS-IN
           MOVE LLM-RSP-TOKENS-OUT       TO CRS-TOKENS-OUT
           IF LLM-STAT-OK
               MOVE LLM-RSP-CONTENT      TO WS-RPL-TEXT(WS-SX)
               MOVE LLM-RSP-CONTENT      TO CRS-CONTENT
           ELSE
               MOVE LLM-STAT-MESSAGE     TO CRS-CONTENT
           END-IF
           INSPECT CRS-CONTENT CONVERTING X"0A0D" TO X"0102"
           OPEN EXTEND STAGE-RESULTS
           IF WS-STG-FILE-STATUS = '35'
               OPEN OUTPUT STAGE-RESULTS
           END-IF
           IF WS-STG-FILE-STATUS = '00'
               WRITE CHAIN-RESULT-RECORD
               CLOSE STAGE-RESULTS
           ELSE
               DISPLAY 'LLM-CHAIN-BATCH: cannot open .stages file, '
                       'status ' WS-STG-FILE-STATUS
           END-IF

           IF LLM-STAT-OK
               MOVE WS-SX                TO WS-CHECKPOINT-SEQ
               PERFORM 280-WRITE-CHECKPOINT
           ELSE
               SET WS-STAGE-FAILED       TO TRUE
               PERFORM 260-WRITE-EXCEPTION
           END-IF.


      *> {{KEY}}, {{RECORD}} and each named input's {{STAGE}} in
      *> turn, into WS-MERGE-BUF.
       250-FILL-TEMPLATE.
           MOVE WS-STG-TEMPLATE(WS-SX)   TO WS-MERGE-BUF
           MOVE '{{KEY}}'                TO WS-PATTERN
           MOVE BIN-KEY                  TO WS-VALUE
           PERFORM 300-REPLACE-PLACEHOLDER
           IF WS-STG-USES-RECORD(WS-SX) = 'Y'
               MOVE '{{RECORD}}'         TO WS-PATTERN
               MOVE BIN-PROMPT           TO WS-VALUE
               PERFORM 300-REPLACE-PLACEHOLDER
           END-IF
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-STG-INPUT-COUNT(WS-SX)
               MOVE WS-STG-INPUT(WS-SX, WS-JX) TO WS-IX
               MOVE SPACES               TO WS-PATTERN
               STRING '{{' FUNCTION TRIM(WS-STG-NAME(WS-IX)) '}}'
                      DELIMITED BY SIZE INTO WS-PATTERN
               END-STRING
               MOVE WS-RPL-TEXT(WS-IX)   TO WS-VALUE
               PERFORM 300-REPLACE-PLACEHOLDER
           END-PERFORM.


      *> The exception names the stage the chain stopped at, so the
      *> record can be rerun or worked by hand from that point.
       260-WRITE-EXCEPTION.
           ADD 1                         TO WS-ERROR-COUNT
           MOVE WS-SX                    TO WS-STAGE-EDIT
           MOVE SPACES                   TO EXCEPTION-LOG-RECORD
           MOVE BIN-KEY                  TO EXC-KEY
           MOVE LLM-STAT-CODE            TO EXC-STAT-CODE
           STRING 'stage ' WS-STAGE-EDIT ' '
                                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STG-NAME(WS-SX))
                                         DELIMITED BY SIZE
                  ': '                   DELIMITED BY SIZE
                  FUNCTION TRIM(LLM-STAT-MESSAGE)
                                         DELIMITED BY SIZE
               INTO EXC-STAT-MESSAGE
           END-STRING
           WRITE EXCEPTION-LOG-RECORD.


       270-ADD-CALL-TOKENS.
           ADD LLM-RSP-TOKENS-IN         TO WS-TOKENS-IN-TOTAL
                                            WS-RECORD-TOKENS-IN
           ADD LLM-RSP-TOKENS-OUT        TO WS-TOKENS-OUT-TOTAL
                                            WS-RECORD-TOKENS-OUT
           ADD LLM-RSP-TOKENS-CACHE-WRITE TO WS-TOKENS-CW-TOTAL
           ADD LLM-RSP-TOKENS-CACHE-READ TO WS-TOKENS-CR-TOTAL.


      *> Every stage checkpoints - a chat call is orders of
      *> magnitude dearer than this one-record rewrite.
       280-WRITE-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE
           MOVE BIN-KEY                  TO RST-KEY
           MOVE WS-CHECKPOINT-SEQ        TO RST-STAGE-SEQ
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.


      *> Replaces every WS-PATTERN in the merge buffer with WS-VALUE
      *> (trailing spaces off), one left-to-right pass through a
      *> work copy.
       300-REPLACE-PLACEHOLDER.
           COMPUTE WS-PATTERN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PATTERN TRAILING))
           MOVE 0 TO WS-VALUE-LEN
           IF WS-VALUE NOT = SPACES
               COMPUTE WS-VALUE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-VALUE TRAILING))
           END-IF
           MOVE 0 TO WS-BUF-LEN
           IF WS-MERGE-BUF NOT = SPACES
               COMPUTE WS-BUF-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-MERGE-BUF TRAILING))
           END-IF

           MOVE SPACES TO WS-WORK-BUF
           MOVE 1      TO WS-OUT-PTR
           MOVE 1      TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > WS-BUF-LEN
               IF WS-SCAN-POS + WS-PATTERN-LEN - 1 <= WS-BUF-LEN
               AND WS-MERGE-BUF(WS-SCAN-POS:WS-PATTERN-LEN)
                       = WS-PATTERN(1:WS-PATTERN-LEN)
                   IF WS-VALUE-LEN > 0
                   AND WS-OUT-PTR + WS-VALUE-LEN - 1 <= 32768
                       MOVE WS-VALUE(1:WS-VALUE-LEN)
                           TO WS-WORK-BUF(WS-OUT-PTR:WS-VALUE-LEN)
                       ADD WS-VALUE-LEN TO WS-OUT-PTR
                   END-IF
                   ADD WS-PATTERN-LEN TO WS-SCAN-POS
               ELSE
                   IF WS-OUT-PTR <= 32768
                       MOVE WS-MERGE-BUF(WS-SCAN-POS:1)
                           TO WS-WORK-BUF(WS-OUT-PTR:1)
                       ADD 1 TO WS-OUT-PTR
                   END-IF
                   ADD 1 TO WS-SCAN-POS
               END-IF
           END-PERFORM
           MOVE WS-WORK-BUF TO WS-MERGE-BUF.


       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.


      *> The run's figures onto its END line. The records are the
      *> input records this run took up (a RESTART's skipped head
      *> was the earlier run's); FAILED is every record whose chain
      *> stopped at a failed stage.
       910-REGISTER-RUN-END.
           SET LLM-RRG-END               TO TRUE
           MOVE WS-RECORD-COUNT          TO LLM-RRG-READ
           MOVE WS-COMPLETE-COUNT        TO LLM-RRG-SUCCEEDED
           MOVE WS-ERROR-COUNT           TO LLM-RRG-FAILED
           MOVE 0                        TO LLM-RRG-UNPROCESSED
           MOVE WS-TOKENS-IN-TOTAL       TO LLM-RRG-TOKENS-IN
           MOVE WS-TOKENS-OUT-TOTAL      TO LLM-RRG-TOKENS-OUT
           MOVE WS-TOKENS-CW-TOTAL       TO LLM-RRG-TOKENS-CW
           MOVE WS-TOKENS-CR-TOTAL       TO LLM-RRG-TOKENS-CR
           MOVE 'N'                      TO LLM-RRG-PRICED
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA
           MOVE LLM-RRG-RETURN-CODE      TO RETURN-CODE.
