      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-TOOL-RESPONSE.cob
      *> Desc    : Read-only tool for LLM-TOOL-DISPATCH - fetches one
      *>           response master record by its batch key so the
      *>           model can look up what an earlier run answered.
      *>           Arguments: {"key":"<RSPM-KEY>"}. Result: compact
      *>           JSON with found, key, status, category, tokens in
      *>           and out, and the reply content (escaped, cut to
      *>           fit the result area). The master is the one
      *>           LLM_BATCH_RESPONSE_MASTER names - the arguments
      *>           can only name a key, never a file - and it is
      *>           opened INPUT for the one READ, so nothing the model
      *>           asks can change it. An unknown key is an ordinary
      *>           {"found":false} answer; a missing key argument or
      *>           an unconfigured master fails the call.
      *>           Registry line: response_lookup=LLM-TOOL-RESPONSE
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-TOOL-RESPONSE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-MASTER ASSIGN TO WS-RSPM-FILENAME
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSPM-KEY
               FILE STATUS IS WS-RSPM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RESPONSE-MASTER.
       COPY 'LLM-RESPONSE-MASTER.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'LLM-RESPONSE.cpy'.
       COPY 'LLM-EXTRACT.cpy'.
       COPY 'LLM-JSON-ESCAPE.cpy'.

       01 WS-RSPM-FILENAME          PIC X(256).
       01 WS-RSPM-FILE-STATUS       PIC X(2).
       01 WS-ARG-KEY                PIC X(20).
       01 WS-RESULT-PTR             PIC 9(6) COMP.
       01 WS-KEY-JSON               PIC X(64).
       01 WS-KEY-JSON-LEN           PIC 9(6) COMP.
       01 WS-CATEGORY-JSON          PIC X(32).
       01 WS-CATEGORY-JSON-LEN      PIC 9(6) COMP.
       01 WS-EDIT-STATUS            PIC Z(3)9.
       01 WS-EDIT-TOKENS-IN         PIC Z(8)9.
       01 WS-EDIT-TOKENS-OUT        PIC Z(8)9.

       LINKAGE SECTION.

       01 TOOL-ARGS-JSON            PIC X(4096).
       01 TOOL-RESULT               PIC X(32768).
       COPY 'LLM-STATUS.cpy'.


       PROCEDURE DIVISION USING TOOL-ARGS-JSON
                                TOOL-RESULT
                                LLM-STATUS.

       000-MAIN.
           INITIALIZE LLM-STATUS
           MOVE SPACES                   TO TOOL-RESULT
           PERFORM 100-PARSE-ARGUMENTS
           IF LLM-STAT-OK
               PERFORM 200-READ-MASTER
           END-IF
           GOBACK.


      *> The argument JSON goes through LLM-EXTRACT like any other
      *> model reply - one string field.
       100-PARSE-ARGUMENTS.
           INITIALIZE LLM-RESPONSE
           MOVE TOOL-ARGS-JSON           TO LLM-RSP-CONTENT
           INITIALIZE LLM-EXTRACT-AREA
           MOVE 1                        TO LLM-XTR-FIELD-COUNT
           MOVE 'key'                    TO LLM-XTR-NAME(1)
           MOVE 'S'                      TO LLM-XTR-TYPE(1)
           CALL 'LLM-EXTRACT' USING LLM-EXTRACT-AREA
                                    LLM-RESPONSE
                                    LLM-STATUS
           IF LLM-STAT-OK
               IF LLM-XTR-WAS-FOUND(1)
               AND LLM-XTR-VALUE(1) NOT = SPACES
                   MOVE LLM-XTR-VALUE(1) TO WS-ARG-KEY
               ELSE
                   SET LLM-STAT-CONFIG-ERR TO TRUE
                   MOVE 'LLM-TOOL-RESPONSE: no "key" argument'
                                         TO LLM-STAT-MESSAGE
               END-IF
           END-IF.


       200-READ-MASTER.
           DISPLAY 'LLM_BATCH_RESPONSE_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT WS-RSPM-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-RSPM-FILENAME = SPACES
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-TOOL-RESPONSE: LLM_BATCH_RESPONSE_MASTER not '
                  & 'set'                TO LLM-STAT-MESSAGE
           ELSE
               OPEN INPUT RESPONSE-MASTER
               IF WS-RSPM-FILE-STATUS NOT = '00'
                   SET LLM-STAT-CONFIG-ERR TO TRUE
                   STRING 'LLM-TOOL-RESPONSE: cannot open response '
                          'master, status ' DELIMITED BY SIZE
                          WS-RSPM-FILE-STATUS DELIMITED BY SIZE
                       INTO LLM-STAT-MESSAGE
                   END-STRING
               ELSE
                   MOVE WS-ARG-KEY       TO RSPM-KEY
                   READ RESPONSE-MASTER
                       INVALID KEY
                           PERFORM 220-BUILD-NOT-FOUND
                       NOT INVALID KEY
                           PERFORM 210-BUILD-RESULT
                   END-READ
                   CLOSE RESPONSE-MASTER
               END-IF
           END-IF.


       210-BUILD-RESULT.
           PERFORM 230-ESCAPE-KEY
           MOVE RSPM-CATEGORY            TO LLM-JSE-SOURCE
           MOVE 0                        TO LLM-JSE-MAX-LEN
           CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA
           MOVE LLM-JSE-TARGET           TO WS-CATEGORY-JSON
           MOVE LLM-JSE-TARGET-LEN       TO WS-CATEGORY-JSON-LEN
           MOVE RSPM-STAT-CODE           TO WS-EDIT-STATUS
           MOVE RSPM-TOKENS-IN           TO WS-EDIT-TOKENS-IN
           MOVE RSPM-TOKENS-OUT          TO WS-EDIT-TOKENS-OUT

      *> Room is left for the fixed part of the answer so the
      *> closing brace always lands.
           MOVE RSPM-CONTENT             TO LLM-JSE-SOURCE
           MOVE 32000                    TO LLM-JSE-MAX-LEN
           CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA

           MOVE 1                        TO WS-RESULT-PTR
           STRING '{"found":true,"key":"' DELIMITED BY SIZE
                  WS-KEY-JSON(1:WS-KEY-JSON-LEN) DELIMITED BY SIZE
                  '","status":'          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-STATUS) DELIMITED BY SIZE
                  ',"category":"'        DELIMITED BY SIZE
                  WS-CATEGORY-JSON(1:WS-CATEGORY-JSON-LEN)
                                         DELIMITED BY SIZE
                  '","tokens_in":'       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-TOKENS-IN) DELIMITED BY SIZE
                  ',"tokens_out":'       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-TOKENS-OUT) DELIMITED BY SIZE
                  ',"content":"'         DELIMITED BY SIZE
                  INTO TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING
           IF LLM-JSE-TARGET-LEN > 0
               STRING LLM-JSE-TARGET(1:LLM-JSE-TARGET-LEN)
                                         DELIMITED BY SIZE
                   INTO TOOL-RESULT
                   WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF
           IF LLM-JSE-TRUNCATED
               STRING '","truncated":true}' DELIMITED BY SIZE
                   INTO TOOL-RESULT
                   WITH POINTER WS-RESULT-PTR
               END-STRING
           ELSE
               STRING '"}'               DELIMITED BY SIZE
                   INTO TOOL-RESULT
                   WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF.


       220-BUILD-NOT-FOUND.
           PERFORM 230-ESCAPE-KEY
           MOVE 1                        TO WS-RESULT-PTR
           STRING '{"found":false,"key":"' DELIMITED BY SIZE
                  WS-KEY-JSON(1:WS-KEY-JSON-LEN) DELIMITED BY SIZE
                  '"}'                   DELIMITED BY SIZE
                  INTO TOOL-RESULT
                  WITH POINTER WS-RESULT-PTR
           END-STRING.


       230-ESCAPE-KEY.
           MOVE WS-ARG-KEY               TO LLM-JSE-SOURCE
           MOVE 0                        TO LLM-JSE-MAX-LEN
           CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA
           MOVE LLM-JSE-TARGET           TO WS-KEY-JSON
           MOVE LLM-JSE-TARGET-LEN       TO WS-KEY-JSON-LEN
           IF WS-KEY-JSON-LEN = 0
               MOVE 1                    TO WS-KEY-JSON-LEN
           END-IF.
