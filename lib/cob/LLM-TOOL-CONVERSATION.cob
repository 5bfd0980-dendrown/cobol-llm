      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-TOOL-CONVERSATION.cob
      *> Desc    : Read-only tool for LLM-TOOL-DISPATCH - returns the
      *>           last few turns of an earlier conversation so the
      *>           model can pick up what was said on a case before.
      *>           Arguments: {"conversation_id":"<id>","turns":<n>}
      *>           - turns defaults to 5 and is capped at 10. Result:
      *>           compact JSON {"conversation_id","turn_count",
      *>           "turns":[{"role","content"}...]} oldest first, each
      *>           turn cut to 2000 characters.
      *>           The read goes through LLM-CONVERSATION-LOAD, so the
      *>           LLM_CONV_ENTITLEMENT_FILE gate applies exactly as
      *>           it does to any other caller: the requester is the
      *>           LLM-REQ-CALLER-ID of the run that owns the tool
      *>           cycle, which LLM-TOOL-DISPATCH hands over in
      *>           LLM_TOOL_CALLER - never anything the model wrote.
      *>           A refused or busy conversation fails the call with
      *>           LLM-CONVERSATION-LOAD's own status. The lock LOAD
      *>           takes is released straight away; nothing is ever
      *>           saved. An ID carrying a path separator or '..' is
      *>           refused outright - it could only be an attempt to
      *>           read outside LLM_CONVERSATION_DIR.
      *>           Registry line:
      *>             conversation_history=LLM-TOOL-CONVERSATION
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-TOOL-CONVERSATION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY 'LLM-REQUEST.cpy'.
       COPY 'LLM-RESPONSE.cpy'.
       COPY 'LLM-EXTRACT.cpy'.
       COPY 'LLM-CONVERSATION-ID.cpy'.
       COPY 'LLM-JSON-ESCAPE.cpy'.

       01 WS-REQUESTER              PIC X(30).
       01 WS-ARG-TURNS              PIC 9(2).
       01 WS-BAD-CHAR-COUNT         PIC 9(4) COMP.
       01 WS-FIRST-TURN             PIC 9(3) COMP.
       01 WS-TURN-IDX               PIC 9(3) COMP.
       01 WS-RESULT-PTR             PIC 9(6) COMP.
       01 WS-EDIT-COUNT             PIC Z(2)9.
       01 WS-ID-JSON                PIC X(160).
       01 WS-ID-JSON-LEN            PIC 9(6) COMP.

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
               PERFORM 150-CHECK-CONVERSATION-ID
           END-IF
           IF LLM-STAT-OK
               PERFORM 200-LOAD-CONVERSATION
           END-IF
           IF LLM-STAT-OK
               PERFORM 300-BUILD-RESULT
           END-IF
           GOBACK.


       100-PARSE-ARGUMENTS.
           INITIALIZE LLM-RESPONSE
           MOVE TOOL-ARGS-JSON           TO LLM-RSP-CONTENT
           INITIALIZE LLM-EXTRACT-AREA
           MOVE 2                        TO LLM-XTR-FIELD-COUNT
           MOVE 'conversation_id'        TO LLM-XTR-NAME(1)
           MOVE 'S'                      TO LLM-XTR-TYPE(1)
           MOVE 'turns'                  TO LLM-XTR-NAME(2)
           MOVE 'N'                      TO LLM-XTR-TYPE(2)
           CALL 'LLM-EXTRACT' USING LLM-EXTRACT-AREA
                                    LLM-RESPONSE
                                    LLM-STATUS
           IF LLM-STAT-OK
               IF LLM-XTR-WAS-FOUND(1)
               AND LLM-XTR-VALUE(1) NOT = SPACES
                   MOVE LLM-XTR-VALUE(1) TO LLM-CONVERSATION-ID
               ELSE
                   SET LLM-STAT-CONFIG-ERR TO TRUE
                   MOVE 'LLM-TOOL-CONVERSATION: no "conversation_id" '
                      & 'argument'       TO LLM-STAT-MESSAGE
               END-IF
           END-IF
           MOVE 5                        TO WS-ARG-TURNS
           IF LLM-STAT-OK
           AND LLM-XTR-WAS-FOUND(2)
               IF LLM-XTR-NUMERIC(2) >= 1
               AND LLM-XTR-NUMERIC(2) <= 10
                   MOVE LLM-XTR-NUMERIC(2) TO WS-ARG-TURNS
               END-IF
               IF LLM-XTR-NUMERIC(2) > 10
                   MOVE 10               TO WS-ARG-TURNS
               END-IF
           END-IF.


      *> LLM-CONVERSATION-LOAD builds <dir>/<id>.conv from the ID as
      *> given, so an ID that could climb out of the directory never
      *> gets that far.
       150-CHECK-CONVERSATION-ID.
           MOVE 0 TO WS-BAD-CHAR-COUNT
           INSPECT LLM-CONVERSATION-ID TALLYING WS-BAD-CHAR-COUNT
               FOR ALL '/' ALL '\' ALL '..'
           IF WS-BAD-CHAR-COUNT > 0
               SET LLM-STAT-CONV-DENIED  TO TRUE
               MOVE 'LLM-TOOL-CONVERSATION: conversation ID refused - '
                  & 'path characters not allowed'
                                         TO LLM-STAT-MESSAGE
           END-IF.


      *> The requester is the caller of the tool-enabled run, not the
      *> tool - a blank hand-off falls back to this program's name,
      *> which an entitlement file can clear or not like any caller.
       200-LOAD-CONVERSATION.
           DISPLAY 'LLM_TOOL_CALLER' UPON ENVIRONMENT-NAME
           ACCEPT WS-REQUESTER FROM ENVIRONMENT-VALUE
           IF WS-REQUESTER = SPACES
               MOVE 'LLM-TOOL-CONVERSATION' TO WS-REQUESTER
           END-IF
           MOVE WS-REQUESTER             TO LLM-REQ-CALLER-ID
           CALL 'LLM-CONVERSATION-LOAD' USING LLM-CONVERSATION-ID
                                              LLM-REQUEST
                                              LLM-STATUS
           IF LLM-STAT-OK
               CALL 'LLM-CONVERSATION-UNLOCK' USING LLM-CONVERSATION-ID
                                                    LLM-STATUS
           END-IF.


       300-BUILD-RESULT.
           MOVE LLM-CONVERSATION-ID      TO LLM-JSE-SOURCE
           MOVE 0                        TO LLM-JSE-MAX-LEN
           CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA
           MOVE LLM-JSE-TARGET           TO WS-ID-JSON
           MOVE LLM-JSE-TARGET-LEN       TO WS-ID-JSON-LEN
           IF WS-ID-JSON-LEN = 0
               MOVE 1                    TO WS-ID-JSON-LEN
           END-IF
           MOVE LLM-REQ-MSG-COUNT        TO WS-EDIT-COUNT

           IF LLM-REQ-MSG-COUNT > WS-ARG-TURNS
               COMPUTE WS-FIRST-TURN =
                   LLM-REQ-MSG-COUNT - WS-ARG-TURNS + 1
           ELSE
               MOVE 1                    TO WS-FIRST-TURN
           END-IF

           MOVE 1                        TO WS-RESULT-PTR
           STRING '{"conversation_id":"' DELIMITED BY SIZE
                  WS-ID-JSON(1:WS-ID-JSON-LEN) DELIMITED BY SIZE
                  '","turn_count":'      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                  ',"turns":['           DELIMITED BY SIZE
               INTO TOOL-RESULT
               WITH POINTER WS-RESULT-PTR
           END-STRING
           PERFORM VARYING WS-TURN-IDX FROM WS-FIRST-TURN BY 1
               UNTIL WS-TURN-IDX > LLM-REQ-MSG-COUNT
               IF WS-TURN-IDX > WS-FIRST-TURN
                   STRING ','            DELIMITED BY SIZE
                       INTO TOOL-RESULT
                       WITH POINTER WS-RESULT-PTR
                   END-STRING
               END-IF
               PERFORM 310-ADD-ONE-TURN
           END-PERFORM
           STRING ']}'                   DELIMITED BY SIZE
               INTO TOOL-RESULT
               WITH POINTER WS-RESULT-PTR
           END-STRING.


       310-ADD-ONE-TURN.
           MOVE LLM-REQ-MSG-CONTENT(WS-TURN-IDX) TO LLM-JSE-SOURCE
           MOVE 2000                     TO LLM-JSE-MAX-LEN
           CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA
           STRING '{"role":"'            DELIMITED BY SIZE
                  FUNCTION TRIM(LLM-REQ-MSG-ROLE(WS-TURN-IDX))
                                         DELIMITED BY SIZE
                  '","content":"'        DELIMITED BY SIZE
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
           STRING '"}'                   DELIMITED BY SIZE
               INTO TOOL-RESULT
               WITH POINTER WS-RESULT-PTR
           END-STRING.
