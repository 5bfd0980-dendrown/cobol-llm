      *>           with the caller, tool, serving program, outcome
      *>           and argument JSON - tool activity auditable like
      *>           chat activity.
      *>
      *>           On return LLM-RSP-TOOL-ROUNDS holds the rounds run
      *>           and LLM-RSP-TOOL-STOP says whether the cycle was
      *>           cut short by the round limit or a refused tool, so
      *>           a batch caller can report why without parsing
      *>           LLM-STAT-MESSAGE.
      *>
      *>           Before each tool CALL the caller's
      *>           LLM-REQ-CALLER-ID is published as LLM_TOOL_CALLER,
      *>           so a tool that reads gated data (the conversation
      *>           store) can check the real requester.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
       01 WS-MAX-ROUNDS-ENV         PIC X(4).
       01 WS-MAX-ROUNDS             PIC 9(2) VALUE 5.
       01 WS-ROUND-COUNT            PIC 9(2) VALUE 0.
       01 WS-TOOL-STOP              PIC X(1).

       01 WS-TC-IDX                 PIC 9(2) COMP.
       01 WS-TOOL-PROGRAM           PIC X(30).
           IF LLM-STAT-OK
               PERFORM 150-DETERMINE-ROUND-LIMIT
               PERFORM 160-LOAD-TOOL-POLICY
               MOVE 0      TO WS-ROUND-COUNT
               MOVE SPACE  TO WS-TOOL-STOP

               CALL 'LLM-CHAT' USING LLM-CONFIG
                                     LLM-FALLBACK-CONFIG
                   MOVE 'LLM-TOOL-DISPATCH: round limit reached with '
                      & 'tool calls still pending'
                                         TO LLM-STAT-MESSAGE
                   MOVE 'R'              TO WS-TOOL-STOP
               END-IF
               MOVE WS-ROUND-COUNT       TO LLM-RSP-TOOL-ROUNDS
               MOVE WS-TOOL-STOP         TO LLM-RSP-TOOL-STOP
           END-IF
           GOBACK.

                       INTO LLM-STAT-MESSAGE
                   END-STRING
                   MOVE 'DENIED'         TO WS-TLOG-OUTCOME
                   MOVE 'D'              TO WS-TOOL-STOP
                   PERFORM 180-LOG-TOOL-EXECUTION
               ELSE
               IF LLM-REQ-MSG-COUNT >= 500
                   MOVE LLM-RSP-TC-ARGS-JSON(WS-TC-IDX)
                                         TO WS-TOOL-ARGS
                   MOVE SPACES           TO WS-TOOL-RESULT
      *> The tool learns whose cycle it is serving from the
      *> environment, never from the model-written arguments.
                   DISPLAY 'LLM_TOOL_CALLER' UPON ENVIRONMENT-NAME
                   DISPLAY LLM-REQ-CALLER-ID UPON ENVIRONMENT-VALUE
                   CALL WS-TOOL-PROGRAM USING WS-TOOL-ARGS
                                              WS-TOOL-RESULT
                                              LLM-STATUS
