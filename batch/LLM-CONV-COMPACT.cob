      *>           system-role summary message plus the most recent N
      *>           turns. The conversation lock acquired by the LOAD
      *>           is held across the whole rewrite.
      *>           A conversation under legal hold (LLM-HOLD-CHECK,
      *>           by conversation ID) is skipped with the matter
      *>           number listed and return code 4; an unreadable
      *>           hold registry stops the run with 8.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
       01 WS-SUMMARY-TEXT       PIC X(32768).
       01 WS-COMPACT-PROMPT     PIC X(32768).
       01 WS-COMPACT-PROMPT-VER PIC 9(3) VALUE 0.
       01 WS-RC                 PIC 9(4) VALUE 0.

      *> ---- legal hold -----------------------------------------------
       COPY 'LLM-HOLD-CHECK.cpy'.
       01 WS-HELD-COUNT         PIC 9(9) VALUE 0.

      *> The turns that survive compaction verbatim, set aside while
      *> the older ones are summarized (50 is the most a compaction
       000-MAIN.
           PERFORM 100-INIT
           IF LLM-STAT-OK
               PERFORM 205-CHECK-LEGAL-HOLD
               IF NOT LLM-HOLD-FOUND
                   PERFORM 200-LOAD-AND-COMPACT
               END-IF
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back before the step ends.
           MOVE RETURN-CODE              TO WS-RC
           PERFORM 900-CLEANUP
           IF WS-HELD-COUNT > 0
               DISPLAY 'LLM-CONV-COMPACT: ' WS-HELD-COUNT
                       ' conversation(s) left in place under legal hold'
           END-IF
           MOVE WS-RC                    TO RETURN-CODE
           STOP RUN.

      *> Args: 1=conversation ID  2=model (optional)
           END-IF.


      *> Compaction rewrites the conversation file, so a held one is
      *> left exactly as it stands - checked before the LOAD so no lock
      *> is taken on it. A registry that cannot be read stops the run
      *> rather than compacting something that may be held.
       205-CHECK-LEGAL-HOLD.
           INITIALIZE LLM-HOLD-CHECK-AREA
           MOVE WS-CONV-ID-ARG           TO LLM-HOLD-CONV-ID
           CALL 'LLM-HOLD-CHECK' USING LLM-HOLD-CHECK-AREA
           IF NOT LLM-HOLD-STATE-OK
               DISPLAY 'LLM-CONV-COMPACT: legal hold registry '
                       FUNCTION TRIM(LLM-HOLD-FILE) ' not usable ('
                       FUNCTION TRIM(LLM-HOLD-STATE) ') - '
                       'conversation not compacted'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF LLM-HOLD-FOUND
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'LLM-CONV-COMPACT: held - '
                       FUNCTION TRIM(WS-CONV-ID-ARG) ' matter '
                       FUNCTION TRIM(LLM-HOLD-MATTER) ' ('
                       FUNCTION TRIM(LLM-HOLD-ON-TYPE) ' '
                       FUNCTION TRIM(LLM-HOLD-ON-VALUE) ')'
               MOVE 4 TO RETURN-CODE
           END-IF.


       210-ARCHIVE-ORIGINAL.
           DISPLAY 'LLM_CONVERSATION_DIR' UPON ENVIRONMENT-NAME
           ACCEPT WS-CONV-DIR FROM ENVIRONMENT-VALUE
