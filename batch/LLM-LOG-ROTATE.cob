      *>                 operator's escape hatch for the rare change
      *>                 to AUD-HASHED-PREFIX itself, where old
      *>                 chain values could no longer seed new
      *>                 lines. A RESEED breaks the chain's link to
      *>                 the closed period for good, so it runs only
      *>                 on an approved RESEED authorization for the
      *>                 log (LLM-AUTH-CHECK - raised and approved
      *>                 through LLM-AUTHORIZE), spent by the run.
      *>                 Columns appended after AUD-CHAIN
      *>                 (the prompt stamp) sit outside the chain
      *>                 and need no cutover at all.
      *>             STREAM <output> <in1> [in2] ... [in8]
       01 WS-SHELL-CMD          PIC X(600).
       01 WS-LINES-COPIED       PIC 9(9) VALUE 0.

      *> ---- dual control ---------------------------------------------
       COPY 'LLM-AUTH-CHECK.cpy'.

       PROCEDURE DIVISION.

       000-MAIN.
               STOP RUN
           END-IF
           CLOSE AUDIT-LOG
           IF WS-RESEED
               PERFORM 205-CHECK-AUTHORIZATION
           END-IF

           STRING FUNCTION TRIM(WS-LOG-FILENAME) DELIMITED BY SIZE
                  '.'                    DELIMITED BY SIZE
           END-IF.


      *> Asked before the live log is renamed, so a refused RESEED
      *> leaves the period open exactly as it was. When the log is
      *> the live audit log the use is its closing period's last
      *> line, and the new period's marker chains on from it.
       205-CHECK-AUTHORIZATION.
           INITIALIZE LLM-AUTH-CHECK-AREA
           MOVE 'LLM-LOG-ROTATE'         TO LLM-AUTH-UTILITY
           MOVE 'RESEED'                 TO LLM-AUTH-ACTION
           MOVE WS-LOG-FILENAME          TO LLM-AUTH-TARGET
           CALL 'LLM-AUTH-CHECK' USING LLM-AUTH-CHECK-AREA
           EVALUATE TRUE
               WHEN LLM-AUTH-GRANTED
                   DISPLAY 'LLM-LOG-ROTATE: authorization '
                           LLM-AUTH-ID ' - requested by '
                           FUNCTION TRIM(LLM-AUTH-REQUESTED-BY)
                           ', approved by '
                           FUNCTION TRIM(LLM-AUTH-APPROVED-BY)
               WHEN LLM-AUTH-UNREADABLE
                   DISPLAY 'LLM-LOG-ROTATE: authorization file '
                           FUNCTION TRIM(LLM-AUTH-FILE)
                           ' not usable - nothing rotated'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'LLM-LOG-ROTATE: no approved RESEED '
                           'authorization for '
                           FUNCTION TRIM(LLM-AUTH-TARGET)
                           ' - raise one with LLM-AUTHORIZE and have '
                           'a second operator approve it'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.


      *> The fresh file's first line is a rotation marker chained
      *> from the closed period's final value (the .chain sidecar),
      *> so the sequence <log>.<date> then <log> verifies as one
