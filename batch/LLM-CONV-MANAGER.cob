      *>                                given turn (default all) into
      *>                                a new ID via LLM-CONV-BRANCH,
      *>                                lineage stamped in the catalog
      *>           ARCHIVE and PURGE pass over any conversation
      *>           under legal hold (LLM-HOLD-CHECK, by conversation
      *>           ID or caller), leaving it and its catalog entry in
      *>           place and listing it with the matter number.
      *>           PURGE cannot be undone, so it runs only on an
      *>           approved PURGE authorization for that age in days
      *>           (LLM-AUTH-CHECK - raised and approved through
      *>           LLM-AUTHORIZE), spent by the run.
      *>           The directory currently holds 11,000 files and
      *>           the only tool anyone had was ls.
      *> Licence : GNU Lesser General Public License v2.1
         88 WS-CONV-EOF             VALUE 'Y'.

       01 WS-AGE-DAYS           PIC 9(5) VALUE 0.
       01 WS-AGE-EDIT           PIC Z(4)9.
       01 WS-TODAY-DATE         PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7) COMP.
       01 WS-ENTRY-DATE         PIC 9(8).
       01 WS-TURN-NUM           PIC 9(3) VALUE 0.
       01 WS-SHELL-CMD          PIC X(800).

      *> ---- legal hold -----------------------------------------------
       COPY 'LLM-HOLD-CHECK.cpy'.
       01 WS-HELD-COUNT         PIC 9(9) VALUE 0.

      *> ---- dual control ---------------------------------------------
       COPY 'LLM-AUTH-CHECK.cpy'.

       PROCEDURE DIVISION.

       000-MAIN.
               GOBACK
           END-IF

      *> A conversation Legal has frozen must never be swept because
      *> the registry could not be read.
           INITIALIZE LLM-HOLD-CHECK-AREA
           CALL 'LLM-HOLD-CHECK' USING LLM-HOLD-CHECK-AREA
           IF NOT LLM-HOLD-STATE-OK
               DISPLAY 'LLM-CONV-MANAGER: legal hold registry '
                       FUNCTION TRIM(LLM-HOLD-FILE) ' not usable ('
                       FUNCTION TRIM(LLM-HOLD-STATE) ') - '
                       WS-COMMAND-ARG ' not run'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-COMMAND-ARG = 'PURGE'
               PERFORM 405-CHECK-AUTHORIZATION
           END-IF

           IF WS-COMMAND-ARG = 'ARCHIVE'
               STRING 'mkdir -p '               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CONV-DIR) DELIMITED BY SIZE
           CALL 'SYSTEM' USING WS-SHELL-CMD

           DISPLAY 'LLM-CONV-MANAGER: ' WS-COMMAND-ARG ' acted on '
                   WS-ACTED-COUNT ' conversation(s)'
           IF WS-HELD-COUNT > 0
               DISPLAY 'LLM-CONV-MANAGER: ' WS-HELD-COUNT
                       ' conversation(s) left in place under legal hold'
           END-IF.


      *> Batch-side branching: load the parent through the normal
                                                LLM-STATUS.


      *> The authorization names the age it was approved for - a
      *> PURGE 30 must not ride on an approval given for PURGE 365.
       405-CHECK-AUTHORIZATION.
           INITIALIZE LLM-AUTH-CHECK-AREA
           MOVE 'LLM-CONV-MANAGER'       TO LLM-AUTH-UTILITY
           MOVE 'PURGE'                  TO LLM-AUTH-ACTION
           MOVE WS-AGE-DAYS              TO WS-AGE-EDIT
           MOVE FUNCTION TRIM(WS-AGE-EDIT) TO LLM-AUTH-TARGET
           CALL 'LLM-AUTH-CHECK' USING LLM-AUTH-CHECK-AREA
           EVALUATE TRUE
               WHEN LLM-AUTH-GRANTED
                   DISPLAY 'LLM-CONV-MANAGER: authorization '
                           LLM-AUTH-ID ' - requested by '
                           FUNCTION TRIM(LLM-AUTH-REQUESTED-BY)
                           ', approved by '
                           FUNCTION TRIM(LLM-AUTH-APPROVED-BY)
               WHEN LLM-AUTH-UNREADABLE
                   DISPLAY 'LLM-CONV-MANAGER: authorization file '
                           FUNCTION TRIM(LLM-AUTH-FILE)
                           ' not usable - PURGE not run'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'LLM-CONV-MANAGER: no approved PURGE '
                           'authorization for '
                           FUNCTION TRIM(LLM-AUTH-TARGET)
                           ' days - raise one with LLM-AUTHORIZE and '
                           'have a second operator approve it'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.


       410-JUDGE-CATALOG-ENTRY.
           MOVE FUNCTION NUMVAL(CAT-LAST-UPDATED(1:8))
                                         TO WS-ENTRY-DATE
               MOVE 0 TO WS-ENTRY-AGE
           END-IF

           MOVE 'N'                      TO LLM-HOLD-FLAG
           IF WS-ENTRY-AGE > WS-AGE-DAYS
               MOVE SPACES               TO LLM-HOLD-KEY
               MOVE CAT-CONV-ID          TO LLM-HOLD-CONV-ID
               MOVE CAT-CALLER           TO LLM-HOLD-CALLER
               CALL 'LLM-HOLD-CHECK' USING LLM-HOLD-CHECK-AREA
               IF LLM-HOLD-FOUND
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY 'LLM-CONV-MANAGER: held - '
                           FUNCTION TRIM(CAT-CONV-ID) ' matter '
                           FUNCTION TRIM(LLM-HOLD-MATTER) ' ('
                           FUNCTION TRIM(LLM-HOLD-ON-TYPE) ' '
                           FUNCTION TRIM(LLM-HOLD-ON-VALUE) ')'
               END-IF
           END-IF

           IF WS-ENTRY-AGE > WS-AGE-DAYS AND NOT LLM-HOLD-FOUND
               ADD 1 TO WS-ACTED-COUNT
               IF WS-COMMAND-ARG = 'ARCHIVE'
                   STRING 'mv '                 DELIMITED BY SIZE
