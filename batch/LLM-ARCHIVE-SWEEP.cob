      *>           whole months past retention are removed outright,
      *>           and only the month straddling the cutoff gets the
      *>           record-by-record rewrite.
      *>           Records under legal hold (LLM-HOLD-CHECK, by key
      *>           or caller) are kept whatever their age and each
      *>           one is listed; while any hold is in force an old
      *>           month is swept record by record instead of being
      *>           removed whole, so a held record in it survives.
      *>           A sweep drops records for good, so it runs only
      *>           on an approved SWEEP authorization for the archive
      *>           file (LLM-AUTH-CHECK - raised and approved through
      *>           LLM-AUTHORIZE), spent by the run.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
       COPY 'LLM-ARCHIVE-RECORD.cpy'.

       FD  KEEP-FILE.
       01 KEEP-RECORD               PIC X(33034).

       WORKING-STORAGE SECTION.

           05 WS-SCAN-MM        PIC 9(2).
       01 WS-MONTHS-BACK        PIC 9(3) COMP.
       01 WS-DROPPED-MONTHS     PIC 9(3) VALUE 0.
       01 WS-MONTH-KEPT-BASE    PIC 9(9).

      *> ---- legal hold -----------------------------------------------
       COPY 'LLM-HOLD-CHECK.cpy'.
       01 WS-HELD-COUNT         PIC 9(9) VALUE 0.

      *> ---- dual control ---------------------------------------------
       COPY 'LLM-AUTH-CHECK.cpy'.

       PROCEDURE DIVISION.

           DISPLAY 'LLM-ARCHIVE-SWEEP: records kept: ' WS-KEPT-COUNT
           DISPLAY 'LLM-ARCHIVE-SWEEP: records dropped: '
                   WS-DROPPED-COUNT
           DISPLAY 'LLM-ARCHIVE-SWEEP: records kept under legal hold: '
                   WS-HELD-COUNT
           IF WS-PARTITIONED
               DISPLAY 'LLM-ARCHIVE-SWEEP: whole month partitions '
                       'removed: ' WS-DROPPED-MONTHS
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-JULIAN)
               MOVE WS-CUTOFF-DATE(1:6)  TO WS-CUTOFF-YM
           END-IF

      *> Nothing is dropped unless the hold registry was read whole.
           INITIALIZE LLM-HOLD-CHECK-AREA
           CALL 'LLM-HOLD-CHECK' USING LLM-HOLD-CHECK-AREA
           IF NOT LLM-HOLD-STATE-OK
               DISPLAY 'LLM-ARCHIVE-SWEEP: legal hold registry '
                       FUNCTION TRIM(LLM-HOLD-FILE) ' not usable ('
                       FUNCTION TRIM(LLM-HOLD-STATE)
                       ') - nothing swept'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 150-CHECK-AUTHORIZATION.


      *> Asked last, once everything else that could stop the run
      *> has passed - a refused sweep should not spend an approval.
       150-CHECK-AUTHORIZATION.
           INITIALIZE LLM-AUTH-CHECK-AREA
           MOVE 'LLM-ARCHIVE-SWEEP'      TO LLM-AUTH-UTILITY
           MOVE 'SWEEP'                  TO LLM-AUTH-ACTION
           MOVE WS-ARCHIVE-FILENAME      TO LLM-AUTH-TARGET
           CALL 'LLM-AUTH-CHECK' USING LLM-AUTH-CHECK-AREA
           EVALUATE TRUE
               WHEN LLM-AUTH-GRANTED
                   DISPLAY 'LLM-ARCHIVE-SWEEP: authorization '
                           LLM-AUTH-ID ' - requested by '
                           FUNCTION TRIM(LLM-AUTH-REQUESTED-BY)
                           ', approved by '
                           FUNCTION TRIM(LLM-AUTH-APPROVED-BY)
               WHEN LLM-AUTH-UNREADABLE
                   DISPLAY 'LLM-ARCHIVE-SWEEP: authorization file '
                           FUNCTION TRIM(LLM-AUTH-FILE)
                           ' not usable - nothing swept'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'LLM-ARCHIVE-SWEEP: no approved SWEEP '
                           'authorization for '
                           FUNCTION TRIM(LLM-AUTH-TARGET)
                           ' - raise one with LLM-AUTHORIZE and have '
                           'a second operator approve it'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.


       200-SWEEP-ARCHIVE.

           OPEN OUTPUT KEEP-FILE

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ ARCHIVE-FILE
                   AT END
           CLOSE ARCHIVE-FILE
           CLOSE KEEP-FILE

           MOVE SPACES TO WS-SWAP-CMD
           STRING 'mv '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEEP-FILENAME)
                                               DELIMITED BY SIZE
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARC-FILE-STATUS = '00'
                   CLOSE ARCHIVE-FILE
                   IF LLM-HOLD-COUNT > 0
                       PERFORM 310-SWEEP-HELD-MONTH
                   ELSE
                       PERFORM 320-REMOVE-MONTH
                   END-IF
               END-IF
           END-PERFORM

           END-IF.


      *> With holds in force an old month goes through the record
      *> sweep - every record in it is past the cutoff, so only the
      *> held ones survive - and is removed after all if none did.
       310-SWEEP-HELD-MONTH.
           MOVE SPACES TO WS-KEEP-FILENAME
           STRING FUNCTION TRIM(WS-ARCHIVE-FILENAME)
                                        DELIMITED BY SIZE
                  '.new'                DELIMITED BY SIZE
                  INTO WS-KEEP-FILENAME
           END-STRING
           MOVE WS-KEPT-COUNT            TO WS-MONTH-KEPT-BASE
           PERFORM 200-SWEEP-ARCHIVE
           IF WS-KEPT-COUNT = WS-MONTH-KEPT-BASE
               PERFORM 320-REMOVE-MONTH
           END-IF.


       320-REMOVE-MONTH.
           ADD 1 TO WS-DROPPED-MONTHS
           MOVE SPACES TO WS-SWAP-CMD
           STRING 'rm -f '                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVE-FILENAME)
                                          DELIMITED BY SIZE
                  INTO WS-SWAP-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SWAP-CMD.


      *> An unparseable run date keeps the record - losing history by
      *> accident is worse than holding a malformed line too long.
       210-JUDGE-RECORD.
               MOVE ARCHIVE-RECORD       TO KEEP-RECORD
               WRITE KEEP-RECORD
           ELSE
               MOVE ARC-KEY              TO LLM-HOLD-KEY
               MOVE SPACES               TO LLM-HOLD-CONV-ID
               MOVE ARC-CALLER           TO LLM-HOLD-CALLER
               CALL 'LLM-HOLD-CHECK' USING LLM-HOLD-CHECK-AREA
               IF LLM-HOLD-FOUND
                   ADD 1                 TO WS-KEPT-COUNT
                   ADD 1                 TO WS-HELD-COUNT
                   MOVE ARCHIVE-RECORD   TO KEEP-RECORD
                   WRITE KEEP-RECORD
                   DISPLAY 'LLM-ARCHIVE-SWEEP: held - key '
                           FUNCTION TRIM(ARC-KEY) ' run '
                           ARC-RUN-ID ' matter '
                           FUNCTION TRIM(LLM-HOLD-MATTER) ' ('
                           FUNCTION TRIM(LLM-HOLD-ON-TYPE) ' '
                           FUNCTION TRIM(LLM-HOLD-ON-VALUE) ')'
               ELSE
                   ADD 1                 TO WS-DROPPED-COUNT
               END-IF
           END-IF.
