      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-QA-SAMPLE.cob
      *> Desc    : Draws the daily QA sample. Reads one day's
      *>           replies off the response archive
      *>           (LLM_BATCH_ARCHIVE_FILE, ARC-RUN-DATE = the sample
      *>           date, successful calls only), groups them into
      *>           strata by caller and library prompt ID, and draws
      *>           a simple random sample of the configured percentage
      *>           (default 2%, at least one reply) from every
      *>           stratum - so a low-volume prompt is measured, not
      *>           drowned out by the busy ones. Selection sampling
      *>           takes exactly the planned number from each stratum
      *>           in one pass. The generator is seeded from the
      *>           sample date unless a seed is given, so the same
      *>           archive always yields the same sample and audit can
      *>           re-draw it. The draw is appended unscored to the
      *>           QA work file (LLM-QA-RECORD.cpy) for LLM-QA-REVIEW;
      *>           a date already on the QA file is refused rather
      *>           than sampled twice.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-QA-SAMPLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT QA-FILE ASSIGN TO WS-QA-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARCHIVE-FILE.
       COPY 'LLM-ARCHIVE-RECORD.cpy'.

       FD  QA-FILE.
       COPY 'LLM-QA-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-ARCHIVE-FILENAME   PIC X(256).
       01 WS-QA-FILENAME        PIC X(256).
       01 WS-ARC-FILE-STATUS    PIC X(2).
       01 WS-QA-FILE-STATUS     PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-ARG-VALUE          PIC X(20).
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.

      *> ---- sampling parameters -----------------------------------------
       01 WS-SAMPLE-DATE        PIC 9(8) VALUE 0.
       01 WS-SAMPLE-PCT         PIC 9(3)V99 VALUE 2.
       01 WS-SEED               PIC 9(9) VALUE 0.
       01 WS-RANDOM             PIC 9V9(9).
       01 WS-ALREADY-FLAG       PIC X(1) VALUE 'N'.
         88 WS-DATE-ALREADY-SAMPLED VALUE 'Y'.

      *> ---- strata: caller x prompt ID ----------------------------------
       01 WS-STR-MAX            PIC 9(4) VALUE 1000.
       01 WS-STR-COUNT          PIC 9(4) VALUE 0.
       01 WS-STRATUM-TABLE.
           05 WS-STR-ENTRY      OCCURS 1000 TIMES
                                INDEXED BY WS-STR-IDX.
             10 WS-STR-CALLER   PIC X(30).
             10 WS-STR-PROMPT   PIC X(40).
             10 WS-STR-POP      PIC 9(9).
             10 WS-STR-PLAN     PIC 9(9).
             10 WS-STR-SEEN     PIC 9(9).
             10 WS-STR-TAKEN    PIC 9(9).
       01 WS-STR-FOUND-FLAG     PIC X(1).
         88 WS-STR-FOUND            VALUE 'Y'.
       01 WS-REC-CALLER         PIC X(30).
       01 WS-REC-PROMPT         PIC X(40).
       01 WS-NEED               PIC 9(9).
       01 WS-LEFT               PIC 9(9).

      *> ---- control totals --------------------------------------------
       01 WS-ELIGIBLE-COUNT     PIC 9(9) VALUE 0.
       01 WS-SAMPLED-COUNT      PIC 9(9) VALUE 0.
       01 WS-EDIT-PCT           PIC ZZ9.99.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-COUNT-STRATA
           IF WS-ELIGIBLE-COUNT = 0
               DISPLAY 'LLM-QA-SAMPLE: no successful replies archived '
                       'for ' WS-SAMPLE-DATE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 300-PLAN-SAMPLE
           PERFORM 400-DRAW-SAMPLE
           PERFORM 500-DISPLAY-STRATA
           DISPLAY 'LLM-QA-SAMPLE: replies eligible: '
                   WS-ELIGIBLE-COUNT
           DISPLAY 'LLM-QA-SAMPLE: replies sampled: '
                   WS-SAMPLED-COUNT
           STOP RUN.

      *> Args: 1=response archive  2=QA work file (appended)
      *>       3=sample date YYYYMMDD (optional, '-' = today)
      *>       4=sample percentage (optional, default 2)
      *>       5=random seed (optional, default the sample date)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 2
               DISPLAY 'LLM-QA-SAMPLE: usage: LLM-QA-SAMPLE '
                       '<archive> <qa-file> [yyyymmdd] [percent] '
                       '[seed]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-ARCHIVE-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-QA-FILENAME FROM ARGUMENT-VALUE

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 3
               MOVE 3                   TO WS-ARG-COUNT
               MOVE SPACES              TO WS-ARG-VALUE
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-ARG-VALUE NOT = SPACES AND WS-ARG-VALUE NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-ARG-VALUE)
                                        TO WS-SAMPLE-DATE
               END-IF
           END-IF
           IF WS-SAMPLE-DATE = 0
               ACCEPT WS-SAMPLE-DATE FROM DATE YYYYMMDD
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 4
               MOVE 4                   TO WS-ARG-COUNT
               MOVE SPACES              TO WS-ARG-VALUE
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-ARG-VALUE NOT = SPACES AND WS-ARG-VALUE NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-ARG-VALUE)
                                        TO WS-SAMPLE-PCT
               END-IF
           END-IF
           IF WS-SAMPLE-PCT = 0 OR WS-SAMPLE-PCT > 100
               DISPLAY 'LLM-QA-SAMPLE: sample percentage must be '
                       'above 0 and no more than 100'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-SAMPLE-DATE          TO WS-SEED
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               MOVE SPACES              TO WS-ARG-VALUE
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-ARG-VALUE NOT = SPACES AND WS-ARG-VALUE NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-ARG-VALUE)
                                        TO WS-SEED
               END-IF
           END-IF

           PERFORM 110-CHECK-NOT-SAMPLED
           IF WS-DATE-ALREADY-SAMPLED
               DISPLAY 'LLM-QA-SAMPLE: ' WS-SAMPLE-DATE
                       ' is already on '
                       FUNCTION TRIM(WS-QA-FILENAME)
                       ' - not sampled twice'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-SAMPLE-PCT           TO WS-EDIT-PCT
           DISPLAY 'LLM-QA-SAMPLE: sampling ' WS-SAMPLE-DATE ' at '
                   FUNCTION TRIM(WS-EDIT-PCT) '% per stratum, seed '
                   WS-SEED.


      *> A missing QA file just means nothing has been sampled yet.
       110-CHECK-NOT-SAMPLED.
           OPEN INPUT QA-FILE
           IF WS-QA-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF OR WS-DATE-ALREADY-SAMPLED
                   READ QA-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF QA-SAMPLE-DATE = WS-SAMPLE-DATE
                               SET WS-DATE-ALREADY-SAMPLED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QA-FILE
           END-IF.


      *> Pass one: size every stratum for the day.
       200-COUNT-STRATA.
           PERFORM 210-OPEN-ARCHIVE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ ARCHIVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ARC-RUN-DATE = WS-SAMPLE-DATE
                       AND ARC-STAT-CODE = 0
                       AND ARC-CONTENT NOT = SPACES
                           ADD 1 TO WS-ELIGIBLE-COUNT
                           PERFORM 220-FIND-STRATUM
                           IF NOT WS-STR-FOUND
                               PERFORM 230-ADD-STRATUM
                           END-IF
                           ADD 1 TO WS-STR-POP(WS-STR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.


       210-OPEN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-QA-SAMPLE: cannot open archive, status '
                       WS-ARC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


      *> Archive lines written before the caller column existed
      *> read blank; they form their own stratum.
       220-FIND-STRATUM.
           MOVE ARC-CALLER               TO WS-REC-CALLER
           MOVE ARC-PROMPT-ID            TO WS-REC-PROMPT
           MOVE 'N'                      TO WS-STR-FOUND-FLAG
           IF WS-STR-COUNT > 0
               SET WS-STR-IDX TO 1
               SEARCH WS-STR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-STR-IDX > WS-STR-COUNT
                       CONTINUE
                   WHEN WS-STR-CALLER(WS-STR-IDX) = WS-REC-CALLER
                    AND WS-STR-PROMPT(WS-STR-IDX) = WS-REC-PROMPT
                       SET WS-STR-FOUND TO TRUE
               END-SEARCH
           END-IF.


       230-ADD-STRATUM.
           IF WS-STR-COUNT >= WS-STR-MAX
               DISPLAY 'LLM-QA-SAMPLE: more than ' WS-STR-MAX
                       ' caller/prompt strata in one day'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                         TO WS-STR-COUNT
           SET WS-STR-IDX                TO WS-STR-COUNT
           MOVE WS-REC-CALLER            TO WS-STR-CALLER(WS-STR-IDX)
           MOVE WS-REC-PROMPT            TO WS-STR-PROMPT(WS-STR-IDX)
           MOVE 0                        TO WS-STR-POP(WS-STR-IDX)
           MOVE 0                        TO WS-STR-SEEN(WS-STR-IDX)
           MOVE 0                        TO WS-STR-TAKEN(WS-STR-IDX).


      *> Planned draw per stratum: the percentage of its size,
      *> rounded up, never less than one reply.
       300-PLAN-SAMPLE.
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STR-COUNT
               COMPUTE WS-STR-PLAN(WS-STR-IDX) =
                   (WS-STR-POP(WS-STR-IDX) * WS-SAMPLE-PCT + 99.99)
                   / 100
               IF WS-STR-PLAN(WS-STR-IDX) < 1
                   MOVE 1 TO WS-STR-PLAN(WS-STR-IDX)
               END-IF
               IF WS-STR-PLAN(WS-STR-IDX) > WS-STR-POP(WS-STR-IDX)
                   MOVE WS-STR-POP(WS-STR-IDX)
                                         TO WS-STR-PLAN(WS-STR-IDX)
               END-IF
           END-PERFORM.


      *> Pass two: selection sampling - each eligible reply is taken
      *> with probability (still needed) / (still to come) for its
      *> stratum, which lands exactly on the plan.
       400-DRAW-SAMPLE.
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)
           OPEN EXTEND QA-FILE
           IF WS-QA-FILE-STATUS = '35'
               OPEN OUTPUT QA-FILE
           END-IF
           IF WS-QA-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-QA-SAMPLE: cannot open QA file, status '
                       WS-QA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 210-OPEN-ARCHIVE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ ARCHIVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ARC-RUN-DATE = WS-SAMPLE-DATE
                       AND ARC-STAT-CODE = 0
                       AND ARC-CONTENT NOT = SPACES
                           PERFORM 220-FIND-STRATUM
                           PERFORM 410-CONSIDER-REPLY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE QA-FILE.


       410-CONSIDER-REPLY.
           COMPUTE WS-NEED = WS-STR-PLAN(WS-STR-IDX)
                           - WS-STR-TAKEN(WS-STR-IDX)
           COMPUTE WS-LEFT = WS-STR-POP(WS-STR-IDX)
                           - WS-STR-SEEN(WS-STR-IDX)
           ADD 1 TO WS-STR-SEEN(WS-STR-IDX)
           IF WS-NEED > 0
               COMPUTE WS-RANDOM = FUNCTION RANDOM
               IF WS-RANDOM * WS-LEFT < WS-NEED
                   ADD 1 TO WS-STR-TAKEN(WS-STR-IDX)
                   PERFORM 420-WRITE-QA-RECORD
               END-IF
           END-IF.


       420-WRITE-QA-RECORD.
           ADD 1                         TO WS-SAMPLED-COUNT
           MOVE SPACES                   TO QA-RECORD
           MOVE WS-SAMPLE-DATE           TO QA-SAMPLE-DATE
           MOVE ARC-RUN-ID               TO QA-RUN-ID
           MOVE ARC-KEY                  TO QA-KEY
           MOVE ARC-CALLER               TO QA-CALLER
           MOVE ARC-PROMPT-ID            TO QA-PROMPT-ID
           IF ARC-PROMPT-VERSION IS NUMERIC
               MOVE ARC-PROMPT-VERSION   TO QA-PROMPT-VERSION
           ELSE
               MOVE 0                    TO QA-PROMPT-VERSION
           END-IF
           MOVE ARC-MODEL                TO QA-MODEL
           MOVE WS-STR-POP(WS-STR-IDX)   TO QA-STRATUM-POP
           MOVE WS-STR-PLAN(WS-STR-IDX)  TO QA-STRATUM-SAMPLE
           MOVE ARC-CONTENT              TO QA-CONTENT
           WRITE QA-RECORD.


       500-DISPLAY-STRATA.
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STR-COUNT
               DISPLAY 'LLM-QA-SAMPLE: '
                       WS-STR-CALLER(WS-STR-IDX) ' '
                       WS-STR-PROMPT(WS-STR-IDX) ' '
                       WS-STR-TAKEN(WS-STR-IDX) ' of '
                       WS-STR-POP(WS-STR-IDX)
           END-PERFORM.
