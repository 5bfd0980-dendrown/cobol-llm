      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-TRAIN-EXPORT.cob
      *> Desc    : Fine-tuning set export. Gathers prompt / correct
      *>           answer pairs from the two places a person has
      *>           already said what the right answer was - the
      *>           LLM-REJECT-REVIEW supplemental feed (the reviewer's
      *>           category code for a reply LLM-BATCH couldn't
      *>           match) and the QA work file (replies a QA reviewer
      *>           scored CORRECT) - joins each to its prompt on the
      *>           original LLM-BATCH input file by record key, and
      *>           writes them in the chat fine-tuning JSONL both
      *>           providers take: one {"messages":[...]} object per
      *>           line, an optional system turn (LLM_TRAIN_SYSTEM_
      *>           PROMPT), the user prompt and the assistant answer.
      *>           Both sides get the digit-run PII mask LLM-CHAT
      *>           applies before anything leaves for a hosted
      *>           provider - always the mask, never vault tokens,
      *>           which would teach the model the placeholder.
      *>           Pairs that come out identical after the scrub are
      *>           written once. Each pair lands in <prefix>.train.
      *>           jsonl or <prefix>.holdout.jsonl by a hash of its
      *>           text, so a rerun over the same material splits it
      *>           the same way; <prefix>.manifest carries the
      *>           source counts, what was dropped and why, and the
      *>           train / holdout split per category.
      *>           With a category file, a QA-approved reply is
      *>           reduced to the category code it names (the same
      *>           substring match LLM-BATCH makes), so both sources
      *>           teach the one answer format; a reply naming no
      *>           code is dropped. Without one, the reply text is
      *>           the answer and the category is UNCODED.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-TRAIN-EXPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-INPUT ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT SUPPLEMENTAL-FEED ASSIGN TO WS-SUPP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-FILE-STATUS.

           SELECT QA-FILE ASSIGN TO WS-QA-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QA-FILE-STATUS.

           SELECT CATEGORY-FILE ASSIGN TO WS-CATEGORY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT TRAIN-FILE ASSIGN TO WS-TRAIN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT HOLDOUT-FILE ASSIGN TO WS-HOLDOUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-INPUT.
       01 BATCH-IN-RECORD.
           05 BIN-KEY               PIC X(20).
           05 BIN-ROLE              PIC X(16).
           05 BIN-PROMPT            PIC X(32768).
           05 BIN-REST              PIC X(110).
       01 BATCH-IN-RAW              PIC X(32900).

       FD  SUPPLEMENTAL-FEED.
       01 SUPP-LINE                 PIC X(32900).
       01 SUPP-IN-RECORD.
           05 SUP-KEY               PIC X(20).
           05 SUP-STAT-CODE         PIC 9(4).
           05 SUP-TOKENS-IN         PIC 9(9).
           05 SUP-TOKENS-OUT        PIC 9(9).
           05 SUP-CONTENT           PIC X(32768).
           05 SUP-CATEGORY          PIC X(10).
           05 SUP-LONG-PATH         PIC X(1).

       FD  QA-FILE.
       COPY 'LLM-QA-RECORD.cpy'.

       FD  CATEGORY-FILE.
       01 CATEGORY-FILE-RECORD.
           05 CAT-CODE              PIC X(10).
           05 CAT-DESCRIPTION       PIC X(120).

       FD  TRAIN-FILE.
       01 TRAIN-LINE                PIC X(68000).

       FD  HOLDOUT-FILE.
       01 HOLDOUT-LINE              PIC X(68000).

       FD  MANIFEST-FILE.
       01 MANIFEST-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
      *> ---- files ---------------------------------------------------
       01 WS-INPUT-FILENAME         PIC X(256).
       01 WS-SUPP-FILENAME          PIC X(256).
       01 WS-QA-FILENAME            PIC X(256).
       01 WS-CATEGORY-FILENAME      PIC X(256).
       01 WS-OUT-PREFIX             PIC X(240).
       01 WS-TRAIN-FILENAME         PIC X(256).
       01 WS-HOLDOUT-FILENAME       PIC X(256).
       01 WS-MANIFEST-FILENAME      PIC X(256).
       01 WS-IN-FILE-STATUS         PIC X(2).
       01 WS-SUP-FILE-STATUS        PIC X(2).
       01 WS-QA-FILE-STATUS         PIC X(2).
       01 WS-CAT-FILE-STATUS        PIC X(2).
       01 WS-TRN-FILE-STATUS        PIC X(2).
       01 WS-HLD-FILE-STATUS        PIC X(2).
       01 WS-MAN-FILE-STATUS        PIC X(2).
       01 WS-ARG-COUNT              PIC 999 COMP-5.
       01 WS-ARG-TOTAL              PIC 999 COMP-5.
       01 WS-ARG-TEXT               PIC X(256).
       01 WS-EOF-FLAG               PIC X(1).
         88 WS-EOF                      VALUE 'Y'.
       01 WS-USE-SUPP-FLAG          PIC X(1) VALUE 'N'.
         88 WS-USE-SUPP                 VALUE 'Y'.
       01 WS-USE-QA-FLAG            PIC X(1) VALUE 'N'.
         88 WS-USE-QA                   VALUE 'Y'.
       01 WS-USE-CAT-FLAG           PIC X(1) VALUE 'N'.
         88 WS-USE-CAT                  VALUE 'Y'.

      *> ---- feed formats (as LLM-BATCH / LLM-REJECT-REVIEW) --------
       01 WS-OUTPUT-FORMAT-ENV      PIC X(8).
       01 WS-OUT-DELIM-FLAG         PIC X(1) VALUE 'N'.
         88 WS-OUT-DELIM-MODE           VALUE 'Y'.
       01 WS-INPUT-FORMAT-ENV       PIC X(8).
       01 WS-IN-DELIM-FLAG          PIC X(1) VALUE 'N'.
         88 WS-IN-DELIM-MODE            VALUE 'Y'.
       01 WS-DELIM-ENV              PIC X(4).
       COPY 'LLM-DELIM-FIELDS.cpy'.

      *> ---- holdout share and system turn ---------------------------
       01 WS-HOLDOUT-PCT            PIC 9(3) VALUE 10.
       01 WS-SYSTEM-PROMPT          PIC X(1024).
       01 WS-SYSTEM-JSON            PIC X(2048).
       01 WS-SYSTEM-JSON-LEN        PIC 9(6) VALUE 0.

      *> ---- category reference --------------------------------------
       01 WS-CAT-COUNT              PIC 9(3) VALUE 0.
       01 WS-CATEGORY-TABLE.
           05 WS-CAT-ENTRY          OCCURS 500 TIMES
                                    INDEXED BY WS-CAT-IDX.
             10 WS-CAT-TBL-CODE     PIC X(10).
             10 WS-CAT-TBL-LEN      PIC 9(2).
       01 WS-CAT-SCAN-POS           PIC 9(5) COMP.
       01 WS-MATCHED-CATEGORY       PIC X(10).
       01 WS-REPLY-UPPER            PIC X(32768).
       01 WS-REPLY-LEN              PIC 9(5) COMP.

      *> ---- pairs, sorted by record key for the join ----------------
       01 WS-PAIR-COUNT             PIC 9(5) COMP VALUE 0.
       01 WS-PAIR-MAX               PIC 9(5) COMP VALUE 2000.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY         OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON WS-PAIR-COUNT
                                    ASCENDING KEY IS WS-PAIR-KEY
                                    INDEXED BY WS-PAIR-IDX.
             10 WS-PAIR-KEY         PIC X(20).
             10 WS-PAIR-SOURCE      PIC X(1).
             10 WS-PAIR-CATEGORY    PIC X(10).
             10 WS-PAIR-DONE-FLAG   PIC X(1).
               88 WS-PAIR-DONE          VALUE 'Y'.
             10 WS-PAIR-ANSWER      PIC X(8192).
       01 WS-NEW-KEY                PIC X(20).
       01 WS-NEW-SOURCE             PIC X(1).
       01 WS-NEW-CATEGORY           PIC X(10).
       01 WS-NEW-ANSWER             PIC X(32768).
       01 WS-PAIR-SCAN              PIC 9(5) COMP.
       01 WS-JOIN-KEY               PIC X(20).
       01 WS-JOIN-FOUND-FLAG        PIC X(1).
         88 WS-JOIN-FOUND               VALUE 'Y'.

      *> ---- the pair being written ----------------------------------
       01 WS-PROMPT-TEXT            PIC X(32768).
       01 WS-ANSWER-TEXT            PIC X(32768).
       01 WS-PROMPT-JSON            PIC X(32768).
       01 WS-PROMPT-JSON-LEN        PIC 9(6) VALUE 0.
       01 WS-LINE-PTR               PIC 9(6) COMP.
       01 WS-OUT-LINE               PIC X(68000).

      *> ---- PII scrub (the LLM-CHAT digit-run mask) -----------------
       01 WS-SCRUB-TEXT             PIC X(32768).
       01 WS-SCRUB-LEN              PIC 9(5) COMP.
       01 WS-SCRUB-POS              PIC 9(5) COMP.
       01 WS-SCRUB-CHAR             PIC X(1).
       01 WS-SCRUB-RUN-START        PIC 9(5) COMP.
       01 WS-SCRUB-RUN-LEN          PIC 9(5) COMP.

      *> ---- de-duplication and split --------------------------------
       01 WS-HASH-WORK              PIC 9(18) COMP.
       01 WS-HASH-VALUE             PIC 9(9).
       01 WS-HASH-LEN               PIC 9(5) COMP.
       01 WS-HASH-POS               PIC 9(5) COMP.
       01 WS-SEEN-COUNT             PIC 9(5) COMP VALUE 0.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-HASH          PIC 9(9) OCCURS 2000 TIMES.
       01 WS-SEEN-SCAN              PIC 9(5) COMP.
       01 WS-DUP-FLAG               PIC X(1).
         88 WS-IS-DUPLICATE             VALUE 'Y'.
       01 WS-HOLDOUT-FLAG           PIC X(1).
         88 WS-TO-HOLDOUT               VALUE 'Y'.

      *> ---- per-category split --------------------------------------
       01 WS-SPLIT-COUNT            PIC 9(3) VALUE 0.
       01 WS-SPLIT-TABLE.
           05 WS-SPLIT-ENTRY        OCCURS 500 TIMES
                                    INDEXED BY WS-SPLIT-IDX.
             10 WS-SPLIT-CATEGORY   PIC X(10).
             10 WS-SPLIT-TRAIN      PIC 9(7).
             10 WS-SPLIT-HOLDOUT    PIC 9(7).
       01 WS-SPLIT-FOUND-FLAG       PIC X(1).
         88 WS-SPLIT-FOUND              VALUE 'Y'.
       01 WS-SPLIT-SCAN             PIC 9(3) COMP.

      *> ---- control totals ------------------------------------------
       01 WS-TOTALS.
           05 WS-SUP-READ           PIC 9(7) VALUE 0.
           05 WS-QA-READ            PIC 9(7) VALUE 0.
           05 WS-QA-APPROVED        PIC 9(7) VALUE 0.
           05 WS-SKIP-UNMATCHED     PIC 9(7) VALUE 0.
           05 WS-SKIP-TABLE-FULL    PIC 9(7) VALUE 0.
           05 WS-SKIP-NO-PROMPT     PIC 9(7) VALUE 0.
           05 WS-SKIP-DUPLICATE     PIC 9(7) VALUE 0.
           05 WS-SKIP-TOO-LONG      PIC 9(7) VALUE 0.
           05 WS-TRAIN-COUNT        PIC 9(7) VALUE 0.
           05 WS-HOLDOUT-COUNT      PIC 9(7) VALUE 0.
       01 WS-PAIRS-WRITTEN          PIC 9(7).
       01 WS-CAT-TOTAL              PIC 9(7).
       01 WS-COUNT-EDIT             PIC Z(6)9.
       01 WS-TRAIN-EDIT             PIC Z(6)9.
       01 WS-HOLDOUT-EDIT           PIC Z(6)9.
       01 WS-NOW-DATE               PIC 9(8).
       01 WS-NOW-TIME               PIC 9(8).

       COPY 'LLM-JSON-ESCAPE.cpy'.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           IF WS-USE-SUPP
               PERFORM 200-LOAD-CORRECTIONS
           END-IF
           IF WS-USE-QA
               PERFORM 300-LOAD-QA-APPROVED
           END-IF
           IF WS-PAIR-COUNT > 1
               SORT WS-PAIR-ENTRY ASCENDING KEY WS-PAIR-KEY
           END-IF
           PERFORM 500-JOIN-AND-WRITE
           PERFORM 600-WRITE-MANIFEST

           COMPUTE WS-PAIRS-WRITTEN = WS-TRAIN-COUNT
                                    + WS-HOLDOUT-COUNT
           DISPLAY 'LLM-TRAIN-EXPORT: pairs written: '
                   WS-PAIRS-WRITTEN ' (train ' WS-TRAIN-COUNT
                   ', holdout ' WS-HOLDOUT-COUNT ')'
           IF WS-PAIRS-WRITTEN = 0
               DISPLAY 'LLM-TRAIN-EXPORT: nothing to export'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.


      *> Args: 1=original LLM-BATCH input file (the prompts)
      *>       2=supplemental feed from LLM-REJECT-REVIEW, or -
      *>       3=QA work file, or -
      *>       4=output prefix (.train.jsonl, .holdout.jsonl,
      *>         .manifest)
      *>       5=category file (optional, - for none)
      *>       6=holdout percent (optional, default 10)
       100-INIT.
           ACCEPT WS-ARG-TOTAL FROM ARGUMENT-NUMBER
           IF WS-ARG-TOTAL < 4
               DISPLAY 'LLM-TRAIN-EXPORT: usage: LLM-TRAIN-EXPORT '
                       '<input> <supplemental|-> <qa-file|-> '
                       '<out-prefix> [categories|-] [holdout-pct]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-SUPP-FILENAME FROM ARGUMENT-VALUE
           IF WS-SUPP-FILENAME NOT = '-' AND NOT = SPACES
               SET WS-USE-SUPP          TO TRUE
           END-IF
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-QA-FILENAME FROM ARGUMENT-VALUE
           IF WS-QA-FILENAME NOT = '-' AND NOT = SPACES
               SET WS-USE-QA            TO TRUE
           END-IF
           MOVE 4                       TO WS-ARG-COUNT
           ACCEPT WS-OUT-PREFIX FROM ARGUMENT-VALUE
           IF WS-ARG-TOTAL >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-CATEGORY-FILENAME FROM ARGUMENT-VALUE
               IF WS-CATEGORY-FILENAME NOT = '-'
               AND NOT = SPACES
                   SET WS-USE-CAT       TO TRUE
               END-IF
           END-IF
           IF WS-ARG-TOTAL >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF FUNCTION TEST-NUMVAL(WS-ARG-TEXT) NOT = 0
               OR FUNCTION NUMVAL(WS-ARG-TEXT) > 50
                   DISPLAY 'LLM-TRAIN-EXPORT: holdout percent must '
                           'be 0-50'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ARG-TEXT) TO WS-HOLDOUT-PCT
           END-IF

           IF NOT WS-USE-SUPP AND NOT WS-USE-QA
               DISPLAY 'LLM-TRAIN-EXPORT: name a supplemental feed, '
                       'a QA file, or both'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'LLM_BATCH_OUTPUT_FORMAT' UPON ENVIRONMENT-NAME
           ACCEPT WS-OUTPUT-FORMAT-ENV FROM ENVIRONMENT-VALUE
           IF FUNCTION UPPER-CASE(WS-OUTPUT-FORMAT-ENV) = 'DELIM'
               SET WS-OUT-DELIM-MODE    TO TRUE
           END-IF
           DISPLAY 'LLM_BATCH_INPUT_FORMAT' UPON ENVIRONMENT-NAME
           ACCEPT WS-INPUT-FORMAT-ENV FROM ENVIRONMENT-VALUE
           IF FUNCTION UPPER-CASE(WS-INPUT-FORMAT-ENV) = 'DELIM'
               SET WS-IN-DELIM-MODE     TO TRUE
           END-IF
           MOVE X'09'                   TO LLM-DLM-SEPARATOR
           DISPLAY 'LLM_BATCH_DELIMITER' UPON ENVIRONMENT-NAME
           ACCEPT WS-DELIM-ENV FROM ENVIRONMENT-VALUE
           IF WS-DELIM-ENV NOT = SPACES
               MOVE WS-DELIM-ENV(1:1)   TO LLM-DLM-SEPARATOR
           END-IF

      *> The system turn is escaped once; every line carries it.
           DISPLAY 'LLM_TRAIN_SYSTEM_PROMPT' UPON ENVIRONMENT-NAME
           ACCEPT WS-SYSTEM-PROMPT FROM ENVIRONMENT-VALUE
           IF WS-SYSTEM-PROMPT NOT = SPACES
               MOVE WS-SYSTEM-PROMPT    TO LLM-JSE-SOURCE
               MOVE 2048                TO LLM-JSE-MAX-LEN
               CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA
               MOVE LLM-JSE-TARGET-LEN  TO WS-SYSTEM-JSON-LEN
               MOVE LLM-JSE-TARGET(1:LLM-JSE-TARGET-LEN)
                                        TO WS-SYSTEM-JSON
           END-IF

           IF WS-USE-CAT
               PERFORM 110-LOAD-CATEGORIES
               IF WS-CAT-COUNT = 0
                   DISPLAY 'LLM-TRAIN-EXPORT: category file is empty'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           STRING FUNCTION TRIM(WS-OUT-PREFIX) DELIMITED BY SIZE
                  '.train.jsonl'        DELIMITED BY SIZE
               INTO WS-TRAIN-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUT-PREFIX) DELIMITED BY SIZE
                  '.holdout.jsonl'      DELIMITED BY SIZE
               INTO WS-HOLDOUT-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUT-PREFIX) DELIMITED BY SIZE
                  '.manifest'           DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME
           END-STRING.


       110-LOAD-CATEGORIES.
           OPEN INPUT CATEGORY-FILE
           IF WS-CAT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-TRAIN-EXPORT: cannot open category '
                       'file, status ' WS-CAT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ CATEGORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CAT-CODE NOT = SPACES
                       AND CAT-CODE(1:1) NOT = '*'
                       AND WS-CAT-COUNT < 500
                           ADD 1 TO WS-CAT-COUNT
                           SET WS-CAT-IDX TO WS-CAT-COUNT
                           MOVE FUNCTION UPPER-CASE(CAT-CODE)
                               TO WS-CAT-TBL-CODE(WS-CAT-IDX)
                           MOVE FUNCTION LENGTH(
                                FUNCTION TRIM(CAT-CODE TRAILING))
                               TO WS-CAT-TBL-LEN(WS-CAT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATEGORY-FILE.


      *> The reviewer's code is the right answer for a reject; the
      *> model's reply in the content column is what it got wrong,
      *> so it plays no part here.
       200-LOAD-CORRECTIONS.
           OPEN INPUT SUPPLEMENTAL-FEED
           IF WS-SUP-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-TRAIN-EXPORT: cannot open supplemental '
                       'feed, status ' WS-SUP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ SUPPLEMENTAL-FEED
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 210-TAKE-CORRECTION
               END-READ
           END-PERFORM
           CLOSE SUPPLEMENTAL-FEED.


       210-TAKE-CORRECTION.
           IF SUPP-LINE(1:3) NOT = 'HDR' AND NOT = 'TRL'
               PERFORM 220-TAKE-CORRECTED-RECORD
           END-IF.


       220-TAKE-CORRECTED-RECORD.
           ADD 1                         TO WS-SUP-READ
           IF WS-OUT-DELIM-MODE
               MOVE SUPP-LINE            TO LLM-DLM-LINE
               CALL 'LLM-DELIM-PARSE' USING LLM-DELIM-AREA
               MOVE LLM-DLM-FIELD(1)     TO WS-NEW-KEY
               MOVE LLM-DLM-FIELD(5)     TO WS-NEW-CATEGORY
           ELSE
               MOVE SUP-KEY              TO WS-NEW-KEY
               MOVE SUP-CATEGORY         TO WS-NEW-CATEGORY
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-NEW-CATEGORY)
                                         TO WS-NEW-CATEGORY
           IF WS-NEW-KEY = SPACES OR WS-NEW-CATEGORY = SPACES
               ADD 1                     TO WS-SKIP-UNMATCHED
           ELSE
               MOVE 'R'                  TO WS-NEW-SOURCE
               MOVE WS-NEW-CATEGORY      TO WS-NEW-ANSWER
               PERFORM 700-ADD-PAIR
           END-IF.


       300-LOAD-QA-APPROVED.
           OPEN INPUT QA-FILE
           IF WS-QA-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-TRAIN-EXPORT: cannot open QA file, '
                       'status ' WS-QA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ QA-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1             TO WS-QA-READ
                       IF QA-CORRECT
                           ADD 1         TO WS-QA-APPROVED
                           PERFORM 310-TAKE-QA-REPLY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QA-FILE.


      *> QA-CONTENT carries line ends as X"01"/X"02"; they go back to
      *> LF/CR here and leave as \n / \r in the JSON.
       310-TAKE-QA-REPLY.
           MOVE QA-KEY                   TO WS-NEW-KEY
           MOVE 'Q'                      TO WS-NEW-SOURCE
           MOVE QA-CONTENT               TO WS-NEW-ANSWER
           INSPECT WS-NEW-ANSWER CONVERTING X'0102' TO X'0A0D'
           IF WS-USE-CAT
               PERFORM 320-MATCH-CATEGORY
               IF WS-MATCHED-CATEGORY = SPACES
                   ADD 1                 TO WS-SKIP-UNMATCHED
               ELSE
                   MOVE WS-MATCHED-CATEGORY TO WS-NEW-CATEGORY
                   MOVE WS-MATCHED-CATEGORY TO WS-NEW-ANSWER
                   PERFORM 700-ADD-PAIR
               END-IF
           ELSE
               MOVE 'UNCODED'            TO WS-NEW-CATEGORY
               PERFORM 700-ADD-PAIR
           END-IF.


      *> Same first-code-found substring match as LLM-BATCH.
       320-MATCH-CATEGORY.
           MOVE SPACES                   TO WS-MATCHED-CATEGORY
           MOVE FUNCTION UPPER-CASE(WS-NEW-ANSWER)
                                         TO WS-REPLY-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REPLY-UPPER TRAILING))
                                         TO WS-REPLY-LEN

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
                  OR WS-MATCHED-CATEGORY NOT = SPACES
               PERFORM VARYING WS-CAT-SCAN-POS FROM 1 BY 1
                   UNTIL WS-CAT-SCAN-POS + WS-CAT-TBL-LEN(WS-CAT-IDX)
                           - 1 > WS-REPLY-LEN
                      OR WS-MATCHED-CATEGORY NOT = SPACES
                   IF WS-REPLY-UPPER(WS-CAT-SCAN-POS:
                           WS-CAT-TBL-LEN(WS-CAT-IDX))
                       = WS-CAT-TBL-CODE(WS-CAT-IDX)
                           (1:WS-CAT-TBL-LEN(WS-CAT-IDX))
                       MOVE WS-CAT-TBL-CODE(WS-CAT-IDX)
                                         TO WS-MATCHED-CATEGORY
                   END-IF
               END-PERFORM
           END-PERFORM.


      *> One pass of the input: each record's key is looked up in
      *> the sorted pair table and every pair still waiting on that
      *> key is written with the record's prompt. A key that turns
      *> up twice on the input takes the first record's prompt.
       500-JOIN-AND-WRITE.
           OPEN OUTPUT TRAIN-FILE
           IF WS-TRN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-TRAIN-EXPORT: cannot open '
                       FUNCTION TRIM(WS-TRAIN-FILENAME)
                       ', status ' WS-TRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HOLDOUT-FILE
           IF WS-HLD-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-TRAIN-EXPORT: cannot open '
                       FUNCTION TRIM(WS-HOLDOUT-FILENAME)
                       ', status ' WS-HLD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PAIR-COUNT > 0
               OPEN INPUT BATCH-INPUT
               IF WS-IN-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-TRAIN-EXPORT: cannot open input '
                           'file, status ' WS-IN-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ BATCH-INPUT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 510-JOIN-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE BATCH-INPUT
           END-IF

           PERFORM VARYING WS-PAIR-SCAN FROM 1 BY 1
               UNTIL WS-PAIR-SCAN > WS-PAIR-COUNT
               IF NOT WS-PAIR-DONE(WS-PAIR-SCAN)
                   ADD 1                 TO WS-SKIP-NO-PROMPT
               END-IF
           END-PERFORM

           CLOSE TRAIN-FILE
           CLOSE HOLDOUT-FILE.


       510-JOIN-ONE-RECORD.
           IF WS-IN-DELIM-MODE
               MOVE BATCH-IN-RAW         TO LLM-DLM-LINE
               CALL 'LLM-DELIM-PARSE' USING LLM-DELIM-AREA
               MOVE LLM-DLM-FIELD(1)     TO WS-JOIN-KEY
               MOVE LLM-DLM-FIELD(3)     TO WS-PROMPT-TEXT
           ELSE
               MOVE BIN-KEY              TO WS-JOIN-KEY
               MOVE BIN-PROMPT           TO WS-PROMPT-TEXT
           END-IF
           MOVE 'N'                      TO WS-JOIN-FOUND-FLAG
           IF WS-JOIN-KEY NOT = SPACES AND WS-PROMPT-TEXT NOT = SPACES
               SEARCH ALL WS-PAIR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PAIR-KEY(WS-PAIR-IDX) = WS-JOIN-KEY
                       SET WS-JOIN-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-JOIN-FOUND
               PERFORM 515-TAKE-KEY-RUN
           END-IF.


      *> SEARCH ALL lands anywhere in a run of equal keys - back up
      *> to its first entry, then take the run in order.
       515-TAKE-KEY-RUN.
           SET WS-PAIR-SCAN              TO WS-PAIR-IDX
           PERFORM UNTIL WS-PAIR-SCAN = 1
                      OR WS-PAIR-KEY(WS-PAIR-SCAN - 1)
                         NOT = WS-JOIN-KEY
               SUBTRACT 1                FROM WS-PAIR-SCAN
           END-PERFORM
           PERFORM UNTIL WS-PAIR-SCAN > WS-PAIR-COUNT
                      OR WS-PAIR-KEY(WS-PAIR-SCAN) NOT = WS-JOIN-KEY
               IF NOT WS-PAIR-DONE(WS-PAIR-SCAN)
                   SET WS-PAIR-DONE(WS-PAIR-SCAN) TO TRUE
                   PERFORM 520-EXPORT-PAIR
               END-IF
               ADD 1                     TO WS-PAIR-SCAN
           END-PERFORM.


      *> Scrub, de-duplicate, escape, split, write. The prompt is
      *> re-taken from the record for each pair on the key, the
      *> scrub having been applied to the copy.
       520-EXPORT-PAIR.
           MOVE WS-PROMPT-TEXT           TO WS-SCRUB-TEXT
           PERFORM 530-SCRUB-PII
           MOVE WS-SCRUB-TEXT            TO LLM-JSE-SOURCE
           MOVE WS-PAIR-ANSWER(WS-PAIR-SCAN) TO WS-SCRUB-TEXT
           PERFORM 530-SCRUB-PII
           MOVE WS-SCRUB-TEXT            TO WS-ANSWER-TEXT

           PERFORM 540-HASH-PAIR
           IF WS-IS-DUPLICATE
               ADD 1                     TO WS-SKIP-DUPLICATE
           ELSE
               PERFORM 525-ESCAPE-AND-WRITE
           END-IF.


       525-ESCAPE-AND-WRITE.
           MOVE 0                        TO LLM-JSE-MAX-LEN
           CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA
           IF NOT LLM-JSE-TRUNCATED
               MOVE LLM-JSE-TARGET-LEN   TO WS-PROMPT-JSON-LEN
               IF WS-PROMPT-JSON-LEN > 0
                   MOVE LLM-JSE-TARGET(1:WS-PROMPT-JSON-LEN)
                                         TO WS-PROMPT-JSON
               END-IF
               MOVE WS-ANSWER-TEXT       TO LLM-JSE-SOURCE
               CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA
           END-IF
           IF LLM-JSE-TRUNCATED
               ADD 1                     TO WS-SKIP-TOO-LONG
           ELSE
               PERFORM 550-WRITE-PAIR-LINE
               PERFORM 560-COUNT-CATEGORY
           END-IF.


      *> Digit runs of 9 to 19 - card, account and national ID
      *> numbers - become X's, as LLM-CHAT masks them.
       530-SCRUB-PII.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCRUB-TEXT TRAILING))
                                         TO WS-SCRUB-LEN
           MOVE 0                        TO WS-SCRUB-RUN-LEN
           MOVE 1                        TO WS-SCRUB-RUN-START
           PERFORM VARYING WS-SCRUB-POS FROM 1 BY 1
               UNTIL WS-SCRUB-POS > WS-SCRUB-LEN
               MOVE WS-SCRUB-TEXT(WS-SCRUB-POS:1) TO WS-SCRUB-CHAR
               IF WS-SCRUB-CHAR >= '0' AND WS-SCRUB-CHAR <= '9'
                   IF WS-SCRUB-RUN-LEN = 0
                       MOVE WS-SCRUB-POS TO WS-SCRUB-RUN-START
                   END-IF
                   ADD 1 TO WS-SCRUB-RUN-LEN
               ELSE
                   PERFORM 535-MASK-RUN-IF-SENSITIVE
                   MOVE 0 TO WS-SCRUB-RUN-LEN
               END-IF
           END-PERFORM
           PERFORM 535-MASK-RUN-IF-SENSITIVE.


       535-MASK-RUN-IF-SENSITIVE.
           IF WS-SCRUB-RUN-LEN >= 9 AND WS-SCRUB-RUN-LEN <= 19
               MOVE ALL 'X' TO WS-SCRUB-TEXT
                                (WS-SCRUB-RUN-START:WS-SCRUB-RUN-LEN)
           END-IF.


      *> Rolling hash over the scrubbed prompt (still in the escape
      *> area's source) and answer. A repeat drops the pair; the
      *> hash's last two digits against the holdout percent pick
      *> the file, so the split is the same on every rerun.
       540-HASH-PAIR.
           MOVE 0                        TO WS-HASH-WORK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LLM-JSE-SOURCE TRAILING))
                                         TO WS-HASH-LEN
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > WS-HASH-LEN
               COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-HASH-WORK * 31
                   + FUNCTION ORD(LLM-JSE-SOURCE(WS-HASH-POS:1)),
                   999999937)
           END-PERFORM
           COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-HASH-WORK * 31
               + 1, 999999937)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ANSWER-TEXT TRAILING))
                                         TO WS-HASH-LEN
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS > WS-HASH-LEN
               COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-HASH-WORK * 31
                   + FUNCTION ORD(WS-ANSWER-TEXT(WS-HASH-POS:1)),
                   999999937)
           END-PERFORM
           MOVE WS-HASH-WORK             TO WS-HASH-VALUE

           MOVE 'N'                      TO WS-DUP-FLAG
           PERFORM VARYING WS-SEEN-SCAN FROM 1 BY 1
               UNTIL WS-SEEN-SCAN > WS-SEEN-COUNT
                  OR WS-IS-DUPLICATE
               IF WS-SEEN-HASH(WS-SEEN-SCAN) = WS-HASH-VALUE
                   SET WS-IS-DUPLICATE   TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-IS-DUPLICATE AND WS-SEEN-COUNT < 2000
               ADD 1                     TO WS-SEEN-COUNT
               MOVE WS-HASH-VALUE        TO WS-SEEN-HASH(WS-SEEN-COUNT)
           END-IF

           MOVE 'N'                      TO WS-HOLDOUT-FLAG
           IF FUNCTION MOD(WS-HASH-VALUE, 100) < WS-HOLDOUT-PCT
               SET WS-TO-HOLDOUT         TO TRUE
           END-IF.


      *> {"messages":[{"role":"system",...},{"role":"user",...},
      *>  {"role":"assistant",...}]} - the chat fine-tuning line
      *> OpenAI takes as-is and Anthropic's tooling converts.
       550-WRITE-PAIR-LINE.
           MOVE SPACES                   TO WS-OUT-LINE
           MOVE 1                        TO WS-LINE-PTR
           STRING '{"messages":['        DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           IF WS-SYSTEM-JSON-LEN > 0
               STRING '{"role":"system","content":"'
                                         DELIMITED BY SIZE
                      WS-SYSTEM-JSON(1:WS-SYSTEM-JSON-LEN)
                                         DELIMITED BY SIZE
                      '"},'              DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING '{"role":"user","content":"' DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           IF WS-PROMPT-JSON-LEN > 0
               STRING WS-PROMPT-JSON(1:WS-PROMPT-JSON-LEN)
                                         DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING '"},{"role":"assistant","content":"'
                                         DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING
           IF LLM-JSE-TARGET-LEN > 0
               STRING LLM-JSE-TARGET(1:LLM-JSE-TARGET-LEN)
                                         DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF
           STRING '"}]}'                 DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING

           IF WS-TO-HOLDOUT
               MOVE WS-OUT-LINE          TO HOLDOUT-LINE
               WRITE HOLDOUT-LINE
               ADD 1                     TO WS-HOLDOUT-COUNT
           ELSE
               MOVE WS-OUT-LINE          TO TRAIN-LINE
               WRITE TRAIN-LINE
               ADD 1                     TO WS-TRAIN-COUNT
           END-IF.


       560-COUNT-CATEGORY.
           MOVE 'N'                      TO WS-SPLIT-FOUND-FLAG
           PERFORM VARYING WS-SPLIT-SCAN FROM 1 BY 1
               UNTIL WS-SPLIT-SCAN > WS-SPLIT-COUNT
                  OR WS-SPLIT-FOUND
               IF WS-SPLIT-CATEGORY(WS-SPLIT-SCAN)
                  = WS-PAIR-CATEGORY(WS-PAIR-SCAN)
                   SET WS-SPLIT-FOUND    TO TRUE
                   SET WS-SPLIT-IDX      TO WS-SPLIT-SCAN
               END-IF
           END-PERFORM
           IF NOT WS-SPLIT-FOUND AND WS-SPLIT-COUNT < 500
               SET WS-SPLIT-FOUND        TO TRUE
               ADD 1                     TO WS-SPLIT-COUNT
               SET WS-SPLIT-IDX          TO WS-SPLIT-COUNT
               MOVE WS-PAIR-CATEGORY(WS-PAIR-SCAN)
                                   TO WS-SPLIT-CATEGORY(WS-SPLIT-IDX)
               MOVE 0              TO WS-SPLIT-TRAIN(WS-SPLIT-IDX)
                                      WS-SPLIT-HOLDOUT(WS-SPLIT-IDX)
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-SPLIT-FOUND
                   CONTINUE
               WHEN WS-TO-HOLDOUT
                   ADD 1           TO WS-SPLIT-HOLDOUT(WS-SPLIT-IDX)
               WHEN OTHER
                   ADD 1           TO WS-SPLIT-TRAIN(WS-SPLIT-IDX)
           END-EVALUATE.


       600-WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MAN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-TRAIN-EXPORT: cannot open '
                       FUNCTION TRIM(WS-MANIFEST-FILENAME)
                       ', status ' WS-MAN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE SPACES TO MANIFEST-LINE
           STRING 'LLM-TRAIN-EXPORT MANIFEST  ' DELIMITED BY SIZE
                  WS-NOW-DATE            DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-NOW-TIME(1:6)       DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING 'INPUT FILE .........: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INPUT-FILENAME) DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING 'SUPPLEMENTAL FEED ..: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUPP-FILENAME) DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING 'QA FILE ............: ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QA-FILENAME) DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           IF WS-USE-CAT
               STRING 'CATEGORY FILE ......: ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CATEGORY-FILENAME)
                                         DELIMITED BY SIZE
                   INTO MANIFEST-LINE
               END-STRING
           ELSE
               MOVE 'CATEGORY FILE ......: - (QA replies uncoded)'
                                         TO MANIFEST-LINE
           END-IF
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING 'HOLDOUT PERCENT ....: ' DELIMITED BY SIZE
                  WS-HOLDOUT-PCT         DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE

           MOVE 'CORRECTIONS READ ...........:' TO WS-ARG-TEXT
           MOVE WS-SUP-READ              TO WS-COUNT-EDIT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE 'QA REPLIES READ ............:' TO WS-ARG-TEXT
           MOVE WS-QA-READ               TO WS-COUNT-EDIT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE 'QA REPLIES APPROVED ........:' TO WS-ARG-TEXT
           MOVE WS-QA-APPROVED           TO WS-COUNT-EDIT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE 'DROPPED - NO CATEGORY ......:' TO WS-ARG-TEXT
           MOVE WS-SKIP-UNMATCHED        TO WS-COUNT-EDIT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE 'DROPPED - TABLE FULL .......:' TO WS-ARG-TEXT
           MOVE WS-SKIP-TABLE-FULL       TO WS-COUNT-EDIT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE 'DROPPED - NO PROMPT ON INPUT:' TO WS-ARG-TEXT
           MOVE WS-SKIP-NO-PROMPT        TO WS-COUNT-EDIT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE 'DROPPED - DUPLICATE ........:' TO WS-ARG-TEXT
           MOVE WS-SKIP-DUPLICATE        TO WS-COUNT-EDIT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE 'DROPPED - TOO LONG .........:' TO WS-ARG-TEXT
           MOVE WS-SKIP-TOO-LONG         TO WS-COUNT-EDIT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE 'TRAINING PAIRS WRITTEN .....:' TO WS-ARG-TEXT
           MOVE WS-TRAIN-COUNT           TO WS-COUNT-EDIT
           PERFORM 610-WRITE-COUNT-LINE
           MOVE 'HOLDOUT PAIRS WRITTEN ......:' TO WS-ARG-TEXT
           MOVE WS-HOLDOUT-COUNT         TO WS-COUNT-EDIT
           PERFORM 610-WRITE-COUNT-LINE

           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE 'CATEGORY       TRAIN  HOLDOUT    TOTAL'
                                         TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           PERFORM VARYING WS-SPLIT-SCAN FROM 1 BY 1
               UNTIL WS-SPLIT-SCAN > WS-SPLIT-COUNT
               PERFORM 620-WRITE-CATEGORY-LINE
           END-PERFORM
           CLOSE MANIFEST-FILE.


       610-WRITE-COUNT-LINE.
           MOVE SPACES TO MANIFEST-LINE
           STRING WS-ARG-TEXT(1:29)      DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-COUNT-EDIT          DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE.


       620-WRITE-CATEGORY-LINE.
           MOVE WS-SPLIT-TRAIN(WS-SPLIT-SCAN)   TO WS-TRAIN-EDIT
           MOVE WS-SPLIT-HOLDOUT(WS-SPLIT-SCAN) TO WS-HOLDOUT-EDIT
           COMPUTE WS-CAT-TOTAL = WS-SPLIT-TRAIN(WS-SPLIT-SCAN)
                                + WS-SPLIT-HOLDOUT(WS-SPLIT-SCAN)
           MOVE WS-CAT-TOTAL             TO WS-COUNT-EDIT
           MOVE SPACES TO MANIFEST-LINE
           STRING WS-SPLIT-CATEGORY(WS-SPLIT-SCAN) DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-TRAIN-EDIT          DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-HOLDOUT-EDIT        DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-COUNT-EDIT          DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE.


      *> Answers over the table's 8K don't make useful examples and
      *> are dropped as too long rather than cut.
       700-ADD-PAIR.
           EVALUATE TRUE
               WHEN WS-PAIR-COUNT >= WS-PAIR-MAX
                   ADD 1                 TO WS-SKIP-TABLE-FULL
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-ANSWER
                                                  TRAILING)) > 8192
                   ADD 1                 TO WS-SKIP-TOO-LONG
               WHEN OTHER
                   ADD 1                 TO WS-PAIR-COUNT
                   MOVE WS-NEW-KEY     TO WS-PAIR-KEY(WS-PAIR-COUNT)
                   MOVE WS-NEW-SOURCE  TO WS-PAIR-SOURCE(WS-PAIR-COUNT)
                   MOVE WS-NEW-CATEGORY
                                   TO WS-PAIR-CATEGORY(WS-PAIR-COUNT)
                   MOVE 'N'        TO WS-PAIR-DONE-FLAG(WS-PAIR-COUNT)
                   MOVE WS-NEW-ANSWER
                                   TO WS-PAIR-ANSWER(WS-PAIR-COUNT)
           END-EVALUATE.
