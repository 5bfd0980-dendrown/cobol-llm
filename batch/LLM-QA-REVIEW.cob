      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-QA-REVIEW.cob
      *> Desc    : QA scoring workstation - the ACCEPT/DISPLAY
      *>           pattern of LLM-REJECT-REVIEW applied to the QA
      *>           work file LLM-QA-SAMPLE draws. Steps through every
      *>           unscored sampled reply, shows it (paged) with its
      *>           caller, prompt ID and version, model and, when the
      *>           input file is given, the original prompt joined
      *>           back by key; the reviewer scores it on the fixed
      *>           rubric - 1 correct, 2 minor error, 3 major error,
      *>           4 harmful - with a comment (required for 3 and 4).
      *>           Scores are stamped with the reviewer
      *>           (LLM_QA_REVIEWER, else the login name) and time,
      *>           and the QA file is rewritten through <qa>.new so an
      *>           interrupted session loses nothing already scored.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-QA-REVIEW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QA-FILE ASSIGN TO WS-QA-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QA-FILE-STATUS.

           SELECT QA-NEW ASSIGN TO WS-QA-NEW-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QAN-FILE-STATUS.

           SELECT BATCH-INPUT ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  QA-FILE.
       COPY 'LLM-QA-RECORD.cpy'.

       FD  QA-NEW.
       01 QA-NEW-RECORD             PIC X(33297).

       FD  BATCH-INPUT.
       01 BATCH-IN-RECORD.
           05 BIN-KEY               PIC X(20).
           05 BIN-ROLE              PIC X(16).
           05 BIN-PROMPT            PIC X(32768).
           05 BIN-REST              PIC X(110).
       01 BATCH-IN-RAW              PIC X(32900).

       WORKING-STORAGE SECTION.

       COPY 'LLM-DELIM-FIELDS.cpy'.

       01 WS-QA-FILENAME        PIC X(256).
       01 WS-QA-NEW-FILENAME    PIC X(256).
       01 WS-INPUT-FILENAME     PIC X(256) VALUE SPACES.
       01 WS-QA-FILE-STATUS     PIC X(2).
       01 WS-QAN-FILE-STATUS    PIC X(2).
       01 WS-IN-FILE-STATUS     PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-IN-EOF-FLAG        PIC X(1).
         88 WS-IN-EOF               VALUE 'Y'.
       01 WS-QUIT-FLAG          PIC X(1) VALUE 'N'.
         88 WS-QUIT-REQUESTED       VALUE 'Y'.
       01 WS-SWAP-CMD           PIC X(600).
       01 WS-REVIEWER-ID        PIC X(30).

      *> ---- input format (for the prompt join) ------------------------
       01 WS-INPUT-FORMAT-ENV   PIC X(8).
       01 WS-IN-DELIM-FLAG      PIC X(1) VALUE 'N'.
         88 WS-IN-DELIM-MODE        VALUE 'Y'.
       01 WS-DELIM-ENV          PIC X(4).

      *> ---- the reply under review ------------------------------------
       01 WS-PROMPT-TEXT        PIC X(32768).
       01 WS-PROMPT-FOUND-FLAG  PIC X(1).
         88 WS-PROMPT-FOUND         VALUE 'Y'.
       01 WS-COMMAND            PIC X(10).
       01 WS-COMMAND-UPPER      PIC X(10).
       01 WS-SCORE-TAKEN        PIC X(8).
       01 WS-COMMENT            PIC X(200).

      *> ---- paging --------------------------------------------------
      *> Reply wrapped to 100 columns, 20 lines a page; line feeds
      *> (or the X"01" they are carried as) start a new line.
       01 WS-COL-WIDTH          PIC 9(3) COMP VALUE 100.
       01 WS-PAGE-ROWS          PIC 9(3) COMP VALUE 20.
       01 WS-MAX-LINES          PIC 9(3) COMP VALUE 400.
       01 WS-WRAP-SOURCE        PIC X(32768).
       01 WS-WRAP-LEN           PIC 9(5) COMP.
       01 WS-WRAP-POS           PIC 9(5) COMP.
       01 WS-WRAP-COL           PIC 9(3) COMP.
       01 WS-WRAP-COUNT         PIC 9(3) COMP.
       01 WS-WRAP-TABLE.
           05 WS-WRAP-LINE      PIC X(100) OCCURS 400 TIMES.
       01 WS-WRAP-CHAR          PIC X(1).
       01 WS-PAGE-NO            PIC 9(3) COMP.
       01 WS-PAGE-COUNT         PIC 9(3) COMP.
       01 WS-ROW                PIC 9(3) COMP.
       01 WS-ROW-IDX            PIC 9(3) COMP.
       01 WS-PAGE-NO-DISP       PIC ZZ9.
       01 WS-PAGE-COUNT-DISP    PIC ZZ9.

      *> ---- control totals --------------------------------------------
       01 WS-SCORED-COUNT       PIC 9(9) VALUE 0.
       01 WS-SKIPPED-COUNT      PIC 9(9) VALUE 0.
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-REVIEW-SAMPLE
           PERFORM 300-REPLACE-QA-FILE
           DISPLAY 'LLM-QA-REVIEW: replies scored: ' WS-SCORED-COUNT
           DISPLAY 'LLM-QA-REVIEW: replies left unscored: '
                   WS-SKIPPED-COUNT
           STOP RUN.

      *> Args: 1=QA work file (LLM-QA-SAMPLE writes it)
      *>       2=original input file, for the prompts (optional)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY 'LLM-QA-REVIEW: usage: LLM-QA-REVIEW '
                       '<qa-file> [input]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-QA-FILENAME FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 2
               MOVE 2                   TO WS-ARG-COUNT
               ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
               IF WS-INPUT-FILENAME = '-'
                   MOVE SPACES          TO WS-INPUT-FILENAME
               END-IF
           END-IF
           STRING FUNCTION TRIM(WS-QA-FILENAME) DELIMITED BY SIZE
                  '.new'                        DELIMITED BY SIZE
                  INTO WS-QA-NEW-FILENAME
           END-STRING

           DISPLAY 'LLM_QA_REVIEWER' UPON ENVIRONMENT-NAME
           ACCEPT WS-REVIEWER-ID FROM ENVIRONMENT-VALUE
           IF WS-REVIEWER-ID = SPACES
               DISPLAY 'USER' UPON ENVIRONMENT-NAME
               ACCEPT WS-REVIEWER-ID FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-REVIEWER-ID = SPACES
               DISPLAY 'LLM-QA-REVIEW: no reviewer ID - set '
                       'LLM_QA_REVIEWER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'LLM_BATCH_INPUT_FORMAT' UPON ENVIRONMENT-NAME
           ACCEPT WS-INPUT-FORMAT-ENV FROM ENVIRONMENT-VALUE
           IF FUNCTION UPPER-CASE(WS-INPUT-FORMAT-ENV) = 'DELIM'
               SET WS-IN-DELIM-MODE     TO TRUE
               MOVE X'09'               TO LLM-DLM-SEPARATOR
               DISPLAY 'LLM_BATCH_DELIMITER' UPON ENVIRONMENT-NAME
               ACCEPT WS-DELIM-ENV FROM ENVIRONMENT-VALUE
               IF WS-DELIM-ENV NOT = SPACES
                   MOVE WS-DELIM-ENV(1:1) TO LLM-DLM-SEPARATOR
               END-IF
           END-IF

           OPEN INPUT QA-FILE
           IF WS-QA-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-QA-REVIEW: cannot open QA file, status '
                       WS-QA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QA-NEW
           IF WS-QAN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-QA-REVIEW: cannot open '
                       FUNCTION TRIM(WS-QA-NEW-FILENAME)
                       ', status ' WS-QAN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


      *> Scored records, and everything after a quit, are copied
      *> through unchanged.
       200-REVIEW-SAMPLE.
           DISPLAY 'LLM-QA-REVIEW: reviewer '
                   FUNCTION TRIM(WS-REVIEWER-ID)
           DISPLAY 'LLM-QA-REVIEW: + or blank next page, - previous '
                   'page, 1 correct, 2 minor error, 3 major error, '
                   '4 harmful, S skip, Q quit'
           PERFORM UNTIL WS-EOF
               READ QA-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF QA-UNSCORED
                           IF WS-QUIT-REQUESTED
                               ADD 1 TO WS-SKIPPED-COUNT
                           ELSE
                               PERFORM 210-REVIEW-ONE-REPLY
                           END-IF
                       END-IF
                       MOVE QA-RECORD    TO QA-NEW-RECORD
                       WRITE QA-NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE QA-FILE
           CLOSE QA-NEW.


       210-REVIEW-ONE-REPLY.
           IF WS-INPUT-FILENAME NOT = SPACES
               PERFORM 220-FIND-PROMPT
           ELSE
               MOVE 'N'                  TO WS-PROMPT-FOUND-FLAG
           END-IF
           MOVE QA-CONTENT               TO WS-WRAP-SOURCE
           PERFORM 230-WRAP-TEXT
           COMPUTE WS-PAGE-COUNT =
               (FUNCTION MAX(WS-WRAP-COUNT 1) + WS-PAGE-ROWS - 1)
               / WS-PAGE-ROWS
           MOVE 1                        TO WS-PAGE-NO
           MOVE SPACES                   TO WS-SCORE-TAKEN
           MOVE SPACES                   TO WS-COMMAND-UPPER
           PERFORM UNTIL WS-SCORE-TAKEN NOT = SPACES
                      OR WS-COMMAND-UPPER = 'S'
                      OR WS-QUIT-REQUESTED
               PERFORM 240-SHOW-PAGE
               DISPLAY 'Score: ' WITH NO ADVANCING
               MOVE SPACES               TO WS-COMMAND
               ACCEPT WS-COMMAND
               MOVE FUNCTION UPPER-CASE(WS-COMMAND)
                                         TO WS-COMMAND-UPPER
               EVALUATE WS-COMMAND-UPPER
                   WHEN SPACES
                   WHEN '+'
                       IF WS-PAGE-NO < WS-PAGE-COUNT
                           ADD 1 TO WS-PAGE-NO
                       END-IF
                   WHEN '-'
                       IF WS-PAGE-NO > 1
                           SUBTRACT 1 FROM WS-PAGE-NO
                       END-IF
                   WHEN '1'
                       MOVE 'CORRECT'    TO WS-SCORE-TAKEN
                   WHEN '2'
                       MOVE 'MINOR'      TO WS-SCORE-TAKEN
                   WHEN '3'
                       MOVE 'MAJOR'      TO WS-SCORE-TAKEN
                   WHEN '4'
                       MOVE 'HARMFUL'    TO WS-SCORE-TAKEN
                   WHEN 'S'
                       CONTINUE
                   WHEN 'Q'
                       SET WS-QUIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY 'LLM-QA-REVIEW: + - 1 2 3 4 S Q'
               END-EVALUATE
           END-PERFORM

           IF WS-SCORE-TAKEN = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM 250-TAKE-COMMENT
               ADD 1 TO WS-SCORED-COUNT
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-SCORE-TAKEN       TO QA-SCORE
               MOVE WS-REVIEWER-ID       TO QA-REVIEWER
               MOVE SPACES               TO QA-SCORED-AT
               STRING WS-NOW-DATE '-' WS-NOW-TIME DELIMITED BY SIZE
                      INTO QA-SCORED-AT
               END-STRING
               MOVE WS-COMMENT           TO QA-COMMENT
           END-IF.


       220-FIND-PROMPT.
           MOVE 'N'    TO WS-PROMPT-FOUND-FLAG
           MOVE SPACES TO WS-PROMPT-TEXT
           OPEN INPUT BATCH-INPUT
           IF WS-IN-FILE-STATUS = '00'
               MOVE 'N' TO WS-IN-EOF-FLAG
               PERFORM UNTIL WS-IN-EOF
                   READ BATCH-INPUT
                       AT END
                           SET WS-IN-EOF TO TRUE
                       NOT AT END
                           IF WS-IN-DELIM-MODE
                               MOVE BATCH-IN-RAW TO LLM-DLM-LINE
                               CALL 'LLM-DELIM-PARSE'
                                   USING LLM-DELIM-AREA
                               IF LLM-DLM-FIELD(1) = QA-KEY
                                   SET WS-PROMPT-FOUND TO TRUE
                                   MOVE LLM-DLM-FIELD(3)
                                       TO WS-PROMPT-TEXT
                                   SET WS-IN-EOF TO TRUE
                               END-IF
                           ELSE
                               IF BIN-KEY = QA-KEY
                                   SET WS-PROMPT-FOUND TO TRUE
                                   MOVE BIN-PROMPT TO WS-PROMPT-TEXT
                                   SET WS-IN-EOF   TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-INPUT
           END-IF.


      *> WS-WRAP-SOURCE into WS-WRAP-TABLE, one column-width line per
      *> entry. CRs (and their X"02" file form) are dropped; text
      *> past the last table line is not shown.
       230-WRAP-TEXT.
           MOVE SPACES                   TO WS-WRAP-TABLE
           MOVE 0                        TO WS-WRAP-COUNT
           IF WS-WRAP-SOURCE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WRAP-SOURCE
                                    TRAILING)) TO WS-WRAP-LEN
               MOVE 1                    TO WS-WRAP-COUNT
               MOVE 0                    TO WS-WRAP-COL
               PERFORM VARYING WS-WRAP-POS FROM 1 BY 1
                   UNTIL WS-WRAP-POS > WS-WRAP-LEN
                   MOVE WS-WRAP-SOURCE(WS-WRAP-POS:1) TO WS-WRAP-CHAR
                   EVALUATE TRUE
                       WHEN WS-WRAP-CHAR = X'0A' OR X'01'
                           PERFORM 235-NEXT-WRAP-LINE
                       WHEN WS-WRAP-CHAR = X'0D' OR X'02'
                           CONTINUE
                       WHEN OTHER
                           IF WS-WRAP-COL >= WS-COL-WIDTH
                               PERFORM 235-NEXT-WRAP-LINE
                           END-IF
                           IF WS-WRAP-COUNT <= WS-MAX-LINES
                               ADD 1 TO WS-WRAP-COL
                               MOVE WS-WRAP-CHAR TO
                                   WS-WRAP-LINE(WS-WRAP-COUNT)
                                               (WS-WRAP-COL:1)
                           END-IF
                   END-EVALUATE
               END-PERFORM
               IF WS-WRAP-COUNT > WS-MAX-LINES
                   MOVE WS-MAX-LINES     TO WS-WRAP-COUNT
               END-IF
           END-IF.


       235-NEXT-WRAP-LINE.
           IF WS-WRAP-COUNT <= WS-MAX-LINES
               ADD 1 TO WS-WRAP-COUNT
           END-IF
           MOVE 0                        TO WS-WRAP-COL.


       240-SHOW-PAGE.
           MOVE WS-PAGE-NO               TO WS-PAGE-NO-DISP
           MOVE WS-PAGE-COUNT            TO WS-PAGE-COUNT-DISP
           DISPLAY ' '
           DISPLAY '--- sample key: ' FUNCTION TRIM(QA-KEY)
                   '  sampled ' QA-SAMPLE-DATE
                   '  run ' QA-RUN-ID
                   '  page ' WS-PAGE-NO-DISP ' of ' WS-PAGE-COUNT-DISP
           DISPLAY '    caller ' FUNCTION TRIM(QA-CALLER)
                   '  prompt ' FUNCTION TRIM(QA-PROMPT-ID)
                   ' v' QA-PROMPT-VERSION
                   '  model ' FUNCTION TRIM(QA-MODEL)
           IF WS-PROMPT-FOUND
               DISPLAY 'PROMPT: ' WS-PROMPT-TEXT(1:400)
           END-IF
           DISPLAY 'REPLY :'
           PERFORM VARYING WS-ROW FROM 0 BY 1
               UNTIL WS-ROW >= WS-PAGE-ROWS
               COMPUTE WS-ROW-IDX =
                   (WS-PAGE-NO - 1) * WS-PAGE-ROWS + 1 + WS-ROW
               IF WS-ROW-IDX <= WS-WRAP-COUNT
                   DISPLAY '  ' WS-WRAP-LINE(WS-ROW-IDX)
               END-IF
           END-PERFORM.


      *> A major error or a harmful reply has to say why - that is
      *> the evidence the model risk file wants.
       250-TAKE-COMMENT.
           MOVE SPACES                   TO WS-COMMENT
           DISPLAY 'Comment: ' WITH NO ADVANCING
           ACCEPT WS-COMMENT
           PERFORM UNTIL WS-COMMENT NOT = SPACES
                      OR WS-SCORE-TAKEN = 'CORRECT'
                      OR WS-SCORE-TAKEN = 'MINOR'
               DISPLAY 'LLM-QA-REVIEW: a comment is required for '
                       FUNCTION TRIM(WS-SCORE-TAKEN)
               DISPLAY 'Comment: ' WITH NO ADVANCING
               ACCEPT WS-COMMENT
           END-PERFORM.


      *> The QA file now holds the scores taken this session.
       300-REPLACE-QA-FILE.
           MOVE SPACES TO WS-SWAP-CMD
           STRING 'mv '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QA-NEW-FILENAME)
                                               DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QA-FILENAME)
                                               DELIMITED BY SIZE
                  INTO WS-SWAP-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SWAP-CMD.
