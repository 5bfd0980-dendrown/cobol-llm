      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-APPROVAL-REVIEW.cob
      *> Desc    : Four-eyes sign-off workstation for draft
      *>           correspondence - the LLM-REJECT-REVIEW pattern
      *>           applied to the <output>.pending file LLM-BATCH
      *>           holds drafts on. Pages through each draft beside
      *>           its original prompt (joined back to the input
      *>           file by key), and lets the reviewer approve it,
      *>           edit and approve it, or reject it with a reason
      *>           code from the reason-code file. The reviewer
      *>           (LLM_APPROVAL_REVIEWER, else the login name) may
      *>           not decide a draft they submitted - such drafts
      *>           stay pending for somebody else. Approved drafts go
      *>           to a release feed in the LLM-BATCH output layout
      *>           bracketed by its own HDR/TRL; every decision is
      *>           appended to the approval log with the reviewer
      *>           ID. Undecided drafts are written back to the
      *>           pending file for the next session. Honors
      *>           LLM_BATCH_OUTPUT_FORMAT=DELIM like the run did.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-APPROVAL-REVIEW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO WS-PENDING-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT PENDING-NEW ASSIGN TO WS-PENDING-NEW-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PNW-FILE-STATUS.

           SELECT BATCH-INPUT ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT REASON-FILE ASSIGN TO WS-REASON-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-FILE-STATUS.

           SELECT RELEASE-FEED ASSIGN TO WS-RELEASE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.

           SELECT APPROVAL-LOG ASSIGN TO WS-APPROVAL-LOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PENDING-FILE.
       COPY 'LLM-PENDING-RECORD.cpy'.

       FD  PENDING-NEW.
       01 PENDING-NEW-RECORD        PIC X(32907).

       FD  BATCH-INPUT.
       01 BATCH-IN-RECORD.
           05 BIN-KEY               PIC X(20).
           05 BIN-ROLE              PIC X(16).
           05 BIN-PROMPT            PIC X(32768).
           05 BIN-REST              PIC X(110).
       01 BATCH-IN-RAW              PIC X(32900).

      *> Same shape as the category reference file: code, then a
      *> free-text description shown by /LIST.
       FD  REASON-FILE.
       01 REASON-FILE-RECORD.
           05 RSN-CODE              PIC X(10).
           05 RSN-DESCRIPTION       PIC X(120).

       FD  RELEASE-FEED.
       01 REL-LINE                  PIC X(32900).
       01 REL-OUT-RECORD.
           05 REL-KEY               PIC X(20).
           05 REL-STAT-CODE         PIC 9(4).
           05 REL-TOKENS-IN         PIC 9(9).
           05 REL-TOKENS-OUT        PIC 9(9).
           05 REL-CONTENT           PIC X(32768).
           05 REL-CATEGORY          PIC X(10).
           05 REL-LONG-PATH         PIC X(1).

       FD  APPROVAL-LOG.
       COPY 'LLM-APPROVAL-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'LLM-DELIM-FIELDS.cpy'.

       01 WS-PENDING-FILENAME   PIC X(256).
       01 WS-PENDING-NEW-FILENAME PIC X(256).
       01 WS-INPUT-FILENAME     PIC X(256).
       01 WS-REASON-FILENAME    PIC X(256).
       01 WS-RELEASE-FILENAME   PIC X(256).
       01 WS-APPROVAL-LOG-FILENAME PIC X(256).
       01 WS-PND-FILE-STATUS    PIC X(2).
       01 WS-PNW-FILE-STATUS    PIC X(2).
       01 WS-IN-FILE-STATUS     PIC X(2).
       01 WS-RSN-FILE-STATUS    PIC X(2).
       01 WS-REL-FILE-STATUS    PIC X(2).
       01 WS-LOG-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-IN-EOF-FLAG        PIC X(1).
         88 WS-IN-EOF               VALUE 'Y'.
       01 WS-RSN-EOF-FLAG       PIC X(1).
         88 WS-RSN-EOF              VALUE 'Y'.
       01 WS-QUIT-FLAG          PIC X(1) VALUE 'N'.
         88 WS-QUIT-REQUESTED       VALUE 'Y'.
       01 WS-SWAP-CMD           PIC X(600).

      *> ---- who is signing -------------------------------------------
       01 WS-REVIEWER-ID        PIC X(30).
       01 WS-REVIEWER-UPPER     PIC X(30).
       01 WS-SUBMITTER-UPPER    PIC X(30).

      *> ---- output feed format ----------------------------------------
       01 WS-OUTPUT-FORMAT-ENV  PIC X(8).
       01 WS-OUT-DELIM-FLAG     PIC X(1) VALUE 'N'.
         88 WS-OUT-DELIM-MODE       VALUE 'Y'.
       01 WS-DELIM-ENV          PIC X(4).
       01 WS-OUT-SEPARATOR      PIC X(1).
       01 WS-INPUT-FORMAT-ENV   PIC X(8).
       01 WS-IN-DELIM-FLAG      PIC X(1) VALUE 'N'.
         88 WS-IN-DELIM-MODE        VALUE 'Y'.

      *> ---- reason-code reference -------------------------------------
       01 WS-RSN-COUNT          PIC 9(3) VALUE 0.
       01 WS-REASON-TABLE.
           05 WS-RSN-ENTRY      OCCURS 500 TIMES
                                INDEXED BY WS-RSN-IDX.
             10 WS-RSN-TBL-CODE PIC X(10).
             10 WS-RSN-TBL-DESC PIC X(60).
       01 WS-RSN-SCAN           PIC 9(3) COMP.
       01 WS-RSN-VALID-FLAG     PIC X(1).
         88 WS-RSN-VALID           VALUE 'Y'.

      *> ---- the draft under review ------------------------------------
       01 WS-PROMPT-TEXT        PIC X(32768).
       01 WS-PROMPT-FOUND-FLAG  PIC X(1).
         88 WS-PROMPT-FOUND         VALUE 'Y'.
       01 WS-DRAFT-TEXT         PIC X(32768).
       01 WS-COMMAND            PIC X(10).
       01 WS-COMMAND-UPPER      PIC X(10).
       01 WS-TYPED-CODE         PIC X(10).
       01 WS-TYPED-UPPER        PIC X(10).
       01 WS-DECISION-FLAG      PIC X(1).
         88 WS-DECIDED-APPROVE      VALUE 'A'.
         88 WS-DECIDED-EDIT         VALUE 'E'.
         88 WS-DECIDED-REJECT       VALUE 'R'.
         88 WS-DECIDED-SKIP         VALUE 'S'.
         88 WS-UNDECIDED            VALUE ' '.
       01 WS-LOG-DECISION       PIC X(8).

      *> ---- side-by-side pages ----------------------------------------
      *> Prompt on the left, draft on the right, wrapped to the
      *> column width and broken on embedded line feeds (LF or the
      *> X"01" they are carried as on file).
       01 WS-COL-WIDTH          PIC 9(3) COMP VALUE 58.
       01 WS-PAGE-ROWS          PIC 9(3) COMP VALUE 20.
       01 WS-MAX-LINES          PIC 9(3) COMP VALUE 600.
       01 WS-LEFT-COUNT         PIC 9(3) COMP.
       01 WS-LEFT-TABLE.
           05 WS-LEFT-LINE      PIC X(58) OCCURS 600 TIMES.
       01 WS-RIGHT-COUNT        PIC 9(3) COMP.
       01 WS-RIGHT-TABLE.
           05 WS-RIGHT-LINE     PIC X(58) OCCURS 600 TIMES.
       01 WS-WRAP-SOURCE        PIC X(32768).
       01 WS-WRAP-LEN           PIC 9(5) COMP.
       01 WS-WRAP-POS           PIC 9(5) COMP.
       01 WS-WRAP-COL           PIC 9(3) COMP.
       01 WS-WRAP-COUNT         PIC 9(3) COMP.
       01 WS-WRAP-TABLE.
           05 WS-WRAP-LINE      PIC X(58) OCCURS 600 TIMES.
       01 WS-WRAP-CHAR          PIC X(1).
       01 WS-PAGE-NO            PIC 9(3) COMP.
       01 WS-PAGE-COUNT         PIC 9(3) COMP.
       01 WS-PAGE-FIRST         PIC 9(3) COMP.
       01 WS-ROW                PIC 9(3) COMP.
       01 WS-ROW-IDX            PIC 9(3) COMP.
       01 WS-PAGE-NO-DISP       PIC ZZ9.
       01 WS-PAGE-COUNT-DISP    PIC ZZ9.
       01 WS-SHOW-LEFT          PIC X(58).
       01 WS-SHOW-RIGHT         PIC X(58).

      *> ---- reviewer's retyped text -----------------------------------
       01 WS-EDIT-LINE          PIC X(200).
       01 WS-EDIT-TEXT          PIC X(32768).
       01 WS-EDIT-PTR           PIC 9(5) COMP.
       01 WS-EDIT-DONE-FLAG     PIC X(1).
         88 WS-EDIT-DONE            VALUE 'Y'.

      *> ---- control totals --------------------------------------------
       01 WS-APPROVED-COUNT     PIC 9(9) VALUE 0.
       01 WS-EDITED-COUNT       PIC 9(9) VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(9) VALUE 0.
       01 WS-LEFT-PENDING-COUNT PIC 9(9) VALUE 0.
       01 WS-OWN-DRAFT-COUNT    PIC 9(9) VALUE 0.
       01 WS-RELEASED-COUNT     PIC 9(9) VALUE 0.
       01 WS-REL-TOKENS-IN      PIC 9(12) VALUE 0.
       01 WS-REL-TOKENS-OUT     PIC 9(12) VALUE 0.
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-TRL-COUNT          PIC 9(9).

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-REVIEW-DRAFTS
           PERFORM 300-WRITE-TRAILER
           CLOSE RELEASE-FEED
           CLOSE APPROVAL-LOG
           PERFORM 310-REPLACE-PENDING
           DISPLAY 'LLM-APPROVAL-REVIEW: drafts approved: '
                   WS-APPROVED-COUNT
           DISPLAY 'LLM-APPROVAL-REVIEW: drafts edited and approved: '
                   WS-EDITED-COUNT
           DISPLAY 'LLM-APPROVAL-REVIEW: drafts rejected: '
                   WS-REJECTED-COUNT
           DISPLAY 'LLM-APPROVAL-REVIEW: drafts still pending: '
                   WS-LEFT-PENDING-COUNT
           IF WS-OWN-DRAFT-COUNT > 0
               DISPLAY 'LLM-APPROVAL-REVIEW: ' WS-OWN-DRAFT-COUNT
                       ' of them submitted by this reviewer - another '
                       'operator must sign those off'
           END-IF
           STOP RUN.

      *> Args: 1=pending file (LLM-BATCH writes <output>.pending)
      *>       2=original input file (for the prompts)  3=release
      *>       feed to write  4=reason-code reference file
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 4
               DISPLAY 'LLM-APPROVAL-REVIEW: usage: '
                       'LLM-APPROVAL-REVIEW <pending> <input> '
                       '<release-feed> <reason-codes>'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-PENDING-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-RELEASE-FILENAME FROM ARGUMENT-VALUE
           MOVE 4                       TO WS-ARG-COUNT
           ACCEPT WS-REASON-FILENAME FROM ARGUMENT-VALUE
           STRING FUNCTION TRIM(WS-PENDING-FILENAME)
                                         DELIMITED BY SIZE
                  '.new'                 DELIMITED BY SIZE
                  INTO WS-PENDING-NEW-FILENAME
           END-STRING

      *> Sign-off means nothing without a name against it.
           DISPLAY 'LLM_APPROVAL_REVIEWER' UPON ENVIRONMENT-NAME
           ACCEPT WS-REVIEWER-ID FROM ENVIRONMENT-VALUE
           IF WS-REVIEWER-ID = SPACES
               DISPLAY 'USER' UPON ENVIRONMENT-NAME
               ACCEPT WS-REVIEWER-ID FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-REVIEWER-ID = SPACES
               DISPLAY 'LLM-APPROVAL-REVIEW: no reviewer ID - set '
                       'LLM_APPROVAL_REVIEWER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-REVIEWER-ID)
                                        TO WS-REVIEWER-UPPER

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
           IF WS-OUT-DELIM-MODE OR WS-IN-DELIM-MODE
               MOVE X'09'               TO LLM-DLM-SEPARATOR
               DISPLAY 'LLM_BATCH_DELIMITER' UPON ENVIRONMENT-NAME
               ACCEPT WS-DELIM-ENV FROM ENVIRONMENT-VALUE
               IF WS-DELIM-ENV NOT = SPACES
                   MOVE WS-DELIM-ENV(1:1) TO LLM-DLM-SEPARATOR
               END-IF
               MOVE LLM-DLM-SEPARATOR   TO WS-OUT-SEPARATOR
           END-IF

           PERFORM 110-LOAD-REASONS
           IF WS-RSN-COUNT = 0
               DISPLAY 'LLM-APPROVAL-REVIEW: reason-code file is '
                       'empty'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'LLM_APPROVAL_LOG_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-APPROVAL-LOG-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-APPROVAL-LOG-FILENAME = SPACES
               MOVE 'LLM-APPROVAL.LOG'  TO WS-APPROVAL-LOG-FILENAME
           END-IF
           OPEN EXTEND APPROVAL-LOG
           IF WS-LOG-FILE-STATUS = '35'
               OPEN OUTPUT APPROVAL-LOG
           END-IF
           IF WS-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-APPROVAL-REVIEW: cannot open approval '
                       'log, status ' WS-LOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RELEASE-FEED
           IF WS-REL-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-APPROVAL-REVIEW: cannot open release '
                       'feed, status ' WS-REL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-WRITE-HEADER.


       110-LOAD-REASONS.
           OPEN INPUT REASON-FILE
           IF WS-RSN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-APPROVAL-REVIEW: cannot open reason-code '
                       'file, status ' WS-RSN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-RSN-EOF-FLAG
           PERFORM UNTIL WS-RSN-EOF
               READ REASON-FILE
                   AT END
                       SET WS-RSN-EOF TO TRUE
                   NOT AT END
                       IF RSN-CODE NOT = SPACES
                       AND RSN-CODE(1:1) NOT = '*'
                       AND WS-RSN-COUNT < 500
                           ADD 1 TO WS-RSN-COUNT
                           SET WS-RSN-IDX TO WS-RSN-COUNT
                           MOVE FUNCTION UPPER-CASE(RSN-CODE)
                               TO WS-RSN-TBL-CODE(WS-RSN-IDX)
                           MOVE RSN-DESCRIPTION
                               TO WS-RSN-TBL-DESC(WS-RSN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REASON-FILE.


       120-WRITE-HEADER.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO REL-LINE
           IF WS-OUT-DELIM-MODE
               STRING 'HDR'                       DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      WS-NOW-DATE                 DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      WS-NOW-TIME                 DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      'APPROVAL-RELEASE'          DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PENDING-FILENAME)
                                                  DELIMITED BY SIZE
                      INTO REL-LINE
               END-STRING
           ELSE
               STRING 'HDR '                      DELIMITED BY SIZE
                      WS-NOW-DATE                 DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      WS-NOW-TIME                 DELIMITED BY SIZE
                      ' APPROVAL-RELEASE '        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PENDING-FILENAME)
                                                  DELIMITED BY SIZE
                      INTO REL-LINE
               END-STRING
           END-IF
           WRITE REL-LINE.


      *> Drafts still undecided when the reviewer stops (or that the
      *> reviewer may not decide) are copied to <pending>.new, which
      *> replaces the pending file at the end of the session.
       200-REVIEW-DRAFTS.
           OPEN INPUT PENDING-FILE
           IF WS-PND-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-APPROVAL-REVIEW: cannot open pending '
                       'file, status ' WS-PND-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PENDING-NEW
           IF WS-PNW-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-APPROVAL-REVIEW: cannot open '
                       FUNCTION TRIM(WS-PENDING-NEW-FILENAME)
                       ', status ' WS-PNW-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'LLM-APPROVAL-REVIEW: reviewer '
                   FUNCTION TRIM(WS-REVIEWER-ID)
           DISPLAY 'LLM-APPROVAL-REVIEW: + or blank next page, - '
                   'previous page, A approve, E edit and approve, '
                   'R reject, S skip, Q quit'

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PENDING-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-QUIT-REQUESTED
                           PERFORM 290-KEEP-PENDING
                       ELSE
                           PERFORM 210-REVIEW-ONE-DRAFT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           CLOSE PENDING-NEW.


       210-REVIEW-ONE-DRAFT.
           MOVE FUNCTION UPPER-CASE(PND-SUBMITTER)
                                         TO WS-SUBMITTER-UPPER
           IF WS-SUBMITTER-UPPER = WS-REVIEWER-UPPER
               ADD 1 TO WS-OWN-DRAFT-COUNT
               DISPLAY ' '
               DISPLAY '--- draft key: ' FUNCTION TRIM(PND-KEY)
                       ' submitted by this reviewer - left pending'
               PERFORM 290-KEEP-PENDING
           ELSE
               PERFORM 215-PRESENT-DRAFT
           END-IF.


       215-PRESENT-DRAFT.
           PERFORM 220-FIND-PROMPT
           IF WS-PROMPT-FOUND
               MOVE WS-PROMPT-TEXT       TO WS-WRAP-SOURCE
           ELSE
               MOVE '(key not found on the input file)'
                                         TO WS-WRAP-SOURCE
           END-IF
           PERFORM 230-WRAP-TEXT
           MOVE WS-WRAP-COUNT            TO WS-LEFT-COUNT
           MOVE WS-WRAP-TABLE            TO WS-LEFT-TABLE
           MOVE PND-CONTENT              TO WS-WRAP-SOURCE
           PERFORM 230-WRAP-TEXT
           MOVE WS-WRAP-COUNT            TO WS-RIGHT-COUNT
           MOVE WS-WRAP-TABLE            TO WS-RIGHT-TABLE

           COMPUTE WS-PAGE-COUNT =
               (FUNCTION MAX(WS-LEFT-COUNT WS-RIGHT-COUNT 1)
                + WS-PAGE-ROWS - 1) / WS-PAGE-ROWS
           MOVE 1                        TO WS-PAGE-NO
           MOVE SPACE                    TO WS-DECISION-FLAG
           PERFORM UNTIL NOT WS-UNDECIDED
               PERFORM 240-SHOW-PAGE
               DISPLAY 'Action: ' WITH NO ADVANCING
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
                   WHEN 'A'
                       SET WS-DECIDED-APPROVE TO TRUE
                   WHEN 'E'
                       PERFORM 250-TAKE-EDIT
                       IF WS-EDIT-TEXT NOT = SPACES
                           SET WS-DECIDED-EDIT TO TRUE
                       ELSE
                           DISPLAY 'LLM-APPROVAL-REVIEW: nothing '
                                   'typed - draft left as it was'
                       END-IF
                   WHEN 'R'
                       PERFORM 260-TAKE-REASON
                       IF WS-RSN-VALID
                           SET WS-DECIDED-REJECT TO TRUE
                       END-IF
                   WHEN 'S'
                       SET WS-DECIDED-SKIP TO TRUE
                   WHEN 'Q'
                       SET WS-QUIT-REQUESTED TO TRUE
                       SET WS-DECIDED-SKIP TO TRUE
                   WHEN OTHER
                       DISPLAY 'LLM-APPROVAL-REVIEW: + - A E R S Q'
               END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-DECIDED-APPROVE
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE PND-CONTENT      TO WS-DRAFT-TEXT
                   PERFORM 270-WRITE-RELEASE
                   MOVE SPACES           TO WS-TYPED-UPPER
                   MOVE 'APPROVED'       TO WS-LOG-DECISION
                   PERFORM 280-LOG-DECISION
               WHEN WS-DECIDED-EDIT
                   ADD 1 TO WS-EDITED-COUNT
                   MOVE WS-EDIT-TEXT     TO WS-DRAFT-TEXT
                   PERFORM 270-WRITE-RELEASE
                   MOVE SPACES           TO WS-TYPED-UPPER
                   MOVE 'EDITED'         TO WS-LOG-DECISION
                   PERFORM 280-LOG-DECISION
               WHEN WS-DECIDED-REJECT
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED'       TO WS-LOG-DECISION
                   PERFORM 280-LOG-DECISION
               WHEN OTHER
                   PERFORM 290-KEEP-PENDING
           END-EVALUATE
           MOVE 'N'    TO WS-RSN-VALID-FLAG
           MOVE SPACES TO WS-TYPED-CODE.


      *> One scan of the input per draft - review is operator-paced,
      *> so the read cost disappears behind the reading.
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
                               IF LLM-DLM-FIELD(1) = PND-KEY
                                   SET WS-PROMPT-FOUND TO TRUE
                                   MOVE LLM-DLM-FIELD(3)
                                       TO WS-PROMPT-TEXT
                                   SET WS-IN-EOF TO TRUE
                               END-IF
                           ELSE
                               IF BIN-KEY = PND-KEY
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
           DISPLAY '--- draft key: ' FUNCTION TRIM(PND-KEY)
                   '  run ' PND-RUN-ID
                   '  by ' FUNCTION TRIM(PND-SUBMITTER)
                   '  page ' WS-PAGE-NO-DISP ' of ' WS-PAGE-COUNT-DISP
           IF PND-PROMPT-ID NOT = SPACES OR PND-CATEGORY NOT = SPACES
               DISPLAY '    prompt ID ' FUNCTION TRIM(PND-PROMPT-ID)
                       '  category ' PND-CATEGORY
           END-IF
           MOVE 'ORIGINAL PROMPT'        TO WS-SHOW-LEFT
           MOVE 'DRAFT REPLY'            TO WS-SHOW-RIGHT
           DISPLAY WS-SHOW-LEFT ' | ' WS-SHOW-RIGHT
           MOVE ALL '-'                  TO WS-SHOW-LEFT
           MOVE ALL '-'                  TO WS-SHOW-RIGHT
           DISPLAY WS-SHOW-LEFT '-+-' WS-SHOW-RIGHT
           COMPUTE WS-PAGE-FIRST = (WS-PAGE-NO - 1) * WS-PAGE-ROWS + 1
           PERFORM VARYING WS-ROW FROM 0 BY 1
               UNTIL WS-ROW >= WS-PAGE-ROWS
               COMPUTE WS-ROW-IDX = WS-PAGE-FIRST + WS-ROW
               MOVE SPACES               TO WS-SHOW-LEFT
               MOVE SPACES               TO WS-SHOW-RIGHT
               IF WS-ROW-IDX <= WS-LEFT-COUNT
                   MOVE WS-LEFT-LINE(WS-ROW-IDX) TO WS-SHOW-LEFT
               END-IF
               IF WS-ROW-IDX <= WS-RIGHT-COUNT
                   MOVE WS-RIGHT-LINE(WS-ROW-IDX) TO WS-SHOW-RIGHT
               END-IF
               IF WS-ROW-IDX <= WS-LEFT-COUNT
               OR WS-ROW-IDX <= WS-RIGHT-COUNT
                   DISPLAY WS-SHOW-LEFT ' | ' WS-SHOW-RIGHT
               END-IF
           END-PERFORM.


      *> The reviewer retypes the letter line by line; a line holding
      *> only '.' ends it. Line breaks are kept in the X"01" form the
      *> pending and release files carry.
       250-TAKE-EDIT.
           MOVE SPACES                   TO WS-EDIT-TEXT
           MOVE 1                        TO WS-EDIT-PTR
           MOVE 'N'                      TO WS-EDIT-DONE-FLAG
           DISPLAY 'LLM-APPROVAL-REVIEW: type the approved text, '
                   'a line with only . to finish'
           PERFORM UNTIL WS-EDIT-DONE
               MOVE SPACES               TO WS-EDIT-LINE
               ACCEPT WS-EDIT-LINE
               IF WS-EDIT-LINE = '.'
                   SET WS-EDIT-DONE      TO TRUE
               ELSE
                   IF WS-EDIT-PTR > 1
                       STRING X'01'      DELIMITED BY SIZE
                              INTO WS-EDIT-TEXT
                              WITH POINTER WS-EDIT-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(WS-EDIT-LINE TRAILING)
                                         DELIMITED BY SIZE
                          INTO WS-EDIT-TEXT
                          WITH POINTER WS-EDIT-PTR
                   END-STRING
                   IF WS-EDIT-LINE = SPACES
                       ADD 1 TO WS-EDIT-PTR
                   END-IF
               END-IF
           END-PERFORM.


       260-TAKE-REASON.
           MOVE 'N'                      TO WS-RSN-VALID-FLAG
           MOVE 'X'                      TO WS-TYPED-CODE
           PERFORM UNTIL WS-RSN-VALID
                      OR WS-TYPED-CODE = SPACES
               DISPLAY 'Reason code (/LIST, blank to go back): '
                       WITH NO ADVANCING
               ACCEPT WS-TYPED-CODE
               MOVE FUNCTION UPPER-CASE(WS-TYPED-CODE)
                                         TO WS-TYPED-UPPER
               EVALUATE TRUE
                   WHEN WS-TYPED-UPPER = '/LIST'
                       PERFORM VARYING WS-RSN-SCAN FROM 1 BY 1
                           UNTIL WS-RSN-SCAN > WS-RSN-COUNT
                           DISPLAY '  ' WS-RSN-TBL-CODE(WS-RSN-SCAN)
                                   ' '
                             FUNCTION TRIM(WS-RSN-TBL-DESC(WS-RSN-SCAN))
                       END-PERFORM
                       MOVE 'X' TO WS-TYPED-CODE
                   WHEN WS-TYPED-CODE = SPACES
                       CONTINUE
                   WHEN OTHER
                       PERFORM VARYING WS-RSN-SCAN FROM 1 BY 1
                           UNTIL WS-RSN-SCAN > WS-RSN-COUNT
                              OR WS-RSN-VALID
                           IF WS-RSN-TBL-CODE(WS-RSN-SCAN)
                              = WS-TYPED-UPPER
                               SET WS-RSN-VALID TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT WS-RSN-VALID
                           DISPLAY 'LLM-APPROVAL-REVIEW: not an '
                                   'allowed code - /LIST shows them'
                           MOVE 'X' TO WS-TYPED-CODE
                       END-IF
               END-EVALUATE
           END-PERFORM.


      *> Released record in the normal output layout: provider
      *> status 0 (the call succeeded or it would not have been
      *> held), the original token counts, the category carried
      *> over, and 'A' (as drafted) or 'E' (edited) in the path
      *> column so downstream can tell a reworded letter.
       270-WRITE-RELEASE.
           ADD 1                         TO WS-RELEASED-COUNT
           ADD PND-TOKENS-IN             TO WS-REL-TOKENS-IN
           ADD PND-TOKENS-OUT            TO WS-REL-TOKENS-OUT
           IF WS-OUT-DELIM-MODE
               MOVE SPACES TO REL-LINE
               STRING FUNCTION TRIM(PND-KEY)      DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      '0000'                      DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      PND-TOKENS-IN               DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      PND-TOKENS-OUT              DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      FUNCTION TRIM(PND-CATEGORY) DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      WS-DECISION-FLAG            DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DRAFT-TEXT TRAILING)
                                                  DELIMITED BY SIZE
                      INTO REL-LINE
               END-STRING
               WRITE REL-LINE
           ELSE
               MOVE SPACES               TO REL-OUT-RECORD
               MOVE PND-KEY              TO REL-KEY
               MOVE 0                    TO REL-STAT-CODE
               MOVE PND-TOKENS-IN        TO REL-TOKENS-IN
               MOVE PND-TOKENS-OUT       TO REL-TOKENS-OUT
               MOVE WS-DRAFT-TEXT        TO REL-CONTENT
               MOVE PND-CATEGORY         TO REL-CATEGORY
               MOVE WS-DECISION-FLAG     TO REL-LONG-PATH
               WRITE REL-OUT-RECORD
           END-IF.


       280-LOG-DECISION.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES                   TO APPROVAL-LOG-RECORD
           MOVE WS-LOG-DECISION          TO APR-DECISION
           STRING WS-NOW-DATE '-' WS-NOW-TIME DELIMITED BY SIZE
                  INTO APR-TIMESTAMP
           END-STRING
           MOVE WS-REVIEWER-ID           TO APR-REVIEWER
           MOVE PND-SUBMITTER            TO APR-SUBMITTER
           MOVE PND-RUN-ID               TO APR-RUN-ID
           MOVE PND-KEY                  TO APR-KEY
           MOVE WS-TYPED-UPPER           TO APR-REASON-CODE
           MOVE PND-PROMPT-ID            TO APR-PROMPT-ID
           MOVE PND-CATEGORY             TO APR-CATEGORY
           WRITE APPROVAL-LOG-RECORD.


       290-KEEP-PENDING.
           ADD 1 TO WS-LEFT-PENDING-COUNT
           MOVE PENDING-RECORD           TO PENDING-NEW-RECORD
           WRITE PENDING-NEW-RECORD.


       300-WRITE-TRAILER.
           MOVE WS-RELEASED-COUNT        TO WS-TRL-COUNT
           MOVE SPACES                   TO REL-LINE
           IF WS-OUT-DELIM-MODE
               STRING 'TRL'                       DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      WS-TRL-COUNT                DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      WS-REL-TOKENS-IN            DELIMITED BY SIZE
                      WS-OUT-SEPARATOR            DELIMITED BY SIZE
                      WS-REL-TOKENS-OUT           DELIMITED BY SIZE
                      INTO REL-LINE
               END-STRING
           ELSE
               STRING 'TRL '                      DELIMITED BY SIZE
                      WS-TRL-COUNT                DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      WS-REL-TOKENS-IN            DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      WS-REL-TOKENS-OUT           DELIMITED BY SIZE
                      INTO REL-LINE
               END-STRING
           END-IF
           WRITE REL-LINE.


      *> The pending file now holds only what is still undecided.
       310-REPLACE-PENDING.
           MOVE SPACES TO WS-SWAP-CMD
           STRING 'mv '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PENDING-NEW-FILENAME)
                                               DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PENDING-FILENAME)
                                               DELIMITED BY SIZE
                  INTO WS-SWAP-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SWAP-CMD.
