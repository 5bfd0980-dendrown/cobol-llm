      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-LETTER-COMPOSE.cob
      *> Desc    : Turns approved replies into print-ready letters,
      *>           so nobody pastes reply text into a word-processor
      *>           template before a letter can be mailed. Reads the
      *>           release feed LLM-APPROVAL-REVIEW writes (or any
      *>           feed in the LLM-BATCH output layout, fixed or
      *>           LLM_BATCH_OUTPUT_FORMAT=DELIM), joins each record
      *>           to the customer address file by key, and merges
      *>           it with a letter template - letterhead block,
      *>           reference line, salutation and closing - into a
      *>           paginated 132-column print spool with carriage
      *>           control in column 1. Every letter starts on a new
      *>           page (the address page-break); each page heading
      *>           carries the record key in columns 1-20 and the
      *>           letter's own page number, the page shape
      *>           LLM-SPOOL-INGEST reads back. One mail-manifest
      *>           line per letter gives the mailroom its page count
      *>           and where it starts in the spool. Records with no
      *>           address on file (or nothing releasable to print)
      *>           go to an exception list instead of printing.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-LETTER-COMPOSE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-FEED ASSIGN TO WS-FEED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO WS-ADDRESS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADR-FILE-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO WS-TEMPLATE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-FILE-STATUS.

           SELECT PRINT-SPOOL ASSIGN TO WS-SPOOL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-FILE-STATUS.

           SELECT MAIL-MANIFEST ASSIGN TO WS-MANIFEST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.

           SELECT EXCEPTION-LIST ASSIGN TO WS-EXCEPTION-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RELEASE-FEED.
       01 BATCH-OUT-RECORD.
           05 BOUT-KEY              PIC X(20).
           05 BOUT-STAT-CODE        PIC 9(4).
           05 BOUT-TOKENS-IN        PIC 9(9).
           05 BOUT-TOKENS-OUT       PIC 9(9).
           05 BOUT-CONTENT          PIC X(32768).
           05 BOUT-CATEGORY         PIC X(10).
           05 BOUT-LONG-PATH        PIC X(1).
       01 BATCH-OUT-RAW             PIC X(32900).

      *> Customer address file, one customer per line keyed by the
      *> same record key the batch input carries. Blank address
      *> lines are closed up when the block prints.
       FD  ADDRESS-FILE.
       01 ADDRESS-RECORD.
           05 ADR-KEY               PIC X(20).
           05 FILLER                PIC X(1).
           05 ADR-NAME              PIC X(40).
           05 FILLER                PIC X(1).
           05 ADR-LINE-GROUP        OCCURS 4 TIMES.
             10 ADR-LINE            PIC X(40).
             10 FILLER              PIC X(1).
           05 ADR-POSTCODE          PIC X(10).

      *> Letter template: a tag, a space, and the text. LETTERHEAD
      *> (up to 8 lines) and CLOSING (up to 6 lines) repeat in the
      *> order given; REFERENCE and SALUTATION take one line each.
      *> '*' in column 1 comments the line out.
       FD  TEMPLATE-FILE.
       01 TEMPLATE-RECORD.
           05 TPL-TAG               PIC X(10).
           05 FILLER                PIC X(1).
           05 TPL-TEXT              PIC X(100).

       FD  PRINT-SPOOL.
       01 SPOOL-LINE.
           05 SPL-CC                PIC X(1).
           05 SPL-TEXT              PIC X(132).

       FD  MAIL-MANIFEST.
       01 MANIFEST-LINE             PIC X(120).
       01 MANIFEST-RECORD.
           05 MAN-KEY               PIC X(20).
           05 FILLER                PIC X(1).
           05 MAN-PAGES             PIC 9(4).
           05 FILLER                PIC X(1).
           05 MAN-FIRST-PAGE        PIC 9(6).
           05 FILLER                PIC X(1).
           05 MAN-NAME              PIC X(40).
           05 FILLER                PIC X(1).
           05 MAN-POSTCODE          PIC X(10).
           05 FILLER                PIC X(36).

       FD  EXCEPTION-LIST.
       01 EXCEPTION-RECORD.
           05 EXC-KEY               PIC X(20).
           05 FILLER                PIC X(1).
           05 EXC-REASON            PIC X(60).

       WORKING-STORAGE SECTION.

       COPY 'LLM-DELIM-FIELDS.cpy'.

       01 WS-FEED-FILENAME      PIC X(256).
       01 WS-ADDRESS-FILENAME   PIC X(256).
       01 WS-TEMPLATE-FILENAME  PIC X(256).
       01 WS-SPOOL-FILENAME     PIC X(256).
       01 WS-MANIFEST-FILENAME  PIC X(256).
       01 WS-EXCEPTION-FILENAME PIC X(256).
       01 WS-FEED-FILE-STATUS   PIC X(2).
       01 WS-ADR-FILE-STATUS    PIC X(2).
       01 WS-TPL-FILE-STATUS    PIC X(2).
       01 WS-SPL-FILE-STATUS    PIC X(2).
       01 WS-MAN-FILE-STATUS    PIC X(2).
       01 WS-EXC-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-ADR-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-ADR-EOF              VALUE 'Y'.
       01 WS-TPL-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-TPL-EOF              VALUE 'Y'.

      *> ---- feed format -----------------------------------------------
       01 WS-OUTPUT-FORMAT-ENV  PIC X(8).
       01 WS-OUT-DELIM-FLAG     PIC X(1) VALUE 'N'.
         88 WS-OUT-DELIM-MODE       VALUE 'Y'.
       01 WS-DELIM-ENV          PIC X(4).

      *> ---- letter template -------------------------------------------
       01 WS-HEAD-COUNT         PIC 9(2) VALUE 0.
       01 WS-HEAD-TABLE.
           05 WS-HEAD-LINE      PIC X(100) OCCURS 8 TIMES.
       01 WS-CLOSE-COUNT        PIC 9(2) VALUE 0.
       01 WS-CLOSE-TABLE.
           05 WS-CLOSE-LINE     PIC X(100) OCCURS 6 TIMES.
       01 WS-REFERENCE-TEXT     PIC X(30) VALUE 'Our reference:'.
       01 WS-SALUTATION-TEXT    PIC X(30) VALUE 'Dear'.
       01 WS-TPL-IDX            PIC 9(2) COMP.

      *> ---- customer addresses ----------------------------------------
       01 WS-ADR-MAX            PIC 9(5) VALUE 5000.
       01 WS-ADR-COUNT          PIC 9(5) VALUE 0.
       01 WS-ADR-TABLE.
           05 WS-ADR-ENTRY      OCCURS 5000 TIMES
                                INDEXED BY WS-ADR-IDX.
             10 WS-ADR-TBL-KEY  PIC X(20).
             10 WS-ADR-TBL-NAME PIC X(40).
             10 WS-ADR-TBL-LINE PIC X(40) OCCURS 4 TIMES.
             10 WS-ADR-TBL-POST PIC X(10).
       01 WS-ADR-FOUND-FLAG     PIC X(1).
         88 WS-ADR-FOUND            VALUE 'Y'.
       01 WS-ADR-LINE-IDX       PIC 9(1) COMP.

      *> ---- the record being composed ---------------------------------
       01 WS-REC-KEY            PIC X(20).
       01 WS-REC-STAT           PIC 9(4).
       01 WS-REC-PATH           PIC X(1).
       01 WS-REC-CONTENT        PIC X(32768).
       01 WS-REC-KIND           PIC X(1).
         88 WS-REC-IS-HDR          VALUE 'H'.
         88 WS-REC-IS-TRL          VALUE 'T'.
         88 WS-REC-IS-DETAIL       VALUE 'D'.
       01 WS-EXC-REASON         PIC X(60).

      *> ---- page layout -----------------------------------------------
      *> 60 lines a page, the first three the page heading (key and
      *> page number, reference line, spacing line). Letter text
      *> prints from column 11 and wraps at 80 characters.
       01 WS-LINES-PER-PAGE     PIC 9(2) VALUE 60.
       01 WS-LINE-ON-PAGE       PIC 9(2) VALUE 0.
       01 WS-BODY-WIDTH         PIC 9(3) COMP VALUE 80.
       01 WS-LETTER-PAGE        PIC 9(4) VALUE 0.
       01 WS-SPOOL-PAGE         PIC 9(6) VALUE 0.
       01 WS-FIRST-PAGE         PIC 9(6) VALUE 0.
       01 WS-EDIT-PAGE          PIC ZZZ9.
       01 WS-PRINT-TEXT         PIC X(122).

      *> ---- word wrap -------------------------------------------------
       01 WS-CONTENT-LEN        PIC 9(5) COMP.
       01 WS-CONTENT-POS        PIC 9(5) COMP.
       01 WS-CONTENT-CHAR       PIC X(1).
       01 WS-LINE-BUF           PIC X(122).
       01 WS-LINE-LEN           PIC 9(3) COMP.
       01 WS-LAST-SPACE         PIC 9(3) COMP.
       01 WS-CARRY-LEN          PIC 9(3) COMP.
       01 WS-CARRY-BUF          PIC X(122).

      *> ---- letter date -----------------------------------------------
       01 WS-MONTH-NAMES.
           05 FILLER            PIC X(9) VALUE 'January'.
           05 FILLER            PIC X(9) VALUE 'February'.
           05 FILLER            PIC X(9) VALUE 'March'.
           05 FILLER            PIC X(9) VALUE 'April'.
           05 FILLER            PIC X(9) VALUE 'May'.
           05 FILLER            PIC X(9) VALUE 'June'.
           05 FILLER            PIC X(9) VALUE 'July'.
           05 FILLER            PIC X(9) VALUE 'August'.
           05 FILLER            PIC X(9) VALUE 'September'.
           05 FILLER            PIC X(9) VALUE 'October'.
           05 FILLER            PIC X(9) VALUE 'November'.
           05 FILLER            PIC X(9) VALUE 'December'.
       01 WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
           05 WS-MONTH-NAME     PIC X(9) OCCURS 12 TIMES.
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-DATE-PARTS REDEFINES WS-NOW-DATE.
           05 WS-NOW-YYYY       PIC 9(4).
           05 WS-NOW-MM         PIC 9(2).
           05 WS-NOW-DD         PIC 9(2).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-EDIT-DAY           PIC Z9.
       01 WS-LETTER-DATE        PIC X(30).

      *> ---- control totals --------------------------------------------
       01 WS-LETTER-COUNT       PIC 9(9) VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(9) VALUE 0.
       01 WS-TRL-COUNT          PIC 9(9).
       01 WS-TRL-PAGES          PIC 9(9).

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-COMPOSE-LETTERS
           PERFORM 300-WRITE-MANIFEST-TRAILER
           CLOSE PRINT-SPOOL
           CLOSE MAIL-MANIFEST
           CLOSE EXCEPTION-LIST
           DISPLAY 'LLM-LETTER-COMPOSE: letters composed: '
                   WS-LETTER-COUNT
           DISPLAY 'LLM-LETTER-COMPOSE: spool pages: ' WS-SPOOL-PAGE
           DISPLAY 'LLM-LETTER-COMPOSE: exceptions: '
                   WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY 'LLM-LETTER-COMPOSE: see '
                       FUNCTION TRIM(WS-EXCEPTION-FILENAME)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=release feed  2=customer address file  3=letter
      *>       template  4=print spool to write
      *>       5=mail manifest (optional, default <spool>.manifest)
      *>       6=exception list (optional, default <spool>.noaddr)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 4
               DISPLAY 'LLM-LETTER-COMPOSE: usage: '
                       'LLM-LETTER-COMPOSE <release-feed> <addresses> '
                       '<template> <spool> [manifest] [exceptions]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-FEED-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-ADDRESS-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-TEMPLATE-FILENAME FROM ARGUMENT-VALUE
           MOVE 4                       TO WS-ARG-COUNT
           ACCEPT WS-SPOOL-FILENAME FROM ARGUMENT-VALUE

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-MANIFEST-FILENAME FROM ARGUMENT-VALUE
           END-IF
           IF WS-MANIFEST-FILENAME = SPACES
           OR WS-MANIFEST-FILENAME = '-'
               MOVE SPACES              TO WS-MANIFEST-FILENAME
               STRING FUNCTION TRIM(WS-SPOOL-FILENAME)
                                         DELIMITED BY SIZE
                      '.manifest'        DELIMITED BY SIZE
                      INTO WS-MANIFEST-FILENAME
               END-STRING
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-EXCEPTION-FILENAME FROM ARGUMENT-VALUE
           END-IF
           IF WS-EXCEPTION-FILENAME = SPACES
           OR WS-EXCEPTION-FILENAME = '-'
               MOVE SPACES              TO WS-EXCEPTION-FILENAME
               STRING FUNCTION TRIM(WS-SPOOL-FILENAME)
                                         DELIMITED BY SIZE
                      '.noaddr'          DELIMITED BY SIZE
                      INTO WS-EXCEPTION-FILENAME
               END-STRING
           END-IF

           DISPLAY 'LLM_BATCH_OUTPUT_FORMAT' UPON ENVIRONMENT-NAME
           ACCEPT WS-OUTPUT-FORMAT-ENV FROM ENVIRONMENT-VALUE
           IF FUNCTION UPPER-CASE(WS-OUTPUT-FORMAT-ENV) = 'DELIM'
               SET WS-OUT-DELIM-MODE    TO TRUE
               MOVE X'09'               TO LLM-DLM-SEPARATOR
               DISPLAY 'LLM_BATCH_DELIMITER' UPON ENVIRONMENT-NAME
               ACCEPT WS-DELIM-ENV FROM ENVIRONMENT-VALUE
               IF WS-DELIM-ENV NOT = SPACES
                   MOVE WS-DELIM-ENV(1:1) TO LLM-DLM-SEPARATOR
               END-IF
           END-IF

           PERFORM 110-LOAD-TEMPLATE
           PERFORM 120-LOAD-ADDRESSES
           PERFORM 130-BUILD-LETTER-DATE

           OPEN INPUT RELEASE-FEED
           IF WS-FEED-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-LETTER-COMPOSE: cannot open release feed, '
                       'status ' WS-FEED-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-SPOOL
           IF WS-SPL-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-LETTER-COMPOSE: cannot open print spool, '
                       'status ' WS-SPL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAIL-MANIFEST
           IF WS-MAN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-LETTER-COMPOSE: cannot open mail '
                       'manifest, status ' WS-MAN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-LIST
           IF WS-EXC-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-LETTER-COMPOSE: cannot open exception '
                       'list, status ' WS-EXC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 140-WRITE-MANIFEST-HEADER.


       110-LOAD-TEMPLATE.
           OPEN INPUT TEMPLATE-FILE
           IF WS-TPL-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-LETTER-COMPOSE: cannot open template, '
                       'status ' WS-TPL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TPL-EOF
               READ TEMPLATE-FILE
                   AT END
                       SET WS-TPL-EOF TO TRUE
                   NOT AT END
                       IF TPL-TAG(1:1) NOT = '*'
                           PERFORM 115-TAKE-TEMPLATE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE
           IF WS-CLOSE-COUNT = 0
               MOVE 1                   TO WS-CLOSE-COUNT
               MOVE 'Yours sincerely,'  TO WS-CLOSE-LINE(1)
           END-IF.


       115-TAKE-TEMPLATE-LINE.
           EVALUATE FUNCTION UPPER-CASE(TPL-TAG)
               WHEN 'LETTERHEAD'
                   IF WS-HEAD-COUNT < 8
                       ADD 1 TO WS-HEAD-COUNT
                       MOVE TPL-TEXT TO WS-HEAD-LINE(WS-HEAD-COUNT)
                   END-IF
               WHEN 'CLOSING'
                   IF WS-CLOSE-COUNT < 6
                       ADD 1 TO WS-CLOSE-COUNT
                       MOVE TPL-TEXT TO WS-CLOSE-LINE(WS-CLOSE-COUNT)
                   END-IF
               WHEN 'REFERENCE'
                   MOVE TPL-TEXT         TO WS-REFERENCE-TEXT
               WHEN 'SALUTATION'
                   MOVE TPL-TEXT         TO WS-SALUTATION-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


      *> The whole address file is held so each letter is one table
      *> search; a file too big to hold stops the run rather than
      *> sending good customers to the exception list.
       120-LOAD-ADDRESSES.
           OPEN INPUT ADDRESS-FILE
           IF WS-ADR-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-LETTER-COMPOSE: cannot open address '
                       'file, status ' WS-ADR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ADR-EOF
               READ ADDRESS-FILE
                   AT END
                       SET WS-ADR-EOF TO TRUE
                   NOT AT END
                       IF ADR-KEY NOT = SPACES
                       AND ADR-KEY(1:1) NOT = '*'
                           IF WS-ADR-COUNT >= WS-ADR-MAX
                               DISPLAY 'LLM-LETTER-COMPOSE: address '
                                       'file exceeds ' WS-ADR-MAX
                                       ' customers'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ADR-COUNT
                           SET WS-ADR-IDX TO WS-ADR-COUNT
                           MOVE ADR-KEY  TO WS-ADR-TBL-KEY(WS-ADR-IDX)
                           MOVE ADR-NAME TO WS-ADR-TBL-NAME(WS-ADR-IDX)
                           PERFORM VARYING WS-ADR-LINE-IDX FROM 1 BY 1
                               UNTIL WS-ADR-LINE-IDX > 4
                               MOVE ADR-LINE(WS-ADR-LINE-IDX)
                                 TO WS-ADR-TBL-LINE(WS-ADR-IDX,
                                                    WS-ADR-LINE-IDX)
                           END-PERFORM
                           MOVE ADR-POSTCODE
                                         TO WS-ADR-TBL-POST(WS-ADR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADDRESS-FILE.


       130-BUILD-LETTER-DATE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DD                TO WS-EDIT-DAY
           MOVE SPACES                   TO WS-LETTER-DATE
           STRING FUNCTION TRIM(WS-EDIT-DAY)    DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MONTH-NAME(WS-NOW-MM))
                                                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-NOW-YYYY                   DELIMITED BY SIZE
                  INTO WS-LETTER-DATE
           END-STRING.


       140-WRITE-MANIFEST-HEADER.
           MOVE SPACES TO MANIFEST-LINE
           STRING 'HDR '                      DELIMITED BY SIZE
                  WS-NOW-DATE                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-NOW-TIME                 DELIMITED BY SIZE
                  ' LETTER-MANIFEST '         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPOOL-FILENAME)
                                              DELIMITED BY SIZE
                  INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE.


       200-COMPOSE-LETTERS.
           PERFORM UNTIL WS-EOF
               READ RELEASE-FEED
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 210-TAKE-FEED-RECORD
                       IF WS-REC-IS-DETAIL
                           PERFORM 220-COMPOSE-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELEASE-FEED.


       210-TAKE-FEED-RECORD.
           MOVE SPACES                   TO WS-REC-KEY
           MOVE SPACES                   TO WS-REC-CONTENT
           MOVE SPACE                    TO WS-REC-PATH
           MOVE 0                        TO WS-REC-STAT
           IF WS-OUT-DELIM-MODE
               MOVE BATCH-OUT-RAW        TO LLM-DLM-LINE
               CALL 'LLM-DELIM-PARSE' USING LLM-DELIM-AREA
               EVALUATE LLM-DLM-FIELD(1)
                   WHEN 'HDR'
                       SET WS-REC-IS-HDR TO TRUE
                   WHEN 'TRL'
                       SET WS-REC-IS-TRL TO TRUE
                   WHEN OTHER
                       SET WS-REC-IS-DETAIL TO TRUE
                       MOVE LLM-DLM-FIELD(1) TO WS-REC-KEY
                       IF LLM-DLM-FIELD(2) NOT = SPACES
                           COMPUTE WS-REC-STAT =
                               FUNCTION NUMVAL(LLM-DLM-FIELD(2))
                       END-IF
                       MOVE LLM-DLM-FIELD(6) TO WS-REC-PATH
                       MOVE LLM-DLM-FIELD(7) TO WS-REC-CONTENT
               END-EVALUATE
           ELSE
               EVALUATE BOUT-KEY(1:4)
                   WHEN 'HDR '
                       SET WS-REC-IS-HDR TO TRUE
                   WHEN 'TRL '
                       SET WS-REC-IS-TRL TO TRUE
                   WHEN OTHER
                       SET WS-REC-IS-DETAIL TO TRUE
                       MOVE BOUT-KEY         TO WS-REC-KEY
                       IF BOUT-STAT-CODE IS NUMERIC
                           MOVE BOUT-STAT-CODE TO WS-REC-STAT
                       END-IF
                       MOVE BOUT-LONG-PATH   TO WS-REC-PATH
                       MOVE BOUT-CONTENT     TO WS-REC-CONTENT
               END-EVALUATE
           END-IF.


      *> A failed call, a draft still held for sign-off ('P'), or an
      *> empty reply has nothing fit to post; neither has a customer
      *> the address file does not know.
       220-COMPOSE-ONE.
           MOVE SPACES                   TO WS-EXC-REASON
           EVALUATE TRUE
               WHEN WS-REC-STAT NOT = 0
                   STRING 'REPLY NOT RELEASABLE - STATUS '
                                         DELIMITED BY SIZE
                          WS-REC-STAT    DELIMITED BY SIZE
                          INTO WS-EXC-REASON
                   END-STRING
               WHEN WS-REC-PATH = 'P'
                   MOVE 'DRAFT STILL PENDING APPROVAL'
                                         TO WS-EXC-REASON
               WHEN WS-REC-CONTENT = SPACES
                   MOVE 'NO REPLY TEXT'  TO WS-EXC-REASON
               WHEN OTHER
                   PERFORM 230-FIND-ADDRESS
                   IF NOT WS-ADR-FOUND
                       MOVE 'NO ADDRESS ON FILE'
                                         TO WS-EXC-REASON
                   END-IF
           END-EVALUATE
           IF WS-EXC-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES               TO EXCEPTION-RECORD
               MOVE WS-REC-KEY           TO EXC-KEY
               MOVE WS-EXC-REASON        TO EXC-REASON
               WRITE EXCEPTION-RECORD
           ELSE
               PERFORM 400-PRINT-LETTER
               PERFORM 290-WRITE-MANIFEST-LINE
           END-IF.


       230-FIND-ADDRESS.
           MOVE 'N'                      TO WS-ADR-FOUND-FLAG
           IF WS-ADR-COUNT > 0
               SET WS-ADR-IDX TO 1
               SEARCH WS-ADR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ADR-IDX > WS-ADR-COUNT
                       CONTINUE
                   WHEN WS-ADR-TBL-KEY(WS-ADR-IDX) = WS-REC-KEY
                       SET WS-ADR-FOUND TO TRUE
               END-SEARCH
           END-IF.


       290-WRITE-MANIFEST-LINE.
           ADD 1                         TO WS-LETTER-COUNT
           MOVE SPACES                   TO MANIFEST-RECORD
           MOVE WS-REC-KEY               TO MAN-KEY
           MOVE WS-LETTER-PAGE           TO MAN-PAGES
           MOVE WS-FIRST-PAGE            TO MAN-FIRST-PAGE
           MOVE WS-ADR-TBL-NAME(WS-ADR-IDX) TO MAN-NAME
           MOVE WS-ADR-TBL-POST(WS-ADR-IDX) TO MAN-POSTCODE
           WRITE MANIFEST-RECORD.


       300-WRITE-MANIFEST-TRAILER.
           MOVE WS-LETTER-COUNT          TO WS-TRL-COUNT
           MOVE WS-SPOOL-PAGE            TO WS-TRL-PAGES
           MOVE SPACES                   TO MANIFEST-LINE
           STRING 'TRL '                      DELIMITED BY SIZE
                  WS-TRL-COUNT                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-TRL-PAGES                DELIMITED BY SIZE
                  INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE.


      *> Page one: letterhead, address block (window position),
      *> date, salutation; then the reply, wrapped, over as many
      *> pages as it takes; then the closing lines.
       400-PRINT-LETTER.
           MOVE 0                        TO WS-LETTER-PAGE
           PERFORM 410-START-PAGE
           MOVE WS-SPOOL-PAGE            TO WS-FIRST-PAGE

           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
               UNTIL WS-TPL-IDX > WS-HEAD-COUNT
               MOVE WS-HEAD-LINE(WS-TPL-IDX) TO WS-PRINT-TEXT
               PERFORM 420-PRINT-LINE
           END-PERFORM
           MOVE SPACES                   TO WS-PRINT-TEXT
           PERFORM 420-PRINT-LINE
           PERFORM 420-PRINT-LINE

           MOVE WS-ADR-TBL-NAME(WS-ADR-IDX) TO WS-PRINT-TEXT
           PERFORM 420-PRINT-LINE
           PERFORM VARYING WS-ADR-LINE-IDX FROM 1 BY 1
               UNTIL WS-ADR-LINE-IDX > 4
               IF WS-ADR-TBL-LINE(WS-ADR-IDX, WS-ADR-LINE-IDX)
                                                  NOT = SPACES
                   MOVE WS-ADR-TBL-LINE(WS-ADR-IDX, WS-ADR-LINE-IDX)
                                         TO WS-PRINT-TEXT
                   PERFORM 420-PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-ADR-TBL-POST(WS-ADR-IDX) NOT = SPACES
               MOVE WS-ADR-TBL-POST(WS-ADR-IDX) TO WS-PRINT-TEXT
               PERFORM 420-PRINT-LINE
           END-IF
           MOVE SPACES                   TO WS-PRINT-TEXT
           PERFORM 420-PRINT-LINE
           PERFORM 420-PRINT-LINE

           MOVE WS-LETTER-DATE           TO WS-PRINT-TEXT
           PERFORM 420-PRINT-LINE
           MOVE SPACES                   TO WS-PRINT-TEXT
           PERFORM 420-PRINT-LINE

           STRING FUNCTION TRIM(WS-SALUTATION-TEXT) DELIMITED BY SIZE
                  ' '                                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADR-TBL-NAME(WS-ADR-IDX))
                                                     DELIMITED BY SIZE
                  ','                                DELIMITED BY SIZE
                  INTO WS-PRINT-TEXT
           END-STRING
           PERFORM 420-PRINT-LINE
           MOVE SPACES                   TO WS-PRINT-TEXT
           PERFORM 420-PRINT-LINE

           PERFORM 500-WRAP-BODY

           MOVE SPACES                   TO WS-PRINT-TEXT
           PERFORM 420-PRINT-LINE
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
               UNTIL WS-TPL-IDX > WS-CLOSE-COUNT
               MOVE WS-CLOSE-LINE(WS-TPL-IDX) TO WS-PRINT-TEXT
               PERFORM 420-PRINT-LINE
           END-PERFORM.


      *> Page heading: carriage control '1', the key in columns 1-20
      *> (the break field LLM-SPOOL-INGEST keys on) and the letter's
      *> page number; then the reference line and a spacing line.
       410-START-PAGE.
           ADD 1                         TO WS-LETTER-PAGE
           ADD 1                         TO WS-SPOOL-PAGE
           MOVE WS-LETTER-PAGE           TO WS-EDIT-PAGE
           MOVE SPACES                   TO SPOOL-LINE
           MOVE '1'                      TO SPL-CC
           MOVE WS-REC-KEY               TO SPL-TEXT(1:20)
           STRING 'PAGE '                DELIMITED BY SIZE
                  WS-EDIT-PAGE           DELIMITED BY SIZE
                  INTO SPL-TEXT(124:9)
           END-STRING
           WRITE SPOOL-LINE
           MOVE SPACES                   TO SPOOL-LINE
           STRING FUNCTION TRIM(WS-REFERENCE-TEXT) DELIMITED BY SIZE
                  ' '                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REC-KEY)         DELIMITED BY SIZE
                  INTO SPL-TEXT(11:122)
           END-STRING
           WRITE SPOOL-LINE
           MOVE SPACES                   TO SPOOL-LINE
           WRITE SPOOL-LINE
           MOVE 3                        TO WS-LINE-ON-PAGE.


       420-PRINT-LINE.
           IF WS-LINE-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM 410-START-PAGE
           END-IF
           MOVE SPACES                   TO SPOOL-LINE
           MOVE WS-PRINT-TEXT            TO SPL-TEXT(11:122)
           WRITE SPOOL-LINE
           ADD 1                         TO WS-LINE-ON-PAGE
           MOVE SPACES                   TO WS-PRINT-TEXT.


      *> Reply text to print lines: a line break (LF, or the X"01"
      *> it is carried as on file) ends the line; otherwise words
      *> fill to the body width and break at the last space. A word
      *> longer than the width is cut at the width.
       500-WRAP-BODY.
           MOVE SPACES                   TO WS-LINE-BUF
           MOVE 0                        TO WS-LINE-LEN
           MOVE 0                        TO WS-LAST-SPACE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-REC-CONTENT
                                TRAILING)) TO WS-CONTENT-LEN
           PERFORM VARYING WS-CONTENT-POS FROM 1 BY 1
               UNTIL WS-CONTENT-POS > WS-CONTENT-LEN
               MOVE WS-REC-CONTENT(WS-CONTENT-POS:1)
                                         TO WS-CONTENT-CHAR
               EVALUATE TRUE
                   WHEN WS-CONTENT-CHAR = X'0A' OR X'01'
                       PERFORM 510-EMIT-BODY-LINE
                   WHEN WS-CONTENT-CHAR = X'0D' OR X'02'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-LINE-LEN
                       MOVE WS-CONTENT-CHAR
                           TO WS-LINE-BUF(WS-LINE-LEN:1)
                       IF WS-CONTENT-CHAR = SPACE
                           MOVE WS-LINE-LEN TO WS-LAST-SPACE
                       END-IF
                       IF WS-LINE-LEN > WS-BODY-WIDTH
                           PERFORM 520-BREAK-BODY-LINE
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-LINE-LEN > 0
               PERFORM 510-EMIT-BODY-LINE
           END-IF.


       510-EMIT-BODY-LINE.
           MOVE WS-LINE-BUF              TO WS-PRINT-TEXT
           PERFORM 420-PRINT-LINE
           MOVE SPACES                   TO WS-LINE-BUF
           MOVE 0                        TO WS-LINE-LEN
           MOVE 0                        TO WS-LAST-SPACE.


      *> The buffer has run one past the width: print up to the last
      *> space and carry the part-word after it to the next line.
       520-BREAK-BODY-LINE.
           IF WS-LAST-SPACE > 1
               COMPUTE WS-CARRY-LEN = WS-LINE-LEN - WS-LAST-SPACE
               MOVE SPACES               TO WS-CARRY-BUF
               IF WS-CARRY-LEN > 0
                   MOVE WS-LINE-BUF(WS-LAST-SPACE + 1:WS-CARRY-LEN)
                                         TO WS-CARRY-BUF
               END-IF
               MOVE WS-LINE-BUF(1:WS-LAST-SPACE - 1)
                                         TO WS-PRINT-TEXT
           ELSE
               MOVE 1                    TO WS-CARRY-LEN
               MOVE WS-LINE-BUF(WS-LINE-LEN:1) TO WS-CARRY-BUF
               MOVE WS-LINE-BUF(1:WS-BODY-WIDTH) TO WS-PRINT-TEXT
           END-IF
           PERFORM 420-PRINT-LINE
           MOVE WS-CARRY-BUF             TO WS-LINE-BUF
           MOVE WS-CARRY-LEN             TO WS-LINE-LEN
           MOVE 0                        TO WS-LAST-SPACE.
