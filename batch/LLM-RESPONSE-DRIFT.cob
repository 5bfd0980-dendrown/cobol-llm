      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-RESPONSE-DRIFT.cob
      *> Desc    : Response drift report between runs. Every key
      *>           answered in one archived run (the latest ARC-RUN-ID
      *>           on the archive unless a run ID is given) is set
      *>           against that key's previous archived answer - the
      *>           most recent one from any earlier run - and listed
      *>           when the answer moved: a different classification
      *>           code (ARC-CATEGORY), a different status, a length
      *>           change past the threshold, or content that no
      *>           longer shares most of its wording with the prior
      *>           answer. Wording share is measured on word
      *>           signatures - each distinct word of three or more
      *>           letters/digits hashed into one of 512 buckets -
      *>           as the Dice share of buckets the two answers have
      *>           in common. Counts are broken down by ARC-CALLER, so
      *>           after a model or prompt change the owner of each
      *>           caller can see which of their customers would now
      *>           get a different decision. Reads one archive file:
      *>           for a month-partitioned archive, pull the months
      *>           wanted into one file with LLM-ARCHIVE-SEARCH first.
      *>           RC 4 when any key drifted.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-RESPONSE-DRIFT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       COPY 'LLM-ARCHIVE-RECORD.cpy'.

       FD  REPORT-OUT.
       01 REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-ARCHIVE-FILENAME       PIC X(256).
       01 WS-REPORT-FILENAME        PIC X(256).
       01 WS-ARC-FILE-STATUS        PIC X(2).
       01 WS-RPT-FILE-STATUS        PIC X(2).
       01 WS-ARG-COUNT              PIC 999 COMP-5.
       01 WS-ARG-TEXT               PIC X(16).
       01 WS-EOF-FLAG               PIC X(1) VALUE 'N'.
         88 WS-EOF                      VALUE 'Y'.

      *> ---- run selection and thresholds -----------------------------
       01 WS-TARGET-RUN-ID          PIC X(14) VALUE SPACES.
       01 WS-RUN-ARG-FLAG           PIC X(1) VALUE 'N'.
         88 WS-RUN-GIVEN                VALUE 'Y'.
       01 WS-TARGET-RUN-DATE        PIC 9(8) VALUE 0.
       01 WS-LENGTH-PCT-LIMIT       PIC 9(5) VALUE 50.
       01 WS-SHARE-PCT-FLOOR        PIC 9(3) VALUE 50.

      *> ---- one entry per key answered in the run, sorted for SEARCH
      *>      ALL once loaded; the prior answer is filled in on the
      *>      second pass.
       01 WS-KEY-COUNT              PIC 9(5) COMP VALUE 0.
       01 WS-KEY-MAX                PIC 9(5) COMP VALUE 10000.
       01 WS-KEY-FULL-FLAG          PIC X(1) VALUE 'N'.
         88 WS-KEY-FULL                 VALUE 'Y'.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY          OCCURS 1 TO 10000 TIMES
                                    DEPENDING ON WS-KEY-COUNT
                                    ASCENDING KEY IS WS-KEY-VALUE
                                    INDEXED BY WS-KEY-IDX.
             10 WS-KEY-VALUE        PIC X(20).
             10 WS-KEY-CALLER       PIC X(30).
             10 WS-KEY-CUR-STAT     PIC 9(4).
             10 WS-KEY-CUR-CAT      PIC X(10).
             10 WS-KEY-CUR-LEN      PIC 9(5).
             10 WS-KEY-CUR-WORDS    PIC 9(3).
             10 WS-KEY-CUR-SIG      PIC X(512).
             10 WS-KEY-PRV-RUN-ID   PIC X(14).
             10 WS-KEY-PRV-STAT     PIC 9(4).
             10 WS-KEY-PRV-CAT      PIC X(10).
             10 WS-KEY-PRV-LEN      PIC 9(5).
             10 WS-KEY-PRV-WORDS    PIC 9(3).
             10 WS-KEY-PRV-SIG      PIC X(512).
       01 WS-KEEP-IDX               PIC 9(5) COMP.
       01 WS-SCAN-IDX               PIC 9(5) COMP.

      *> ---- word signature of the record in hand ---------------------
       01 WS-TEXT                   PIC X(32768).
       01 WS-TEXT-LEN               PIC 9(5) COMP.
       01 WS-SIG                    PIC X(512).
       01 WS-SIG-WORDS              PIC 9(3).
       01 WS-CHAR-POS               PIC 9(5) COMP.
       01 WS-CHAR                   PIC X(1).
       01 WS-WORD-LEN               PIC 9(5) COMP.
       01 WS-WORD-HASH              PIC 9(9) COMP.
       01 WS-BUCKET                 PIC 9(4) COMP.
       01 WS-COMMON                 PIC 9(4) COMP.

      *> ---- comparison of one key ------------------------------------
       01 WS-DRIFT-FLAGS.
           05 WS-DRIFT-CAT          PIC X(1).
           05 WS-DRIFT-STAT         PIC X(1).
           05 WS-DRIFT-LEN          PIC X(1).
           05 WS-DRIFT-WORD         PIC X(1).
       01 WS-LEN-DIFF               PIC 9(5).
       01 WS-LEN-PCT                PIC 9(7).
       01 WS-SHARE-PCT              PIC 9(3).

      *> ---- counts by caller -----------------------------------------
       01 WS-CLR-COUNT              PIC 9(3) COMP VALUE 0.
       01 WS-CLR-TABLE.
           05 WS-CLR-ENTRY          OCCURS 200 TIMES
                                    INDEXED BY WS-CLR-IDX.
             10 WS-CLR-CALLER       PIC X(30).
             10 WS-CLR-KEYS         PIC 9(7).
             10 WS-CLR-NEW          PIC 9(7).
             10 WS-CLR-DRIFTED      PIC 9(7).
             10 WS-CLR-CAT          PIC 9(7).
             10 WS-CLR-STAT         PIC 9(7).
             10 WS-CLR-LEN          PIC 9(7).
             10 WS-CLR-WORD         PIC 9(7).
       01 WS-CLR-HIT                PIC 9(3) COMP.
       01 WS-CLR-SCAN               PIC 9(3) COMP.
       01 WS-CLR-SWAP               PIC X(79).
       01 WS-SORT-I                 PIC 9(3) COMP.
       01 WS-SORT-J                 PIC 9(3) COMP.
       01 WS-TOTALS.
           05 WS-TOT-KEYS           PIC 9(7) VALUE 0.
           05 WS-TOT-NEW            PIC 9(7) VALUE 0.
           05 WS-TOT-DRIFTED        PIC 9(7) VALUE 0.
           05 WS-TOT-CAT            PIC 9(7) VALUE 0.
           05 WS-TOT-STAT           PIC 9(7) VALUE 0.
           05 WS-TOT-LEN            PIC 9(7) VALUE 0.
           05 WS-TOT-WORD           PIC 9(7) VALUE 0.
       01 WS-SCANNED-COUNT          PIC 9(9) VALUE 0.

      *> ---- report editing -------------------------------------------
       01 WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01 WS-EDIT-LEN               PIC ZZZZ9.
       01 WS-EDIT-PCT               PIC ZZ9.
       01 WS-EDIT-LIMIT             PIC ZZZZ9.
       01 WS-DETAIL-LINE.
           05 DET-KEY               PIC X(20).
           05 FILLER                PIC X(1).
           05 DET-CALLER            PIC X(16).
           05 FILLER                PIC X(1).
           05 DET-PRV-RUN           PIC X(14).
           05 FILLER                PIC X(1).
           05 DET-FLAGS             PIC X(7).
           05 FILLER                PIC X(1).
           05 DET-PRV-CAT           PIC X(10).
           05 DET-CAT-ARROW         PIC X(1).
           05 DET-CUR-CAT           PIC X(10).
           05 FILLER                PIC X(1).
           05 DET-PRV-STAT          PIC 9(4).
           05 DET-STAT-ARROW        PIC X(1).
           05 DET-CUR-STAT          PIC 9(4).
           05 FILLER                PIC X(1).
           05 DET-PRV-LEN           PIC ZZZZ9.
           05 DET-LEN-ARROW         PIC X(1).
           05 DET-CUR-LEN           PIC ZZZZ9.
           05 FILLER                PIC X(2).
           05 DET-SHARE             PIC X(4).
           05 FILLER                PIC X(22).
       01 WS-CALLER-LINE.
           05 CLN-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 CLN-KEYS              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(1).
           05 CLN-NEW               PIC ZZZ,ZZ9.
           05 FILLER                PIC X(1).
           05 CLN-DRIFTED           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(1).
           05 CLN-DRIFT-PCT         PIC ZZ9.9.
           05 FILLER                PIC X(1).
           05 CLN-CAT               PIC ZZZ,ZZ9.
           05 FILLER                PIC X(1).
           05 CLN-STAT              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(1).
           05 CLN-LEN               PIC ZZZ,ZZ9.
           05 FILLER                PIC X(1).
           05 CLN-WORD              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(39).
       01 WS-DRIFT-PCT              PIC 9(3)V9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-LOAD-RUN
           IF WS-KEY-COUNT = 0
               DISPLAY 'LLM-RESPONSE-DRIFT: no archived answers for '
                       'run ' WS-TARGET-RUN-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT WS-KEY-ENTRY ASCENDING KEY WS-KEY-VALUE
           PERFORM 220-COLLAPSE-DUPLICATE-KEYS
           PERFORM 300-FIND-PRIOR-ANSWERS
           PERFORM 400-WRITE-REPORT
           DISPLAY 'LLM-RESPONSE-DRIFT: run ' WS-TARGET-RUN-ID
                   ' keys ' WS-TOT-KEYS ', with no prior answer '
                   WS-TOT-NEW ', drifted ' WS-TOT-DRIFTED
           IF WS-TOT-DRIFTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=archive file  2=report file
      *>       3=run ID (optional, '-' = the latest on the archive)
      *>       4=length change threshold, percent (default 50)
      *>       5=wording share floor, percent (default 50)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 2
               DISPLAY 'LLM-RESPONSE-DRIFT: usage: LLM-RESPONSE-DRIFT '
                       '<archive> <report-out> [run-id] [len-pct] '
                       '[share-pct]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-ARCHIVE-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 3
               MOVE 3                   TO WS-ARG-COUNT
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT NOT = '-' AND WS-ARG-TEXT NOT = SPACES
                   MOVE WS-ARG-TEXT     TO WS-TARGET-RUN-ID
                   SET WS-RUN-GIVEN     TO TRUE
               END-IF
           END-IF
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 4
               MOVE 4                   TO WS-ARG-COUNT
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT NOT = '-' AND WS-ARG-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-ARG-TEXT)
                                        TO WS-LENGTH-PCT-LIMIT
               END-IF
           END-IF
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT NOT = '-' AND WS-ARG-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-ARG-TEXT)
                                        TO WS-SHARE-PCT-FLOOR
               END-IF
           END-IF.


      *> First pass: the run's answers. With no run ID given the
      *> latest run wins - a higher run ID than any seen so far
      *> starts the table afresh, so one pass finds the run and
      *> loads it even when two jobs' lines interleave.
       200-LOAD-RUN.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-RESPONSE-DRIFT: cannot open archive '
                       FUNCTION TRIM(WS-ARCHIVE-FILENAME)
                       ', status ' WS-ARC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ ARCHIVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCANNED-COUNT
                       IF ARC-RUN-ID NOT = SPACES
                       AND ARC-KEY NOT = SPACES
                           IF NOT WS-RUN-GIVEN
                           AND ARC-RUN-ID > WS-TARGET-RUN-ID
                               MOVE ARC-RUN-ID TO WS-TARGET-RUN-ID
                               MOVE 0          TO WS-KEY-COUNT
                               MOVE 'N'        TO WS-KEY-FULL-FLAG
                           END-IF
                           IF ARC-RUN-ID = WS-TARGET-RUN-ID
                               PERFORM 210-ADD-RUN-ANSWER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           IF WS-KEY-FULL
               DISPLAY 'LLM-RESPONSE-DRIFT: more than 10,000 keys in '
                       'the run - the report covers the first 10,000'
           END-IF.


       210-ADD-RUN-ANSWER.
           IF WS-KEY-COUNT >= WS-KEY-MAX
               SET WS-KEY-FULL           TO TRUE
           ELSE
               IF ARC-RUN-DATE IS NUMERIC
                   MOVE ARC-RUN-DATE     TO WS-TARGET-RUN-DATE
               END-IF
               ADD 1                     TO WS-KEY-COUNT
               SET WS-KEY-IDX            TO WS-KEY-COUNT
               MOVE ARC-KEY              TO WS-KEY-VALUE(WS-KEY-IDX)
               MOVE ARC-CALLER           TO WS-KEY-CALLER(WS-KEY-IDX)
               MOVE 0                    TO WS-KEY-CUR-STAT(WS-KEY-IDX)
               IF ARC-STAT-CODE IS NUMERIC
                   MOVE ARC-STAT-CODE TO WS-KEY-CUR-STAT(WS-KEY-IDX)
               END-IF
               MOVE ARC-CATEGORY         TO WS-KEY-CUR-CAT(WS-KEY-IDX)
               PERFORM 250-BUILD-SIGNATURE
               MOVE WS-TEXT-LEN          TO WS-KEY-CUR-LEN(WS-KEY-IDX)
               MOVE WS-SIG-WORDS       TO WS-KEY-CUR-WORDS(WS-KEY-IDX)
               MOVE WS-SIG               TO WS-KEY-CUR-SIG(WS-KEY-IDX)
               MOVE SPACES           TO WS-KEY-PRV-RUN-ID(WS-KEY-IDX)
           END-IF.


      *> A key answered twice in the one run (a rerun of part of the
      *> file under the same ID) keeps a single entry, so SEARCH ALL
      *> sees unique keys.
       220-COLLAPSE-DUPLICATE-KEYS.
           MOVE 1 TO WS-KEEP-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 2 BY 1
               UNTIL WS-SCAN-IDX > WS-KEY-COUNT
               IF WS-KEY-VALUE(WS-SCAN-IDX)
                       NOT = WS-KEY-VALUE(WS-KEEP-IDX)
                   ADD 1 TO WS-KEEP-IDX
                   IF WS-KEEP-IDX NOT = WS-SCAN-IDX
                       MOVE WS-KEY-ENTRY(WS-SCAN-IDX)
                                 TO WS-KEY-ENTRY(WS-KEEP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-KEEP-IDX TO WS-KEY-COUNT.


      *> WS-SIG / WS-SIG-WORDS / WS-TEXT-LEN for ARC-CONTENT. Line
      *> breaks are archived as X"01"/X"02" and split words like any
      *> other non-alphanumeric byte.
       250-BUILD-SIGNATURE.
           MOVE FUNCTION UPPER-CASE(ARC-CONTENT) TO WS-TEXT
           MOVE 0                        TO WS-TEXT-LEN
           IF WS-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEXT TRAILING))
                                         TO WS-TEXT-LEN
           END-IF
           MOVE SPACES                   TO WS-SIG
           MOVE 0                        TO WS-SIG-WORDS
           MOVE 0                        TO WS-WORD-LEN
           MOVE 0                        TO WS-WORD-HASH
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > WS-TEXT-LEN
               MOVE WS-TEXT(WS-CHAR-POS:1) TO WS-CHAR
               IF (WS-CHAR >= 'A' AND WS-CHAR <= 'Z')
               OR (WS-CHAR >= '0' AND WS-CHAR <= '9')
                   ADD 1                 TO WS-WORD-LEN
                   COMPUTE WS-WORD-HASH = FUNCTION MOD(
                       WS-WORD-HASH * 31 + FUNCTION ORD(WS-CHAR),
                       1000003)
               ELSE
                   PERFORM 255-END-WORD
               END-IF
           END-PERFORM
           PERFORM 255-END-WORD.


       255-END-WORD.
           IF WS-WORD-LEN >= 3
               COMPUTE WS-BUCKET =
                   FUNCTION MOD(WS-WORD-HASH, 512) + 1
               IF WS-SIG(WS-BUCKET:1) = SPACE
                   MOVE 'Y'              TO WS-SIG(WS-BUCKET:1)
                   ADD 1                 TO WS-SIG-WORDS
               END-IF
           END-IF
           MOVE 0                        TO WS-WORD-LEN
           MOVE 0                        TO WS-WORD-HASH.


      *> Second pass: every answer from an earlier run for a key in
      *> the table; the latest earlier run ID wins.
       300-FIND-PRIOR-ANSWERS.
           OPEN INPUT ARCHIVE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ ARCHIVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ARC-RUN-ID NOT = SPACES
                       AND ARC-RUN-ID < WS-TARGET-RUN-ID
                           PERFORM 310-NOTE-PRIOR-ANSWER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.


       310-NOTE-PRIOR-ANSWER.
           SEARCH ALL WS-KEY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-KEY-VALUE(WS-KEY-IDX) = ARC-KEY
                   IF ARC-RUN-ID >= WS-KEY-PRV-RUN-ID(WS-KEY-IDX)
                       MOVE ARC-RUN-ID TO WS-KEY-PRV-RUN-ID(WS-KEY-IDX)
                       MOVE 0          TO WS-KEY-PRV-STAT(WS-KEY-IDX)
                       IF ARC-STAT-CODE IS NUMERIC
                           MOVE ARC-STAT-CODE
                                   TO WS-KEY-PRV-STAT(WS-KEY-IDX)
                       END-IF
                       MOVE ARC-CATEGORY
                                   TO WS-KEY-PRV-CAT(WS-KEY-IDX)
                       PERFORM 250-BUILD-SIGNATURE
                       MOVE WS-TEXT-LEN
                                   TO WS-KEY-PRV-LEN(WS-KEY-IDX)
                       MOVE WS-SIG-WORDS
                                   TO WS-KEY-PRV-WORDS(WS-KEY-IDX)
                       MOVE WS-SIG TO WS-KEY-PRV-SIG(WS-KEY-IDX)
                   END-IF
           END-SEARCH.


       400-WRITE-REPORT.
           OPEN OUTPUT REPORT-OUT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-RESPONSE-DRIFT: cannot open report '
                       FUNCTION TRIM(WS-REPORT-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'LLM-RESPONSE-DRIFT  ANSWERS OF RUN '
                  WS-TARGET-RUN-ID ' (' WS-TARGET-RUN-DATE
                  ') AGAINST EACH KEY''S PREVIOUS ANSWER'
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-LENGTH-PCT-LIMIT      TO WS-EDIT-LIMIT
           MOVE WS-SHARE-PCT-FLOOR       TO WS-EDIT-PCT
           MOVE SPACES TO REPORT-LINE
           STRING 'FLAGS: C CATEGORY CHANGED  S STATUS CHANGED  '
                  'L LENGTH MOVED MORE THAN '
                  FUNCTION TRIM(WS-EDIT-LIMIT)
                  '%  W UNDER ' FUNCTION TRIM(WS-EDIT-PCT)
                  '% OF WORDING SHARED'  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'KEY                  CALLER           PRIOR RUN     '
                  ' FLAGS   CATEGORY PRIOR>NOW    STATUS    '
                  'LENGTH       SHARE'   DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-COUNT
               PERFORM 410-COMPARE-KEY
           END-PERFORM

           PERFORM 430-SORT-CALLERS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DRIFT BY CALLER'      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CALLER                            KEYS  NO-PRV '
                  'DRIFTED  DRFT%    CATEG   STATUS   LENGTH  WORDING'
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
               UNTIL WS-CLR-IDX > WS-CLR-COUNT
               MOVE WS-CLR-CALLER(WS-CLR-IDX)  TO CLN-CALLER
               MOVE WS-CLR-KEYS(WS-CLR-IDX)    TO CLN-KEYS
               MOVE WS-CLR-NEW(WS-CLR-IDX)     TO CLN-NEW
               MOVE WS-CLR-DRIFTED(WS-CLR-IDX) TO CLN-DRIFTED
               MOVE 0                          TO WS-DRIFT-PCT
               IF WS-CLR-KEYS(WS-CLR-IDX) > WS-CLR-NEW(WS-CLR-IDX)
                   COMPUTE WS-DRIFT-PCT ROUNDED =
                       WS-CLR-DRIFTED(WS-CLR-IDX) * 100
                       / (WS-CLR-KEYS(WS-CLR-IDX)
                          - WS-CLR-NEW(WS-CLR-IDX))
               END-IF
               MOVE WS-DRIFT-PCT               TO CLN-DRIFT-PCT
               MOVE WS-CLR-CAT(WS-CLR-IDX)     TO CLN-CAT
               MOVE WS-CLR-STAT(WS-CLR-IDX)    TO CLN-STAT
               MOVE WS-CLR-LEN(WS-CLR-IDX)     TO CLN-LEN
               MOVE WS-CLR-WORD(WS-CLR-IDX)    TO CLN-WORD
               WRITE REPORT-LINE FROM WS-CALLER-LINE
           END-PERFORM
           MOVE '*** ALL CALLERS'        TO CLN-CALLER
           MOVE WS-TOT-KEYS              TO CLN-KEYS
           MOVE WS-TOT-NEW               TO CLN-NEW
           MOVE WS-TOT-DRIFTED           TO CLN-DRIFTED
           MOVE 0                        TO WS-DRIFT-PCT
           IF WS-TOT-KEYS > WS-TOT-NEW
               COMPUTE WS-DRIFT-PCT ROUNDED =
                   WS-TOT-DRIFTED * 100 / (WS-TOT-KEYS - WS-TOT-NEW)
           END-IF
           MOVE WS-DRIFT-PCT             TO CLN-DRIFT-PCT
           MOVE WS-TOT-CAT               TO CLN-CAT
           MOVE WS-TOT-STAT              TO CLN-STAT
           MOVE WS-TOT-LEN               TO CLN-LEN
           MOVE WS-TOT-WORD              TO CLN-WORD
           WRITE REPORT-LINE FROM WS-CALLER-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DRFT% IS OF KEYS WITH A PRIOR ANSWER. '
                  'CATEGORY IS COMPARED WHERE BOTH ANSWERS '
                  'CARRY ONE.'           DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-OUT.


      *> The key at WS-KEY-IDX against its prior answer: counted
      *> under its caller, listed when anything moved.
       410-COMPARE-KEY.
           PERFORM 420-FIND-CALLER
           ADD 1 TO WS-TOT-KEYS
           ADD 1 TO WS-CLR-KEYS(WS-CLR-HIT)
           IF WS-KEY-PRV-RUN-ID(WS-KEY-IDX) = SPACES
               ADD 1 TO WS-TOT-NEW
               ADD 1 TO WS-CLR-NEW(WS-CLR-HIT)
           ELSE
               MOVE SPACES               TO WS-DRIFT-FLAGS
               IF WS-KEY-CUR-CAT(WS-KEY-IDX) NOT = SPACES
               AND WS-KEY-PRV-CAT(WS-KEY-IDX) NOT = SPACES
               AND WS-KEY-CUR-CAT(WS-KEY-IDX)
                   NOT = WS-KEY-PRV-CAT(WS-KEY-IDX)
                   MOVE 'C'              TO WS-DRIFT-CAT
                   ADD 1 TO WS-TOT-CAT
                   ADD 1 TO WS-CLR-CAT(WS-CLR-HIT)
               END-IF
               IF WS-KEY-CUR-STAT(WS-KEY-IDX)
                   NOT = WS-KEY-PRV-STAT(WS-KEY-IDX)
                   MOVE 'S'              TO WS-DRIFT-STAT
                   ADD 1 TO WS-TOT-STAT
                   ADD 1 TO WS-CLR-STAT(WS-CLR-HIT)
               END-IF

               IF WS-KEY-CUR-LEN(WS-KEY-IDX)
                   > WS-KEY-PRV-LEN(WS-KEY-IDX)
                   COMPUTE WS-LEN-DIFF = WS-KEY-CUR-LEN(WS-KEY-IDX)
                                       - WS-KEY-PRV-LEN(WS-KEY-IDX)
               ELSE
                   COMPUTE WS-LEN-DIFF = WS-KEY-PRV-LEN(WS-KEY-IDX)
                                       - WS-KEY-CUR-LEN(WS-KEY-IDX)
               END-IF
               IF WS-KEY-PRV-LEN(WS-KEY-IDX) > 0
                   COMPUTE WS-LEN-PCT =
                       WS-LEN-DIFF * 100 / WS-KEY-PRV-LEN(WS-KEY-IDX)
               ELSE
                   MOVE 0                TO WS-LEN-PCT
                   IF WS-LEN-DIFF > 0
                       MOVE 9999999      TO WS-LEN-PCT
                   END-IF
               END-IF
               IF WS-LEN-PCT > WS-LENGTH-PCT-LIMIT
                   MOVE 'L'              TO WS-DRIFT-LEN
                   ADD 1 TO WS-TOT-LEN
                   ADD 1 TO WS-CLR-LEN(WS-CLR-HIT)
               END-IF

      *> Dice share of the two signatures; answers with no words on
      *> either side (blank, blocked, failed) are left to the status
      *> and length checks.
               MOVE 0                    TO WS-SHARE-PCT
               IF WS-KEY-CUR-WORDS(WS-KEY-IDX) > 0
               AND WS-KEY-PRV-WORDS(WS-KEY-IDX) > 0
                   MOVE 0                TO WS-COMMON
                   PERFORM VARYING WS-BUCKET FROM 1 BY 1
                       UNTIL WS-BUCKET > 512
                       IF WS-KEY-CUR-SIG(WS-KEY-IDX)(WS-BUCKET:1) = 'Y'
                       AND WS-KEY-PRV-SIG(WS-KEY-IDX)(WS-BUCKET:1)
                           = 'Y'
                           ADD 1         TO WS-COMMON
                       END-IF
                   END-PERFORM
                   COMPUTE WS-SHARE-PCT ROUNDED =
                       WS-COMMON * 200
                       / (WS-KEY-CUR-WORDS(WS-KEY-IDX)
                          + WS-KEY-PRV-WORDS(WS-KEY-IDX))
                   IF WS-SHARE-PCT < WS-SHARE-PCT-FLOOR
                       MOVE 'W'          TO WS-DRIFT-WORD
                       ADD 1 TO WS-TOT-WORD
                       ADD 1 TO WS-CLR-WORD(WS-CLR-HIT)
                   END-IF
               END-IF

               IF WS-DRIFT-FLAGS NOT = SPACES
                   ADD 1 TO WS-TOT-DRIFTED
                   ADD 1 TO WS-CLR-DRIFTED(WS-CLR-HIT)
                   PERFORM 415-WRITE-DETAIL
               END-IF
           END-IF.


       415-WRITE-DETAIL.
           MOVE SPACES                   TO WS-DETAIL-LINE
           MOVE WS-KEY-VALUE(WS-KEY-IDX)  TO DET-KEY
           MOVE WS-KEY-CALLER(WS-KEY-IDX) TO DET-CALLER
           MOVE WS-KEY-PRV-RUN-ID(WS-KEY-IDX) TO DET-PRV-RUN
           STRING WS-DRIFT-CAT ' ' WS-DRIFT-STAT ' '
                  WS-DRIFT-LEN ' ' WS-DRIFT-WORD
                                         DELIMITED BY SIZE
                  INTO DET-FLAGS
           END-STRING
           MOVE WS-KEY-PRV-CAT(WS-KEY-IDX) TO DET-PRV-CAT
           MOVE '>'                      TO DET-CAT-ARROW
           MOVE WS-KEY-CUR-CAT(WS-KEY-IDX) TO DET-CUR-CAT
           MOVE WS-KEY-PRV-STAT(WS-KEY-IDX) TO DET-PRV-STAT
           MOVE '>'                      TO DET-STAT-ARROW
           MOVE WS-KEY-CUR-STAT(WS-KEY-IDX) TO DET-CUR-STAT
           MOVE WS-KEY-PRV-LEN(WS-KEY-IDX) TO DET-PRV-LEN
           MOVE '>'                      TO DET-LEN-ARROW
           MOVE WS-KEY-CUR-LEN(WS-KEY-IDX) TO DET-CUR-LEN
           IF WS-KEY-CUR-WORDS(WS-KEY-IDX) > 0
           AND WS-KEY-PRV-WORDS(WS-KEY-IDX) > 0
               MOVE WS-SHARE-PCT         TO WS-EDIT-PCT
               STRING WS-EDIT-PCT '%'    DELIMITED BY SIZE
                      INTO DET-SHARE
               END-STRING
           ELSE
               MOVE '   -'               TO DET-SHARE
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.


      *> WS-CLR-HIT for the caller of the key at WS-KEY-IDX; past 200
      *> callers the rest share the last slot.
       420-FIND-CALLER.
           MOVE 0 TO WS-CLR-HIT
           PERFORM VARYING WS-CLR-SCAN FROM 1 BY 1
               UNTIL WS-CLR-SCAN > WS-CLR-COUNT
                  OR WS-CLR-HIT > 0
               IF WS-CLR-CALLER(WS-CLR-SCAN)
                   = WS-KEY-CALLER(WS-KEY-IDX)
                   MOVE WS-CLR-SCAN TO WS-CLR-HIT
               END-IF
           END-PERFORM
           IF WS-CLR-HIT = 0
               IF WS-CLR-COUNT < 200
                   ADD 1 TO WS-CLR-COUNT
                   MOVE WS-CLR-COUNT     TO WS-CLR-HIT
                   INITIALIZE WS-CLR-ENTRY(WS-CLR-HIT)
                   MOVE WS-KEY-CALLER(WS-KEY-IDX)
                                         TO WS-CLR-CALLER(WS-CLR-HIT)
               ELSE
                   MOVE 200              TO WS-CLR-HIT
                   MOVE '(OTHER CALLERS)' TO WS-CLR-CALLER(WS-CLR-HIT)
               END-IF
           END-IF.


      *> Most drifted caller first.
       430-SORT-CALLERS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-CLR-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-CLR-COUNT - WS-SORT-I
                   IF WS-CLR-DRIFTED(WS-SORT-J) <
                      WS-CLR-DRIFTED(WS-SORT-J + 1)
                       MOVE WS-CLR-ENTRY(WS-SORT-J) TO WS-CLR-SWAP
                       MOVE WS-CLR-ENTRY(WS-SORT-J + 1)
                                    TO WS-CLR-ENTRY(WS-SORT-J)
                       MOVE WS-CLR-SWAP
                                    TO WS-CLR-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
