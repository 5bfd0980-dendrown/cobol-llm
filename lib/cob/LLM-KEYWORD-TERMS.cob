      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-KEYWORD-TERMS.cob
      *> Desc    : Breaks text into keyword index terms for the
      *>           hybrid retrieval path - called by LLM-KEYWORD-INDEX
      *>           on every corpus document and by LLM-VECTOR-SEARCH
      *>           on every question. A term is a run of letters and
      *>           digits, upper-cased; a '-', '/' or '.' with a
      *>           letter or digit on both sides stays inside the
      *>           term, so a policy number (PL-004417), a form code
      *>           (W-2, HO/3) or a citation (1910.1200) indexes as
      *>           one term rather than falling apart into fragments
      *>           the cosine search already handles badly. Single
      *>           characters and a short built-in stop-word list are
      *>           dropped. Pure lookup - no LLM-STATUS, the
      *>           LLM-DELIM-PARSE single-area convention.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-KEYWORD-TERMS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *> Words too common to tell one document from another. Kept
      *> short on purpose - the ranking already weights a term by
      *> how few documents carry it, this list just keeps the
      *> commonest ones out of the index altogether.
       01 WS-STOP-WORDS.
           05 FILLER PIC X(8) VALUE 'AN'.
           05 FILLER PIC X(8) VALUE 'AND'.
           05 FILLER PIC X(8) VALUE 'ARE'.
           05 FILLER PIC X(8) VALUE 'AS'.
           05 FILLER PIC X(8) VALUE 'AT'.
           05 FILLER PIC X(8) VALUE 'BE'.
           05 FILLER PIC X(8) VALUE 'BY'.
           05 FILLER PIC X(8) VALUE 'CAN'.
           05 FILLER PIC X(8) VALUE 'DO'.
           05 FILLER PIC X(8) VALUE 'DOES'.
           05 FILLER PIC X(8) VALUE 'FOR'.
           05 FILLER PIC X(8) VALUE 'FROM'.
           05 FILLER PIC X(8) VALUE 'HAS'.
           05 FILLER PIC X(8) VALUE 'HAVE'.
           05 FILLER PIC X(8) VALUE 'HOW'.
           05 FILLER PIC X(8) VALUE 'IF'.
           05 FILLER PIC X(8) VALUE 'IN'.
           05 FILLER PIC X(8) VALUE 'IS'.
           05 FILLER PIC X(8) VALUE 'IT'.
           05 FILLER PIC X(8) VALUE 'ITS'.
           05 FILLER PIC X(8) VALUE 'MY'.
           05 FILLER PIC X(8) VALUE 'NOT'.
           05 FILLER PIC X(8) VALUE 'OF'.
           05 FILLER PIC X(8) VALUE 'ON'.
           05 FILLER PIC X(8) VALUE 'OR'.
           05 FILLER PIC X(8) VALUE 'OUR'.
           05 FILLER PIC X(8) VALUE 'THAT'.
           05 FILLER PIC X(8) VALUE 'THE'.
           05 FILLER PIC X(8) VALUE 'THIS'.
           05 FILLER PIC X(8) VALUE 'TO'.
           05 FILLER PIC X(8) VALUE 'WAS'.
           05 FILLER PIC X(8) VALUE 'WE'.
           05 FILLER PIC X(8) VALUE 'WERE'.
           05 FILLER PIC X(8) VALUE 'WHAT'.
           05 FILLER PIC X(8) VALUE 'WHICH'.
           05 FILLER PIC X(8) VALUE 'WHO'.
           05 FILLER PIC X(8) VALUE 'WILL'.
           05 FILLER PIC X(8) VALUE 'WITH'.
           05 FILLER PIC X(8) VALUE 'YOU'.
           05 FILLER PIC X(8) VALUE 'YOUR'.
       01 WS-STOP-TABLE REDEFINES WS-STOP-WORDS.
           05 WS-STOP-WORD          OCCURS 40 TIMES
                                    INDEXED BY WS-STOP-IDX
                                    PIC X(8).

      *> Every term occurrence in text order, then sorted so equal
      *> terms sit together and 300-COLLAPSE-TERMS can count runs.
      *> 32768 characters can't hold more than 11,000 terms of two
      *> characters or more with a separator between each.
       01 WS-RAW-COUNT              PIC 9(5) COMP VALUE 0.
       01 WS-RAW-TABLE.
           05 WS-RAW-ENTRY          OCCURS 1 TO 11000 TIMES
                                    DEPENDING ON WS-RAW-COUNT
                                    ASCENDING KEY IS WS-RAW-TERM
                                    INDEXED BY WS-RAW-IDX.
             10 WS-RAW-TERM         PIC X(40).

       01 WS-UPPER-TEXT             PIC X(32768).
       01 WS-TEXT-LEN               PIC 9(5) COMP.
       01 WS-POS                    PIC 9(5) COMP.
       01 WS-CHAR                   PIC X(1).
       01 WS-NEXT-CHAR              PIC X(1).
       01 WS-TOKEN                  PIC X(40).
       01 WS-TOKEN-LEN              PIC 9(5) COMP.
       01 WS-STOP-FLAG              PIC X(1).
         88 WS-IS-STOP-WORD             VALUE 'Y'.
       01 WS-SCAN-IDX               PIC 9(5) COMP.

       LINKAGE SECTION.

       COPY 'LLM-KEYWORD-TERMS.cpy'.


       PROCEDURE DIVISION USING LLM-KEYWORD-TERMS-AREA.

       000-MAIN.
           MOVE 0   TO LLM-KWT-TERM-COUNT
           MOVE 'N' TO LLM-KWT-OVERFLOW-FLAG
           MOVE 0   TO WS-RAW-COUNT
           IF LLM-KWT-TEXT NOT = SPACES
               PERFORM 100-SPLIT-TERMS
           END-IF
           IF WS-RAW-COUNT > 0
               PERFORM 300-COLLAPSE-TERMS
           END-IF
           GOBACK.


      *> One pass, character by character. A connector only joins
      *> when a letter or digit follows it - the full stop that ends
      *> "see form W-2." must not end up on the term.
       100-SPLIT-TERMS.
           MOVE FUNCTION UPPER-CASE(LLM-KWT-TEXT) TO WS-UPPER-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-UPPER-TEXT TRAILING))
                                         TO WS-TEXT-LEN
           MOVE SPACES TO WS-TOKEN
           MOVE 0      TO WS-TOKEN-LEN

           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-TEXT-LEN
               MOVE WS-UPPER-TEXT(WS-POS:1) TO WS-CHAR
               IF WS-POS < WS-TEXT-LEN
                   MOVE WS-UPPER-TEXT(WS-POS + 1:1) TO WS-NEXT-CHAR
               ELSE
                   MOVE SPACE            TO WS-NEXT-CHAR
               END-IF
               EVALUATE TRUE
                   WHEN (WS-CHAR >= 'A' AND WS-CHAR <= 'Z')
                   OR   (WS-CHAR >= '0' AND WS-CHAR <= '9')
                       PERFORM 110-ADD-CHAR
                   WHEN (WS-CHAR = '-' OR WS-CHAR = '/'
                         OR WS-CHAR = '.')
                   AND  WS-TOKEN-LEN > 0
                   AND  ((WS-NEXT-CHAR >= 'A' AND WS-NEXT-CHAR <= 'Z')
                      OR (WS-NEXT-CHAR >= '0' AND WS-NEXT-CHAR <= '9'))
                       PERFORM 110-ADD-CHAR
                   WHEN OTHER
                       PERFORM 200-END-TERM
               END-EVALUATE
           END-PERFORM
           PERFORM 200-END-TERM.


      *> A term longer than the 40-character field keeps its first
      *> 40 characters - long enough for any identifier worth
      *> matching exactly.
       110-ADD-CHAR.
           ADD 1 TO WS-TOKEN-LEN
           IF WS-TOKEN-LEN <= 40
               MOVE WS-CHAR TO WS-TOKEN(WS-TOKEN-LEN:1)
           END-IF.


       200-END-TERM.
           IF WS-TOKEN-LEN > 1
               MOVE 'N' TO WS-STOP-FLAG
               IF WS-TOKEN-LEN <= 8
                   SET WS-STOP-IDX TO 1
                   SEARCH WS-STOP-WORD
                       AT END
                           CONTINUE
                       WHEN WS-STOP-WORD(WS-STOP-IDX) = WS-TOKEN
                           SET WS-IS-STOP-WORD TO TRUE
                   END-SEARCH
               END-IF
               IF NOT WS-IS-STOP-WORD
               AND WS-RAW-COUNT < 11000
                   ADD 1 TO WS-RAW-COUNT
                   MOVE WS-TOKEN         TO WS-RAW-TERM(WS-RAW-COUNT)
               END-IF
           END-IF
           MOVE SPACES TO WS-TOKEN
           MOVE 0      TO WS-TOKEN-LEN.


      *> Sorted, equal terms are adjacent: each run becomes one
      *> entry in the caller's table with the run length as its
      *> count, so the caller's table comes back in ascending term
      *> order ready for a SEARCH ALL.
       300-COLLAPSE-TERMS.
           IF WS-RAW-COUNT > 1
               SORT WS-RAW-ENTRY ASCENDING KEY WS-RAW-TERM
           END-IF

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-RAW-COUNT
               IF LLM-KWT-TERM-COUNT > 0
               AND WS-RAW-TERM(WS-SCAN-IDX)
                       = LLM-KWT-TERM(LLM-KWT-TERM-COUNT)
                   IF LLM-KWT-COUNT(LLM-KWT-TERM-COUNT) < 99999
                       ADD 1 TO LLM-KWT-COUNT(LLM-KWT-TERM-COUNT)
                   END-IF
               ELSE
                   IF LLM-KWT-TERM-COUNT < 4000
                       ADD 1 TO LLM-KWT-TERM-COUNT
                       MOVE WS-RAW-TERM(WS-SCAN-IDX)
                           TO LLM-KWT-TERM(LLM-KWT-TERM-COUNT)
                       MOVE 1 TO LLM-KWT-COUNT(LLM-KWT-TERM-COUNT)
                   ELSE
                       SET LLM-KWT-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
