      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-JSON-ESCAPE.cob
      *> Desc    : Escapes free text for use inside a JSON string -
      *>           see LLM-JSON-ESCAPE.cpy. Quote and backslash get a
      *>           backslash, newline/carriage return/tab become \n,
      *>           \r and \t, and any other control byte becomes a
      *>           blank, so a record read from one of our files can
      *>           be handed back to the model without breaking the
      *>           reply JSON. Pure transformation - no LLM-STATUS,
      *>           the LLM-INJECT-SCREEN single-area convention.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-JSON-ESCAPE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-SOURCE-LEN             PIC 9(6) COMP.
       01 WS-LIMIT                  PIC 9(6) COMP.
       01 WS-IN-POS                 PIC 9(6) COMP.
       01 WS-OUT-POS                PIC 9(6) COMP.
       01 WS-CHAR                   PIC X(1).
       01 WS-PIECE                  PIC X(2).
       01 WS-PIECE-LEN              PIC 9(1) COMP.

       LINKAGE SECTION.

       COPY 'LLM-JSON-ESCAPE.cpy'.


       PROCEDURE DIVISION USING LLM-JSON-ESCAPE-AREA.

       000-MAIN.
           MOVE SPACES                   TO LLM-JSE-TARGET
           MOVE 0                        TO LLM-JSE-TARGET-LEN
           MOVE 'N'                      TO LLM-JSE-TRUNC-FLAG
           MOVE LENGTH OF LLM-JSE-TARGET TO WS-LIMIT
           IF LLM-JSE-MAX-LEN > 0
           AND LLM-JSE-MAX-LEN < WS-LIMIT
               MOVE LLM-JSE-MAX-LEN      TO WS-LIMIT
           END-IF

           IF LLM-JSE-SOURCE = SPACES
               MOVE 0 TO WS-SOURCE-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LLM-JSE-SOURCE
                                                  TRAILING))
                                         TO WS-SOURCE-LEN
           END-IF

           MOVE 0 TO WS-OUT-POS
           PERFORM VARYING WS-IN-POS FROM 1 BY 1
               UNTIL WS-IN-POS > WS-SOURCE-LEN
                  OR LLM-JSE-TRUNCATED
               MOVE LLM-JSE-SOURCE(WS-IN-POS:1) TO WS-CHAR
               PERFORM 100-ESCAPE-ONE-CHAR
               IF WS-OUT-POS + WS-PIECE-LEN > WS-LIMIT
                   SET LLM-JSE-TRUNCATED TO TRUE
               ELSE
                   MOVE WS-PIECE(1:WS-PIECE-LEN)
                       TO LLM-JSE-TARGET(WS-OUT-POS + 1:WS-PIECE-LEN)
                   ADD WS-PIECE-LEN      TO WS-OUT-POS
               END-IF
           END-PERFORM
           MOVE WS-OUT-POS               TO LLM-JSE-TARGET-LEN
           GOBACK.


       100-ESCAPE-ONE-CHAR.
           MOVE 2 TO WS-PIECE-LEN
           EVALUATE TRUE
               WHEN WS-CHAR = '"'
                   MOVE '\"'             TO WS-PIECE
               WHEN WS-CHAR = '\'
                   MOVE '\\'             TO WS-PIECE
               WHEN WS-CHAR = X'0A'
                   MOVE '\n'             TO WS-PIECE
               WHEN WS-CHAR = X'0D'
                   MOVE '\r'             TO WS-PIECE
               WHEN WS-CHAR = X'09'
                   MOVE '\t'             TO WS-PIECE
               WHEN WS-CHAR < SPACE
                   MOVE 1                TO WS-PIECE-LEN
                   MOVE SPACE            TO WS-PIECE
               WHEN OTHER
                   MOVE 1                TO WS-PIECE-LEN
                   MOVE WS-CHAR          TO WS-PIECE
           END-EVALUATE.
