      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-HOLD-CHECK.cob
      *> Desc    : Legal-hold lookup (see LLM-HOLD-CHECK.cpy). Loads
      *>           the registry named by LLM_LEGAL_HOLD_FILE (default
      *>           LLM-LEGAL-HOLD.DAT, layout in
      *>           LLM-LEGAL-HOLD-RECORD.cpy) once per process - a
      *>           sweep asks about every record it is about to drop -
      *>           and answers whether the caller's key, conversation
      *>           ID or caller is held, returning the first matter
      *>           found. No registry means nothing is held. A
      *>           registry that exists but cannot be opened, or
      *>           holds more lines than the table, comes back with
      *>           LLM-HOLD-STATE set so the caller can refuse to run.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-HOLD-CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY 'LLM-LEGAL-HOLD-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-HOLD-FILENAME          PIC X(256).
       01 WS-HOLD-FILE-STATUS       PIC X(2).
       01 WS-HOLD-EOF-FLAG          PIC X(1).
         88 WS-HOLD-EOF                 VALUE 'Y'.
       01 WS-HOLD-LOADED-FLAG       PIC X(1) VALUE 'N'.
         88 WS-HOLD-LOADED              VALUE 'Y'.
       01 WS-HOLD-LOAD-STATE        PIC X(8) VALUE 'OK'.
       01 WS-HOLD-COUNT             PIC 9(5) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY         OCCURS 2000 TIMES
                                    INDEXED BY WS-HOLD-IDX.
             10 WS-HOLD-TBL-TYPE    PIC X(6).
             10 WS-HOLD-TBL-VALUE   PIC X(64).
             10 WS-HOLD-TBL-MATTER  PIC X(12).
       01 WS-CALLER-UPPER           PIC X(30).

       LINKAGE SECTION.

       COPY 'LLM-HOLD-CHECK.cpy'.


       PROCEDURE DIVISION USING LLM-HOLD-CHECK-AREA.

       000-MAIN.
           IF NOT WS-HOLD-LOADED
               PERFORM 100-LOAD-REGISTRY
           END-IF
           MOVE 'N'                      TO LLM-HOLD-FLAG
           MOVE SPACES                   TO LLM-HOLD-MATTER
                                            LLM-HOLD-ON-TYPE
                                            LLM-HOLD-ON-VALUE
           MOVE WS-HOLD-COUNT            TO LLM-HOLD-COUNT
           MOVE WS-HOLD-FILENAME         TO LLM-HOLD-FILE
           MOVE WS-HOLD-LOAD-STATE       TO LLM-HOLD-STATE
           MOVE FUNCTION UPPER-CASE(LLM-HOLD-CALLER)
                                         TO WS-CALLER-UPPER
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT OR LLM-HOLD-FOUND
               PERFORM 200-MATCH-ENTRY
           END-PERFORM
           GOBACK.


       100-LOAD-REGISTRY.
           SET WS-HOLD-LOADED            TO TRUE
           MOVE 0                        TO WS-HOLD-COUNT
           DISPLAY 'LLM_LEGAL_HOLD_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HOLD-FILENAME = SPACES
               MOVE 'LLM-LEGAL-HOLD.DAT' TO WS-HOLD-FILENAME
           END-IF

           OPEN INPUT HOLD-FILE
           EVALUATE WS-HOLD-FILE-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-HOLD-EOF-FLAG
                   PERFORM UNTIL WS-HOLD-EOF
                       READ HOLD-FILE
                           AT END
                               SET WS-HOLD-EOF TO TRUE
                           NOT AT END
                               PERFORM 110-TAKE-HOLD-LINE
                       END-READ
                   END-PERFORM
                   CLOSE HOLD-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'ERROR'          TO WS-HOLD-LOAD-STATE
           END-EVALUATE.


       110-TAKE-HOLD-LINE.
           IF HOLD-TYPE NOT = SPACES
           AND HOLD-TYPE(1:1) NOT = '*'
               IF WS-HOLD-COUNT < 2000
                   ADD 1 TO WS-HOLD-COUNT
                   SET WS-HOLD-IDX TO WS-HOLD-COUNT
                   MOVE FUNCTION UPPER-CASE(HOLD-TYPE)
                                 TO WS-HOLD-TBL-TYPE(WS-HOLD-IDX)
                   MOVE HOLD-VALUE
                                 TO WS-HOLD-TBL-VALUE(WS-HOLD-IDX)
                   MOVE HOLD-MATTER
                                 TO WS-HOLD-TBL-MATTER(WS-HOLD-IDX)
      *> Caller IDs are matched without regard to case - a hold
      *> typed 'claims-east' must still catch CLAIMS-EAST.
                   IF WS-HOLD-TBL-TYPE(WS-HOLD-IDX) = 'CALLER'
                       MOVE FUNCTION UPPER-CASE(HOLD-VALUE)
                                 TO WS-HOLD-TBL-VALUE(WS-HOLD-IDX)
                   END-IF
               ELSE
                   MOVE 'OVERFLOW'       TO WS-HOLD-LOAD-STATE
               END-IF
           END-IF.


       200-MATCH-ENTRY.
           EVALUATE WS-HOLD-TBL-TYPE(WS-HOLD-IDX)
               WHEN 'KEY'
                   IF LLM-HOLD-KEY NOT = SPACES
                   AND LLM-HOLD-KEY = WS-HOLD-TBL-VALUE(WS-HOLD-IDX)
                       PERFORM 210-TAKE-MATCH
                   END-IF
               WHEN 'CONV'
                   IF LLM-HOLD-CONV-ID NOT = SPACES
                   AND LLM-HOLD-CONV-ID
                           = WS-HOLD-TBL-VALUE(WS-HOLD-IDX)
                       PERFORM 210-TAKE-MATCH
                   END-IF
               WHEN 'CALLER'
                   IF WS-CALLER-UPPER NOT = SPACES
                   AND WS-CALLER-UPPER
                           = WS-HOLD-TBL-VALUE(WS-HOLD-IDX)
                       PERFORM 210-TAKE-MATCH
                   END-IF
           END-EVALUATE.


       210-TAKE-MATCH.
           SET LLM-HOLD-FOUND            TO TRUE
           MOVE WS-HOLD-TBL-MATTER(WS-HOLD-IDX) TO LLM-HOLD-MATTER
           MOVE WS-HOLD-TBL-TYPE(WS-HOLD-IDX)   TO LLM-HOLD-ON-TYPE
           MOVE WS-HOLD-TBL-VALUE(WS-HOLD-IDX)  TO LLM-HOLD-ON-VALUE.
