      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-TOOL-DOC-METADATA.cob
      *> Desc    : Read-only tool for LLM-TOOL-DISPATCH - returns the
      *>           document metadata line (LLM-DOC-METADATA-RECORD)
      *>           for one corpus document key, so the model can
      *>           check a document's department, type and whether it
      *>           is in force today before relying on it.
      *>           Arguments: {"doc_key":"<key>"}. Result: compact
      *>           JSON with found, doc_key, department, doc_type,
      *>           effective_date, expiry_date (0 = never expires) and
      *>           in_force. The file is the one LLM_RAG_METADATA_FILE
      *>           names, read INPUT end to end; the arguments can
      *>           only name a key, never a file.
      *>           Registry line:
      *>             document_metadata=LLM-TOOL-DOC-METADATA
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-TOOL-DOC-METADATA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-FILE ASSIGN TO WS-META-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-META-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  METADATA-FILE.
       COPY 'LLM-DOC-METADATA-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'LLM-RESPONSE.cpy'.
       COPY 'LLM-EXTRACT.cpy'.
       COPY 'LLM-JSON-ESCAPE.cpy'.

       01 WS-META-FILENAME          PIC X(256).
       01 WS-META-FILE-STATUS       PIC X(2).
       01 WS-META-EOF-FLAG          PIC X(1).
         88 WS-META-EOF                 VALUE 'Y'.
       01 WS-FOUND-FLAG             PIC X(1).
         88 WS-DOC-FOUND                VALUE 'Y'.
       01 WS-ARG-KEY                PIC X(20).
       01 WS-TODAY                  PIC 9(8).
       01 WS-RESULT-PTR             PIC 9(6) COMP.
       01 WS-KEY-JSON               PIC X(64).
       01 WS-KEY-JSON-LEN           PIC 9(6) COMP.
       01 WS-FOUND-DEPT             PIC X(10).
       01 WS-FOUND-TYPE             PIC X(10).
       01 WS-FOUND-EFFECTIVE        PIC 9(8).
       01 WS-FOUND-EXPIRY           PIC 9(8).
       01 WS-IN-FORCE-TEXT          PIC X(5).

       LINKAGE SECTION.

       01 TOOL-ARGS-JSON            PIC X(4096).
       01 TOOL-RESULT               PIC X(32768).
       COPY 'LLM-STATUS.cpy'.


       PROCEDURE DIVISION USING TOOL-ARGS-JSON
                                TOOL-RESULT
                                LLM-STATUS.

       000-MAIN.
           INITIALIZE LLM-STATUS
           MOVE SPACES                   TO TOOL-RESULT
           PERFORM 100-PARSE-ARGUMENTS
           IF LLM-STAT-OK
               PERFORM 200-SCAN-METADATA
           END-IF
           IF LLM-STAT-OK
               PERFORM 300-BUILD-RESULT
           END-IF
           GOBACK.


       100-PARSE-ARGUMENTS.
           INITIALIZE LLM-RESPONSE
           MOVE TOOL-ARGS-JSON           TO LLM-RSP-CONTENT
           INITIALIZE LLM-EXTRACT-AREA
           MOVE 1                        TO LLM-XTR-FIELD-COUNT
           MOVE 'doc_key'                TO LLM-XTR-NAME(1)
           MOVE 'S'                      TO LLM-XTR-TYPE(1)
           CALL 'LLM-EXTRACT' USING LLM-EXTRACT-AREA
                                    LLM-RESPONSE
                                    LLM-STATUS
           IF LLM-STAT-OK
               IF LLM-XTR-WAS-FOUND(1)
               AND LLM-XTR-VALUE(1) NOT = SPACES
                   MOVE LLM-XTR-VALUE(1) TO WS-ARG-KEY
               ELSE
                   SET LLM-STAT-CONFIG-ERR TO TRUE
                   MOVE 'LLM-TOOL-DOC-METADATA: no "doc_key" argument'
                                         TO LLM-STAT-MESSAGE
               END-IF
           END-IF.


      *> Last matching line wins, the same as LLM-VECTOR-SEARCH's
      *> metadata load - a correction appended to the file
      *> supersedes the original.
       200-SCAN-METADATA.
           MOVE 'N' TO WS-FOUND-FLAG
           DISPLAY 'LLM_RAG_METADATA_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-META-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-META-FILENAME = SPACES
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-TOOL-DOC-METADATA: LLM_RAG_METADATA_FILE not '
                  & 'set'                TO LLM-STAT-MESSAGE
           ELSE
               OPEN INPUT METADATA-FILE
               IF WS-META-FILE-STATUS NOT = '00'
                   SET LLM-STAT-CONFIG-ERR TO TRUE
                   STRING 'LLM-TOOL-DOC-METADATA: cannot open '
                          'metadata file, status ' DELIMITED BY SIZE
                          WS-META-FILE-STATUS DELIMITED BY SIZE
                       INTO LLM-STAT-MESSAGE
                   END-STRING
               ELSE
                   MOVE 'N' TO WS-META-EOF-FLAG
                   PERFORM UNTIL WS-META-EOF
                       READ METADATA-FILE
                           AT END
                               SET WS-META-EOF TO TRUE
                           NOT AT END
                               IF DMD-DOC-KEY = WS-ARG-KEY
                                   SET WS-DOC-FOUND TO TRUE
                                   MOVE DMD-DEPARTMENT
                                             TO WS-FOUND-DEPT
                                   MOVE DMD-DOC-TYPE
                                             TO WS-FOUND-TYPE
                                   MOVE DMD-EFFECTIVE-DATE
                                             TO WS-FOUND-EFFECTIVE
                                   MOVE DMD-EXPIRY-DATE
                                             TO WS-FOUND-EXPIRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE METADATA-FILE
               END-IF
           END-IF.


       300-BUILD-RESULT.
           MOVE WS-ARG-KEY               TO LLM-JSE-SOURCE
           MOVE 0                        TO LLM-JSE-MAX-LEN
           CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA
           MOVE LLM-JSE-TARGET           TO WS-KEY-JSON
           MOVE LLM-JSE-TARGET-LEN       TO WS-KEY-JSON-LEN
           IF WS-KEY-JSON-LEN = 0
               MOVE 1                    TO WS-KEY-JSON-LEN
           END-IF

           MOVE 1                        TO WS-RESULT-PTR
           IF NOT WS-DOC-FOUND
               STRING '{"found":false,"doc_key":"' DELIMITED BY SIZE
                      WS-KEY-JSON(1:WS-KEY-JSON-LEN) DELIMITED BY SIZE
                      '"}'               DELIMITED BY SIZE
                      INTO TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               IF WS-FOUND-EFFECTIVE <= WS-TODAY
               AND (WS-FOUND-EXPIRY = 0
                    OR WS-FOUND-EXPIRY >= WS-TODAY)
                   MOVE 'true'           TO WS-IN-FORCE-TEXT
               ELSE
                   MOVE 'false'          TO WS-IN-FORCE-TEXT
               END-IF
               STRING '{"found":true,"doc_key":"' DELIMITED BY SIZE
                      WS-KEY-JSON(1:WS-KEY-JSON-LEN) DELIMITED BY SIZE
                      '","department":"' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FOUND-DEPT) DELIMITED BY SIZE
                      '","doc_type":"'   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FOUND-TYPE) DELIMITED BY SIZE
                      '","effective_date":"' DELIMITED BY SIZE
                      WS-FOUND-EFFECTIVE DELIMITED BY SIZE
                      '","expiry_date":"' DELIMITED BY SIZE
                      WS-FOUND-EXPIRY    DELIMITED BY SIZE
                      '","in_force":'    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IN-FORCE-TEXT) DELIMITED BY SIZE
                      '}'                DELIMITED BY SIZE
                      INTO TOOL-RESULT
                      WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF.
