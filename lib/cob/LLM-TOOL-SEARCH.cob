      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-TOOL-SEARCH.cob
      *> Desc    : Read-only tool for LLM-TOOL-DISPATCH - runs a
      *>           question through LLM-VECTOR-SEARCH against the RAG
      *>           corpus and hands back the best passages, so the
      *>           model can go and look something up mid-reply
      *>           instead of the caller stacking context up front.
      *>           Arguments: {"query":"<text>","top_k":<n>} - top_k
      *>           defaults to 3 and is capped at 5. Result: compact
      *>           JSON {"results":[{"doc_key","score","text"}...]}
      *>           best first, each passage cut to 2000 characters.
      *>           Corpus files come from the same environment as
      *>           LLM-CONSOLE's /ASK: LLM_RAG_VECTOR_MASTER,
      *>           LLM_RAG_SOURCE_DOCS, LLM_RAG_EMBED_MODEL (default
      *>           nomic-embed-text) and, when set,
      *>           LLM_RAG_METADATA_FILE, which limits hits to
      *>           documents in force today. Every passage goes
      *>           through LLM-INJECT-SCREEN first; a flagged one is
      *>           withheld and reported as "withheld":true with no
      *>           text, since tool output is read by the model just
      *>           as a prompt would be.
      *>           The embedding connection is this program's own -
      *>           LLM-INIT runs on the first CALL and is kept for the
      *>           rest of the run.
      *>           Registry line: corpus_search=LLM-TOOL-SEARCH
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-TOOL-SEARCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-DOCS ASSIGN TO WS-SOURCE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SOURCE-DOCS.
       01 SOURCE-DOC-RECORD.
           05 SRC-KEY               PIC X(20).
           05 SRC-TEXT              PIC X(32768).

       WORKING-STORAGE SECTION.

       COPY 'LLM-CONFIG.cpy'.
       COPY 'LLM-CONFIG-FALLBACK.cpy'.
       COPY 'LLM-RESPONSE.cpy'.
       COPY 'LLM-EXTRACT.cpy'.
       COPY 'LLM-VECTOR-SEARCH.cpy'.
       COPY 'LLM-INJECT-SCREEN.cpy'.
       COPY 'LLM-JSON-ESCAPE.cpy'.

       01 WS-INIT-FLAG              PIC X(1) VALUE 'N'.
         88 WS-INIT-DONE                VALUE 'Y'.
       01 WS-SOURCE-FILENAME        PIC X(256).
       01 WS-METADATA-FILENAME      PIC X(256).
       01 WS-EMBED-MODEL            PIC X(128).
       01 WS-SRC-FILE-STATUS        PIC X(2).
       01 WS-SRC-EOF-FLAG           PIC X(1).
         88 WS-SRC-EOF                  VALUE 'Y'.
       01 WS-ARG-QUERY              PIC X(256).
       01 WS-ARG-TOP-K              PIC 9(2).
       01 WS-TODAY                  PIC 9(8).
       01 WS-HIT-IDX                PIC 9(2) COMP.
       01 WS-RESULT-PTR             PIC 9(6) COMP.
       01 WS-EDIT-SCORE             PIC -9.9999.
       01 WS-KEY-JSON               PIC X(64).
       01 WS-KEY-JSON-LEN           PIC 9(6) COMP.

      *> ---- retrieved passages, in result-table (best-first) order ----
       01 WS-PASSAGE-COUNT          PIC 9(2) COMP VALUE 0.
       01 WS-PASSAGES               OCCURS 5 TIMES.
           05 WS-PSG-KEY            PIC X(20).
           05 WS-PSG-TEXT           PIC X(32768).
           05 WS-PSG-WITHHELD-FLAG  PIC X(1).
             88 WS-PSG-WITHHELD         VALUE 'Y'.

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
               PERFORM 150-LOAD-ENVIRONMENT
           END-IF
           IF LLM-STAT-OK
           AND NOT WS-INIT-DONE
               PERFORM 160-INIT-CONNECTION
           END-IF
           IF LLM-STAT-OK
               PERFORM 200-SEARCH-VECTORS
           END-IF
           IF LLM-STAT-OK
               PERFORM 300-FETCH-PASSAGES
           END-IF
           IF LLM-STAT-OK
               PERFORM 350-SCREEN-PASSAGES
               PERFORM 400-BUILD-RESULT
           END-IF
           GOBACK.


       100-PARSE-ARGUMENTS.
           INITIALIZE LLM-RESPONSE
           MOVE TOOL-ARGS-JSON           TO LLM-RSP-CONTENT
           INITIALIZE LLM-EXTRACT-AREA
           MOVE 2                        TO LLM-XTR-FIELD-COUNT
           MOVE 'query'                  TO LLM-XTR-NAME(1)
           MOVE 'S'                      TO LLM-XTR-TYPE(1)
           MOVE 'top_k'                  TO LLM-XTR-NAME(2)
           MOVE 'N'                      TO LLM-XTR-TYPE(2)
           CALL 'LLM-EXTRACT' USING LLM-EXTRACT-AREA
                                    LLM-RESPONSE
                                    LLM-STATUS
           IF LLM-STAT-OK
               IF LLM-XTR-WAS-FOUND(1)
               AND LLM-XTR-VALUE(1) NOT = SPACES
                   MOVE LLM-XTR-VALUE(1) TO WS-ARG-QUERY
               ELSE
                   SET LLM-STAT-CONFIG-ERR TO TRUE
                   MOVE 'LLM-TOOL-SEARCH: no "query" argument'
                                         TO LLM-STAT-MESSAGE
               END-IF
           END-IF
           MOVE 3                        TO WS-ARG-TOP-K
           IF LLM-STAT-OK
           AND LLM-XTR-WAS-FOUND(2)
               IF LLM-XTR-NUMERIC(2) >= 1
               AND LLM-XTR-NUMERIC(2) <= 5
                   MOVE LLM-XTR-NUMERIC(2) TO WS-ARG-TOP-K
               END-IF
               IF LLM-XTR-NUMERIC(2) > 5
                   MOVE 5                TO WS-ARG-TOP-K
               END-IF
           END-IF.


       150-LOAD-ENVIRONMENT.
           DISPLAY 'LLM_RAG_VECTOR_MASTER' UPON ENVIRONMENT-NAME
           ACCEPT LLM-VSR-MASTER-FILE FROM ENVIRONMENT-VALUE
           DISPLAY 'LLM_RAG_SOURCE_DOCS' UPON ENVIRONMENT-NAME
           ACCEPT WS-SOURCE-FILENAME FROM ENVIRONMENT-VALUE
           DISPLAY 'LLM_RAG_METADATA_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-METADATA-FILENAME FROM ENVIRONMENT-VALUE
           DISPLAY 'LLM_RAG_EMBED_MODEL' UPON ENVIRONMENT-NAME
           ACCEPT WS-EMBED-MODEL FROM ENVIRONMENT-VALUE
           IF WS-EMBED-MODEL = SPACES
               MOVE 'nomic-embed-text'   TO WS-EMBED-MODEL
           END-IF
           IF LLM-VSR-MASTER-FILE = SPACES
           OR WS-SOURCE-FILENAME = SPACES
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-TOOL-SEARCH: LLM_RAG_VECTOR_MASTER and '
                  & 'LLM_RAG_SOURCE_DOCS must be set'
                                         TO LLM-STAT-MESSAGE
           END-IF.


      *> Same local defaults the batch drivers start from; LLM-INIT
      *> lays LLM_CONFIG_FILE and the environment over them.
       160-INIT-CONNECTION.
           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           MOVE SPACES                   TO LLM-API-KEY
           MOVE 60                       TO LLM-TIMEOUT-SECS
           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-STATUS
           IF LLM-STAT-OK
               SET WS-INIT-DONE          TO TRUE
           END-IF.


       200-SEARCH-VECTORS.
           MOVE WS-ARG-QUERY             TO LLM-VSR-QUERY-TEXT
           MOVE WS-ARG-TOP-K             TO LLM-VSR-TOP-K
           MOVE 0                        TO LLM-VSR-PROBE-COUNT
           MOVE SPACES                   TO LLM-VSR-FILTER-DEPT
           MOVE SPACES                   TO LLM-VSR-FILTER-DOC-TYPE
           MOVE WS-METADATA-FILENAME     TO LLM-VSR-METADATA-FILE
           IF WS-METADATA-FILENAME NOT = SPACES
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY             TO LLM-VSR-ASOF-DATE
           ELSE
               MOVE 0                    TO LLM-VSR-ASOF-DATE
           END-IF
           MOVE WS-EMBED-MODEL           TO LLM-MODEL
           CALL 'LLM-VECTOR-SEARCH' USING LLM-CONFIG
                                          LLM-VECTOR-SEARCH-AREA
                                          LLM-STATUS.


      *> One pass over the source document file, keeping any record
      *> whose key is in the search hits - the same fetch
      *> LLM-RAG-BATCH does.
       300-FETCH-PASSAGES.
           MOVE LLM-VSR-RESULT-COUNT     TO WS-PASSAGE-COUNT
           IF WS-PASSAGE-COUNT > 5
               MOVE 5                    TO WS-PASSAGE-COUNT
           END-IF
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-PASSAGE-COUNT
               MOVE LLM-VSR-DOC-KEY(WS-HIT-IDX)
                                 TO WS-PSG-KEY(WS-HIT-IDX)
               MOVE SPACES       TO WS-PSG-TEXT(WS-HIT-IDX)
               MOVE 'N'          TO WS-PSG-WITHHELD-FLAG(WS-HIT-IDX)
           END-PERFORM

           OPEN INPUT SOURCE-DOCS
           IF WS-SRC-FILE-STATUS NOT = '00'
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-TOOL-SEARCH: cannot open LLM_RAG_SOURCE_DOCS'
                                         TO LLM-STAT-MESSAGE
           ELSE
               MOVE 'N' TO WS-SRC-EOF-FLAG
               PERFORM UNTIL WS-SRC-EOF
                   READ SOURCE-DOCS
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                               UNTIL WS-HIT-IDX > WS-PASSAGE-COUNT
                               IF SRC-KEY = WS-PSG-KEY(WS-HIT-IDX)
                                   MOVE SRC-TEXT
                                       TO WS-PSG-TEXT(WS-HIT-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE SOURCE-DOCS
           END-IF.


       350-SCREEN-PASSAGES.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-PASSAGE-COUNT
               IF WS-PSG-TEXT(WS-HIT-IDX) NOT = SPACES
                   MOVE WS-PSG-TEXT(WS-HIT-IDX) TO LLM-IJS-TEXT
                   CALL 'LLM-INJECT-SCREEN'
                       USING LLM-INJECT-SCREEN-AREA
                   IF LLM-IJS-FLAGGED
                       SET WS-PSG-WITHHELD(WS-HIT-IDX) TO TRUE
                       MOVE SPACES       TO WS-PSG-TEXT(WS-HIT-IDX)
                   END-IF
               END-IF
           END-PERFORM.


       400-BUILD-RESULT.
           MOVE 1                        TO WS-RESULT-PTR
           STRING '{"results":['         DELIMITED BY SIZE
               INTO TOOL-RESULT
               WITH POINTER WS-RESULT-PTR
           END-STRING
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-PASSAGE-COUNT
               IF WS-HIT-IDX > 1
                   STRING ','            DELIMITED BY SIZE
                       INTO TOOL-RESULT
                       WITH POINTER WS-RESULT-PTR
                   END-STRING
               END-IF
               PERFORM 410-ADD-ONE-PASSAGE
           END-PERFORM
           STRING ']}'                   DELIMITED BY SIZE
               INTO TOOL-RESULT
               WITH POINTER WS-RESULT-PTR
           END-STRING.


       410-ADD-ONE-PASSAGE.
           MOVE WS-PSG-KEY(WS-HIT-IDX)   TO LLM-JSE-SOURCE
           MOVE 0                        TO LLM-JSE-MAX-LEN
           CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA
           MOVE LLM-JSE-TARGET           TO WS-KEY-JSON
           MOVE LLM-JSE-TARGET-LEN       TO WS-KEY-JSON-LEN
           IF WS-KEY-JSON-LEN = 0
               MOVE 1                    TO WS-KEY-JSON-LEN
           END-IF
           MOVE LLM-VSR-SCORE(WS-HIT-IDX) TO WS-EDIT-SCORE

           STRING '{"doc_key":"'         DELIMITED BY SIZE
                  WS-KEY-JSON(1:WS-KEY-JSON-LEN) DELIMITED BY SIZE
                  '","score":'           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-SCORE) DELIMITED BY SIZE
               INTO TOOL-RESULT
               WITH POINTER WS-RESULT-PTR
           END-STRING

           IF WS-PSG-WITHHELD(WS-HIT-IDX)
               STRING ',"withheld":true}' DELIMITED BY SIZE
                   INTO TOOL-RESULT
                   WITH POINTER WS-RESULT-PTR
               END-STRING
           ELSE
               MOVE WS-PSG-TEXT(WS-HIT-IDX) TO LLM-JSE-SOURCE
               MOVE 2000                 TO LLM-JSE-MAX-LEN
               CALL 'LLM-JSON-ESCAPE' USING LLM-JSON-ESCAPE-AREA
               STRING ',"text":"'        DELIMITED BY SIZE
                   INTO TOOL-RESULT
                   WITH POINTER WS-RESULT-PTR
               END-STRING
               IF LLM-JSE-TARGET-LEN > 0
                   STRING LLM-JSE-TARGET(1:LLM-JSE-TARGET-LEN)
                                         DELIMITED BY SIZE
                       INTO TOOL-RESULT
                       WITH POINTER WS-RESULT-PTR
                   END-STRING
               END-IF
               STRING '"}'               DELIMITED BY SIZE
                   INTO TOOL-RESULT
                   WITH POINTER WS-RESULT-PTR
               END-STRING
           END-IF.
