      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-KEYWORD-INDEX.cob
      *> Desc    : Builds the keyword (inverted) index LLM-VECTOR-
      *>           SEARCH's hybrid pass reads - one posting per
      *>           (document, term) over the same (document-key,
      *>           text) corpus file LLM-EMBED-BATCH embeds (the one
      *>           LLM_RAG_SOURCE_DOCS names), written to the
      *>           <master>.keywords sidecar beside the vector master
      *>           the way LLM-VECTOR-CLUSTER writes .centroids and
      *>           .clusters. Terms come from LLM-KEYWORD-TERMS, the
      *>           same routine the search runs on the question.
      *>
      *>           DELTA mode mirrors LLM-EMBED-BATCH's: each
      *>           document's content hash is compared with the hash
      *>           stored on its existing postings, only new or
      *>           changed documents are re-tokenized, unchanged
      *>           postings are carried forward as-is and documents
      *>           gone from the corpus drop out - so running DELTA
      *>           after every DELTA embedding run keeps the two in
      *>           step. The new index is built as .new and swapped
      *>           in, so a crash leaves the previous one intact.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-KEYWORD-INDEX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORPUS-INPUT ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT KEYWORD-INDEX ASSIGN TO WS-INDEX-OUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

      *> The existing index, read in DELTA mode for the stored
      *> content hashes and again for the carry-forward copy.
           SELECT OLD-INDEX ASSIGN TO WS-INDEX-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Same (document-key, text) layout LLM-EMBED-BATCH reads.
       FD  CORPUS-INPUT.
       01 CORPUS-IN-RECORD.
           05 CIN-KEY               PIC X(20).
           05 CIN-TEXT              PIC X(32768).

       FD  KEYWORD-INDEX.
       COPY 'LLM-KEYWORD-RECORD.cpy'.

       FD  OLD-INDEX.
       01 OLD-INDEX-RECORD.
           05 OKW-DOC-KEY           PIC X(20).
           05 FILLER                PIC X(1).
           05 OKW-TERM              PIC X(40).
           05 FILLER                PIC X(1).
           05 OKW-TERM-COUNT        PIC 9(5).
           05 FILLER                PIC X(1).
           05 OKW-CONTENT-HASH      PIC 9(9).

       WORKING-STORAGE SECTION.

       COPY 'LLM-KEYWORD-TERMS.cpy'.

       01 WS-INPUT-FILENAME     PIC X(256).
       01 WS-MASTER-FILENAME    PIC X(256).
       01 WS-INDEX-FILENAME     PIC X(256).
       01 WS-INDEX-OUT-FILENAME PIC X(256).
       01 WS-MODE-ARG           PIC X(8).
       01 WS-IN-FILE-STATUS     PIC X(2).
       01 WS-OUT-FILE-STATUS    PIC X(2).
       01 WS-OLD-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-OLD-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-OLD-EOF              VALUE 'Y'.
       01 WS-FILE-OPEN-ERROR    PIC X(1) VALUE 'N'.
         88 WS-FILE-OPEN-FAILED     VALUE 'Y'.
       01 WS-INIT-ERROR         PIC X(1) VALUE 'N'.
         88 WS-INIT-FAILED          VALUE 'Y'.
       01 WS-RECORD-COUNT       PIC 9(9) VALUE 0.
       01 WS-INDEXED-COUNT      PIC 9(9) VALUE 0.
       01 WS-POSTING-COUNT      PIC 9(9) VALUE 0.
       01 WS-TRUNCATED-COUNT    PIC 9(9) VALUE 0.
       01 WS-TERM-IDX           PIC 9(4) COMP.

      *> ---- delta mode ------------------------------------------------
      *> One entry per document on the existing index (its postings
      *> are contiguous, so a change of key starts the next entry),
      *> sorted by key after the load so both the corpus pass and the
      *> carry-forward pass find a document with SEARCH ALL.
       01 WS-DELTA-FLAG         PIC X(1) VALUE 'N'.
         88 WS-DELTA-MODE           VALUE 'Y'.
       01 WS-OLD-COUNT          PIC 9(6) COMP VALUE 0.
       01 WS-OLD-TABLE.
           05 WS-OLD-ENTRY      OCCURS 1 TO 100000 TIMES
                                DEPENDING ON WS-OLD-COUNT
                                ASCENDING KEY IS WS-OLD-KEY
                                INDEXED BY WS-OLD-IDX.
             10 WS-OLD-KEY      PIC X(20).
             10 WS-OLD-HASH     PIC 9(9).
             10 WS-OLD-CARRY    PIC X(1).
       01 WS-OLD-LAST-KEY       PIC X(20).
       01 WS-OLD-FOUND-FLAG     PIC X(1).
         88 WS-OLD-FOUND            VALUE 'Y'.
       01 WS-CARRIED-COUNT      PIC 9(9) VALUE 0.
       01 WS-CHANGED-COUNT      PIC 9(9) VALUE 0.
       01 WS-DELETED-COUNT      PIC 9(9) VALUE 0.
       01 WS-SWAP-CMD           PIC X(600).

      *> ---- content hash (audit-chain arithmetic) ---------------------
       01 WS-TEXT-HASH          PIC 9(9) VALUE 0.
       01 WS-HASH-WORK          PIC 9(18) COMP.
       01 WS-HASH-IDX           PIC 9(6) COMP.
       01 WS-HASH-LEN           PIC 9(6) COMP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           IF NOT WS-INIT-FAILED
               PERFORM 200-PROCESS-FILE
           END-IF
           DISPLAY 'LLM-KEYWORD-INDEX: documents read: '
                   WS-RECORD-COUNT
           DISPLAY 'LLM-KEYWORD-INDEX: documents indexed: '
                   WS-INDEXED-COUNT
           DISPLAY 'LLM-KEYWORD-INDEX: postings written: '
                   WS-POSTING-COUNT
           IF WS-TRUNCATED-COUNT > 0
               DISPLAY 'LLM-KEYWORD-INDEX: documents over the '
                       '4000-term limit (terms past it not indexed): '
                       WS-TRUNCATED-COUNT
           END-IF
           IF WS-DELTA-MODE
               DISPLAY 'LLM-KEYWORD-INDEX: re-indexed (changed): '
                       WS-CHANGED-COUNT
               DISPLAY 'LLM-KEYWORD-INDEX: carried forward '
                       'unchanged: ' WS-CARRIED-COUNT
               DISPLAY 'LLM-KEYWORD-INDEX: dropped (no longer in '
                       'corpus): ' WS-DELETED-COUNT
           END-IF
           STOP RUN.

      *> Args: 1=corpus file (document-key, text - the file
      *>       LLM_RAG_SOURCE_DOCS names)  2=vector master file (the
      *>       index is written to <master>.keywords)  3=mode
      *>       (optional, FULL rebuilds from scratch - the default -
      *>       DELTA re-indexes only new/changed documents)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 2
               DISPLAY 'LLM-KEYWORD-INDEX: usage: LLM-KEYWORD-INDEX '
                       '<corpus> <vector-master> [FULL|DELTA]'
               SET WS-INIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-MASTER-FILENAME FROM ARGUMENT-VALUE

           STRING FUNCTION TRIM(WS-MASTER-FILENAME) DELIMITED BY SIZE
                  '.keywords'            DELIMITED BY SIZE
                  INTO WS-INDEX-FILENAME
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 3
               MOVE 3                   TO WS-ARG-COUNT
               ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
               EVALUATE FUNCTION UPPER-CASE(WS-MODE-ARG)
                   WHEN 'DELTA'
                       SET WS-DELTA-MODE TO TRUE
                   WHEN 'FULL'
                   WHEN '-'
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'LLM-KEYWORD-INDEX: mode must be FULL '
                               'or DELTA'
                       SET WS-INIT-FAILED TO TRUE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF

           IF WS-DELTA-MODE
               STRING FUNCTION TRIM(WS-INDEX-FILENAME)
                                        DELIMITED BY SIZE
                      '.new'            DELIMITED BY SIZE
                      INTO WS-INDEX-OUT-FILENAME
               END-STRING
               PERFORM 120-LOAD-OLD-INDEX
           ELSE
               MOVE WS-INDEX-FILENAME    TO WS-INDEX-OUT-FILENAME
           END-IF.


      *> One pass over the existing index keeping one (key, hash)
      *> entry per document. A missing index just means every
      *> document indexes as new.
       120-LOAD-OLD-INDEX.
           MOVE 0      TO WS-OLD-COUNT
           MOVE SPACES TO WS-OLD-LAST-KEY
           OPEN INPUT OLD-INDEX
           IF WS-OLD-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-OLD-EOF-FLAG
               PERFORM UNTIL WS-OLD-EOF
                   READ OLD-INDEX
                       AT END
                           SET WS-OLD-EOF TO TRUE
                       NOT AT END
                           IF OKW-DOC-KEY NOT = WS-OLD-LAST-KEY
                               PERFORM 125-ADD-OLD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-INDEX
           END-IF

           IF WS-OLD-COUNT > 1 AND NOT WS-INIT-FAILED
               SORT WS-OLD-ENTRY ASCENDING KEY WS-OLD-KEY
           END-IF.


       125-ADD-OLD-ENTRY.
           MOVE OKW-DOC-KEY              TO WS-OLD-LAST-KEY
           IF WS-OLD-COUNT >= 100000
               DISPLAY 'LLM-KEYWORD-INDEX: index exceeds the '
                       '100,000-document delta table - run FULL '
                       'instead'
               SET WS-INIT-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               SET WS-OLD-EOF TO TRUE
           ELSE
               ADD 1 TO WS-OLD-COUNT
               SET WS-OLD-IDX TO WS-OLD-COUNT
               MOVE OKW-DOC-KEY          TO WS-OLD-KEY(WS-OLD-IDX)
               IF OKW-CONTENT-HASH IS NUMERIC
                   MOVE OKW-CONTENT-HASH TO WS-OLD-HASH(WS-OLD-IDX)
               ELSE
                   MOVE 0                TO WS-OLD-HASH(WS-OLD-IDX)
               END-IF
               MOVE 'N'                  TO WS-OLD-CARRY(WS-OLD-IDX)
           END-IF.


       200-PROCESS-FILE.
           MOVE 'N' TO WS-FILE-OPEN-ERROR

           OPEN INPUT CORPUS-INPUT
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-KEYWORD-INDEX: cannot open corpus file, '
                       'status ' WS-IN-FILE-STATUS
               SET WS-FILE-OPEN-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF

           IF NOT WS-FILE-OPEN-FAILED
               OPEN OUTPUT KEYWORD-INDEX
               IF WS-OUT-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-KEYWORD-INDEX: cannot open keyword '
                           'index, status ' WS-OUT-FILE-STATUS
                   CLOSE CORPUS-INPUT
                   SET WS-FILE-OPEN-FAILED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF NOT WS-FILE-OPEN-FAILED
               PERFORM UNTIL WS-EOF
                   READ CORPUS-INPUT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 210-PROCESS-DOCUMENT
                   END-READ
               END-PERFORM

               IF WS-DELTA-MODE
                   PERFORM 230-CARRY-FORWARD
               END-IF

               CLOSE CORPUS-INPUT
               CLOSE KEYWORD-INDEX

               IF WS-DELTA-MODE
                   PERFORM 250-SWAP-IN-NEW-INDEX
               END-IF
           END-IF.


       210-PROCESS-DOCUMENT.
           IF CIN-KEY = SPACES OR CIN-KEY(1:1) = '*'
               CONTINUE
           ELSE
               ADD 1                     TO WS-RECORD-COUNT
               PERFORM 215-COMPUTE-CONTENT-HASH
               IF WS-DELTA-MODE
                   PERFORM 216-FIND-OLD-ENTRY
               ELSE
                   MOVE 'N'              TO WS-OLD-FOUND-FLAG
               END-IF
      *> A zero stored hash is a pre-hash posting - no basis for
      *> "unchanged", so it re-indexes like a changed document.
               IF WS-OLD-FOUND
               AND WS-OLD-HASH(WS-OLD-IDX) = WS-TEXT-HASH
               AND WS-TEXT-HASH NOT = 0
                   MOVE 'Y'              TO WS-OLD-CARRY(WS-OLD-IDX)
                   ADD 1                 TO WS-CARRIED-COUNT
               ELSE
                   IF WS-OLD-FOUND
                       ADD 1             TO WS-CHANGED-COUNT
                   END-IF
                   PERFORM 220-WRITE-POSTINGS
               END-IF
           END-IF.


      *> Same arithmetic as LLM-EMBED-BATCH's 215-COMPUTE-CONTENT-
      *> HASH, so the index and the vector master agree on which
      *> documents changed.
       215-COMPUTE-CONTENT-HASH.
           MOVE 0 TO WS-HASH-WORK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CIN-TEXT TRAILING))
                                         TO WS-HASH-LEN
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > WS-HASH-LEN
               COMPUTE WS-HASH-WORK =
                   FUNCTION MOD(WS-HASH-WORK * 31
                       + FUNCTION ORD(CIN-TEXT(WS-HASH-IDX:1)),
                       999999937)
           END-PERFORM
           MOVE WS-HASH-WORK             TO WS-TEXT-HASH.


       216-FIND-OLD-ENTRY.
           MOVE 'N' TO WS-OLD-FOUND-FLAG
           IF WS-OLD-COUNT > 0
               SEARCH ALL WS-OLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OLD-KEY(WS-OLD-IDX) = CIN-KEY
                       SET WS-OLD-FOUND TO TRUE
               END-SEARCH
           END-IF.


       220-WRITE-POSTINGS.
           MOVE CIN-TEXT                 TO LLM-KWT-TEXT
           CALL 'LLM-KEYWORD-TERMS' USING LLM-KEYWORD-TERMS-AREA
           IF LLM-KWT-OVERFLOW
               ADD 1                     TO WS-TRUNCATED-COUNT
           END-IF
           ADD 1                         TO WS-INDEXED-COUNT

           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > LLM-KWT-TERM-COUNT
               MOVE SPACES               TO KEYWORD-INDEX-RECORD
               MOVE CIN-KEY              TO KWX-DOC-KEY
               MOVE LLM-KWT-TERM(WS-TERM-IDX)  TO KWX-TERM
               MOVE LLM-KWT-COUNT(WS-TERM-IDX) TO KWX-TERM-COUNT
               MOVE WS-TEXT-HASH         TO KWX-CONTENT-HASH
               WRITE KEYWORD-INDEX-RECORD
               ADD 1                     TO WS-POSTING-COUNT
           END-PERFORM.


      *> Second pass over the old index, copying forward the
      *> postings of every document the corpus pass flagged
      *> unchanged. Postings of changed documents were rewritten
      *> above; those of documents gone from the corpus are dropped.
       230-CARRY-FORWARD.
           OPEN INPUT OLD-INDEX
           IF WS-OLD-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-OLD-EOF-FLAG
               PERFORM UNTIL WS-OLD-EOF
                   READ OLD-INDEX
                       AT END
                           SET WS-OLD-EOF TO TRUE
                       NOT AT END
                           PERFORM 235-CARRY-POSTING
                   END-READ
               END-PERFORM
               CLOSE OLD-INDEX
           END-IF

           COMPUTE WS-DELETED-COUNT = WS-OLD-COUNT
               - WS-CARRIED-COUNT - WS-CHANGED-COUNT.


       235-CARRY-POSTING.
           MOVE 'N' TO WS-OLD-FOUND-FLAG
           IF WS-OLD-COUNT > 0
               SEARCH ALL WS-OLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OLD-KEY(WS-OLD-IDX) = OKW-DOC-KEY
                       SET WS-OLD-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-OLD-FOUND
           AND WS-OLD-CARRY(WS-OLD-IDX) = 'Y'
               MOVE OLD-INDEX-RECORD     TO KEYWORD-INDEX-RECORD
               WRITE KEYWORD-INDEX-RECORD
               ADD 1                     TO WS-POSTING-COUNT
           END-IF.


       250-SWAP-IN-NEW-INDEX.
           STRING 'mv '                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INDEX-OUT-FILENAME)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INDEX-FILENAME)
                                              DELIMITED BY SIZE
                  INTO WS-SWAP-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SWAP-CMD.
