      *>           first. With LLM-VSR-PROBE-COUNT set, a coarse pass
      *>           over LLM-VECTOR-CLUSTER's centroid sidecar narrows
      *>           the scan to the best clusters before exact scoring.
      *>           With LLM-VSR-HYBRID set, the question's terms are
      *>           also ranked against LLM-KEYWORD-INDEX's
      *>           <master>.keywords index and the keyword and cosine
      *>           rankings are merged (reciprocal rank fusion) before
      *>           the result table is filled.
      *>           Lives as a CALLed subprogram (not a driver)
      *>           so batch jobs can run retrieval inline - see
      *>           LLM-VECTOR-SEARCH.cpy for the call area.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-FILE-STATUS.

           SELECT KEYWORD-INDEX ASSIGN TO WS-KEYWORD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KWX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VECTOR-MASTER.
       FD  CLUSTER-MAP.
       COPY 'LLM-CLUSTER-MAP-RECORD.cpy'.

       FD  KEYWORD-INDEX.
       COPY 'LLM-KEYWORD-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'LLM-EMBED-REQUEST.cpy'.
       COPY 'LLM-EMBED-RESPONSE.cpy'.
       COPY 'LLM-KEYWORD-TERMS.cpy'.

       01 WS-MASTER-FILENAME        PIC X(256).
       01 WS-MST-FILE-STATUS        PIC X(2).
       01 WS-CAND-PASS-FLAG         PIC X(1).
         88 WS-CAND-PASSED              VALUE 'Y'.

      *> ---- hybrid keyword pass ---------------------------------------
      *> The question's terms (first 64, ascending as
      *> LLM-KEYWORD-TERMS returns them) with how many indexed
      *> documents carry each and the resulting rarity weight.
       01 WS-KEYWORD-FILENAME       PIC X(256).
       01 WS-KWX-FILE-STATUS        PIC X(2).
       01 WS-KWX-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-KWX-EOF                  VALUE 'Y'.
       01 WS-HYBRID-FLAG            PIC X(1) VALUE 'N'.
         88 WS-HYBRID                   VALUE 'Y'.
       01 WS-QT-COUNT               PIC 9(2) COMP VALUE 0.
       01 WS-QT-TABLE.
           05 WS-QT-ENTRY           OCCURS 1 TO 64 TIMES
                                    DEPENDING ON WS-QT-COUNT
                                    ASCENDING KEY IS WS-QT-TERM
                                    INDEXED BY WS-QT-IDX.
             10 WS-QT-TERM          PIC X(40).
             10 WS-QT-DF            PIC 9(6) COMP.
             10 WS-QT-WEIGHT        USAGE COMP-2.
       01 WS-QT-SCAN                PIC 9(4) COMP.
       01 WS-QT-HIT-FLAG            PIC X(1).
         88 WS-QT-HIT                   VALUE 'Y'.
       01 WS-KW-DOC-COUNT           PIC 9(6) COMP.
       01 WS-KW-LAST-KEY            PIC X(20).
       01 WS-KW-DOC-SCORE           USAGE COMP-2.
       01 WS-KW-TF                  USAGE COMP-2.
      *> The best 50 keyword documents. Built in score order, each
      *> entry given its rank, then re-sorted by key so the master
      *> scan finds a document's entry with SEARCH ALL.
       01 WS-KWR-COUNT              PIC 9(2) COMP VALUE 0.
       01 WS-KWR-TABLE.
           05 WS-KWR-ENTRY          OCCURS 1 TO 50 TIMES
                                    DEPENDING ON WS-KWR-COUNT
                                    ASCENDING KEY IS WS-KWR-KEY
                                    INDEXED BY WS-KWR-IDX.
             10 WS-KWR-KEY          PIC X(20).
             10 WS-KWR-SCORE        USAGE COMP-2.
             10 WS-KWR-RANK         PIC 9(2) COMP.
             10 WS-KWR-COSINE       USAGE COMP-2.
             10 WS-KWR-SEEN-FLAG    PIC X(1).
             10 WS-KWR-MERGED-FLAG  PIC X(1).
       01 WS-KWR-PROBE-KEY          PIC X(20).
       01 WS-KWR-HIT-FLAG           PIC X(1).
         88 WS-KWR-HIT                  VALUE 'Y'.
       01 WS-RANK-SCAN              PIC 9(2) COMP.
      *> The best 50 cosine scores, kept in place of the caller's
      *> 20-entry table while a hybrid search runs.
       01 WS-POOL-COUNT             PIC 9(2) COMP VALUE 0.
       01 WS-POOL-TABLE.
           05 WS-POOL-ENTRY         OCCURS 50 TIMES.
             10 WS-POOL-KEY         PIC X(20).
             10 WS-POOL-SCORE       USAGE COMP-2.
       01 WS-POOL-SCAN              PIC 9(2) COMP.
      *> Every document either ranking produced, with its fused
      *> score - at most the 50 cosine plus the 50 keyword entries.
       01 WS-FUS-COUNT              PIC 9(3) COMP VALUE 0.
       01 WS-FUS-TABLE.
           05 WS-FUS-ENTRY          OCCURS 100 TIMES.
             10 WS-FUS-KEY          PIC X(20).
             10 WS-FUS-COSINE       USAGE COMP-2.
             10 WS-FUS-SCORE        USAGE COMP-2.
             10 WS-FUS-TAKEN-FLAG   PIC X(1).
       01 WS-FUS-SCAN               PIC 9(3) COMP.
       01 WS-FUS-BEST               PIC 9(3) COMP.
       01 WS-FUS-BEST-SCORE         USAGE COMP-2.

      *> ---- cosine similarity work fields ---------------------------
       01 WS-COMPARE-DIMS           PIC 9(4) COMP.
       01 WS-VEC-IDX                PIC 9(4) COMP.
           AND LLM-VSR-PROBE-COUNT > 0
               PERFORM 170-LOAD-SIDECARS
           END-IF
           MOVE 'N' TO WS-HYBRID-FLAG
           IF LLM-STAT-OK
           AND LLM-VSR-HYBRID
               PERFORM 180-KEYWORD-PASS
           END-IF
           IF LLM-STAT-OK
               PERFORM 200-EMBED-QUERY
           END-IF
           MOVE 0   TO WS-CEN-COUNT
           MOVE 0   TO WS-CMAP-COUNT

           MOVE SPACES TO WS-CENTROID-FILENAME
                          WS-CLUSTER-FILENAME
           STRING FUNCTION TRIM(LLM-VSR-MASTER-FILE)
                                         DELIMITED BY SIZE
                  '.centroids'           DELIMITED BY SIZE
           END-IF.


      *> Hybrid first stage: rank the documents the keyword index
      *> says share terms with the question. Two passes over the
      *> <master>.keywords postings - the first counts how many
      *> documents carry each question term, the second scores each
      *> document as its postings go by, weighting a term by how rare
      *> it is (BM25's idf and term-count saturation, without the
      *> length normalisation), so a policy number found in three
      *> documents outweighs a word found in three thousand. A
      *> question with no indexable terms, or none the index holds,
      *> leaves the search plain cosine.
       180-KEYWORD-PASS.
           MOVE 0 TO WS-QT-COUNT
           MOVE 0 TO WS-KWR-COUNT
           MOVE LLM-VSR-QUERY-TEXT       TO LLM-KWT-TEXT
           CALL 'LLM-KEYWORD-TERMS' USING LLM-KEYWORD-TERMS-AREA
           PERFORM VARYING WS-QT-SCAN FROM 1 BY 1
               UNTIL WS-QT-SCAN > LLM-KWT-TERM-COUNT
                  OR WS-QT-COUNT >= 64
               ADD 1 TO WS-QT-COUNT
               MOVE LLM-KWT-TERM(WS-QT-SCAN)
                                         TO WS-QT-TERM(WS-QT-COUNT)
               MOVE 0                    TO WS-QT-DF(WS-QT-COUNT)
               MOVE 0                    TO WS-QT-WEIGHT(WS-QT-COUNT)
           END-PERFORM

           IF WS-QT-COUNT > 0
               PERFORM 182-COUNT-DOC-FREQ
           END-IF
           IF LLM-STAT-OK
           AND WS-QT-COUNT > 0
               PERFORM 184-SCORE-KEYWORD-DOCS
           END-IF.


      *> Asking for hybrid against a master that was never keyword-
      *> indexed is the same configuration mistake as a probe count
      *> against one that was never clustered.
       182-COUNT-DOC-FREQ.
           MOVE SPACES TO WS-KEYWORD-FILENAME
           STRING FUNCTION TRIM(LLM-VSR-MASTER-FILE)
                                         DELIMITED BY SIZE
                  '.keywords'            DELIMITED BY SIZE
               INTO WS-KEYWORD-FILENAME
           END-STRING

           OPEN INPUT KEYWORD-INDEX
           IF WS-KWX-FILE-STATUS NOT = '00'
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-VECTOR-SEARCH: no keyword index for this '
                  & 'master - run LLM-KEYWORD-INDEX first'
                                         TO LLM-STAT-MESSAGE
               GOBACK
           END-IF

           MOVE 0      TO WS-KW-DOC-COUNT
           MOVE SPACES TO WS-KW-LAST-KEY
           MOVE 'N'    TO WS-KWX-EOF-FLAG
           PERFORM UNTIL WS-KWX-EOF
               READ KEYWORD-INDEX
                   AT END
                       SET WS-KWX-EOF TO TRUE
                   NOT AT END
                       IF KWX-DOC-KEY NOT = WS-KW-LAST-KEY
                           ADD 1 TO WS-KW-DOC-COUNT
                           MOVE KWX-DOC-KEY TO WS-KW-LAST-KEY
                       END-IF
                       PERFORM 183-FIND-QUERY-TERM
                       IF WS-QT-HIT
                           ADD 1 TO WS-QT-DF(WS-QT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEYWORD-INDEX

           PERFORM VARYING WS-QT-SCAN FROM 1 BY 1
               UNTIL WS-QT-SCAN > WS-QT-COUNT
               IF WS-QT-DF(WS-QT-SCAN) > 0
                   COMPUTE WS-QT-WEIGHT(WS-QT-SCAN) =
                       FUNCTION LOG(1 + (WS-KW-DOC-COUNT
                                         - WS-QT-DF(WS-QT-SCAN) + 0.5)
                                      / (WS-QT-DF(WS-QT-SCAN) + 0.5))
               END-IF
           END-PERFORM.


       183-FIND-QUERY-TERM.
           MOVE 'N' TO WS-QT-HIT-FLAG
           SEARCH ALL WS-QT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-QT-TERM(WS-QT-IDX) = KWX-TERM
                   SET WS-QT-HIT TO TRUE
           END-SEARCH.


      *> Postings arrive grouped by document, so a change of key
      *> closes off the previous document's score.
       184-SCORE-KEYWORD-DOCS.
           OPEN INPUT KEYWORD-INDEX
           IF WS-KWX-FILE-STATUS NOT = '00'
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-VECTOR-SEARCH: cannot reopen keyword index'
                                         TO LLM-STAT-MESSAGE
               GOBACK
           END-IF

           MOVE SPACES TO WS-KW-LAST-KEY
           MOVE 0      TO WS-KW-DOC-SCORE
           MOVE 'N'    TO WS-KWX-EOF-FLAG
           PERFORM UNTIL WS-KWX-EOF
               READ KEYWORD-INDEX
                   AT END
                       SET WS-KWX-EOF TO TRUE
                   NOT AT END
                       IF KWX-DOC-KEY NOT = WS-KW-LAST-KEY
                           PERFORM 186-KEEP-KEYWORD-DOC
                           MOVE KWX-DOC-KEY TO WS-KW-LAST-KEY
                           MOVE 0           TO WS-KW-DOC-SCORE
                       END-IF
                       PERFORM 183-FIND-QUERY-TERM
                       IF WS-QT-HIT
                       AND KWX-TERM-COUNT IS NUMERIC
                           MOVE KWX-TERM-COUNT TO WS-KW-TF
                           COMPUTE WS-KW-DOC-SCORE = WS-KW-DOC-SCORE
                               + WS-QT-WEIGHT(WS-QT-IDX)
                               * (WS-KW-TF * 2.2) / (WS-KW-TF + 1.2)
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 186-KEEP-KEYWORD-DOC
           CLOSE KEYWORD-INDEX

           PERFORM VARYING WS-RANK-SCAN FROM 1 BY 1
               UNTIL WS-RANK-SCAN > WS-KWR-COUNT
               MOVE WS-RANK-SCAN         TO WS-KWR-RANK(WS-RANK-SCAN)
               MOVE 0                    TO WS-KWR-COSINE(WS-RANK-SCAN)
               MOVE 'N'               TO WS-KWR-SEEN-FLAG(WS-RANK-SCAN)
               MOVE 'N'             TO WS-KWR-MERGED-FLAG(WS-RANK-SCAN)
           END-PERFORM
           IF WS-KWR-COUNT > 1
               SORT WS-KWR-ENTRY ASCENDING KEY WS-KWR-KEY
           END-IF
           IF WS-KWR-COUNT > 0
               SET WS-HYBRID TO TRUE
           END-IF.


      *> Same ordered insertion as 320-INSERT-RESULT, by keyword
      *> score, into the 50-entry keyword table.
       186-KEEP-KEYWORD-DOC.
           IF WS-KW-LAST-KEY NOT = SPACES
           AND WS-KW-DOC-SCORE > 0
               MOVE 0 TO WS-INS-IDX
               PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX > WS-KWR-COUNT
                      OR WS-INS-IDX > 0
                   IF WS-KW-DOC-SCORE > WS-KWR-SCORE(WS-SHIFT-IDX)
                       MOVE WS-SHIFT-IDX TO WS-INS-IDX
                   END-IF
               END-PERFORM

               IF WS-INS-IDX = 0
               AND WS-KWR-COUNT < 50
                   COMPUTE WS-INS-IDX = WS-KWR-COUNT + 1
               END-IF

               IF WS-INS-IDX > 0
                   IF WS-KWR-COUNT < 50
                       ADD 1 TO WS-KWR-COUNT
                   END-IF
                   PERFORM VARYING WS-SHIFT-IDX
                       FROM WS-KWR-COUNT BY -1
                       UNTIL WS-SHIFT-IDX <= WS-INS-IDX
                       MOVE WS-KWR-ENTRY(WS-SHIFT-IDX - 1)
                                     TO WS-KWR-ENTRY(WS-SHIFT-IDX)
                   END-PERFORM
                   MOVE WS-KW-LAST-KEY   TO WS-KWR-KEY(WS-INS-IDX)
                   MOVE WS-KW-DOC-SCORE  TO WS-KWR-SCORE(WS-INS-IDX)
               END-IF
           END-IF.


       200-EMBED-QUERY.
           INITIALIZE LLM-EMBED-REQUEST
           MOVE LLM-VSR-QUERY-TEXT       TO LLM-EMB-INPUT-TEXT
      *> Precompute the query's norm once, then one pass over the
      *> master file - each record costs a dot product and its own
      *> norm, and only the WS-TOP-K best scores are kept.
      *> Keyword-table lookup by WS-KWR-PROBE-KEY - a master
      *> record during the scan, a cosine pool entry during fusion.
       270-FIND-KEYWORD-HIT.
           MOVE 'N' TO WS-KWR-HIT-FLAG
           SEARCH ALL WS-KWR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-KWR-KEY(WS-KWR-IDX) = WS-KWR-PROBE-KEY
                   SET WS-KWR-HIT TO TRUE
           END-SEARCH.


       300-SCAN-MASTER.
           COMPUTE WS-QUERY-NORM = 0
           PERFORM VARYING WS-VEC-IDX FROM 1 BY 1
               PERFORM 250-RANK-CENTROIDS
           END-IF

           MOVE 0                        TO WS-POOL-COUNT
           MOVE LLM-VSR-MASTER-FILE      TO WS-MASTER-FILENAME
           OPEN INPUT VECTOR-MASTER
           IF WS-MST-FILE-STATUS NOT = '00'
               END-READ
           END-PERFORM

           CLOSE VECTOR-MASTER

           IF LLM-STAT-OK
           AND WS-HYBRID
               PERFORM 340-FUSE-RANKS
           END-IF.


      *> A record whose vector came from a different embedding model
      *> quietly returning garbage passages.
       310-SCORE-RECORD.
           SET WS-FILTER-PASSED TO TRUE
           MOVE 'N' TO WS-KWR-HIT-FLAG
           IF WS-HYBRID
               MOVE VEC-DOC-KEY          TO WS-KWR-PROBE-KEY
               PERFORM 270-FIND-KEYWORD-HIT
           END-IF
      *> Cheapest gate first: a record the coarse pass rules out
      *> never pays for the metadata lookup either. A keyword hit
      *> is scored whatever cluster it sits in - an exact identifier
      *> match is precisely what the centroid ranking tends to miss.
           IF WS-TWO-STAGE
           AND NOT WS-KWR-HIT
               PERFORM 260-CHECK-CLUSTER
               IF NOT WS-CAND-PASSED
                   MOVE 'N' TO WS-FILTER-PASS-FLAG
                   COMPUTE WS-SCORE = WS-DOT-PRODUCT
                       / (FUNCTION SQRT(WS-QUERY-NORM)
                          * FUNCTION SQRT(WS-RECORD-NORM))
                   IF WS-HYBRID
                       PERFORM 330-INSERT-POOL
                       IF WS-KWR-HIT
                           MOVE WS-SCORE
                                 TO WS-KWR-COSINE(WS-KWR-IDX)
                           MOVE 'Y'
                                 TO WS-KWR-SEEN-FLAG(WS-KWR-IDX)
                       END-IF
                   ELSE
                       PERFORM 320-INSERT-RESULT
                   END-IF
               END-IF
           END-IF.

               MOVE VEC-DOC-KEY          TO LLM-VSR-DOC-KEY(WS-INS-IDX)
               MOVE WS-SCORE             TO LLM-VSR-SCORE(WS-INS-IDX)
           END-IF.


      *> 320-INSERT-RESULT's ordered insertion, into the 50-entry
      *> cosine pool a hybrid search ranks before fusing.
       330-INSERT-POOL.
           MOVE 0 TO WS-INS-IDX
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
               UNTIL WS-SHIFT-IDX > WS-POOL-COUNT
                  OR WS-INS-IDX > 0
               IF WS-SCORE > WS-POOL-SCORE(WS-SHIFT-IDX)
                   MOVE WS-SHIFT-IDX TO WS-INS-IDX
               END-IF
           END-PERFORM

           IF WS-INS-IDX = 0
           AND WS-POOL-COUNT < 50
               COMPUTE WS-INS-IDX = WS-POOL-COUNT + 1
           END-IF

           IF WS-INS-IDX > 0
               IF WS-POOL-COUNT < 50
                   ADD 1 TO WS-POOL-COUNT
               END-IF

               PERFORM VARYING WS-SHIFT-IDX
                   FROM WS-POOL-COUNT BY -1
                   UNTIL WS-SHIFT-IDX <= WS-INS-IDX
                   MOVE WS-POOL-ENTRY(WS-SHIFT-IDX - 1)
                                     TO WS-POOL-ENTRY(WS-SHIFT-IDX)
               END-PERFORM

               MOVE VEC-DOC-KEY          TO WS-POOL-KEY(WS-INS-IDX)
               MOVE WS-SCORE             TO WS-POOL-SCORE(WS-INS-IDX)
           END-IF.


      *> Reciprocal rank fusion: each document scores 1/(60 + rank)
      *> in every ranking it appears in, summed. Ranks rather than
      *> raw scores, because a cosine and a keyword weight are not on
      *> any common scale; the constant 60 keeps one list's top
      *> place from swamping agreement between the two. A keyword
      *> document the master scan never scored (filtered out, or
      *> missing from the master) takes no part. The caller's table
      *> gets the best WS-TOP-K by fused score, each still carrying
      *> its cosine similarity.
       340-FUSE-RANKS.
           MOVE 0 TO WS-FUS-COUNT
           PERFORM VARYING WS-POOL-SCAN FROM 1 BY 1
               UNTIL WS-POOL-SCAN > WS-POOL-COUNT
               ADD 1 TO WS-FUS-COUNT
               MOVE WS-POOL-KEY(WS-POOL-SCAN)
                                         TO WS-FUS-KEY(WS-FUS-COUNT)
               MOVE WS-POOL-SCORE(WS-POOL-SCAN)
                                         TO WS-FUS-COSINE(WS-FUS-COUNT)
               COMPUTE WS-FUS-SCORE(WS-FUS-COUNT) =
                   1 / (60 + WS-POOL-SCAN)
               MOVE 'N'             TO WS-FUS-TAKEN-FLAG(WS-FUS-COUNT)
               MOVE WS-POOL-KEY(WS-POOL-SCAN) TO WS-KWR-PROBE-KEY
               PERFORM 270-FIND-KEYWORD-HIT
               IF WS-KWR-HIT
               AND WS-KWR-SEEN-FLAG(WS-KWR-IDX) = 'Y'
                   COMPUTE WS-FUS-SCORE(WS-FUS-COUNT) =
                       WS-FUS-SCORE(WS-FUS-COUNT)
                       + 1 / (60 + WS-KWR-RANK(WS-KWR-IDX))
                   MOVE 'Y'          TO WS-KWR-MERGED-FLAG(WS-KWR-IDX)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RANK-SCAN FROM 1 BY 1
               UNTIL WS-RANK-SCAN > WS-KWR-COUNT
               IF WS-KWR-SEEN-FLAG(WS-RANK-SCAN) = 'Y'
               AND WS-KWR-MERGED-FLAG(WS-RANK-SCAN) NOT = 'Y'
                   ADD 1 TO WS-FUS-COUNT
                   MOVE WS-KWR-KEY(WS-RANK-SCAN)
                                         TO WS-FUS-KEY(WS-FUS-COUNT)
                   MOVE WS-KWR-COSINE(WS-RANK-SCAN)
                                         TO WS-FUS-COSINE(WS-FUS-COUNT)
                   COMPUTE WS-FUS-SCORE(WS-FUS-COUNT) =
                       1 / (60 + WS-KWR-RANK(WS-RANK-SCAN))
                   MOVE 'N'         TO WS-FUS-TAKEN-FLAG(WS-FUS-COUNT)
               END-IF
           END-PERFORM

           MOVE 0 TO LLM-VSR-RESULT-COUNT
           PERFORM UNTIL LLM-VSR-RESULT-COUNT >= WS-TOP-K
                      OR LLM-VSR-RESULT-COUNT >= WS-FUS-COUNT
               PERFORM 345-TAKE-BEST-FUSED
           END-PERFORM.


      *> Pool entries come first in the fusion table, so on a tie
      *> the better cosine rank wins.
       345-TAKE-BEST-FUSED.
           MOVE 0  TO WS-FUS-BEST
           MOVE -1 TO WS-FUS-BEST-SCORE
           PERFORM VARYING WS-FUS-SCAN FROM 1 BY 1
               UNTIL WS-FUS-SCAN > WS-FUS-COUNT
               IF WS-FUS-TAKEN-FLAG(WS-FUS-SCAN) NOT = 'Y'
               AND WS-FUS-SCORE(WS-FUS-SCAN) > WS-FUS-BEST-SCORE
                   MOVE WS-FUS-SCAN      TO WS-FUS-BEST
                   MOVE WS-FUS-SCORE(WS-FUS-SCAN)
                                         TO WS-FUS-BEST-SCORE
               END-IF
           END-PERFORM

           MOVE 'Y'                  TO WS-FUS-TAKEN-FLAG(WS-FUS-BEST)
           ADD 1 TO LLM-VSR-RESULT-COUNT
           MOVE WS-FUS-KEY(WS-FUS-BEST)
                             TO LLM-VSR-DOC-KEY(LLM-VSR-RESULT-COUNT)
           MOVE WS-FUS-COSINE(WS-FUS-BEST)
                             TO LLM-VSR-SCORE(LLM-VSR-RESULT-COUNT).
