      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-RETRIEVAL-EVAL.cob
      *> Desc    : Retrieval regression harness - LLM-EVAL's gate for
      *>           the search side of RAG. LLM-EVAL only sees final
      *>           answer text; this runs a file of questions, each
      *>           naming the document keys that ought to come back,
      *>           straight through LLM-VECTOR-SEARCH under one or more
      *>           named setting profiles (master, embed model, probe
      *>           count, top-K, hybrid, metadata filters) and scores
      *>           what comes back: recall at K, mean reciprocal rank
      *>           of the first expected key, and a per-question
      *>           HIT/MISS listing with the keys each question missed.
      *>           A profile scoring under its recall or MRR threshold
      *>           sets RETURN-CODE 1, so a re-clustered master, a new
      *>           probe count or a new embedding model is gated the
      *>           same way a prompt change is.
      *>
      *>           Question record layout (fixed offsets):
      *>             RQ-QUESTION-ID    X(20)
      *>             RQ-EXPECTED-KEYS  X(220)   up to 10 document
      *>                                        keys, '|'-separated
      *>             RQ-QUESTION       X(32768)
      *>
      *>           Profile record layout (one blank between fields):
      *>             PRF-NAME          X(20)
      *>             PRF-TOP-K         X(2)     blank = 10
      *>             PRF-PROBE-COUNT   X(2)     blank/0 = full scan
      *>             PRF-HYBRID        X(1)     Y = keyword + cosine
      *>             PRF-MIN-RECALL    X(6)     blank = run default
      *>             PRF-MIN-MRR       X(6)     blank = run default
      *>             PRF-EMBED-MODEL   X(128)   blank = nomic-embed-
      *>                                        text
      *>             PRF-MASTER        X(256)
      *>             PRF-METADATA      X(256)   blank/'-' = none
      *>             PRF-FILTER-DEPT   X(10)
      *>             PRF-FILTER-DOC-TYPE X(10)
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-RETRIEVAL-EVAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUESTION-INPUT ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT PROFILE-INPUT ASSIGN TO WS-PROFILE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-FILE-STATUS.

           SELECT RESULTS-OUT ASSIGN TO WS-RESULTS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  QUESTION-INPUT.
       01 RQ-QUESTION-RECORD.
           05 RQ-QUESTION-ID        PIC X(20).
           05 RQ-EXPECTED-KEYS      PIC X(220).
           05 RQ-QUESTION           PIC X(32768).

       FD  PROFILE-INPUT.
       01 PRF-PROFILE-RECORD.
           05 PRF-NAME              PIC X(20).
           05 FILLER                PIC X(1).
           05 PRF-TOP-K             PIC X(2).
           05 FILLER                PIC X(1).
           05 PRF-PROBE-COUNT       PIC X(2).
           05 FILLER                PIC X(1).
           05 PRF-HYBRID            PIC X(1).
           05 FILLER                PIC X(1).
           05 PRF-MIN-RECALL        PIC X(6).
           05 FILLER                PIC X(1).
           05 PRF-MIN-MRR           PIC X(6).
           05 FILLER                PIC X(1).
           05 PRF-EMBED-MODEL       PIC X(128).
           05 FILLER                PIC X(1).
           05 PRF-MASTER            PIC X(256).
           05 FILLER                PIC X(1).
           05 PRF-METADATA          PIC X(256).
           05 FILLER                PIC X(1).
           05 PRF-FILTER-DEPT       PIC X(10).
           05 FILLER                PIC X(1).
           05 PRF-FILTER-DOC-TYPE   PIC X(10).

       FD  RESULTS-OUT.
       01 RESULTS-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'LLM.cpy'.
       COPY 'LLM-VECTOR-SEARCH.cpy'.

       01 WS-INPUT-FILENAME     PIC X(256).
       01 WS-PROFILE-FILENAME   PIC X(256).
       01 WS-RESULTS-FILENAME   PIC X(256).
       01 WS-THRESHOLD-ARG      PIC X(8).
       01 WS-IN-FILE-STATUS     PIC X(2).
       01 WS-PRF-FILE-STATUS    PIC X(2).
       01 WS-RPT-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-PRF-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-PRF-EOF              VALUE 'Y'.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-FAILED-FLAG    PIC X(1) VALUE 'N'.
         88 WS-RUN-FAILED           VALUE 'Y'.

      *> Run-level thresholds, used by any profile that leaves its
      *> own blank.
      *> Scores and thresholds are held to four places so a score
      *> sitting exactly on its threshold passes.
       01 WS-DEFAULT-MIN-RECALL PIC 9V9(4) VALUE 0.80.
       01 WS-DEFAULT-MIN-MRR    PIC 9V9(4) VALUE 0.50.

      *> ---- setting profiles ------------------------------------------
       01 WS-PRF-COUNT          PIC 9(2) COMP VALUE 0.
       01 WS-PRF-TABLE.
           05 WS-PRF-ENTRY      OCCURS 20 TIMES
                                INDEXED BY WS-PRF-IDX.
             10 WS-PRF-NAME          PIC X(20).
             10 WS-PRF-TOP-K         PIC 9(2).
             10 WS-PRF-PROBE-COUNT   PIC 9(2).
             10 WS-PRF-HYBRID        PIC X(1).
             10 WS-PRF-MIN-RECALL    PIC 9V9(4).
             10 WS-PRF-MIN-MRR       PIC 9V9(4).
             10 WS-PRF-EMBED-MODEL   PIC X(128).
             10 WS-PRF-MASTER        PIC X(256).
             10 WS-PRF-METADATA      PIC X(256).
             10 WS-PRF-FILTER-DEPT   PIC X(10).
             10 WS-PRF-FILTER-DOC-TYPE PIC X(10).
       01 WS-PRF-SCAN           PIC 9(2) COMP.

      *> ---- per-profile totals ----------------------------------------
       01 WS-QUESTION-COUNT     PIC 9(5) VALUE 0.
       01 WS-HIT-COUNT          PIC 9(5) VALUE 0.
       01 WS-MISS-COUNT         PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT        PIC 9(5) VALUE 0.
       01 WS-SKIP-COUNT         PIC 9(5) VALUE 0.
       01 WS-RECALL-SUM         USAGE COMP-2.
       01 WS-RR-SUM             USAGE COMP-2.
       01 WS-PRF-RECALL         PIC 9V9(4).
       01 WS-PRF-MRR            PIC 9V9(4).
       01 WS-PRF-BELOW-FLAG     PIC X(1).
         88 WS-PRF-BELOW            VALUE 'Y'.
       01 WS-BELOW-COUNT        PIC 9(2) VALUE 0.
       01 WS-PRF-VERDICT        PIC X(15).

      *> ---- one question ----------------------------------------------
       01 WS-EXP-TABLE.
           05 WS-EXP-KEY        OCCURS 10 TIMES PIC X(20).
           05 WS-EXP-FOUND-FLAG OCCURS 10 TIMES PIC X(1).
       01 WS-EXP-COUNT          PIC 9(2) COMP.
       01 WS-EXP-IDX            PIC 9(2) COMP.
       01 WS-FOUND-COUNT        PIC 9(2) COMP.
       01 WS-FIRST-RANK         PIC 9(2) COMP.
       01 WS-HIT-IDX            PIC 9(2) COMP.
       01 WS-Q-RECALL           USAGE COMP-2.
       01 WS-Q-VERDICT          PIC X(5).

      *> ---- report edit fields ----------------------------------------
       01 WS-EDIT-RATIO         PIC 9.999.
       01 WS-EDIT-RATIO-2       PIC 9.999.
       01 WS-EDIT-MIN-1         PIC 9.999.
       01 WS-EDIT-MIN-2         PIC 9.999.
       01 WS-EDIT-COUNT         PIC Z9.
       01 WS-EDIT-COUNT-2       PIC Z9.
       01 WS-EDIT-RANK          PIC Z9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           IF LLM-STAT-OK
               PERFORM 150-LOAD-PROFILES
           END-IF
           IF LLM-STAT-OK
               PERFORM 200-RUN-PROFILES
           END-IF
      *> A run that could not score every profile is no more a
      *> pass than one that scored badly.
           IF NOT LLM-STAT-OK
               MOVE 'Y' TO WS-RUN-FAILED-FLAG
           END-IF
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-RETRIEVAL-EVAL: profiles run: ' WS-PRF-COUNT
                   ', below threshold: ' WS-BELOW-COUNT
           IF WS-BELOW-COUNT > 0
           OR WS-RUN-FAILED
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=question file  2=profile file  3=results report
      *>       4=minimum recall at K (optional, default 0.80)
      *>       5=minimum MRR (optional, default 0.50)
      *>       Either threshold '-' keeps the default; a profile's
      *>       own threshold columns override both.
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 3
               DISPLAY 'LLM-RETRIEVAL-EVAL: usage: LLM-RETRIEVAL-EVAL '
                       '<questions> <profiles> <results> '
                       '[min-recall] [min-mrr]'
               SET LLM-STAT-CONFIG-ERR TO TRUE
               MOVE 'LLM-RETRIEVAL-EVAL: missing file arguments'
                                        TO LLM-STAT-MESSAGE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-PROFILE-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-RESULTS-FILENAME FROM ARGUMENT-VALUE

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 4
               MOVE 4                   TO WS-ARG-COUNT
               ACCEPT WS-THRESHOLD-ARG FROM ARGUMENT-VALUE
               IF WS-THRESHOLD-ARG NOT = SPACES
               AND WS-THRESHOLD-ARG NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-THRESHOLD-ARG)
                                        TO WS-DEFAULT-MIN-RECALL
               END-IF
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-THRESHOLD-ARG FROM ARGUMENT-VALUE
               IF WS-THRESHOLD-ARG NOT = SPACES
               AND WS-THRESHOLD-ARG NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-THRESHOLD-ARG)
                                        TO WS-DEFAULT-MIN-MRR
               END-IF
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE 'OLLAMA'                  TO LLM-PROVIDER
           MOVE 'http://localhost:11434'  TO LLM-ENDPOINT-URL
           MOVE SPACES                    TO LLM-API-KEY
           MOVE 60                        TO LLM-TIMEOUT-SECS
           CALL 'LLM-CONFIG-READ' USING LLM-CONFIG
                                        LLM-STATUS
           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-STATUS
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-RETRIEVAL-EVAL: init failed: '
                       LLM-STAT-MESSAGE
           END-IF.


      *> Profiles are few and each one re-reads the question file,
      *> so they are held in a small table rather than the other way
      *> round.
       150-LOAD-PROFILES.
           OPEN INPUT PROFILE-INPUT
           IF WS-PRF-FILE-STATUS NOT = '00'
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-RETRIEVAL-EVAL: cannot open profile file'
                                         TO LLM-STAT-MESSAGE
               DISPLAY LLM-STAT-MESSAGE
               GOBACK
           END-IF

           MOVE 'N' TO WS-PRF-EOF-FLAG
           PERFORM UNTIL WS-PRF-EOF
               READ PROFILE-INPUT
                   AT END
                       SET WS-PRF-EOF TO TRUE
                   NOT AT END
                       IF PRF-NAME NOT = SPACES
                       AND PRF-NAME(1:1) NOT = '*'
                           PERFORM 155-ADD-PROFILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-INPUT

           IF LLM-STAT-OK
           AND WS-PRF-COUNT = 0
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-RETRIEVAL-EVAL: profile file holds no '
                  & 'profiles'           TO LLM-STAT-MESSAGE
               DISPLAY LLM-STAT-MESSAGE
           END-IF.


       155-ADD-PROFILE.
           IF WS-PRF-COUNT >= 20
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-RETRIEVAL-EVAL: profile file exceeds the '
                  & '20-entry table'     TO LLM-STAT-MESSAGE
               DISPLAY LLM-STAT-MESSAGE
               SET WS-PRF-EOF            TO TRUE
           ELSE
               ADD 1 TO WS-PRF-COUNT
               SET WS-PRF-IDX            TO WS-PRF-COUNT
               MOVE PRF-NAME             TO WS-PRF-NAME(WS-PRF-IDX)

               IF PRF-TOP-K = SPACES
                   MOVE 10               TO WS-PRF-TOP-K(WS-PRF-IDX)
               ELSE
                   MOVE FUNCTION NUMVAL(PRF-TOP-K)
                                         TO WS-PRF-TOP-K(WS-PRF-IDX)
               END-IF
               IF PRF-PROBE-COUNT = SPACES
                   MOVE 0          TO WS-PRF-PROBE-COUNT(WS-PRF-IDX)
               ELSE
                   MOVE FUNCTION NUMVAL(PRF-PROBE-COUNT)
                                   TO WS-PRF-PROBE-COUNT(WS-PRF-IDX)
               END-IF
               IF FUNCTION UPPER-CASE(PRF-HYBRID) = 'Y'
                   MOVE 'Y'              TO WS-PRF-HYBRID(WS-PRF-IDX)
               ELSE
                   MOVE 'N'              TO WS-PRF-HYBRID(WS-PRF-IDX)
               END-IF
               IF PRF-MIN-RECALL = SPACES
                   MOVE WS-DEFAULT-MIN-RECALL
                                   TO WS-PRF-MIN-RECALL(WS-PRF-IDX)
               ELSE
                   MOVE FUNCTION NUMVAL(PRF-MIN-RECALL)
                                   TO WS-PRF-MIN-RECALL(WS-PRF-IDX)
               END-IF
               IF PRF-MIN-MRR = SPACES
                   MOVE WS-DEFAULT-MIN-MRR
                                   TO WS-PRF-MIN-MRR(WS-PRF-IDX)
               ELSE
                   MOVE FUNCTION NUMVAL(PRF-MIN-MRR)
                                   TO WS-PRF-MIN-MRR(WS-PRF-IDX)
               END-IF
               IF PRF-EMBED-MODEL = SPACES
                   MOVE 'nomic-embed-text'
                                   TO WS-PRF-EMBED-MODEL(WS-PRF-IDX)
               ELSE
                   MOVE PRF-EMBED-MODEL
                                   TO WS-PRF-EMBED-MODEL(WS-PRF-IDX)
               END-IF
               MOVE PRF-MASTER           TO WS-PRF-MASTER(WS-PRF-IDX)
               IF PRF-METADATA = '-'
                   MOVE SPACES           TO WS-PRF-METADATA(WS-PRF-IDX)
               ELSE
                   MOVE PRF-METADATA     TO WS-PRF-METADATA(WS-PRF-IDX)
               END-IF
               MOVE PRF-FILTER-DEPT
                                   TO WS-PRF-FILTER-DEPT(WS-PRF-IDX)
               MOVE PRF-FILTER-DOC-TYPE
                                   TO WS-PRF-FILTER-DOC-TYPE(WS-PRF-IDX)
           END-IF.


       200-RUN-PROFILES.
           OPEN OUTPUT RESULTS-OUT
           IF WS-RPT-FILE-STATUS NOT = '00'
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-RETRIEVAL-EVAL: cannot open results report'
                                         TO LLM-STAT-MESSAGE
               DISPLAY LLM-STAT-MESSAGE
               GOBACK
           END-IF

           PERFORM VARYING WS-PRF-SCAN FROM 1 BY 1
               UNTIL WS-PRF-SCAN > WS-PRF-COUNT
                  OR NOT LLM-STAT-OK
               SET WS-PRF-IDX TO WS-PRF-SCAN
               PERFORM 210-RUN-ONE-PROFILE
           END-PERFORM

           CLOSE RESULTS-OUT.


      *> The search call area is set once per profile - LLM-VECTOR-
      *> SEARCH keeps its metadata and cluster tables between CALLs
      *> and only reloads them when the file names change, so each
      *> profile pays its own sidecar load once.
       210-RUN-ONE-PROFILE.
           MOVE 0 TO WS-QUESTION-COUNT
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-MISS-COUNT
           MOVE 0 TO WS-ERROR-COUNT
           MOVE 0 TO WS-SKIP-COUNT
           MOVE 0 TO WS-RECALL-SUM
           MOVE 0 TO WS-RR-SUM

           INITIALIZE LLM-VECTOR-SEARCH-AREA
           MOVE WS-PRF-MASTER(WS-PRF-IDX)     TO LLM-VSR-MASTER-FILE
           MOVE WS-PRF-TOP-K(WS-PRF-IDX)      TO LLM-VSR-TOP-K
           MOVE WS-PRF-PROBE-COUNT(WS-PRF-IDX)
                                              TO LLM-VSR-PROBE-COUNT
           MOVE WS-PRF-HYBRID(WS-PRF-IDX)     TO LLM-VSR-HYBRID-FLAG
           MOVE WS-PRF-METADATA(WS-PRF-IDX)   TO LLM-VSR-METADATA-FILE
           MOVE WS-PRF-FILTER-DEPT(WS-PRF-IDX)
                                              TO LLM-VSR-FILTER-DEPT
           MOVE WS-PRF-FILTER-DOC-TYPE(WS-PRF-IDX)
                                           TO LLM-VSR-FILTER-DOC-TYPE
           IF LLM-VSR-METADATA-FILE NOT = SPACES
               MOVE WS-RUN-DATE               TO LLM-VSR-ASOF-DATE
           END-IF
           MOVE WS-PRF-EMBED-MODEL(WS-PRF-IDX) TO LLM-MODEL

           MOVE SPACES TO RESULTS-LINE
           STRING 'PROFILE '                  DELIMITED BY SIZE
                  WS-PRF-NAME(WS-PRF-IDX)     DELIMITED BY SIZE
                  ' MASTER '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRF-MASTER(WS-PRF-IDX))
                                              DELIMITED BY SIZE
                  ' MODEL '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRF-EMBED-MODEL(WS-PRF-IDX))
                                              DELIMITED BY SIZE
                  ' TOP-K '                   DELIMITED BY SIZE
                  WS-PRF-TOP-K(WS-PRF-IDX)    DELIMITED BY SIZE
                  ' PROBES '                  DELIMITED BY SIZE
                  WS-PRF-PROBE-COUNT(WS-PRF-IDX)
                                              DELIMITED BY SIZE
                  ' HYBRID '                  DELIMITED BY SIZE
                  WS-PRF-HYBRID(WS-PRF-IDX)   DELIMITED BY SIZE
                  INTO RESULTS-LINE
           END-STRING
           WRITE RESULTS-LINE
           MOVE 'QUESTION             RESULT FOUND EXPECTED FIRST-RANK'
                & ' RECALL'              TO RESULTS-LINE
           WRITE RESULTS-LINE

           OPEN INPUT QUESTION-INPUT
           IF WS-IN-FILE-STATUS NOT = '00'
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-RETRIEVAL-EVAL: cannot open question file'
                                         TO LLM-STAT-MESSAGE
               DISPLAY LLM-STAT-MESSAGE
               GOBACK
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ QUESTION-INPUT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RQ-QUESTION-ID NOT = SPACES
                       AND RQ-QUESTION-ID(1:1) NOT = '*'
                           PERFORM 220-RUN-ONE-QUESTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUESTION-INPUT

           PERFORM 280-PROFILE-SUMMARY.


      *> A question whose search fails (or whose expected-key list
      *> is empty) still counts - a failed search scores zero rather
      *> than quietly dropping out of the average and flattering it.
       220-RUN-ONE-QUESTION.
           PERFORM 225-SPLIT-EXPECTED-KEYS
           IF WS-EXP-COUNT = 0
               ADD 1 TO WS-SKIP-COUNT
               MOVE SPACES TO RESULTS-LINE
               STRING RQ-QUESTION-ID          DELIMITED BY SIZE
                      ' SKIP   no expected document keys'
                                              DELIMITED BY SIZE
                      INTO RESULTS-LINE
               END-STRING
               WRITE RESULTS-LINE
           ELSE
               ADD 1 TO WS-QUESTION-COUNT
               MOVE RQ-QUESTION          TO LLM-VSR-QUERY-TEXT
               CALL 'LLM-VECTOR-SEARCH' USING LLM-CONFIG
                                              LLM-VECTOR-SEARCH-AREA
                                              LLM-STATUS
               MOVE 0 TO WS-FOUND-COUNT
               MOVE 0 TO WS-FIRST-RANK
               IF LLM-STAT-OK
                   PERFORM 230-SCORE-RESULTS
               ELSE
                   MOVE 0                TO LLM-VSR-RESULT-COUNT
               END-IF
               COMPUTE WS-Q-RECALL = WS-FOUND-COUNT / WS-EXP-COUNT
               ADD WS-Q-RECALL           TO WS-RECALL-SUM
               IF WS-FIRST-RANK > 0
                   COMPUTE WS-RR-SUM = WS-RR-SUM + 1 / WS-FIRST-RANK
               END-IF
               EVALUATE TRUE
                   WHEN NOT LLM-STAT-OK
                       MOVE 'ERROR'      TO WS-Q-VERDICT
                       ADD 1             TO WS-ERROR-COUNT
                   WHEN WS-FOUND-COUNT > 0
                       MOVE 'HIT'        TO WS-Q-VERDICT
                       ADD 1             TO WS-HIT-COUNT
                   WHEN OTHER
                       MOVE 'MISS'       TO WS-Q-VERDICT
                       ADD 1             TO WS-MISS-COUNT
               END-EVALUATE
               PERFORM 250-WRITE-QUESTION-LINE
               IF NOT LLM-STAT-OK
                   MOVE SPACES TO RESULTS-LINE
                   STRING '    '             DELIMITED BY SIZE
                          LLM-STAT-MESSAGE   DELIMITED BY SIZE
                          INTO RESULTS-LINE
                   END-STRING
                   WRITE RESULTS-LINE
                   INITIALIZE LLM-STATUS
               END-IF
           END-IF.


       225-SPLIT-EXPECTED-KEYS.
           INITIALIZE WS-EXP-TABLE
           UNSTRING RQ-EXPECTED-KEYS DELIMITED BY '|'
               INTO WS-EXP-KEY(1) WS-EXP-KEY(2) WS-EXP-KEY(3)
                    WS-EXP-KEY(4) WS-EXP-KEY(5) WS-EXP-KEY(6)
                    WS-EXP-KEY(7) WS-EXP-KEY(8) WS-EXP-KEY(9)
                    WS-EXP-KEY(10)
           END-UNSTRING
           MOVE 0 TO WS-EXP-COUNT
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > 10
               IF WS-EXP-KEY(WS-EXP-IDX) NOT = SPACES
                   ADD 1 TO WS-EXP-COUNT
                   MOVE FUNCTION TRIM(WS-EXP-KEY(WS-EXP-IDX))
                                         TO WS-EXP-KEY(WS-EXP-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > 10
               IF WS-EXP-IDX > WS-EXP-COUNT
                   MOVE SPACES           TO WS-EXP-KEY(WS-EXP-IDX)
               END-IF
               MOVE 'N'            TO WS-EXP-FOUND-FLAG(WS-EXP-IDX)
           END-PERFORM.


      *> Recall counts every expected key anywhere in the top K;
      *> the reciprocal rank is taken from the first result that is
      *> any expected key.
       230-SCORE-RESULTS.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > LLM-VSR-RESULT-COUNT
               PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
                   IF WS-EXP-FOUND-FLAG(WS-EXP-IDX) NOT = 'Y'
                   AND WS-EXP-KEY(WS-EXP-IDX)
                           = LLM-VSR-DOC-KEY(WS-HIT-IDX)
                       MOVE 'Y'      TO WS-EXP-FOUND-FLAG(WS-EXP-IDX)
                       ADD 1             TO WS-FOUND-COUNT
                       IF WS-FIRST-RANK = 0
                           MOVE WS-HIT-IDX TO WS-FIRST-RANK
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.


       250-WRITE-QUESTION-LINE.
           MOVE WS-FOUND-COUNT           TO WS-EDIT-COUNT
           MOVE WS-EXP-COUNT             TO WS-EDIT-COUNT-2
           MOVE WS-FIRST-RANK            TO WS-EDIT-RANK
           COMPUTE WS-EDIT-RATIO ROUNDED = WS-Q-RECALL
           MOVE SPACES TO RESULTS-LINE
           STRING RQ-QUESTION-ID              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-Q-VERDICT                DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
                  '       '                   DELIMITED BY SIZE
                  WS-EDIT-COUNT-2             DELIMITED BY SIZE
                  '         '                 DELIMITED BY SIZE
                  WS-EDIT-RANK                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-EDIT-RATIO               DELIMITED BY SIZE
                  INTO RESULTS-LINE
           END-STRING
           WRITE RESULTS-LINE

           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-FOUND-FLAG(WS-EXP-IDX) NOT = 'Y'
                   MOVE SPACES TO RESULTS-LINE
                   STRING '    missed '       DELIMITED BY SIZE
                          WS-EXP-KEY(WS-EXP-IDX)
                                              DELIMITED BY SIZE
                          INTO RESULTS-LINE
                   END-STRING
                   WRITE RESULTS-LINE
               END-IF
           END-PERFORM.


       280-PROFILE-SUMMARY.
           MOVE 0   TO WS-PRF-RECALL
           MOVE 0   TO WS-PRF-MRR
           IF WS-QUESTION-COUNT > 0
               COMPUTE WS-PRF-RECALL ROUNDED =
                   WS-RECALL-SUM / WS-QUESTION-COUNT
               COMPUTE WS-PRF-MRR    ROUNDED =
                   WS-RR-SUM / WS-QUESTION-COUNT
           END-IF

      *> A profile with nothing to score has proved nothing - it
      *> fails the gate rather than passing it by default.
           MOVE 'N' TO WS-PRF-BELOW-FLAG
           IF WS-QUESTION-COUNT = 0
           OR WS-PRF-RECALL < WS-PRF-MIN-RECALL(WS-PRF-IDX)
           OR WS-PRF-MRR    < WS-PRF-MIN-MRR(WS-PRF-IDX)
               SET WS-PRF-BELOW TO TRUE
               ADD 1 TO WS-BELOW-COUNT
           END-IF

           COMPUTE WS-EDIT-RATIO   ROUNDED = WS-PRF-RECALL
           COMPUTE WS-EDIT-RATIO-2 ROUNDED = WS-PRF-MRR
           COMPUTE WS-EDIT-MIN-1   ROUNDED =
               WS-PRF-MIN-RECALL(WS-PRF-IDX)
           COMPUTE WS-EDIT-MIN-2   ROUNDED =
               WS-PRF-MIN-MRR(WS-PRF-IDX)
           MOVE SPACES TO RESULTS-LINE
           STRING 'QUESTIONS '                DELIMITED BY SIZE
                  WS-QUESTION-COUNT           DELIMITED BY SIZE
                  '  HITS '                   DELIMITED BY SIZE
                  WS-HIT-COUNT                DELIMITED BY SIZE
                  '  MISSES '                 DELIMITED BY SIZE
                  WS-MISS-COUNT               DELIMITED BY SIZE
                  '  ERRORS '                 DELIMITED BY SIZE
                  WS-ERROR-COUNT              DELIMITED BY SIZE
                  '  SKIPPED '                DELIMITED BY SIZE
                  WS-SKIP-COUNT               DELIMITED BY SIZE
                  INTO RESULTS-LINE
           END-STRING
           WRITE RESULTS-LINE
           MOVE SPACES TO RESULTS-LINE
           STRING 'RECALL@K '                 DELIMITED BY SIZE
                  WS-EDIT-RATIO               DELIMITED BY SIZE
                  ' (MIN '                    DELIMITED BY SIZE
                  WS-EDIT-MIN-1               DELIMITED BY SIZE
                  ')  MRR '                   DELIMITED BY SIZE
                  WS-EDIT-RATIO-2             DELIMITED BY SIZE
                  ' (MIN '                    DELIMITED BY SIZE
                  WS-EDIT-MIN-2               DELIMITED BY SIZE
                  ')  '                       DELIMITED BY SIZE
                  INTO RESULTS-LINE
           END-STRING
           IF WS-PRF-BELOW
               MOVE 'BELOW THRESHOLD'    TO WS-PRF-VERDICT
           ELSE
               MOVE 'PASS'               TO WS-PRF-VERDICT
           END-IF
           MOVE WS-PRF-VERDICT           TO RESULTS-LINE(60:15)
           WRITE RESULTS-LINE
           MOVE SPACES TO RESULTS-LINE
           WRITE RESULTS-LINE

           DISPLAY 'LLM-RETRIEVAL-EVAL: ' WS-PRF-NAME(WS-PRF-IDX)
                   ' recall@K ' WS-EDIT-RATIO
                   ' MRR ' WS-EDIT-RATIO-2
                   ' ' WS-PRF-VERDICT.


       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.
