      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-EMBED-MIGRATE.cob
      *> Desc    : Embedding-model migration without the outage. A
      *>           vector master is only meaningful to the model that
      *>           built it, so a change of LLM_RAG_EMBED_MODEL used to
      *>           mean rebuilding the live master in place. This runs
      *>           the change in four separate steps against a shadow
      *>           master, <master>.shadow, while production keeps
      *>           serving the old one:
      *>
      *>           BUILD    embeds the whole corpus under the new model
      *>                    into the shadow (LLM-EMBED-BATCH), gates it
      *>                    with LLM-VECTOR-VERIFY, then builds its
      *>                    .centroids/.clusters sidecars with
      *>                    LLM-VECTOR-CLUSTER. A shadow that fails
      *>                    verification is left without sidecars, and
      *>                    CUTOVER refuses a shadow without them.
      *>           COMPARE  runs a sample question file through
      *>                    LLM-VECTOR-SEARCH twice - live master under
      *>                    the old model, shadow under the new - and
      *>                    prints the two result lists side by side,
      *>                    with overlap, top-1 agreement and (where the
      *>                    questions name them) expected-key hits for
      *>                    each side.
      *>           CUTOVER  moves the live master and its sidecars
      *>                    aside as <master>.rollback(.centroids/
      *>                    .clusters) and moves the shadow set into
      *>                    their place, in one run.
      *>           ROLLBACK swaps the rollback set back in; the set it
      *>                    displaces becomes the shadow again, so a
      *>                    second attempt needs no rebuild.
      *>
      *>           The <master>.keywords index is built from document
      *>           text, not vectors, so it is model-independent and
      *>           stays with the live master throughout. Searches
      *>           embed their query with whatever LLM_RAG_EMBED_MODEL
      *>           says, so that setting changes with the cutover (the
      *>           run says which model the live master now holds).
      *>
      *>           The question file is LLM-RETRIEVAL-EVAL's layout, so
      *>           a regression set already kept for that harness
      *>           serves as the comparison sample; the expected-keys
      *>           field may be left blank here. The programs BUILD
      *>           runs are found through LLM_JOB_BIN_DIR, as
      *>           LLM-JOB-RUNNER finds its steps.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-EMBED-MIGRATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUESTION-INPUT ASSIGN TO WS-QUESTION-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT COMPARE-REPORT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

      *> First record of a master, for the model it was built with.
           SELECT VECTOR-MASTER ASSIGN TO WS-READ-MASTER-FILENAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-MST-FILE-STATUS.

      *> Existence probe, the LLM-JOB-RUNNER CONDITION-FILE way.
           SELECT PROBE-FILE ASSIGN TO WS-PROBE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  QUESTION-INPUT.
       01 RQ-QUESTION-RECORD.
           05 RQ-QUESTION-ID        PIC X(20).
           05 RQ-EXPECTED-KEYS      PIC X(220).
           05 RQ-QUESTION           PIC X(32768).

       FD  COMPARE-REPORT.
       01 REPORT-LINE               PIC X(160).

       FD  VECTOR-MASTER.
       COPY 'LLM-VECTOR-RECORD.cpy'.

       FD  PROBE-FILE.
       01 PROBE-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       COPY 'LLM.cpy'.
       COPY 'LLM-VECTOR-SEARCH.cpy'.

       01 WS-MODE-ARG           PIC X(8).
         88 WS-MODE-BUILD           VALUE 'BUILD'.
         88 WS-MODE-COMPARE         VALUE 'COMPARE'.
         88 WS-MODE-CUTOVER         VALUE 'CUTOVER'.
         88 WS-MODE-ROLLBACK        VALUE 'ROLLBACK'.
       01 WS-MASTER-FILENAME    PIC X(256).
       01 WS-CORPUS-FILENAME    PIC X(256).
       01 WS-QUESTION-FILENAME  PIC X(256).
       01 WS-REPORT-FILENAME    PIC X(256).
       01 WS-READ-MASTER-FILENAME PIC X(256).
       01 WS-PROBE-FILENAME     PIC X(256).
       01 WS-NEW-MODEL          PIC X(128).
       01 WS-OLD-MODEL          PIC X(128).
       01 WS-CLUSTERS-ARG       PIC X(4) VALUE '-'.
       01 WS-BUILD-MODE-ARG     PIC X(8) VALUE 'FULL'.
       01 WS-NUM-ARG            PIC X(8).
       01 WS-IN-FILE-STATUS     PIC X(2).
       01 WS-RPT-FILE-STATUS    PIC X(2).
       01 WS-MST-FILE-STATUS    PIC X(2).
       01 WS-PRB-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-RC                 PIC 9(4) VALUE 0.
       01 WS-PROVIDER-UP-FLAG   PIC X(1) VALUE 'N'.
         88 WS-PROVIDER-UP          VALUE 'Y'.

      *> ---- the three file sets: live, shadow, rollback -------------
       01 WS-SET-NAMES.
           05 WS-LIVE-MASTER        PIC X(256).
           05 WS-LIVE-CENTROIDS     PIC X(256).
           05 WS-LIVE-CLUSTERS      PIC X(256).
           05 WS-SHADOW-MASTER      PIC X(256).
           05 WS-SHADOW-CENTROIDS   PIC X(256).
           05 WS-SHADOW-CLUSTERS    PIC X(256).
           05 WS-ROLLBACK-MASTER    PIC X(256).
           05 WS-ROLLBACK-CENTROIDS PIC X(256).
           05 WS-ROLLBACK-CLUSTERS  PIC X(256).
       01 WS-FOUND-FLAG         PIC X(1).
         88 WS-FILE-FOUND           VALUE 'Y'.
       01 WS-FIRST-MODEL        PIC X(128).
       01 WS-FIRST-DIMS         PIC 9(4).
       01 WS-DISPLACED-MODEL    PIC X(128).

      *> ---- shell steps ---------------------------------------------
       01 WS-BIN-DIR            PIC X(200).
       01 WS-STEP-CMD           PIC X(1024).
       01 WS-STEP-RC            PIC S9(9) COMP-5.
       01 WS-MOVE-FROM          PIC X(256).
       01 WS-MOVE-TO            PIC X(256).

      *> ---- side-by-side comparison ---------------------------------
       01 WS-TOP-K              PIC 9(2) VALUE 10.
       01 WS-PROBE-COUNT        PIC 9(2) VALUE 0.
       01 WS-OLD-STATUS         PIC X(256).
       01 WS-NEW-STATUS         PIC X(256).
       01 WS-OLD-COUNT          PIC 9(2) VALUE 0.
       01 WS-NEW-COUNT          PIC 9(2) VALUE 0.
       01 WS-OLD-RESULTS.
           05 WS-OLD-ENTRY      OCCURS 20 TIMES.
             10 WS-OLD-KEY      PIC X(20).
             10 WS-OLD-SCORE    USAGE COMP-2.
             10 WS-OLD-KEPT     PIC X(1).
       01 WS-NEW-RESULTS.
           05 WS-NEW-ENTRY      OCCURS 20 TIMES.
             10 WS-NEW-KEY      PIC X(20).
             10 WS-NEW-SCORE    USAGE COMP-2.
             10 WS-NEW-FRESH    PIC X(1).
       01 WS-EXP-TABLE.
           05 WS-EXP-KEY        OCCURS 10 TIMES PIC X(20).
       01 WS-EXP-COUNT          PIC 9(2) COMP.
       01 WS-EXP-IDX            PIC 9(2) COMP.
       01 WS-ROW-IDX            PIC 9(2) COMP.
       01 WS-SCAN-IDX           PIC 9(2) COMP.
       01 WS-ROW-COUNT          PIC 9(2) COMP.
       01 WS-OVERLAP            PIC 9(2) VALUE 0.
       01 WS-OLD-EXP-HITS       PIC 9(2) VALUE 0.
       01 WS-NEW-EXP-HITS       PIC 9(2) VALUE 0.
       01 WS-MARK               PIC X(1).
       01 WS-EXP-MARK           PIC X(1).

       01 WS-QUESTION-COUNT     PIC 9(6) VALUE 0.
       01 WS-COMPARED-COUNT     PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT        PIC 9(6) VALUE 0.
       01 WS-TOP1-AGREE-COUNT   PIC 9(6) VALUE 0.
       01 WS-OVERLAP-SUM        PIC 9(9) VALUE 0.
       01 WS-SLOT-SUM           PIC 9(9) VALUE 0.
       01 WS-EXP-TOTAL          PIC 9(9) VALUE 0.
       01 WS-OLD-EXP-TOTAL      PIC 9(9) VALUE 0.
       01 WS-NEW-EXP-TOTAL      PIC 9(9) VALUE 0.

       01 WS-EDIT-RANK          PIC Z9.
       01 WS-EDIT-SCORE         PIC -9.9999.
       01 WS-EDIT-SCORE-2       PIC -9.9999.
       01 WS-EDIT-COUNT         PIC Z9.
       01 WS-EDIT-COUNT-2       PIC Z9.
       01 WS-EDIT-TOTAL         PIC ZZZ,ZZ9.
       01 WS-EDIT-PCT           PIC ZZ9.9.
       01 WS-PCT                PIC 999V9.
       01 WS-LINE-HOLD          PIC X(160).
       01 WS-OLD-SIDE           PIC X(40).
       01 WS-NEW-SIDE           PIC X(40).

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           IF WS-RC = 0
               EVALUATE TRUE
                   WHEN WS-MODE-BUILD
                       PERFORM 200-BUILD-SHADOW
                   WHEN WS-MODE-COMPARE
                       PERFORM 300-COMPARE-RETRIEVAL
                   WHEN WS-MODE-CUTOVER
                       PERFORM 400-CUTOVER
                   WHEN WS-MODE-ROLLBACK
                       PERFORM 500-ROLLBACK
               END-EVALUATE
           END-IF
           IF WS-PROVIDER-UP
               PERFORM 900-CLEANUP
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      *> Args: 1=BUILD|COMPARE|CUTOVER|ROLLBACK  2=live vector master
      *>   BUILD    3=corpus (LLM-EMBED-BATCH input)  4=new model
      *>            5=cluster count (optional, LLM-VECTOR-CLUSTER's
      *>              default)  6=FULL|RESTART (optional - RESTART
      *>              resumes an interrupted shadow embed from its
      *>              checkpoint)
      *>   COMPARE  3=question file  4=comparison report  5=new model
      *>            6=current model (optional, default
      *>              LLM_RAG_EMBED_MODEL, else nomic-embed-text)
      *>            7=top-K (optional, default 10)
      *>            8=probe count (optional, default 0 = full scan;
      *>              nonzero exercises both sides' sidecars)
      *>   CUTOVER, ROLLBACK - no further arguments
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 2
               PERFORM 190-USAGE
               GOBACK
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-MODE-ARG) TO WS-MODE-ARG
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-MASTER-FILENAME FROM ARGUMENT-VALUE
           PERFORM 110-SET-FILE-NAMES

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           EVALUATE TRUE
               WHEN WS-MODE-BUILD
                   IF WS-ARG-COUNT < 4
                       PERFORM 190-USAGE
                       GOBACK
                   END-IF
                   PERFORM 120-BUILD-ARGS
               WHEN WS-MODE-COMPARE
                   IF WS-ARG-COUNT < 5
                       PERFORM 190-USAGE
                       GOBACK
                   END-IF
                   PERFORM 130-COMPARE-ARGS
               WHEN WS-MODE-CUTOVER
               WHEN WS-MODE-ROLLBACK
                   CONTINUE
               WHEN OTHER
                   PERFORM 190-USAGE
                   GOBACK
           END-EVALUATE.


      *> Sidecars follow their master's name, so each set is just the
      *> master name plus the suffixes LLM-VECTOR-CLUSTER appends.
       110-SET-FILE-NAMES.
           INITIALIZE WS-SET-NAMES
           MOVE WS-MASTER-FILENAME       TO WS-LIVE-MASTER
           STRING FUNCTION TRIM(WS-MASTER-FILENAME) DELIMITED BY SIZE
                  '.shadow'              DELIMITED BY SIZE
                  INTO WS-SHADOW-MASTER
           END-STRING
           STRING FUNCTION TRIM(WS-MASTER-FILENAME) DELIMITED BY SIZE
                  '.rollback'            DELIMITED BY SIZE
                  INTO WS-ROLLBACK-MASTER
           END-STRING
           STRING FUNCTION TRIM(WS-LIVE-MASTER) DELIMITED BY SIZE
                  '.centroids'           DELIMITED BY SIZE
                  INTO WS-LIVE-CENTROIDS
           END-STRING
           STRING FUNCTION TRIM(WS-LIVE-MASTER) DELIMITED BY SIZE
                  '.clusters'            DELIMITED BY SIZE
                  INTO WS-LIVE-CLUSTERS
           END-STRING
           STRING FUNCTION TRIM(WS-SHADOW-MASTER) DELIMITED BY SIZE
                  '.centroids'           DELIMITED BY SIZE
                  INTO WS-SHADOW-CENTROIDS
           END-STRING
           STRING FUNCTION TRIM(WS-SHADOW-MASTER) DELIMITED BY SIZE
                  '.clusters'            DELIMITED BY SIZE
                  INTO WS-SHADOW-CLUSTERS
           END-STRING
           STRING FUNCTION TRIM(WS-ROLLBACK-MASTER) DELIMITED BY SIZE
                  '.centroids'           DELIMITED BY SIZE
                  INTO WS-ROLLBACK-CENTROIDS
           END-STRING
           STRING FUNCTION TRIM(WS-ROLLBACK-MASTER) DELIMITED BY SIZE
                  '.clusters'            DELIMITED BY SIZE
                  INTO WS-ROLLBACK-CLUSTERS
           END-STRING.


       120-BUILD-ARGS.
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-CORPUS-FILENAME FROM ARGUMENT-VALUE
           MOVE 4                       TO WS-ARG-COUNT
           ACCEPT WS-NEW-MODEL FROM ARGUMENT-VALUE
           IF WS-NEW-MODEL = SPACES
           OR WS-NEW-MODEL = '-'
               PERFORM 190-USAGE
               GOBACK
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-CLUSTERS-ARG FROM ARGUMENT-VALUE
               IF WS-CLUSTERS-ARG = SPACES
                   MOVE '-'             TO WS-CLUSTERS-ARG
               END-IF
           END-IF
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-BUILD-MODE-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-BUILD-MODE-ARG)
                                        TO WS-BUILD-MODE-ARG
               EVALUATE WS-BUILD-MODE-ARG
                   WHEN 'RESTART'
                       CONTINUE
                   WHEN 'FULL'
                   WHEN '-'
                   WHEN SPACES
                       MOVE 'FULL'      TO WS-BUILD-MODE-ARG
                   WHEN OTHER
                       DISPLAY 'LLM-EMBED-MIGRATE: build mode must be '
                               'FULL or RESTART'
                       MOVE 8 TO WS-RC
                       GOBACK
               END-EVALUATE
           END-IF

           DISPLAY 'LLM_JOB_BIN_DIR' UPON ENVIRONMENT-NAME
           ACCEPT WS-BIN-DIR FROM ENVIRONMENT-VALUE
           IF WS-BIN-DIR = SPACES
               MOVE '.'                 TO WS-BIN-DIR
           END-IF.


       130-COMPARE-ARGS.
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-QUESTION-FILENAME FROM ARGUMENT-VALUE
           MOVE 4                       TO WS-ARG-COUNT
           ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE
           MOVE 5                       TO WS-ARG-COUNT
           ACCEPT WS-NEW-MODEL FROM ARGUMENT-VALUE
           IF WS-NEW-MODEL = SPACES
           OR WS-NEW-MODEL = '-'
               PERFORM 190-USAGE
               GOBACK
           END-IF

      *> The current model is whatever the live searches embed with.
           DISPLAY 'LLM_RAG_EMBED_MODEL' UPON ENVIRONMENT-NAME
           ACCEPT WS-OLD-MODEL FROM ENVIRONMENT-VALUE
           IF WS-OLD-MODEL = SPACES
               MOVE 'nomic-embed-text'  TO WS-OLD-MODEL
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-NUM-ARG FROM ARGUMENT-VALUE
               IF WS-NUM-ARG NOT = SPACES
               AND WS-NUM-ARG NOT = '-'
                   MOVE WS-NUM-ARG      TO WS-OLD-MODEL
               END-IF
           END-IF
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 7
               MOVE 7                   TO WS-ARG-COUNT
               MOVE SPACES              TO WS-NUM-ARG
               ACCEPT WS-NUM-ARG FROM ARGUMENT-VALUE
               IF WS-NUM-ARG NOT = SPACES
               AND WS-NUM-ARG NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-NUM-ARG) TO WS-TOP-K
               END-IF
           END-IF
           IF WS-TOP-K = 0 OR WS-TOP-K > 20
               MOVE 10                  TO WS-TOP-K
           END-IF
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 8
               MOVE 8                   TO WS-ARG-COUNT
               MOVE SPACES              TO WS-NUM-ARG
               ACCEPT WS-NUM-ARG FROM ARGUMENT-VALUE
               IF WS-NUM-ARG NOT = SPACES
               AND WS-NUM-ARG NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-NUM-ARG)
                                        TO WS-PROBE-COUNT
               END-IF
           END-IF.


       190-USAGE.
           DISPLAY 'LLM-EMBED-MIGRATE: usage:'
           DISPLAY '  LLM-EMBED-MIGRATE BUILD <master> <corpus> '
                   '<new-model> [clusters] [FULL|RESTART]'
           DISPLAY '  LLM-EMBED-MIGRATE COMPARE <master> <questions> '
                   '<report> <new-model> [current-model] [top-k] '
                   '[probes]'
           DISPLAY '  LLM-EMBED-MIGRATE CUTOVER <master>'
           DISPLAY '  LLM-EMBED-MIGRATE ROLLBACK <master>'
           MOVE 8 TO WS-RC.


      *> The live master is never opened here - every step writes to
      *> the .shadow name. Stale shadow sidecars go first, so the
      *> sidecars' presence always means "this shadow passed".
       200-BUILD-SHADOW.
           DISPLAY 'LLM-EMBED-MIGRATE: building shadow master '
                   FUNCTION TRIM(WS-SHADOW-MASTER) ' with model '
                   FUNCTION TRIM(WS-NEW-MODEL)
           MOVE SPACES TO WS-STEP-CMD
           STRING 'rm -f '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHADOW-CENTROIDS)
                                             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHADOW-CLUSTERS)
                                             DELIMITED BY SIZE
                  INTO WS-STEP-CMD
           END-STRING
           PERFORM 800-RUN-STEP

           MOVE SPACES TO WS-STEP-CMD
           STRING FUNCTION TRIM(WS-BIN-DIR)  DELIMITED BY SIZE
                  '/LLM-EMBED-BATCH '        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CORPUS-FILENAME)
                                             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHADOW-MASTER)
                                             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-MODEL) DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BUILD-MODE-ARG)
                                             DELIMITED BY SIZE
                  INTO WS-STEP-CMD
           END-STRING
           PERFORM 800-RUN-STEP
           IF WS-STEP-RC NOT = 0
               DISPLAY 'LLM-EMBED-MIGRATE: shadow embed failed - '
                       'rerun BUILD with RESTART to resume'
               MOVE 8 TO WS-RC
               GOBACK
           END-IF

      *> Every corpus document must have a vector, and every vector
      *> the new model - the same check the nightly job gates the
      *> live master on. A half-embedded shadow stops here.
           MOVE SPACES TO WS-STEP-CMD
           STRING FUNCTION TRIM(WS-BIN-DIR)  DELIMITED BY SIZE
                  '/LLM-VECTOR-VERIFY '      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHADOW-MASTER)
                                             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CORPUS-FILENAME)
                                             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-MODEL) DELIMITED BY SIZE
                  INTO WS-STEP-CMD
           END-STRING
           PERFORM 800-RUN-STEP
           IF WS-STEP-RC NOT = 0
               DISPLAY 'LLM-EMBED-MIGRATE: shadow master failed '
                       'verification - see '
                       FUNCTION TRIM(WS-SHADOW-MASTER) '.exceptions; '
                       'not clustered, not eligible for cutover'
               MOVE 8 TO WS-RC
               GOBACK
           END-IF

           MOVE SPACES TO WS-STEP-CMD
           STRING FUNCTION TRIM(WS-BIN-DIR)  DELIMITED BY SIZE
                  '/LLM-VECTOR-CLUSTER '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHADOW-MASTER)
                                             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLUSTERS-ARG)
                                             DELIMITED BY SIZE
                  INTO WS-STEP-CMD
           END-STRING
           PERFORM 800-RUN-STEP
           IF WS-STEP-RC NOT = 0
               DISPLAY 'LLM-EMBED-MIGRATE: shadow sidecar build '
                       'failed'
               MOVE 8 TO WS-RC
               GOBACK
           END-IF

           DISPLAY 'LLM-EMBED-MIGRATE: shadow master ready - run '
                   'COMPARE, then CUTOVER'.


       300-COMPARE-RETRIEVAL.
           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           MOVE SPACES                   TO LLM-API-KEY
           MOVE 60                       TO LLM-TIMEOUT-SECS
           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-STATUS
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-EMBED-MIGRATE: init failed: '
                       LLM-STAT-MESSAGE
               MOVE 8 TO WS-RC
               GOBACK
           END-IF
           SET WS-PROVIDER-UP TO TRUE

           OPEN INPUT QUESTION-INPUT
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-EMBED-MIGRATE: cannot open question file, '
                       'status ' WS-IN-FILE-STATUS
               MOVE 8 TO WS-RC
               GOBACK
           END-IF
           OPEN OUTPUT COMPARE-REPORT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-EMBED-MIGRATE: cannot open report file, '
                       'status ' WS-RPT-FILE-STATUS
               CLOSE QUESTION-INPUT
               MOVE 8 TO WS-RC
               GOBACK
           END-IF

           PERFORM 305-WRITE-HEADING
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ QUESTION-INPUT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RQ-QUESTION NOT = SPACES
                           PERFORM 310-COMPARE-ONE-QUESTION
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 390-WRITE-SUMMARY

           CLOSE QUESTION-INPUT
           CLOSE COMPARE-REPORT
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO WS-RC
           END-IF.


       305-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING 'CURRENT: '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIVE-MASTER) DELIMITED BY SIZE
                  ' ('                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OLD-MODEL) DELIMITED BY SIZE
                  ')'                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SHADOW:  '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHADOW-MASTER) DELIMITED BY SIZE
                  ' ('                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-MODEL) DELIMITED BY SIZE
                  ')'                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE '* = expected key   - = not in shadow list   '
              & '+ = not in current list' TO REPORT-LINE
           WRITE REPORT-LINE.


      *> Same question, same settings, two masters: the only thing
      *> that differs between the two calls is the master and the
      *> model the query is embedded with.
       310-COMPARE-ONE-QUESTION.
           ADD 1 TO WS-QUESTION-COUNT
           PERFORM 315-SPLIT-EXPECTED-KEYS

           INITIALIZE LLM-VECTOR-SEARCH-AREA
           MOVE RQ-QUESTION              TO LLM-VSR-QUERY-TEXT
           MOVE WS-TOP-K                 TO LLM-VSR-TOP-K
           MOVE WS-PROBE-COUNT           TO LLM-VSR-PROBE-COUNT

           MOVE WS-OLD-MODEL             TO LLM-MODEL
           MOVE WS-LIVE-MASTER           TO LLM-VSR-MASTER-FILE
           CALL 'LLM-VECTOR-SEARCH' USING LLM-CONFIG
                                          LLM-VECTOR-SEARCH-AREA
                                          LLM-STATUS
           MOVE SPACES                   TO WS-OLD-STATUS
           MOVE 0                        TO WS-OLD-COUNT
           INITIALIZE WS-OLD-RESULTS
           IF LLM-STAT-OK
               MOVE LLM-VSR-RESULT-COUNT TO WS-OLD-COUNT
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-OLD-COUNT
                   MOVE LLM-VSR-DOC-KEY(WS-ROW-IDX)
                                         TO WS-OLD-KEY(WS-ROW-IDX)
                   MOVE LLM-VSR-SCORE(WS-ROW-IDX)
                                         TO WS-OLD-SCORE(WS-ROW-IDX)
               END-PERFORM
           ELSE
               MOVE LLM-STAT-MESSAGE     TO WS-OLD-STATUS
               INITIALIZE LLM-STATUS
           END-IF

           MOVE WS-NEW-MODEL             TO LLM-MODEL
           MOVE WS-SHADOW-MASTER         TO LLM-VSR-MASTER-FILE
           CALL 'LLM-VECTOR-SEARCH' USING LLM-CONFIG
                                          LLM-VECTOR-SEARCH-AREA
                                          LLM-STATUS
           MOVE SPACES                   TO WS-NEW-STATUS
           MOVE 0                        TO WS-NEW-COUNT
           INITIALIZE WS-NEW-RESULTS
           IF LLM-STAT-OK
               MOVE LLM-VSR-RESULT-COUNT TO WS-NEW-COUNT
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-NEW-COUNT
                   MOVE LLM-VSR-DOC-KEY(WS-ROW-IDX)
                                         TO WS-NEW-KEY(WS-ROW-IDX)
                   MOVE LLM-VSR-SCORE(WS-ROW-IDX)
                                         TO WS-NEW-SCORE(WS-ROW-IDX)
               END-PERFORM
           ELSE
               MOVE LLM-STAT-MESSAGE     TO WS-NEW-STATUS
               INITIALIZE LLM-STATUS
           END-IF

           IF WS-OLD-STATUS NOT = SPACES
           OR WS-NEW-STATUS NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-COMPARED-COUNT
               PERFORM 320-MEASURE-AGREEMENT
           END-IF
           PERFORM 330-WRITE-QUESTION-BLOCK.


       315-SPLIT-EXPECTED-KEYS.
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
           END-PERFORM.


      *> Overlap is how many shadow keys also appear anywhere in the
      *> current list; the kept/fresh flags drive the report markers.
       320-MEASURE-AGREEMENT.
           MOVE 0 TO WS-OVERLAP
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-NEW-COUNT
               MOVE 'Y' TO WS-NEW-FRESH(WS-ROW-IDX)
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-OLD-COUNT
                   IF WS-OLD-KEY(WS-SCAN-IDX) = WS-NEW-KEY(WS-ROW-IDX)
                       MOVE 'N' TO WS-NEW-FRESH(WS-ROW-IDX)
                   END-IF
               END-PERFORM
               IF WS-NEW-FRESH(WS-ROW-IDX) = 'N'
                   ADD 1 TO WS-OVERLAP
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-OLD-COUNT
               MOVE 'N' TO WS-OLD-KEPT(WS-ROW-IDX)
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-NEW-COUNT
                   IF WS-NEW-KEY(WS-SCAN-IDX) = WS-OLD-KEY(WS-ROW-IDX)
                       MOVE 'Y' TO WS-OLD-KEPT(WS-ROW-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM

           ADD WS-OVERLAP                TO WS-OVERLAP-SUM
           IF WS-OLD-COUNT > WS-NEW-COUNT
               ADD WS-OLD-COUNT          TO WS-SLOT-SUM
           ELSE
               ADD WS-NEW-COUNT          TO WS-SLOT-SUM
           END-IF
           IF WS-OLD-COUNT > 0
           AND WS-NEW-COUNT > 0
           AND WS-OLD-KEY(1) = WS-NEW-KEY(1)
               ADD 1 TO WS-TOP1-AGREE-COUNT
           END-IF

           MOVE 0 TO WS-OLD-EXP-HITS
                     WS-NEW-EXP-HITS
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > WS-EXP-COUNT
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-OLD-COUNT
                   IF WS-OLD-KEY(WS-SCAN-IDX) = WS-EXP-KEY(WS-EXP-IDX)
                       ADD 1 TO WS-OLD-EXP-HITS
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-NEW-COUNT
                   IF WS-NEW-KEY(WS-SCAN-IDX) = WS-EXP-KEY(WS-EXP-IDX)
                       ADD 1 TO WS-NEW-EXP-HITS
                   END-IF
               END-PERFORM
           END-PERFORM
           ADD WS-EXP-COUNT              TO WS-EXP-TOTAL
           ADD WS-OLD-EXP-HITS           TO WS-OLD-EXP-TOTAL
           ADD WS-NEW-EXP-HITS           TO WS-NEW-EXP-TOTAL.


       330-WRITE-QUESTION-BLOCK.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-OLD-STATUS = SPACES
           AND WS-NEW-STATUS = SPACES
               MOVE WS-OVERLAP           TO WS-EDIT-COUNT
               IF WS-OLD-COUNT > WS-NEW-COUNT
                   MOVE WS-OLD-COUNT     TO WS-EDIT-COUNT-2
               ELSE
                   MOVE WS-NEW-COUNT     TO WS-EDIT-COUNT-2
               END-IF
               STRING 'QUESTION '            DELIMITED BY SIZE
                      RQ-QUESTION-ID         DELIMITED BY SIZE
                      '  overlap '           DELIMITED BY SIZE
                      WS-EDIT-COUNT          DELIMITED BY SIZE
                      ' of '                 DELIMITED BY SIZE
                      WS-EDIT-COUNT-2        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               IF WS-EXP-COUNT > 0
                   MOVE WS-OLD-EXP-HITS  TO WS-EDIT-COUNT
                   MOVE WS-NEW-EXP-HITS  TO WS-EDIT-COUNT-2
                   MOVE REPORT-LINE      TO WS-LINE-HOLD
                   STRING WS-LINE-HOLD(1:60) DELIMITED BY SIZE
                          'expected found: current ' DELIMITED BY SIZE
                          WS-EDIT-COUNT      DELIMITED BY SIZE
                          ', shadow '        DELIMITED BY SIZE
                          WS-EDIT-COUNT-2    DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               END-IF
           ELSE
               STRING 'QUESTION '            DELIMITED BY SIZE
                      RQ-QUESTION-ID         DELIMITED BY SIZE
                      '  ERROR'              DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           IF WS-OLD-STATUS NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING '    current: '        DELIMITED BY SIZE
                      WS-OLD-STATUS          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-NEW-STATUS NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING '    shadow:  '        DELIMITED BY SIZE
                      WS-NEW-STATUS          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-OLD-COUNT > WS-NEW-COUNT
               MOVE WS-OLD-COUNT         TO WS-ROW-COUNT
           ELSE
               MOVE WS-NEW-COUNT         TO WS-ROW-COUNT
           END-IF
           IF WS-ROW-COUNT > 0
               MOVE '  RANK  CURRENT                        SCORE'
                  & '     SHADOW                         SCORE'
                                         TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               PERFORM 335-WRITE-RANK-ROW
           END-PERFORM.


       335-WRITE-RANK-ROW.
           MOVE SPACES                   TO WS-OLD-SIDE
                                            WS-NEW-SIDE
           IF WS-ROW-IDX <= WS-OLD-COUNT
               MOVE WS-OLD-KEY(WS-ROW-IDX) TO WS-MOVE-FROM
               PERFORM 337-EXPECTED-MARK
               MOVE ' '                  TO WS-MARK
               IF WS-OLD-KEPT(WS-ROW-IDX) = 'N'
                   MOVE '-'              TO WS-MARK
               END-IF
               COMPUTE WS-EDIT-SCORE ROUNDED = WS-OLD-SCORE(WS-ROW-IDX)
               STRING WS-EXP-MARK             DELIMITED BY SIZE
                      WS-OLD-KEY(WS-ROW-IDX)  DELIMITED BY SIZE
                      WS-MARK                 DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WS-EDIT-SCORE           DELIMITED BY SIZE
                      INTO WS-OLD-SIDE
               END-STRING
           END-IF
           IF WS-ROW-IDX <= WS-NEW-COUNT
               MOVE WS-NEW-KEY(WS-ROW-IDX) TO WS-MOVE-FROM
               PERFORM 337-EXPECTED-MARK
               MOVE ' '                  TO WS-MARK
               IF WS-NEW-FRESH(WS-ROW-IDX) = 'Y'
                   MOVE '+'              TO WS-MARK
               END-IF
               COMPUTE WS-EDIT-SCORE-2 ROUNDED
                   = WS-NEW-SCORE(WS-ROW-IDX)
               STRING WS-EXP-MARK             DELIMITED BY SIZE
                      WS-NEW-KEY(WS-ROW-IDX)  DELIMITED BY SIZE
                      WS-MARK                 DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WS-EDIT-SCORE-2         DELIMITED BY SIZE
                      INTO WS-NEW-SIDE
               END-STRING
           END-IF
           MOVE WS-ROW-IDX               TO WS-EDIT-RANK
           MOVE SPACES TO REPORT-LINE
           STRING '    '                      DELIMITED BY SIZE
                  WS-EDIT-RANK                DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-OLD-SIDE(1:36)           DELIMITED BY SIZE
                  '  '                        DELIMITED BY SIZE
                  WS-NEW-SIDE(1:36)           DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.


       337-EXPECTED-MARK.
           MOVE ' ' TO WS-EXP-MARK
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-KEY(WS-EXP-IDX) = WS-MOVE-FROM(1:20)
                   MOVE '*' TO WS-EXP-MARK
               END-IF
           END-PERFORM.


       390-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-QUESTION-COUNT        TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING 'Questions:             ' DELIMITED BY SIZE
                  WS-EDIT-TOTAL             DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ERROR-COUNT           TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING 'Errors (either side):  ' DELIMITED BY SIZE
                  WS-EDIT-TOTAL             DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO WS-PCT
           IF WS-SLOT-SUM > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-OVERLAP-SUM * 100 / WS-SLOT-SUM
           END-IF
           MOVE WS-PCT                   TO WS-EDIT-PCT
           MOVE SPACES TO REPORT-LINE
           STRING 'Result overlap:        ' DELIMITED BY SIZE
                  WS-EDIT-PCT               DELIMITED BY SIZE
                  '%'                       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE 0 TO WS-PCT
           IF WS-COMPARED-COUNT > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-TOP1-AGREE-COUNT * 100 / WS-COMPARED-COUNT
           END-IF
           MOVE WS-PCT                   TO WS-EDIT-PCT
           MOVE SPACES TO REPORT-LINE
           STRING 'Top-1 agreement:       ' DELIMITED BY SIZE
                  WS-EDIT-PCT               DELIMITED BY SIZE
                  '%'                       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-EXP-TOTAL > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-OLD-EXP-TOTAL * 100 / WS-EXP-TOTAL
               MOVE WS-PCT               TO WS-EDIT-PCT
               MOVE SPACES TO REPORT-LINE
               STRING 'Expected-key recall:   current '
                                            DELIMITED BY SIZE
                      WS-EDIT-PCT           DELIMITED BY SIZE
                      '%'                   DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               COMPUTE WS-PCT ROUNDED =
                   WS-NEW-EXP-TOTAL * 100 / WS-EXP-TOTAL
               MOVE WS-PCT               TO WS-EDIT-PCT
               MOVE REPORT-LINE          TO WS-LINE-HOLD
               STRING WS-LINE-HOLD(1:40)    DELIMITED BY SIZE
                      '  shadow '           DELIMITED BY SIZE
                      WS-EDIT-PCT           DELIMITED BY SIZE
                      '%'                   DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           DISPLAY 'LLM-EMBED-MIGRATE: questions compared: '
                   WS-COMPARED-COUNT ', errors: ' WS-ERROR-COUNT.


      *> Nothing moves unless the whole shadow set is present - the
      *> sidecars only exist once BUILD has verified the shadow.
      *> The live set goes aside as the rollback copy (replacing any
      *> older one) before the shadow set moves in.
       400-CUTOVER.
           MOVE WS-SHADOW-MASTER         TO WS-PROBE-FILENAME
           PERFORM 810-PROBE-FILE
           IF NOT WS-FILE-FOUND
               DISPLAY 'LLM-EMBED-MIGRATE: no shadow master '
                       FUNCTION TRIM(WS-SHADOW-MASTER)
                       ' - run BUILD first'
               MOVE 8 TO WS-RC
               GOBACK
           END-IF
           MOVE WS-SHADOW-CENTROIDS      TO WS-PROBE-FILENAME
           PERFORM 810-PROBE-FILE
           IF WS-FILE-FOUND
               MOVE WS-SHADOW-CLUSTERS   TO WS-PROBE-FILENAME
               PERFORM 810-PROBE-FILE
           END-IF
           IF NOT WS-FILE-FOUND
               DISPLAY 'LLM-EMBED-MIGRATE: shadow master has no '
                       'sidecars - it did not pass BUILD; not cut over'
               MOVE 8 TO WS-RC
               GOBACK
           END-IF

           MOVE WS-SHADOW-MASTER         TO WS-READ-MASTER-FILENAME
           PERFORM 820-READ-MASTER-MODEL
           IF WS-FIRST-MODEL = SPACES
               DISPLAY 'LLM-EMBED-MIGRATE: shadow master is empty - '
                       'not cut over'
               MOVE 8 TO WS-RC
               GOBACK
           END-IF
           MOVE WS-LIVE-MASTER           TO WS-READ-MASTER-FILENAME
           PERFORM 820-READ-MASTER-MODEL
           MOVE WS-FIRST-MODEL           TO WS-DISPLACED-MODEL

      *> One rollback generation: an older set is cleared first so a
      *> live master that was never clustered can't inherit its
      *> sidecars.
           MOVE WS-ROLLBACK-MASTER       TO WS-MOVE-FROM
           MOVE WS-ROLLBACK-CENTROIDS    TO WS-MOVE-TO
           MOVE WS-ROLLBACK-CLUSTERS     TO WS-LINE-HOLD
           PERFORM 840-REMOVE-SET

           MOVE WS-LIVE-MASTER           TO WS-MOVE-FROM
           MOVE WS-ROLLBACK-MASTER       TO WS-MOVE-TO
           PERFORM 830-MOVE-IF-PRESENT
           MOVE WS-LIVE-CENTROIDS        TO WS-MOVE-FROM
           MOVE WS-ROLLBACK-CENTROIDS    TO WS-MOVE-TO
           PERFORM 830-MOVE-IF-PRESENT
           MOVE WS-LIVE-CLUSTERS         TO WS-MOVE-FROM
           MOVE WS-ROLLBACK-CLUSTERS     TO WS-MOVE-TO
           PERFORM 830-MOVE-IF-PRESENT
           IF WS-RC NOT = 0
               DISPLAY 'LLM-EMBED-MIGRATE: could not set the live '
                       'master aside - cutover abandoned; run ROLLBACK '
                       'to restore anything already moved'
               GOBACK
           END-IF

           MOVE WS-SHADOW-MASTER         TO WS-MOVE-FROM
           MOVE WS-LIVE-MASTER           TO WS-MOVE-TO
           PERFORM 830-MOVE-IF-PRESENT
           MOVE WS-SHADOW-CENTROIDS      TO WS-MOVE-FROM
           MOVE WS-LIVE-CENTROIDS        TO WS-MOVE-TO
           PERFORM 830-MOVE-IF-PRESENT
           MOVE WS-SHADOW-CLUSTERS       TO WS-MOVE-FROM
           MOVE WS-LIVE-CLUSTERS         TO WS-MOVE-TO
           PERFORM 830-MOVE-IF-PRESENT
           IF WS-RC NOT = 0
               DISPLAY 'LLM-EMBED-MIGRATE: cutover incomplete - run '
                       'ROLLBACK to restore the previous master'
               GOBACK
           END-IF

           MOVE WS-LIVE-MASTER           TO WS-READ-MASTER-FILENAME
           PERFORM 820-READ-MASTER-MODEL
           DISPLAY 'LLM-EMBED-MIGRATE: cutover complete - '
                   FUNCTION TRIM(WS-LIVE-MASTER) ' now holds model '
                   FUNCTION TRIM(WS-FIRST-MODEL)
           DISPLAY 'LLM-EMBED-MIGRATE: set LLM_RAG_EMBED_MODEL='
                   FUNCTION TRIM(WS-FIRST-MODEL)
                   ' for every search job'
           IF WS-DISPLACED-MODEL NOT = SPACES
               DISPLAY 'LLM-EMBED-MIGRATE: rollback copy '
                       FUNCTION TRIM(WS-ROLLBACK-MASTER) ' holds model '
                       FUNCTION TRIM(WS-DISPLACED-MODEL)
           END-IF.


      *> The inverse of CUTOVER. The set being backed out is kept as
      *> the shadow, so it can be compared again or re-cut without a
      *> rebuild once whatever prompted the rollback is fixed.
       500-ROLLBACK.
           MOVE WS-ROLLBACK-MASTER       TO WS-PROBE-FILENAME
           PERFORM 810-PROBE-FILE
           IF NOT WS-FILE-FOUND
               DISPLAY 'LLM-EMBED-MIGRATE: no rollback copy '
                       FUNCTION TRIM(WS-ROLLBACK-MASTER)
                       ' - nothing to roll back to'
               MOVE 8 TO WS-RC
               GOBACK
           END-IF

           MOVE WS-SHADOW-MASTER         TO WS-MOVE-FROM
           MOVE WS-SHADOW-CENTROIDS      TO WS-MOVE-TO
           MOVE WS-SHADOW-CLUSTERS       TO WS-LINE-HOLD
           PERFORM 840-REMOVE-SET

           MOVE WS-LIVE-MASTER           TO WS-MOVE-FROM
           MOVE WS-SHADOW-MASTER         TO WS-MOVE-TO
           PERFORM 830-MOVE-IF-PRESENT
           MOVE WS-LIVE-CENTROIDS        TO WS-MOVE-FROM
           MOVE WS-SHADOW-CENTROIDS      TO WS-MOVE-TO
           PERFORM 830-MOVE-IF-PRESENT
           MOVE WS-LIVE-CLUSTERS         TO WS-MOVE-FROM
           MOVE WS-SHADOW-CLUSTERS       TO WS-MOVE-TO
           PERFORM 830-MOVE-IF-PRESENT

           MOVE WS-ROLLBACK-MASTER       TO WS-MOVE-FROM
           MOVE WS-LIVE-MASTER           TO WS-MOVE-TO
           PERFORM 830-MOVE-IF-PRESENT
           MOVE WS-ROLLBACK-CENTROIDS    TO WS-MOVE-FROM
           MOVE WS-LIVE-CENTROIDS        TO WS-MOVE-TO
           PERFORM 830-MOVE-IF-PRESENT
           MOVE WS-ROLLBACK-CLUSTERS     TO WS-MOVE-FROM
           MOVE WS-LIVE-CLUSTERS         TO WS-MOVE-TO
           PERFORM 830-MOVE-IF-PRESENT
           IF WS-RC NOT = 0
               DISPLAY 'LLM-EMBED-MIGRATE: rollback incomplete - '
                       'check the master files by hand'
               GOBACK
           END-IF

           MOVE WS-LIVE-MASTER           TO WS-READ-MASTER-FILENAME
           PERFORM 820-READ-MASTER-MODEL
           DISPLAY 'LLM-EMBED-MIGRATE: rolled back - '
                   FUNCTION TRIM(WS-LIVE-MASTER) ' holds model '
                   FUNCTION TRIM(WS-FIRST-MODEL)
           DISPLAY 'LLM-EMBED-MIGRATE: set LLM_RAG_EMBED_MODEL='
                   FUNCTION TRIM(WS-FIRST-MODEL)
                   ' for every search job'.


      *> LLM-JOB-RUNNER's step call: clear RETURN-CODE, run, capture.
       800-RUN-STEP.
           DISPLAY 'LLM-EMBED-MIGRATE: ' FUNCTION TRIM(WS-STEP-CMD)
           MOVE 0 TO RETURN-CODE
           CALL 'SYSTEM' USING WS-STEP-CMD
           MOVE RETURN-CODE              TO WS-STEP-RC
           MOVE 0                        TO RETURN-CODE.


       810-PROBE-FILE.
           MOVE 'N' TO WS-FOUND-FLAG
           OPEN INPUT PROBE-FILE
           IF WS-PRB-FILE-STATUS = '00'
               SET WS-FILE-FOUND TO TRUE
               CLOSE PROBE-FILE
           END-IF.


       820-READ-MASTER-MODEL.
           MOVE SPACES TO WS-FIRST-MODEL
           MOVE 0      TO WS-FIRST-DIMS
           OPEN INPUT VECTOR-MASTER
           IF WS-MST-FILE-STATUS = '00'
               READ VECTOR-MASTER
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE VEC-MODEL    TO WS-FIRST-MODEL
                       MOVE VEC-DIMENSION-COUNT TO WS-FIRST-DIMS
               END-READ
               CLOSE VECTOR-MASTER
           END-IF.


       830-MOVE-IF-PRESENT.
           MOVE WS-MOVE-FROM             TO WS-PROBE-FILENAME
           PERFORM 810-PROBE-FILE
           IF WS-FILE-FOUND
               MOVE SPACES TO WS-STEP-CMD
               STRING 'mv -f '                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MOVE-FROM) DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MOVE-TO) DELIMITED BY SIZE
                      INTO WS-STEP-CMD
               END-STRING
               PERFORM 800-RUN-STEP
               IF WS-STEP-RC NOT = 0
                   MOVE 8 TO WS-RC
               END-IF
           END-IF.


      *> Master in WS-MOVE-FROM, its sidecars in WS-MOVE-TO and
      *> WS-LINE-HOLD.
       840-REMOVE-SET.
           MOVE SPACES TO WS-STEP-CMD
           STRING 'rm -f '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOVE-FROM) DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOVE-TO)   DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-HOLD) DELIMITED BY SIZE
                  INTO WS-STEP-CMD
           END-STRING
           PERFORM 800-RUN-STEP.


       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.
