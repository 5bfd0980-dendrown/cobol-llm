      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-TOPIC-WATCH.cob
      *> Desc    : Weekly emerging-topic report over the centroids
      *>           LLM-VECTOR-CLUSTER builds. Every vector on the
      *>           master whose document's DMD-EFFECTIVE-DATE falls in
      *>           the report week, or in the trailing weeks before it,
      *>           is assigned to its nearest centroid by cosine. The
      *>           report shows each cluster's volume this week against
      *>           its trailing weekly average, ranks the fastest-
      *>           growing clusters with the week's documents nearest
      *>           their centroid as representatives, and lists this
      *>           week's documents that sit far from every centroid -
      *>           possible new topics the clusters were never built
      *>           on. A document with no metadata line, or no
      *>           effective date, cannot be placed in a week and is
      *>           only counted. RC 4 when any possible new topic is
      *>           listed, so operations get the early warning.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-TOPIC-WATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VECTOR-MASTER ASSIGN TO WS-MASTER-FILENAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT CENTROID-FILE ASSIGN TO WS-CENTROID-FILENAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-CEN-FILE-STATUS.

           SELECT METADATA-FILE ASSIGN TO WS-METADATA-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MTD-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  VECTOR-MASTER.
       COPY 'LLM-VECTOR-RECORD.cpy'.

       FD  CENTROID-FILE.
       COPY 'LLM-CENTROID-RECORD.cpy'.

       FD  METADATA-FILE.
       COPY 'LLM-DOC-METADATA-RECORD.cpy'.

       FD  REPORT-OUT.
       01 REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-MASTER-FILENAME        PIC X(256).
       01 WS-CENTROID-FILENAME      PIC X(256).
       01 WS-METADATA-FILENAME      PIC X(256).
       01 WS-REPORT-FILENAME        PIC X(256).
       01 WS-MST-FILE-STATUS        PIC X(2).
       01 WS-CEN-FILE-STATUS        PIC X(2).
       01 WS-MTD-FILE-STATUS        PIC X(2).
       01 WS-RPT-FILE-STATUS        PIC X(2).
       01 WS-ARG-COUNT              PIC 999 COMP-5.
       01 WS-ARG-TEXT               PIC X(16).
       01 WS-EOF-FLAG               PIC X(1) VALUE 'N'.
         88 WS-EOF                      VALUE 'Y'.

      *> ---- the report week ------------------------------------------
       01 WS-WEEK-END-DATE          PIC 9(8).
       01 WS-WEEK-END-JULIAN        PIC 9(8).
       01 WS-WEEK-START-DATE        PIC 9(8).
       01 WS-TRAIL-WEEKS            PIC 9(2) VALUE 8.
       01 WS-NEW-TOPIC-PCT          PIC 9(3) VALUE 50.
       01 WS-NEW-TOPIC-FLOOR        USAGE COMP-2.
       01 WS-DOC-JULIAN             PIC 9(8).
       01 WS-DAY-OFFSET             PIC S9(8).
       01 WS-WEEK-NO                PIC 9(2) COMP.

      *> ---- document dates, sorted for SEARCH ALL (the
      *>      LLM-VECTOR-SEARCH metadata table) ------------------------
       01 WS-META-COUNT             PIC 9(6) COMP VALUE 0.
       01 WS-META-TABLE.
           05 WS-META-ENTRY         OCCURS 1 TO 100000 TIMES
                                    DEPENDING ON WS-META-COUNT
                                    ASCENDING KEY IS WS-META-KEY
                                    INDEXED BY WS-META-IDX.
             10 WS-META-KEY         PIC X(20).
             10 WS-META-EFFECTIVE   PIC 9(8).
       01 WS-META-HIT-FLAG          PIC X(1).
         88 WS-META-HIT                 VALUE 'Y'.

      *> ---- centroids, norms precomputed -----------------------------
       01 WS-CEN-COUNT              PIC 9(4) COMP VALUE 0.
       01 WS-CEN-MODEL              PIC X(128).
       01 WS-CEN-DIMS               PIC 9(4) COMP VALUE 0.
       01 WS-CEN-TABLE.
           05 WS-CEN-ENTRY          OCCURS 64 TIMES
                                    INDEXED BY WS-CEN-IDX.
             10 WS-CEN-NO           PIC 9(4).
             10 WS-CEN-NORM         USAGE COMP-2.
             10 WS-CEN-DIM          OCCURS 4096 TIMES
                                    USAGE COMP-2.

      *> ---- per-cluster weekly volumes: week 0 is the report week,
      *>      weeks 1-26 the trailing weeks before it -----------------
       01 WS-VOL-TABLE.
           05 WS-VOL-ENTRY          OCCURS 64 TIMES.
             10 WS-VOL-WEEK         OCCURS 27 TIMES PIC 9(7).
             10 WS-VOL-TRAIL-AVG    PIC 9(7)V99.
             10 WS-VOL-GROWTH       PIC S9(7)V99.
             10 WS-VOL-REP          OCCURS 3 TIMES.
               15 WS-VOL-REP-KEY    PIC X(20).
               15 WS-VOL-REP-SCORE  USAGE COMP-2.
       01 WS-REP-SCAN               PIC 9(1) COMP.
       01 WS-REP-SLOT               PIC 9(1) COMP.

      *> ---- documents far from every centroid this week --------------
       01 WS-NEW-COUNT              PIC 9(7) VALUE 0.
       01 WS-NEW-MAX                PIC 9(4) COMP VALUE 500.
       01 WS-NEW-TABLE.
           05 WS-NEW-ENTRY          OCCURS 500 TIMES.
             10 WS-NEW-KEY          PIC X(20).
             10 WS-NEW-CLUSTER      PIC 9(4).
             10 WS-NEW-SCORE        USAGE COMP-2.

      *> ---- fastest growers, ranked ----------------------------------
       01 WS-RANK-COUNT             PIC 9(2) COMP VALUE 0.
       01 WS-RANK-TABLE.
           05 WS-RANK-CLUSTER       OCCURS 64 TIMES PIC 9(4) COMP.
       01 WS-RANK-SWAP              PIC 9(4) COMP.
       01 WS-SORT-I                 PIC 9(4) COMP.
       01 WS-SORT-J                 PIC 9(4) COMP.
       01 WS-TOP-GROWERS            PIC 9(2) COMP VALUE 10.

      *> ---- per-record assignment ------------------------------------
       01 WS-VEC-IDX                PIC 9(4) COMP.
       01 WS-CLUS-SCAN              PIC 9(4) COMP.
       01 WS-BEST-CLUSTER           PIC 9(4) COMP.
       01 WS-BEST-SCORE             USAGE COMP-2.
       01 WS-DOT-PRODUCT            USAGE COMP-2.
       01 WS-RECORD-NORM            USAGE COMP-2.
       01 WS-SCORE                  USAGE COMP-2.

      *> ---- counts ---------------------------------------------------
       01 WS-VECTOR-COUNT           PIC 9(9) VALUE 0.
       01 WS-UNDATED-COUNT          PIC 9(9) VALUE 0.
       01 WS-OUTSIDE-COUNT          PIC 9(9) VALUE 0.
       01 WS-WEEK-DOC-COUNT         PIC 9(9) VALUE 0.
       01 WS-TRAIL-DOC-COUNT        PIC 9(9) VALUE 0.
       01 WS-TRAIL-SUM              PIC 9(9).

      *> ---- report editing -------------------------------------------
       01 WS-EDIT-COUNT             PIC ZZZ,ZZ9.
       01 WS-EDIT-GROWTH            PIC ---,--9.9.
       01 WS-EDIT-SIM               PIC -9.999.
       01 WS-EDIT-WEEKS             PIC Z9.
       01 WS-EDIT-CLUSTER           PIC ZZZ9.
       01 WS-EDIT-PCT               PIC ZZ9.
       01 WS-CLUSTER-LINE.
           05 CLN-CLUSTER           PIC ZZZ9.
           05 FILLER                PIC X(3).
           05 CLN-WEEK              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(3).
           05 CLN-AVG               PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(3).
           05 CLN-GROWTH            PIC X(10).
           05 FILLER                PIC X(3).
           05 CLN-REPS              PIC X(66).
           05 FILLER                PIC X(23).

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 150-LOAD-METADATA
           PERFORM 170-LOAD-CENTROIDS
           PERFORM 200-ASSIGN-DOCUMENTS
           PERFORM 300-RANK-GROWTH
           PERFORM 400-WRITE-REPORT
           DISPLAY 'LLM-TOPIC-WATCH: week ending ' WS-WEEK-END-DATE
                   ' documents ' WS-WEEK-DOC-COUNT
                   ', possible new topics ' WS-NEW-COUNT
           DISPLAY 'LLM-TOPIC-WATCH: vectors read ' WS-VECTOR-COUNT
                   ', undated ' WS-UNDATED-COUNT
           IF WS-NEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=vector master (centroids are read from the
      *>       <master>.centroids sidecar LLM-VECTOR-CLUSTER wrote)
      *>       2=document metadata file  3=report file
      *>       4=week-ending date YYYYMMDD (optional, default today;
      *>         the week is that day and the six before it)
      *>       5=trailing weeks for the average (optional, default 8,
      *>         at most 26)
      *>       6=new-topic floor, percent cosine similarity to the
      *>         nearest centroid (optional, default 50)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 3
               DISPLAY 'LLM-TOPIC-WATCH: usage: LLM-TOPIC-WATCH '
                       '<vector-master> <metadata> <report> '
                       '[week-end-yyyymmdd] [weeks] [floor-pct]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-MASTER-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-METADATA-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE

           ACCEPT WS-WEEK-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 4
               MOVE 4                   TO WS-ARG-COUNT
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT NOT = SPACES AND WS-ARG-TEXT NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-ARG-TEXT)
                                        TO WS-WEEK-END-DATE
               END-IF
           END-IF
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT NOT = SPACES AND WS-ARG-TEXT NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-ARG-TEXT)
                                        TO WS-TRAIL-WEEKS
               END-IF
           END-IF
           IF WS-TRAIL-WEEKS = 0 OR WS-TRAIL-WEEKS > 26
               MOVE 8                   TO WS-TRAIL-WEEKS
           END-IF
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT NOT = SPACES AND WS-ARG-TEXT NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-ARG-TEXT)
                                        TO WS-NEW-TOPIC-PCT
               END-IF
           END-IF
           COMPUTE WS-NEW-TOPIC-FLOOR = WS-NEW-TOPIC-PCT / 100

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-END-DATE) NOT = 0
               DISPLAY 'LLM-TOPIC-WATCH: week-ending date '
                       WS-WEEK-END-DATE ' is not a valid date'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-WEEK-END-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE)
           COMPUTE WS-WEEK-START-DATE = FUNCTION DATE-OF-INTEGER(
               WS-WEEK-END-JULIAN - 6)

           STRING FUNCTION TRIM(WS-MASTER-FILENAME) DELIMITED BY SIZE
                  '.centroids'           DELIMITED BY SIZE
                  INTO WS-CENTROID-FILENAME
           END-STRING
           INITIALIZE WS-VOL-TABLE.


      *> Key and effective date only - the rest of the line is the
      *> retrieval filters' business.
       150-LOAD-METADATA.
           OPEN INPUT METADATA-FILE
           IF WS-MTD-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-TOPIC-WATCH: cannot open metadata file '
                       FUNCTION TRIM(WS-METADATA-FILENAME)
                       ', status ' WS-MTD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ METADATA-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF DMD-DOC-KEY NOT = SPACES
                       AND DMD-DOC-KEY(1:1) NOT = '*'
                           IF WS-META-COUNT >= 100000
                               DISPLAY 'LLM-TOPIC-WATCH: metadata file '
                                       'exceeds the 100,000-entry table'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-META-COUNT
                           SET WS-META-IDX TO WS-META-COUNT
                           MOVE DMD-DOC-KEY TO WS-META-KEY(WS-META-IDX)
                           MOVE 0     TO WS-META-EFFECTIVE(WS-META-IDX)
                           IF DMD-EFFECTIVE-DATE IS NUMERIC
                               MOVE DMD-EFFECTIVE-DATE
                                   TO WS-META-EFFECTIVE(WS-META-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE METADATA-FILE
           IF WS-META-COUNT > 1
               SORT WS-META-ENTRY ASCENDING KEY WS-META-KEY
           END-IF.


      *> Centroids that no longer match the master's model or
      *> dimension count would put every document in the wrong
      *> cluster - checked against the master on the first record.
       170-LOAD-CENTROIDS.
           OPEN INPUT CENTROID-FILE
           IF WS-CEN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-TOPIC-WATCH: cannot open centroid file '
                       FUNCTION TRIM(WS-CENTROID-FILENAME)
                       ' - run LLM-VECTOR-CLUSTER first'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ CENTROID-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CEN-COUNT < 64
                           ADD 1 TO WS-CEN-COUNT
                           SET WS-CEN-IDX TO WS-CEN-COUNT
                           IF WS-CEN-COUNT = 1
                               MOVE CEN-MODEL       TO WS-CEN-MODEL
                               MOVE CEN-DIMENSION-COUNT
                                                    TO WS-CEN-DIMS
                           END-IF
                           MOVE CEN-CLUSTER-NO
                                       TO WS-CEN-NO(WS-CEN-IDX)
                           COMPUTE WS-CEN-NORM(WS-CEN-IDX) = 0
                           PERFORM VARYING WS-VEC-IDX FROM 1 BY 1
                               UNTIL WS-VEC-IDX > WS-CEN-DIMS
                               MOVE CEN-VECTOR(WS-VEC-IDX)
                                   TO WS-CEN-DIM(WS-CEN-IDX,
                                                 WS-VEC-IDX)
                               COMPUTE WS-CEN-NORM(WS-CEN-IDX)
                                   = WS-CEN-NORM(WS-CEN-IDX)
                                   + CEN-VECTOR(WS-VEC-IDX)
                                   * CEN-VECTOR(WS-VEC-IDX)
                           END-PERFORM
                           COMPUTE WS-CEN-NORM(WS-CEN-IDX) =
                               FUNCTION SQRT(WS-CEN-NORM(WS-CEN-IDX))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CENTROID-FILE
           IF WS-CEN-COUNT = 0
               DISPLAY 'LLM-TOPIC-WATCH: centroid file is empty - '
                       'run LLM-VECTOR-CLUSTER first'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       200-ASSIGN-DOCUMENTS.
           OPEN INPUT VECTOR-MASTER
           IF WS-MST-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-TOPIC-WATCH: cannot open vector master, '
                       'status ' WS-MST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ VECTOR-MASTER
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VECTOR-COUNT
                       PERFORM 210-ASSIGN-ONE-DOCUMENT
               END-READ
           END-PERFORM
           CLOSE VECTOR-MASTER.


      *> Week number from the effective date: 0 for the report week,
      *> 1 for the seven days before it, and so on; anything later
      *> than the week-ending date or older than the trailing window
      *> is outside the report.
       210-ASSIGN-ONE-DOCUMENT.
           IF VEC-MODEL NOT = WS-CEN-MODEL
           OR VEC-DIMENSION-COUNT NOT = WS-CEN-DIMS
               DISPLAY 'LLM-TOPIC-WATCH: centroids do not match the '
                       'master at key ' VEC-DOC-KEY
                       ' - rerun LLM-VECTOR-CLUSTER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-META-HIT-FLAG
           IF WS-META-COUNT > 0
               SEARCH ALL WS-META-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-META-KEY(WS-META-IDX) = VEC-DOC-KEY
                       SET WS-META-HIT TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-META-HIT
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               IF WS-META-EFFECTIVE(WS-META-IDX) = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(
                      WS-META-EFFECTIVE(WS-META-IDX)) NOT = 0
                   ADD 1 TO WS-UNDATED-COUNT
               ELSE
                   COMPUTE WS-DOC-JULIAN = FUNCTION INTEGER-OF-DATE(
                       WS-META-EFFECTIVE(WS-META-IDX))
                   COMPUTE WS-DAY-OFFSET =
                       WS-WEEK-END-JULIAN - WS-DOC-JULIAN
                   IF WS-DAY-OFFSET < 0
                   OR WS-DAY-OFFSET >= (WS-TRAIL-WEEKS + 1) * 7
                       ADD 1 TO WS-OUTSIDE-COUNT
                   ELSE
                       COMPUTE WS-WEEK-NO = WS-DAY-OFFSET / 7
                       PERFORM 230-FIND-NEAREST-CENTROID
                       ADD 1 TO WS-VOL-WEEK(WS-BEST-CLUSTER,
                                            WS-WEEK-NO + 1)
                       IF WS-WEEK-NO = 0
                           ADD 1 TO WS-WEEK-DOC-COUNT
                           PERFORM 240-NOTE-REPRESENTATIVE
                           IF WS-BEST-SCORE < WS-NEW-TOPIC-FLOOR
                               PERFORM 250-NOTE-NEW-TOPIC
                           END-IF
                       ELSE
                           ADD 1 TO WS-TRAIL-DOC-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.


      *> WS-BEST-CLUSTER is the centroid's slot in the table;
      *> WS-BEST-SCORE its cosine similarity (-1 to 1).
       230-FIND-NEAREST-CENTROID.
           COMPUTE WS-RECORD-NORM = 0
           PERFORM VARYING WS-VEC-IDX FROM 1 BY 1
               UNTIL WS-VEC-IDX > WS-CEN-DIMS
               COMPUTE WS-RECORD-NORM = WS-RECORD-NORM
                   + VEC-VECTOR(WS-VEC-IDX)
                   * VEC-VECTOR(WS-VEC-IDX)
           END-PERFORM
           COMPUTE WS-RECORD-NORM = FUNCTION SQRT(WS-RECORD-NORM)

           MOVE 1  TO WS-BEST-CLUSTER
           MOVE -2 TO WS-BEST-SCORE
           PERFORM VARYING WS-CLUS-SCAN FROM 1 BY 1
               UNTIL WS-CLUS-SCAN > WS-CEN-COUNT
               SET WS-CEN-IDX TO WS-CLUS-SCAN
               COMPUTE WS-DOT-PRODUCT = 0
               PERFORM VARYING WS-VEC-IDX FROM 1 BY 1
                   UNTIL WS-VEC-IDX > WS-CEN-DIMS
                   COMPUTE WS-DOT-PRODUCT = WS-DOT-PRODUCT
                       + VEC-VECTOR(WS-VEC-IDX)
                       * WS-CEN-DIM(WS-CEN-IDX, WS-VEC-IDX)
               END-PERFORM
               IF WS-RECORD-NORM > 0
               AND WS-CEN-NORM(WS-CEN-IDX) > 0
                   COMPUTE WS-SCORE = WS-DOT-PRODUCT
                       / (WS-RECORD-NORM * WS-CEN-NORM(WS-CEN-IDX))
                   IF WS-SCORE > WS-BEST-SCORE
                       MOVE WS-SCORE     TO WS-BEST-SCORE
                       MOVE WS-CLUS-SCAN TO WS-BEST-CLUSTER
                   END-IF
               END-IF
           END-PERFORM.


      *> The three of the week's documents nearest the centroid stand
      *> for the cluster in the growth list; a closer document pushes
      *> the farthest of the three out.
       240-NOTE-REPRESENTATIVE.
           MOVE 0 TO WS-REP-SLOT
           PERFORM VARYING WS-REP-SCAN FROM 1 BY 1
               UNTIL WS-REP-SCAN > 3 OR WS-REP-SLOT > 0
               IF WS-VOL-REP-KEY(WS-BEST-CLUSTER, WS-REP-SCAN)
                       = SPACES
                   MOVE WS-REP-SCAN TO WS-REP-SLOT
               END-IF
           END-PERFORM
           IF WS-REP-SLOT = 0
               MOVE 1 TO WS-REP-SLOT
               PERFORM VARYING WS-REP-SCAN FROM 2 BY 1
                   UNTIL WS-REP-SCAN > 3
                   IF WS-VOL-REP-SCORE(WS-BEST-CLUSTER, WS-REP-SCAN)
                    < WS-VOL-REP-SCORE(WS-BEST-CLUSTER, WS-REP-SLOT)
                       MOVE WS-REP-SCAN TO WS-REP-SLOT
                   END-IF
               END-PERFORM
               IF WS-VOL-REP-SCORE(WS-BEST-CLUSTER, WS-REP-SLOT)
                       >= WS-BEST-SCORE
                   MOVE 0 TO WS-REP-SLOT
               END-IF
           END-IF
           IF WS-REP-SLOT > 0
               MOVE VEC-DOC-KEY
                   TO WS-VOL-REP-KEY(WS-BEST-CLUSTER, WS-REP-SLOT)
               MOVE WS-BEST-SCORE
                   TO WS-VOL-REP-SCORE(WS-BEST-CLUSTER, WS-REP-SLOT)
           END-IF.


       250-NOTE-NEW-TOPIC.
           ADD 1 TO WS-NEW-COUNT
           IF WS-NEW-COUNT <= WS-NEW-MAX
               MOVE VEC-DOC-KEY      TO WS-NEW-KEY(WS-NEW-COUNT)
               MOVE WS-CEN-NO(WS-BEST-CLUSTER)
                                     TO WS-NEW-CLUSTER(WS-NEW-COUNT)
               MOVE WS-BEST-SCORE    TO WS-NEW-SCORE(WS-NEW-COUNT)
           END-IF.


      *> Trailing average over the full window, quiet weeks included,
      *> and growth as this week less that average. Clusters that grew
      *> are ranked by the growth, largest first.
       300-RANK-GROWTH.
           PERFORM VARYING WS-CLUS-SCAN FROM 1 BY 1
               UNTIL WS-CLUS-SCAN > WS-CEN-COUNT
               MOVE 0 TO WS-TRAIL-SUM
               PERFORM VARYING WS-WEEK-NO FROM 1 BY 1
                   UNTIL WS-WEEK-NO > WS-TRAIL-WEEKS
                   ADD WS-VOL-WEEK(WS-CLUS-SCAN, WS-WEEK-NO + 1)
                                         TO WS-TRAIL-SUM
               END-PERFORM
               COMPUTE WS-VOL-TRAIL-AVG(WS-CLUS-SCAN) ROUNDED =
                   WS-TRAIL-SUM / WS-TRAIL-WEEKS
               COMPUTE WS-VOL-GROWTH(WS-CLUS-SCAN) =
                   WS-VOL-WEEK(WS-CLUS-SCAN, 1)
                   - WS-VOL-TRAIL-AVG(WS-CLUS-SCAN)
               IF WS-VOL-GROWTH(WS-CLUS-SCAN) > 0
                   ADD 1 TO WS-RANK-COUNT
                   MOVE WS-CLUS-SCAN TO WS-RANK-CLUSTER(WS-RANK-COUNT)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-RANK-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-RANK-COUNT - WS-SORT-I
                   IF WS-VOL-GROWTH(WS-RANK-CLUSTER(WS-SORT-J))
                    < WS-VOL-GROWTH(WS-RANK-CLUSTER(WS-SORT-J + 1))
                       MOVE WS-RANK-CLUSTER(WS-SORT-J)
                                         TO WS-RANK-SWAP
                       MOVE WS-RANK-CLUSTER(WS-SORT-J + 1)
                                TO WS-RANK-CLUSTER(WS-SORT-J)
                       MOVE WS-RANK-SWAP
                                TO WS-RANK-CLUSTER(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.


       400-WRITE-REPORT.
           OPEN OUTPUT REPORT-OUT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-TOPIC-WATCH: cannot open report '
                       FUNCTION TRIM(WS-REPORT-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-TRAIL-WEEKS           TO WS-EDIT-WEEKS
           MOVE SPACES TO REPORT-LINE
           STRING 'LLM-TOPIC-WATCH  DOCUMENTS EFFECTIVE '
                  WS-WEEK-START-DATE ' TO ' WS-WEEK-END-DATE
                  ' BY NEAREST CLUSTER, AGAINST THE TRAILING '
                  FUNCTION TRIM(WS-EDIT-WEEKS) ' WEEKS'
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CENTROIDS: ' FUNCTION TRIM(WS-CENTROID-FILENAME)
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'VOLUME BY CLUSTER'    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLUSTER  THIS WEEK    WEEKLY AVG      GROWTH'
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-CLUS-SCAN FROM 1 BY 1
               UNTIL WS-CLUS-SCAN > WS-CEN-COUNT
               PERFORM 410-FORMAT-CLUSTER-LINE
               MOVE SPACES               TO CLN-REPS
               WRITE REPORT-LINE FROM WS-CLUSTER-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FASTEST-GROWING CLUSTERS'
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLUSTER  THIS WEEK    WEEKLY AVG      GROWTH   '
                  'REPRESENTATIVE DOCUMENTS (NEAREST THE CENTROID)'
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-RANK-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING '  NO CLUSTER ABOVE ITS TRAILING AVERAGE'
                                         DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-RANK-COUNT
                  OR WS-SORT-I > WS-TOP-GROWERS
               MOVE WS-RANK-CLUSTER(WS-SORT-I) TO WS-CLUS-SCAN
               PERFORM 410-FORMAT-CLUSTER-LINE
               MOVE SPACES               TO CLN-REPS
               STRING WS-VOL-REP-KEY(WS-CLUS-SCAN, 1) ' '
                      WS-VOL-REP-KEY(WS-CLUS-SCAN, 2) ' '
                      WS-VOL-REP-KEY(WS-CLUS-SCAN, 3)
                                         DELIMITED BY SIZE
                      INTO CLN-REPS
               END-STRING
               WRITE REPORT-LINE FROM WS-CLUSTER-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NEW-TOPIC-PCT         TO WS-EDIT-PCT
           MOVE SPACES TO REPORT-LINE
           STRING 'POSSIBLE NEW TOPICS - THIS WEEK''S DOCUMENTS UNDER '
                  FUNCTION TRIM(WS-EDIT-PCT)
                  '% SIMILAR TO EVERY CENTROID'
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DOCUMENT KEY          NEAREST  SIMILARITY'
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-NEW-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING '  NONE'           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-NEW-COUNT
                  OR WS-SORT-I > WS-NEW-MAX
               MOVE WS-NEW-CLUSTER(WS-SORT-I) TO WS-EDIT-CLUSTER
               MOVE WS-NEW-SCORE(WS-SORT-I)   TO WS-EDIT-SIM
               MOVE SPACES TO REPORT-LINE
               STRING WS-NEW-KEY(WS-SORT-I) '  ' WS-EDIT-CLUSTER
                      '     ' WS-EDIT-SIM
                                         DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-NEW-COUNT > WS-NEW-MAX
               MOVE WS-NEW-COUNT         TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '  ... FIRST 500 OF '
                      FUNCTION TRIM(WS-EDIT-COUNT) ' LISTED'
                                         DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WEEK-DOC-COUNT        TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'DOCUMENTS THIS WEEK ' FUNCTION TRIM(WS-EDIT-COUNT)
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TRAIL-DOC-COUNT       TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'DOCUMENTS IN THE TRAILING WEEKS '
                  FUNCTION TRIM(WS-EDIT-COUNT)
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-UNDATED-COUNT         TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'VECTORS WITH NO EFFECTIVE DATE (NOT PLACED) '
                  FUNCTION TRIM(WS-EDIT-COUNT)
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-OUT.


      *> Count, average and growth columns for cluster slot
      *> WS-CLUS-SCAN; growth is shown as a percentage of the
      *> average, or NEW where the cluster had nothing before.
       410-FORMAT-CLUSTER-LINE.
           MOVE SPACES                   TO WS-CLUSTER-LINE
           MOVE WS-CEN-NO(WS-CLUS-SCAN)  TO CLN-CLUSTER
           MOVE WS-VOL-WEEK(WS-CLUS-SCAN, 1) TO CLN-WEEK
           MOVE WS-VOL-TRAIL-AVG(WS-CLUS-SCAN) TO CLN-AVG
           IF WS-VOL-TRAIL-AVG(WS-CLUS-SCAN) = 0
               IF WS-VOL-WEEK(WS-CLUS-SCAN, 1) > 0
                   MOVE '       NEW'     TO CLN-GROWTH
               ELSE
                   MOVE '         -'     TO CLN-GROWTH
               END-IF
           ELSE
               COMPUTE WS-EDIT-GROWTH ROUNDED =
                   WS-VOL-GROWTH(WS-CLUS-SCAN) * 100
                   / WS-VOL-TRAIL-AVG(WS-CLUS-SCAN)
               STRING WS-EDIT-GROWTH '%' DELIMITED BY SIZE
                      INTO CLN-GROWTH
               END-STRING
           END-IF.
