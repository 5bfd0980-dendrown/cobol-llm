      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-CONFIG-REGISTRY.cob
      *> Desc    : Change control for the configuration files that
      *>           are otherwise edited in place with no history -
      *>           LLM_CONFIG_FILE, the compiled-in LLM-CONFIG-
      *>           FALLBACK settings, LLM_BATCH_MODEL_ROUTES,
      *>           LLM_RATE_FILE and LLM_PROVIDER_POLICY_FILE.
      *>             CAPTURE [changed-by]
      *>               Fingerprints the live settings (LLM-CONFIG-
      *>               FINGERPRINT). If they differ from the last
      *>               version on the registry, keeps a snapshot of
      *>               every field as the next version, records who
      *>               (the argument, else LLM_CONFIG_CHANGED_BY,
      *>               else the login name) and when, and prints the
      *>               field-by-field difference from the version
      *>               before. Unchanged settings add nothing. Meant
      *>               for the head of the nightly schedule and for
      *>               whoever has just edited a file.
      *>             HISTORY
      *>               Lists the versions, newest last.
      *>             DIFF <version> [<version>]
      *>               Field-by-field difference between two stored
      *>               versions; with one, against its predecessor.
      *>             FIND <fingerprint>
      *>               The version whose settings carry a run's
      *>               fingerprint (LLM-RUN-INQUIRY shows it) and
      *>               its difference from the version before.
      *>             COMPARE <env-file-a> <env-file-b>
      *>               Two environments side by side - test against
      *>               production - each named by a file of
      *>               VARIABLE=path lines giving its settings'
      *>               locations (LLM-CONFIG-FINGERPRINT.cpy).
      *>               Return code 4 when they differ.
      *>           Registry: LLM_CONFIG_REGISTRY (default
      *>           LLM-CONFIG-REGISTRY.DAT, layout in
      *>           LLM-CONFIG-REGISTRY-RECORD.cpy). Snapshots:
      *>           LLM-CONFIG-Vnnnnn.snap in LLM_CONFIG_SNAPSHOT_DIR
      *>           (default the current directory), API keys masked.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-CONFIG-REGISTRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-REGISTRY ASSIGN TO WS-REGISTRY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CRG-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-REGISTRY.
       COPY 'LLM-CONFIG-REGISTRY-RECORD.cpy'.

       FD  SNAPSHOT-FILE.
       COPY 'LLM-CONFIG-SNAPSHOT-RECORD.cpy'.

       WORKING-STORAGE SECTION.
      *> ---- arguments and files -------------------------------------
       01 WS-ARG-COUNT              PIC 999 COMP-5.
       01 WS-ARG-TOTAL              PIC 999 COMP-5.
       01 WS-MODE                   PIC X(10).
       01 WS-ARG-1                  PIC X(256).
       01 WS-ARG-2                  PIC X(256).
       01 WS-REGISTRY-FILENAME      PIC X(256).
       01 WS-CRG-FILE-STATUS        PIC X(2).
       01 WS-SNAPSHOT-DIR           PIC X(200).
       01 WS-SNAP-FILENAME          PIC X(256).
       01 WS-SNP-FILE-STATUS        PIC X(2).
       01 WS-EOF-FLAG               PIC X(1).
         88 WS-EOF                      VALUE 'Y'.
       01 WS-CHANGED-BY             PIC X(30).

      *> ---- the versions on the registry ----------------------------
       01 WS-VER-COUNT              PIC 9(5) COMP VALUE 0.
       01 WS-VER-TABLE.
           05 WS-VER-ENTRY          OCCURS 2000 TIMES
                                    INDEXED BY WS-VER-IDX.
             10 WS-VER-RECORD       PIC X(463).
       01 WS-VER-SCAN               PIC 9(5) COMP.
       01 WS-VER-A                  PIC 9(5) COMP.
       01 WS-VER-B                  PIC 9(5) COMP.
       01 WS-VERSION-NUMBER         PIC 9(5).
       01 WS-FIND-FINGERPRINT       PIC 9(9).

      *> ---- the capture ---------------------------------------------
       COPY 'LLM-CONFIG-FINGERPRINT.cpy'.
       01 WS-CHANGED-ITEMS          PIC X(45).
       01 WS-ITEM-NO                PIC 9(1).
       01 WS-CHANGED-PTR            PIC 9(3) COMP.
       01 WS-NOW-TIMESTAMP.
           05 WS-NOW-DATE           PIC 9(8).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-NOW-TIME           PIC 9(8).
       01 WS-FP-EDIT-A              PIC 9(9).
       01 WS-FP-EDIT-B              PIC 9(9).
       01 WS-LABEL-A                PIC X(40).
       01 WS-LABEL-B                PIC X(40).
       01 WS-SNAP-A                 PIC X(256).
       01 WS-SNAP-B                 PIC X(256).

      *> ---- the two sides of a difference, sorted item + field -----
       01 WS-SIDE-MAX               PIC 9(5) COMP VALUE 3000.
       01 WS-OLD-COUNT              PIC 9(5) COMP VALUE 0.
       01 WS-OLD-TABLE.
           05 WS-OLD-ENTRY          OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON WS-OLD-COUNT
                                    ASCENDING KEY IS WS-OLD-KEY
                                    INDEXED BY WS-OLD-IDX.
             10 WS-OLD-KEY.
               15 WS-OLD-ITEM       PIC X(8).
               15 WS-OLD-FIELD      PIC X(160).
             10 WS-OLD-VALUE        PIC X(256).
       01 WS-NEW-COUNT              PIC 9(5) COMP VALUE 0.
       01 WS-NEW-TABLE.
           05 WS-NEW-ENTRY          OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON WS-NEW-COUNT
                                    ASCENDING KEY IS WS-NEW-KEY
                                    INDEXED BY WS-NEW-IDX.
             10 WS-NEW-KEY.
               15 WS-NEW-ITEM       PIC X(8).
               15 WS-NEW-FIELD      PIC X(160).
             10 WS-NEW-VALUE        PIC X(256).
       01 WS-OLD-POS                PIC 9(5) COMP.
       01 WS-NEW-POS                PIC 9(5) COMP.
       01 WS-LOAD-SIDE              PIC X(1).
         88 WS-LOADING-OLD              VALUE 'O'.
         88 WS-LOADING-NEW              VALUE 'N'.
       01 WS-LOAD-OK-FLAG           PIC X(1).
         88 WS-LOAD-OK                  VALUE 'Y'.
       01 WS-SIDE-FULL-FLAG         PIC X(1).
         88 WS-SIDE-FULL                VALUE 'Y'.
       01 WS-DIFF-COUNT             PIC 9(5) VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           EVALUATE WS-MODE
               WHEN 'CAPTURE'
                   PERFORM 200-CAPTURE
               WHEN 'HISTORY'
                   PERFORM 300-HISTORY
               WHEN 'DIFF'
                   PERFORM 400-DIFF-VERSIONS
               WHEN 'FIND'
                   PERFORM 450-FIND-FINGERPRINT
               WHEN 'COMPARE'
                   PERFORM 500-COMPARE-ENVIRONMENTS
           END-EVALUATE
           STOP RUN.


       100-INIT.
           ACCEPT WS-ARG-TOTAL FROM ARGUMENT-NUMBER
           IF WS-ARG-TOTAL >= 1
               MOVE 1                    TO WS-ARG-COUNT
               ACCEPT WS-MODE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           END-IF
           IF WS-ARG-TOTAL >= 2
               MOVE 2                    TO WS-ARG-COUNT
               ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARG-TOTAL >= 3
               MOVE 3                    TO WS-ARG-COUNT
               ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
           END-IF

           IF (WS-MODE NOT = 'CAPTURE' AND NOT = 'HISTORY'
                       AND NOT = 'DIFF' AND NOT = 'FIND'
                       AND NOT = 'COMPARE')
           OR ((WS-MODE = 'DIFF' OR 'FIND') AND WS-ARG-1 = SPACES)
           OR (WS-MODE = 'COMPARE' AND WS-ARG-2 = SPACES)
               DISPLAY 'LLM-CONFIG-REGISTRY: usage: '
                       'LLM-CONFIG-REGISTRY CAPTURE [changed-by]'
               DISPLAY '                     LLM-CONFIG-REGISTRY '
                       'HISTORY'
               DISPLAY '                     LLM-CONFIG-REGISTRY '
                       'DIFF <version> [<version>]'
               DISPLAY '                     LLM-CONFIG-REGISTRY '
                       'FIND <fingerprint>'
               DISPLAY '                     LLM-CONFIG-REGISTRY '
                       'COMPARE <env-file-a> <env-file-b>'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'LLM_CONFIG_REGISTRY' UPON ENVIRONMENT-NAME
           ACCEPT WS-REGISTRY-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REGISTRY-FILENAME = SPACES
               MOVE 'LLM-CONFIG-REGISTRY.DAT' TO WS-REGISTRY-FILENAME
           END-IF
           DISPLAY 'LLM_CONFIG_SNAPSHOT_DIR' UPON ENVIRONMENT-NAME
           ACCEPT WS-SNAPSHOT-DIR FROM ENVIRONMENT-VALUE
           IF WS-SNAPSHOT-DIR = SPACES
               MOVE '.'                  TO WS-SNAPSHOT-DIR
           END-IF

           IF WS-MODE NOT = 'COMPARE'
               PERFORM 110-LOAD-REGISTRY
           END-IF.


      *> A registry that isn't there yet is an empty one.
       110-LOAD-REGISTRY.
           MOVE 0                        TO WS-VER-COUNT
           OPEN INPUT CONFIG-REGISTRY
           IF WS-CRG-FILE-STATUS = '00'
               MOVE 'N'                  TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ CONFIG-REGISTRY
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-VER-COUNT < 2000
                           AND CRG-VERSION IS NUMERIC
                               ADD 1     TO WS-VER-COUNT
                               MOVE CONFIG-REGISTRY-RECORD
                                   TO WS-VER-RECORD(WS-VER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-REGISTRY
           ELSE
               IF WS-CRG-FILE-STATUS NOT = '35'
                   DISPLAY 'LLM-CONFIG-REGISTRY: cannot open '
                           FUNCTION TRIM(WS-REGISTRY-FILENAME)
                           ', status ' WS-CRG-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.


      *> ---------------------------------------------------------------
      *> CAPTURE - snapshot straight into the next version's file,
      *> which is dropped again when nothing has moved.
      *> ---------------------------------------------------------------
       200-CAPTURE.
           MOVE WS-ARG-1                 TO WS-CHANGED-BY
           IF WS-CHANGED-BY = SPACES
               DISPLAY 'LLM_CONFIG_CHANGED_BY' UPON ENVIRONMENT-NAME
               ACCEPT WS-CHANGED-BY FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-CHANGED-BY = SPACES
               DISPLAY 'USER' UPON ENVIRONMENT-NAME
               ACCEPT WS-CHANGED-BY FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-CHANGED-BY = SPACES
               MOVE 'UNKNOWN'            TO WS-CHANGED-BY
           END-IF

           MOVE 1                        TO WS-VERSION-NUMBER
           IF WS-VER-COUNT > 0
               MOVE WS-VER-RECORD(WS-VER-COUNT)
                                         TO CONFIG-REGISTRY-RECORD
               COMPUTE WS-VERSION-NUMBER = CRG-VERSION + 1
           END-IF
           PERFORM 210-BUILD-SNAPSHOT-NAME

           MOVE SPACES                   TO LLM-CFP-ENV-FILE
           MOVE WS-SNAP-FILENAME         TO LLM-CFP-DUMP-FILE
           CALL 'LLM-CONFIG-FINGERPRINT'
               USING LLM-CONFIG-FINGERPRINT-AREA
           IF LLM-CFP-DUMP-FAILED
               DISPLAY 'LLM-CONFIG-REGISTRY: cannot write snapshot '
                       FUNCTION TRIM(WS-SNAP-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 220-SHOW-ITEMS

           IF WS-VER-COUNT > 0
           AND LLM-CFP-FINGERPRINT = CRG-FINGERPRINT
               CALL 'CBL_DELETE_FILE' USING WS-SNAP-FILENAME
               MOVE 0                    TO RETURN-CODE
               DISPLAY 'LLM-CONFIG-REGISTRY: no change since version '
                       CRG-VERSION ' (fingerprint '
                       CRG-FINGERPRINT ')'
           ELSE
               PERFORM 230-WRITE-VERSION
           END-IF.


       210-BUILD-SNAPSHOT-NAME.
           MOVE SPACES                   TO WS-SNAP-FILENAME
           STRING FUNCTION TRIM(WS-SNAPSHOT-DIR) DELIMITED BY SIZE
                  '/LLM-CONFIG-V'        DELIMITED BY SIZE
                  WS-VERSION-NUMBER      DELIMITED BY SIZE
                  '.snap'                DELIMITED BY SIZE
               INTO WS-SNAP-FILENAME
           END-STRING.


       220-SHOW-ITEMS.
           DISPLAY 'LLM-CONFIG-REGISTRY: fingerprint '
                   LLM-CFP-FINGERPRINT
           PERFORM VARYING LLM-CFP-IDX FROM 1 BY 1
               UNTIL LLM-CFP-IDX > 5
               MOVE LLM-CFP-ITEM-FIELDS(LLM-CFP-IDX) TO WS-EDIT-COUNT
               DISPLAY '  ' LLM-CFP-ITEM-NAME(LLM-CFP-IDX) ' '
                       LLM-CFP-ITEM-STATE(LLM-CFP-IDX) ' '
                       WS-EDIT-COUNT ' field(s)  '
                       FUNCTION TRIM(LLM-CFP-ITEM-PATH(LLM-CFP-IDX))
           END-PERFORM.


      *> The new version's line; CHANGED-ITEMS compares each item's
      *> state and hash with the version before.
       230-WRITE-VERSION.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES                   TO WS-CHANGED-ITEMS
           MOVE 1                        TO WS-CHANGED-PTR
           PERFORM VARYING WS-ITEM-NO FROM 1 BY 1
               UNTIL WS-ITEM-NO > 5
               IF WS-VER-COUNT > 0
               AND (LLM-CFP-ITEM-STATE(WS-ITEM-NO)
                    NOT = CRG-ITEM-STATE(WS-ITEM-NO)
                 OR LLM-CFP-ITEM-HASH(WS-ITEM-NO)
                    NOT = CRG-ITEM-HASH(WS-ITEM-NO))
                   STRING LLM-CFP-ITEM-NAME(WS-ITEM-NO)
                                         DELIMITED BY SPACE
                          ' '            DELIMITED BY SIZE
                       INTO WS-CHANGED-ITEMS
                       WITH POINTER WS-CHANGED-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-VER-COUNT = 0
               MOVE 'INITIAL'            TO WS-CHANGED-ITEMS
           END-IF

           MOVE SPACES                   TO CONFIG-REGISTRY-RECORD
           MOVE WS-VERSION-NUMBER        TO CRG-VERSION
           MOVE WS-NOW-TIMESTAMP         TO CRG-CAPTURED-AT
           MOVE WS-CHANGED-BY            TO CRG-CHANGED-BY
           MOVE LLM-CFP-FINGERPRINT      TO CRG-FINGERPRINT
           MOVE LLM-CFP-FIELD-COUNT      TO CRG-FIELD-COUNT
           PERFORM VARYING WS-ITEM-NO FROM 1 BY 1
               UNTIL WS-ITEM-NO > 5
               MOVE LLM-CFP-ITEM-STATE(WS-ITEM-NO)
                                   TO CRG-ITEM-STATE(WS-ITEM-NO)
               MOVE LLM-CFP-ITEM-HASH(WS-ITEM-NO)
                                   TO CRG-ITEM-HASH(WS-ITEM-NO)
           END-PERFORM
           MOVE WS-CHANGED-ITEMS         TO CRG-CHANGED-ITEMS
           MOVE WS-SNAP-FILENAME         TO CRG-SNAPSHOT-FILE

           OPEN EXTEND CONFIG-REGISTRY
           IF WS-CRG-FILE-STATUS = '35'
               OPEN OUTPUT CONFIG-REGISTRY
           END-IF
           IF WS-CRG-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-CONFIG-REGISTRY: cannot open '
                       FUNCTION TRIM(WS-REGISTRY-FILENAME)
                       ', status ' WS-CRG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CONFIG-REGISTRY-RECORD
           CLOSE CONFIG-REGISTRY
           DISPLAY 'LLM-CONFIG-REGISTRY: version ' WS-VERSION-NUMBER
                   ' captured by ' FUNCTION TRIM(WS-CHANGED-BY)
                   ' - changed: ' FUNCTION TRIM(WS-CHANGED-ITEMS)

           IF WS-VER-COUNT > 0
               MOVE WS-VER-COUNT         TO WS-VER-A
               MOVE WS-VER-RECORD(WS-VER-A) TO CONFIG-REGISTRY-RECORD
               MOVE CRG-SNAPSHOT-FILE    TO WS-SNAP-A
               MOVE SPACES               TO WS-LABEL-A WS-LABEL-B
               STRING 'version ' CRG-VERSION DELIMITED BY SIZE
                   INTO WS-LABEL-A
               END-STRING
               STRING 'version ' WS-VERSION-NUMBER DELIMITED BY SIZE
                   INTO WS-LABEL-B
               END-STRING
               MOVE WS-SNAP-FILENAME     TO WS-SNAP-B
               PERFORM 600-DIFF-SNAPSHOTS
           END-IF.


      *> ---------------------------------------------------------------
      *> HISTORY
      *> ---------------------------------------------------------------
       300-HISTORY.
           IF WS-VER-COUNT = 0
               DISPLAY 'LLM-CONFIG-REGISTRY: no versions on '
                       FUNCTION TRIM(WS-REGISTRY-FILENAME)
           ELSE
               DISPLAY 'VERSION CAPTURED-AT       FINGERPRINT '
                       'CHANGED-BY           CHANGED'
               PERFORM VARYING WS-VER-SCAN FROM 1 BY 1
                   UNTIL WS-VER-SCAN > WS-VER-COUNT
                   MOVE WS-VER-RECORD(WS-VER-SCAN)
                                         TO CONFIG-REGISTRY-RECORD
                   DISPLAY CRG-VERSION '   ' CRG-CAPTURED-AT ' '
                           CRG-FINGERPRINT '   '
                           CRG-CHANGED-BY(1:20) ' '
                           FUNCTION TRIM(CRG-CHANGED-ITEMS)
               END-PERFORM
           END-IF.


      *> ---------------------------------------------------------------
      *> DIFF - versions are looked up by number; one number diffs
      *> against the version before it on the registry.
      *> ---------------------------------------------------------------
       400-DIFF-VERSIONS.
           IF FUNCTION TEST-NUMVAL(WS-ARG-1) NOT = 0
               DISPLAY 'LLM-CONFIG-REGISTRY: version must be numeric'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-1) TO WS-VERSION-NUMBER
           PERFORM 410-FIND-VERSION
           MOVE WS-VER-SCAN              TO WS-VER-B
           IF WS-ARG-2 = SPACES
               IF WS-VER-B > 1
                   COMPUTE WS-VER-A = WS-VER-B - 1
               ELSE
                   DISPLAY 'LLM-CONFIG-REGISTRY: version '
                           WS-VERSION-NUMBER ' has no predecessor'
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-VER-B             TO WS-VER-A
               IF FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
                   DISPLAY 'LLM-CONFIG-REGISTRY: version must be '
                           'numeric'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ARG-2) TO WS-VERSION-NUMBER
               PERFORM 410-FIND-VERSION
               MOVE WS-VER-SCAN          TO WS-VER-B
           END-IF
           PERFORM 420-DIFF-TWO-VERSIONS.


       410-FIND-VERSION.
           PERFORM VARYING WS-VER-SCAN FROM 1 BY 1
               UNTIL WS-VER-SCAN > WS-VER-COUNT
                  OR WS-VER-RECORD(WS-VER-SCAN)(1:5)
                     = WS-VERSION-NUMBER
               CONTINUE
           END-PERFORM
           IF WS-VER-SCAN > WS-VER-COUNT
               DISPLAY 'LLM-CONFIG-REGISTRY: no version '
                       WS-VERSION-NUMBER ' on '
                       FUNCTION TRIM(WS-REGISTRY-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       420-DIFF-TWO-VERSIONS.
           MOVE SPACES                   TO WS-LABEL-A WS-LABEL-B
           MOVE WS-VER-RECORD(WS-VER-A)  TO CONFIG-REGISTRY-RECORD
           MOVE CRG-SNAPSHOT-FILE        TO WS-SNAP-A
           STRING 'version ' CRG-VERSION DELIMITED BY SIZE
               INTO WS-LABEL-A
           END-STRING
           MOVE WS-VER-RECORD(WS-VER-B)  TO CONFIG-REGISTRY-RECORD
           MOVE CRG-SNAPSHOT-FILE        TO WS-SNAP-B
           STRING 'version ' CRG-VERSION DELIMITED BY SIZE
               INTO WS-LABEL-B
           END-STRING
           PERFORM 600-DIFF-SNAPSHOTS.


      *> ---------------------------------------------------------------
      *> FIND - the version a run's fingerprint belongs to. The same
      *> settings can come back after being changed away, so the
      *> latest version carrying it is the one shown.
      *> ---------------------------------------------------------------
       450-FIND-FINGERPRINT.
           IF FUNCTION TEST-NUMVAL(WS-ARG-1) NOT = 0
               DISPLAY 'LLM-CONFIG-REGISTRY: fingerprint must be '
                       'numeric'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ARG-1) TO WS-FIND-FINGERPRINT
           MOVE 0                        TO WS-VER-B
           PERFORM VARYING WS-VER-SCAN FROM WS-VER-COUNT BY -1
               UNTIL WS-VER-SCAN < 1 OR WS-VER-B > 0
               MOVE WS-VER-RECORD(WS-VER-SCAN) TO CONFIG-REGISTRY-RECORD
               IF CRG-FINGERPRINT = WS-FIND-FINGERPRINT
                   MOVE WS-VER-SCAN      TO WS-VER-B
               END-IF
           END-PERFORM
           IF WS-VER-B = 0
               DISPLAY 'LLM-CONFIG-REGISTRY: fingerprint '
                       WS-FIND-FINGERPRINT ' matches no captured '
                       'version - the settings were changed and put '
                       'back, or changed without a CAPTURE'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-VER-RECORD(WS-VER-B) TO CONFIG-REGISTRY-RECORD
               DISPLAY 'LLM-CONFIG-REGISTRY: fingerprint '
                       WS-FIND-FINGERPRINT ' is version ' CRG-VERSION
                       ', captured ' CRG-CAPTURED-AT ' by '
                       FUNCTION TRIM(CRG-CHANGED-BY)
               IF WS-VER-B > 1
                   COMPUTE WS-VER-A = WS-VER-B - 1
                   PERFORM 420-DIFF-TWO-VERSIONS
               END-IF
           END-IF.


      *> ---------------------------------------------------------------
      *> COMPARE - each environment is fingerprinted into a work
      *> snapshot in the snapshot directory, diffed, and the work
      *> files removed.
      *> ---------------------------------------------------------------
       500-COMPARE-ENVIRONMENTS.
           MOVE WS-ARG-1                 TO LLM-CFP-ENV-FILE
           MOVE SPACES                   TO WS-SNAP-A
           STRING FUNCTION TRIM(WS-SNAPSHOT-DIR) DELIMITED BY SIZE
                  '/LLM-CONFIG-COMPARE-A.snap' DELIMITED BY SIZE
               INTO WS-SNAP-A
           END-STRING
           MOVE WS-SNAP-A                TO LLM-CFP-DUMP-FILE
           CALL 'LLM-CONFIG-FINGERPRINT'
               USING LLM-CONFIG-FINGERPRINT-AREA
           IF LLM-CFP-DUMP-FAILED
               DISPLAY 'LLM-CONFIG-REGISTRY: cannot write '
                       FUNCTION TRIM(WS-SNAP-A)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'A: ' FUNCTION TRIM(WS-ARG-1)
           PERFORM 220-SHOW-ITEMS
           MOVE LLM-CFP-FINGERPRINT      TO WS-FP-EDIT-A

           MOVE WS-ARG-2                 TO LLM-CFP-ENV-FILE
           MOVE SPACES                   TO WS-SNAP-B
           STRING FUNCTION TRIM(WS-SNAPSHOT-DIR) DELIMITED BY SIZE
                  '/LLM-CONFIG-COMPARE-B.snap' DELIMITED BY SIZE
               INTO WS-SNAP-B
           END-STRING
           MOVE WS-SNAP-B                TO LLM-CFP-DUMP-FILE
           CALL 'LLM-CONFIG-FINGERPRINT'
               USING LLM-CONFIG-FINGERPRINT-AREA
           IF LLM-CFP-DUMP-FAILED
               DISPLAY 'LLM-CONFIG-REGISTRY: cannot write '
                       FUNCTION TRIM(WS-SNAP-B)
               CALL 'CBL_DELETE_FILE' USING WS-SNAP-A
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'B: ' FUNCTION TRIM(WS-ARG-2)
           PERFORM 220-SHOW-ITEMS
           MOVE LLM-CFP-FINGERPRINT      TO WS-FP-EDIT-B

           MOVE 'A'                      TO WS-LABEL-A
           MOVE 'B'                      TO WS-LABEL-B
           PERFORM 600-DIFF-SNAPSHOTS
           CALL 'CBL_DELETE_FILE' USING WS-SNAP-A
           CALL 'CBL_DELETE_FILE' USING WS-SNAP-B
           MOVE 0                        TO RETURN-CODE
           IF WS-DIFF-COUNT > 0 OR WS-FP-EDIT-A NOT = WS-FP-EDIT-B
               MOVE 4                    TO RETURN-CODE
           END-IF.


      *> ---------------------------------------------------------------
      *> The difference itself: both snapshots sorted on item and
      *> field, then walked together like a match-merge.
      *> ---------------------------------------------------------------
       600-DIFF-SNAPSHOTS.
           MOVE 0                        TO WS-DIFF-COUNT
           SET WS-LOADING-OLD            TO TRUE
           MOVE WS-SNAP-A                TO WS-SNAP-FILENAME
           PERFORM 610-LOAD-SNAPSHOT
           IF WS-LOAD-OK
               SET WS-LOADING-NEW        TO TRUE
               MOVE WS-SNAP-B            TO WS-SNAP-FILENAME
               PERFORM 610-LOAD-SNAPSHOT
           END-IF
           IF NOT WS-LOAD-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY ' '
               DISPLAY 'Differences, ' FUNCTION TRIM(WS-LABEL-A)
                       ' -> ' FUNCTION TRIM(WS-LABEL-B)
               IF WS-OLD-COUNT > 1
                   SORT WS-OLD-ENTRY ASCENDING KEY WS-OLD-KEY
               END-IF
               IF WS-NEW-COUNT > 1
                   SORT WS-NEW-ENTRY ASCENDING KEY WS-NEW-KEY
               END-IF
               MOVE 1                    TO WS-OLD-POS WS-NEW-POS
               PERFORM 620-MERGE-STEP
                   UNTIL WS-OLD-POS > WS-OLD-COUNT
                     AND WS-NEW-POS > WS-NEW-COUNT
               MOVE WS-DIFF-COUNT        TO WS-EDIT-COUNT
               DISPLAY FUNCTION TRIM(WS-EDIT-COUNT)
                       ' field(s) differ'
           END-IF.


       610-LOAD-SNAPSHOT.
           MOVE 'N'                      TO WS-LOAD-OK-FLAG
                                            WS-SIDE-FULL-FLAG
           IF WS-LOADING-OLD
               MOVE 0                    TO WS-OLD-COUNT
           ELSE
               MOVE 0                    TO WS-NEW-COUNT
           END-IF
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNP-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-CONFIG-REGISTRY: cannot open snapshot '
                       FUNCTION TRIM(WS-SNAP-FILENAME)
                       ', status ' WS-SNP-FILE-STATUS
           ELSE
               SET WS-LOAD-OK            TO TRUE
               MOVE 'N'                  TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ SNAPSHOT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 615-STORE-SNAPSHOT-FIELD
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
               IF WS-SIDE-FULL
                   DISPLAY 'LLM-CONFIG-REGISTRY: more than '
                           WS-SIDE-MAX ' fields in '
                           FUNCTION TRIM(WS-SNAP-FILENAME)
                           ' - the rest are not compared'
               END-IF
           END-IF.


       615-STORE-SNAPSHOT-FIELD.
           EVALUATE TRUE
               WHEN WS-LOADING-OLD AND WS-OLD-COUNT < WS-SIDE-MAX
                   ADD 1                 TO WS-OLD-COUNT
                   MOVE CSN-ITEM   TO WS-OLD-ITEM(WS-OLD-COUNT)
                   MOVE CSN-FIELD  TO WS-OLD-FIELD(WS-OLD-COUNT)
                   MOVE CSN-VALUE  TO WS-OLD-VALUE(WS-OLD-COUNT)
               WHEN WS-LOADING-NEW AND WS-NEW-COUNT < WS-SIDE-MAX
                   ADD 1                 TO WS-NEW-COUNT
                   MOVE CSN-ITEM   TO WS-NEW-ITEM(WS-NEW-COUNT)
                   MOVE CSN-FIELD  TO WS-NEW-FIELD(WS-NEW-COUNT)
                   MOVE CSN-VALUE  TO WS-NEW-VALUE(WS-NEW-COUNT)
               WHEN OTHER
                   SET WS-SIDE-FULL      TO TRUE
           END-EVALUATE.


       620-MERGE-STEP.
           EVALUATE TRUE
               WHEN WS-OLD-POS > WS-OLD-COUNT
                   PERFORM 640-SHOW-ADDED
                   ADD 1                 TO WS-NEW-POS
               WHEN WS-NEW-POS > WS-NEW-COUNT
                   PERFORM 650-SHOW-REMOVED
                   ADD 1                 TO WS-OLD-POS
               WHEN WS-OLD-KEY(WS-OLD-POS) < WS-NEW-KEY(WS-NEW-POS)
                   PERFORM 650-SHOW-REMOVED
                   ADD 1                 TO WS-OLD-POS
               WHEN WS-OLD-KEY(WS-OLD-POS) > WS-NEW-KEY(WS-NEW-POS)
                   PERFORM 640-SHOW-ADDED
                   ADD 1                 TO WS-NEW-POS
               WHEN OTHER
                   IF WS-OLD-VALUE(WS-OLD-POS)
                      NOT = WS-NEW-VALUE(WS-NEW-POS)
                       PERFORM 630-SHOW-CHANGED
                   END-IF
                   ADD 1                 TO WS-OLD-POS WS-NEW-POS
           END-EVALUATE.


       630-SHOW-CHANGED.
           ADD 1                         TO WS-DIFF-COUNT
           DISPLAY 'CHANGED  ' WS-OLD-ITEM(WS-OLD-POS) ' '
                   FUNCTION TRIM(WS-OLD-FIELD(WS-OLD-POS))
           DISPLAY '           was: '
                   FUNCTION TRIM(WS-OLD-VALUE(WS-OLD-POS))
           DISPLAY '           now: '
                   FUNCTION TRIM(WS-NEW-VALUE(WS-NEW-POS)).


       640-SHOW-ADDED.
           ADD 1                         TO WS-DIFF-COUNT
           DISPLAY 'ADDED    ' WS-NEW-ITEM(WS-NEW-POS) ' '
                   FUNCTION TRIM(WS-NEW-FIELD(WS-NEW-POS))
           DISPLAY '           now: '
                   FUNCTION TRIM(WS-NEW-VALUE(WS-NEW-POS)).


       650-SHOW-REMOVED.
           ADD 1                         TO WS-DIFF-COUNT
           DISPLAY 'REMOVED  ' WS-OLD-ITEM(WS-OLD-POS) ' '
                   FUNCTION TRIM(WS-OLD-FIELD(WS-OLD-POS))
           DISPLAY '           was: '
                   FUNCTION TRIM(WS-OLD-VALUE(WS-OLD-POS)).
