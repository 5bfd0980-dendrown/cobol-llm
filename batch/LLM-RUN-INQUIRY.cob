      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-RUN-INQUIRY.cob
      *> Desc    : Operator inquiry screen over the run registry
      *>           every batch driver writes through LLM-RUN-REGISTER
      *>           - the LLM-CONFIG-INQUIRY ACCEPT/DISPLAY pattern,
      *>           so "what ran last Tuesday and how did it end" is
      *>           one menu pick instead of a dig through the logs.
      *>           Each run's START and END lines are paired up by
      *>           run ID and program, the END's figures winning; a
      *>           START with no END shows RUNNING (still going, or
      *>           died before its cleanup). Runs browse newest first
      *>           by start date, program or status, a screen at a
      *>           time, and one run ID drills into its full figures
      *>           - the ID LLM-JOB-RUNNER's summary names per step.
      *>           Arg 1 (optional) is the registry; otherwise
      *>           LLM_RUN_REGISTRY, default LLM-RUN-REGISTRY.DAT.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-RUN-INQUIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-REGISTRY ASSIGN TO WS-REGISTRY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RRG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REGISTRY.
       COPY 'LLM-RUN-REGISTRY-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-REGISTRY-FILENAME      PIC X(256).
       01 WS-ARG-COUNT              PIC 999 COMP-5.
       01 WS-RRG-FILE-STATUS        PIC X(2).
       01 WS-RRG-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-RRG-EOF                  VALUE 'Y'.
       01 WS-REGISTRY-OPEN-FLAG     PIC X(1) VALUE 'N'.
         88 WS-REGISTRY-LOADED          VALUE 'Y'.

       01 WS-MENU-CHOICE            PIC X(1).
       01 WS-EXIT-FLAG              PIC X(1) VALUE 'N'.
         88 WS-EXIT-REQUESTED           VALUE 'Y'.

      *> ---- run table (newest WS-RUN-MAX runs only) ------------------
      *> Two passes over the registry, as LLM-CONFIG-INQUIRY does over
      *> an audit log: count the START lines, then skip the oldest
      *> until what is left fits. An END whose START was skipped
      *> belongs to a run too old to keep and is dropped with it.
       01 WS-RUN-MAX                PIC 9(4) VALUE 1000.
       01 WS-RUN-COUNT              PIC 9(4) VALUE 0.
       01 WS-START-TOTAL            PIC 9(9) VALUE 0.
       01 WS-START-SKIP-COUNT       PIC 9(9) VALUE 0.
       01 WS-START-NUM              PIC 9(9) VALUE 0.
       01 WS-FOUND-IDX              PIC 9(4) VALUE 0.

       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY          OCCURS 1000 TIMES
                                    INDEXED BY WS-RUN-IDX.
             10 WS-RUN-ID                PIC X(20).
             10 WS-RUN-PROGRAM           PIC X(20).
             10 WS-RUN-STATUS            PIC X(8).
             10 WS-RUN-STARTED-AT        PIC X(17).
             10 WS-RUN-ENDED-AT          PIC X(17).
             10 WS-RUN-READ              PIC 9(9).
             10 WS-RUN-SUCCEEDED         PIC 9(9).
             10 WS-RUN-FAILED            PIC 9(9).
             10 WS-RUN-UNPROCESSED       PIC 9(9).
             10 WS-RUN-TOKENS-IN         PIC 9(12).
             10 WS-RUN-TOKENS-OUT        PIC 9(12).
             10 WS-RUN-SPEND             PIC 9(7)V9(6).
             10 WS-RUN-RETURN-CODE       PIC 9(4).
             10 WS-RUN-JOB-STEP          PIC X(24).
             10 WS-RUN-CONFIG-FP         PIC X(9).
             10 WS-RUN-MODEL             PIC X(128).
             10 WS-RUN-INPUT-FILE        PIC X(256).
             10 WS-RUN-OUTPUT-FILE       PIC X(256).

      *> ---- browse selection and paging ------------------------------
       01 WS-FILTER-MODE            PIC X(1).
         88 WS-FILTER-DATE              VALUE 'D'.
         88 WS-FILTER-PROGRAM           VALUE 'P'.
         88 WS-FILTER-STATUS            VALUE 'S'.
       01 WS-FILTER-INPUT           PIC X(20).
       01 WS-FILTER-VALUE           PIC X(20).
       01 WS-MATCH-FLAG             PIC X(1).
         88 WS-RUN-MATCHES              VALUE 'Y'.
       01 WS-MATCH-COUNT            PIC 9(4) VALUE 0.
       01 WS-PAGE-SIZE              PIC 9(4) COMP VALUE 15.
       01 WS-PAGE-LINES             PIC 9(4) COMP VALUE 0.
       01 WS-PAGE-REPLY             PIC X(1).
       01 WS-RUN-ID-INPUT           PIC X(20).

       01 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-TOKENS            PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-SPEND             PIC Z,ZZZ,ZZ9.999999.
       01 WS-EDIT-RC                PIC ZZZ9.
       01 WS-EDIT-RUNS              PIC ZZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-MENU-LOOP
           STOP RUN.

      *> Arg 1 names the registry; without it, the same environment
      *> variable and default LLM-RUN-REGISTER writes to, so the
      *> screen finds the registry the drivers are using.
       100-INIT.
           MOVE SPACES TO WS-REGISTRY-FILENAME
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 1
               MOVE 1                    TO WS-ARG-COUNT
               ACCEPT WS-REGISTRY-FILENAME FROM ARGUMENT-VALUE
           END-IF
           IF WS-REGISTRY-FILENAME = SPACES
               DISPLAY 'LLM_RUN_REGISTRY' UPON ENVIRONMENT-NAME
               ACCEPT WS-REGISTRY-FILENAME FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-REGISTRY-FILENAME = SPACES
               MOVE 'LLM-RUN-REGISTRY.DAT' TO WS-REGISTRY-FILENAME
           END-IF.

       200-MENU-LOOP.
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM 210-DISPLAY-MENU
               PERFORM 220-PROCESS-CHOICE
           END-PERFORM.

       210-DISPLAY-MENU.
           DISPLAY ' '
           DISPLAY 'LLM-RUN-INQUIRY ----------------------------------'
           DISPLAY '  1  Browse runs by start date'
           DISPLAY '  2  Browse runs by program'
           DISPLAY '  3  Browse runs by status'
           DISPLAY '  4  Show one run'
           DISPLAY '  5  Exit'
           DISPLAY 'Select option: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

       220-PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   SET WS-FILTER-DATE    TO TRUE
                   DISPLAY 'Start date (YYYYMMDD, blank for all): '
                           WITH NO ADVANCING
                   PERFORM 400-BROWSE-RUNS
               WHEN '2'
                   SET WS-FILTER-PROGRAM TO TRUE
                   DISPLAY 'Program (e.g. LLM-BATCH, blank for all): '
                           WITH NO ADVANCING
                   PERFORM 400-BROWSE-RUNS
               WHEN '3'
                   SET WS-FILTER-STATUS  TO TRUE
                   DISPLAY 'Status (OK, WARNING, FAILED, RUNNING, '
                           'blank for all): ' WITH NO ADVANCING
                   PERFORM 400-BROWSE-RUNS
               WHEN '4'
                   PERFORM 500-SHOW-RUN
               WHEN '5'
                   SET WS-EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY 'LLM-RUN-INQUIRY: unrecognised option'
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> The registry is read afresh for every inquiry - drivers are
      *> appending to it while the operator looks, and a run that was
      *> RUNNING a minute ago may have ended since.
      *> ---------------------------------------------------------------
       300-LOAD-REGISTRY.
           MOVE 'N' TO WS-REGISTRY-OPEN-FLAG
           MOVE 0 TO WS-RUN-COUNT WS-START-TOTAL WS-START-SKIP-COUNT
                     WS-START-NUM
           OPEN INPUT RUN-REGISTRY
           IF WS-RRG-FILE-STATUS NOT = '00'
               DISPLAY ' '
               DISPLAY 'LLM-RUN-INQUIRY: cannot open run registry '
                       FUNCTION TRIM(WS-REGISTRY-FILENAME)
                       ', status ' WS-RRG-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-RRG-EOF-FLAG
               PERFORM UNTIL WS-RRG-EOF
                   READ RUN-REGISTRY
                       AT END
                           SET WS-RRG-EOF TO TRUE
                       NOT AT END
                           IF RRG-EVENT = 'START'
                               ADD 1 TO WS-START-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTRY

               IF WS-START-TOTAL > WS-RUN-MAX
                   COMPUTE WS-START-SKIP-COUNT =
                       WS-START-TOTAL - WS-RUN-MAX
               END-IF

               MOVE 'N' TO WS-RRG-EOF-FLAG
               OPEN INPUT RUN-REGISTRY
               PERFORM UNTIL WS-RRG-EOF
                   READ RUN-REGISTRY
                       AT END
                           SET WS-RRG-EOF TO TRUE
                       NOT AT END
                           PERFORM 310-APPLY-REGISTRY-LINE
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTRY
               SET WS-REGISTRY-LOADED TO TRUE
           END-IF.

       310-APPLY-REGISTRY-LINE.
           EVALUATE RRG-EVENT
               WHEN 'START'
                   ADD 1 TO WS-START-NUM
                   IF WS-START-NUM > WS-START-SKIP-COUNT
                       PERFORM 320-STORE-START
                   END-IF
               WHEN 'END'
                   PERFORM 330-FIND-RUN
                   IF WS-FOUND-IDX > 0
                       PERFORM 340-STORE-END
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       320-STORE-START.
           ADD 1 TO WS-RUN-COUNT
           SET WS-RUN-IDX                TO WS-RUN-COUNT
           INITIALIZE WS-RUN-ENTRY(WS-RUN-IDX)
           MOVE RRG-RUN-ID       TO WS-RUN-ID(WS-RUN-IDX)
           MOVE RRG-PROGRAM      TO WS-RUN-PROGRAM(WS-RUN-IDX)
           MOVE 'RUNNING'        TO WS-RUN-STATUS(WS-RUN-IDX)
           MOVE RRG-STARTED-AT   TO WS-RUN-STARTED-AT(WS-RUN-IDX)
           MOVE RRG-JOB-STEP     TO WS-RUN-JOB-STEP(WS-RUN-IDX)
           MOVE RRG-CONFIG-FINGERPRINT
                                 TO WS-RUN-CONFIG-FP(WS-RUN-IDX)
           MOVE RRG-MODEL        TO WS-RUN-MODEL(WS-RUN-IDX)
           MOVE RRG-INPUT-FILE   TO WS-RUN-INPUT-FILE(WS-RUN-IDX)
           MOVE RRG-OUTPUT-FILE  TO WS-RUN-OUTPUT-FILE(WS-RUN-IDX).

      *> Latest START for the run ID and program - searched from the
      *> newest end, so a run ID a driver reuses on a later day (a
      *> caller-supplied ID) pairs with its own START.
       330-FIND-RUN.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-RUN-IDX FROM WS-RUN-COUNT BY -1
               UNTIL WS-RUN-IDX < 1 OR WS-FOUND-IDX > 0
               IF WS-RUN-ID(WS-RUN-IDX) = RRG-RUN-ID
               AND WS-RUN-PROGRAM(WS-RUN-IDX) = RRG-PROGRAM
                   SET WS-FOUND-IDX      TO WS-RUN-IDX
               END-IF
           END-PERFORM.

       340-STORE-END.
           SET WS-RUN-IDX                TO WS-FOUND-IDX
           MOVE RRG-STATUS       TO WS-RUN-STATUS(WS-RUN-IDX)
           MOVE RRG-ENDED-AT     TO WS-RUN-ENDED-AT(WS-RUN-IDX)
           MOVE RRG-READ         TO WS-RUN-READ(WS-RUN-IDX)
           MOVE RRG-SUCCEEDED    TO WS-RUN-SUCCEEDED(WS-RUN-IDX)
           MOVE RRG-FAILED       TO WS-RUN-FAILED(WS-RUN-IDX)
           MOVE RRG-UNPROCESSED  TO WS-RUN-UNPROCESSED(WS-RUN-IDX)
           MOVE RRG-TOKENS-IN    TO WS-RUN-TOKENS-IN(WS-RUN-IDX)
           MOVE RRG-TOKENS-OUT   TO WS-RUN-TOKENS-OUT(WS-RUN-IDX)
           MOVE RRG-SPEND        TO WS-RUN-SPEND(WS-RUN-IDX)
           MOVE RRG-RETURN-CODE  TO WS-RUN-RETURN-CODE(WS-RUN-IDX).

      *> ---------------------------------------------------------------
      *> Options 1-3 - one list, newest run first, filtered on the
      *> start date, the program or the status the operator keys
      *> (blank lists everything), WS-PAGE-SIZE lines a screen.
      *> ---------------------------------------------------------------
       400-BROWSE-RUNS.
           MOVE SPACES TO WS-FILTER-INPUT
           ACCEPT WS-FILTER-INPUT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FILTER-INPUT))
                                         TO WS-FILTER-VALUE
           PERFORM 300-LOAD-REGISTRY
           IF WS-REGISTRY-LOADED
               MOVE 0 TO WS-MATCH-COUNT WS-PAGE-LINES
               MOVE 'Y' TO WS-PAGE-REPLY
               DISPLAY ' '
               DISPLAY 'RUN-ID               PROGRAM              '
                       'STATUS   STARTED             RC '
                       '       READ      FAILED'
               PERFORM VARYING WS-RUN-IDX FROM WS-RUN-COUNT BY -1
                   UNTIL WS-RUN-IDX < 1
                      OR (WS-PAGE-REPLY NOT = 'Y'
                          AND WS-PAGE-REPLY NOT = 'y'
                          AND WS-PAGE-REPLY NOT = SPACE)
                   PERFORM 410-CHECK-FILTER
                   IF WS-RUN-MATCHES
                       PERFORM 420-DISPLAY-RUN-LINE
                   END-IF
               END-PERFORM
               MOVE WS-MATCH-COUNT        TO WS-EDIT-RUNS
               DISPLAY WS-EDIT-RUNS ' run(s) listed'
           END-IF.

       410-CHECK-FILTER.
           MOVE 'Y' TO WS-MATCH-FLAG
           IF WS-FILTER-VALUE NOT = SPACES
               EVALUATE TRUE
                   WHEN WS-FILTER-DATE
                       IF WS-RUN-STARTED-AT(WS-RUN-IDX)(1:8)
                           NOT = WS-FILTER-VALUE(1:8)
                           MOVE 'N' TO WS-MATCH-FLAG
                       END-IF
                   WHEN WS-FILTER-PROGRAM
                       IF WS-RUN-PROGRAM(WS-RUN-IDX)
                           NOT = WS-FILTER-VALUE
                           MOVE 'N' TO WS-MATCH-FLAG
                       END-IF
                   WHEN WS-FILTER-STATUS
                       IF WS-RUN-STATUS(WS-RUN-IDX)
                           NOT = WS-FILTER-VALUE(1:8)
                           MOVE 'N' TO WS-MATCH-FLAG
                       END-IF
               END-EVALUATE
           END-IF.

      *> A full screen waits for the operator before the next line;
      *> anything but Y or Enter ends the list.
       420-DISPLAY-RUN-LINE.
           IF WS-PAGE-LINES >= WS-PAGE-SIZE
               DISPLAY '-- more (Y/N)? ' WITH NO ADVANCING
               ACCEPT WS-PAGE-REPLY
               MOVE 0 TO WS-PAGE-LINES
           END-IF
           IF WS-PAGE-REPLY = 'Y' OR 'y' OR SPACE
               ADD 1 TO WS-MATCH-COUNT
               ADD 1 TO WS-PAGE-LINES
               MOVE WS-RUN-RETURN-CODE(WS-RUN-IDX) TO WS-EDIT-RC
               MOVE WS-RUN-READ(WS-RUN-IDX)        TO WS-EDIT-COUNT
               IF WS-RUN-STATUS(WS-RUN-IDX) = 'RUNNING'
                   DISPLAY WS-RUN-ID(WS-RUN-IDX) ' '
                           WS-RUN-PROGRAM(WS-RUN-IDX) ' '
                           WS-RUN-STATUS(WS-RUN-IDX) ' '
                           WS-RUN-STARTED-AT(WS-RUN-IDX)
               ELSE
                   DISPLAY WS-RUN-ID(WS-RUN-IDX) ' '
                           WS-RUN-PROGRAM(WS-RUN-IDX) ' '
                           WS-RUN-STATUS(WS-RUN-IDX) ' '
                           WS-RUN-STARTED-AT(WS-RUN-IDX) ' '
                           WS-EDIT-RC ' '
                           WS-EDIT-COUNT WITH NO ADVANCING
                   MOVE WS-RUN-FAILED(WS-RUN-IDX)  TO WS-EDIT-COUNT
                   DISPLAY ' ' WS-EDIT-COUNT
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> Option 4 - one run's full figures. A run ID two drivers both
      *> used (a caller-supplied ID) shows every run that carries it.
      *> ---------------------------------------------------------------
       500-SHOW-RUN.
           DISPLAY 'Run ID: ' WITH NO ADVANCING
           MOVE SPACES TO WS-RUN-ID-INPUT
           ACCEPT WS-RUN-ID-INPUT
           IF WS-RUN-ID-INPUT = SPACES
               DISPLAY 'LLM-RUN-INQUIRY: no run ID given'
           ELSE
               PERFORM 300-LOAD-REGISTRY
               IF WS-REGISTRY-LOADED
                   MOVE 0 TO WS-MATCH-COUNT
                   PERFORM VARYING WS-RUN-IDX FROM WS-RUN-COUNT BY -1
                       UNTIL WS-RUN-IDX < 1
                       IF WS-RUN-ID(WS-RUN-IDX) =
                           FUNCTION TRIM(WS-RUN-ID-INPUT)
                           ADD 1 TO WS-MATCH-COUNT
                           PERFORM 510-DISPLAY-RUN-DETAIL
                       END-IF
                   END-PERFORM
                   IF WS-MATCH-COUNT = 0
                       DISPLAY ' '
                       DISPLAY 'LLM-RUN-INQUIRY: run '
                               FUNCTION TRIM(WS-RUN-ID-INPUT)
                               ' not in the registry'
                   END-IF
               END-IF
           END-IF.

       510-DISPLAY-RUN-DETAIL.
           DISPLAY ' '
           DISPLAY 'Run ' FUNCTION TRIM(WS-RUN-ID(WS-RUN-IDX))
                   ' ------------------------------------------'
           DISPLAY 'Program ...........: '
                   FUNCTION TRIM(WS-RUN-PROGRAM(WS-RUN-IDX))
           DISPLAY 'Status ............: '
                   FUNCTION TRIM(WS-RUN-STATUS(WS-RUN-IDX))
           DISPLAY 'Started ...........: '
                   WS-RUN-STARTED-AT(WS-RUN-IDX)
           IF WS-RUN-STATUS(WS-RUN-IDX) = 'RUNNING'
               DISPLAY 'Ended .............: no END line - still '
                       'running, or stopped before its cleanup'
           ELSE
               DISPLAY 'Ended .............: '
                       WS-RUN-ENDED-AT(WS-RUN-IDX)
           END-IF
           IF WS-RUN-JOB-STEP(WS-RUN-IDX) NOT = SPACES
               DISPLAY 'Job step ..........: '
                       FUNCTION TRIM(WS-RUN-JOB-STEP(WS-RUN-IDX))
           END-IF
      *> Blank for runs registered before fingerprints were stamped;
      *> LLM-CONFIG-REGISTRY FIND shows the settings behind one.
           IF WS-RUN-CONFIG-FP(WS-RUN-IDX) NOT = SPACES
               DISPLAY 'Config fingerprint : '
                       WS-RUN-CONFIG-FP(WS-RUN-IDX)
           END-IF
           DISPLAY 'Model .............: '
                   FUNCTION TRIM(WS-RUN-MODEL(WS-RUN-IDX))
           DISPLAY 'Input file ........: '
                   FUNCTION TRIM(WS-RUN-INPUT-FILE(WS-RUN-IDX))
           DISPLAY 'Output file .......: '
                   FUNCTION TRIM(WS-RUN-OUTPUT-FILE(WS-RUN-IDX))
           IF WS-RUN-STATUS(WS-RUN-IDX) NOT = 'RUNNING'
               MOVE WS-RUN-READ(WS-RUN-IDX)        TO WS-EDIT-COUNT
               DISPLAY 'Records read ......: ' WS-EDIT-COUNT
               MOVE WS-RUN-SUCCEEDED(WS-RUN-IDX)   TO WS-EDIT-COUNT
               DISPLAY 'Succeeded .........: ' WS-EDIT-COUNT
               MOVE WS-RUN-FAILED(WS-RUN-IDX)      TO WS-EDIT-COUNT
               DISPLAY 'Failed ............: ' WS-EDIT-COUNT
               MOVE WS-RUN-UNPROCESSED(WS-RUN-IDX) TO WS-EDIT-COUNT
               DISPLAY 'Unprocessed .......: ' WS-EDIT-COUNT
               MOVE WS-RUN-TOKENS-IN(WS-RUN-IDX)   TO WS-EDIT-TOKENS
               DISPLAY 'Tokens in .........: ' WS-EDIT-TOKENS
               MOVE WS-RUN-TOKENS-OUT(WS-RUN-IDX)  TO WS-EDIT-TOKENS
               DISPLAY 'Tokens out ........: ' WS-EDIT-TOKENS
               MOVE WS-RUN-SPEND(WS-RUN-IDX)       TO WS-EDIT-SPEND
               DISPLAY 'Spend .............: ' WS-EDIT-SPEND
               MOVE WS-RUN-RETURN-CODE(WS-RUN-IDX) TO WS-EDIT-RC
               DISPLAY 'Return code .......: ' WS-EDIT-RC
           END-IF.
