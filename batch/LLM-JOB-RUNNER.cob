      *>           and <manifest>.summary - so the 3am operator reads
      *>           one report, not four logs. The runner's own
      *>           RETURN-CODE is the worst step code seen, for the
      *>           scheduler. Each step runs with LLM_JOB_STEP set to
      *>           <run date>-<run time>/<step>, which the drivers
      *>           carry onto their run-registry lines; the summary
      *>           names the run ID(s) each step registered, so a step
      *>           line leads straight to LLM-RUN-INQUIRY's figures.
      *>           A step with condition ALWAYS runs even once a
      *>           failed STOP step has ended the job - the morning
      *>           ops report is always there for the shift.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

      *> The drivers' run registry, read back for each step's run IDs.
           SELECT RUN-REGISTRY ASSIGN TO WS-REGISTRY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RRG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *>              least one record
      *>   PRIOR-RC - run only when the previous executed step's
      *>              RETURN-CODE was nonzero
      *>   ALWAYS   - run even after a STOP step has ended the job,
      *>              for a closing step such as LLM-OPS-REPORT
      *> Blank runs unconditionally, as every manifest did before.
      *> {TODAY} and {YESTERDAY} in the input, output and condition
      *> file names resolve to run dates, so one manifest serves
           05 MAN-CONDITION         PIC X(10).
             88 MAN-COND-NONEMPTY      VALUE 'NONEMPTY'.
             88 MAN-COND-PRIOR-RC      VALUE 'PRIOR-RC'.
             88 MAN-COND-ALWAYS        VALUE 'ALWAYS'.
           05 MAN-COND-FILE         PIC X(256).

       FD  SUMMARY-FILE.
           05 FILLER                PIC X(1).
           05 JRN-DISPOSITION       PIC X(8).

       FD  RUN-REGISTRY.
       COPY 'LLM-RUN-REGISTRY-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-MANIFEST-FILENAME  PIC X(256).
       01 WS-RUN-JULIAN         PIC 9(7) COMP.
       01 WS-YESTERDAY          PIC 9(8).

      *> ---- run registry link ----------------------------------------
       01 WS-REGISTRY-FILENAME  PIC X(256).
       01 WS-RRG-FILE-STATUS    PIC X(2).
       01 WS-RRG-EOF-FLAG       PIC X(1).
         88 WS-RRG-EOF              VALUE 'Y'.
       01 WS-JOB-STEP-TAG.
           05 WS-TAG-DATE       PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-TAG-TIME       PIC 9(6).
           05 FILLER            PIC X(1) VALUE '/'.
           05 WS-TAG-STEP       PIC 9(3).
       01 WS-STEP-RUN-IDS       PIC X(88).
       01 WS-RUN-ID-PTR         PIC 9(3) COMP.

       PROCEDURE DIVISION.

       000-MAIN.
               MOVE '.'                 TO WS-BIN-DIR
           END-IF

           DISPLAY 'LLM_RUN_REGISTRY' UPON ENVIRONMENT-NAME
           ACCEPT WS-REGISTRY-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REGISTRY-FILENAME = SPACES
               MOVE 'LLM-RUN-REGISTRY.DAT' TO WS-REGISTRY-FILENAME
           END-IF

           OPEN INPUT MANIFEST-FILE
           IF WS-MAN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-JOB-RUNNER: cannot open manifest, status '
           OPEN OUTPUT SUMMARY-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE              TO WS-TAG-DATE
           MOVE WS-RUN-TIME(1:6)         TO WS-TAG-TIME
           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-YESTERDAY =
                  INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           MOVE 'STEP PROGRAM              RC   DISPOSITION  RUN-ID'
                                        TO SUMMARY-LINE
           WRITE SUMMARY-LINE



       210-RUN-ONE-STEP.
           MOVE SPACES                   TO WS-STEP-RUN-IDS
           IF WS-RUN-STOPPED AND NOT MAN-COND-ALWAYS
               ADD 1                    TO WS-SKIP-COUNT
               MOVE 'SKIPPED'           TO WS-DISPOSITION
               MOVE 0                   TO WS-STEP-RC
               PERFORM 220-BUILD-STEP-COMMAND
               DISPLAY 'LLM-JOB-RUNNER: step ' WS-STEP-NUM ': '
                       FUNCTION TRIM(WS-STEP-CMD)
               MOVE WS-STEP-NUM         TO WS-TAG-STEP
               DISPLAY 'LLM_JOB_STEP' UPON ENVIRONMENT-NAME
               DISPLAY WS-JOB-STEP-TAG UPON ENVIRONMENT-VALUE
               MOVE 0 TO RETURN-CODE
               CALL 'SYSTEM' USING WS-STEP-CMD
               MOVE RETURN-CODE         TO WS-STEP-RC
               MOVE 0                   TO RETURN-CODE
               PERFORM 250-FIND-STEP-RUNS
      *> system(3) hands back the raw wait status - the child's exit
      *> code rides in the high byte on this platform.
               IF WS-STEP-RC > 255
           END-IF.


      *> The run ID(s) the step's driver registered under this step's
      *> tag - normally one; a step that never reached its registry
      *> START (bad arguments, a program that doesn't register) shows
      *> none.
       250-FIND-STEP-RUNS.
           MOVE SPACES                   TO WS-STEP-RUN-IDS
           MOVE 1                        TO WS-RUN-ID-PTR
           OPEN INPUT RUN-REGISTRY
           IF WS-RRG-FILE-STATUS = '00'
               MOVE 'N' TO WS-RRG-EOF-FLAG
               PERFORM UNTIL WS-RRG-EOF
                   READ RUN-REGISTRY
                       AT END
                           SET WS-RRG-EOF TO TRUE
                       NOT AT END
                           IF RRG-EVENT = 'START'
                           AND RRG-JOB-STEP = WS-JOB-STEP-TAG
                           AND WS-RUN-ID-PTR < 68
                               STRING FUNCTION TRIM(RRG-RUN-ID)
                                          DELIMITED BY SIZE
                                      ' '  DELIMITED BY SIZE
                                      INTO WS-STEP-RUN-IDS
                                      WITH POINTER WS-RUN-ID-PTR
                               END-STRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTRY
           END-IF.


       230-WRITE-STEP-LINE.
           MOVE WS-STEP-RC               TO WS-EDIT-RC
           MOVE SPACES                   TO SUMMARY-LINE
                  WS-EDIT-RC                    DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-DISPOSITION                DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  WS-STEP-RUN-IDS               DELIMITED BY SIZE
                  INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE.
