      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-QUIET-CHECK.cob
      *> Desc    : One look at whether the system is quiet enough to
      *>           copy or replace its stores wholesale - see
      *>           LLM-QUIET-CHECK.cpy for the call area. Busy is:
      *>             - a .conv.lock in any of the given conversation
      *>               directories younger than
      *>               LLM_CONV_LOCK_STALE_SECS (default 600) - the
      *>               age past which LLM-CONVERSATION-LOCK itself
      *>               would seize it as abandoned
      *>             - a run on the run registry (LLM_RUN_REGISTRY,
      *>               default LLM-RUN-REGISTRY.DAT) with a START and
      *>               no END that started within
      *>               LLM_QUIET_RUN_STALE_HOURS (default 24) - a
      *>               START older than that belongs to a run that
      *>               died without its END line, not one still
      *>               writing
      *>           A registry that does not exist yet has no runs; one
      *>           that exists and cannot be read counts as busy. The
      *>           caller does the waiting - this is one look.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-QUIET-CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-LIST ASSIGN TO WS-LIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT RUN-REGISTRY ASSIGN TO WS-REGISTRY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RRG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-LIST.
       01 LOCK-LIST-LINE            PIC X(300).

      *> LLM-CONVERSATION-LOCK's stamp.
       FD  LOCK-FILE.
       01 LOCK-RECORD.
           05 LCK-DATE              PIC 9(8).
           05 FILLER                PIC X(1).
           05 LCK-TIME              PIC 9(8).

       FD  RUN-REGISTRY.
       COPY 'LLM-RUN-REGISTRY-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-LIST-FILENAME          PIC X(256).
       01 WS-LOCK-FILENAME          PIC X(256).
       01 WS-REGISTRY-FILENAME      PIC X(256).
       01 WS-LST-FILE-STATUS        PIC X(2).
       01 WS-LOCK-FILE-STATUS       PIC X(2).
       01 WS-RRG-FILE-STATUS        PIC X(2).
       01 WS-LST-EOF-FLAG           PIC X(1).
         88 WS-LST-EOF                  VALUE 'Y'.
       01 WS-RRG-EOF-FLAG           PIC X(1).
         88 WS-RRG-EOF                  VALUE 'Y'.
       01 WS-CMD                    PIC X(700).
       01 WS-DIR-IDX                PIC 9(2).

      *> ---- limits ---------------------------------------------------
       01 WS-ENV-VALUE              PIC X(10).
       01 WS-STALE-SECS             PIC 9(6) VALUE 600.
       01 WS-RUN-STALE-HOURS        PIC 9(4) VALUE 24.
       01 WS-RUN-STALE-SECS         PIC 9(9).

      *> ---- ages -----------------------------------------------------
       01 WS-NOW-DATE               PIC 9(8).
       01 WS-NOW-TIME               PIC 9(8).
       01 WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05 WS-NOW-HH             PIC 9(2).
           05 WS-NOW-MM             PIC 9(2).
           05 WS-NOW-SS             PIC 9(2).
           05 FILLER                PIC X(2).
       01 WS-THEN-DATE              PIC 9(8).
       01 WS-THEN-TIME-R.
           05 WS-THEN-HH            PIC 9(2).
           05 WS-THEN-MM            PIC 9(2).
           05 WS-THEN-SS            PIC 9(2).
           05 FILLER                PIC X(2).
       01 WS-NOW-JULIAN             PIC 9(7) COMP.
       01 WS-THEN-JULIAN            PIC 9(7) COMP.
       01 WS-AGE-SECS               PIC S9(10) COMP.

      *> ---- runs started and not yet ended ---------------------------
       01 WS-OPEN-MAX               PIC 9(4) VALUE 500.
       01 WS-OPEN-COUNT             PIC 9(4).
       01 WS-OPEN-IDX               PIC 9(4).
       01 WS-FOUND-IDX              PIC 9(4).
       01 WS-OPEN-OVERFLOW-FLAG     PIC X(1).
         88 WS-OPEN-OVERFLOW            VALUE 'Y'.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-RUN OCCURS 500 TIMES.
               10 WS-OPEN-RUN-ID    PIC X(20).
               10 WS-OPEN-PROGRAM   PIC X(20).
               10 WS-OPEN-STARTED   PIC X(17).

       LINKAGE SECTION.

       COPY 'LLM-QUIET-CHECK.cpy'.


       PROCEDURE DIVISION USING LLM-QUIET-CHECK-AREA.

       000-MAIN.
           MOVE 'Y'                      TO LLM-QCK-FLAG
           MOVE SPACES                   TO LLM-QCK-REASON
           PERFORM 100-INIT

           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > LLM-QCK-DIR-COUNT
                      OR WS-DIR-IDX > 20
                      OR NOT LLM-QCK-QUIET
               IF LLM-QCK-DIR(WS-DIR-IDX) NOT = SPACES
                   PERFORM 200-CHECK-CONV-LOCKS
               END-IF
           END-PERFORM

           IF LLM-QCK-QUIET
               PERFORM 300-CHECK-RUN-REGISTRY
           END-IF
           GOBACK.


       100-INIT.
           DISPLAY 'LLM_CONV_LOCK_STALE_SECS' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-STALE-SECS
           END-IF
           DISPLAY 'LLM_QUIET_RUN_STALE_HOURS' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE)
                                         TO WS-RUN-STALE-HOURS
           END-IF
           COMPUTE WS-RUN-STALE-SECS = WS-RUN-STALE-HOURS * 3600

           DISPLAY 'LLM_RUN_REGISTRY' UPON ENVIRONMENT-NAME
           ACCEPT WS-REGISTRY-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REGISTRY-FILENAME = SPACES
               MOVE 'LLM-RUN-REGISTRY.DAT' TO WS-REGISTRY-FILENAME
           END-IF

           MOVE LLM-QCK-LIST-FILE        TO WS-LIST-FILENAME
           IF WS-LIST-FILENAME = SPACES
               MOVE 'LLM-QUIET-CHECK.lst' TO WS-LIST-FILENAME
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE).


      *> Every lock file in the directory, whoever's conversation it
      *> is - a lock is only ever held across a LOAD / SAVE cycle.
       200-CHECK-CONV-LOCKS.
           MOVE SPACES TO WS-CMD
           STRING 'ls -1 '''             DELIMITED BY SIZE
                  FUNCTION TRIM(LLM-QCK-DIR(WS-DIR-IDX))
                                         DELIMITED BY SIZE
                  '''/*.conv.lock > '''  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIST-FILENAME)
                                         DELIMITED BY SIZE
                  ''' 2>/dev/null'       DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD

           OPEN INPUT LOCK-LIST
           IF WS-LST-FILE-STATUS = '00'
               MOVE 'N' TO WS-LST-EOF-FLAG
               PERFORM UNTIL WS-LST-EOF OR NOT LLM-QCK-QUIET
                   READ LOCK-LIST
                       AT END
                           SET WS-LST-EOF TO TRUE
                       NOT AT END
                           IF LOCK-LIST-LINE NOT = SPACES
                               PERFORM 210-JUDGE-LOCK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-LIST
           END-IF.


      *> Aged the way LLM-CONVERSATION-LOCK ages it; a lock gone by
      *> the time it is opened was released in between.
       210-JUDGE-LOCK.
           MOVE LOCK-LIST-LINE           TO WS-LOCK-FILENAME
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS = '00'
               READ LOCK-FILE
                   AT END
                       INITIALIZE LOCK-RECORD
               END-READ
               CLOSE LOCK-FILE
               IF LCK-DATE IS NUMERIC AND LCK-DATE > 0
                   MOVE LCK-DATE         TO WS-THEN-DATE
                   MOVE LCK-TIME         TO WS-THEN-TIME-R
                   PERFORM 400-COMPUTE-AGE
                   IF WS-AGE-SECS <= WS-STALE-SECS
                       MOVE 'N'          TO LLM-QCK-FLAG
                       STRING 'conversation lock held: '
                                         DELIMITED BY SIZE
                              FUNCTION TRIM(WS-LOCK-FILENAME)
                                         DELIMITED BY SIZE
                           INTO LLM-QCK-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF.


      *> STARTs are pencilled in as they come and struck off by their
      *> END, paired on run ID and program as LLM-RUN-INQUIRY pairs
      *> them. Whatever is left is still running.
       300-CHECK-RUN-REGISTRY.
           MOVE 0                        TO WS-OPEN-COUNT
           MOVE 'N'                      TO WS-OPEN-OVERFLOW-FLAG
           OPEN INPUT RUN-REGISTRY
           EVALUATE WS-RRG-FILE-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-RRG-EOF-FLAG
                   PERFORM UNTIL WS-RRG-EOF
                       READ RUN-REGISTRY
                           AT END
                               SET WS-RRG-EOF TO TRUE
                           NOT AT END
                               PERFORM 310-APPLY-REGISTRY-LINE
                       END-READ
                   END-PERFORM
                   CLOSE RUN-REGISTRY
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N'              TO LLM-QCK-FLAG
                   STRING 'run registry '  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-REGISTRY-FILENAME)
                                           DELIMITED BY SIZE
                          ' unreadable, status '
                                           DELIMITED BY SIZE
                          WS-RRG-FILE-STATUS
                                           DELIMITED BY SIZE
                       INTO LLM-QCK-REASON
                   END-STRING
           END-EVALUATE

           EVALUATE TRUE
               WHEN NOT LLM-QCK-QUIET
                   CONTINUE
               WHEN WS-OPEN-OVERFLOW
                   MOVE 'N'              TO LLM-QCK-FLAG
                   MOVE 'more runs open on the run registry than can '
                     & 'be tracked'      TO LLM-QCK-REASON
               WHEN WS-OPEN-COUNT > 0
                   MOVE 'N'              TO LLM-QCK-FLAG
                   STRING 'batch run still running: '
                                         DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OPEN-PROGRAM(1))
                                         DELIMITED BY SIZE
                          ' run '        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OPEN-RUN-ID(1))
                                         DELIMITED BY SIZE
                          ' started '    DELIMITED BY SIZE
                          WS-OPEN-STARTED(1)
                                         DELIMITED BY SIZE
                       INTO LLM-QCK-REASON
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       310-APPLY-REGISTRY-LINE.
           EVALUATE RRG-EVENT
               WHEN 'START'
                   PERFORM 320-NOTE-START
               WHEN 'END'
                   PERFORM 330-STRIKE-OFF-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       320-NOTE-START.
           IF RRG-STARTED-AT(1:8) IS NUMERIC
               AND RRG-STARTED-AT(10:6) IS NUMERIC
               MOVE RRG-STARTED-AT(1:8)  TO WS-THEN-DATE
               MOVE RRG-STARTED-AT(10:8) TO WS-THEN-TIME-R
               PERFORM 400-COMPUTE-AGE
               IF WS-AGE-SECS <= WS-RUN-STALE-SECS
                   IF WS-OPEN-COUNT < WS-OPEN-MAX
                       ADD 1             TO WS-OPEN-COUNT
                       MOVE RRG-RUN-ID
                           TO WS-OPEN-RUN-ID(WS-OPEN-COUNT)
                       MOVE RRG-PROGRAM
                           TO WS-OPEN-PROGRAM(WS-OPEN-COUNT)
                       MOVE RRG-STARTED-AT
                           TO WS-OPEN-STARTED(WS-OPEN-COUNT)
                   ELSE
                       SET WS-OPEN-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.


      *> The last open slot fills the struck one - order among the
      *> open runs does not matter, only whether any are left.
       330-STRIKE-OFF-END.
           MOVE 0                        TO WS-FOUND-IDX
           PERFORM VARYING WS-OPEN-IDX FROM WS-OPEN-COUNT BY -1
                   UNTIL WS-OPEN-IDX < 1 OR WS-FOUND-IDX > 0
               IF WS-OPEN-RUN-ID(WS-OPEN-IDX) = RRG-RUN-ID
                   AND WS-OPEN-PROGRAM(WS-OPEN-IDX) = RRG-PROGRAM
                   MOVE WS-OPEN-IDX      TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
               MOVE WS-OPEN-RUN(WS-OPEN-COUNT)
                                         TO WS-OPEN-RUN(WS-FOUND-IDX)
               SUBTRACT 1                FROM WS-OPEN-COUNT
           END-IF.


       400-COMPUTE-AGE.
           COMPUTE WS-THEN-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-THEN-DATE)
           COMPUTE WS-AGE-SECS =
               (WS-NOW-JULIAN - WS-THEN-JULIAN) * 86400
               + (WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS)
               - (WS-THEN-HH * 3600 + WS-THEN-MM * 60 + WS-THEN-SS).
