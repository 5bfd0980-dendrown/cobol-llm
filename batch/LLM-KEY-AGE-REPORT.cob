      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-KEY-AGE-REPORT.cob
      *> Desc    : API key age report over the key inventory
      *>           (LLM_KEY_INVENTORY, default LLM-KEY-INVENTORY.DAT;
      *>           see LLM-KEY-INVENTORY-RECORD.cpy) - one line per
      *>           key with its owner, issue date, age, the rotation
      *>           and hard-expiry limits that apply to it and the
      *>           days left before expiry, aged by LLM-KEY-CHECK so
      *>           the report and LLM-INIT's refusal of an expired key
      *>           never disagree. A key past its rotation limit is
      *>           flagged ROTATE and sets RETURN-CODE 4; a key past
      *>           hard expiry is flagged EXPIRED and sets
      *>           RETURN-CODE 8 - any job still configured with it
      *>           will now fail at LLM-INIT. An older line for a
      *>           provider and key hint listed again with a later
      *>           issue date is shown as SUPERSEDED and not counted.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-KEY-AGE-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-INVENTORY ASSIGN TO WS-KINV-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KINV-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  KEY-INVENTORY.
       COPY 'LLM-KEY-INVENTORY-RECORD.cpy'.

       FD  REPORT-OUT.
       01 REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-KINV-FILENAME      PIC X(256).
       01 WS-REPORT-FILENAME    PIC X(256).
       01 WS-KINV-FILE-STATUS   PIC X(2).
       01 WS-RPT-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-ARG-TEXT           PIC X(16).
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-ASOF-DATE          PIC 9(8) VALUE 0.

       COPY 'LLM-KEY-CHECK.cpy'.

      *> ---- counts by state ------------------------------------------
       01 WS-KEY-COUNT          PIC 9(5) VALUE 0.
       01 WS-OK-COUNT           PIC 9(5) VALUE 0.
       01 WS-ROTATE-COUNT       PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT      PIC 9(5) VALUE 0.
       01 WS-SUPERSEDED-COUNT   PIC 9(5) VALUE 0.
       01 WS-INVALID-COUNT      PIC 9(5) VALUE 0.

      *> ---- report editing -------------------------------------------
       01 WS-EDIT-COUNT         PIC ZZ,ZZ9.
       01 WS-DAYS-LEFT          PIC S9(5).
       01 WS-DETAIL-LINE.
           05 DTL-PROVIDER      PIC X(20).
           05 FILLER            PIC X(1).
           05 DTL-KEY           PIC X(7).
           05 FILLER            PIC X(1).
           05 DTL-LABEL         PIC X(30).
           05 FILLER            PIC X(1).
           05 DTL-OWNER         PIC X(30).
           05 FILLER            PIC X(1).
           05 DTL-ISSUED        PIC X(8).
           05 FILLER            PIC X(1).
           05 DTL-AGE           PIC ZZZZ9.
           05 FILLER            PIC X(1).
           05 DTL-ROTATE        PIC ZZZ9.
           05 FILLER            PIC X(1).
           05 DTL-EXPIRE        PIC ZZZ9.
           05 FILLER            PIC X(1).
           05 DTL-LEFT          PIC ----9.
           05 FILLER            PIC X(1).
           05 DTL-STATE         PIC X(10).

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-SCAN-INVENTORY
           PERFORM 400-WRITE-TOTALS
           CLOSE REPORT-OUT
           DISPLAY 'LLM-KEY-AGE-REPORT: ' WS-KEY-COUNT ' key(s), '
                   WS-ROTATE-COUNT ' due for rotation, '
                   WS-EXPIRED-COUNT ' past hard expiry'
           EVALUATE TRUE
               WHEN WS-EXPIRED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ROTATE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

      *> Args: 1=report file
      *>       2=as-of date YYYYMMDD (optional - default today; a
      *>         future date shows which keys a planned run will
      *>         find expired)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY 'LLM-KEY-AGE-REPORT: usage: LLM-KEY-AGE-REPORT '
                       '<report> [asof-yyyymmdd]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 2
               MOVE 2                   TO WS-ARG-COUNT
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT NOT = SPACES AND WS-ARG-TEXT NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-ARG-TEXT)
                                        TO WS-ASOF-DATE
               END-IF
           END-IF
           IF WS-ASOF-DATE = 0
               ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           END-IF

           DISPLAY 'LLM_KEY_INVENTORY' UPON ENVIRONMENT-NAME
           ACCEPT WS-KINV-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-KINV-FILENAME = SPACES
               MOVE 'LLM-KEY-INVENTORY.DAT' TO WS-KINV-FILENAME
           END-IF

           OPEN INPUT KEY-INVENTORY
           IF WS-KINV-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-KEY-AGE-REPORT: cannot open key inventory '
                       FUNCTION TRIM(WS-KINV-FILENAME)
                       ', status ' WS-KINV-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-OUT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-KEY-AGE-REPORT: cannot open report '
                       FUNCTION TRIM(WS-REPORT-FILENAME)
                       ', status ' WS-RPT-FILE-STATUS
               CLOSE KEY-INVENTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       200-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING 'API KEY AGE REPORT - AS OF ' DELIMITED BY SIZE
                  WS-ASOF-DATE                  DELIMITED BY SIZE
                  '   INVENTORY '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KINV-FILENAME)
                                                DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PROVIDER             KEY     LABEL'
                                                DELIMITED BY SIZE
                  '                          OWNER'
                                                DELIMITED BY SIZE
                  '                          ISSUED     AGE'
                                                DELIMITED BY SIZE
                  ' ROT. EXP.  LEFT STATE'     DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE(1:130)
           WRITE REPORT-LINE.


       300-SCAN-INVENTORY.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ KEY-INVENTORY
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF KINV-PROVIDER NOT = SPACES
                       AND KINV-PROVIDER(1:1) NOT = '*'
                           PERFORM 310-REPORT-KEY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-INVENTORY.


      *> The line is aged by handing its own provider and hint back
      *> to LLM-KEY-CHECK - whatever answers is what LLM-INIT would
      *> see for that key. An answer carrying a different issue date
      *> means a later line re-issued the same hint.
       310-REPORT-KEY.
           MOVE SPACES                   TO WS-DETAIL-LINE
           MOVE KINV-PROVIDER            TO DTL-PROVIDER
           STRING '...' KINV-KEY-HINT DELIMITED BY SIZE
               INTO DTL-KEY
           END-STRING
           MOVE KINV-LABEL               TO DTL-LABEL
           MOVE KINV-OWNER               TO DTL-OWNER
           MOVE KINV-ISSUED-DATE         TO DTL-ISSUED

           IF KINV-ISSUED-DATE IS NOT NUMERIC
               ADD 1 TO WS-INVALID-COUNT
               MOVE 'BAD DATE'           TO DTL-STATE
           ELSE
               INITIALIZE LLM-KEY-CHECK-AREA
               MOVE KINV-PROVIDER        TO LLM-KEY-PROVIDER
               MOVE KINV-KEY-HINT        TO LLM-KEY-HINT
               MOVE WS-ASOF-DATE         TO LLM-KEY-ASOF-DATE
               CALL 'LLM-KEY-CHECK' USING LLM-KEY-CHECK-AREA
               IF LLM-KEY-ISSUED-DATE NOT = KINV-ISSUED-DATE
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   MOVE 'SUPERSEDED'     TO DTL-STATE
               ELSE
                   PERFORM 320-SHOW-AGE
               END-IF
           END-IF

           MOVE WS-DETAIL-LINE           TO REPORT-LINE
           WRITE REPORT-LINE.


       320-SHOW-AGE.
           ADD 1 TO WS-KEY-COUNT
           MOVE LLM-KEY-AGE-DAYS         TO DTL-AGE
           MOVE LLM-KEY-ROTATE-DAYS      TO DTL-ROTATE
           MOVE LLM-KEY-EXPIRE-DAYS      TO DTL-EXPIRE
           COMPUTE WS-DAYS-LEFT =
               LLM-KEY-EXPIRE-DAYS - LLM-KEY-AGE-DAYS
           MOVE WS-DAYS-LEFT             TO DTL-LEFT
           MOVE LLM-KEY-STATE            TO DTL-STATE
           EVALUATE TRUE
               WHEN LLM-KEY-EXPIRED
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN LLM-KEY-ROTATE-DUE
                   ADD 1 TO WS-ROTATE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OK-COUNT
           END-EVALUATE.


       400-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-KEY-COUNT             TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'KEYS LISTED          ' WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-OK-COUNT              TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  WITHIN POLICY      ' WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ROTATE-COUNT          TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  DUE FOR ROTATION   ' WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-EXPIRED-COUNT         TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  PAST HARD EXPIRY   ' WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-SUPERSEDED-COUNT > 0
               MOVE WS-SUPERSEDED-COUNT  TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'SUPERSEDED LINES     ' WS-EDIT-COUNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-INVALID-COUNT > 0
               MOVE WS-INVALID-COUNT     TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'LINES WITH BAD DATE  ' WS-EDIT-COUNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
