      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-LEGAL-HOLD.cob
      *> Desc    : Maintenance over the legal-hold registry (see
      *>           LLM-LEGAL-HOLD-RECORD.cpy) - the only sanctioned
      *>           way to place or release a hold:
      *>             PLACE <matter> <KEY|CONV|CALLER> <value>
      *>                   [reason]     - preserve the item for the
      *>                                  matter
      *>             RELEASE <matter> [<KEY|CONV|CALLER> <value>]
      *>                                - lift one hold, or with no
      *>                                  item every hold on the
      *>                                  matter (the matter closed)
      *>             LIST [matter]      - the holds in force
      *>           Every placement and release is logged, one line
      *>           per item, to LLM_LEGAL_HOLD_LOG (layout in
      *>           LLM-HOLD-EVENT-RECORD.cpy) under the operator ID
      *>           from LLM_HOLD_OPERATOR (else USER). A release
      *>           rewrites the registry through .new and swaps it
      *>           in. LLM-ARCHIVE-SWEEP, LLM-CONV-MANAGER,
      *>           LLM-HOUSEKEEP and LLM-ERASURE-PURGE consult the
      *>           registry through LLM-HOLD-CHECK.
      *>           RETURN-CODE 4 when a PLACE duplicates a hold in
      *>           force or a RELEASE matches nothing, 8 on a usage or
      *>           file error.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-LEGAL-HOLD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO WS-HOLD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT HOLD-NEW-FILE ASSIGN TO WS-HOLD-NEW-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HNEW-FILE-STATUS.

           SELECT HOLD-LOG ASSIGN TO WS-HOLD-LOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOLD-FILE.
       COPY 'LLM-LEGAL-HOLD-RECORD.cpy'.

       FD  HOLD-NEW-FILE.
       01 HOLD-NEW-RECORD           PIC X(185).

       FD  HOLD-LOG.
       COPY 'LLM-HOLD-EVENT-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-COMMAND-ARG        PIC X(8).
       01 WS-MATTER-ARG         PIC X(12).
       01 WS-TYPE-ARG           PIC X(6).
         88 WS-TYPE-VALID           VALUE 'KEY' 'CONV' 'CALLER'.
       01 WS-VALUE-ARG          PIC X(64).
       01 WS-REASON-ARG         PIC X(60).
       01 WS-HOLD-FILENAME      PIC X(256).
       01 WS-HOLD-NEW-FILENAME  PIC X(256).
       01 WS-HOLD-LOG-FILENAME  PIC X(256).
       01 WS-HOLD-FILE-STATUS   PIC X(2).
       01 WS-HNEW-FILE-STATUS   PIC X(2).
       01 WS-HLOG-FILE-STATUS   PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-ARGS-GIVEN         PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-SWAP-CMD           PIC X(600).
       01 WS-OPERATOR-ID        PIC X(30).
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-RELEASE-ALL-FLAG   PIC X(1) VALUE 'N'.
         88 WS-RELEASE-ALL          VALUE 'Y'.
       01 WS-MATCH-FLAG         PIC X(1).
         88 WS-ITEM-MATCHES         VALUE 'Y'.
       01 WS-FOUND-COUNT        PIC 9(5) VALUE 0.
       01 WS-LISTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-LIST-TYPE          PIC X(6).

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           EVALUATE WS-COMMAND-ARG
               WHEN 'PLACE'
                   PERFORM 200-PLACE-HOLD
               WHEN 'RELEASE'
                   PERFORM 300-RELEASE-HOLDS
               WHEN 'LIST'
                   PERFORM 400-LIST-HOLDS
               WHEN OTHER
                   PERFORM 900-USAGE
           END-EVALUATE
           STOP RUN.


      *> Args: 1=PLACE|RELEASE|LIST  2=matter  3=item type
      *>       4=item value  5=reason (PLACE only, quoted)
       100-INIT.
           ACCEPT WS-ARGS-GIVEN FROM ARGUMENT-NUMBER
           MOVE SPACES                   TO WS-COMMAND-ARG
                                            WS-MATTER-ARG
                                            WS-TYPE-ARG
                                            WS-VALUE-ARG
                                            WS-REASON-ARG
           IF WS-ARGS-GIVEN >= 1
               MOVE 1                    TO WS-ARG-COUNT
               ACCEPT WS-COMMAND-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-COMMAND-ARG)
                                         TO WS-COMMAND-ARG
           END-IF
           IF WS-ARGS-GIVEN >= 2
               MOVE 2                    TO WS-ARG-COUNT
               ACCEPT WS-MATTER-ARG FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGS-GIVEN >= 3
               MOVE 3                    TO WS-ARG-COUNT
               ACCEPT WS-TYPE-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-TYPE-ARG)
                                         TO WS-TYPE-ARG
           END-IF
           IF WS-ARGS-GIVEN >= 4
               MOVE 4                    TO WS-ARG-COUNT
               ACCEPT WS-VALUE-ARG FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGS-GIVEN >= 5
               MOVE 5                    TO WS-ARG-COUNT
               ACCEPT WS-REASON-ARG FROM ARGUMENT-VALUE
           END-IF

           DISPLAY 'LLM_LEGAL_HOLD_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HOLD-FILENAME = SPACES
               MOVE 'LLM-LEGAL-HOLD.DAT' TO WS-HOLD-FILENAME
           END-IF
           STRING FUNCTION TRIM(WS-HOLD-FILENAME) DELIMITED BY SIZE
                  '.new'                 DELIMITED BY SIZE
                  INTO WS-HOLD-NEW-FILENAME
           END-STRING
           DISPLAY 'LLM_LEGAL_HOLD_LOG' UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-LOG-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-HOLD-LOG-FILENAME = SPACES
               MOVE 'LLM-LEGAL-HOLD.LOG' TO WS-HOLD-LOG-FILENAME
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME.


      *> A hold means nothing without a name against it - the same
      *> rule LLM-APPROVAL-REVIEW applies to a sign-off.
       150-TAKE-OPERATOR.
           DISPLAY 'LLM_HOLD_OPERATOR' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'USER' UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'LLM-LEGAL-HOLD: no operator ID - set '
                       'LLM_HOLD_OPERATOR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MATTER-ARG = SPACES
               DISPLAY 'LLM-LEGAL-HOLD: a matter number is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       200-PLACE-HOLD.
           PERFORM 150-TAKE-OPERATOR
           IF NOT WS-TYPE-VALID OR WS-VALUE-ARG = SPACES
               PERFORM 900-USAGE
           END-IF

      *> The same item under the same matter twice would need two
      *> releases to lift - refuse it instead.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ HOLD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 310-MATCH-HOLD-LINE
                           IF WS-ITEM-MATCHES
                               ADD 1 TO WS-FOUND-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           IF WS-FOUND-COUNT > 0
               DISPLAY 'LLM-LEGAL-HOLD: ' FUNCTION TRIM(WS-TYPE-ARG)
                       ' ' FUNCTION TRIM(WS-VALUE-ARG)
                       ' is already held for matter '
                       FUNCTION TRIM(WS-MATTER-ARG)
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '35'
               OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-LEGAL-HOLD: cannot open '
                       FUNCTION TRIM(WS-HOLD-FILENAME)
                       ', status ' WS-HOLD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                   TO LEGAL-HOLD-RECORD
           MOVE WS-TYPE-ARG              TO HOLD-TYPE
           MOVE WS-VALUE-ARG             TO HOLD-VALUE
           MOVE WS-MATTER-ARG            TO HOLD-MATTER
           MOVE WS-NOW-DATE              TO HOLD-PLACED-DATE
           MOVE WS-OPERATOR-ID           TO HOLD-PLACED-BY
           MOVE WS-REASON-ARG            TO HOLD-REASON
           WRITE LEGAL-HOLD-RECORD
           CLOSE HOLD-FILE

           PERFORM 500-WRITE-HOLD-EVENT
           DISPLAY 'LLM-LEGAL-HOLD: ' FUNCTION TRIM(WS-TYPE-ARG)
                   ' ' FUNCTION TRIM(WS-VALUE-ARG)
                   ' placed on hold for matter '
                   FUNCTION TRIM(WS-MATTER-ARG).


       300-RELEASE-HOLDS.
           PERFORM 150-TAKE-OPERATOR
           IF WS-TYPE-ARG = SPACES AND WS-VALUE-ARG = SPACES
               SET WS-RELEASE-ALL        TO TRUE
           ELSE
               IF NOT WS-TYPE-VALID OR WS-VALUE-ARG = SPACES
                   PERFORM 900-USAGE
               END-IF
           END-IF

           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-LEGAL-HOLD: no hold registry at '
                       FUNCTION TRIM(WS-HOLD-FILENAME)
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HOLD-NEW-FILE
           IF WS-HNEW-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-LEGAL-HOLD: cannot open '
                       FUNCTION TRIM(WS-HOLD-NEW-FILENAME)
                       ', status ' WS-HNEW-FILE-STATUS
               CLOSE HOLD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ HOLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 310-MATCH-HOLD-LINE
                       IF WS-ITEM-MATCHES
                           PERFORM 320-RELEASE-ONE
                       ELSE
                           MOVE LEGAL-HOLD-RECORD TO HOLD-NEW-RECORD
                           WRITE HOLD-NEW-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE HOLD-NEW-FILE

           IF WS-FOUND-COUNT = 0
               MOVE SPACES TO WS-SWAP-CMD
               STRING 'rm -f '               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOLD-NEW-FILENAME)
                                             DELIMITED BY SIZE
                      INTO WS-SWAP-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-SWAP-CMD
               DISPLAY 'LLM-LEGAL-HOLD: no matching hold in force for '
                       'matter ' FUNCTION TRIM(WS-MATTER-ARG)
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-SWAP-CMD
               STRING 'mv '                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOLD-NEW-FILENAME)
                                             DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOLD-FILENAME)
                                             DELIMITED BY SIZE
                      INTO WS-SWAP-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-SWAP-CMD
               DISPLAY 'LLM-LEGAL-HOLD: ' WS-FOUND-COUNT
                       ' hold(s) released for matter '
                       FUNCTION TRIM(WS-MATTER-ARG)
           END-IF.


      *> A registry line is this run's item when it is under the
      *> matter named and - unless the whole matter is being
      *> released - is the same type and value.
       310-MATCH-HOLD-LINE.
           MOVE 'N'                      TO WS-MATCH-FLAG
           IF HOLD-TYPE NOT = SPACES
           AND HOLD-TYPE(1:1) NOT = '*'
           AND HOLD-MATTER = WS-MATTER-ARG
               IF WS-RELEASE-ALL
                   SET WS-ITEM-MATCHES   TO TRUE
               ELSE
                   IF FUNCTION UPPER-CASE(HOLD-TYPE) = WS-TYPE-ARG
                   AND HOLD-VALUE = WS-VALUE-ARG
                       SET WS-ITEM-MATCHES TO TRUE
                   END-IF
               END-IF
           END-IF.


       320-RELEASE-ONE.
           ADD 1 TO WS-FOUND-COUNT
           MOVE FUNCTION UPPER-CASE(HOLD-TYPE) TO WS-TYPE-ARG
           MOVE HOLD-VALUE               TO WS-VALUE-ARG
           PERFORM 500-WRITE-HOLD-EVENT
           DISPLAY 'LLM-LEGAL-HOLD: released '
                   FUNCTION TRIM(HOLD-TYPE) ' '
                   FUNCTION TRIM(HOLD-VALUE)
                   ' (placed ' HOLD-PLACED-DATE ' by '
                   FUNCTION TRIM(HOLD-PLACED-BY) ')'.


       400-LIST-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-LEGAL-HOLD: no hold registry at '
                       FUNCTION TRIM(WS-HOLD-FILENAME)
           ELSE
               DISPLAY 'MATTER       TYPE   PLACED   BY'
                       '                   ITEM'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ HOLD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HOLD-TYPE NOT = SPACES
                           AND HOLD-TYPE(1:1) NOT = '*'
                           AND (WS-MATTER-ARG = SPACES
                                OR HOLD-MATTER = WS-MATTER-ARG)
                               PERFORM 410-LIST-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           DISPLAY 'LLM-LEGAL-HOLD: ' WS-LISTED-COUNT
                   ' hold(s) in force'.


       410-LIST-ONE.
           ADD 1 TO WS-LISTED-COUNT
           MOVE FUNCTION UPPER-CASE(HOLD-TYPE) TO WS-LIST-TYPE
           DISPLAY HOLD-MATTER ' ' WS-LIST-TYPE ' '
                   HOLD-PLACED-DATE ' ' HOLD-PLACED-BY(1:20) ' '
                   FUNCTION TRIM(HOLD-VALUE)
           IF HOLD-REASON NOT = SPACES
               DISPLAY '             '
                       FUNCTION TRIM(HOLD-REASON)
           END-IF.


       500-WRITE-HOLD-EVENT.
           OPEN EXTEND HOLD-LOG
           IF WS-HLOG-FILE-STATUS = '35'
               OPEN OUTPUT HOLD-LOG
           END-IF
           IF WS-HLOG-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-LEGAL-HOLD: cannot open '
                       FUNCTION TRIM(WS-HOLD-LOG-FILENAME)
                       ', status ' WS-HLOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES               TO HOLD-EVENT-RECORD
               STRING WS-NOW-DATE        DELIMITED BY SIZE
                      '-'                DELIMITED BY SIZE
                      WS-NOW-TIME        DELIMITED BY SIZE
                      INTO HEV-TIMESTAMP
               END-STRING
               MOVE WS-COMMAND-ARG       TO HEV-ACTION
               MOVE WS-TYPE-ARG          TO HEV-TYPE
               MOVE WS-VALUE-ARG         TO HEV-VALUE
               MOVE WS-MATTER-ARG        TO HEV-MATTER
               MOVE WS-OPERATOR-ID       TO HEV-OPERATOR
               MOVE WS-REASON-ARG        TO HEV-REASON
               WRITE HOLD-EVENT-RECORD
               CLOSE HOLD-LOG
           END-IF.


       900-USAGE.
           DISPLAY 'LLM-LEGAL-HOLD: usage: LLM-LEGAL-HOLD '
                   'PLACE <matter> <KEY|CONV|CALLER> <value> [reason]'
           DISPLAY '                      LLM-LEGAL-HOLD '
                   'RELEASE <matter> [<KEY|CONV|CALLER> <value>]'
           DISPLAY '                      LLM-LEGAL-HOLD '
                   'LIST [matter]'
           MOVE 8 TO RETURN-CODE
           STOP RUN.
