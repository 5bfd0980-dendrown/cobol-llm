      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-AUTH-EVENT.cob
      *> Desc    : Writes one audit-log line (LLM_AUDIT_LOG, default
      *>           LLM-AUDIT.LOG) for a step in a dual-control
      *>           authorization's life - RAISED, APPROVED, DECLINED
      *>           or USED - chained like every other audit line so
      *>           LLM-AUDIT-VERIFY covers them. The line carries
      *>           AUD-PROVIDER 'AUTHORIZE', the operator who took the
      *>           step in AUD-CALLER, and in the model column the
      *>           step, authorization ID, utility, action, requester
      *>           and approver. The target is left to the
      *>           authorization file: an erasure's target is the
      *>           very subject the audit log must not name. Shared
      *>           by LLM-AUTHORIZE and LLM-AUTH-CHECK.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-AUTH-EVENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *> Same chain sidecar protocol as LLM-CHAT's audit writer - an
      *> exclusive lock across the read-append-rewrite keeps the
      *> line from forking the chain under parallel writers.
           SELECT CHAIN-FILE ASSIGN TO WS-CHAIN-FILENAME
               ORGANIZATION SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CHAIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       COPY 'LLM-AUDIT-RECORD.cpy'.

       FD  CHAIN-FILE.
       01 CHAIN-SIDECAR-RECORD.
           05 CHS-VALUE             PIC 9(9).

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-FILENAME         PIC X(256).
       01 WS-AUDIT-FILE-STATUS      PIC X(2).
       01 WS-CHAIN-FILENAME         PIC X(256).
       01 WS-CHAIN-FILE-STATUS      PIC X(2).
       01 WS-CHAIN-OPEN-FLAG        PIC X(1) VALUE 'N'.
         88 WS-CHAIN-IS-OPEN            VALUE 'Y'.
       01 WS-CHAIN-LOCK-TRIES       PIC 9(4) COMP.
       01 WS-CHAIN-PREV             PIC 9(9).
       01 WS-CHAIN-RESULT           PIC 9(9).
       01 WS-ONE-SEC                PIC 9(4) COMP VALUE 1.
       01 WS-AUDIT-DATE             PIC 9(8).
       01 WS-AUDIT-TIME             PIC 9(8).
       01 WS-AUDIT-TIMESTAMP.
           05 WS-AUD-TS-DATE        PIC 9(8).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-AUD-TS-TIME        PIC 9(8).
       01 WS-APPROVER               PIC X(30).

       LINKAGE SECTION.

       01 LLM-AUTH-EVENT-NAME       PIC X(8).
       COPY 'LLM-AUTHORIZATION-RECORD.cpy'.
       01 LLM-AUTH-EVENT-OPERATOR   PIC X(30).


       PROCEDURE DIVISION USING LLM-AUTH-EVENT-NAME
                                AUTHORIZATION-RECORD
                                LLM-AUTH-EVENT-OPERATOR.

       000-MAIN.
           DISPLAY 'LLM_AUDIT_LOG' UPON ENVIRONMENT-NAME
           ACCEPT WS-AUDIT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-AUDIT-FILENAME = SPACES
               MOVE 'LLM-AUDIT.LOG'      TO WS-AUDIT-FILENAME
           END-IF

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-DATE            TO WS-AUD-TS-DATE
           MOVE WS-AUDIT-TIME            TO WS-AUD-TS-TIME

      *> A declined request never had an approver - say so rather
      *> than leave the column looking forgotten.
           MOVE AUTH-DECIDED-BY          TO WS-APPROVER
           IF AUTH-PENDING OR AUTH-DECLINED OR WS-APPROVER = SPACES
               MOVE '-'                  TO WS-APPROVER
           END-IF

           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-AUTH-EVENT: cannot open '
                       'LLM_AUDIT_LOG, status ' WS-AUDIT-FILE-STATUS
           ELSE
               MOVE SPACES               TO AUDIT-LOG-RECORD
               MOVE WS-AUDIT-TIMESTAMP   TO AUD-TIMESTAMP
               MOVE 'AUTHORIZE'          TO AUD-PROVIDER
               STRING FUNCTION TRIM(LLM-AUTH-EVENT-NAME)
                                         DELIMITED BY SIZE
                      ' #'               DELIMITED BY SIZE
                      AUTH-ID            DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      FUNCTION TRIM(AUTH-UTILITY)
                                         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      FUNCTION TRIM(AUTH-ACTION)
                                         DELIMITED BY SIZE
                      ' req='            DELIMITED BY SIZE
                      FUNCTION TRIM(AUTH-REQUESTED-BY)
                                         DELIMITED BY SIZE
                      ' appr='           DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APPROVER)
                                         DELIMITED BY SIZE
                      INTO AUD-MODEL
               END-STRING
               MOVE LLM-AUTH-EVENT-OPERATOR TO AUD-CALLER
               MOVE 0                    TO AUD-TOKENS-IN
               MOVE 0                    TO AUD-TOKENS-OUT
               MOVE 0                    TO AUD-STAT-CODE
               DISPLAY 'LLM_CONFIG_FINGERPRINT' UPON ENVIRONMENT-NAME
               ACCEPT AUD-CONFIG-FINGERPRINT FROM ENVIRONMENT-VALUE
               PERFORM 100-COMPUTE-AUDIT-CHAIN
               MOVE WS-CHAIN-RESULT      TO AUD-CHAIN
               WRITE AUDIT-LOG-RECORD
               CLOSE AUDIT-LOG
               PERFORM 110-SAVE-CHAIN-SIDECAR
           END-IF
           GOBACK.


      *> LLM-CHAT's 505/506/507 sidecar protocol, compressed: take
      *> the exclusive lock, read the previous value, chain, and
      *> rewrite after the line is on disk.
       100-COMPUTE-AUDIT-CHAIN.
           STRING FUNCTION TRIM(WS-AUDIT-FILENAME) DELIMITED BY SIZE
                  '.chain'               DELIMITED BY SIZE
                  INTO WS-CHAIN-FILENAME
           END-STRING

           MOVE 0   TO WS-CHAIN-PREV
           MOVE 'N' TO WS-CHAIN-OPEN-FLAG
           MOVE 0   TO WS-CHAIN-LOCK-TRIES
           OPEN I-O CHAIN-FILE
           PERFORM UNTIL WS-CHAIN-FILE-STATUS = '00'
               OR WS-CHAIN-FILE-STATUS = '35'
               OR WS-CHAIN-LOCK-TRIES >= 60
               ADD 1 TO WS-CHAIN-LOCK-TRIES
               CALL 'C$SLEEP' USING WS-ONE-SEC
               OPEN I-O CHAIN-FILE
           END-PERFORM
           IF WS-CHAIN-FILE-STATUS = '35'
               OPEN OUTPUT CHAIN-FILE
               IF WS-CHAIN-FILE-STATUS = '00'
                   MOVE 0 TO CHS-VALUE
                   WRITE CHAIN-SIDECAR-RECORD
                   CLOSE CHAIN-FILE
                   OPEN I-O CHAIN-FILE
               END-IF
           END-IF
           IF WS-CHAIN-FILE-STATUS = '00'
               SET WS-CHAIN-IS-OPEN TO TRUE
               READ CHAIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHS-VALUE IS NUMERIC
                           MOVE CHS-VALUE TO WS-CHAIN-PREV
                       END-IF
               END-READ
           ELSE
               DISPLAY 'LLM-AUTH-EVENT: audit chain sidecar '
                       'unavailable, authorization line unserialized'
           END-IF

           CALL 'LLM-AUDIT-CHAIN' USING WS-CHAIN-PREV
                                        AUDIT-LOG-RECORD
                                        WS-CHAIN-RESULT.


       110-SAVE-CHAIN-SIDECAR.
           IF WS-CHAIN-IS-OPEN
               MOVE WS-CHAIN-RESULT      TO CHS-VALUE
               REWRITE CHAIN-SIDECAR-RECORD
               CLOSE CHAIN-FILE
               MOVE 'N' TO WS-CHAIN-OPEN-FLAG
           END-IF.
