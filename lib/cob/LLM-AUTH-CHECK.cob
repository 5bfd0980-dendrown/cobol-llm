      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-AUTH-CHECK.cob
      *> Desc    : Dual-control gate (see LLM-AUTH-CHECK.cpy) for
      *>           the operator utilities whose actions cannot be
      *>           undone. Looks in the authorization file named by
      *>           LLM_AUTHORIZATION_FILE (default
      *>           LLM-AUTHORIZATIONS.DAT, layout in
      *>           LLM-AUTHORIZATION-RECORD.cpy) for an APPROVED,
      *>           unexpired line for the caller's utility and action
      *>           whose target is blank or the caller's own. The
      *>           first one found is marked USED under the operator
      *>           ID from LLM_AUTH_OPERATOR (else USER) - the file
      *>           rewritten through .new and swapped in, as
      *>           LLM-LEGAL-HOLD does - and the use is written to
      *>           the audit log through LLM-AUTH-EVENT with the
      *>           requester and approver. The read, rewrite and swap
      *>           run under the <file>.lock sidecar LLM-AUTHORIZE
      *>           also holds, so a raise or decision landing at the
      *>           same moment cannot lose the USED mark (or be lost
      *>           itself). No file, or no such line,
      *>           comes back NONE; a file that cannot be read,
      *>           locked or rewritten comes back ERROR.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-AUTH-CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO WS-AUTH-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT AUTH-NEW-FILE ASSIGN TO WS-AUTH-NEW-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ANEW-FILE-STATUS.

      *> Held from the read to the swap, the way the queue workers
      *> hold their .qlock.
           SELECT AUTH-LOCK ASSIGN TO WS-AUTH-LOCK-FILENAME
               ORGANIZATION SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-ALCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
       COPY 'LLM-AUTHORIZATION-RECORD.cpy'.

       FD  AUTH-NEW-FILE.
       01 AUTH-NEW-RECORD           PIC X(340).

       FD  AUTH-LOCK.
       01 AUTH-LOCK-RECORD          PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-AUTH-FILENAME          PIC X(256).
       01 WS-AUTH-NEW-FILENAME      PIC X(256).
       01 WS-AUTH-FILE-STATUS       PIC X(2).
       01 WS-ANEW-FILE-STATUS       PIC X(2).
       01 WS-AUTH-LOCK-FILENAME     PIC X(256).
       01 WS-ALCK-FILE-STATUS       PIC X(2).
       01 WS-LOCK-FLAG              PIC X(1) VALUE 'N'.
         88 WS-LOCK-HELD                VALUE 'Y'.
       01 WS-LOCK-TRIES             PIC 9(4) COMP.
       01 WS-ONE-SEC                PIC 9(4) COMP VALUE 1.
       01 WS-AUTH-EOF-FLAG          PIC X(1).
         88 WS-AUTH-EOF                 VALUE 'Y'.
       01 WS-FOUND-FLAG             PIC X(1).
         88 WS-FOUND                    VALUE 'Y'.
       01 WS-OPERATOR-ID            PIC X(30).
       01 WS-NOW-DATE               PIC 9(8).
       01 WS-NOW-TIME               PIC 9(8).
       01 WS-NOW-TIMESTAMP.
           05 WS-NOW-TS-DATE        PIC 9(8).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-NOW-TS-TIME        PIC 9(8).
       01 WS-USED-RECORD            PIC X(340).
       01 WS-SWAP-CMD               PIC X(600).
       01 WS-EVENT-NAME             PIC X(8) VALUE 'USED'.
       01 WS-CALLER-RC              PIC S9(9) COMP.

       LINKAGE SECTION.

       COPY 'LLM-AUTH-CHECK.cpy'.


       PROCEDURE DIVISION USING LLM-AUTH-CHECK-AREA.

      *> The swap's shell status must not leak into the caller's
      *> RETURN-CODE - it is put back as it was on every way out.
       000-MAIN.
           MOVE RETURN-CODE              TO WS-CALLER-RC
           SET LLM-AUTH-NONE             TO TRUE
           MOVE SPACES                   TO LLM-AUTH-ID
                                            LLM-AUTH-REQUESTED-BY
                                            LLM-AUTH-APPROVED-BY
           MOVE 'N'                      TO WS-FOUND-FLAG
           PERFORM 100-INIT
           MOVE WS-AUTH-FILENAME         TO LLM-AUTH-FILE
           MOVE WS-OPERATOR-ID           TO LLM-AUTH-RUN-BY
           IF WS-OPERATOR-ID = SPACES
               GOBACK
           END-IF

           PERFORM 300-ACQUIRE-AUTH-LOCK
           IF NOT WS-LOCK-HELD
               SET LLM-AUTH-UNREADABLE   TO TRUE
               GOBACK
           END-IF
           OPEN INPUT AUTH-FILE
           EVALUATE WS-AUTH-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   PERFORM 310-RELEASE-AUTH-LOCK
                   GOBACK
               WHEN OTHER
                   PERFORM 310-RELEASE-AUTH-LOCK
                   SET LLM-AUTH-UNREADABLE TO TRUE
                   GOBACK
           END-EVALUATE
           OPEN OUTPUT AUTH-NEW-FILE
           IF WS-ANEW-FILE-STATUS NOT = '00'
               CLOSE AUTH-FILE
               PERFORM 310-RELEASE-AUTH-LOCK
               SET LLM-AUTH-UNREADABLE   TO TRUE
               GOBACK
           END-IF

           MOVE 'N' TO WS-AUTH-EOF-FLAG
           PERFORM UNTIL WS-AUTH-EOF
               READ AUTH-FILE
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       IF NOT WS-FOUND
                           PERFORM 200-MATCH-LINE
                       END-IF
                       MOVE AUTHORIZATION-RECORD TO AUTH-NEW-RECORD
                       WRITE AUTH-NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           CLOSE AUTH-NEW-FILE

           MOVE SPACES TO WS-SWAP-CMD
           IF WS-FOUND
               STRING 'mv '                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AUTH-NEW-FILENAME)
                                             DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AUTH-FILENAME)
                                             DELIMITED BY SIZE
                      INTO WS-SWAP-CMD
               END-STRING
           ELSE
               STRING 'rm -f '               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AUTH-NEW-FILENAME)
                                             DELIMITED BY SIZE
                      INTO WS-SWAP-CMD
               END-STRING
           END-IF
           CALL 'SYSTEM' USING WS-SWAP-CMD
           PERFORM 310-RELEASE-AUTH-LOCK

      *> Granted only once the USED mark is on disk - an approval
      *> that could be spent twice is no control at all.
           IF WS-FOUND
               IF RETURN-CODE NOT = 0
                   SET LLM-AUTH-UNREADABLE TO TRUE
               ELSE
                   MOVE WS-USED-RECORD   TO AUTHORIZATION-RECORD
                   SET LLM-AUTH-GRANTED  TO TRUE
                   MOVE AUTH-ID          TO LLM-AUTH-ID
                   MOVE AUTH-REQUESTED-BY TO LLM-AUTH-REQUESTED-BY
                   MOVE AUTH-DECIDED-BY  TO LLM-AUTH-APPROVED-BY
                   CALL 'LLM-AUTH-EVENT' USING WS-EVENT-NAME
                                               AUTHORIZATION-RECORD
                                               WS-OPERATOR-ID
               END-IF
           END-IF
           MOVE WS-CALLER-RC             TO RETURN-CODE
           GOBACK.


       100-INIT.
           DISPLAY 'LLM_AUTHORIZATION_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-AUTH-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-AUTH-FILENAME = SPACES
               MOVE 'LLM-AUTHORIZATIONS.DAT' TO WS-AUTH-FILENAME
           END-IF
           MOVE SPACES                   TO WS-AUTH-NEW-FILENAME
           STRING FUNCTION TRIM(WS-AUTH-FILENAME) DELIMITED BY SIZE
                  '.new'                 DELIMITED BY SIZE
                  INTO WS-AUTH-NEW-FILENAME
           END-STRING
           MOVE SPACES                   TO WS-AUTH-LOCK-FILENAME
           STRING FUNCTION TRIM(WS-AUTH-FILENAME) DELIMITED BY SIZE
                  '.lock'                DELIMITED BY SIZE
                  INTO WS-AUTH-LOCK-FILENAME
           END-STRING

           DISPLAY 'LLM_AUTH_OPERATOR' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'USER' UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE              TO WS-NOW-TS-DATE
           MOVE WS-NOW-TIME              TO WS-NOW-TS-TIME.


       200-MATCH-LINE.
           IF AUTH-ID NOT = SPACES
           AND AUTH-ID(1:1) NOT = '*'
           AND AUTH-APPROVED
           AND AUTH-UTILITY = LLM-AUTH-UTILITY
           AND AUTH-ACTION = LLM-AUTH-ACTION
           AND (AUTH-TARGET = SPACES OR AUTH-TARGET = LLM-AUTH-TARGET)
           AND AUTH-EXPIRES-AT > WS-NOW-TIMESTAMP
               SET WS-FOUND              TO TRUE
               MOVE 'USED'               TO AUTH-STATUS
               MOVE WS-OPERATOR-ID       TO AUTH-USED-BY
               MOVE WS-NOW-TIMESTAMP     TO AUTH-USED-AT
               MOVE AUTHORIZATION-RECORD TO WS-USED-RECORD
           END-IF.


      *> LLM-QUEUE-WORKER's lock protocol, on the authorization
      *> file's sidecar. Not getting it grants nothing - the caller
      *> sees ERROR and does not act.
       300-ACQUIRE-AUTH-LOCK.
           MOVE 'N' TO WS-LOCK-FLAG
           MOVE 0   TO WS-LOCK-TRIES
           OPEN I-O AUTH-LOCK
           PERFORM UNTIL WS-ALCK-FILE-STATUS = '00'
               OR WS-ALCK-FILE-STATUS = '35'
               OR WS-LOCK-TRIES >= 60
               ADD 1 TO WS-LOCK-TRIES
               CALL 'C$SLEEP' USING WS-ONE-SEC
               OPEN I-O AUTH-LOCK
           END-PERFORM
           IF WS-ALCK-FILE-STATUS = '35'
               OPEN OUTPUT AUTH-LOCK
               IF WS-ALCK-FILE-STATUS = '00'
                   MOVE 'ALOCK' TO AUTH-LOCK-RECORD
                   WRITE AUTH-LOCK-RECORD
                   CLOSE AUTH-LOCK
                   OPEN I-O AUTH-LOCK
               END-IF
           END-IF
           IF WS-ALCK-FILE-STATUS = '00'
               SET WS-LOCK-HELD TO TRUE
           ELSE
               DISPLAY 'LLM-AUTH-CHECK: authorization file lock '
                       FUNCTION TRIM(WS-AUTH-LOCK-FILENAME)
                       ' not acquired, status ' WS-ALCK-FILE-STATUS
           END-IF.


       310-RELEASE-AUTH-LOCK.
           IF WS-LOCK-HELD
               CLOSE AUTH-LOCK
               MOVE 'N' TO WS-LOCK-FLAG
           END-IF.
