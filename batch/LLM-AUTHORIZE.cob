      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-AUTHORIZE.cob
      *> Desc    : Maintenance over the dual-control authorization
      *>           file (see LLM-AUTHORIZATION-RECORD.cpy) - the only
      *>           sanctioned way to ask for, grant or refuse one of
      *>           the operator actions that cannot be undone:
      *>             RAISE <utility> <action> [target|-] [hours|-]
      *>                   [reason]     - ask for it; expires after
      *>                                  the hours given (default
      *>                                  8, at most 168)
      *>             APPROVE <id>       - grant it; must be a second
      *>                                  operator, not the requester
      *>             DECLINE <id>       - refuse it, or withdraw it
      *>                                  before it is used
      *>             LIST [ALL]         - the authorizations still
      *>                                  open, or with ALL every one
      *>           The utility named may be given without its LLM-
      *>           prefix. Operator IDs come from LLM_AUTH_OPERATOR
      *>           (else USER). Every raise, approval and refusal
      *>           goes to the audit log through LLM-AUTH-EVENT; the
      *>           acting utility logs the use through
      *>           LLM-AUTH-CHECK. A decision rewrites the file
      *>           through .new and swaps it in; a raise appends.
      *>           Both hold the <file>.lock sidecar throughout, as
      *>           LLM-AUTH-CHECK does while it marks a use, so no
      *>           raise, decision or USED mark overwrites another.
      *>           RETURN-CODE 4 when the authorization named is not
      *>           found or not in a state to decide, 8 on a usage
      *>           or file error or an approval by the requester.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-AUTHORIZE.

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

      *> Held from the read to the swap or append, the way the queue
      *> workers hold their .qlock.
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

       01 WS-COMMAND-ARG        PIC X(8).
       01 WS-UTILITY-ARG        PIC X(20).
       01 WS-UTILITY-NAME       PIC X(20).
       01 WS-ACTION-ARG         PIC X(12).
       01 WS-TARGET-ARG         PIC X(64).
       01 WS-HOURS-ARG          PIC X(4).
       01 WS-REASON-ARG         PIC X(60).
       01 WS-ID-ARG             PIC X(6).
       01 WS-AUTH-FILENAME      PIC X(256).
       01 WS-AUTH-NEW-FILENAME  PIC X(256).
       01 WS-AUTH-FILE-STATUS   PIC X(2).
       01 WS-ANEW-FILE-STATUS   PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-ARGS-GIVEN         PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-SWAP-CMD           PIC X(600).
       01 WS-OPERATOR-ID        PIC X(30).
       01 WS-ACTION-FLAG        PIC X(1) VALUE 'N'.
         88 WS-ACTION-KNOWN         VALUE 'Y'.
       01 WS-EVENT-NAME         PIC X(8).

      *> ---- authorization file lock ----------------------------------
       01 WS-AUTH-LOCK-FILENAME PIC X(256).
       01 WS-ALCK-FILE-STATUS   PIC X(2).
       01 WS-LOCK-FLAG          PIC X(1) VALUE 'N'.
         88 WS-LOCK-HELD            VALUE 'Y'.
       01 WS-LOCK-TRIES         PIC 9(4) COMP.
       01 WS-ONE-SEC            PIC 9(4) COMP VALUE 1.

      *> ---- the clock, and an expiry so many hours past it ----------
       01 WS-NOW-DATE           PIC 9(8).
       01 WS-NOW-TIME           PIC 9(8).
       01 WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05 WS-NOW-HOUR       PIC 9(2).
           05 WS-NOW-MIN-SEC    PIC 9(6).
       01 WS-NOW-TIMESTAMP.
           05 WS-NOW-TS-DATE    PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-NOW-TS-TIME    PIC 9(8).
       01 WS-EXPIRY-HOURS       PIC 9(3) VALUE 8.
       01 WS-EXPIRY-MAX-HOURS   PIC 9(3) VALUE 168.
       01 WS-HOUR-TOTAL         PIC 9(4).
       01 WS-EXPIRY-DAYS        PIC 9(3).
       01 WS-EXPIRY-HOUR        PIC 9(2).
       01 WS-EXPIRY-TIMESTAMP.
           05 WS-EXP-TS-DATE    PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-EXP-TS-HOUR    PIC 9(2).
           05 WS-EXP-TS-REST    PIC 9(6).

      *> ---- deciding one authorization -------------------------------
       01 WS-NEXT-ID            PIC 9(6) VALUE 0.
       01 WS-LINE-ID            PIC 9(6).
       01 WS-FOUND-FLAG         PIC X(1) VALUE 'N'.
         88 WS-FOUND                VALUE 'Y'.
       01 WS-CHANGED-FLAG       PIC X(1) VALUE 'N'.
         88 WS-CHANGED              VALUE 'Y'.
       01 WS-REFUSAL            PIC X(80) VALUE SPACES.
       01 WS-REFUSAL-RC         PIC 9(1) VALUE 0.
       01 WS-DECIDED-RECORD     PIC X(340).

      *> ---- LIST -----------------------------------------------------
       01 WS-LIST-ALL-FLAG      PIC X(1) VALUE 'N'.
         88 WS-LIST-ALL             VALUE 'Y'.
       01 WS-SHOW-STATUS        PIC X(8).
       01 WS-LISTED-COUNT       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           EVALUATE WS-COMMAND-ARG
               WHEN 'RAISE'
                   PERFORM 200-RAISE-AUTHORIZATION
               WHEN 'APPROVE'
               WHEN 'DECLINE'
                   PERFORM 300-DECIDE-AUTHORIZATION
               WHEN 'LIST'
                   PERFORM 400-LIST-AUTHORIZATIONS
               WHEN OTHER
                   PERFORM 900-USAGE
           END-EVALUATE
           STOP RUN.


      *> Args: 1=RAISE|APPROVE|DECLINE|LIST
      *>       RAISE: 2=utility 3=action 4=target ('-' = any)
      *>              5=hours ('-' = default) 6=reason (quoted)
      *>       APPROVE / DECLINE: 2=authorization ID
      *>       LIST: 2=ALL (optional)
       100-INIT.
           ACCEPT WS-ARGS-GIVEN FROM ARGUMENT-NUMBER
           MOVE SPACES                   TO WS-COMMAND-ARG
                                            WS-UTILITY-ARG
                                            WS-ACTION-ARG
                                            WS-TARGET-ARG
                                            WS-HOURS-ARG
                                            WS-REASON-ARG
                                            WS-ID-ARG
           IF WS-ARGS-GIVEN >= 1
               MOVE 1                    TO WS-ARG-COUNT
               ACCEPT WS-COMMAND-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-COMMAND-ARG)
                                         TO WS-COMMAND-ARG
           END-IF
           IF WS-COMMAND-ARG = 'RAISE'
               PERFORM 110-TAKE-RAISE-ARGS
           ELSE
               IF WS-ARGS-GIVEN >= 2
                   MOVE 2                TO WS-ARG-COUNT
                   ACCEPT WS-ID-ARG FROM ARGUMENT-VALUE
               END-IF
           END-IF

           DISPLAY 'LLM_AUTHORIZATION_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-AUTH-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-AUTH-FILENAME = SPACES
               MOVE 'LLM-AUTHORIZATIONS.DAT' TO WS-AUTH-FILENAME
           END-IF
           STRING FUNCTION TRIM(WS-AUTH-FILENAME) DELIMITED BY SIZE
                  '.new'                 DELIMITED BY SIZE
                  INTO WS-AUTH-NEW-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-AUTH-FILENAME) DELIMITED BY SIZE
                  '.lock'                DELIMITED BY SIZE
                  INTO WS-AUTH-LOCK-FILENAME
           END-STRING

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE              TO WS-NOW-TS-DATE
           MOVE WS-NOW-TIME              TO WS-NOW-TS-TIME.


       110-TAKE-RAISE-ARGS.
           IF WS-ARGS-GIVEN >= 2
               MOVE 2                    TO WS-ARG-COUNT
               ACCEPT WS-UTILITY-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-UTILITY-ARG)
                                         TO WS-UTILITY-ARG
               IF WS-UTILITY-ARG(1:4) NOT = 'LLM-'
               AND WS-UTILITY-ARG NOT = SPACES
                   MOVE WS-UTILITY-ARG   TO WS-UTILITY-NAME
                   MOVE SPACES           TO WS-UTILITY-ARG
                   STRING 'LLM-'         DELIMITED BY SIZE
                          WS-UTILITY-NAME DELIMITED BY SPACE
                          INTO WS-UTILITY-ARG
                   END-STRING
               END-IF
           END-IF
           IF WS-ARGS-GIVEN >= 3
               MOVE 3                    TO WS-ARG-COUNT
               ACCEPT WS-ACTION-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ACTION-ARG)
                                         TO WS-ACTION-ARG
           END-IF
           IF WS-ARGS-GIVEN >= 4
               MOVE 4                    TO WS-ARG-COUNT
               ACCEPT WS-TARGET-ARG FROM ARGUMENT-VALUE
               IF WS-TARGET-ARG = '-'
                   MOVE SPACES           TO WS-TARGET-ARG
               END-IF
           END-IF
           IF WS-ARGS-GIVEN >= 5
               MOVE 5                    TO WS-ARG-COUNT
               ACCEPT WS-HOURS-ARG FROM ARGUMENT-VALUE
           END-IF
           IF WS-ARGS-GIVEN >= 6
               MOVE 6                    TO WS-ARG-COUNT
               ACCEPT WS-REASON-ARG FROM ARGUMENT-VALUE
           END-IF.


      *> No decision means anything without a name against it - the
      *> same rule LLM-LEGAL-HOLD applies to a hold. IDs are kept in
      *> upper case so 'jsmith' cannot approve JSMITH's request.
       150-TAKE-OPERATOR.
           DISPLAY 'LLM_AUTH_OPERATOR' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'USER' UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'LLM-AUTHORIZE: no operator ID - set '
                       'LLM_AUTH_OPERATOR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID.


       200-RAISE-AUTHORIZATION.
           PERFORM 150-TAKE-OPERATOR
           PERFORM 210-CHECK-ACTION
           IF NOT WS-ACTION-KNOWN
               DISPLAY 'LLM-AUTHORIZE: '
                       FUNCTION TRIM(WS-UTILITY-ARG) ' '
                       FUNCTION TRIM(WS-ACTION-ARG)
                       ' is not an action that needs authorization'
               PERFORM 900-USAGE
           END-IF
           IF WS-HOURS-ARG NOT = SPACES AND WS-HOURS-ARG NOT = '-'
               IF FUNCTION TEST-NUMVAL(WS-HOURS-ARG) NOT = 0
                   DISPLAY 'LLM-AUTHORIZE: expiry hours must be a '
                           'number, not ' FUNCTION TRIM(WS-HOURS-ARG)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-HOURS-ARG) TO WS-EXPIRY-HOURS
           END-IF
           IF WS-EXPIRY-HOURS = 0
           OR WS-EXPIRY-HOURS > WS-EXPIRY-MAX-HOURS
               DISPLAY 'LLM-AUTHORIZE: expiry must be 1 to '
                       WS-EXPIRY-MAX-HOURS ' hours'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 220-COMPUTE-EXPIRY

      *> The next ID is one past the highest in the file, so IDs
      *> are never reused while the file is kept - the lock is taken
      *> first so two raises cannot both claim the same one.
           PERFORM 500-ACQUIRE-AUTH-LOCK
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ AUTH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AUTH-ID IS NUMERIC
                               MOVE AUTH-ID TO WS-LINE-ID
                               IF WS-LINE-ID > WS-NEXT-ID
                                   MOVE WS-LINE-ID TO WS-NEXT-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
           END-IF
           ADD 1 TO WS-NEXT-ID

           OPEN EXTEND AUTH-FILE
           IF WS-AUTH-FILE-STATUS = '35'
               OPEN OUTPUT AUTH-FILE
           END-IF
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-AUTHORIZE: cannot open '
                       FUNCTION TRIM(WS-AUTH-FILENAME)
                       ', status ' WS-AUTH-FILE-STATUS
               PERFORM 510-RELEASE-AUTH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                   TO AUTHORIZATION-RECORD
           MOVE WS-NEXT-ID               TO AUTH-ID
           MOVE 'PENDING'                TO AUTH-STATUS
           MOVE WS-UTILITY-ARG           TO AUTH-UTILITY
           MOVE WS-ACTION-ARG            TO AUTH-ACTION
           MOVE WS-TARGET-ARG            TO AUTH-TARGET
           MOVE WS-OPERATOR-ID           TO AUTH-REQUESTED-BY
           MOVE WS-NOW-TIMESTAMP         TO AUTH-REQUESTED-AT
           MOVE WS-EXPIRY-TIMESTAMP      TO AUTH-EXPIRES-AT
           MOVE WS-REASON-ARG            TO AUTH-REASON
           WRITE AUTHORIZATION-RECORD
           CLOSE AUTH-FILE
           PERFORM 510-RELEASE-AUTH-LOCK

           MOVE 'RAISED'                 TO WS-EVENT-NAME
           CALL 'LLM-AUTH-EVENT' USING WS-EVENT-NAME
                                       AUTHORIZATION-RECORD
                                       WS-OPERATOR-ID
           DISPLAY 'LLM-AUTHORIZE: authorization ' AUTH-ID
                   ' raised for ' FUNCTION TRIM(WS-UTILITY-ARG) ' '
                   FUNCTION TRIM(WS-ACTION-ARG)
           IF WS-TARGET-ARG = SPACES
               DISPLAY 'LLM-AUTHORIZE: target: any'
           ELSE
               DISPLAY 'LLM-AUTHORIZE: target: '
                       FUNCTION TRIM(WS-TARGET-ARG)
           END-IF
           DISPLAY 'LLM-AUTHORIZE: expires ' WS-EXPIRY-TIMESTAMP
                   ' - a second operator must APPROVE ' AUTH-ID.


       210-CHECK-ACTION.
           EVALUATE WS-UTILITY-ARG ALSO WS-ACTION-ARG
               WHEN 'LLM-ERASURE-PURGE' ALSO 'ERASE'
               WHEN 'LLM-QUEUE-ADMIN'   ALSO 'REQUEUE-ALL'
               WHEN 'LLM-CONV-MANAGER'  ALSO 'PURGE'
               WHEN 'LLM-ARCHIVE-SWEEP' ALSO 'SWEEP'
               WHEN 'LLM-LOG-ROTATE'    ALSO 'RESEED'
                   SET WS-ACTION-KNOWN   TO TRUE
               WHEN OTHER
                   MOVE 'N'              TO WS-ACTION-FLAG
           END-EVALUATE.


      *> Whole hours onto the clock, carrying into days; minutes and
      *> seconds stay as they are.
       220-COMPUTE-EXPIRY.
           COMPUTE WS-HOUR-TOTAL =
               WS-NOW-HOUR + WS-EXPIRY-HOURS
           DIVIDE WS-HOUR-TOTAL BY 24 GIVING WS-EXPIRY-DAYS
               REMAINDER WS-EXPIRY-HOUR
           COMPUTE WS-EXP-TS-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) + WS-EXPIRY-DAYS)
           MOVE WS-EXPIRY-HOUR           TO WS-EXP-TS-HOUR
           MOVE WS-NOW-MIN-SEC           TO WS-EXP-TS-REST.


       300-DECIDE-AUTHORIZATION.
           PERFORM 150-TAKE-OPERATOR
           IF WS-ID-ARG = SPACES
               PERFORM 900-USAGE
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ID-ARG) NOT = 0
               DISPLAY 'LLM-AUTHORIZE: authorization ID must be a '
                       'number, not ' FUNCTION TRIM(WS-ID-ARG)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-ID-ARG) TO WS-NEXT-ID
           MOVE WS-NEXT-ID               TO WS-ID-ARG

           PERFORM 500-ACQUIRE-AUTH-LOCK
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-AUTHORIZE: no authorization file at '
                       FUNCTION TRIM(WS-AUTH-FILENAME)
               PERFORM 510-RELEASE-AUTH-LOCK
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUTH-NEW-FILE
           IF WS-ANEW-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-AUTHORIZE: cannot open '
                       FUNCTION TRIM(WS-AUTH-NEW-FILENAME)
                       ', status ' WS-ANEW-FILE-STATUS
               CLOSE AUTH-FILE
               PERFORM 510-RELEASE-AUTH-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ AUTH-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AUTH-ID = WS-ID-ARG AND NOT WS-FOUND
                           SET WS-FOUND  TO TRUE
                           PERFORM 310-DECIDE-ONE
                       END-IF
                       MOVE AUTHORIZATION-RECORD TO AUTH-NEW-RECORD
                       WRITE AUTH-NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           CLOSE AUTH-NEW-FILE

           MOVE SPACES TO WS-SWAP-CMD
           IF WS-CHANGED
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
           PERFORM 510-RELEASE-AUTH-LOCK
           MOVE 0 TO RETURN-CODE

           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   DISPLAY 'LLM-AUTHORIZE: no authorization '
                           WS-ID-ARG
                   MOVE 4 TO RETURN-CODE
               WHEN NOT WS-CHANGED
                   DISPLAY 'LLM-AUTHORIZE: authorization '
                           WS-ID-ARG ' not '
                           FUNCTION TRIM(WS-COMMAND-ARG) 'D - '
                           FUNCTION TRIM(WS-REFUSAL)
                   MOVE WS-REFUSAL-RC TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-DECIDED-RECORD TO AUTHORIZATION-RECORD
                   MOVE WS-COMMAND-ARG   TO WS-EVENT-NAME
                   INSPECT WS-EVENT-NAME REPLACING FIRST 'E ' BY 'ED'
                   CALL 'LLM-AUTH-EVENT' USING WS-EVENT-NAME
                                               AUTHORIZATION-RECORD
                                               WS-OPERATOR-ID
                   DISPLAY 'LLM-AUTHORIZE: authorization '
                           WS-ID-ARG ' ' FUNCTION TRIM(WS-EVENT-NAME)
                           ' - ' FUNCTION TRIM(AUTH-UTILITY) ' '
                           FUNCTION TRIM(AUTH-ACTION)
                           ' requested by '
                           FUNCTION TRIM(AUTH-REQUESTED-BY)
                   IF AUTH-APPROVED
                       DISPLAY 'LLM-AUTHORIZE: good for one run until '
                               AUTH-EXPIRES-AT
                   END-IF
           END-EVALUATE.


      *> An approval needs a live request and a different operator;
      *> a refusal (or the requester withdrawing) needs only that the
      *> authorization has not been spent or refused already.
       310-DECIDE-ONE.
           EVALUATE TRUE
               WHEN WS-COMMAND-ARG = 'APPROVE' AND NOT AUTH-PENDING
                   MOVE 4                TO WS-REFUSAL-RC
                   STRING 'it is '       DELIMITED BY SIZE
                          AUTH-STATUS    DELIMITED BY SPACE
                          ', not PENDING' DELIMITED BY SIZE
                          INTO WS-REFUSAL
                   END-STRING
               WHEN WS-COMMAND-ARG = 'APPROVE'
               AND AUTH-EXPIRES-AT NOT > WS-NOW-TIMESTAMP
                   MOVE 4                TO WS-REFUSAL-RC
                   STRING 'it expired at ' DELIMITED BY SIZE
                          AUTH-EXPIRES-AT DELIMITED BY SIZE
                          INTO WS-REFUSAL
                   END-STRING
               WHEN WS-COMMAND-ARG = 'APPROVE'
               AND FUNCTION UPPER-CASE(AUTH-REQUESTED-BY)
                       = WS-OPERATOR-ID
                   MOVE 8                TO WS-REFUSAL-RC
                   MOVE 'the requester cannot approve their own request'
                                         TO WS-REFUSAL
               WHEN WS-COMMAND-ARG = 'DECLINE'
               AND NOT (AUTH-PENDING OR AUTH-APPROVED)
                   MOVE 4                TO WS-REFUSAL-RC
                   STRING 'it is already ' DELIMITED BY SIZE
                          AUTH-STATUS    DELIMITED BY SPACE
                          INTO WS-REFUSAL
                   END-STRING
               WHEN OTHER
                   SET WS-CHANGED        TO TRUE
                   IF WS-COMMAND-ARG = 'APPROVE'
                       MOVE 'APPROVED'   TO AUTH-STATUS
                   ELSE
                       MOVE 'DECLINED'   TO AUTH-STATUS
                   END-IF
                   MOVE WS-OPERATOR-ID   TO AUTH-DECIDED-BY
                   MOVE WS-NOW-TIMESTAMP TO AUTH-DECIDED-AT
                   MOVE AUTHORIZATION-RECORD TO WS-DECIDED-RECORD
           END-EVALUATE.


       400-LIST-AUTHORIZATIONS.
           IF FUNCTION UPPER-CASE(WS-ID-ARG) = 'ALL'
               SET WS-LIST-ALL           TO TRUE
           END-IF
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-AUTHORIZE: no authorization file at '
                       FUNCTION TRIM(WS-AUTH-FILENAME)
           ELSE
               DISPLAY 'ID     STATUS   UTILITY              '
                       'ACTION       REQUESTED BY   EXPIRES'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ AUTH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AUTH-ID NOT = SPACES
                           AND AUTH-ID(1:1) NOT = '*'
                               PERFORM 410-LIST-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
           END-IF
           IF WS-LIST-ALL
               DISPLAY 'LLM-AUTHORIZE: ' WS-LISTED-COUNT
                       ' authorization(s)'
           ELSE
               DISPLAY 'LLM-AUTHORIZE: ' WS-LISTED-COUNT
                       ' authorization(s) open'
           END-IF.


      *> Open means still waiting for a decision or still good to
      *> use - PENDING or APPROVED and not past its expiry.
       410-LIST-ONE.
           MOVE AUTH-STATUS              TO WS-SHOW-STATUS
           IF (AUTH-PENDING OR AUTH-APPROVED)
           AND AUTH-EXPIRES-AT NOT > WS-NOW-TIMESTAMP
               MOVE 'EXPIRED'            TO WS-SHOW-STATUS
           END-IF
           IF WS-LIST-ALL
           OR WS-SHOW-STATUS = 'PENDING' OR WS-SHOW-STATUS = 'APPROVED'
               ADD 1 TO WS-LISTED-COUNT
               DISPLAY AUTH-ID ' ' WS-SHOW-STATUS ' '
                       AUTH-UTILITY ' ' AUTH-ACTION ' '
                       AUTH-REQUESTED-BY(1:14) ' '
                       AUTH-EXPIRES-AT
               IF AUTH-TARGET = SPACES
                   DISPLAY '       target: any'
               ELSE
                   DISPLAY '       target: '
                           FUNCTION TRIM(AUTH-TARGET)
               END-IF
               IF AUTH-DECIDED-BY NOT = SPACES
                   IF AUTH-DECLINED
                       DISPLAY '       declined by '
                               FUNCTION TRIM(AUTH-DECIDED-BY)
                               ' at ' AUTH-DECIDED-AT
                   ELSE
                       DISPLAY '       approved by '
                               FUNCTION TRIM(AUTH-DECIDED-BY)
                               ' at ' AUTH-DECIDED-AT
                   END-IF
               END-IF
               IF AUTH-USED-BY NOT = SPACES
                   DISPLAY '       run by '
                           FUNCTION TRIM(AUTH-USED-BY)
                           ' at ' AUTH-USED-AT
               END-IF
               IF AUTH-REASON NOT = SPACES
                   DISPLAY '       ' FUNCTION TRIM(AUTH-REASON)
               END-IF
           END-IF.


      *> LLM-QUEUE-WORKER's lock protocol, on the authorization
      *> file's sidecar - the one LLM-AUTH-CHECK holds while it marks
      *> an approval USED. Not getting it changes nothing.
       500-ACQUIRE-AUTH-LOCK.
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
               DISPLAY 'LLM-AUTHORIZE: authorization file lock '
                       FUNCTION TRIM(WS-AUTH-LOCK-FILENAME)
                       ' not acquired, status ' WS-ALCK-FILE-STATUS
                       ' - ' FUNCTION TRIM(WS-COMMAND-ARG)
                       ' not done'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       510-RELEASE-AUTH-LOCK.
           IF WS-LOCK-HELD
               CLOSE AUTH-LOCK
               MOVE 'N' TO WS-LOCK-FLAG
           END-IF.


       900-USAGE.
           DISPLAY 'LLM-AUTHORIZE: usage: LLM-AUTHORIZE '
                   'RAISE <utility> <action> [target|-] [hours|-] '
                   '[reason]'
           DISPLAY '                      LLM-AUTHORIZE '
                   'APPROVE <id> | DECLINE <id> | LIST [ALL]'
           DISPLAY '                      actions: ERASURE-PURGE '
                   'ERASE, QUEUE-ADMIN REQUEUE-ALL,'
           DISPLAY '                      CONV-MANAGER PURGE, '
                   'ARCHIVE-SWEEP SWEEP, LOG-ROTATE RESEED'
           MOVE 8 TO RETURN-CODE
           STOP RUN.
