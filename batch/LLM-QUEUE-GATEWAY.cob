      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-QUEUE-GATEWAY.cob
      *> Desc    : Drop-directory front door to the asynchronous
      *>           request queue, so online front ends never write
      *>           QUEUE-RECORDs or parse the shared response file
      *>           themselves (which is how the queue got corrupted).
      *>           A submitter writes a request file into the inbound
      *>           directory - under a temporary name, renamed to
      *>           <name>.req once complete - in a simple tagged
      *>           format, one tag per line:
      *>             CALLER:   requesting caller ID (required)
      *>             PRIORITY: H, M or L (optional, default M)
      *>             CONV-ID:  conversation ID (optional)
      *>             KEY:      queue key (optional, default the file
      *>                       name less .req - letters, digits,
      *>                       '-', '_' and '.', up to 20)
      *>             PROMPT:   the prompt - any text after the tag and
      *>                       every line that follows it, joined
      *>                       with single spaces
      *>           Each cycle runs two phases:
      *>             INTAKE   - validate each .req file, then under
      *>                        the workers' <queue>.qlock reject
      *>                        keys already on the queue and append
      *>                        the rest as QUEUED entries, noting
      *>                        each in the <queue>.gateway ledger;
      *>                        accepted files are removed, rejected
      *>                        ones renamed .rejected and answered
      *>                        with a STATUS: REJECTED reply named
      *>                        for the request file (<name>.reply)
      *>             DELIVERY - for each ledger key the queue shows
      *>                        DONE or DEAD, take its last response
      *>                        record and write <key>.reply into
      *>                        the outbound directory (STATUS: DONE
      *>                        with the reply text, or STATUS: FAILED
      *>                        for a dead-lettered entry), then drop
      *>                        the key from the ledger
      *>           Replies are written as <key>.tmp and renamed, so a
      *>           submitter never sees a half-written reply. Touching
      *>           <queue>.STOP stops the gateway at the end of the
      *>           cycle, as it does the workers. Run one gateway per
      *>           queue - the ledger is the gateway's own.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-QUEUE-GATEWAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO WS-QUEUE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-FILE-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO WS-RESPONSE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-FILE-STATUS.

      *> The inbound directory listing, one request file path per
      *> line.
           SELECT LIST-FILE ASSIGN TO WS-LIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.

           SELECT REQUEST-IN ASSIGN TO WS-REQUEST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

      *> Keys this gateway has enqueued and not yet answered.
           SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-FILE-STATUS.

           SELECT LEDGER-WORK-FILE ASSIGN TO WS-LEDGER-WORK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LWK-FILE-STATUS.

           SELECT REPLY-FILE ASSIGN TO WS-REPLY-TMP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPY-FILE-STATUS.

           SELECT STOP-FILE ASSIGN TO WS-STOP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STP-FILE-STATUS.

      *> The same exclusive lock sidecar the workers serialize their
      *> queue rewrites under - the append of new entries is one
      *> more serialized commit alongside their CLAIM and MERGE.
           SELECT QLOCK-FILE ASSIGN TO WS-QLOCK-FILENAME
               ORGANIZATION SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-QLK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  QUEUE-FILE.
       COPY 'LLM-QUEUE-RECORD.cpy'.

       FD  RESPONSE-FILE.
       01 RESPONSE-RECORD.
           05 QRS-KEY               PIC X(20).
           05 QRS-STAT-CODE         PIC 9(4).
           05 QRS-TOKENS-IN         PIC 9(9).
           05 QRS-TOKENS-OUT        PIC 9(9).
           05 QRS-CONTENT           PIC X(32768).

       FD  LIST-FILE.
       01 LIST-RECORD               PIC X(256).

       FD  REQUEST-IN.
       01 REQUEST-LINE              PIC X(32768).

       FD  LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LDG-KEY               PIC X(20).
           05 LDG-CALLER-ID         PIC X(30).
           05 LDG-ACCEPTED-AT       PIC X(17).

       FD  LEDGER-WORK-FILE.
       01 LEDGER-WORK-RECORD        PIC X(67).

       FD  REPLY-FILE.
       01 REPLY-LINE                PIC X(32768).

       FD  STOP-FILE.
       01 STOP-FILE-RECORD          PIC X(80).

       FD  QLOCK-FILE.
       01 QLOCK-RECORD              PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-QUEUE-FILENAME     PIC X(256).
       01 WS-RESPONSE-FILENAME  PIC X(256).
       01 WS-INBOUND-DIR        PIC X(256).
       01 WS-OUTBOUND-DIR       PIC X(256).
       01 WS-LIST-FILENAME      PIC X(256).
       01 WS-REQUEST-FILENAME   PIC X(256).
       01 WS-LEDGER-FILENAME    PIC X(256).
       01 WS-LEDGER-WORK-FILENAME PIC X(256).
       01 WS-REPLY-TMP-FILENAME PIC X(256).
       01 WS-REPLY-FILENAME     PIC X(256).
       01 WS-STOP-FILENAME      PIC X(256).
       01 WS-QLOCK-FILENAME     PIC X(256).
       01 WS-QUE-FILE-STATUS    PIC X(2).
       01 WS-RSP-FILE-STATUS    PIC X(2).
       01 WS-LST-FILE-STATUS    PIC X(2).
       01 WS-REQ-FILE-STATUS    PIC X(2).
       01 WS-LDG-FILE-STATUS    PIC X(2).
       01 WS-LWK-FILE-STATUS    PIC X(2).
       01 WS-RPY-FILE-STATUS    PIC X(2).
       01 WS-STP-FILE-STATUS    PIC X(2).
       01 WS-QLK-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-POLL-ARG           PIC X(8).
       01 WS-CYCLES-ARG         PIC X(8).
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-REQ-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-REQ-EOF              VALUE 'Y'.
       01 WS-STOP-FLAG          PIC X(1) VALUE 'N'.
         88 WS-STOP-REQUESTED       VALUE 'Y'.
       01 WS-QLOCK-FLAG         PIC X(1) VALUE 'N'.
         88 WS-QLOCK-HELD           VALUE 'Y'.
       01 WS-QLOCK-TRIES        PIC 9(4) COMP.
       01 WS-ONE-SEC            PIC 9(4) COMP VALUE 1.
       01 WS-SWAP-CMD           PIC X(600).

       01 WS-POLL-SECS          PIC 9(4) VALUE 10.
       01 WS-MAX-CYCLES         PIC 9(6) VALUE 0.
       01 WS-CYCLE-COUNT        PIC 9(6) VALUE 0.
       01 WS-ACCEPTED-COUNT     PIC 9(9) VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(9) VALUE 0.
       01 WS-DONE-REPLY-COUNT   PIC 9(9) VALUE 0.
       01 WS-FAILED-REPLY-COUNT PIC 9(9) VALUE 0.

       01 WS-NOW-TIMESTAMP.
           05 WS-NOW-DATE       PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-NOW-TIME       PIC 9(8).

      *> ---- one cycle's request files -------------------------------
      *> WS-REQ-SORT-KEY is the key of an accepted request and spaces
      *> otherwise, so the queue scan's SEARCH ALL only ever lands on
      *> a request that is still going in.
       01 WS-REQ-MAX            PIC 9(4) COMP VALUE 500.
       01 WS-REQ-COUNT          PIC 9(4) COMP VALUE 0.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY      OCCURS 1 TO 500 TIMES
                                DEPENDING ON WS-REQ-COUNT
                                ASCENDING KEY IS WS-REQ-SORT-KEY
                                INDEXED BY WS-REQ-IDX.
             10 WS-REQ-SORT-KEY     PIC X(20).
             10 WS-REQ-KEY          PIC X(20).
             10 WS-REQ-PATH         PIC X(256).
             10 WS-REQ-REPLY-NAME   PIC X(64).
             10 WS-REQ-CALLER-ID    PIC X(30).
             10 WS-REQ-PRIORITY     PIC X(1).
             10 WS-REQ-CONV-ID      PIC X(64).
             10 WS-REQ-VERDICT      PIC X(1).
               88 WS-REQ-ACCEPTED       VALUE 'A'.
               88 WS-REQ-REJECTED       VALUE 'R'.
               88 WS-REQ-UNREADABLE     VALUE 'U'.
             10 WS-REQ-REASON       PIC X(60).
       01 WS-REQ-SUB            PIC 9(4) COMP.
       01 WS-REJECT-REASON      PIC X(60).
       01 WS-REQ-PRIOR          PIC 9(4) COMP.

      *> ---- request file scan ---------------------------------------
       01 WS-IN-PROMPT-FLAG     PIC X(1).
         88 WS-IN-PROMPT            VALUE 'Y'.
       01 WS-COLON-POS          PIC 9(5) COMP.
       01 WS-VALUE-START        PIC 9(5) COMP.
       01 WS-TAG                PIC X(16).
       01 WS-TAG-VALUE          PIC X(256).
       01 WS-VALUE-LEN          PIC 9(5) COMP.
       01 WS-PIECE-LEN          PIC 9(5) COMP.
       01 WS-PROMPT-LEN         PIC 9(6) COMP.
       01 WS-PROMPT-PTR         PIC 9(6) COMP.
       01 WS-KEY-TAG            PIC X(64).
       01 WS-BASE-START         PIC 9(4) COMP.
       01 WS-BASE-LEN           PIC 9(4) COMP.
       01 WS-PATH-LEN           PIC 9(4) COMP.
       01 WS-POS                PIC 9(5) COMP.
       01 WS-KEY-CHAR           PIC X(1).
         88 WS-KEY-CHAR-OK          VALUES 'A' THRU 'Z' 'a' THRU 'z'
                                           '0' THRU '9' '-' '_' '.'.

      *> ---- ledger of keys awaiting a reply -------------------------
       01 WS-LDG-COUNT          PIC 9(5) COMP VALUE 0.
       01 WS-LDG-TABLE.
           05 WS-LDG-ENTRY      OCCURS 1 TO 20000 TIMES
                                DEPENDING ON WS-LDG-COUNT
                                ASCENDING KEY IS WS-LDG-KEY
                                INDEXED BY WS-LDG-IDX.
             10 WS-LDG-KEY          PIC X(20).
             10 WS-LDG-CALLER-ID    PIC X(30).
             10 WS-LDG-ACCEPTED-AT  PIC X(17).
             10 WS-LDG-QUE-STATUS   PIC X(8).
               88 WS-LDG-SETTLED        VALUES 'DONE' 'DEAD'.
             10 WS-LDG-ATTEMPTS     PIC 9(2).
             10 WS-LDG-COMPLETED-AT PIC X(17).
             10 WS-LDG-ON-QUEUE     PIC X(1).
             10 WS-LDG-LAST-RESP    PIC 9(9) COMP.
             10 WS-LDG-DELIVERED    PIC X(1).
       01 WS-LDG-SUB            PIC 9(5) COMP.
       01 WS-SETTLED-COUNT      PIC 9(5) COMP.
       01 WS-DELIVERED-COUNT    PIC 9(5) COMP.
       01 WS-RESP-RECNO         PIC 9(9) COMP.
       01 WS-QUEUE-READ-FLAG    PIC X(1) VALUE 'N'.
         88 WS-QUEUE-READ           VALUE 'Y'.

      *> ---- reply building ------------------------------------------
       01 WS-REPLY-STATUS       PIC X(8).
       01 WS-REPLY-KEY          PIC X(64).
       01 WS-REPLY-REASON       PIC X(60).
       01 WS-CONTENT-LEN        PIC 9(5) COMP.
       01 WS-LINE-PTR           PIC 9(5) COMP.
       01 WS-CHAR-POS           PIC 9(5) COMP.
       01 WS-EDIT-COUNT         PIC Z(8)9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-POLL-LOOP
           DISPLAY 'LLM-QUEUE-GATEWAY: requests accepted: '
                   WS-ACCEPTED-COUNT
           DISPLAY 'LLM-QUEUE-GATEWAY: requests rejected: '
                   WS-REJECTED-COUNT
           DISPLAY 'LLM-QUEUE-GATEWAY: replies delivered: '
                   WS-DONE-REPLY-COUNT
           DISPLAY 'LLM-QUEUE-GATEWAY: failure replies: '
                   WS-FAILED-REPLY-COUNT
           STOP RUN.

      *> Args: 1=queue file  2=response file  3=inbound directory
      *>       4=outbound directory
      *>       5=poll seconds (optional, default 10)
      *>       6=max cycles (optional, 0 = run until <queue>.STOP)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 4
               DISPLAY 'LLM-QUEUE-GATEWAY: usage: LLM-QUEUE-GATEWAY '
                       '<queue> <responses> <inbound-dir> '
                       '<outbound-dir> [poll-secs] [max-cycles]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-QUEUE-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-RESPONSE-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-INBOUND-DIR FROM ARGUMENT-VALUE
           MOVE 4                       TO WS-ARG-COUNT
           ACCEPT WS-OUTBOUND-DIR FROM ARGUMENT-VALUE

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-POLL-ARG FROM ARGUMENT-VALUE
               IF WS-POLL-ARG NOT = SPACES AND WS-POLL-ARG NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-POLL-ARG) TO WS-POLL-SECS
               END-IF
               IF WS-POLL-SECS = 0
                   MOVE 10              TO WS-POLL-SECS
               END-IF
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-CYCLES-ARG FROM ARGUMENT-VALUE
               IF WS-CYCLES-ARG NOT = SPACES
               AND WS-CYCLES-ARG NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-CYCLES-ARG)
                                        TO WS-MAX-CYCLES
               END-IF
           END-IF

           STRING FUNCTION TRIM(WS-QUEUE-FILENAME) DELIMITED BY SIZE
                  '.qlock'               DELIMITED BY SIZE
                  INTO WS-QLOCK-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-QUEUE-FILENAME) DELIMITED BY SIZE
                  '.STOP'                DELIMITED BY SIZE
                  INTO WS-STOP-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-QUEUE-FILENAME) DELIMITED BY SIZE
                  '.gateway'             DELIMITED BY SIZE
                  INTO WS-LEDGER-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-QUEUE-FILENAME) DELIMITED BY SIZE
                  '.gateway.work'        DELIMITED BY SIZE
                  INTO WS-LEDGER-WORK-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-QUEUE-FILENAME) DELIMITED BY SIZE
                  '.gwlist'              DELIMITED BY SIZE
                  INTO WS-LIST-FILENAME
           END-STRING.


       200-POLL-LOOP.
           PERFORM UNTIL WS-STOP-REQUESTED
               ADD 1 TO WS-CYCLE-COUNT
               PERFORM 210-INTAKE-PHASE
               PERFORM 300-DELIVERY-PHASE
               PERFORM 250-CHECK-STOP-FILE
               IF WS-MAX-CYCLES > 0
               AND WS-CYCLE-COUNT >= WS-MAX-CYCLES
                   SET WS-STOP-REQUESTED TO TRUE
               END-IF
               IF NOT WS-STOP-REQUESTED
                   CALL 'C$SLEEP' USING WS-POLL-SECS
               END-IF
           END-PERFORM.


      *> Validation runs with no lock held; only the duplicate-key
      *> check against the queue and the append itself are done
      *> under the qlock. A cycle that cannot get the lock leaves
      *> the request files where they are for the next one.
       210-INTAKE-PHASE.
           PERFORM 211-LIST-INBOUND
           IF WS-REQ-COUNT > 0
               SORT WS-REQ-ENTRY ASCENDING KEY WS-REQ-SORT-KEY
               PERFORM 202-ACQUIRE-QUEUE-LOCK
               IF WS-QLOCK-HELD
                   PERFORM 219-FLAG-QUEUED-KEYS
                   PERFORM 220-ENQUEUE-ACCEPTED
                   PERFORM 203-RELEASE-QUEUE-LOCK
                   PERFORM 225-SETTLE-REQUEST-FILE
                       VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQ-COUNT
               ELSE
                   DISPLAY 'LLM-QUEUE-GATEWAY: queue lock '
                           'unavailable - intake deferred'
               END-IF
           END-IF.


      *> Up to WS-REQ-MAX request files per cycle, in name order;
      *> any beyond that wait for the next cycle.
       211-LIST-INBOUND.
           MOVE 0 TO WS-REQ-COUNT
           MOVE SPACES TO WS-SWAP-CMD
           STRING 'ls -1 '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INBOUND-DIR)
                                              DELIMITED BY SIZE
                  '/*.req > '                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIST-FILENAME)
                                              DELIMITED BY SIZE
                  ' 2>/dev/null'              DELIMITED BY SIZE
                  INTO WS-SWAP-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SWAP-CMD

           OPEN INPUT LIST-FILE
           IF WS-LST-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF OR WS-REQ-COUNT >= WS-REQ-MAX
                   READ LIST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF LIST-RECORD NOT = SPACES
                               PERFORM 212-SCAN-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF.


      *> Reads one request file's tags into a new table entry and
      *> decides whether it can go on the queue. The prompt itself
      *> is only measured here; it is copied onto the queue entry
      *> from the file at enqueue time.
       212-SCAN-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           MOVE WS-REQ-COUNT            TO WS-REQ-SUB
           MOVE SPACES                  TO WS-REQ-ENTRY(WS-REQ-SUB)
           MOVE LIST-RECORD             TO WS-REQ-PATH(WS-REQ-SUB)
           SET WS-REQ-ACCEPTED(WS-REQ-SUB) TO TRUE

      *> Base name of the file less '.req' - the default key, and
      *> the name a rejection is answered under: the key may be the
      *> very thing that is wrong, or belong to another request.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LIST-RECORD TRAILING))
                                        TO WS-PATH-LEN
           MOVE 1                       TO WS-BASE-START
           PERFORM VARYING WS-POS FROM WS-PATH-LEN BY -1
               UNTIL WS-POS < 1 OR WS-BASE-START > 1
               IF LIST-RECORD(WS-POS:1) = '/'
                   COMPUTE WS-BASE-START = WS-POS + 1
               END-IF
           END-PERFORM
           COMPUTE WS-BASE-LEN = WS-PATH-LEN - WS-BASE-START + 1 - 4
           IF WS-BASE-LEN < 1
               MOVE 1                   TO WS-BASE-LEN
           END-IF
           IF WS-BASE-LEN > 64
               MOVE 64                  TO WS-BASE-LEN
           END-IF
           MOVE LIST-RECORD(WS-BASE-START:WS-BASE-LEN)
                                        TO WS-REQ-REPLY-NAME(WS-REQ-SUB)
           MOVE SPACES                  TO WS-KEY-TAG
           MOVE 0                       TO WS-PROMPT-LEN
           MOVE 'N'                     TO WS-IN-PROMPT-FLAG

           MOVE LIST-RECORD             TO WS-REQUEST-FILENAME
           OPEN INPUT REQUEST-IN
           IF WS-REQ-FILE-STATUS NOT = '00'
               SET WS-REQ-UNREADABLE(WS-REQ-SUB) TO TRUE
           ELSE
               MOVE 'N' TO WS-REQ-EOF-FLAG
               PERFORM UNTIL WS-REQ-EOF
                   READ REQUEST-IN
                       AT END
                           SET WS-REQ-EOF TO TRUE
                       NOT AT END
                           PERFORM 213-SCAN-LINE
                   END-READ
               END-PERFORM
               CLOSE REQUEST-IN
               PERFORM 218-CHECK-REQUEST
           END-IF.


       213-SCAN-LINE.
           IF WS-IN-PROMPT
               IF REQUEST-LINE NOT = SPACES
                   MOVE FUNCTION LENGTH(
                        FUNCTION TRIM(REQUEST-LINE TRAILING))
                                        TO WS-PIECE-LEN
                   PERFORM 217-COUNT-PROMPT-PIECE
               END-IF
           ELSE
               IF REQUEST-LINE NOT = SPACES
                   MOVE 0 TO WS-COLON-POS
                   INSPECT REQUEST-LINE TALLYING WS-COLON-POS
                       FOR CHARACTERS BEFORE INITIAL ':'
                   IF WS-COLON-POS = 0
                   OR WS-COLON-POS > 16
                       PERFORM 216-REJECT-UNKNOWN-LINE
                   ELSE
                       MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(REQUEST-LINE(1:WS-COLON-POS)))
                                        TO WS-TAG
                       COMPUTE WS-VALUE-START = WS-COLON-POS + 2
                       MOVE SPACES      TO WS-TAG-VALUE
                       MOVE 0           TO WS-VALUE-LEN
                       IF REQUEST-LINE(WS-VALUE-START:) NOT = SPACES
                           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                                REQUEST-LINE(WS-VALUE-START:)))
                                        TO WS-VALUE-LEN
                           MOVE FUNCTION TRIM(
                                REQUEST-LINE(WS-VALUE-START:))
                                        TO WS-TAG-VALUE
                       END-IF
                       PERFORM 214-TAKE-TAG
                   END-IF
               END-IF
           END-IF.


       214-TAKE-TAG.
           EVALUATE WS-TAG
               WHEN 'CALLER'
                   IF WS-VALUE-LEN > 30
                       MOVE 'CALLER longer than 30 characters'
                                        TO WS-REJECT-REASON
                       PERFORM 215-REJECT-REQUEST
                   ELSE
                       MOVE WS-TAG-VALUE
                                        TO WS-REQ-CALLER-ID(WS-REQ-SUB)
                   END-IF
               WHEN 'PRIORITY'
                   MOVE FUNCTION UPPER-CASE(WS-TAG-VALUE(1:1))
                                        TO WS-REQ-PRIORITY(WS-REQ-SUB)
                   IF WS-VALUE-LEN > 1
                   OR (WS-REQ-PRIORITY(WS-REQ-SUB) NOT = 'H'
                       AND WS-REQ-PRIORITY(WS-REQ-SUB) NOT = 'M'
                       AND WS-REQ-PRIORITY(WS-REQ-SUB) NOT = 'L')
                       MOVE 'PRIORITY must be H, M or L'
                                        TO WS-REJECT-REASON
                       PERFORM 215-REJECT-REQUEST
                   END-IF
               WHEN 'CONV-ID'
                   IF WS-VALUE-LEN > 64
                       MOVE 'CONV-ID longer than 64 characters'
                                        TO WS-REJECT-REASON
                       PERFORM 215-REJECT-REQUEST
                   ELSE
                       MOVE WS-TAG-VALUE
                                        TO WS-REQ-CONV-ID(WS-REQ-SUB)
                   END-IF
               WHEN 'KEY'
                   IF WS-VALUE-LEN > 20
                       MOVE 'KEY longer than 20 characters'
                                        TO WS-REJECT-REASON
                       PERFORM 215-REJECT-REQUEST
                   ELSE
                       MOVE WS-TAG-VALUE TO WS-KEY-TAG
                   END-IF
               WHEN 'PROMPT'
                   SET WS-IN-PROMPT TO TRUE
                   IF WS-VALUE-LEN > 0
                       MOVE WS-VALUE-LEN TO WS-PIECE-LEN
                       PERFORM 217-COUNT-PROMPT-PIECE
                   END-IF
               WHEN OTHER
                   PERFORM 216-REJECT-UNKNOWN-LINE
           END-EVALUATE.


      *> The first failing rule is the one the reply reports.
       215-REJECT-REQUEST.
           IF WS-REQ-ACCEPTED(WS-REQ-SUB)
               MOVE WS-REJECT-REASON    TO WS-REQ-REASON(WS-REQ-SUB)
               SET WS-REQ-REJECTED(WS-REQ-SUB) TO TRUE
           END-IF.


       216-REJECT-UNKNOWN-LINE.
           MOVE 'unrecognised line before PROMPT:'
                                        TO WS-REJECT-REASON
           PERFORM 215-REJECT-REQUEST.


      *> Prompt lines are joined with one space between them.
       217-COUNT-PROMPT-PIECE.
           IF WS-PROMPT-LEN > 0
               ADD 1 TO WS-PROMPT-LEN
           END-IF
           ADD WS-PIECE-LEN TO WS-PROMPT-LEN.


      *> Settles the key (KEY: tag or the file's base name) and the
      *> remaining field rules.
       218-CHECK-REQUEST.
           IF WS-KEY-TAG NOT = SPACES
               MOVE WS-KEY-TAG          TO WS-REQ-KEY(WS-REQ-SUB)
           ELSE
               IF WS-BASE-LEN > 20
               AND WS-REQ-ACCEPTED(WS-REQ-SUB)
                   MOVE 'file name longer than a 20-character key'
                                        TO WS-REJECT-REASON
                   PERFORM 215-REJECT-REQUEST
               ELSE
                   MOVE WS-REQ-REPLY-NAME(WS-REQ-SUB)
                                        TO WS-REQ-KEY(WS-REQ-SUB)
               END-IF
           END-IF

           IF WS-REQ-ACCEPTED(WS-REQ-SUB)
               PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 20
                   OR WS-REQ-KEY(WS-REQ-SUB)(WS-POS:) = SPACES
                   MOVE WS-REQ-KEY(WS-REQ-SUB)(WS-POS:1)
                                        TO WS-KEY-CHAR
                   IF NOT WS-KEY-CHAR-OK
                   AND WS-REQ-ACCEPTED(WS-REQ-SUB)
                       MOVE 'KEY may hold only letters, digits, - _ .'
                                        TO WS-REJECT-REASON
                       PERFORM 215-REJECT-REQUEST
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN WS-REQ-REJECTED(WS-REQ-SUB)
                   CONTINUE
               WHEN WS-REQ-CALLER-ID(WS-REQ-SUB) = SPACES
                   MOVE 'CALLER: is required'
                                        TO WS-REJECT-REASON
                   PERFORM 215-REJECT-REQUEST
               WHEN WS-PROMPT-LEN = 0
                   MOVE 'PROMPT: is missing or empty'
                                        TO WS-REJECT-REASON
                   PERFORM 215-REJECT-REQUEST
               WHEN WS-PROMPT-LEN > 32768
                   MOVE 'prompt longer than 32768 characters'
                                        TO WS-REJECT-REASON
                   PERFORM 215-REJECT-REQUEST
               WHEN OTHER
                   IF WS-REQ-PRIORITY(WS-REQ-SUB) = SPACES
                       MOVE 'M'         TO WS-REQ-PRIORITY(WS-REQ-SUB)
                   END-IF
      *> Two files in one drop naming the same key - the first in
      *> name order goes in.
                   PERFORM VARYING WS-REQ-PRIOR FROM 1 BY 1
                       UNTIL WS-REQ-PRIOR >= WS-REQ-SUB
                       IF WS-REQ-SORT-KEY(WS-REQ-PRIOR)
                          = WS-REQ-KEY(WS-REQ-SUB)
                       AND WS-REQ-ACCEPTED(WS-REQ-SUB)
                           MOVE 'KEY duplicates another request file'
                                        TO WS-REJECT-REASON
                           PERFORM 215-REJECT-REQUEST
                       END-IF
                   END-PERFORM
           END-EVALUATE

           IF WS-REQ-ACCEPTED(WS-REQ-SUB)
               MOVE WS-REQ-KEY(WS-REQ-SUB)
                                        TO WS-REQ-SORT-KEY(WS-REQ-SUB)
           END-IF.


      *> Under the lock: a key the queue already holds, in any
      *> status, would make two entries answer to one QUE-KEY.
       219-FLAG-QUEUED-KEYS.
           OPEN INPUT QUEUE-FILE
           IF WS-QUE-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ QUEUE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           SEARCH ALL WS-REQ-ENTRY
                               WHEN WS-REQ-SORT-KEY(WS-REQ-IDX)
                                    = QUE-KEY
                                   MOVE 'KEY is already on the queue'
                                        TO WS-REQ-REASON(WS-REQ-IDX)
                                   SET WS-REQ-REJECTED(WS-REQ-IDX)
                                        TO TRUE
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.


      *> Appends the accepted requests as QUEUED entries and notes
      *> each key in the ledger, both inside the lock so a crash
      *> cannot queue a request the gateway does not know to answer.
       220-ENQUEUE-ACCEPTED.
           OPEN EXTEND QUEUE-FILE
           IF WS-QUE-FILE-STATUS = '35'
               OPEN OUTPUT QUEUE-FILE
           END-IF
           IF WS-QUE-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-QUEUE-GATEWAY: cannot open queue file, '
                       'status ' WS-QUE-FILE-STATUS
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
                   IF WS-REQ-ACCEPTED(WS-REQ-SUB)
                       SET WS-REQ-UNREADABLE(WS-REQ-SUB) TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               OPEN EXTEND LEDGER-FILE
               IF WS-LDG-FILE-STATUS = '35'
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
                   IF WS-REQ-ACCEPTED(WS-REQ-SUB)
                       PERFORM 221-BUILD-QUEUE-ENTRY
                   END-IF
               END-PERFORM
               CLOSE QUEUE-FILE
               CLOSE LEDGER-FILE
           END-IF.


      *> The prompt is copied from the request file again, now that
      *> the request is known to be good.
       221-BUILD-QUEUE-ENTRY.
           MOVE SPACES                  TO QUEUE-RECORD
           MOVE WS-REQ-KEY(WS-REQ-SUB)  TO QUE-KEY
           MOVE WS-REQ-CALLER-ID(WS-REQ-SUB) TO QUE-CALLER-ID
           SET QUE-QUEUED               TO TRUE
           MOVE WS-NOW-TIMESTAMP        TO QUE-REQUESTED-AT
           MOVE WS-REQ-CONV-ID(WS-REQ-SUB) TO QUE-CONV-ID
           MOVE 0                       TO QUE-ATTEMPTS
           MOVE WS-REQ-PRIORITY(WS-REQ-SUB) TO QUE-PRIORITY
           MOVE 1                       TO WS-PROMPT-PTR
           MOVE 'N'                     TO WS-IN-PROMPT-FLAG

           MOVE WS-REQ-PATH(WS-REQ-SUB) TO WS-REQUEST-FILENAME
           OPEN INPUT REQUEST-IN
           IF WS-REQ-FILE-STATUS NOT = '00'
               SET WS-REQ-UNREADABLE(WS-REQ-SUB) TO TRUE
           ELSE
               MOVE 'N' TO WS-REQ-EOF-FLAG
               PERFORM UNTIL WS-REQ-EOF
                   READ REQUEST-IN
                       AT END
                           SET WS-REQ-EOF TO TRUE
                       NOT AT END
                           PERFORM 222-TAKE-PROMPT-LINE
                   END-READ
               END-PERFORM
               CLOSE REQUEST-IN

               WRITE QUEUE-RECORD
               MOVE WS-REQ-KEY(WS-REQ-SUB)       TO LDG-KEY
               MOVE WS-REQ-CALLER-ID(WS-REQ-SUB) TO LDG-CALLER-ID
               MOVE WS-NOW-TIMESTAMP             TO LDG-ACCEPTED-AT
               WRITE LEDGER-RECORD
               ADD 1 TO WS-ACCEPTED-COUNT
           END-IF.


       222-TAKE-PROMPT-LINE.
           IF WS-IN-PROMPT
               IF REQUEST-LINE NOT = SPACES
                   IF WS-PROMPT-PTR > 1
                       STRING ' '       DELIMITED BY SIZE
                              INTO QUE-PROMPT
                              WITH POINTER WS-PROMPT-PTR
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(REQUEST-LINE TRAILING)
                                        DELIMITED BY SIZE
                          INTO QUE-PROMPT
                          WITH POINTER WS-PROMPT-PTR
                   END-STRING
               END-IF
           ELSE
               IF REQUEST-LINE NOT = SPACES
                   MOVE 0 TO WS-COLON-POS
                   INSPECT REQUEST-LINE TALLYING WS-COLON-POS
                       FOR CHARACTERS BEFORE INITIAL ':'
                   IF WS-COLON-POS > 0 AND WS-COLON-POS <= 16
                   AND FUNCTION UPPER-CASE(
                       FUNCTION TRIM(REQUEST-LINE(1:WS-COLON-POS)))
                       = 'PROMPT'
                       SET WS-IN-PROMPT TO TRUE
                       COMPUTE WS-VALUE-START = WS-COLON-POS + 2
                       IF REQUEST-LINE(WS-VALUE-START:) NOT = SPACES
                           STRING FUNCTION TRIM(
                                  REQUEST-LINE(WS-VALUE-START:))
                                        DELIMITED BY SIZE
                                  INTO QUE-PROMPT
                                  WITH POINTER WS-PROMPT-PTR
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.


      *> After the lock is released: accepted files are done with;
      *> rejected ones are kept aside as .rejected for the
      *> submitter's support desk and answered straight away. An
      *> unreadable file is left for the next cycle.
       225-SETTLE-REQUEST-FILE.
           EVALUATE TRUE
               WHEN WS-REQ-ACCEPTED(WS-REQ-SUB)
                   MOVE SPACES TO WS-SWAP-CMD
                   STRING 'rm -f '            DELIMITED BY SIZE
                          FUNCTION TRIM(WS-REQ-PATH(WS-REQ-SUB))
                                              DELIMITED BY SIZE
                          INTO WS-SWAP-CMD
                   END-STRING
                   CALL 'SYSTEM' USING WS-SWAP-CMD
               WHEN WS-REQ-REJECTED(WS-REQ-SUB)
                   MOVE SPACES TO WS-SWAP-CMD
                   STRING 'mv '               DELIMITED BY SIZE
                          FUNCTION TRIM(WS-REQ-PATH(WS-REQ-SUB))
                                              DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          FUNCTION TRIM(WS-REQ-PATH(WS-REQ-SUB))
                                              DELIMITED BY SIZE
                          '.rejected'         DELIMITED BY SIZE
                          INTO WS-SWAP-CMD
                   END-STRING
                   CALL 'SYSTEM' USING WS-SWAP-CMD
                   PERFORM 230-WRITE-REJECT-REPLY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'LLM-QUEUE-GATEWAY: rejected '
                           FUNCTION TRIM(WS-REQ-PATH(WS-REQ-SUB))
                           ' - '
                           FUNCTION TRIM(WS-REQ-REASON(WS-REQ-SUB))
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       230-WRITE-REJECT-REPLY.
           MOVE WS-REQ-REPLY-NAME(WS-REQ-SUB) TO WS-REPLY-KEY
           PERFORM 370-OPEN-REPLY
           IF WS-RPY-FILE-STATUS = '00'
               MOVE 'STATUS: REJECTED'  TO REPLY-LINE
               WRITE REPLY-LINE
               MOVE SPACES TO REPLY-LINE
               STRING 'KEY: '           DELIMITED BY SIZE
                      WS-REQ-KEY(WS-REQ-SUB) DELIMITED BY SIZE
                      INTO REPLY-LINE
               END-STRING
               WRITE REPLY-LINE
               MOVE SPACES TO REPLY-LINE
               STRING 'CALLER: '        DELIMITED BY SIZE
                      WS-REQ-CALLER-ID(WS-REQ-SUB) DELIMITED BY SIZE
                      INTO REPLY-LINE
               END-STRING
               WRITE REPLY-LINE
               MOVE SPACES TO REPLY-LINE
               STRING 'REASON: '        DELIMITED BY SIZE
                      WS-REQ-REASON(WS-REQ-SUB) DELIMITED BY SIZE
                      INTO REPLY-LINE
               END-STRING
               WRITE REPLY-LINE
               PERFORM 375-COMMIT-REPLY
           END-IF.


      *> The worker's lock protocol (LLM-QUEUE-WORKER 202/203).
       202-ACQUIRE-QUEUE-LOCK.
           MOVE 'N' TO WS-QLOCK-FLAG
           MOVE 0   TO WS-QLOCK-TRIES
           OPEN I-O QLOCK-FILE
           PERFORM UNTIL WS-QLK-FILE-STATUS = '00'
               OR WS-QLK-FILE-STATUS = '35'
               OR WS-QLOCK-TRIES >= 120
               ADD 1 TO WS-QLOCK-TRIES
               CALL 'C$SLEEP' USING WS-ONE-SEC
               OPEN I-O QLOCK-FILE
           END-PERFORM
           IF WS-QLK-FILE-STATUS = '35'
               OPEN OUTPUT QLOCK-FILE
               IF WS-QLK-FILE-STATUS = '00'
                   MOVE 'QLOCK' TO QLOCK-RECORD
                   WRITE QLOCK-RECORD
                   CLOSE QLOCK-FILE
                   OPEN I-O QLOCK-FILE
               END-IF
           END-IF
           IF WS-QLK-FILE-STATUS = '00'
               SET WS-QLOCK-HELD TO TRUE
           END-IF.


       203-RELEASE-QUEUE-LOCK.
           IF WS-QLOCK-HELD
               CLOSE QLOCK-FILE
               MOVE 'N' TO WS-QLOCK-FLAG
           END-IF.


       250-CHECK-STOP-FILE.
           OPEN INPUT STOP-FILE
           IF WS-STP-FILE-STATUS = '00'
               CLOSE STOP-FILE
               SET WS-STOP-REQUESTED TO TRUE
               DISPLAY 'LLM-QUEUE-GATEWAY: stop file found, stopping'
           END-IF.


      *> Reads without the lock - the workers commit by swapping a
      *> whole new queue file in, so an open read always sees one
      *> consistent generation. A settled key whose response record
      *> is not in the response file yet is simply looked at again
      *> next cycle.
       300-DELIVERY-PHASE.
           PERFORM 310-LOAD-LEDGER
           IF WS-LDG-COUNT > 0
               SORT WS-LDG-ENTRY ASCENDING KEY WS-LDG-KEY
               MOVE 0 TO WS-SETTLED-COUNT
               MOVE 0 TO WS-DELIVERED-COUNT
               PERFORM 320-MATCH-QUEUE
               IF WS-SETTLED-COUNT > 0
                   PERFORM 330-FIND-LAST-RESPONSES
                   PERFORM 340-WRITE-SETTLED-REPLIES
               END-IF
               IF WS-QUEUE-READ
                   PERFORM 350-ANSWER-VANISHED-KEYS
                       VARYING WS-LDG-SUB FROM 1 BY 1
                       UNTIL WS-LDG-SUB > WS-LDG-COUNT
               END-IF
               IF WS-DELIVERED-COUNT > 0
                   PERFORM 360-REWRITE-LEDGER
               END-IF
           END-IF.


       310-LOAD-LEDGER.
           MOVE 0 TO WS-LDG-COUNT
           OPEN INPUT LEDGER-FILE
           IF WS-LDG-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ LEDGER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-LDG-COUNT < 20000
                           AND LDG-KEY NOT = SPACES
                               ADD 1 TO WS-LDG-COUNT
                               MOVE SPACES
                                   TO WS-LDG-ENTRY(WS-LDG-COUNT)
                               MOVE LDG-KEY
                                   TO WS-LDG-KEY(WS-LDG-COUNT)
                               MOVE LDG-CALLER-ID
                                   TO WS-LDG-CALLER-ID(WS-LDG-COUNT)
                               MOVE LDG-ACCEPTED-AT
                                   TO WS-LDG-ACCEPTED-AT(WS-LDG-COUNT)
                               MOVE 0
                                   TO WS-LDG-ATTEMPTS(WS-LDG-COUNT)
                                      WS-LDG-LAST-RESP(WS-LDG-COUNT)
                               MOVE 'N'
                                   TO WS-LDG-ON-QUEUE(WS-LDG-COUNT)
                                      WS-LDG-DELIVERED(WS-LDG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.


       320-MATCH-QUEUE.
           MOVE 'N' TO WS-QUEUE-READ-FLAG
           OPEN INPUT QUEUE-FILE
           IF WS-QUE-FILE-STATUS = '00'
               SET WS-QUEUE-READ TO TRUE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ QUEUE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           SEARCH ALL WS-LDG-ENTRY
                               WHEN WS-LDG-KEY(WS-LDG-IDX) = QUE-KEY
                                   PERFORM 321-NOTE-QUEUE-ENTRY
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.


       321-NOTE-QUEUE-ENTRY.
           MOVE 'Y'                 TO WS-LDG-ON-QUEUE(WS-LDG-IDX)
           MOVE QUE-STATUS          TO WS-LDG-QUE-STATUS(WS-LDG-IDX)
           MOVE QUE-COMPLETED-AT    TO WS-LDG-COMPLETED-AT(WS-LDG-IDX)
           IF QUE-ATTEMPTS IS NUMERIC
               MOVE QUE-ATTEMPTS    TO WS-LDG-ATTEMPTS(WS-LDG-IDX)
           END-IF
           IF WS-LDG-SETTLED(WS-LDG-IDX)
               ADD 1 TO WS-SETTLED-COUNT
           END-IF.


      *> Failed attempts write response records too, so the reply
      *> is the key's last record in the file.
       330-FIND-LAST-RESPONSES.
           MOVE 0 TO WS-RESP-RECNO
           OPEN INPUT RESPONSE-FILE
           IF WS-RSP-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ RESPONSE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RESP-RECNO
                           SEARCH ALL WS-LDG-ENTRY
                               WHEN WS-LDG-KEY(WS-LDG-IDX) = QRS-KEY
                                   IF WS-LDG-SETTLED(WS-LDG-IDX)
                                       MOVE WS-RESP-RECNO
                                     TO WS-LDG-LAST-RESP(WS-LDG-IDX)
                                   END-IF
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-FILE
           END-IF.


       340-WRITE-SETTLED-REPLIES.
           MOVE 0 TO WS-RESP-RECNO
           OPEN INPUT RESPONSE-FILE
           IF WS-RSP-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ RESPONSE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RESP-RECNO
                           SEARCH ALL WS-LDG-ENTRY
                               WHEN WS-LDG-KEY(WS-LDG-IDX) = QRS-KEY
                                   IF WS-LDG-LAST-RESP(WS-LDG-IDX)
                                      = WS-RESP-RECNO
                                       PERFORM 345-WRITE-SETTLED-REPLY
                                   END-IF
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-FILE
           END-IF.


      *> DONE carries the reply text; DEAD is the failure reply, with
      *> whatever the last attempt returned.
       345-WRITE-SETTLED-REPLY.
           MOVE WS-LDG-KEY(WS-LDG-IDX)   TO WS-REPLY-KEY
           IF WS-LDG-QUE-STATUS(WS-LDG-IDX) = 'DONE'
               MOVE 'DONE'               TO WS-REPLY-STATUS
               MOVE SPACES               TO WS-REPLY-REASON
           ELSE
               MOVE 'FAILED'             TO WS-REPLY-STATUS
               MOVE 'dead-lettered after the maximum attempts'
                                         TO WS-REPLY-REASON
           END-IF
           PERFORM 370-OPEN-REPLY
           IF WS-RPY-FILE-STATUS = '00'
               PERFORM 380-WRITE-REPLY-HEADER
               MOVE SPACES TO REPLY-LINE
               STRING 'STAT-CODE: '      DELIMITED BY SIZE
                      QRS-STAT-CODE      DELIMITED BY SIZE
                      INTO REPLY-LINE
               END-STRING
               WRITE REPLY-LINE
               MOVE QRS-TOKENS-IN        TO WS-EDIT-COUNT
               MOVE SPACES TO REPLY-LINE
               STRING 'TOKENS-IN: '      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                      INTO REPLY-LINE
               END-STRING
               WRITE REPLY-LINE
               MOVE QRS-TOKENS-OUT       TO WS-EDIT-COUNT
               MOVE SPACES TO REPLY-LINE
               STRING 'TOKENS-OUT: '     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                      INTO REPLY-LINE
               END-STRING
               WRITE REPLY-LINE
               MOVE 'RESPONSE:'          TO REPLY-LINE
               WRITE REPLY-LINE
               PERFORM 385-WRITE-CONTENT-LINES
               PERFORM 375-COMMIT-REPLY
               PERFORM 390-NOTE-DELIVERED
           END-IF.


      *> A ledger key the queue no longer holds at all (purged by
      *> hand, or the queue replaced) can never settle - answer it
      *> as failed rather than carry it for ever.
       350-ANSWER-VANISHED-KEYS.
           SET WS-LDG-IDX TO WS-LDG-SUB
           IF WS-LDG-ON-QUEUE(WS-LDG-IDX) = 'N'
               MOVE WS-LDG-KEY(WS-LDG-IDX) TO WS-REPLY-KEY
               MOVE 'FAILED'             TO WS-REPLY-STATUS
               MOVE 'entry is no longer on the queue'
                                         TO WS-REPLY-REASON
               PERFORM 370-OPEN-REPLY
               IF WS-RPY-FILE-STATUS = '00'
                   PERFORM 380-WRITE-REPLY-HEADER
                   PERFORM 375-COMMIT-REPLY
                   PERFORM 390-NOTE-DELIVERED
               END-IF
           END-IF.


      *> Streams the ledger through a .work copy without the keys
      *> answered this cycle, then swaps it in.
       360-REWRITE-LEDGER.
           OPEN OUTPUT LEDGER-WORK-FILE
           IF WS-LWK-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-QUEUE-GATEWAY: cannot open ledger work '
                       'file, status ' WS-LWK-FILE-STATUS
           ELSE
               PERFORM VARYING WS-LDG-SUB FROM 1 BY 1
                   UNTIL WS-LDG-SUB > WS-LDG-COUNT
                   IF WS-LDG-DELIVERED(WS-LDG-SUB) = 'N'
                       MOVE WS-LDG-KEY(WS-LDG-SUB)       TO LDG-KEY
                       MOVE WS-LDG-CALLER-ID(WS-LDG-SUB)
                                                    TO LDG-CALLER-ID
                       MOVE WS-LDG-ACCEPTED-AT(WS-LDG-SUB)
                                                    TO LDG-ACCEPTED-AT
                       MOVE LEDGER-RECORD TO LEDGER-WORK-RECORD
                       WRITE LEDGER-WORK-RECORD
                   END-IF
               END-PERFORM
               CLOSE LEDGER-WORK-FILE

               MOVE SPACES TO WS-SWAP-CMD
               STRING 'mv '                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LEDGER-WORK-FILENAME)
                                              DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LEDGER-FILENAME)
                                              DELIMITED BY SIZE
                      INTO WS-SWAP-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-SWAP-CMD
           END-IF.


       370-OPEN-REPLY.
           MOVE SPACES TO WS-REPLY-TMP-FILENAME
           STRING FUNCTION TRIM(WS-OUTBOUND-DIR) DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPLY-KEY) DELIMITED BY SIZE
                  '.tmp'                 DELIMITED BY SIZE
                  INTO WS-REPLY-TMP-FILENAME
           END-STRING
           MOVE SPACES TO WS-REPLY-FILENAME
           STRING FUNCTION TRIM(WS-OUTBOUND-DIR) DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPLY-KEY) DELIMITED BY SIZE
                  '.reply'               DELIMITED BY SIZE
                  INTO WS-REPLY-FILENAME
           END-STRING
           OPEN OUTPUT REPLY-FILE
           IF WS-RPY-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-QUEUE-GATEWAY: cannot write reply '
                       FUNCTION TRIM(WS-REPLY-TMP-FILENAME)
                       ', status ' WS-RPY-FILE-STATUS
           END-IF.


       375-COMMIT-REPLY.
           CLOSE REPLY-FILE
           MOVE SPACES TO WS-SWAP-CMD
           STRING 'mv '                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPLY-TMP-FILENAME)
                                              DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REPLY-FILENAME)
                                              DELIMITED BY SIZE
                  INTO WS-SWAP-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SWAP-CMD.


       380-WRITE-REPLY-HEADER.
           MOVE SPACES TO REPLY-LINE
           STRING 'STATUS: '            DELIMITED BY SIZE
                  WS-REPLY-STATUS       DELIMITED BY SIZE
                  INTO REPLY-LINE
           END-STRING
           WRITE REPLY-LINE
           MOVE SPACES TO REPLY-LINE
           STRING 'KEY: '               DELIMITED BY SIZE
                  WS-LDG-KEY(WS-LDG-IDX) DELIMITED BY SIZE
                  INTO REPLY-LINE
           END-STRING
           WRITE REPLY-LINE
           MOVE SPACES TO REPLY-LINE
           STRING 'CALLER: '            DELIMITED BY SIZE
                  WS-LDG-CALLER-ID(WS-LDG-IDX) DELIMITED BY SIZE
                  INTO REPLY-LINE
           END-STRING
           WRITE REPLY-LINE
           MOVE SPACES TO REPLY-LINE
           STRING 'ACCEPTED-AT: '       DELIMITED BY SIZE
                  WS-LDG-ACCEPTED-AT(WS-LDG-IDX) DELIMITED BY SIZE
                  INTO REPLY-LINE
           END-STRING
           WRITE REPLY-LINE
           MOVE SPACES TO REPLY-LINE
           STRING 'COMPLETED-AT: '      DELIMITED BY SIZE
                  WS-LDG-COMPLETED-AT(WS-LDG-IDX) DELIMITED BY SIZE
                  INTO REPLY-LINE
           END-STRING
           WRITE REPLY-LINE
           MOVE SPACES TO REPLY-LINE
           STRING 'ATTEMPTS: '          DELIMITED BY SIZE
                  WS-LDG-ATTEMPTS(WS-LDG-IDX) DELIMITED BY SIZE
                  INTO REPLY-LINE
           END-STRING
           WRITE REPLY-LINE
           IF WS-REPLY-REASON NOT = SPACES
               MOVE SPACES TO REPLY-LINE
               STRING 'REASON: '        DELIMITED BY SIZE
                      WS-REPLY-REASON   DELIMITED BY SIZE
                      INTO REPLY-LINE
               END-STRING
               WRITE REPLY-LINE
           END-IF.


      *> The reply text as lines: X'0A' (or the X'01' the archive
      *> stores it as) breaks a line, X'0D' / X'02' is dropped.
       385-WRITE-CONTENT-LINES.
           MOVE 0 TO WS-CONTENT-LEN
           IF QRS-CONTENT NOT = SPACES
               MOVE FUNCTION LENGTH(
                    FUNCTION TRIM(QRS-CONTENT TRAILING))
                                        TO WS-CONTENT-LEN
           END-IF
           MOVE SPACES TO REPLY-LINE
           MOVE 1      TO WS-LINE-PTR
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > WS-CONTENT-LEN
               EVALUATE QRS-CONTENT(WS-CHAR-POS:1)
                   WHEN X'0A'
                   WHEN X'01'
                       WRITE REPLY-LINE
                       MOVE SPACES TO REPLY-LINE
                       MOVE 1      TO WS-LINE-PTR
                   WHEN X'0D'
                   WHEN X'02'
                       CONTINUE
                   WHEN OTHER
                       MOVE QRS-CONTENT(WS-CHAR-POS:1)
                                        TO REPLY-LINE(WS-LINE-PTR:1)
                       ADD 1 TO WS-LINE-PTR
               END-EVALUATE
           END-PERFORM
           IF WS-LINE-PTR > 1
               WRITE REPLY-LINE
           END-IF.


       390-NOTE-DELIVERED.
           MOVE 'Y' TO WS-LDG-DELIVERED(WS-LDG-IDX)
           ADD 1 TO WS-DELIVERED-COUNT
           IF WS-REPLY-STATUS = 'DONE'
               ADD 1 TO WS-DONE-REPLY-COUNT
           ELSE
               ADD 1 TO WS-FAILED-REPLY-COUNT
           END-IF.
