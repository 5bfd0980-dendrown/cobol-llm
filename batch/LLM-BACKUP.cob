      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-BACKUP.cob
      *> Desc    : Takes one consistent backup of every store named
      *>           in a backup set (see LLM-BACKUP-SET-RECORD.cpy) -
      *>           the response and vector masters, conversations and
      *>           their catalog, the audit log and its chain, the
      *>           ledgers, the token vault, queues - together, under
      *>           one backup ID, so a restore never mixes a vector
      *>           master from Monday with an audit chain from Friday.
      *>           Nothing is copied until the system is at a quiet
      *>           point (LLM-QUIET-CHECK: no live conversation lock,
      *>           no batch run still RUNNING on the run registry);
      *>           the run waits up to LLM_BACKUP_WAIT_SECS (default
      *>           300) for one and backs up nothing if none comes. A
      *>           queue is copied under its workers' .qlock, as
      *>           LLM-HOUSEKEEP trims it.
      *>           The backup is <backup root>/<ID>, the ID being the
      *>           start time YYYYMMDD-HHMMSS, created owner-only (the
      *>           vault and conversations are in it). Each file goes
      *>           in as M<nnnn>.bak and gets a MANIFEST.DAT line
      *>           (LLM-BACKUP-MANIFEST-RECORD.cpy) with its record
      *>           count, bytes and cksum CRC as copied; the quiet
      *>           point is looked for again once the copies are done
      *>           and the manifest is only closed COMPLETE if it
      *>           held throughout. LLM-RESTORE puts a backup back.
      *>           RETURN-CODE 8 when the set is unusable, no quiet
      *>           point came, or the backup is not COMPLETE.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-BACKUP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SET-FILE ASSIGN TO WS-SET-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SET-FILE-STATUS.

           SELECT MANIFEST-OUT ASSIGN TO WS-MANIFEST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.

      *> ls's listing of a conversation directory's .conv files.
           SELECT FILE-LIST ASSIGN TO WS-LIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.

      *> The same exclusive lock sidecar the queue workers and
      *> LLM-QUEUE-ADMIN serialize their read-rewrite-swaps under.
           SELECT QLOCK-FILE ASSIGN TO WS-QLOCK-FILENAME
               ORGANIZATION SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-QLK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SET-FILE.
       COPY 'LLM-BACKUP-SET-RECORD.cpy'.

       FD  MANIFEST-OUT.
       COPY 'LLM-BACKUP-MANIFEST-RECORD.cpy'.

       FD  FILE-LIST.
       01 FILE-LIST-LINE            PIC X(300).

       FD  QLOCK-FILE.
       01 QLOCK-RECORD              PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-SET-FILENAME       PIC X(256).
       01 WS-MANIFEST-FILENAME  PIC X(256).
       01 WS-LIST-FILENAME      PIC X(256).
       01 WS-QLOCK-FILENAME     PIC X(256).
       01 WS-SET-FILE-STATUS    PIC X(2).
       01 WS-MAN-FILE-STATUS    PIC X(2).
       01 WS-LST-FILE-STATUS    PIC X(2).
       01 WS-QLK-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-SET-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-SET-EOF              VALUE 'Y'.
       01 WS-LST-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-LST-EOF              VALUE 'Y'.
       01 WS-CMD                PIC X(1200).
       01 WS-ENV-VALUE          PIC X(256).

      *> ---- where the backup goes ------------------------------------
       01 WS-BACKUP-ROOT        PIC X(256).
       01 WS-BACKUP-DIR         PIC X(256).
       01 WS-BACKUP-ID.
           05 WS-ID-DATE        PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-ID-TIME        PIC 9(6).
       01 WS-CLOCK-TIME         PIC 9(8).

      *> ---- the backup set -------------------------------------------
       01 WS-STORE-MAX          PIC 9(3) VALUE 100.
       01 WS-STORE-COUNT        PIC 9(3) VALUE 0.
       01 WS-STORE-IDX          PIC 9(3).
       01 WS-SET-ERRORS         PIC 9(3) VALUE 0.
       01 WS-STORE-TABLE.
           05 WS-STORE OCCURS 100 TIMES.
               10 WS-STORE-TYPE     PIC X(10).
               10 WS-STORE-LOCATION PIC X(256).
       01 WS-TYPE               PIC X(10).
         88 WS-TYPE-RESPONSE        VALUE 'RESPONSE'.
         88 WS-TYPE-VECTOR          VALUE 'VECTOR'.
         88 WS-TYPE-CONVDIR         VALUE 'CONVDIR'.
         88 WS-TYPE-CONVCAT         VALUE 'CONVCAT'.
         88 WS-TYPE-AUDIT           VALUE 'AUDIT'.
         88 WS-TYPE-LEDGER          VALUE 'LEDGER'.
         88 WS-TYPE-RATELEDGER      VALUE 'RATELEDGER'.
         88 WS-TYPE-VAULT           VALUE 'VAULT'.
         88 WS-TYPE-QUEUE           VALUE 'QUEUE'.
         88 WS-TYPE-FILE            VALUE 'FILE'.
       01 WS-LOCATION           PIC X(256).
       01 WS-CONV-DIR           PIC X(256).

      *> ---- quiet point ----------------------------------------------
       COPY 'LLM-QUIET-CHECK.cpy'.
       01 WS-WAIT-SECS          PIC 9(6) VALUE 300.
       01 WS-WAITED-SECS        PIC 9(6).
       01 WS-POLL-SECS          PIC 9(4) COMP VALUE 5.
       01 WS-ONE-SEC            PIC 9(4) COMP VALUE 1.
       01 WS-LAST-REASON        PIC X(200).

      *> ---- queue lock -----------------------------------------------
       01 WS-QLOCK-FLAG         PIC X(1) VALUE 'N'.
         88 WS-QLOCK-HELD           VALUE 'Y'.
       01 WS-QLOCK-TRIES        PIC 9(4) COMP.

      *> ---- the member in hand ---------------------------------------
       COPY 'LLM-FILE-MEASURE.cpy'.
       01 WS-MEMBER-NO          PIC 9(4) VALUE 0.
       01 WS-MEMBER-NAME.
           05 FILLER            PIC X(1) VALUE 'M'.
           05 WS-MEMBER-NAME-NO PIC 9(4).
           05 FILLER            PIC X(4) VALUE '.bak'.
       01 WS-MEMBER-PATH        PIC X(300).
       01 WS-SOURCE-PATH        PIC X(300).
       01 WS-FORMAT             PIC X(1).
       01 WS-SUFFIX             PIC X(12).
       01 WS-DIR-FILES          PIC 9(9).
       01 WS-COPY-RC            PIC S9(9) COMP-5.

      *> ---- totals ---------------------------------------------------
       01 WS-COPIED-COUNT       PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT      PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOTAL-RECORDS      PIC 9(12) VALUE 0.
       01 WS-TOTAL-BYTES        PIC 9(15) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-LOAD-SET
           PERFORM 300-WAIT-FOR-QUIET
           PERFORM 400-OPEN-BACKUP
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               PERFORM 500-COPY-STORE
           END-PERFORM
           PERFORM 700-CLOSE-BACKUP
           STOP RUN.

      *> Args: 1=backup set
      *>       2=backup root (optional, default LLM_BACKUP_DIR,
      *>         else 'backups')
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY 'LLM-BACKUP: usage: LLM-BACKUP '
                       '<backup set> [backup root]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-SET-FILENAME FROM ARGUMENT-VALUE
           MOVE SPACES                  TO WS-BACKUP-ROOT
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 2
               MOVE 2                   TO WS-ARG-COUNT
               ACCEPT WS-BACKUP-ROOT FROM ARGUMENT-VALUE
           END-IF
           IF WS-BACKUP-ROOT = SPACES
               DISPLAY 'LLM_BACKUP_DIR' UPON ENVIRONMENT-NAME
               ACCEPT WS-BACKUP-ROOT FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-BACKUP-ROOT = SPACES
               MOVE 'backups'           TO WS-BACKUP-ROOT
           END-IF

           DISPLAY 'LLM_BACKUP_WAIT_SECS' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-WAIT-SECS
           END-IF

           DISPLAY 'LLM_CONVERSATION_DIR' UPON ENVIRONMENT-NAME
           ACCEPT WS-CONV-DIR FROM ENVIRONMENT-VALUE
           IF WS-CONV-DIR = SPACES
               MOVE '.'                 TO WS-CONV-DIR
           END-IF.


      *> The whole set is read and every line resolved before any
      *> waiting or copying - a set with a bad line backs up nothing,
      *> since a backup short of a store is not the consistent one
      *> asked for.
       200-LOAD-SET.
           OPEN INPUT SET-FILE
           IF WS-SET-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-BACKUP: cannot open backup set '
                       FUNCTION TRIM(WS-SET-FILENAME)
                       ', status ' WS-SET-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SET-EOF
               READ SET-FILE
                   AT END
                       SET WS-SET-EOF TO TRUE
                   NOT AT END
                       IF BACKUP-SET-RECORD NOT = SPACES
                           AND BACKUP-SET-RECORD(1:1) NOT = '*'
                           PERFORM 210-TAKE-SET-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SET-FILE

           IF WS-STORE-COUNT = 0 AND WS-SET-ERRORS = 0
               DISPLAY 'LLM-BACKUP: backup set '
                       FUNCTION TRIM(WS-SET-FILENAME)
                       ' names no stores'
               ADD 1 TO WS-SET-ERRORS
           END-IF
           IF WS-SET-ERRORS > 0
               DISPLAY 'LLM-BACKUP: ' WS-SET-ERRORS
                       ' problem(s) in the backup set - nothing '
                       'backed up'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       210-TAKE-SET-LINE.
           MOVE FUNCTION UPPER-CASE(BKS-STORE-TYPE) TO WS-TYPE
           MOVE BKS-LOCATION             TO WS-LOCATION
           PERFORM 220-RESOLVE-LOCATION
           EVALUATE TRUE
               WHEN NOT (WS-TYPE-RESPONSE OR WS-TYPE-VECTOR
                         OR WS-TYPE-CONVDIR OR WS-TYPE-CONVCAT
                         OR WS-TYPE-AUDIT OR WS-TYPE-LEDGER
                         OR WS-TYPE-RATELEDGER OR WS-TYPE-VAULT
                         OR WS-TYPE-QUEUE OR WS-TYPE-FILE)
                   DISPLAY 'LLM-BACKUP: unknown store type '
                           FUNCTION TRIM(BKS-STORE-TYPE)
                   ADD 1 TO WS-SET-ERRORS
               WHEN WS-LOCATION = SPACES
                   DISPLAY 'LLM-BACKUP: no location for '
                           FUNCTION TRIM(WS-TYPE)
                           ' - name it on the line or set its '
                           'environment variable'
                   ADD 1 TO WS-SET-ERRORS
               WHEN WS-STORE-COUNT >= WS-STORE-MAX
                   DISPLAY 'LLM-BACKUP: more than ' WS-STORE-MAX
                           ' stores in the backup set'
                   ADD 1 TO WS-SET-ERRORS
               WHEN OTHER
                   ADD 1 TO WS-STORE-COUNT
                   MOVE WS-TYPE
                       TO WS-STORE-TYPE(WS-STORE-COUNT)
                   MOVE WS-LOCATION
                       TO WS-STORE-LOCATION(WS-STORE-COUNT)
           END-EVALUATE.


      *> A blank location is the store's own setting, read the way
      *> the programs that write it read it.
       220-RESOLVE-LOCATION.
           IF WS-LOCATION = SPACES
               EVALUATE TRUE
                   WHEN WS-TYPE-RESPONSE
                       DISPLAY 'LLM_BATCH_RESPONSE_MASTER'
                           UPON ENVIRONMENT-NAME
                       ACCEPT WS-LOCATION FROM ENVIRONMENT-VALUE
                   WHEN WS-TYPE-VECTOR
                       DISPLAY 'LLM_RAG_VECTOR_MASTER'
                           UPON ENVIRONMENT-NAME
                       ACCEPT WS-LOCATION FROM ENVIRONMENT-VALUE
                   WHEN WS-TYPE-CONVDIR
                       MOVE WS-CONV-DIR  TO WS-LOCATION
                   WHEN WS-TYPE-CONVCAT
                       DISPLAY 'LLM_CONVERSATION_CATALOG'
                           UPON ENVIRONMENT-NAME
                       ACCEPT WS-LOCATION FROM ENVIRONMENT-VALUE
                       IF WS-LOCATION = SPACES
                           STRING FUNCTION TRIM(WS-CONV-DIR)
                                             DELIMITED BY SIZE
                                  '/LLM-CONV-CATALOG.DAT'
                                             DELIMITED BY SIZE
                               INTO WS-LOCATION
                           END-STRING
                       END-IF
                   WHEN WS-TYPE-AUDIT
                       DISPLAY 'LLM_AUDIT_LOG' UPON ENVIRONMENT-NAME
                       ACCEPT WS-LOCATION FROM ENVIRONMENT-VALUE
                       IF WS-LOCATION = SPACES
                           MOVE 'LLM-AUDIT.LOG' TO WS-LOCATION
                       END-IF
                   WHEN WS-TYPE-LEDGER
                       DISPLAY 'LLM_BUDGET_LEDGER'
                           UPON ENVIRONMENT-NAME
                       ACCEPT WS-LOCATION FROM ENVIRONMENT-VALUE
                       IF WS-LOCATION = SPACES
                           MOVE 'LLM-BUDGET-LEDGER.DAT'
                                         TO WS-LOCATION
                       END-IF
                   WHEN WS-TYPE-RATELEDGER
                       DISPLAY 'LLM_RATE_LEDGER_FILE'
                           UPON ENVIRONMENT-NAME
                       ACCEPT WS-LOCATION FROM ENVIRONMENT-VALUE
                   WHEN WS-TYPE-VAULT
                       DISPLAY 'LLM_TOKEN_VAULT_FILE'
                           UPON ENVIRONMENT-NAME
                       ACCEPT WS-LOCATION FROM ENVIRONMENT-VALUE
                       IF WS-LOCATION = SPACES
                           MOVE 'LLM-TOKEN-VAULT.DAT'
                                         TO WS-LOCATION
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.


      *> Looked for every few seconds up to the wait limit. The
      *> conversation directories looked in are the set's CONVDIR
      *> stores and LLM_CONVERSATION_DIR itself.
       300-WAIT-FOR-QUIET.
           INITIALIZE LLM-QUIET-CHECK-AREA
           MOVE 1                        TO LLM-QCK-DIR-COUNT
           MOVE WS-CONV-DIR              TO LLM-QCK-DIR(1)
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               IF WS-STORE-TYPE(WS-STORE-IDX) = 'CONVDIR'
                   AND LLM-QCK-DIR-COUNT < 20
                   ADD 1 TO LLM-QCK-DIR-COUNT
                   MOVE WS-STORE-LOCATION(WS-STORE-IDX)
                       TO LLM-QCK-DIR(LLM-QCK-DIR-COUNT)
               END-IF
           END-PERFORM
           STRING FUNCTION TRIM(WS-SET-FILENAME) DELIMITED BY SIZE
                  '.quiet'                       DELIMITED BY SIZE
               INTO LLM-QCK-LIST-FILE
           END-STRING

           MOVE 0                        TO WS-WAITED-SECS
           MOVE SPACES                   TO WS-LAST-REASON
           CALL 'LLM-QUIET-CHECK' USING LLM-QUIET-CHECK-AREA
           PERFORM UNTIL LLM-QCK-QUIET
                   OR WS-WAITED-SECS >= WS-WAIT-SECS
               IF LLM-QCK-REASON NOT = WS-LAST-REASON
                   DISPLAY 'LLM-BACKUP: waiting for a quiet point - '
                           FUNCTION TRIM(LLM-QCK-REASON)
                   MOVE LLM-QCK-REASON   TO WS-LAST-REASON
               END-IF
               CALL 'C$SLEEP' USING WS-POLL-SECS
               ADD WS-POLL-SECS          TO WS-WAITED-SECS
               CALL 'LLM-QUIET-CHECK' USING LLM-QUIET-CHECK-AREA
           END-PERFORM
           PERFORM 310-DROP-QUIET-LIST

           IF NOT LLM-QCK-QUIET
               DISPLAY 'LLM-BACKUP: no quiet point within '
                       WS-WAIT-SECS ' second(s) - '
                       FUNCTION TRIM(LLM-QCK-REASON)
                       ' - nothing backed up'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       310-DROP-QUIET-LIST.
           MOVE SPACES TO WS-CMD
           STRING 'rm -f '''             DELIMITED BY SIZE
                  FUNCTION TRIM(LLM-QCK-LIST-FILE)
                                         DELIMITED BY SIZE
                  ''''                   DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD
           MOVE 0 TO RETURN-CODE.


      *> The ID is the moment the copying starts. mkdir without -p
      *> on the last level, so two backups in one second cannot
      *> share a directory.
       400-OPEN-BACKUP.
           ACCEPT WS-ID-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME(1:6)       TO WS-ID-TIME

           MOVE SPACES TO WS-BACKUP-DIR
           STRING FUNCTION TRIM(WS-BACKUP-ROOT) DELIMITED BY SIZE
                  '/'                          DELIMITED BY SIZE
                  WS-BACKUP-ID                 DELIMITED BY SIZE
               INTO WS-BACKUP-DIR
           END-STRING

           MOVE SPACES TO WS-CMD
           STRING 'umask 077 && mkdir -p ''' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BACKUP-ROOT) DELIMITED BY SIZE
                  ''' && mkdir '''             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                  ''''                         DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           MOVE 0 TO RETURN-CODE
           CALL 'SYSTEM' USING WS-CMD
           MOVE RETURN-CODE              TO WS-COPY-RC
           MOVE 0                        TO RETURN-CODE
           IF WS-COPY-RC NOT = 0
               DISPLAY 'LLM-BACKUP: cannot create backup directory '
                       FUNCTION TRIM(WS-BACKUP-DIR)
                       ' - nothing backed up'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                  '/MANIFEST.DAT'             DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                  '/LIST.TMP'                 DELIMITED BY SIZE
               INTO WS-LIST-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                  '/CKSUM.TMP'                DELIMITED BY SIZE
               INTO LLM-FMS-SCRATCH-FILE
           END-STRING

           OPEN OUTPUT MANIFEST-OUT
           IF WS-MAN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-BACKUP: cannot open manifest '
                       FUNCTION TRIM(WS-MANIFEST-FILENAME)
                       ', status ' WS-MAN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'LLM-BACKUP: backup ' WS-BACKUP-ID ' into '
                   FUNCTION TRIM(WS-BACKUP-DIR).


      *> Which files make up each kind of store.
       500-COPY-STORE.
           MOVE WS-STORE-TYPE(WS-STORE-IDX)     TO WS-TYPE
           MOVE WS-STORE-LOCATION(WS-STORE-IDX) TO WS-LOCATION
           EVALUATE TRUE
               WHEN WS-TYPE-RESPONSE
                   MOVE WS-LOCATION      TO WS-SOURCE-PATH
                   MOVE 'I'              TO WS-FORMAT
                   PERFORM 600-COPY-MEMBER
               WHEN WS-TYPE-VECTOR
                   MOVE WS-LOCATION      TO WS-SOURCE-PATH
                   MOVE 'V'              TO WS-FORMAT
                   PERFORM 600-COPY-MEMBER
                   MOVE 'C'              TO WS-FORMAT
                   MOVE '.centroids'     TO WS-SUFFIX
                   PERFORM 510-COPY-SIDECAR
                   MOVE 'L'              TO WS-FORMAT
                   MOVE '.clusters'      TO WS-SUFFIX
                   PERFORM 510-COPY-SIDECAR
                   MOVE '.convmap'       TO WS-SUFFIX
                   PERFORM 510-COPY-SIDECAR
               WHEN WS-TYPE-CONVDIR
                   PERFORM 520-COPY-CONV-DIR
               WHEN WS-TYPE-AUDIT
                   MOVE WS-LOCATION      TO WS-SOURCE-PATH
                   MOVE 'L'              TO WS-FORMAT
                   PERFORM 600-COPY-MEMBER
                   MOVE 'B'              TO WS-FORMAT
                   MOVE '.chain'         TO WS-SUFFIX
                   PERFORM 510-COPY-SIDECAR
               WHEN WS-TYPE-RATELEDGER
                   MOVE WS-LOCATION      TO WS-SOURCE-PATH
                   MOVE 'B'              TO WS-FORMAT
                   PERFORM 600-COPY-MEMBER
               WHEN WS-TYPE-QUEUE
                   PERFORM 530-COPY-QUEUE
               WHEN OTHER
                   MOVE WS-LOCATION      TO WS-SOURCE-PATH
                   MOVE 'L'              TO WS-FORMAT
                   PERFORM 600-COPY-MEMBER
           END-EVALUATE.


      *> <store file><suffix> - recorded MISSING when it is not
      *> there, so a restore takes away one made since.
       510-COPY-SIDECAR.
           MOVE SPACES                   TO WS-SOURCE-PATH
           STRING FUNCTION TRIM(WS-LOCATION) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUFFIX)    DELIMITED BY SIZE
               INTO WS-SOURCE-PATH
           END-STRING
           PERFORM 600-COPY-MEMBER.


      *> Every .conv file in the directory, then the DIR line that
      *> tells a restore which directory the set of them was.
       520-COPY-CONV-DIR.
           MOVE SPACES TO WS-CMD
           STRING 'ls -1 '''             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOCATION) DELIMITED BY SIZE
                  '''/*.conv > '''       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIST-FILENAME)
                                         DELIMITED BY SIZE
                  ''' 2>/dev/null'       DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD
           MOVE 0                        TO RETURN-CODE

           MOVE 0                        TO WS-DIR-FILES
           MOVE 'L'                      TO WS-FORMAT
           OPEN INPUT FILE-LIST
           IF WS-LST-FILE-STATUS = '00'
               MOVE 'N' TO WS-LST-EOF-FLAG
               PERFORM UNTIL WS-LST-EOF
                   READ FILE-LIST
                       AT END
                           SET WS-LST-EOF TO TRUE
                       NOT AT END
                           IF FILE-LIST-LINE NOT = SPACES
                               MOVE FILE-LIST-LINE
                                         TO WS-SOURCE-PATH
                               PERFORM 600-COPY-MEMBER
                               ADD 1     TO WS-DIR-FILES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-LIST
           END-IF

           MOVE SPACES                   TO BACKUP-MANIFEST-RECORD
           MOVE WS-BACKUP-ID             TO BKM-BACKUP-ID
           SET BKM-DIR                   TO TRUE
           MOVE 0                        TO BKM-MEMBER-NO
                                            BKM-BYTES
                                            BKM-CKSUM
           MOVE WS-TYPE                  TO BKM-STORE-TYPE
           MOVE 'L'                      TO BKM-FORMAT
           MOVE 'LISTED'                 TO BKM-STATE
           MOVE WS-DIR-FILES             TO BKM-RECORDS
           MOVE WS-LOCATION              TO BKM-ORIGINAL
           WRITE BACKUP-MANIFEST-RECORD.


      *> Held only for the queue's own copy - the quiet point already
      *> keeps every other writer away from the other stores.
       530-COPY-QUEUE.
           MOVE SPACES                   TO WS-QLOCK-FILENAME
           STRING FUNCTION TRIM(WS-LOCATION) DELIMITED BY SIZE
                  '.qlock'                  DELIMITED BY SIZE
               INTO WS-QLOCK-FILENAME
           END-STRING
           PERFORM 540-ACQUIRE-QUEUE-LOCK
           IF WS-QLOCK-HELD
               MOVE WS-LOCATION          TO WS-SOURCE-PATH
               MOVE 'L'                  TO WS-FORMAT
               PERFORM 600-COPY-MEMBER
               PERFORM 550-RELEASE-QUEUE-LOCK
           ELSE
               DISPLAY 'LLM-BACKUP: queue lock '
                       FUNCTION TRIM(WS-QLOCK-FILENAME)
                       ' not acquired, status ' WS-QLK-FILE-STATUS
                       ' - queue not copied'
               ADD 1 TO WS-FAILED-COUNT
           END-IF.


      *> LLM-QUEUE-WORKER's lock protocol, as LLM-HOUSEKEEP uses it.
       540-ACQUIRE-QUEUE-LOCK.
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


       550-RELEASE-QUEUE-LOCK.
           IF WS-QLOCK-HELD
               CLOSE QLOCK-FILE
               MOVE 'N' TO WS-QLOCK-FLAG
           END-IF.


      *> cp -p keeps the file's permissions, so the vault's copy is
      *> as owner-only as the vault. The copy, not the original, is
      *> what gets counted and summed - the manifest describes what
      *> the backup holds.
       600-COPY-MEMBER.
           ADD 1                         TO WS-MEMBER-NO
           MOVE WS-MEMBER-NO             TO WS-MEMBER-NAME-NO
           MOVE SPACES                   TO WS-MEMBER-PATH
           STRING FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                  '/'                         DELIMITED BY SIZE
                  WS-MEMBER-NAME              DELIMITED BY SIZE
               INTO WS-MEMBER-PATH
           END-STRING

           MOVE SPACES                   TO BACKUP-MANIFEST-RECORD
           MOVE WS-BACKUP-ID             TO BKM-BACKUP-ID
           SET BKM-MEMBER                TO TRUE
           MOVE WS-MEMBER-NO             TO BKM-MEMBER-NO
           MOVE WS-TYPE                  TO BKM-STORE-TYPE
           MOVE WS-FORMAT                TO BKM-FORMAT
           MOVE 0                        TO BKM-RECORDS
                                            BKM-BYTES
                                            BKM-CKSUM
           MOVE WS-MEMBER-NAME           TO BKM-MEMBER-FILE
           MOVE WS-SOURCE-PATH           TO BKM-ORIGINAL

           MOVE WS-SOURCE-PATH           TO LLM-FMS-FILE
           MOVE WS-FORMAT                TO LLM-FMS-FORMAT
           CALL 'LLM-FILE-MEASURE' USING LLM-FILE-MEASURE-AREA
           IF LLM-FMS-MISSING
               SET BKM-MISSING           TO TRUE
               ADD 1                     TO WS-MISSING-COUNT
               WRITE BACKUP-MANIFEST-RECORD
           ELSE
               MOVE SPACES TO WS-CMD
               STRING 'cp -p '''         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SOURCE-PATH)
                                         DELIMITED BY SIZE
                      ''' '''            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MEMBER-PATH)
                                         DELIMITED BY SIZE
                      ''''               DELIMITED BY SIZE
                   INTO WS-CMD
               END-STRING
               MOVE 0 TO RETURN-CODE
               CALL 'SYSTEM' USING WS-CMD
               MOVE RETURN-CODE          TO WS-COPY-RC
               MOVE 0                    TO RETURN-CODE

               MOVE WS-MEMBER-PATH       TO LLM-FMS-FILE
               CALL 'LLM-FILE-MEASURE' USING LLM-FILE-MEASURE-AREA
               IF WS-COPY-RC NOT = 0 OR NOT LLM-FMS-OK
                   DISPLAY 'LLM-BACKUP: '
                           FUNCTION TRIM(WS-SOURCE-PATH)
                           ' not copied cleanly ('
                           FUNCTION TRIM(LLM-FMS-STATE) ')'
                   MOVE 'FAILED'         TO BKM-STATE
                   ADD 1                 TO WS-FAILED-COUNT
               ELSE
                   SET BKM-COPIED        TO TRUE
                   MOVE LLM-FMS-RECORDS  TO BKM-RECORDS
                   MOVE LLM-FMS-BYTES    TO BKM-BYTES
                   MOVE LLM-FMS-CKSUM    TO BKM-CKSUM
                   ADD 1                 TO WS-COPIED-COUNT
                   ADD LLM-FMS-RECORDS   TO WS-TOTAL-RECORDS
                   ADD LLM-FMS-BYTES     TO WS-TOTAL-BYTES
               END-IF
               WRITE BACKUP-MANIFEST-RECORD
           END-IF.


      *> Quiet at the start and quiet again at the end - a lock taken
      *> or a run started while the copies were going means the
      *> stores may not agree with one another, and the backup is
      *> closed INCOMPLETE rather than trusted.
       700-CLOSE-BACKUP.
           CALL 'LLM-QUIET-CHECK' USING LLM-QUIET-CHECK-AREA
           PERFORM 310-DROP-QUIET-LIST
           IF NOT LLM-QCK-QUIET
               DISPLAY 'LLM-BACKUP: activity began during the copy - '
                       FUNCTION TRIM(LLM-QCK-REASON)
               ADD 1 TO WS-FAILED-COUNT
           END-IF

           MOVE SPACES                   TO BACKUP-MANIFEST-RECORD
           MOVE WS-BACKUP-ID             TO BKM-BACKUP-ID
           SET BKM-END                   TO TRUE
           MOVE WS-MEMBER-NO             TO BKM-MEMBER-NO
           MOVE SPACES                   TO BKM-STORE-TYPE
           MOVE SPACE                    TO BKM-FORMAT
           IF WS-FAILED-COUNT = 0
               SET BKM-COMPLETE          TO TRUE
           ELSE
               MOVE 'INCOMPLETE'         TO BKM-STATE
           END-IF
           MOVE WS-TOTAL-RECORDS         TO BKM-RECORDS
           MOVE WS-TOTAL-BYTES           TO BKM-BYTES
           MOVE 0                        TO BKM-CKSUM
           MOVE WS-SET-FILENAME          TO BKM-ORIGINAL
           WRITE BACKUP-MANIFEST-RECORD
           CLOSE MANIFEST-OUT

           MOVE SPACES TO WS-CMD
           STRING 'rm -f '''             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIST-FILENAME)
                                         DELIMITED BY SIZE
                  ''' '''                DELIMITED BY SIZE
                  FUNCTION TRIM(LLM-FMS-SCRATCH-FILE)
                                         DELIMITED BY SIZE
                  ''''                   DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD
           MOVE 0 TO RETURN-CODE

           DISPLAY 'LLM-BACKUP: ' WS-BACKUP-ID ' - '
                   WS-COPIED-COUNT ' file(s) copied, '
                   WS-MISSING-COUNT ' absent, '
                   WS-TOTAL-RECORDS ' record(s), '
                   WS-TOTAL-BYTES ' byte(s)'
           IF WS-FAILED-COUNT > 0
               DISPLAY 'LLM-BACKUP: ' WS-FAILED-COUNT
                       ' problem(s) - backup ' WS-BACKUP-ID
                       ' is INCOMPLETE and will not be restored'
               MOVE 8 TO RETURN-CODE
           END-IF.
