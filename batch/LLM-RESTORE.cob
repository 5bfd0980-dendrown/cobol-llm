      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-RESTORE.cob
      *> Desc    : Puts back a backup LLM-BACKUP took. Every copied
      *>           member is first re-measured (LLM-FILE-MEASURE -
      *>           records, bytes, cksum CRC) against its MANIFEST.DAT
      *>           line, and a backup that is not COMPLETE, or has a
      *>           single member out of step with its manifest, is
      *>           refused whole - nothing is touched. VERIFY (the
      *>           default) stops there; APPLY then waits for the
      *>           same quiet point the backup did (LLM-QUIET-CHECK,
      *>           up to LLM_BACKUP_WAIT_SECS, default 300) and:
      *>             - moves every file the backup covers, as it now
      *>               stands, into <backup>/PRE-RESTORE-<time>/
      *>               under its member name, together with any .conv
      *>               file in a backed-up conversation directory the
      *>               backup did not have - so the restore itself
      *>               can be undone by hand
      *>             - copies each member back over a .rst temp file
      *>               and mv, a queue under its workers' .qlock; a
      *>               file that was absent at backup time stays
      *>               absent
      *>             - re-measures every restored file against the
      *>               manifest
      *>           Restored files are byte for byte what was backed
      *>           up, so LLM-AUDIT-VERIFY and LLM-VECTOR-VERIFY give
      *>           the answer they gave then; the run closes by
      *>           listing the commands that prove it.
      *>           RETURN-CODE 8 when the backup is refused, no quiet
      *>           point came, or a restored file does not match.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-RESTORE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-IN ASSIGN TO WS-MANIFEST-FILENAME
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
       FD  MANIFEST-IN.
       COPY 'LLM-BACKUP-MANIFEST-RECORD.cpy'.

       FD  FILE-LIST.
       01 FILE-LIST-LINE            PIC X(300).

       FD  QLOCK-FILE.
       01 QLOCK-RECORD              PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-MANIFEST-FILENAME  PIC X(256).
       01 WS-LIST-FILENAME      PIC X(256).
       01 WS-QLOCK-FILENAME     PIC X(256).
       01 WS-MAN-FILE-STATUS    PIC X(2).
       01 WS-LST-FILE-STATUS    PIC X(2).
       01 WS-QLK-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-MODE-ARG           PIC X(8).
       01 WS-MODE-FLAG          PIC X(1) VALUE 'V'.
         88 WS-VERIFY               VALUE 'V'.
         88 WS-APPLY                VALUE 'A'.
       01 WS-MAN-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-MAN-EOF              VALUE 'Y'.
       01 WS-LST-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-LST-EOF              VALUE 'Y'.
       01 WS-CMD                PIC X(1200).
       01 WS-ENV-VALUE          PIC X(256).
       01 WS-CONV-DIR           PIC X(256).
       01 WS-CMD-RC             PIC S9(9) COMP-5.

      *> ---- the backup -----------------------------------------------
       01 WS-BACKUP-DIR         PIC X(256).
       01 WS-BACKUP-ID          PIC X(15).
       01 WS-END-STATE          PIC X(10).
       01 WS-END-MEMBERS        PIC 9(4).
       01 WS-ASIDE-DIR          PIC X(300).
       01 WS-ASIDE-STAMP.
           05 WS-ASIDE-DATE     PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-ASIDE-TIME     PIC 9(6).
       01 WS-CLOCK-TIME         PIC 9(8).

      *> ---- the manifest, whole --------------------------------------
       01 WS-ENTRY-MAX          PIC 9(5) VALUE 5000.
       01 WS-ENTRY-COUNT        PIC 9(5) VALUE 0.
       01 WS-ENTRY-IDX          PIC 9(5).
       01 WS-SCAN-IDX           PIC 9(5).
       01 WS-MEMBER-COUNT       PIC 9(5) VALUE 0.
       01 WS-ENTRY-TABLE.
           05 WS-ENTRY OCCURS 5000 TIMES.
               10 WS-ENT-LINE-TYPE  PIC X(6).
               10 WS-ENT-STORE-TYPE PIC X(10).
               10 WS-ENT-FORMAT     PIC X(1).
               10 WS-ENT-STATE      PIC X(10).
               10 WS-ENT-RECORDS    PIC 9(9).
               10 WS-ENT-BYTES      PIC 9(15).
               10 WS-ENT-CKSUM      PIC 9(10).
               10 WS-ENT-MEMBER     PIC X(12).
               10 WS-ENT-ORIGINAL   PIC X(256).

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

      *> ---- measuring ------------------------------------------------
       COPY 'LLM-FILE-MEASURE.cpy'.
       01 WS-MEMBER-PATH        PIC X(300).
       01 WS-TEMP-PATH          PIC X(300).
       01 WS-MATCH-FLAG         PIC X(1).
         88 WS-MATCHES              VALUE 'Y'.
       01 WS-FOUND-FLAG         PIC X(1).
         88 WS-FOUND                VALUE 'Y'.

      *> ---- totals ---------------------------------------------------
       01 WS-VERIFIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-RESTORED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REMOVED-COUNT      PIC 9(5) VALUE 0.
       01 WS-ASIDE-COUNT        PIC 9(5) VALUE 0.
       01 WS-PROBLEM-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-LOAD-MANIFEST
           PERFORM 300-VERIFY-BACKUP
           IF WS-VERIFY
               DISPLAY 'LLM-RESTORE: VERIFY - backup ' WS-BACKUP-ID
                       ' is COMPLETE, ' WS-VERIFIED-COUNT
                       ' member(s) match the manifest'
               STOP RUN
           END-IF

           PERFORM 400-WAIT-FOR-QUIET
           PERFORM 500-OPEN-ASIDE
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-ENT-LINE-TYPE(WS-ENTRY-IDX) = 'DIR'
                   PERFORM 510-SET-ASIDE-STRAYS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-ENT-LINE-TYPE(WS-ENTRY-IDX) = 'MEMBER'
                   PERFORM 600-RESTORE-MEMBER
               END-IF
           END-PERFORM
           PERFORM 800-REPORT
           STOP RUN.

      *> Args: 1=backup directory (<backup root>/<backup ID>)
      *>       2=VERIFY|APPLY (optional, default VERIFY - nothing
      *>         is touched until a run is told APPLY)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY 'LLM-RESTORE: usage: LLM-RESTORE '
                       '<backup directory> [VERIFY|APPLY]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-BACKUP-DIR FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 2
               MOVE 2                   TO WS-ARG-COUNT
               ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
               EVALUATE FUNCTION UPPER-CASE(WS-MODE-ARG)
                   WHEN 'APPLY'
                       SET WS-APPLY     TO TRUE
                   WHEN 'VERIFY'
                   WHEN SPACES
                       SET WS-VERIFY    TO TRUE
                   WHEN OTHER
                       DISPLAY 'LLM-RESTORE: mode must be VERIFY '
                               'or APPLY, not '
                               FUNCTION TRIM(WS-MODE-ARG)
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
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
           END-STRING.


      *> The END line has to be there, say COMPLETE, and agree with
      *> the number of members read ahead of it.
       200-LOAD-MANIFEST.
           OPEN INPUT MANIFEST-IN
           IF WS-MAN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-RESTORE: cannot open manifest '
                       FUNCTION TRIM(WS-MANIFEST-FILENAME)
                       ', status ' WS-MAN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                   TO WS-END-STATE
                                            WS-BACKUP-ID
           MOVE 0                        TO WS-END-MEMBERS
           PERFORM UNTIL WS-MAN-EOF
               READ MANIFEST-IN
                   AT END
                       SET WS-MAN-EOF TO TRUE
                   NOT AT END
                       PERFORM 210-TAKE-MANIFEST-LINE
               END-READ
           END-PERFORM
           CLOSE MANIFEST-IN

           EVALUATE TRUE
               WHEN WS-END-STATE = SPACES
                   DISPLAY 'LLM-RESTORE: manifest has no END line - '
                           'the backup was interrupted'
                   PERFORM 290-REFUSE
               WHEN WS-END-STATE NOT = 'COMPLETE'
                   DISPLAY 'LLM-RESTORE: backup ' WS-BACKUP-ID
                           ' is ' FUNCTION TRIM(WS-END-STATE)
                   PERFORM 290-REFUSE
               WHEN WS-END-MEMBERS NOT = WS-MEMBER-COUNT
                   DISPLAY 'LLM-RESTORE: manifest lists '
                           WS-MEMBER-COUNT ' member(s), its END '
                           'line says ' WS-END-MEMBERS
                   PERFORM 290-REFUSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       210-TAKE-MANIFEST-LINE.
           IF WS-BACKUP-ID = SPACES
               MOVE BKM-BACKUP-ID        TO WS-BACKUP-ID
           END-IF
           EVALUATE TRUE
               WHEN BKM-BACKUP-ID NOT = WS-BACKUP-ID
                   DISPLAY 'LLM-RESTORE: manifest mixes backup IDs '
                           WS-BACKUP-ID ' and ' BKM-BACKUP-ID
                   PERFORM 290-REFUSE
               WHEN BKM-END
                   MOVE BKM-STATE        TO WS-END-STATE
                   MOVE BKM-MEMBER-NO    TO WS-END-MEMBERS
               WHEN WS-ENTRY-COUNT >= WS-ENTRY-MAX
                   DISPLAY 'LLM-RESTORE: more than ' WS-ENTRY-MAX
                           ' manifest lines'
                   PERFORM 290-REFUSE
               WHEN BKM-MEMBER OR BKM-DIR
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE BKM-LINE-TYPE
                       TO WS-ENT-LINE-TYPE(WS-ENTRY-COUNT)
                   MOVE BKM-STORE-TYPE
                       TO WS-ENT-STORE-TYPE(WS-ENTRY-COUNT)
                   MOVE BKM-FORMAT
                       TO WS-ENT-FORMAT(WS-ENTRY-COUNT)
                   MOVE BKM-STATE
                       TO WS-ENT-STATE(WS-ENTRY-COUNT)
                   MOVE BKM-RECORDS
                       TO WS-ENT-RECORDS(WS-ENTRY-COUNT)
                   MOVE BKM-BYTES
                       TO WS-ENT-BYTES(WS-ENTRY-COUNT)
                   MOVE BKM-CKSUM
                       TO WS-ENT-CKSUM(WS-ENTRY-COUNT)
                   MOVE BKM-MEMBER-FILE
                       TO WS-ENT-MEMBER(WS-ENTRY-COUNT)
                   MOVE BKM-ORIGINAL
                       TO WS-ENT-ORIGINAL(WS-ENTRY-COUNT)
                   IF BKM-MEMBER
                       ADD 1 TO WS-MEMBER-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY 'LLM-RESTORE: unrecognised manifest line '
                           'type ' BKM-LINE-TYPE
                   PERFORM 290-REFUSE
           END-EVALUATE.


       290-REFUSE.
           DISPLAY 'LLM-RESTORE: backup in '
                   FUNCTION TRIM(WS-BACKUP-DIR)
                   ' refused - nothing restored'
           MOVE 8 TO RETURN-CODE
           STOP RUN.


      *> Every copied member measured as it lies in the backup; one
      *> mismatch and the whole backup is refused, since putting back
      *> the rest would leave the stores out of step with each other.
       300-VERIFY-BACKUP.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-ENT-LINE-TYPE(WS-ENTRY-IDX) = 'MEMBER'
                   EVALUATE WS-ENT-STATE(WS-ENTRY-IDX)
                       WHEN 'COPIED'
                           PERFORM 310-MEMBER-PATH
                           MOVE WS-MEMBER-PATH TO LLM-FMS-FILE
                           PERFORM 700-MEASURE-AGAINST-MANIFEST
                           IF WS-MATCHES
                               ADD 1 TO WS-VERIFIED-COUNT
                           ELSE
                               DISPLAY 'LLM-RESTORE: member '
                                   FUNCTION TRIM(
                                       WS-ENT-MEMBER(WS-ENTRY-IDX))
                                   ' ('
                                   FUNCTION TRIM(
                                       WS-ENT-ORIGINAL(WS-ENTRY-IDX))
                                   ') does not match the manifest'
                               ADD 1 TO WS-PROBLEM-COUNT
                           END-IF
                       WHEN 'MISSING'
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'LLM-RESTORE: member '
                               FUNCTION TRIM(
                                   WS-ENT-MEMBER(WS-ENTRY-IDX))
                               ' state '
                               FUNCTION TRIM(
                                   WS-ENT-STATE(WS-ENTRY-IDX))
                           ADD 1 TO WS-PROBLEM-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM 900-DROP-SCRATCH
           IF WS-PROBLEM-COUNT > 0
               DISPLAY 'LLM-RESTORE: ' WS-PROBLEM-COUNT
                       ' member(s) failed verification'
               PERFORM 290-REFUSE
           END-IF.


       310-MEMBER-PATH.
           MOVE SPACES                   TO WS-MEMBER-PATH
           STRING FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                  '/'                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-MEMBER(WS-ENTRY-IDX))
                                              DELIMITED BY SIZE
               INTO WS-MEMBER-PATH
           END-STRING.


      *> As LLM-BACKUP waits: the backed-up conversation directories
      *> and LLM_CONVERSATION_DIR, every few seconds to the limit.
       400-WAIT-FOR-QUIET.
           INITIALIZE LLM-QUIET-CHECK-AREA
           MOVE 1                        TO LLM-QCK-DIR-COUNT
           MOVE WS-CONV-DIR              TO LLM-QCK-DIR(1)
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-ENT-LINE-TYPE(WS-ENTRY-IDX) = 'DIR'
                   AND LLM-QCK-DIR-COUNT < 20
                   ADD 1 TO LLM-QCK-DIR-COUNT
                   MOVE WS-ENT-ORIGINAL(WS-ENTRY-IDX)
                       TO LLM-QCK-DIR(LLM-QCK-DIR-COUNT)
               END-IF
           END-PERFORM
           STRING FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                  '/QUIET.TMP'                DELIMITED BY SIZE
               INTO LLM-QCK-LIST-FILE
           END-STRING

           MOVE 0                        TO WS-WAITED-SECS
           MOVE SPACES                   TO WS-LAST-REASON
           CALL 'LLM-QUIET-CHECK' USING LLM-QUIET-CHECK-AREA
           PERFORM UNTIL LLM-QCK-QUIET
                   OR WS-WAITED-SECS >= WS-WAIT-SECS
               IF LLM-QCK-REASON NOT = WS-LAST-REASON
                   DISPLAY 'LLM-RESTORE: waiting for a quiet point - '
                           FUNCTION TRIM(LLM-QCK-REASON)
                   MOVE LLM-QCK-REASON   TO WS-LAST-REASON
               END-IF
               CALL 'C$SLEEP' USING WS-POLL-SECS
               ADD WS-POLL-SECS          TO WS-WAITED-SECS
               CALL 'LLM-QUIET-CHECK' USING LLM-QUIET-CHECK-AREA
           END-PERFORM

           MOVE SPACES TO WS-CMD
           STRING 'rm -f '''             DELIMITED BY SIZE
                  FUNCTION TRIM(LLM-QCK-LIST-FILE)
                                         DELIMITED BY SIZE
                  ''''                   DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD
           MOVE 0 TO RETURN-CODE

           IF NOT LLM-QCK-QUIET
               DISPLAY 'LLM-RESTORE: no quiet point within '
                       WS-WAIT-SECS ' second(s) - '
                       FUNCTION TRIM(LLM-QCK-REASON)
                       ' - nothing restored'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       500-OPEN-ASIDE.
           ACCEPT WS-ASIDE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME(1:6)       TO WS-ASIDE-TIME
           STRING FUNCTION TRIM(WS-BACKUP-DIR) DELIMITED BY SIZE
                  '/PRE-RESTORE-'             DELIMITED BY SIZE
                  WS-ASIDE-STAMP              DELIMITED BY SIZE
               INTO WS-ASIDE-DIR
           END-STRING

           MOVE SPACES TO WS-CMD
           STRING 'umask 077 && mkdir '''  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ASIDE-DIR) DELIMITED BY SIZE
                  ''''                       DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           PERFORM 950-RUN-COMMAND
           IF WS-CMD-RC NOT = 0
               DISPLAY 'LLM-RESTORE: cannot create '
                       FUNCTION TRIM(WS-ASIDE-DIR)
                       ' - nothing restored'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


      *> A .conv file the backup has no member for was started after
      *> it - moved aside under its own name so the directory comes
      *> back to the set of conversations the catalog knew of.
       510-SET-ASIDE-STRAYS.
           MOVE SPACES TO WS-CMD
           STRING 'ls -1 '''             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-ORIGINAL(WS-ENTRY-IDX))
                                         DELIMITED BY SIZE
                  '''/*.conv > '''       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIST-FILENAME)
                                         DELIMITED BY SIZE
                  ''' 2>/dev/null'       DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           PERFORM 950-RUN-COMMAND

           OPEN INPUT FILE-LIST
           IF WS-LST-FILE-STATUS = '00'
               MOVE 'N' TO WS-LST-EOF-FLAG
               PERFORM UNTIL WS-LST-EOF
                   READ FILE-LIST
                       AT END
                           SET WS-LST-EOF TO TRUE
                       NOT AT END
                           IF FILE-LIST-LINE NOT = SPACES
                               PERFORM 520-JUDGE-LISTED-CONV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-LIST
           END-IF.


       520-JUDGE-LISTED-CONV.
           MOVE 'N'                      TO WS-FOUND-FLAG
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ENTRY-COUNT OR WS-FOUND
               IF WS-ENT-LINE-TYPE(WS-SCAN-IDX) = 'MEMBER'
                   AND WS-ENT-ORIGINAL(WS-SCAN-IDX) = FILE-LIST-LINE
                   SET WS-FOUND          TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               MOVE SPACES TO WS-CMD
               STRING 'mv -f '''         DELIMITED BY SIZE
                      FUNCTION TRIM(FILE-LIST-LINE)
                                         DELIMITED BY SIZE
                      ''' '''            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ASIDE-DIR)
                                         DELIMITED BY SIZE
                      '/'''              DELIMITED BY SIZE
                   INTO WS-CMD
               END-STRING
               PERFORM 950-RUN-COMMAND
               IF WS-CMD-RC = 0
                   ADD 1 TO WS-ASIDE-COUNT
                   ADD 1 TO WS-REMOVED-COUNT
               ELSE
                   DISPLAY 'LLM-RESTORE: could not move aside '
                           FUNCTION TRIM(FILE-LIST-LINE)
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-IF.


      *> The file as it stands goes aside under the member's name;
      *> then the member comes back through <file>.rst and mv, so
      *> the store is never seen half-written.
       600-RESTORE-MEMBER.
           IF WS-ENT-STORE-TYPE(WS-ENTRY-IDX) = 'QUEUE'
               MOVE SPACES               TO WS-QLOCK-FILENAME
               STRING FUNCTION TRIM(WS-ENT-ORIGINAL(WS-ENTRY-IDX))
                                         DELIMITED BY SIZE
                      '.qlock'           DELIMITED BY SIZE
                   INTO WS-QLOCK-FILENAME
               END-STRING
               PERFORM 640-ACQUIRE-QUEUE-LOCK
           END-IF

           IF WS-ENT-STORE-TYPE(WS-ENTRY-IDX) = 'QUEUE'
               AND NOT WS-QLOCK-HELD
               DISPLAY 'LLM-RESTORE: queue lock '
                       FUNCTION TRIM(WS-QLOCK-FILENAME)
                       ' not acquired, status '
                       WS-QLK-FILE-STATUS ' - queue not restored'
               ADD 1 TO WS-PROBLEM-COUNT
           ELSE
               PERFORM 610-SET-ASIDE-CURRENT
               IF WS-ENT-STATE(WS-ENTRY-IDX) = 'COPIED'
                   PERFORM 620-PUT-BACK
               END-IF
               PERFORM 650-RELEASE-QUEUE-LOCK
           END-IF.


       610-SET-ASIDE-CURRENT.
           MOVE WS-ENT-ORIGINAL(WS-ENTRY-IDX) TO LLM-FMS-FILE
           MOVE 'B'                      TO LLM-FMS-FORMAT
           CALL 'LLM-FILE-MEASURE' USING LLM-FILE-MEASURE-AREA
           IF NOT LLM-FMS-MISSING
               MOVE SPACES TO WS-CMD
               STRING 'mv -f '''         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ENT-ORIGINAL(WS-ENTRY-IDX))
                                         DELIMITED BY SIZE
                      ''' '''            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ASIDE-DIR)
                                         DELIMITED BY SIZE
                      '/'                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ENT-MEMBER(WS-ENTRY-IDX))
                                         DELIMITED BY SIZE
                      ''''               DELIMITED BY SIZE
                   INTO WS-CMD
               END-STRING
               PERFORM 950-RUN-COMMAND
               IF WS-CMD-RC = 0
                   ADD 1 TO WS-ASIDE-COUNT
                   IF WS-ENT-STATE(WS-ENTRY-IDX) = 'MISSING'
                       ADD 1 TO WS-REMOVED-COUNT
                   END-IF
               ELSE
                   DISPLAY 'LLM-RESTORE: could not move aside '
                           FUNCTION TRIM(
                               WS-ENT-ORIGINAL(WS-ENTRY-IDX))
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-IF.


       620-PUT-BACK.
           PERFORM 310-MEMBER-PATH
           MOVE SPACES                   TO WS-TEMP-PATH
           STRING FUNCTION TRIM(WS-ENT-ORIGINAL(WS-ENTRY-IDX))
                                         DELIMITED BY SIZE
                  '.rst'                 DELIMITED BY SIZE
               INTO WS-TEMP-PATH
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING 'cp -p '''             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEMBER-PATH)
                                         DELIMITED BY SIZE
                  ''' '''                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TEMP-PATH)
                                         DELIMITED BY SIZE
                  ''' && mv -f '''       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TEMP-PATH)
                                         DELIMITED BY SIZE
                  ''' '''                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-ORIGINAL(WS-ENTRY-IDX))
                                         DELIMITED BY SIZE
                  ''''                   DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           PERFORM 950-RUN-COMMAND

           MOVE WS-ENT-ORIGINAL(WS-ENTRY-IDX) TO LLM-FMS-FILE
           PERFORM 700-MEASURE-AGAINST-MANIFEST
           IF WS-CMD-RC = 0 AND WS-MATCHES
               ADD 1 TO WS-RESTORED-COUNT
           ELSE
               DISPLAY 'LLM-RESTORE: '
                       FUNCTION TRIM(WS-ENT-ORIGINAL(WS-ENTRY-IDX))
                       ' not restored cleanly - the file as it was '
                       'is in ' FUNCTION TRIM(WS-ASIDE-DIR)
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.


      *> LLM-QUEUE-WORKER's lock protocol, as LLM-HOUSEKEEP uses it.
       640-ACQUIRE-QUEUE-LOCK.
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


       650-RELEASE-QUEUE-LOCK.
           IF WS-QLOCK-HELD
               CLOSE QLOCK-FILE
               MOVE 'N' TO WS-QLOCK-FLAG
           END-IF.


      *> LLM-FMS-FILE is set by the caller - the member in the backup
      *> or the file restored from it; both must measure exactly as
      *> the manifest says.
       700-MEASURE-AGAINST-MANIFEST.
           MOVE WS-ENT-FORMAT(WS-ENTRY-IDX) TO LLM-FMS-FORMAT
           CALL 'LLM-FILE-MEASURE' USING LLM-FILE-MEASURE-AREA
           MOVE 'N'                      TO WS-MATCH-FLAG
           IF LLM-FMS-OK
               AND LLM-FMS-RECORDS = WS-ENT-RECORDS(WS-ENTRY-IDX)
               AND LLM-FMS-BYTES   = WS-ENT-BYTES(WS-ENTRY-IDX)
               AND LLM-FMS-CKSUM   = WS-ENT-CKSUM(WS-ENTRY-IDX)
               SET WS-MATCHES            TO TRUE
           END-IF.


       800-REPORT.
           PERFORM 900-DROP-SCRATCH
           DISPLAY 'LLM-RESTORE: backup ' WS-BACKUP-ID ' - '
                   WS-RESTORED-COUNT ' file(s) restored, '
                   WS-REMOVED-COUNT ' made since removed, '
                   WS-ASIDE-COUNT ' set aside in '
                   FUNCTION TRIM(WS-ASIDE-DIR)
           IF WS-PROBLEM-COUNT > 0
               DISPLAY 'LLM-RESTORE: ' WS-PROBLEM-COUNT
                       ' problem(s) - the stores are NOT as backed '
                       'up; the files set aside are the state before '
                       'this run'
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-ENT-LINE-TYPE(WS-ENTRY-IDX) = 'MEMBER'
                   AND WS-ENT-STATE(WS-ENTRY-IDX) = 'COPIED'
                   EVALUATE TRUE
                       WHEN WS-ENT-STORE-TYPE(WS-ENTRY-IDX) = 'AUDIT'
                           AND WS-ENT-FORMAT(WS-ENTRY-IDX) = 'L'
                           DISPLAY 'LLM-RESTORE: check with '
                                   'LLM-AUDIT-VERIFY '
                                   FUNCTION TRIM(
                                   WS-ENT-ORIGINAL(WS-ENTRY-IDX))
                       WHEN WS-ENT-STORE-TYPE(WS-ENTRY-IDX) = 'VECTOR'
                           AND WS-ENT-FORMAT(WS-ENTRY-IDX) = 'V'
                           DISPLAY 'LLM-RESTORE: check with '
                                   'LLM-VECTOR-VERIFY '
                                   FUNCTION TRIM(
                                   WS-ENT-ORIGINAL(WS-ENTRY-IDX))
                                   ' <corpus>'
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.


       900-DROP-SCRATCH.
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
           PERFORM 950-RUN-COMMAND.


       950-RUN-COMMAND.
           MOVE 0 TO RETURN-CODE
           CALL 'SYSTEM' USING WS-CMD
           MOVE RETURN-CODE              TO WS-CMD-RC
           MOVE 0                        TO RETURN-CODE.
