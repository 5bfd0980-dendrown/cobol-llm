      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-FEED-INTAKE.cob
      *> Desc    : The gate every file from upstream passes through
      *>           before LLM-BATCH or LLM-PROMPT-MERGE is pointed at
      *>           it. The sender's HDR/TRL control records (see
      *>           LLM-INTAKE-CONTROL-RECORD.cpy) are checked - a
      *>           header first, a trailer last, the trailer's record
      *>           count and hash total recomputed over the detail
      *>           lines between - and the detail lines are looked up
      *>           by content hash on the intake register
      *>           (LLM-INTAKE-REGISTER-RECORD.cpy): the same content
      *>           already accepted from the same sender is a repeat,
      *>           refused whatever its header now says. A second,
      *>           different file for a business date the sender has
      *>           already delivered is taken, with a warning.
      *>           An accepted file's detail lines, without the
      *>           control records, are written to the accepted file
      *>           named on the command line - that is what the
      *>           downstream step reads. A refused file is moved to
      *>           LLM_INTAKE_QUARANTINE_DIR (default
      *>           intake-quarantine) as <name>.<received>, with a
      *>           <name>.<received>.report beside it for the sending
      *>           team listing every check it failed. Either way the
      *>           register gets a line; it is read and appended
      *>           under <register>.lock so two intakes can't both
      *>           take the same file.
      *>           RETURN-CODE 0 accepted, 4 accepted with a warning,
      *>           8 refused and quarantined, or not judged at all.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-FEED-INTAKE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO WS-INBOUND-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INB-FILE-STATUS.

           SELECT ACCEPTED-FILE ASSIGN TO WS-WORK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-FILE-STATUS.

           SELECT INTAKE-REGISTER ASSIGN TO WS-REGISTER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

      *> Held from the repeat check to the register append, the way
      *> the queue workers hold their .qlock.
           SELECT REGISTER-LOCK ASSIGN TO WS-LOCK-FILENAME
               ORGANIZATION SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
       01 INBOUND-LINE              PIC X(32900).
       COPY 'LLM-INTAKE-CONTROL-RECORD.cpy'.

       FD  ACCEPTED-FILE.
       01 ACCEPTED-LINE             PIC X(32900).

       FD  INTAKE-REGISTER.
       COPY 'LLM-INTAKE-REGISTER-RECORD.cpy'.

       FD  REPORT-OUT.
       01 REPORT-LINE               PIC X(256).

       FD  REGISTER-LOCK.
       01 REGISTER-LOCK-RECORD      PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-INBOUND-FILENAME   PIC X(256).
       01 WS-ACCEPTED-FILENAME  PIC X(256).
       01 WS-WORK-FILENAME      PIC X(256).
       01 WS-REGISTER-FILENAME  PIC X(256).
       01 WS-REPORT-FILENAME    PIC X(300).
       01 WS-LOCK-FILENAME      PIC X(256).
       01 WS-INB-FILE-STATUS    PIC X(2).
       01 WS-ACC-FILE-STATUS    PIC X(2).
       01 WS-REG-FILE-STATUS    PIC X(2).
       01 WS-RPT-FILE-STATUS    PIC X(2).
       01 WS-LCK-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-INB-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-INB-EOF              VALUE 'Y'.
       01 WS-REG-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-REG-EOF              VALUE 'Y'.
       01 WS-CMD                PIC X(1200).
       01 WS-QUARANTINE-DIR     PIC X(256).
       01 WS-QUARANTINE-NAME    PIC X(300).
       01 WS-BASE-NAME          PIC X(256).
       01 WS-SLASH-POS          PIC 9(4) COMP.
       01 WS-SCAN-POS           PIC 9(4) COMP.

      *> ---- register lock --------------------------------------------
       01 WS-LOCK-FLAG          PIC X(1) VALUE 'N'.
         88 WS-LOCK-HELD            VALUE 'Y'.
       01 WS-LOCK-TRIES         PIC 9(4) COMP.
       01 WS-ONE-SEC            PIC 9(4) COMP VALUE 1.

      *> ---- when the file was received -------------------------------
       01 WS-RECEIVED-AT.
           05 WS-RCV-DATE       PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-RCV-TIME       PIC 9(8).
       01 WS-RECEIVED-STAMP     PIC X(15).

      *> ---- what the file says about itself --------------------------
       01 WS-LINE-NO            PIC 9(9) VALUE 0.
       01 WS-HDR-FLAG           PIC X(1) VALUE 'N'.
         88 WS-HDR-SEEN             VALUE 'Y'.
       01 WS-TRL-FLAG           PIC X(1) VALUE 'N'.
         88 WS-TRL-SEEN             VALUE 'Y'.
       01 WS-SENDER             PIC X(12).
       01 WS-BUSINESS-DATE      PIC X(8).
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05 WS-BUS-YYYY       PIC 9(4).
           05 WS-BUS-MM         PIC 9(2).
           05 WS-BUS-DD         PIC 9(2).
       01 WS-FEED-NAME          PIC X(20).
       01 WS-TRL-COUNT-TEXT     PIC X(9).
       01 WS-TRL-HASH-TEXT      PIC X(15).
       01 WS-TRL-COUNT          PIC 9(9).
       01 WS-TRL-HASH           PIC 9(15).
       01 WS-AFTER-TRL-COUNT    PIC 9(9) VALUE 0.

      *> ---- what the file actually holds -----------------------------
       01 WS-DETAIL-COUNT       PIC 9(9) VALUE 0.
       01 WS-HASH-TOTAL         PIC 9(15) VALUE 0.
       01 WS-LINE-LEN           PIC 9(6) COMP.
       01 WS-CHAR-POS           PIC 9(6) COMP.
       COPY 'LLM-FILE-MEASURE.cpy'.

      *> ---- findings -------------------------------------------------
       01 WS-FAIL-MAX           PIC 9(2) VALUE 20.
       01 WS-FAIL-COUNT         PIC 9(2) VALUE 0.
       01 WS-FAIL-IDX           PIC 9(2).
       01 WS-FAIL-TABLE.
           05 WS-FAIL-TEXT      PIC X(200) OCCURS 20 TIMES.
       01 WS-FAIL-NEW           PIC X(200).
       01 WS-WARNING            PIC X(200).
       01 WS-OUTCOME            PIC X(8).
       01 WS-EDIT-COUNT         PIC Z(8)9.
       01 WS-EDIT-COUNT-2       PIC Z(8)9.
       01 WS-EDIT-HASH          PIC Z(14)9.
       01 WS-EDIT-HASH-2        PIC Z(14)9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-SCAN-FILE
           PERFORM 300-CHECK-CONTROLS
           PERFORM 400-ACQUIRE-REGISTER-LOCK
           PERFORM 410-CHECK-REGISTER
           IF WS-FAIL-COUNT = 0
               PERFORM 500-ACCEPT-FILE
           ELSE
               PERFORM 600-QUARANTINE-FILE
           END-IF
           PERFORM 420-RELEASE-REGISTER-LOCK
           STOP RUN.

      *> Args: 1=inbound file as received
      *>       2=accepted file - the detail lines the downstream
      *>         step will read
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 2
               DISPLAY 'LLM-FEED-INTAKE: usage: LLM-FEED-INTAKE '
                       '<inbound file> <accepted file>'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-INBOUND-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-ACCEPTED-FILENAME FROM ARGUMENT-VALUE
           STRING FUNCTION TRIM(WS-ACCEPTED-FILENAME) DELIMITED BY SIZE
                  '.intake'                          DELIMITED BY SIZE
               INTO WS-WORK-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-ACCEPTED-FILENAME) DELIMITED BY SIZE
                  '.cksum'                           DELIMITED BY SIZE
               INTO LLM-FMS-SCRATCH-FILE
           END-STRING

           DISPLAY 'LLM_INTAKE_REGISTER' UPON ENVIRONMENT-NAME
           ACCEPT WS-REGISTER-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REGISTER-FILENAME = SPACES
               MOVE 'LLM-INTAKE-REGISTER.DAT' TO WS-REGISTER-FILENAME
           END-IF
           STRING FUNCTION TRIM(WS-REGISTER-FILENAME) DELIMITED BY SIZE
                  '.lock'                            DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME
           END-STRING

           DISPLAY 'LLM_INTAKE_QUARANTINE_DIR' UPON ENVIRONMENT-NAME
           ACCEPT WS-QUARANTINE-DIR FROM ENVIRONMENT-VALUE
           IF WS-QUARANTINE-DIR = SPACES
               MOVE 'intake-quarantine' TO WS-QUARANTINE-DIR
           END-IF

           ACCEPT WS-RCV-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RCV-TIME FROM TIME
           MOVE WS-RCV-DATE              TO WS-RECEIVED-STAMP(1:8)
           MOVE '-'                      TO WS-RECEIVED-STAMP(9:1)
           MOVE WS-RCV-TIME(1:6)         TO WS-RECEIVED-STAMP(10:6)

           OPEN INPUT INBOUND-FILE
           IF WS-INB-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-FEED-INTAKE: cannot open inbound file '
                       FUNCTION TRIM(WS-INBOUND-FILENAME)
                       ', status ' WS-INB-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACCEPTED-FILE
           IF WS-ACC-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-FEED-INTAKE: cannot open '
                       FUNCTION TRIM(WS-WORK-FILENAME)
                       ', status ' WS-ACC-FILE-STATUS
               CLOSE INBOUND-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


      *> Detail lines go through to the work copy as read, counted
      *> and hashed; the control records are taken aside. Every
      *> misplaced control record is a finding of its own.
       200-SCAN-FILE.
           PERFORM UNTIL WS-INB-EOF
               READ INBOUND-FILE
                   AT END
                       SET WS-INB-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM 210-TAKE-LINE
               END-READ
           END-PERFORM
           CLOSE INBOUND-FILE
           CLOSE ACCEPTED-FILE

           IF WS-LINE-NO > 0 AND NOT WS-HDR-SEEN
               MOVE 'first line is not an HDR header record'
                                         TO WS-FAIL-NEW
               PERFORM 290-ADD-FINDING
           END-IF

           EVALUATE TRUE
               WHEN WS-LINE-NO = 0
                   MOVE 'file is empty - no header, trailer or '
                     & 'detail lines'    TO WS-FAIL-NEW
                   PERFORM 290-ADD-FINDING
               WHEN NOT WS-TRL-SEEN
                   MOVE 'no TRL trailer record - the file may have '
                     & 'been cut short in transfer'
                                         TO WS-FAIL-NEW
                   PERFORM 290-ADD-FINDING
               WHEN WS-AFTER-TRL-COUNT > 0
                   MOVE WS-AFTER-TRL-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES           TO WS-FAIL-NEW
                   STRING FUNCTION TRIM(WS-EDIT-COUNT)
                                         DELIMITED BY SIZE
                          ' line(s) follow the TRL trailer record - '
                                         DELIMITED BY SIZE
                          'the trailer must be the last line'
                                         DELIMITED BY SIZE
                       INTO WS-FAIL-NEW
                   END-STRING
                   PERFORM 290-ADD-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       210-TAKE-LINE.
           EVALUATE TRUE
               WHEN INBOUND-LINE(1:4) = 'HDR '
                   IF WS-LINE-NO = 1
                       SET WS-HDR-SEEN   TO TRUE
                       MOVE IHD-SENDER   TO WS-SENDER
                       MOVE IHD-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE IHD-FEED-NAME TO WS-FEED-NAME
                   ELSE
                       PERFORM 220-MISPLACED-CONTROL
                   END-IF
               WHEN INBOUND-LINE(1:4) = 'TRL '
                   IF WS-TRL-SEEN
                       PERFORM 220-MISPLACED-CONTROL
                   ELSE
                       SET WS-TRL-SEEN   TO TRUE
                       MOVE ITR-RECORD-COUNT TO WS-TRL-COUNT-TEXT
                       MOVE ITR-HASH-TOTAL   TO WS-TRL-HASH-TEXT
                   END-IF
               WHEN OTHER
                   IF WS-TRL-SEEN
                       ADD 1             TO WS-AFTER-TRL-COUNT
                   END-IF
                   PERFORM 230-TAKE-DETAIL
           END-EVALUATE.


       220-MISPLACED-CONTROL.
           MOVE WS-LINE-NO               TO WS-EDIT-COUNT
           MOVE SPACES                   TO WS-FAIL-NEW
           STRING 'extra '               DELIMITED BY SIZE
                  INBOUND-LINE(1:3)      DELIMITED BY SIZE
                  ' control record at line '
                                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COUNT)
                                         DELIMITED BY SIZE
                  ' - one HDR first and one TRL last only'
                                         DELIMITED BY SIZE
               INTO WS-FAIL-NEW
           END-STRING
           PERFORM 290-ADD-FINDING.


      *> The hash total is the sender's sum of byte values up to the
      *> line's last non-blank character - the same TRIM TRAILING
      *> length LLM-HOUSEKEEP measures a line by.
       230-TAKE-DETAIL.
           ADD 1                         TO WS-DETAIL-COUNT
           IF INBOUND-LINE = SPACES
               MOVE 0                    TO WS-LINE-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(INBOUND-LINE
                                                  TRAILING))
                                         TO WS-LINE-LEN
           END-IF
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-LINE-LEN
               COMPUTE WS-HASH-TOTAL = FUNCTION MOD(
                   WS-HASH-TOTAL
                   + FUNCTION ORD(INBOUND-LINE(WS-CHAR-POS:1)) - 1,
                   1000000000000000)
           END-PERFORM
           MOVE INBOUND-LINE             TO ACCEPTED-LINE
           WRITE ACCEPTED-LINE.


       290-ADD-FINDING.
           IF WS-FAIL-COUNT < WS-FAIL-MAX
               ADD 1                     TO WS-FAIL-COUNT
               MOVE WS-FAIL-NEW          TO WS-FAIL-TEXT(WS-FAIL-COUNT)
           END-IF.


      *> The header must say who and for which day; the trailer's
      *> figures must be the ones just counted.
       300-CHECK-CONTROLS.
           IF WS-HDR-SEEN
               IF WS-SENDER = SPACES
                   MOVE 'HDR record names no sender' TO WS-FAIL-NEW
                   PERFORM 290-ADD-FINDING
               END-IF
               IF WS-BUSINESS-DATE IS NOT NUMERIC
                   MOVE SPACES           TO WS-FAIL-NEW
                   STRING 'HDR business date ''' DELIMITED BY SIZE
                          WS-BUSINESS-DATE       DELIMITED BY SIZE
                          ''' is not YYYYMMDD'   DELIMITED BY SIZE
                       INTO WS-FAIL-NEW
                   END-STRING
                   PERFORM 290-ADD-FINDING
               ELSE
                   IF WS-BUS-MM < 1 OR WS-BUS-MM > 12
                       OR WS-BUS-DD < 1 OR WS-BUS-DD > 31
                       MOVE SPACES       TO WS-FAIL-NEW
                       STRING 'HDR business date '
                                         DELIMITED BY SIZE
                              WS-BUSINESS-DATE
                                         DELIMITED BY SIZE
                              ' is not a calendar date'
                                         DELIMITED BY SIZE
                           INTO WS-FAIL-NEW
                       END-STRING
                       PERFORM 290-ADD-FINDING
                   END-IF
               END-IF
           END-IF

           IF WS-TRL-SEEN
               MOVE WS-DETAIL-COUNT      TO WS-EDIT-COUNT
               IF WS-TRL-COUNT-TEXT IS NUMERIC
                   MOVE WS-TRL-COUNT-TEXT TO WS-TRL-COUNT
                   IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                       MOVE WS-TRL-COUNT TO WS-EDIT-COUNT-2
                       MOVE SPACES       TO WS-FAIL-NEW
                       STRING 'record count: trailer says '
                                         DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-COUNT-2)
                                         DELIMITED BY SIZE
                              ', file holds '
                                         DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-COUNT)
                                         DELIMITED BY SIZE
                              ' detail line(s)'
                                         DELIMITED BY SIZE
                           INTO WS-FAIL-NEW
                       END-STRING
                       PERFORM 290-ADD-FINDING
                   END-IF
               ELSE
                   MOVE SPACES           TO WS-FAIL-NEW
                   STRING 'TRL record count '''  DELIMITED BY SIZE
                          WS-TRL-COUNT-TEXT      DELIMITED BY SIZE
                          ''' is not 9 digits'   DELIMITED BY SIZE
                       INTO WS-FAIL-NEW
                   END-STRING
                   PERFORM 290-ADD-FINDING
               END-IF

               MOVE WS-HASH-TOTAL        TO WS-EDIT-HASH
               IF WS-TRL-HASH-TEXT IS NUMERIC
                   MOVE WS-TRL-HASH-TEXT TO WS-TRL-HASH
                   IF WS-TRL-HASH NOT = WS-HASH-TOTAL
                       MOVE WS-TRL-HASH  TO WS-EDIT-HASH-2
                       MOVE SPACES       TO WS-FAIL-NEW
                       STRING 'hash total: trailer says '
                                         DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-HASH-2)
                                         DELIMITED BY SIZE
                              ', detail lines sum to '
                                         DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDIT-HASH)
                                         DELIMITED BY SIZE
                           INTO WS-FAIL-NEW
                       END-STRING
                       PERFORM 290-ADD-FINDING
                   END-IF
               ELSE
                   MOVE SPACES           TO WS-FAIL-NEW
                   STRING 'TRL hash total '''    DELIMITED BY SIZE
                          WS-TRL-HASH-TEXT       DELIMITED BY SIZE
                          ''' is not 15 digits'  DELIMITED BY SIZE
                       INTO WS-FAIL-NEW
                   END-STRING
                   PERFORM 290-ADD-FINDING
               END-IF
           END-IF.


      *> LLM-QUEUE-WORKER's lock protocol, on the register's sidecar.
      *> Not getting it judges nothing - the file stays where it is
      *> for the next attempt.
       400-ACQUIRE-REGISTER-LOCK.
           MOVE 'N' TO WS-LOCK-FLAG
           MOVE 0   TO WS-LOCK-TRIES
           OPEN I-O REGISTER-LOCK
           PERFORM UNTIL WS-LCK-FILE-STATUS = '00'
               OR WS-LCK-FILE-STATUS = '35'
               OR WS-LOCK-TRIES >= 120
               ADD 1 TO WS-LOCK-TRIES
               CALL 'C$SLEEP' USING WS-ONE-SEC
               OPEN I-O REGISTER-LOCK
           END-PERFORM
           IF WS-LCK-FILE-STATUS = '35'
               OPEN OUTPUT REGISTER-LOCK
               IF WS-LCK-FILE-STATUS = '00'
                   MOVE 'RLOCK' TO REGISTER-LOCK-RECORD
                   WRITE REGISTER-LOCK-RECORD
                   CLOSE REGISTER-LOCK
                   OPEN I-O REGISTER-LOCK
               END-IF
           END-IF
           IF WS-LCK-FILE-STATUS = '00'
               SET WS-LOCK-HELD TO TRUE
           ELSE
               DISPLAY 'LLM-FEED-INTAKE: intake register lock '
                       FUNCTION TRIM(WS-LOCK-FILENAME)
                       ' not acquired, status ' WS-LCK-FILE-STATUS
                       ' - ' FUNCTION TRIM(WS-INBOUND-FILENAME)
                       ' not judged'
               PERFORM 700-DROP-WORK-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


      *> Same sender, same detail content, accepted before: a repeat.
      *> Same sender, feed and business date with other content:
      *> taken, but said out loud - it may be a correction, or may be
      *> a second extract the sender did not mean to cut.
       410-CHECK-REGISTER.
           MOVE WS-WORK-FILENAME         TO LLM-FMS-FILE
           MOVE 'L'                      TO LLM-FMS-FORMAT
           CALL 'LLM-FILE-MEASURE' USING LLM-FILE-MEASURE-AREA
           IF NOT LLM-FMS-OK
               MOVE 'detail lines could not be measured for the '
                 & 'repeat check'        TO WS-FAIL-NEW
               PERFORM 290-ADD-FINDING
           END-IF

           MOVE SPACES                   TO WS-WARNING
           OPEN INPUT INTAKE-REGISTER
           IF WS-REG-FILE-STATUS = '00'
               PERFORM UNTIL WS-REG-EOF
                   READ INTAKE-REGISTER
                       AT END
                           SET WS-REG-EOF TO TRUE
                       NOT AT END
                           IF INR-ACCEPTED
                               AND INR-SENDER = WS-SENDER
                               AND WS-SENDER NOT = SPACES
                               PERFORM 415-COMPARE-ACCEPTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-REGISTER
           END-IF.


       415-COMPARE-ACCEPTED.
           EVALUATE TRUE
               WHEN LLM-FMS-OK
                   AND INR-CONTENT-CRC   = LLM-FMS-CKSUM
                   AND INR-CONTENT-BYTES = LLM-FMS-BYTES
                   MOVE SPACES           TO WS-FAIL-NEW
                   STRING 'repeat of a file already accepted on '
                                         DELIMITED BY SIZE
                          INR-RECEIVED-AT(1:8)
                                         DELIMITED BY SIZE
                          ' for business date '
                                         DELIMITED BY SIZE
                          INR-BUSINESS-DATE
                                         DELIMITED BY SIZE
                          ' ('           DELIMITED BY SIZE
                          FUNCTION TRIM(INR-FILE-NAME)
                                         DELIMITED BY SIZE
                          ')'            DELIMITED BY SIZE
                       INTO WS-FAIL-NEW
                   END-STRING
                   PERFORM 290-ADD-FINDING
               WHEN INR-BUSINESS-DATE = WS-BUSINESS-DATE
                   AND INR-FEED-NAME  = WS-FEED-NAME
                   AND WS-WARNING = SPACES
                   STRING 'a different file for '
                                         DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FEED-NAME)
                                         DELIMITED BY SIZE
                          ' business date '
                                         DELIMITED BY SIZE
                          WS-BUSINESS-DATE
                                         DELIMITED BY SIZE
                          ' was accepted on '
                                         DELIMITED BY SIZE
                          INR-RECEIVED-AT(1:8)
                                         DELIMITED BY SIZE
                          ' ('           DELIMITED BY SIZE
                          FUNCTION TRIM(INR-FILE-NAME)
                                         DELIMITED BY SIZE
                          ')'            DELIMITED BY SIZE
                       INTO WS-WARNING
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       420-RELEASE-REGISTER-LOCK.
           IF WS-LOCK-HELD
               CLOSE REGISTER-LOCK
               MOVE 'N' TO WS-LOCK-FLAG
           END-IF.


       500-ACCEPT-FILE.
           MOVE SPACES TO WS-CMD
           STRING 'mv -f '''             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WORK-FILENAME)
                                         DELIMITED BY SIZE
                  ''' '''                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCEPTED-FILENAME)
                                         DELIMITED BY SIZE
                  ''''                   DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           MOVE 0 TO RETURN-CODE
           CALL 'SYSTEM' USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY 'LLM-FEED-INTAKE: cannot put the accepted '
                       'file in place as '
                       FUNCTION TRIM(WS-ACCEPTED-FILENAME)
                       ' - not registered'
               PERFORM 700-DROP-WORK-FILES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               PERFORM 700-DROP-WORK-FILES
               MOVE 'ACCEPTED'           TO WS-OUTCOME
               MOVE WS-WARNING           TO WS-FAIL-NEW
               PERFORM 800-APPEND-REGISTER
               MOVE WS-DETAIL-COUNT      TO WS-EDIT-COUNT
               DISPLAY 'LLM-FEED-INTAKE: accepted '
                       FUNCTION TRIM(WS-INBOUND-FILENAME)
                       ' from ' FUNCTION TRIM(WS-SENDER)
                       ' for ' WS-BUSINESS-DATE ' - '
                       FUNCTION TRIM(WS-EDIT-COUNT)
                       ' record(s) to '
                       FUNCTION TRIM(WS-ACCEPTED-FILENAME)
               IF WS-WARNING NOT = SPACES
                   DISPLAY 'LLM-FEED-INTAKE: warning - '
                           FUNCTION TRIM(WS-WARNING)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


      *> <quarantine dir>/<name>.<received> and its .report - the
      *> received stamp keeps a second bad delivery of the same name
      *> from overwriting the first.
       600-QUARANTINE-FILE.
           PERFORM 700-DROP-WORK-FILES
           MOVE 0                        TO WS-SLASH-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 256
               IF WS-INBOUND-FILENAME(WS-SCAN-POS:1) = '/'
                   MOVE WS-SCAN-POS      TO WS-SLASH-POS
               END-IF
           END-PERFORM
           MOVE WS-INBOUND-FILENAME(WS-SLASH-POS + 1:) TO WS-BASE-NAME

           STRING FUNCTION TRIM(WS-QUARANTINE-DIR) DELIMITED BY SIZE
                  '/'                             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BASE-NAME)     DELIMITED BY SIZE
                  '.'                             DELIMITED BY SIZE
                  WS-RECEIVED-STAMP               DELIMITED BY SIZE
               INTO WS-QUARANTINE-NAME
           END-STRING
           STRING FUNCTION TRIM(WS-QUARANTINE-NAME) DELIMITED BY SIZE
                  '.report'                        DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING

           MOVE SPACES TO WS-CMD
           STRING 'mkdir -p '''          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUARANTINE-DIR)
                                         DELIMITED BY SIZE
                  ''' && mv -f '''       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INBOUND-FILENAME)
                                         DELIMITED BY SIZE
                  ''' '''                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUARANTINE-NAME)
                                         DELIMITED BY SIZE
                  ''''                   DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           MOVE 0 TO RETURN-CODE
           CALL 'SYSTEM' USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY 'LLM-FEED-INTAKE: could not move '
                       FUNCTION TRIM(WS-INBOUND-FILENAME)
                       ' into quarantine - left where it is'
           END-IF
           MOVE 0 TO RETURN-CODE

           PERFORM 610-WRITE-REPORT
           MOVE 'REJECTED'               TO WS-OUTCOME
           MOVE WS-FAIL-TEXT(1)          TO WS-FAIL-NEW
           PERFORM 800-APPEND-REGISTER

           MOVE WS-FAIL-COUNT            TO WS-EDIT-COUNT
           DISPLAY 'LLM-FEED-INTAKE: REFUSED '
                   FUNCTION TRIM(WS-INBOUND-FILENAME) ' - '
                   FUNCTION TRIM(WS-EDIT-COUNT) ' problem(s), see '
                   FUNCTION TRIM(WS-REPORT-FILENAME)
           PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
                   UNTIL WS-FAIL-IDX > WS-FAIL-COUNT
               DISPLAY 'LLM-FEED-INTAKE:   '
                       FUNCTION TRIM(WS-FAIL-TEXT(WS-FAIL-IDX))
           END-PERFORM
           MOVE 8 TO RETURN-CODE.


      *> Written for the team that sent the file - what arrived,
      *> what it claimed, what was found.
       610-WRITE-REPORT.
           OPEN OUTPUT REPORT-OUT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-FEED-INTAKE: cannot write report '
                       FUNCTION TRIM(WS-REPORT-FILENAME)
                       ', status ' WS-RPT-FILE-STATUS
           ELSE
               MOVE 'INBOUND FILE REFUSED AT INTAKE' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               STRING 'File received   : ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-INBOUND-FILENAME)
                                           DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'Received at     : ' DELIMITED BY SIZE
                      WS-RECEIVED-AT       DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'Sender          : ' DELIMITED BY SIZE
                      WS-SENDER            DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'Feed            : ' DELIMITED BY SIZE
                      WS-FEED-NAME         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'Business date   : ' DELIMITED BY SIZE
                      WS-BUSINESS-DATE     DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-DETAIL-COUNT      TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'Detail lines    : ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT)
                                           DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-HASH-TOTAL        TO WS-EDIT-HASH
               MOVE SPACES TO REPORT-LINE
               STRING 'Hash total      : ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-HASH)
                                           DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'Held as         : ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QUARANTINE-NAME)
                                           DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Problems found:' TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
                       UNTIL WS-FAIL-IDX > WS-FAIL-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '  - '         DELIMITED BY SIZE
                          WS-FAIL-TEXT(WS-FAIL-IDX)
                                         DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'Nothing from this file has been processed. '
                 & 'Correct it and send it again as a new file.'
                                         TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-OUT
           END-IF.


       700-DROP-WORK-FILES.
           MOVE SPACES TO WS-CMD
           STRING 'rm -f '''             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WORK-FILENAME)
                                         DELIMITED BY SIZE
                  ''' '''                DELIMITED BY SIZE
                  FUNCTION TRIM(LLM-FMS-SCRATCH-FILE)
                                         DELIMITED BY SIZE
                  ''''                   DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD
           MOVE 0 TO RETURN-CODE.


      *> WS-OUTCOME is set by the caller, the reason in WS-FAIL-NEW.
       800-APPEND-REGISTER.
           OPEN EXTEND INTAKE-REGISTER
           IF WS-REG-FILE-STATUS = '35'
               OPEN OUTPUT INTAKE-REGISTER
           END-IF
           IF WS-REG-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-FEED-INTAKE: cannot open intake register '
                       FUNCTION TRIM(WS-REGISTER-FILENAME)
                       ', status ' WS-REG-FILE-STATUS
                       ' - this intake is not on record'
           ELSE
               MOVE SPACES               TO INTAKE-REGISTER-RECORD
               MOVE WS-OUTCOME           TO INR-OUTCOME
               MOVE WS-RECEIVED-AT       TO INR-RECEIVED-AT
               MOVE WS-SENDER            TO INR-SENDER
               MOVE WS-BUSINESS-DATE     TO INR-BUSINESS-DATE
               MOVE WS-FEED-NAME         TO INR-FEED-NAME
               MOVE LLM-FMS-CKSUM        TO INR-CONTENT-CRC
               MOVE LLM-FMS-BYTES        TO INR-CONTENT-BYTES
               MOVE WS-DETAIL-COUNT      TO INR-RECORD-COUNT
               MOVE WS-HASH-TOTAL        TO INR-HASH-TOTAL
               MOVE WS-FAIL-NEW          TO INR-REASON
               MOVE WS-INBOUND-FILENAME  TO INR-FILE-NAME
               WRITE INTAKE-REGISTER-RECORD
               CLOSE INTAKE-REGISTER
           END-IF.
