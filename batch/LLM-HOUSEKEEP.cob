      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-HOUSEKEEP.cob
      *> Desc    : Retention housekeeping over the secondary stores
      *>           nothing else trims - the response cache, the debug
      *>           trace, DONE queue entries, old exception/
      *>           unprocessed/rejects files, partition scratch, the
      *>           budget and rate ledgers and the PII token vault -
      *>           driven by one retention schedule (see
      *>           LLM-RETENTION-RECORD.cpy for the store types and
      *>           line layout). The response archive and
      *>           conversations keep their own sweeps
      *>           (LLM-ARCHIVE-SWEEP, LLM-CONV-MANAGER).
      *>           PREVIEW (the default) only reports what each
      *>           schedule line would remove and the space that
      *>           would come back; APPLY does it. Record-level
      *>           stores stream their survivors through a .hk copy
      *>           and mv it over the original (LLM-ARCHIVE-SWEEP's
      *>           swap); a queue is rewritten under the workers'
      *>           .qlock. Run APPLY with the trace, ledger and vault
      *>           writers quiet - none of those files has a lock.
      *>           Queue entries, ledger lines and vault entries under
      *>           legal hold (LLM-HOLD-CHECK - key, conversation or
      *>           caller) are kept whatever their age and listed as
      *>           held; the run is refused outright if the hold
      *>           registry cannot be read. Files, cache entries and
      *>           trace blocks carry no key or caller to hold by.
      *>           RETURN-CODE 4 when a schedule line was skipped or
      *>           a store could not be processed, 8 when the
      *>           schedule or report cannot be opened.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-HOUSEKEEP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

      *> find's listing of the files one FILE/CACHE line matched.
           SELECT FILE-LIST ASSIGN TO WS-LIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.

      *> The record-level store being trimmed, its survivors, and the
      *> archive the dropped records go to under ARCHIVE.
           SELECT STORE-FILE ASSIGN TO WS-STORE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STO-FILE-STATUS.

           SELECT KEEP-FILE ASSIGN TO WS-KEEP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.

           SELECT ARCHIVE-OUT ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

      *> The same exclusive lock sidecar the queue workers and
      *> LLM-QUEUE-ADMIN serialize their read-rewrite-swaps under.
           SELECT QLOCK-FILE ASSIGN TO WS-QLOCK-FILENAME
               ORGANIZATION SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-QLK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SCHEDULE-FILE.
       COPY 'LLM-RETENTION-RECORD.cpy'.

       FD  REPORT-OUT.
       01 REPORT-LINE               PIC X(256).

       FD  FILE-LIST.
       01 FILE-LIST-LINE            PIC X(300).

      *> One line of whichever store is being trimmed; the queue and
      *> ledger layouts overlay it so their dates can be read in
      *> place.
       FD  STORE-FILE.
       01 STORE-LINE                PIC X(65536).
       COPY 'LLM-QUEUE-RECORD.cpy'.
       01 LEDGER-RECORD.
           05 LGR-DATE              PIC X(8).
           05 FILLER                PIC X(1).
           05 LGR-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 LGR-TOKENS            PIC X(12).
       01 TRACE-HEADER.
           05 TRC-MARK              PIC X(6).
           05 TRC-DATE              PIC X(8).
       COPY 'LLM-TOKEN-VAULT-RECORD.cpy'.

       FD  KEEP-FILE.
       01 KEEP-LINE                 PIC X(65536).

       FD  ARCHIVE-OUT.
       01 ARCHIVE-LINE              PIC X(65536).

       FD  QLOCK-FILE.
       01 QLOCK-RECORD              PIC X(8).

       WORKING-STORAGE SECTION.

       01 WS-SCHEDULE-FILENAME  PIC X(256).
       01 WS-REPORT-FILENAME    PIC X(256).
       01 WS-LIST-FILENAME      PIC X(256).
       01 WS-STORE-FILENAME     PIC X(256).
       01 WS-KEEP-FILENAME      PIC X(256).
       01 WS-ARCHIVE-FILENAME   PIC X(256).
       01 WS-QLOCK-FILENAME     PIC X(256).
       01 WS-SCH-FILE-STATUS    PIC X(2).
       01 WS-RPT-FILE-STATUS    PIC X(2).
       01 WS-LST-FILE-STATUS    PIC X(2).
       01 WS-STO-FILE-STATUS    PIC X(2).
       01 WS-KEEP-FILE-STATUS   PIC X(2).
       01 WS-ARC-FILE-STATUS    PIC X(2).
       01 WS-QLK-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-MODE-ARG           PIC X(8).
       01 WS-MODE-FLAG          PIC X(1) VALUE 'P'.
         88 WS-PREVIEW              VALUE 'P'.
         88 WS-APPLY                VALUE 'A'.
       01 WS-SCH-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-SCH-EOF              VALUE 'Y'.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-CMD                PIC X(1200).
       01 WS-ENV-VALUE          PIC X(256).
       01 WS-ARCHIVE-DIR        PIC X(256).

      *> ---- queue lock -----------------------------------------------
       01 WS-QLOCK-FLAG         PIC X(1) VALUE 'N'.
         88 WS-QLOCK-HELD           VALUE 'Y'.
       01 WS-QLOCK-TRIES        PIC 9(4) COMP.
       01 WS-ONE-SEC            PIC 9(4) COMP VALUE 1.

      *> ---- dates ----------------------------------------------------
       01 WS-TODAY-DATE         PIC 9(8).
       01 WS-TODAY-JULIAN       PIC 9(7) COMP.
       01 WS-CUTOFF-DATE        PIC 9(8).

      *> ---- the schedule line in hand --------------------------------
       01 WS-STORE-TYPE         PIC X(10).
         88 WS-TYPE-FILE            VALUE 'FILE'.
         88 WS-TYPE-CACHE           VALUE 'CACHE'.
         88 WS-TYPE-TRACE           VALUE 'TRACE'.
         88 WS-TYPE-QUEUE           VALUE 'QUEUE'.
         88 WS-TYPE-LEDGER          VALUE 'LEDGER'.
         88 WS-TYPE-VAULT           VALUE 'VAULT'.
       01 WS-ACTION             PIC X(7).
         88 WS-ACTION-DELETE        VALUE 'DELETE'.
         88 WS-ACTION-ARCHIVE       VALUE 'ARCHIVE'.
       01 WS-RETAIN-DAYS        PIC 9(5).
       01 WS-RETAIN-MINUTES     PIC 9(9).
       01 WS-LOCATION           PIC X(256).
       01 WS-SKIP-REASON        PIC X(60).
       01 WS-ENTRY-OK-FLAG      PIC X(1).
         88 WS-ENTRY-OK             VALUE 'Y'.

      *> ---- FILE/CACHE: directory and wildcard, find's listing -------
       01 WS-DIR-PART           PIC X(256).
       01 WS-NAME-PART          PIC X(256).
       01 WS-SLASH-POS          PIC 9(4) COMP.
       01 WS-SCAN-POS           PIC 9(4) COMP.
       01 WS-LST-DATE           PIC X(8).
       01 WS-LST-SIZE-TEXT      PIC X(20).
       01 WS-LST-SIZE           PIC 9(15).
       01 WS-LST-PATH           PIC X(280).
       01 WS-LST-PTR            PIC 9(4) COMP.

      *> ---- record-level trim ----------------------------------------
       01 WS-DROP-FLAG          PIC X(1).
         88 WS-DROP-RECORD          VALUE 'Y'.
       01 WS-TRACE-DROP-FLAG    PIC X(1).
         88 WS-TRACE-DROPPING       VALUE 'Y'.
       01 WS-STORE-OPEN-FLAG    PIC X(1).
         88 WS-STORE-OPEN           VALUE 'Y'.
       01 WS-LINE-LEN           PIC 9(6) COMP.
       01 WS-RECORD-DATE        PIC X(8).

      *> ---- counts ---------------------------------------------------
       01 WS-ENTRY-ITEMS        PIC 9(9).
       01 WS-ENTRY-BYTES        PIC 9(15).
       01 WS-TOTAL-ITEMS        PIC 9(9) VALUE 0.
       01 WS-TOTAL-BYTES        PIC 9(15) VALUE 0.
       01 WS-LINES-RUN          PIC 9(5) VALUE 0.
       01 WS-PROBLEM-COUNT      PIC 9(5) VALUE 0.

      *> ---- report editing -------------------------------------------
       01 WS-EDIT-COUNT         PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-BYTES         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-DAYS          PIC ZZZZ9.
       01 WS-VERB               PIC X(14).
       01 WS-DETAIL-LINE.
           05 FILLER            PIC X(4).
           05 DTL-VERB          PIC X(14).
           05 FILLER            PIC X(1).
           05 DTL-DATE          PIC X(8).
           05 FILLER            PIC X(1).
           05 DTL-BYTES         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2).
           05 DTL-NAME          PIC X(200).

      *> ---- legal hold -----------------------------------------------
       COPY 'LLM-HOLD-CHECK.cpy'.
       01 WS-HELD-COUNT         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-WRITE-HEADINGS
           PERFORM 300-APPLY-SCHEDULE
           PERFORM 800-WRITE-TOTALS
           CLOSE SCHEDULE-FILE
           CLOSE REPORT-OUT
           IF WS-PREVIEW
               DISPLAY 'LLM-HOUSEKEEP: PREVIEW - ' WS-TOTAL-ITEMS
                       ' item(s), ' WS-TOTAL-BYTES
                       ' byte(s) would be reclaimed'
           ELSE
               DISPLAY 'LLM-HOUSEKEEP: ' WS-TOTAL-ITEMS
                       ' item(s) removed, ' WS-TOTAL-BYTES
                       ' byte(s) reclaimed'
           END-IF
           IF WS-PROBLEM-COUNT > 0
               DISPLAY 'LLM-HOUSEKEEP: ' WS-PROBLEM-COUNT
                       ' schedule line(s) not fully applied - see '
                       FUNCTION TRIM(WS-REPORT-FILENAME)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=retention schedule  2=report file
      *>       3=PREVIEW|APPLY (optional, default PREVIEW - nothing
      *>         is touched until a run is told APPLY)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 2
               DISPLAY 'LLM-HOUSEKEEP: usage: LLM-HOUSEKEEP '
                       '<schedule> <report> [PREVIEW|APPLY]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-SCHEDULE-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 3
               MOVE 3                   TO WS-ARG-COUNT
               ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
               EVALUATE FUNCTION UPPER-CASE(WS-MODE-ARG)
                   WHEN 'APPLY'
                       SET WS-APPLY     TO TRUE
                   WHEN 'PREVIEW'
                   WHEN SPACES
                       SET WS-PREVIEW   TO TRUE
                   WHEN OTHER
                       DISPLAY 'LLM-HOUSEKEEP: mode must be PREVIEW '
                               'or APPLY, not '
                               FUNCTION TRIM(WS-MODE-ARG)
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF

           DISPLAY 'LLM_HOUSEKEEP_ARCHIVE_DIR' UPON ENVIRONMENT-NAME
           ACCEPT WS-ARCHIVE-DIR FROM ENVIRONMENT-VALUE
           IF WS-ARCHIVE-DIR = SPACES
               MOVE 'housekeeping-archive' TO WS-ARCHIVE-DIR
           END-IF

           STRING FUNCTION TRIM(WS-REPORT-FILENAME) DELIMITED BY SIZE
                  '.lst'                 DELIMITED BY SIZE
                  INTO WS-LIST-FILENAME
           END-STRING

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           INITIALIZE LLM-HOLD-CHECK-AREA
           CALL 'LLM-HOLD-CHECK' USING LLM-HOLD-CHECK-AREA
           IF NOT LLM-HOLD-STATE-OK
               DISPLAY 'LLM-HOUSEKEEP: legal hold registry '
                       FUNCTION TRIM(LLM-HOLD-FILE) ' not usable ('
                       FUNCTION TRIM(LLM-HOLD-STATE)
                       ') - nothing housekept'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SCHEDULE-FILE
           IF WS-SCH-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-HOUSEKEEP: cannot open retention schedule '
                       FUNCTION TRIM(WS-SCHEDULE-FILENAME)
                       ', status ' WS-SCH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-OUT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-HOUSEKEEP: cannot open report '
                       FUNCTION TRIM(WS-REPORT-FILENAME)
                       ', status ' WS-RPT-FILE-STATUS
               CLOSE SCHEDULE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


       200-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING 'RETENTION HOUSEKEEPING - '  DELIMITED BY SIZE
                  WS-TODAY-DATE                DELIMITED BY SIZE
                  '   SCHEDULE '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCHEDULE-FILENAME)
                                               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-PREVIEW
               MOVE 'MODE PREVIEW - nothing has been removed; run '
                 & 'again with APPLY to carry this out'
                                         TO REPORT-LINE
           ELSE
               MOVE 'MODE APPLY' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.


       300-APPLY-SCHEDULE.
           PERFORM UNTIL WS-SCH-EOF
               READ SCHEDULE-FILE
                   AT END
                       SET WS-SCH-EOF TO TRUE
                   NOT AT END
                       IF RETENTION-RECORD NOT = SPACES
                       AND RTN-STORE-TYPE(1:1) NOT = '*'
                           PERFORM 310-RUN-SCHEDULE-LINE
                       END-IF
               END-READ
           END-PERFORM.


       310-RUN-SCHEDULE-LINE.
           ADD 1 TO WS-LINES-RUN
           MOVE 0                        TO WS-ENTRY-ITEMS
                                            WS-ENTRY-BYTES
           PERFORM 320-VALIDATE-LINE
           PERFORM 330-WRITE-LINE-HEADING
           IF NOT WS-ENTRY-OK
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '    SKIPPED - '       DELIMITED BY SIZE
                      WS-SKIP-REASON         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN WS-TYPE-FILE
                   WHEN WS-TYPE-CACHE
                       PERFORM 400-SWEEP-FILES
                   WHEN WS-TYPE-TRACE
                       PERFORM 500-TRIM-TRACE
                   WHEN WS-TYPE-QUEUE
                       PERFORM 600-TRIM-QUEUE
                   WHEN WS-TYPE-LEDGER
                       PERFORM 700-TRIM-LEDGER
                   WHEN WS-TYPE-VAULT
                       PERFORM 750-TRIM-VAULT
               END-EVALUATE
               PERFORM 340-WRITE-LINE-TOTAL
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.


      *> Blank locations for the stores whose home is already named
      *> by an LLM_ variable resolve the way their writers do.
       320-VALIDATE-LINE.
           MOVE 'Y'                      TO WS-ENTRY-OK-FLAG
           MOVE SPACES                   TO WS-SKIP-REASON
           MOVE FUNCTION UPPER-CASE(RTN-STORE-TYPE) TO WS-STORE-TYPE
           MOVE FUNCTION UPPER-CASE(RTN-ACTION)     TO WS-ACTION
           MOVE RTN-LOCATION             TO WS-LOCATION
           MOVE 0                        TO WS-RETAIN-DAYS

           IF RTN-DAYS = SPACES
           OR FUNCTION TEST-NUMVAL(RTN-DAYS) NOT = 0
               MOVE 'N'                  TO WS-ENTRY-OK-FLAG
               MOVE 'retention days missing or not numeric'
                                         TO WS-SKIP-REASON
           ELSE
               MOVE FUNCTION NUMVAL(RTN-DAYS) TO WS-RETAIN-DAYS
           END-IF

           IF WS-ENTRY-OK
           AND NOT WS-ACTION-DELETE AND NOT WS-ACTION-ARCHIVE
               MOVE 'N'                  TO WS-ENTRY-OK-FLAG
               MOVE 'action must be DELETE or ARCHIVE'
                                         TO WS-SKIP-REASON
           END-IF

           IF WS-ENTRY-OK AND WS-LOCATION = SPACES
               EVALUATE TRUE
                   WHEN WS-TYPE-CACHE
                       DISPLAY 'LLM_CACHE_DIR' UPON ENVIRONMENT-NAME
                       ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
                       IF WS-ENV-VALUE = SPACES
                           MOVE '.'      TO WS-ENV-VALUE
                       END-IF
                       STRING FUNCTION TRIM(WS-ENV-VALUE)
                                             DELIMITED BY SIZE
                              '/llm-cache-*.dat'
                                             DELIMITED BY SIZE
                           INTO WS-LOCATION
                       END-STRING
                   WHEN WS-TYPE-TRACE
                       DISPLAY 'LLM_DEBUG_TRACE_FILE'
                           UPON ENVIRONMENT-NAME
                       ACCEPT WS-LOCATION FROM ENVIRONMENT-VALUE
                       IF WS-LOCATION = SPACES
                           MOVE 'LLM-TRACE.LOG' TO WS-LOCATION
                       END-IF
                   WHEN WS-TYPE-LEDGER
                       DISPLAY 'LLM_BUDGET_LEDGER'
                           UPON ENVIRONMENT-NAME
                       ACCEPT WS-LOCATION FROM ENVIRONMENT-VALUE
                       IF WS-LOCATION = SPACES
                           MOVE 'LLM-BUDGET-LEDGER.DAT'
                                         TO WS-LOCATION
                       END-IF
                   WHEN WS-TYPE-VAULT
                       DISPLAY 'LLM_TOKEN_VAULT_FILE'
                           UPON ENVIRONMENT-NAME
                       ACCEPT WS-LOCATION FROM ENVIRONMENT-VALUE
                       IF WS-LOCATION = SPACES
                           MOVE 'LLM-TOKEN-VAULT.DAT'
                                         TO WS-LOCATION
                       END-IF
                   WHEN OTHER
                       MOVE 'N'          TO WS-ENTRY-OK-FLAG
                       MOVE 'location required for this store type'
                                         TO WS-SKIP-REASON
               END-EVALUATE
           END-IF

           IF WS-ENTRY-OK
           AND NOT WS-TYPE-FILE AND NOT WS-TYPE-CACHE
           AND NOT WS-TYPE-TRACE AND NOT WS-TYPE-QUEUE
           AND NOT WS-TYPE-LEDGER AND NOT WS-TYPE-VAULT
               MOVE 'N'                  TO WS-ENTRY-OK-FLAG
               MOVE 'unknown store type' TO WS-SKIP-REASON
           END-IF

      *> Archiving the vault would only make a second copy of the
      *> values it exists to keep in one place.
           IF WS-ENTRY-OK AND WS-TYPE-VAULT AND WS-ACTION-ARCHIVE
               MOVE 'N'                  TO WS-ENTRY-OK-FLAG
               MOVE 'the token vault may only be DELETEd'
                                         TO WS-SKIP-REASON
           END-IF

      *> A single quote would break out of the quoting the shell
      *> commands below put round every name.
           IF WS-ENTRY-OK
           AND FUNCTION SUBSTITUTE(WS-LOCATION, "'", SPACE)
                   NOT = WS-LOCATION
               MOVE 'N'                  TO WS-ENTRY-OK-FLAG
               MOVE 'location may not contain a quote'
                                         TO WS-SKIP-REASON
           END-IF

           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-JULIAN - WS-RETAIN-DAYS)
           COMPUTE WS-RETAIN-MINUTES = WS-RETAIN-DAYS * 1440.


       330-WRITE-LINE-HEADING.
           MOVE WS-RETAIN-DAYS           TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING WS-STORE-TYPE          DELIMITED BY SIZE
                  ' KEEP '               DELIMITED BY SIZE
                  WS-EDIT-DAYS           DELIMITED BY SIZE
                  ' DAY(S)  '            DELIMITED BY SIZE
                  WS-ACTION              DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOCATION)
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-PREVIEW
               IF WS-ACTION-ARCHIVE
                   MOVE 'would archive' TO WS-VERB
               ELSE
                   MOVE 'would delete'  TO WS-VERB
               END-IF
           ELSE
               IF WS-ACTION-ARCHIVE
                   MOVE 'archived'      TO WS-VERB
               ELSE
                   MOVE 'deleted'       TO WS-VERB
               END-IF
           END-IF.


       340-WRITE-LINE-TOTAL.
           ADD WS-ENTRY-ITEMS            TO WS-TOTAL-ITEMS
           ADD WS-ENTRY-BYTES            TO WS-TOTAL-BYTES
           MOVE WS-ENTRY-ITEMS           TO WS-EDIT-COUNT
           MOVE WS-ENTRY-BYTES           TO WS-EDIT-BYTES
           MOVE SPACES TO REPORT-LINE
           STRING '    '                 DELIMITED BY SIZE
                  WS-VERB                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COUNT)
                                         DELIMITED BY SIZE
                  ' item(s), '           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-BYTES)
                                         DELIMITED BY SIZE
                  ' byte(s) - older than '
                                         DELIMITED BY SIZE
                  WS-CUTOFF-DATE         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.


      *> Whole files past retention by last modification. find does
      *> the matching and ageing (-mmin, so a 30-day line means 30
      *> days to the minute) and hands back each file's date, size
      *> and name; only the top directory is searched.
       400-SWEEP-FILES.
           PERFORM 410-SPLIT-LOCATION
           MOVE SPACES TO WS-CMD
           STRING 'find '''              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DIR-PART)
                                         DELIMITED BY SIZE
                  ''' -maxdepth 1 -type f -name '''
                                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NAME-PART)
                                         DELIMITED BY SIZE
                  ''' -mmin +'           DELIMITED BY SIZE
                  WS-RETAIN-MINUTES      DELIMITED BY SIZE
                  ' -printf ''%TY%Tm%Td %s %p\n'' > '
                                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIST-FILENAME)
                                         DELIMITED BY SIZE
                  ' 2>/dev/null'         DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD

           OPEN INPUT FILE-LIST
           IF WS-LST-FILE-STATUS NOT = '00'
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE '    could not list the location' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ FILE-LIST
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 420-TAKE-LISTED-FILE
                   END-READ
               END-PERFORM
               CLOSE FILE-LIST
           END-IF

           MOVE SPACES TO WS-CMD
           STRING 'rm -f '               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIST-FILENAME)
                                         DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD.


      *> Directory is everything up to the last '/', the wildcard the
      *> rest; no '/' at all means the current directory.
       410-SPLIT-LOCATION.
           MOVE 0                        TO WS-SLASH-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 256
               IF WS-LOCATION(WS-SCAN-POS:1) = '/'
                   MOVE WS-SCAN-POS      TO WS-SLASH-POS
               END-IF
           END-PERFORM
           MOVE SPACES                   TO WS-DIR-PART WS-NAME-PART
           EVALUATE WS-SLASH-POS
               WHEN 0
                   MOVE '.'              TO WS-DIR-PART
                   MOVE WS-LOCATION      TO WS-NAME-PART
               WHEN 1
                   MOVE '/'              TO WS-DIR-PART
                   MOVE WS-LOCATION(2:)  TO WS-NAME-PART
               WHEN OTHER
                   MOVE WS-LOCATION(1:WS-SLASH-POS - 1)
                                         TO WS-DIR-PART
                   MOVE WS-LOCATION(WS-SLASH-POS + 1:)
                                         TO WS-NAME-PART
           END-EVALUATE.


       420-TAKE-LISTED-FILE.
           MOVE FILE-LIST-LINE(1:8)      TO WS-LST-DATE
           MOVE SPACES                   TO WS-LST-SIZE-TEXT
                                            WS-LST-PATH
           MOVE 10                       TO WS-LST-PTR
           UNSTRING FILE-LIST-LINE DELIMITED BY ' '
               INTO WS-LST-SIZE-TEXT
               WITH POINTER WS-LST-PTR
           END-UNSTRING
           MOVE FILE-LIST-LINE(WS-LST-PTR:) TO WS-LST-PATH
           MOVE FUNCTION NUMVAL(WS-LST-SIZE-TEXT) TO WS-LST-SIZE

           ADD 1                         TO WS-ENTRY-ITEMS
           ADD WS-LST-SIZE               TO WS-ENTRY-BYTES
           MOVE SPACES                   TO WS-DETAIL-LINE
           MOVE WS-VERB                  TO DTL-VERB
           MOVE WS-LST-DATE              TO DTL-DATE
           MOVE WS-LST-SIZE              TO DTL-BYTES
           MOVE WS-LST-PATH              TO DTL-NAME
           MOVE WS-DETAIL-LINE           TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-APPLY
               MOVE SPACES TO WS-CMD
               IF WS-ACTION-ARCHIVE
                   STRING 'mkdir -p '''  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ARCHIVE-DIR)
                                         DELIMITED BY SIZE
                          ''' && mv '''  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LST-PATH)
                                         DELIMITED BY SIZE
                          ''' '''        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ARCHIVE-DIR)
                                         DELIMITED BY SIZE
                          '/'''          DELIMITED BY SIZE
                       INTO WS-CMD
                   END-STRING
               ELSE
                   STRING 'rm -f '''     DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LST-PATH)
                                         DELIMITED BY SIZE
                          ''''           DELIMITED BY SIZE
                       INTO WS-CMD
                   END-STRING
               END-IF
               CALL 'SYSTEM' USING WS-CMD
           END-IF.


      *> Each traced call is a block opened by a '===== <stamp>' line;
      *> the whole block goes or stays on that stamp's date. Lines
      *> ahead of the first stamp are kept.
       500-TRIM-TRACE.
           PERFORM 900-OPEN-STORE
           IF WS-STORE-OPEN
               MOVE 'N'                  TO WS-TRACE-DROP-FLAG
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ STORE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 510-JUDGE-TRACE-LINE
                   END-READ
               END-PERFORM
               PERFORM 950-CLOSE-STORE
           END-IF.


       510-JUDGE-TRACE-LINE.
           IF TRC-MARK = '===== ' AND TRC-DATE IS NUMERIC
               IF TRC-DATE < WS-CUTOFF-DATE
                   MOVE 'Y'              TO WS-TRACE-DROP-FLAG
                   ADD 1                 TO WS-ENTRY-ITEMS
               ELSE
                   MOVE 'N'              TO WS-TRACE-DROP-FLAG
               END-IF
           END-IF
           MOVE WS-TRACE-DROP-FLAG       TO WS-DROP-FLAG
           PERFORM 920-ROUTE-RECORD.


      *> Only DONE entries age out - QUEUED, RUNNING, FAILED and DEAD
      *> are live work or still need an operator. An entry settled
      *> before completion stamps were kept ages on its request
      *> time instead.
       600-TRIM-QUEUE.
           IF WS-APPLY
               MOVE SPACES TO WS-QLOCK-FILENAME
               STRING FUNCTION TRIM(WS-LOCATION) DELIMITED BY SIZE
                      '.qlock'               DELIMITED BY SIZE
                   INTO WS-QLOCK-FILENAME
               END-STRING
               PERFORM 610-ACQUIRE-QUEUE-LOCK
               IF NOT WS-QLOCK-HELD
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE '    queue lock unavailable - left untouched'
                                         TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF

           IF WS-PREVIEW OR WS-QLOCK-HELD
               PERFORM 900-OPEN-STORE
               IF WS-STORE-OPEN
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ STORE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 605-JUDGE-QUEUE-ENTRY
                       END-READ
                   END-PERFORM
                   PERFORM 950-CLOSE-STORE
               END-IF
               PERFORM 620-RELEASE-QUEUE-LOCK
           END-IF.


       605-JUDGE-QUEUE-ENTRY.
           MOVE 'N'                      TO WS-DROP-FLAG
           IF QUE-DONE
               IF QUE-COMPLETED-AT(1:8) IS NUMERIC
                   MOVE QUE-COMPLETED-AT(1:8) TO WS-RECORD-DATE
               ELSE
                   MOVE QUE-REQUESTED-AT(1:8) TO WS-RECORD-DATE
               END-IF
               IF WS-RECORD-DATE IS NUMERIC
               AND WS-RECORD-DATE < WS-CUTOFF-DATE
                   MOVE QUE-KEY          TO LLM-HOLD-KEY
                   MOVE QUE-CONV-ID      TO LLM-HOLD-CONV-ID
                   MOVE QUE-CALLER-ID    TO LLM-HOLD-CALLER
                   MOVE QUE-KEY          TO DTL-NAME
                   PERFORM 930-CHECK-HOLD
               END-IF
           END-IF
           PERFORM 920-ROUTE-RECORD.


      *> LLM-QUEUE-WORKER's lock protocol, as LLM-QUEUE-ADMIN uses it.
       610-ACQUIRE-QUEUE-LOCK.
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


       620-RELEASE-QUEUE-LOCK.
           IF WS-QLOCK-HELD
               CLOSE QLOCK-FILE
               MOVE 'N' TO WS-QLOCK-FLAG
           END-IF.


      *> Ledger lines are one caller's tokens for one day; a line whose
      *> date does not parse is kept.
       700-TRIM-LEDGER.
           PERFORM 900-OPEN-STORE
           IF WS-STORE-OPEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ STORE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 705-JUDGE-LEDGER-LINE
                   END-READ
               END-PERFORM
               PERFORM 950-CLOSE-STORE
           END-IF.


       705-JUDGE-LEDGER-LINE.
           MOVE 'N'                      TO WS-DROP-FLAG
           IF LGR-DATE IS NUMERIC
           AND LGR-DATE < WS-CUTOFF-DATE
               MOVE SPACES               TO LLM-HOLD-KEY
                                            LLM-HOLD-CONV-ID
               MOVE LGR-CALLER           TO LLM-HOLD-CALLER
               MOVE LGR-CALLER           TO DTL-NAME
               PERFORM 930-CHECK-HOLD
           END-IF
           PERFORM 920-ROUTE-RECORD.


      *> Vault entries age on the date they were filed; a line whose
      *> date does not parse is kept. The record key and caller are
      *> what a hold can name.
       750-TRIM-VAULT.
           PERFORM 900-OPEN-STORE
           IF WS-STORE-OPEN
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ STORE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 755-JUDGE-VAULT-ENTRY
                   END-READ
               END-PERFORM
               PERFORM 950-CLOSE-STORE
           END-IF.


       755-JUDGE-VAULT-ENTRY.
           MOVE 'N'                      TO WS-DROP-FLAG
           IF VLT-CREATED-DATE IS NUMERIC
           AND VLT-CREATED-DATE < WS-CUTOFF-DATE
               MOVE VLT-RECORD-KEY       TO LLM-HOLD-KEY
               MOVE SPACES               TO LLM-HOLD-CONV-ID
               MOVE VLT-CALLER           TO LLM-HOLD-CALLER
               MOVE SPACES               TO DTL-NAME
               STRING FUNCTION TRIM(VLT-RUN-ID) DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      FUNCTION TRIM(VLT-RECORD-KEY)
                                         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      VLT-TOKEN          DELIMITED BY SIZE
                   INTO DTL-NAME
               END-STRING
               PERFORM 930-CHECK-HOLD
           END-IF
           PERFORM 920-ROUTE-RECORD.


       800-WRITE-TOTALS.
           MOVE WS-TOTAL-ITEMS           TO WS-EDIT-COUNT
           MOVE WS-TOTAL-BYTES           TO WS-EDIT-BYTES
           MOVE SPACES TO REPORT-LINE
           IF WS-PREVIEW
               STRING 'TOTAL TO BE RECLAIMED  '  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT)
                                             DELIMITED BY SIZE
                      ' item(s), '           DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-BYTES)
                                             DELIMITED BY SIZE
                      ' byte(s)'             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'TOTAL RECLAIMED  '    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT)
                                             DELIMITED BY SIZE
                      ' item(s), '           DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-BYTES)
                                             DELIMITED BY SIZE
                      ' byte(s)'             DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE WS-LINES-RUN             TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'SCHEDULE LINES  '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COUNT)
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-PROBLEM-COUNT > 0
               MOVE WS-PROBLEM-COUNT     TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'NOT FULLY APPLIED  ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT)
                                         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-COUNT        TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'KEPT UNDER LEGAL HOLD  ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-COUNT)
                                         DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.


      *> Opens the record-level store and, under APPLY, the .hk copy
      *> its survivors stream to plus (ARCHIVE) the dated archive file
      *> under LLM_HOUSEKEEP_ARCHIVE_DIR that takes the dropped
      *> records. A store that does not exist yet has nothing to trim.
       900-OPEN-STORE.
           MOVE 'N'                      TO WS-STORE-OPEN-FLAG
           MOVE WS-LOCATION              TO WS-STORE-FILENAME
           OPEN INPUT STORE-FILE
           IF WS-STO-FILE-STATUS = '35'
               MOVE '    store not present - nothing to trim'
                                         TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-STO-FILE-STATUS NOT = '00'
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '    cannot open store, status '
                                         DELIMITED BY SIZE
                          WS-STO-FILE-STATUS
                                         DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               ELSE
                   SET WS-STORE-OPEN     TO TRUE
               END-IF
           END-IF

           IF WS-STORE-OPEN AND WS-APPLY
               MOVE SPACES TO WS-KEEP-FILENAME
               STRING FUNCTION TRIM(WS-STORE-FILENAME)
                                         DELIMITED BY SIZE
                      '.hk'              DELIMITED BY SIZE
                   INTO WS-KEEP-FILENAME
               END-STRING
      *> The vault's survivors copy is made owner-only before it is
      *> written, as the vault itself is - the mv in 950 then carries
      *> that over the original.
               IF WS-TYPE-VAULT
                   MOVE SPACES TO WS-CMD
                   STRING 'umask 077 && : > ''' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-KEEP-FILENAME)
                                         DELIMITED BY SIZE
                          ''''           DELIMITED BY SIZE
                       INTO WS-CMD
                   END-STRING
                   CALL 'SYSTEM' USING WS-CMD
                   MOVE 0                TO RETURN-CODE
               END-IF
               OPEN OUTPUT KEEP-FILE
               IF WS-ACTION-ARCHIVE
                   PERFORM 910-OPEN-ARCHIVE
               END-IF
           END-IF.


      *> <archive dir>/<store file name>.<today> - one file per store
      *> per housekeeping day, appended to if the run is repeated.
       910-OPEN-ARCHIVE.
           MOVE SPACES TO WS-CMD
           STRING 'mkdir -p '''          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVE-DIR)
                                         DELIMITED BY SIZE
                  ''''                   DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD

           MOVE WS-STORE-FILENAME        TO WS-LOCATION
           PERFORM 410-SPLIT-LOCATION
           MOVE WS-STORE-FILENAME        TO WS-LOCATION
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING FUNCTION TRIM(WS-ARCHIVE-DIR) DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NAME-PART)   DELIMITED BY SIZE
                  '.'                    DELIMITED BY SIZE
                  WS-TODAY-DATE          DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME
           END-STRING
           OPEN EXTEND ARCHIVE-OUT
           IF WS-ARC-FILE-STATUS = '35'
               OPEN OUTPUT ARCHIVE-OUT
           END-IF.


      *> A dropped record counts its bytes (the line as stored, with
      *> its line end) and, under APPLY/ARCHIVE, is appended to the
      *> archive; a kept record is copied to the survivors file.
       920-ROUTE-RECORD.
           IF WS-DROP-RECORD
               MOVE FUNCTION LENGTH(FUNCTION TRIM(STORE-LINE TRAILING))
                                         TO WS-LINE-LEN
               IF STORE-LINE = SPACES
                   MOVE 0                TO WS-LINE-LEN
               END-IF
               ADD WS-LINE-LEN           TO WS-ENTRY-BYTES
               ADD 1                     TO WS-ENTRY-BYTES
               IF WS-APPLY AND WS-ACTION-ARCHIVE
                   MOVE STORE-LINE       TO ARCHIVE-LINE
                   WRITE ARCHIVE-LINE
               END-IF
           ELSE
               IF WS-APPLY
                   MOVE STORE-LINE       TO KEEP-LINE
                   WRITE KEEP-LINE
               END-IF
           END-IF.


      *> A record past retention is dropped unless it is under legal
      *> hold; a held one stays and gets its own report line.
       930-CHECK-HOLD.
           CALL 'LLM-HOLD-CHECK' USING LLM-HOLD-CHECK-AREA
           IF LLM-HOLD-FOUND
               ADD 1                     TO WS-HELD-COUNT
               MOVE SPACES               TO REPORT-LINE
               STRING '    held - '      DELIMITED BY SIZE
                      FUNCTION TRIM(DTL-NAME)
                                         DELIMITED BY SIZE
                      ' matter '         DELIMITED BY SIZE
                      FUNCTION TRIM(LLM-HOLD-MATTER)
                                         DELIMITED BY SIZE
                      ' ('               DELIMITED BY SIZE
                      FUNCTION TRIM(LLM-HOLD-ON-TYPE)
                                         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      FUNCTION TRIM(LLM-HOLD-ON-VALUE)
                                         DELIMITED BY SIZE
                      ')'                DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               MOVE 'Y'                  TO WS-DROP-FLAG
               ADD 1                     TO WS-ENTRY-ITEMS
           END-IF.


      *> The survivors replace the store only when something was
      *> actually dropped; otherwise the copy is thrown away and the
      *> store is left exactly as it was.
       950-CLOSE-STORE.
           CLOSE STORE-FILE
           IF WS-APPLY
               CLOSE KEEP-FILE
               IF WS-ACTION-ARCHIVE
                   CLOSE ARCHIVE-OUT
               END-IF
               MOVE SPACES TO WS-CMD
               IF WS-ENTRY-ITEMS > 0
                   STRING 'mv '''        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-KEEP-FILENAME)
                                         DELIMITED BY SIZE
                          ''' '''        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-STORE-FILENAME)
                                         DELIMITED BY SIZE
                          ''''           DELIMITED BY SIZE
                       INTO WS-CMD
                   END-STRING
               ELSE
                   STRING 'rm -f '''     DELIMITED BY SIZE
                          FUNCTION TRIM(WS-KEEP-FILENAME)
                                         DELIMITED BY SIZE
                          ''''           DELIMITED BY SIZE
                       INTO WS-CMD
                   END-STRING
               END-IF
               CALL 'SYSTEM' USING WS-CMD
           END-IF.
