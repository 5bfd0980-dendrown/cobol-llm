      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-SIEM-EXPORT.cob
      *> Desc    : Feeds LLM activity to the security team's SIEM in
      *>           a standard event format instead of leaving it in
      *>           our own flat files. Each run appends, to the
      *>           events file the SIEM forwarder collects, one event
      *>           per new line of:
      *>             - the audit log (LLM_AUDIT_LOG) - every call,
      *>               with a severity mapped from AUD-STAT-CODE, so
      *>               conversation denials, provider-policy
      *>               denials, budget stops and blocked replies
      *>               stand out from routine traffic; rotation
      *>               marker lines become log-rotated events
      *>             - the tool-execution log (LLM_TOOL_EXEC_LOG) -
      *>               every executed, refused or failed tool call
      *>             - the erasure-purge manifests in
      *>               LLM_PURGE_MANIFEST_DIR - one event per purge,
      *>               with what each store gave up and the
      *>               manifest's signature
      *>           in either format:
      *>             CEF     ArcSight Common Event Format (default)
      *>             SYSLOG  RFC 5424, facility 13 (log audit), the
      *>                     fields as structured data under
      *>                     llm@<LLM_SIEM_ENTERPRISE_ID>
      *>
      *>           Incremental: the state file keeps each source's
      *>           high-water mark - the timestamp of the last event
      *>           sent and how many lines carried that timestamp -
      *>           so a run sends only what is new. The mark is by
      *>           time, not by line number, so a rotation never
      *>           causes a re-send: the fresh log's lines are all
      *>           later. Lines written to the old log after the last
      *>           export are still picked up - the audit log's
      *>           rotation marker names the closed file, and a
      *>           rotated tool log is found as <log>.<yyyymmdd> for
      *>           each day since the mark. The first run sends the
      *>           live files whole. Tool-call argument JSON is not
      *>           sent - it can carry data-subject content.
      *>             LLM-SIEM-EXPORT <events> [CEF|SYSLOG] [state]
      *>           The state file defaults to <events>.hwm and is
      *>           replaced (.new then rename) only after the events
      *>           are written and closed.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-SIEM-EXPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO WS-CUR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT TOOL-EXEC-LOG ASSIGN TO WS-CUR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TLG-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-CUR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MNF-FILE-STATUS.

           SELECT LIST-FILE ASSIGN TO WS-LIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.

           SELECT STATE-FILE ASSIGN TO WS-STATE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STA-FILE-STATUS.

           SELECT STATE-NEW ASSIGN TO WS-STATE-NEW-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STN-FILE-STATUS.

           SELECT EVENT-OUT ASSIGN TO WS-EVENT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-LOG.
       COPY 'LLM-AUDIT-RECORD.cpy'.

      *> LLM-TOOL-DISPATCH's 180-LOG-TOOL-EXECUTION line.
       FD  TOOL-EXEC-LOG.
       01 TOOL-EXEC-RECORD.
           05 TLG-TIMESTAMP         PIC X(17).
           05 FILLER                PIC X(1).
           05 TLG-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 TLG-TOOL-NAME         PIC X(64).
           05 FILLER                PIC X(1).
           05 TLG-PROGRAM           PIC X(30).
           05 FILLER                PIC X(1).
           05 TLG-OUTCOME           PIC X(8).
           05 FILLER                PIC X(1).
           05 TLG-ARGS-JSON         PIC X(4096).

       FD  MANIFEST-FILE.
       01 MANIFEST-LINE             PIC X(132).

       FD  LIST-FILE.
       01 LIST-RECORD               PIC X(256).

      *> One line per source: its high-water mark and running total.
       FD  STATE-FILE.
       01 STATE-RECORD.
           05 STA-SOURCE            PIC X(8).
           05 FILLER                PIC X(1).
           05 STA-HWM-TIMESTAMP     PIC X(17).
           05 FILLER                PIC X(1).
           05 STA-HWM-COUNT         PIC 9(9).
           05 FILLER                PIC X(1).
           05 STA-EXPORTED          PIC 9(12).
           05 FILLER                PIC X(1).
           05 STA-UPDATED-AT        PIC X(17).

       FD  STATE-NEW.
       01 STATE-NEW-RECORD          PIC X(67).

       FD  EVENT-OUT.
       01 EVENT-RECORD              PIC X(2048).

       WORKING-STORAGE SECTION.

       01 WS-EVENT-FILENAME     PIC X(256).
       01 WS-STATE-FILENAME     PIC X(256).
       01 WS-STATE-NEW-FILENAME PIC X(256).
       01 WS-LIST-FILENAME      PIC X(256).
       01 WS-AUDIT-FILENAME     PIC X(256).
       01 WS-TOOL-LOG-FILENAME  PIC X(256).
       01 WS-MANIFEST-DIR       PIC X(256).
       01 WS-CUR-FILENAME       PIC X(256).
       01 WS-AUD-FILE-STATUS    PIC X(2).
       01 WS-TLG-FILE-STATUS    PIC X(2).
       01 WS-MNF-FILE-STATUS    PIC X(2).
       01 WS-LST-FILE-STATUS    PIC X(2).
       01 WS-STA-FILE-STATUS    PIC X(2).
       01 WS-STN-FILE-STATUS    PIC X(2).
       01 WS-EVT-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-FORMAT-ARG         PIC X(8).
       01 WS-FORMAT             PIC X(6) VALUE 'CEF'.
         88 WS-FORMAT-CEF           VALUE 'CEF'.
         88 WS-FORMAT-SYSLOG        VALUE 'SYSLOG'.
       01 WS-EOF-FLAG           PIC X(1).
         88 WS-EOF                  VALUE 'Y'.
       01 WS-SHELL-CMD          PIC X(600).
       01 WS-HOSTNAME           PIC X(64).
       01 WS-ENTERPRISE-ID      PIC X(10).
       01 WS-TZ-OFFSET          PIC X(6).
       01 WS-CURRENT-DATE       PIC X(21).
       01 WS-NOW-TIMESTAMP.
           05 WS-NOW-DATE       PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-NOW-TIME       PIC 9(8).

      *> ---- high-water marks ----------------------------------------
      *> Fixed slots: 1 audit log, 2 tool-execution log, 3 purge
      *> manifests.
       01 WS-SRC                PIC 9(1).
       01 WS-SRC-AUDIT          PIC 9(1) VALUE 1.
       01 WS-SRC-TOOL           PIC 9(1) VALUE 2.
       01 WS-SRC-PURGE          PIC 9(1) VALUE 3.
       01 WS-SOURCE-NAMES.
           05 FILLER            PIC X(8) VALUE 'AUDIT'.
           05 FILLER            PIC X(8) VALUE 'TOOL'.
           05 FILLER            PIC X(8) VALUE 'PURGE'.
       01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
           05 WS-SOURCE-NAME    PIC X(8) OCCURS 3 TIMES.
       01 WS-HWM-TABLE.
           05 WS-HWM-ENTRY      OCCURS 3 TIMES.
             10 WS-HWM-TIMESTAMP PIC X(17).
             10 WS-HWM-COUNT     PIC 9(9).
             10 WS-HWM-EXPORTED  PIC 9(12).
             10 WS-HWM-UPDATED-AT PIC X(17).
             10 WS-HWM-SENT      PIC 9(9).

      *> The running position within the source being read: the
      *> latest timestamp seen and how many lines have carried it.
       01 WS-LAST-TIMESTAMP     PIC X(17).
       01 WS-LAST-COUNT         PIC 9(9).
       01 WS-EVT-TIMESTAMP      PIC X(17).
       01 WS-NEW-EVENT-FLAG     PIC X(1).
         88 WS-NEW-EVENT            VALUE 'Y'.

      *> ---- files to read for one source, oldest first ---------------
       01 WS-FILE-MAX           PIC 9(2) VALUE 64.
       01 WS-FILE-COUNT         PIC 9(2).
       01 WS-FILE-IDX           PIC 9(2).
       01 WS-FILE-TABLE.
           05 WS-FILE-NAME      PIC X(256) OCCURS 64 TIMES.
       01 WS-WALK-FLAG          PIC X(1).
         88 WS-WALK-DONE            VALUE 'Y'.
       01 WS-PROBE-JULIAN       PIC 9(7) COMP.
       01 WS-TODAY-JULIAN       PIC 9(7) COMP.
       01 WS-PROBE-DATE         PIC 9(8).

      *> ---- severity by AUD-STAT-CODE (LLM-STATUS.cpy) ---------------
      *> Per code: CEF severity (0-10), RFC 5424 severity (0-7,
      *> lower is worse) and the event name. Refusals on governance
      *> grounds rank highest; routine completions lowest.
       01 WS-AUDIT-SEVERITIES.
           05 FILLER PIC X(44)
               VALUE '0106LLM call completed'.
           05 FILLER PIC X(44)
               VALUE '0404LLM call failed - transport error'.
           05 FILLER PIC X(44)
               VALUE '0404LLM call failed - unreadable response'.
           05 FILLER PIC X(44)
               VALUE '0504LLM call failed - configuration error'.
           05 FILLER PIC X(44)
               VALUE '0404LLM call failed - timeout'.
           05 FILLER PIC X(44)
               VALUE '0305LLM reply truncated'.
           05 FILLER PIC X(44)
               VALUE '0803Provider authentication failed'.
           05 FILLER PIC X(44)
               VALUE '0305LLM call rate limited'.
           05 FILLER PIC X(44)
               VALUE '0404LLM call failed - provider error'.
           05 FILLER PIC X(44)
               VALUE '0305LLM reply overflowed content area'.
           05 FILLER PIC X(44)
               VALUE '0704LLM reply blocked by content screen'.
           05 FILLER PIC X(44)
               VALUE '0604LLM call refused - budget exhausted'.
           05 FILLER PIC X(44)
               VALUE '0803LLM call refused - provider policy'.
           05 FILLER PIC X(44)
               VALUE '0205Conversation busy - lock wait expired'.
           05 FILLER PIC X(44)
               VALUE '0803Conversation access denied'.
       01 WS-AUDIT-SEVERITY-TABLE REDEFINES WS-AUDIT-SEVERITIES.
           05 WS-AUD-SEV-ENTRY  OCCURS 15 TIMES.
             10 WS-AUD-SEV-CEF      PIC 9(2).
             10 WS-AUD-SEV-SYSLOG   PIC 9(2).
             10 WS-AUD-SEV-NAME     PIC X(40).
       01 WS-AUD-SEV-IDX        PIC 9(2).

      *> ---- the event being built ------------------------------------
       01 WS-EVT-SIG-ID         PIC X(20).
       01 WS-EVT-NAME           PIC X(60).
       01 WS-EVT-CEF-SEV        PIC 9(2).
       01 WS-EVT-SYSLOG-SEV     PIC 9(1).
       01 WS-EVENT-LINE         PIC X(2048).
       01 WS-EVT-PTR            PIC 9(4) COMP.
       01 WS-EVT-LIMIT          PIC 9(4) COMP VALUE 2040.
       01 WS-FLD-KEY            PIC X(8).
       01 WS-FLD-LABEL          PIC X(20).
       01 WS-FLD-VALUE          PIC X(256).
       01 WS-FLD-LEN            PIC 9(4) COMP.
       01 WS-FLD-POS            PIC 9(4) COMP.
       01 WS-FLD-CHAR           PIC X(1).
       01 WS-EDIT-NUM           PIC Z(11)9.
       01 WS-EDIT-PRI           PIC ZZ9.
       01 WS-PRI                PIC 9(3).
       01 WS-MONTH-NAMES        PIC X(36)
           VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01 WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
           05 WS-MONTH-NAME     PIC X(3) OCCURS 12 TIMES.
       01 WS-MONTH              PIC 9(2).

      *> ---- purge manifest contents ----------------------------------
       01 WS-MNF-TIMESTAMP      PIC X(17).
       01 WS-MNF-KEY            PIC X(64).
       01 WS-MNF-CONV           PIC X(64).
       01 WS-MNF-ARC            PIC 9(9).
       01 WS-MNF-RSPM           PIC 9(9).
       01 WS-MNF-CONV-FILES     PIC 9(9).
       01 WS-MNF-CATALOG        PIC 9(9).
       01 WS-MNF-AUDIT          PIC 9(9).
       01 WS-MNF-RECHAINED      PIC 9(9).
       01 WS-MNF-SIGNATURE      PIC X(9).
       01 WS-MNF-REST           PIC X(132).
       01 WS-MNF-VALID-FLAG     PIC X(1).
         88 WS-MNF-VALID            VALUE 'Y'.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 150-LOAD-STATE
           PERFORM 160-OPEN-EVENTS
           PERFORM 200-EXPORT-AUDIT-LOG
           PERFORM 300-EXPORT-TOOL-LOG
           PERFORM 400-EXPORT-PURGE-MANIFESTS
           CLOSE EVENT-OUT
           PERFORM 900-SAVE-STATE
           DISPLAY 'LLM-SIEM-EXPORT: ' FUNCTION TRIM(WS-FORMAT)
                   ' events to ' FUNCTION TRIM(WS-EVENT-FILENAME)
                   ' - audit ' WS-HWM-SENT(WS-SRC-AUDIT)
                   ', tool ' WS-HWM-SENT(WS-SRC-TOOL)
                   ', purge ' WS-HWM-SENT(WS-SRC-PURGE)
           STOP RUN.

      *> Args: 1=events file  2=CEF or SYSLOG (optional, default
      *>       CEF)  3=state file (optional, default <events>.hwm)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY 'LLM-SIEM-EXPORT: usage: LLM-SIEM-EXPORT '
                       '<events> [CEF|SYSLOG] [state]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-EVENT-FILENAME FROM ARGUMENT-VALUE

           MOVE SPACES                  TO WS-FORMAT-ARG
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 2
               MOVE 2                   TO WS-ARG-COUNT
               ACCEPT WS-FORMAT-ARG FROM ARGUMENT-VALUE
           END-IF
           EVALUATE FUNCTION UPPER-CASE(WS-FORMAT-ARG)
               WHEN SPACES
               WHEN '-'
               WHEN 'CEF'
                   SET WS-FORMAT-CEF    TO TRUE
               WHEN 'SYSLOG'
                   SET WS-FORMAT-SYSLOG TO TRUE
               WHEN OTHER
                   DISPLAY 'LLM-SIEM-EXPORT: format must be CEF or '
                           'SYSLOG, not ' FUNCTION TRIM(WS-FORMAT-ARG)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE SPACES                  TO WS-STATE-FILENAME
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 3
               MOVE 3                   TO WS-ARG-COUNT
               ACCEPT WS-STATE-FILENAME FROM ARGUMENT-VALUE
           END-IF
           IF WS-STATE-FILENAME = SPACES
               STRING FUNCTION TRIM(WS-EVENT-FILENAME)
                                        DELIMITED BY SIZE
                      '.hwm'            DELIMITED BY SIZE
                      INTO WS-STATE-FILENAME
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-STATE-FILENAME) DELIMITED BY SIZE
                  '.new'                DELIMITED BY SIZE
                  INTO WS-STATE-NEW-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-STATE-FILENAME) DELIMITED BY SIZE
                  '.lst'                DELIMITED BY SIZE
                  INTO WS-LIST-FILENAME
           END-STRING

           DISPLAY 'LLM_AUDIT_LOG' UPON ENVIRONMENT-NAME
           ACCEPT WS-AUDIT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-AUDIT-FILENAME = SPACES
               MOVE 'LLM-AUDIT.LOG'      TO WS-AUDIT-FILENAME
           END-IF
           DISPLAY 'LLM_TOOL_EXEC_LOG' UPON ENVIRONMENT-NAME
           ACCEPT WS-TOOL-LOG-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-TOOL-LOG-FILENAME = SPACES
               MOVE 'LLM-TOOL-EXEC.LOG'  TO WS-TOOL-LOG-FILENAME
           END-IF
           DISPLAY 'LLM_PURGE_MANIFEST_DIR' UPON ENVIRONMENT-NAME
           ACCEPT WS-MANIFEST-DIR FROM ENVIRONMENT-VALUE

      *> Syslog identity: the host, and the private enterprise number
      *> the structured-data ID is registered under (32473 is the
      *> documentation number - sites set their own).
           DISPLAY 'HOSTNAME' UPON ENVIRONMENT-NAME
           ACCEPT WS-HOSTNAME FROM ENVIRONMENT-VALUE
           IF WS-HOSTNAME = SPACES
               MOVE '-'                  TO WS-HOSTNAME
           END-IF
           DISPLAY 'LLM_SIEM_ENTERPRISE_ID' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENTERPRISE-ID FROM ENVIRONMENT-VALUE
           IF WS-ENTERPRISE-ID = SPACES
               MOVE '32473'              TO WS-ENTERPRISE-ID
           END-IF

      *> The log timestamps are local time; RFC 5424 wants the
      *> offset, taken from the clock at export.
           MOVE FUNCTION CURRENT-DATE    TO WS-CURRENT-DATE
           IF WS-CURRENT-DATE(17:1) = '+'
           OR WS-CURRENT-DATE(17:1) = '-'
               STRING WS-CURRENT-DATE(17:3) DELIMITED BY SIZE
                      ':'                   DELIMITED BY SIZE
                      WS-CURRENT-DATE(20:2) DELIMITED BY SIZE
                      INTO WS-TZ-OFFSET
               END-STRING
           ELSE
               MOVE 'Z'                  TO WS-TZ-OFFSET
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE).


       150-LOAD-STATE.
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 3
               MOVE SPACES               TO WS-HWM-TIMESTAMP(WS-SRC)
                                            WS-HWM-UPDATED-AT(WS-SRC)
               MOVE 0                    TO WS-HWM-COUNT(WS-SRC)
                                            WS-HWM-EXPORTED(WS-SRC)
                                            WS-HWM-SENT(WS-SRC)
           END-PERFORM
      *> No state file yet is the first run - everything is new.
           OPEN INPUT STATE-FILE
           IF WS-STA-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ STATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 155-APPLY-STATE-LINE
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.


       155-APPLY-STATE-LINE.
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 3
               IF STA-SOURCE = WS-SOURCE-NAME(WS-SRC)
                   MOVE STA-HWM-TIMESTAMP TO WS-HWM-TIMESTAMP(WS-SRC)
                   IF STA-HWM-COUNT IS NUMERIC
                       MOVE STA-HWM-COUNT TO WS-HWM-COUNT(WS-SRC)
                   END-IF
                   IF STA-EXPORTED IS NUMERIC
                       MOVE STA-EXPORTED  TO WS-HWM-EXPORTED(WS-SRC)
                   END-IF
                   MOVE STA-UPDATED-AT    TO WS-HWM-UPDATED-AT(WS-SRC)
               END-IF
           END-PERFORM.


       160-OPEN-EVENTS.
           OPEN EXTEND EVENT-OUT
           IF WS-EVT-FILE-STATUS = '35'
               OPEN OUTPUT EVENT-OUT
           END-IF
           IF WS-EVT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-SIEM-EXPORT: cannot open events file '
                       FUNCTION TRIM(WS-EVENT-FILENAME)
                       ', status ' WS-EVT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


      *> The running position starts from nothing: lines at or behind
      *> the mark are counted through again as they are read, which
      *> is what lets the tie count pick up where the last run left.
       180-BEGIN-SOURCE.
           MOVE SPACES                   TO WS-LAST-TIMESTAMP
           MOVE 0                        TO WS-LAST-COUNT.


      *> A line is new when it is later than the mark, or carries the
      *> mark's own timestamp beyond the lines already sent with it.
      *> The running position only moves forward, so the mark never
      *> goes back on a line stamped out of order.
       190-CHECK-NEW-EVENT.
           MOVE 'N' TO WS-NEW-EVENT-FLAG
           IF WS-EVT-TIMESTAMP(1:8) IS NUMERIC
               IF WS-EVT-TIMESTAMP = WS-LAST-TIMESTAMP
                   ADD 1                 TO WS-LAST-COUNT
               ELSE
                   IF WS-EVT-TIMESTAMP > WS-LAST-TIMESTAMP
                       MOVE WS-EVT-TIMESTAMP TO WS-LAST-TIMESTAMP
                       MOVE 1            TO WS-LAST-COUNT
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-EVT-TIMESTAMP > WS-HWM-TIMESTAMP(WS-SRC)
                       SET WS-NEW-EVENT  TO TRUE
                   WHEN WS-EVT-TIMESTAMP = WS-HWM-TIMESTAMP(WS-SRC)
                   AND WS-LAST-TIMESTAMP = WS-HWM-TIMESTAMP(WS-SRC)
                   AND WS-LAST-COUNT > WS-HWM-COUNT(WS-SRC)
                       SET WS-NEW-EVENT  TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.


      *> The mark moves to the last line read, sent or not - a line
      *> at or behind the old mark was sent by an earlier run.
       195-END-SOURCE.
           IF WS-LAST-TIMESTAMP > WS-HWM-TIMESTAMP(WS-SRC)
               MOVE WS-LAST-TIMESTAMP    TO WS-HWM-TIMESTAMP(WS-SRC)
               MOVE WS-LAST-COUNT        TO WS-HWM-COUNT(WS-SRC)
           ELSE
               IF WS-LAST-TIMESTAMP = WS-HWM-TIMESTAMP(WS-SRC)
               AND WS-LAST-COUNT > WS-HWM-COUNT(WS-SRC)
                   MOVE WS-LAST-COUNT    TO WS-HWM-COUNT(WS-SRC)
               END-IF
           END-IF
           ADD WS-HWM-SENT(WS-SRC)       TO WS-HWM-EXPORTED(WS-SRC)
           MOVE WS-NOW-TIMESTAMP         TO WS-HWM-UPDATED-AT(WS-SRC).


      *> ---------------------------------------------------------------
      *> Audit log. Since the mark the log may have been rotated, once
      *> or more: each fresh log opens with a rotation marker naming
      *> the file the previous period was closed into. Those closed
      *> files are read first, oldest first, for whatever they took
      *> after the last export.
      *> ---------------------------------------------------------------
       200-EXPORT-AUDIT-LOG.
           MOVE WS-SRC-AUDIT             TO WS-SRC
           PERFORM 180-BEGIN-SOURCE
           MOVE 1                        TO WS-FILE-COUNT
           MOVE WS-AUDIT-FILENAME        TO WS-FILE-NAME(1)
           IF WS-HWM-TIMESTAMP(WS-SRC) NOT = SPACES
               MOVE 'N'                  TO WS-WALK-FLAG
               PERFORM 210-FIND-PRIOR-PERIOD UNTIL WS-WALK-DONE
           END-IF
           PERFORM VARYING WS-FILE-IDX FROM WS-FILE-COUNT BY -1
               UNTIL WS-FILE-IDX < 1
               MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-CUR-FILENAME
               PERFORM 220-READ-AUDIT-FILE
           END-PERFORM
           PERFORM 195-END-SOURCE.


       210-FIND-PRIOR-PERIOD.
           SET WS-WALK-DONE              TO TRUE
           MOVE WS-FILE-NAME(WS-FILE-COUNT) TO WS-CUR-FILENAME
           OPEN INPUT AUDIT-LOG
           IF WS-AUD-FILE-STATUS = '00'
               READ AUDIT-LOG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUD-PROVIDER = 'ROTATION'
                       AND AUD-TIMESTAMP > WS-HWM-TIMESTAMP(WS-SRC)
                       AND AUD-MODEL NOT = SPACES
                       AND WS-FILE-COUNT < WS-FILE-MAX
                           ADD 1         TO WS-FILE-COUNT
                           MOVE AUD-MODEL
                               TO WS-FILE-NAME(WS-FILE-COUNT)
                           MOVE 'N'      TO WS-WALK-FLAG
                       END-IF
               END-READ
               CLOSE AUDIT-LOG
           END-IF.


       220-READ-AUDIT-FILE.
           OPEN INPUT AUDIT-LOG
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-SIEM-EXPORT: no audit log at '
                       FUNCTION TRIM(WS-CUR-FILENAME)
                       ' (status ' WS-AUD-FILE-STATUS ')'
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ AUDIT-LOG
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AUD-TIMESTAMP TO WS-EVT-TIMESTAMP
                           PERFORM 190-CHECK-NEW-EVENT
                           IF WS-NEW-EVENT
                               PERFORM 230-AUDIT-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.


       230-AUDIT-EVENT.
           IF AUD-PROVIDER = 'ROTATION'
               MOVE 'LLM-ROTATION'       TO WS-EVT-SIG-ID
               MOVE 'Audit log rotated'  TO WS-EVT-NAME
               MOVE 2                    TO WS-EVT-CEF-SEV
               MOVE 5                    TO WS-EVT-SYSLOG-SEV
           ELSE
               MOVE SPACES               TO WS-EVT-SIG-ID
               STRING 'LLM-AUD-'         DELIMITED BY SIZE
                      AUD-STAT-CODE      DELIMITED BY SIZE
                      INTO WS-EVT-SIG-ID
               END-STRING
               IF AUD-STAT-CODE IS NUMERIC AND AUD-STAT-CODE < 15
                   COMPUTE WS-AUD-SEV-IDX = AUD-STAT-CODE + 1
                   MOVE WS-AUD-SEV-CEF(WS-AUD-SEV-IDX)
                                         TO WS-EVT-CEF-SEV
                   MOVE WS-AUD-SEV-SYSLOG(WS-AUD-SEV-IDX)
                                         TO WS-EVT-SYSLOG-SEV
                   MOVE WS-AUD-SEV-NAME(WS-AUD-SEV-IDX)
                                         TO WS-EVT-NAME
               ELSE
                   MOVE 5                TO WS-EVT-CEF-SEV
                   MOVE 4                TO WS-EVT-SYSLOG-SEV
                   MOVE 'LLM call failed' TO WS-EVT-NAME
               END-IF
               IF AUD-CALL-EMBED AND AUD-STAT-CODE = 0
                   MOVE 'LLM embedding call completed' TO WS-EVT-NAME
               END-IF
           END-IF
      *> A dual-control step (LLM-AUTH-EVENT) - raised, approved,
      *> declined or used - is an operator action, not a call.
           IF AUD-PROVIDER = 'AUTHORIZE'
               MOVE 'LLM-AUTHORIZE'      TO WS-EVT-SIG-ID
               MOVE 'Dual-control authorization step'
                                         TO WS-EVT-NAME
               MOVE 6                    TO WS-EVT-CEF-SEV
               MOVE 5                    TO WS-EVT-SYSLOG-SEV
           END-IF
           PERFORM 600-BEGIN-EVENT

           MOVE 'suser'                  TO WS-FLD-KEY
           MOVE 'caller'                 TO WS-FLD-LABEL
           MOVE AUD-CALLER               TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
           MOVE 'cs1'                    TO WS-FLD-KEY
           MOVE 'provider'               TO WS-FLD-LABEL
           MOVE AUD-PROVIDER             TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
      *> The model column carries the conversation ID on a denial
      *> line, the closed file's name on a rotation marker and the
      *> step, requester and approver on an authorization line.
           EVALUATE TRUE
               WHEN AUD-PROVIDER = 'ROTATION'
                   MOVE 'fname'          TO WS-FLD-KEY
                   MOVE 'closedLog'      TO WS-FLD-LABEL
               WHEN AUD-PROVIDER = 'CONV-STORE'
                   MOVE 'cs6'            TO WS-FLD-KEY
                   MOVE 'conversationId' TO WS-FLD-LABEL
               WHEN AUD-PROVIDER = 'AUTHORIZE'
                   MOVE 'msg'            TO WS-FLD-KEY
                   MOVE 'authorization'  TO WS-FLD-LABEL
               WHEN OTHER
                   MOVE 'cs2'            TO WS-FLD-KEY
                   MOVE 'model'          TO WS-FLD-LABEL
           END-EVALUATE
           MOVE AUD-MODEL                TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
           MOVE 'cn3'                    TO WS-FLD-KEY
           MOVE 'statusCode'             TO WS-FLD-LABEL
           MOVE AUD-STAT-CODE            TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
           IF AUD-PROVIDER NOT = 'ROTATION'
           AND AUD-PROVIDER NOT = 'CONV-STORE'
           AND AUD-PROVIDER NOT = 'AUTHORIZE'
               MOVE 'cn1'                TO WS-FLD-KEY
               MOVE 'tokensIn'           TO WS-FLD-LABEL
               MOVE AUD-TOKENS-IN        TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM          TO WS-FLD-VALUE
               PERFORM 610-ADD-FIELD
               MOVE 'cn2'                TO WS-FLD-KEY
               MOVE 'tokensOut'          TO WS-FLD-LABEL
               MOVE AUD-TOKENS-OUT       TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM          TO WS-FLD-VALUE
               PERFORM 610-ADD-FIELD
               MOVE 'cs3'                TO WS-FLD-KEY
               MOVE 'promptId'           TO WS-FLD-LABEL
               MOVE AUD-PROMPT-ID        TO WS-FLD-VALUE
               PERFORM 610-ADD-FIELD
           END-IF
           MOVE 'cs4'                    TO WS-FLD-KEY
           MOVE 'chain'                  TO WS-FLD-LABEL
           MOVE AUD-CHAIN                TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
           PERFORM 620-END-EVENT.


      *> ---------------------------------------------------------------
      *> Tool-execution log. It carries no rotation marker, so a
      *> rotated log is looked for under LLM-LOG-ROTATE's default
      *> name, <log>.<yyyymmdd>, for each day from the mark's to
      *> today.
      *> ---------------------------------------------------------------
       300-EXPORT-TOOL-LOG.
           MOVE WS-SRC-TOOL              TO WS-SRC
           PERFORM 180-BEGIN-SOURCE
           MOVE 0                        TO WS-FILE-COUNT
           IF WS-HWM-TIMESTAMP(WS-SRC)(1:8) IS NUMERIC
               COMPUTE WS-PROBE-JULIAN = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-HWM-TIMESTAMP(WS-SRC)(1:8)))
               PERFORM UNTIL WS-PROBE-JULIAN > WS-TODAY-JULIAN
                          OR WS-FILE-COUNT >= WS-FILE-MAX - 1
                   COMPUTE WS-PROBE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-PROBE-JULIAN)
                   PERFORM 310-PROBE-ROTATED-TOOL-LOG
                   ADD 1                 TO WS-PROBE-JULIAN
               END-PERFORM
           END-IF
           ADD 1                         TO WS-FILE-COUNT
           MOVE WS-TOOL-LOG-FILENAME     TO WS-FILE-NAME(WS-FILE-COUNT)
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-CUR-FILENAME
               PERFORM 320-READ-TOOL-FILE
           END-PERFORM
           PERFORM 195-END-SOURCE.


       310-PROBE-ROTATED-TOOL-LOG.
           MOVE SPACES                   TO WS-CUR-FILENAME
           STRING FUNCTION TRIM(WS-TOOL-LOG-FILENAME)
                                         DELIMITED BY SIZE
                  '.'                    DELIMITED BY SIZE
                  WS-PROBE-DATE          DELIMITED BY SIZE
                  INTO WS-CUR-FILENAME
           END-STRING
           OPEN INPUT TOOL-EXEC-LOG
           IF WS-TLG-FILE-STATUS = '00'
               CLOSE TOOL-EXEC-LOG
               ADD 1                     TO WS-FILE-COUNT
               MOVE WS-CUR-FILENAME      TO WS-FILE-NAME(WS-FILE-COUNT)
           END-IF.


       320-READ-TOOL-FILE.
           OPEN INPUT TOOL-EXEC-LOG
           IF WS-TLG-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-SIEM-EXPORT: no tool-execution log at '
                       FUNCTION TRIM(WS-CUR-FILENAME)
                       ' (status ' WS-TLG-FILE-STATUS ')'
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ TOOL-EXEC-LOG
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TLG-TIMESTAMP TO WS-EVT-TIMESTAMP
                           PERFORM 190-CHECK-NEW-EVENT
                           IF WS-NEW-EVENT
                               PERFORM 330-TOOL-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOOL-EXEC-LOG
           END-IF.


       330-TOOL-EVENT.
           MOVE SPACES                   TO WS-EVT-SIG-ID
           STRING 'LLM-TOOL-'            DELIMITED BY SIZE
                  FUNCTION TRIM(TLG-OUTCOME) DELIMITED BY SIZE
                  INTO WS-EVT-SIG-ID
           END-STRING
           EVALUATE TLG-OUTCOME
               WHEN 'OK'
                   MOVE 'Tool call executed' TO WS-EVT-NAME
                   MOVE 1                TO WS-EVT-CEF-SEV
                   MOVE 6                TO WS-EVT-SYSLOG-SEV
               WHEN 'DENIED'
                   MOVE 'Tool call refused - tool policy'
                                         TO WS-EVT-NAME
                   MOVE 8                TO WS-EVT-CEF-SEV
                   MOVE 3                TO WS-EVT-SYSLOG-SEV
               WHEN 'NOREG'
                   MOVE 'Tool call for unregistered tool'
                                         TO WS-EVT-NAME
                   MOVE 6                TO WS-EVT-CEF-SEV
                   MOVE 4                TO WS-EVT-SYSLOG-SEV
               WHEN OTHER
                   MOVE 'Tool call failed' TO WS-EVT-NAME
                   MOVE 5                TO WS-EVT-CEF-SEV
                   MOVE 4                TO WS-EVT-SYSLOG-SEV
           END-EVALUATE
           PERFORM 600-BEGIN-EVENT
           MOVE 'suser'                  TO WS-FLD-KEY
           MOVE 'caller'                 TO WS-FLD-LABEL
           MOVE TLG-CALLER               TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
           MOVE 'cs1'                    TO WS-FLD-KEY
           MOVE 'tool'                   TO WS-FLD-LABEL
           MOVE TLG-TOOL-NAME            TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
           MOVE 'cs2'                    TO WS-FLD-KEY
           MOVE 'program'                TO WS-FLD-LABEL
           MOVE TLG-PROGRAM              TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
           MOVE 'outcome'                TO WS-FLD-KEY
           MOVE 'outcome'                TO WS-FLD-LABEL
           MOVE TLG-OUTCOME              TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
           PERFORM 620-END-EVENT.


      *> ---------------------------------------------------------------
      *> Purge manifests - one file per LLM-ERASURE-PURGE run, listed
      *> in name order, so the mark here is simply the latest
      *> manifest timestamp sent.
      *> ---------------------------------------------------------------
       400-EXPORT-PURGE-MANIFESTS.
           MOVE WS-SRC-PURGE             TO WS-SRC
           IF WS-MANIFEST-DIR NOT = SPACES
               MOVE SPACES               TO WS-LAST-TIMESTAMP
               MOVE 0                    TO WS-LAST-COUNT
               MOVE SPACES               TO WS-SHELL-CMD
               STRING 'ls -1 '           DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MANIFEST-DIR)
                                         DELIMITED BY SIZE
                      '/* > '            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIST-FILENAME)
                                         DELIMITED BY SIZE
                      ' 2>/dev/null'     DELIMITED BY SIZE
                      INTO WS-SHELL-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-SHELL-CMD
               OPEN INPUT LIST-FILE
               IF WS-LST-FILE-STATUS = '00'
                   MOVE 'N' TO WS-WALK-FLAG
                   PERFORM UNTIL WS-WALK-DONE
                       READ LIST-FILE
                           AT END
                               SET WS-WALK-DONE TO TRUE
                           NOT AT END
                               IF LIST-RECORD NOT = SPACES
                                   MOVE LIST-RECORD TO WS-CUR-FILENAME
                                   PERFORM 410-READ-MANIFEST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LIST-FILE
               END-IF
               MOVE SPACES               TO WS-SHELL-CMD
               STRING 'rm -f '           DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LIST-FILENAME)
                                         DELIMITED BY SIZE
                      INTO WS-SHELL-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-SHELL-CMD
               IF WS-LAST-TIMESTAMP > WS-HWM-TIMESTAMP(WS-SRC)
                   MOVE WS-LAST-TIMESTAMP TO WS-HWM-TIMESTAMP(WS-SRC)
               END-IF
               ADD WS-HWM-SENT(WS-SRC)   TO WS-HWM-EXPORTED(WS-SRC)
               MOVE WS-NOW-TIMESTAMP     TO WS-HWM-UPDATED-AT(WS-SRC)
           END-IF.


      *> Only a file opening with a PURGE MANIFEST header line is a
      *> manifest; anything else in the directory is passed over.
       410-READ-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF WS-MNF-FILE-STATUS = '00'
               MOVE 'N'                  TO WS-MNF-VALID-FLAG
               MOVE SPACES               TO WS-MNF-KEY WS-MNF-CONV
                                            WS-MNF-SIGNATURE
               MOVE 0 TO WS-MNF-ARC WS-MNF-RSPM WS-MNF-CONV-FILES
                         WS-MNF-CATALOG WS-MNF-AUDIT WS-MNF-RECHAINED
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 420-READ-MANIFEST-LINE
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
               IF WS-MNF-VALID
               AND WS-MNF-TIMESTAMP > WS-HWM-TIMESTAMP(WS-SRC)
                   PERFORM 430-PURGE-EVENT
                   IF WS-MNF-TIMESTAMP > WS-LAST-TIMESTAMP
                       MOVE WS-MNF-TIMESTAMP TO WS-LAST-TIMESTAMP
                   END-IF
               END-IF
           END-IF.


      *> Lines as LLM-ERASURE-PURGE's 600-WRITE-MANIFEST lays them
      *> out, each count a 9-digit field after its caption.
       420-READ-MANIFEST-LINE.
           EVALUATE TRUE
               WHEN MANIFEST-LINE(1:15) = 'PURGE MANIFEST '
                   IF MANIFEST-LINE(16:8) IS NUMERIC
                       SET WS-MNF-VALID  TO TRUE
                       MOVE MANIFEST-LINE(16:17) TO WS-MNF-TIMESTAMP
                       MOVE SPACES       TO WS-MNF-REST
                       UNSTRING MANIFEST-LINE(34:99)
                           DELIMITED BY 'KEY=[' OR '] CONV=[' OR ']'
                           INTO WS-MNF-REST WS-MNF-KEY WS-MNF-CONV
                       END-UNSTRING
                   END-IF
               WHEN MANIFEST-LINE(1:26) = 'ARCHIVE RECORDS REDACTED: '
                   MOVE MANIFEST-LINE(27:9) TO WS-MNF-ARC
               WHEN MANIFEST-LINE(1:34) =
                       'RESPONSE-MASTER RECORDS REDACTED: '
                   MOVE MANIFEST-LINE(35:9) TO WS-MNF-RSPM
               WHEN MANIFEST-LINE(1:28) = 'CONVERSATION FILES REMOVED: '
                   MOVE MANIFEST-LINE(29:9) TO WS-MNF-CONV-FILES
                   MOVE MANIFEST-LINE(64:9) TO WS-MNF-CATALOG
               WHEN MANIFEST-LINE(1:22) = 'AUDIT LINES REDACTED: '
                   MOVE MANIFEST-LINE(23:9) TO WS-MNF-AUDIT
                   MOVE MANIFEST-LINE(44:9) TO WS-MNF-RECHAINED
               WHEN MANIFEST-LINE(1:10) = 'SIGNATURE '
                   MOVE MANIFEST-LINE(11:9) TO WS-MNF-SIGNATURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.


       430-PURGE-EVENT.
           MOVE WS-MNF-TIMESTAMP         TO WS-EVT-TIMESTAMP
           MOVE 'LLM-PURGE'              TO WS-EVT-SIG-ID
           MOVE 'Right-to-erasure purge completed' TO WS-EVT-NAME
           MOVE 6                        TO WS-EVT-CEF-SEV
           MOVE 5                        TO WS-EVT-SYSLOG-SEV
           PERFORM 600-BEGIN-EVENT
           MOVE 'fname'                  TO WS-FLD-KEY
           MOVE 'manifest'               TO WS-FLD-LABEL
           MOVE WS-CUR-FILENAME          TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
           MOVE 'cs5'                    TO WS-FLD-KEY
           MOVE 'recordKey'              TO WS-FLD-LABEL
           MOVE WS-MNF-KEY               TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
           MOVE 'cs6'                    TO WS-FLD-KEY
           MOVE 'conversationId'         TO WS-FLD-LABEL
           MOVE WS-MNF-CONV              TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
           MOVE 'cs4'                    TO WS-FLD-KEY
           MOVE 'signature'              TO WS-FLD-LABEL
           MOVE WS-MNF-SIGNATURE         TO WS-FLD-VALUE
           PERFORM 610-ADD-FIELD
           MOVE 'msg'                    TO WS-FLD-KEY
           MOVE 'redactions'             TO WS-FLD-LABEL
           MOVE SPACES                   TO WS-FLD-VALUE
           STRING 'archive '             DELIMITED BY SIZE
                  WS-MNF-ARC             DELIMITED BY SIZE
                  ' response-master '    DELIMITED BY SIZE
                  WS-MNF-RSPM            DELIMITED BY SIZE
                  ' conversations '      DELIMITED BY SIZE
                  WS-MNF-CONV-FILES      DELIMITED BY SIZE
                  ' catalog '            DELIMITED BY SIZE
                  WS-MNF-CATALOG         DELIMITED BY SIZE
                  ' audit '              DELIMITED BY SIZE
                  WS-MNF-AUDIT           DELIMITED BY SIZE
                  ' rechained '          DELIMITED BY SIZE
                  WS-MNF-RECHAINED       DELIMITED BY SIZE
                  INTO WS-FLD-VALUE
           END-STRING
           PERFORM 610-ADD-FIELD
           PERFORM 620-END-EVENT.


      *> ---------------------------------------------------------------
      *> Event formatting. CEF: the fixed header, then key=value
      *> extensions (custom fields as csN/cnN with their csNLabel).
      *> RFC 5424: <PRI>1 timestamp host app - msgid, the fields as
      *> one structured-data element, then the event name as MSG.
      *> ---------------------------------------------------------------
       600-BEGIN-EVENT.
           MOVE SPACES                   TO WS-EVENT-LINE
           MOVE 1                        TO WS-EVT-PTR
           IF WS-FORMAT-CEF
               MOVE WS-EVT-CEF-SEV       TO WS-EDIT-PRI
               MOVE WS-EVT-TIMESTAMP(5:2) TO WS-MONTH
               IF WS-MONTH < 1 OR WS-MONTH > 12
                   MOVE 1                TO WS-MONTH
               END-IF
               STRING 'CEF:0|cobol-llm|LLM|1.0|' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EVT-SIG-ID) DELIMITED BY SIZE
                      '|'                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EVT-NAME) DELIMITED BY SIZE
                      '|'                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-PRI) DELIMITED BY SIZE
                      '|rt='                     DELIMITED BY SIZE
                      WS-MONTH-NAME(WS-MONTH)    DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(7:2)      DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(1:4)      DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(10:2)     DELIMITED BY SIZE
                      ':'                        DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(12:2)     DELIMITED BY SIZE
                      ':'                        DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(14:2)     DELIMITED BY SIZE
                      '.'                        DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(16:2)     DELIMITED BY SIZE
                      '0'                        DELIMITED BY SIZE
                      INTO WS-EVENT-LINE
                      WITH POINTER WS-EVT-PTR
               END-STRING
           ELSE
               COMPUTE WS-PRI = 13 * 8 + WS-EVT-SYSLOG-SEV
               MOVE WS-PRI               TO WS-EDIT-PRI
               STRING '<'                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-PRI) DELIMITED BY SIZE
                      '>1 '                      DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(1:4)      DELIMITED BY SIZE
                      '-'                        DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(5:2)      DELIMITED BY SIZE
                      '-'                        DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(7:2)      DELIMITED BY SIZE
                      'T'                        DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(10:2)     DELIMITED BY SIZE
                      ':'                        DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(12:2)     DELIMITED BY SIZE
                      ':'                        DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(14:2)     DELIMITED BY SIZE
                      '.'                        DELIMITED BY SIZE
                      WS-EVT-TIMESTAMP(16:2)     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TZ-OFFSET) DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTNAME) DELIMITED BY SIZE
                      ' cobol-llm - '            DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EVT-SIG-ID) DELIMITED BY SIZE
                      ' [llm@'                   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ENTERPRISE-ID)
                                                 DELIMITED BY SIZE
                      INTO WS-EVENT-LINE
                      WITH POINTER WS-EVT-PTR
               END-STRING
           END-IF.


      *> Blank values are left out rather than sent empty.
       610-ADD-FIELD.
           MOVE FUNCTION TRIM(WS-FLD-VALUE) TO WS-FLD-VALUE
           IF WS-FLD-VALUE NOT = SPACES
           AND WS-EVT-PTR < WS-EVT-LIMIT - 60
               IF WS-FORMAT-CEF
                   IF WS-FLD-KEY(1:2) = 'cs' OR WS-FLD-KEY(1:2) = 'cn'
                       STRING ' '                    DELIMITED BY SIZE
                              FUNCTION TRIM(WS-FLD-KEY)
                                                     DELIMITED BY SIZE
                              'Label='               DELIMITED BY SIZE
                              FUNCTION TRIM(WS-FLD-LABEL)
                                                     DELIMITED BY SIZE
                              INTO WS-EVENT-LINE
                              WITH POINTER WS-EVT-PTR
                       END-STRING
                   END-IF
                   STRING ' '                        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FLD-KEY)  DELIMITED BY SIZE
                          '='                        DELIMITED BY SIZE
                          INTO WS-EVENT-LINE
                          WITH POINTER WS-EVT-PTR
                   END-STRING
               ELSE
                   STRING ' '                        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FLD-LABEL) DELIMITED BY SIZE
                          '="'                       DELIMITED BY SIZE
                          INTO WS-EVENT-LINE
                          WITH POINTER WS-EVT-PTR
                   END-STRING
               END-IF
               PERFORM 630-APPEND-ESCAPED-VALUE
               IF WS-FORMAT-SYSLOG
                   STRING '"'                        DELIMITED BY SIZE
                          INTO WS-EVENT-LINE
                          WITH POINTER WS-EVT-PTR
                   END-STRING
               END-IF
           END-IF.


       620-END-EVENT.
           IF WS-FORMAT-SYSLOG
               STRING '] '                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EVT-NAME) DELIMITED BY SIZE
                      INTO WS-EVENT-LINE
                      WITH POINTER WS-EVT-PTR
               END-STRING
           END-IF
           MOVE WS-EVENT-LINE            TO EVENT-RECORD
           WRITE EVENT-RECORD
           ADD 1                         TO WS-HWM-SENT(WS-SRC).


      *> CEF extension values escape '\' and '='; RFC 5424 parameter
      *> values escape '\', '"' and ']'. A value that would overrun
      *> the line is cut short rather than split mid-escape.
       630-APPEND-ESCAPED-VALUE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FLD-VALUE TRAILING))
                                         TO WS-FLD-LEN
           PERFORM VARYING WS-FLD-POS FROM 1 BY 1
               UNTIL WS-FLD-POS > WS-FLD-LEN
                  OR WS-EVT-PTR > WS-EVT-LIMIT
               MOVE WS-FLD-VALUE(WS-FLD-POS:1) TO WS-FLD-CHAR
               IF WS-FLD-CHAR = '\'
               OR (WS-FORMAT-CEF AND WS-FLD-CHAR = '=')
               OR (WS-FORMAT-SYSLOG
                   AND (WS-FLD-CHAR = '"' OR WS-FLD-CHAR = ']'))
                   MOVE '\'              TO WS-EVENT-LINE(WS-EVT-PTR:1)
                   ADD 1                 TO WS-EVT-PTR
               END-IF
               MOVE WS-FLD-CHAR          TO WS-EVENT-LINE(WS-EVT-PTR:1)
               ADD 1                     TO WS-EVT-PTR
           END-PERFORM.


      *> Written only once the events are safely closed, and swapped
      *> in whole, so an interrupted run re-reads from the old mark
      *> rather than skipping events it never wrote.
       900-SAVE-STATE.
           OPEN OUTPUT STATE-NEW
           IF WS-STN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-SIEM-EXPORT: cannot write state file '
                       FUNCTION TRIM(WS-STATE-NEW-FILENAME)
                       ', status ' WS-STN-FILE-STATUS
                       ' - marks not advanced'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 3
                   MOVE SPACES           TO STATE-RECORD
                   MOVE WS-SOURCE-NAME(WS-SRC)    TO STA-SOURCE
                   MOVE WS-HWM-TIMESTAMP(WS-SRC)  TO STA-HWM-TIMESTAMP
                   MOVE WS-HWM-COUNT(WS-SRC)      TO STA-HWM-COUNT
                   MOVE WS-HWM-EXPORTED(WS-SRC)   TO STA-EXPORTED
                   MOVE WS-HWM-UPDATED-AT(WS-SRC) TO STA-UPDATED-AT
                   MOVE STATE-RECORD     TO STATE-NEW-RECORD
                   WRITE STATE-NEW-RECORD
               END-PERFORM
               CLOSE STATE-NEW
               MOVE SPACES               TO WS-SHELL-CMD
               STRING 'mv '              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-STATE-NEW-FILENAME)
                                         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-STATE-FILENAME)
                                         DELIMITED BY SIZE
                      INTO WS-SHELL-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-SHELL-CMD
           END-IF.
