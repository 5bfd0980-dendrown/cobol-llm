      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-EXTRACT-BATCH.cob
      *> Desc    : Structured-extraction batch driver - the batch
      *>           caller LLM-EXTRACT and LLM-XTR-VALIDATE were
      *>           written for. Each input document (the LLM-BATCH
      *>           input layout, or the DIN-KEY/DIN-TEXT DOC-INPUT
      *>           layout LLM-CHUNK and LLM-SPOOL-INGEST share) is
      *>           sent with a JSON-only instruction naming the
      *>           fields of the field-list file; the reply goes
      *>           through LLM-EXTRACT (scalars plus the optional
      *>           repeating-row array) and then LLM-XTR-VALIDATE
      *>           against LLM_DATA_DICT_FILE. A clean record lands
      *>           on a fixed-column output feed laid out from the
      *>           data dictionary - one header record carrying the
      *>           scalar fields, then one line record per extracted
      *>           row - and the column map is written beside it as
      *>           <output>.layout for the receiving team. A record
      *>           that fails validation goes to <output>.invalid,
      *>           one line per LLM-XTR-VALIDATE failure, and never
      *>           reaches the feed. A failed call follows the
      *>           LLM-BATCH rule: a keyed output header with the
      *>           status and a line on <output>.exceptions.
      *>           Checkpoint/RESTART (<output>.ckpt), the circuit
      *>           breaker (<output>.unprocessed), HDR/TRL control
      *>           records and the LLM_BATCH_ARCHIVE_FILE archive all
      *>           follow LLM-BATCH, so LLM-BATCH-RECONCILE balances
      *>           an extraction run the same way it balances a chat
      *>           run.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-EXTRACT-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-INPUT ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT BATCH-OUTPUT ASSIGN TO WS-OUTPUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT RESTART-FILE ASSIGN TO WS-RESTART-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RST-FILE-STATUS.

           SELECT EXCEPTION-LOG ASSIGN TO WS-EXCEPTION-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

      *> One line per LLM-XTR-VALIDATE failure, keyed - the
      *> validation exception report the data owners work from.
           SELECT INVALID-FILE ASSIGN TO WS-INVALID-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-FILE-STATUS.

           SELECT UNPROCESSED-FILE ASSIGN TO WS-UNPROCESSED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNP-FILE-STATUS.

      *> Which fields to ask for and pull out - see the record layout
      *> under FD FIELD-LIST.
           SELECT FIELD-LIST ASSIGN TO WS-FIELD-LIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FLD-FILE-STATUS.

      *> The same dictionary LLM-XTR-VALIDATE checks against, read
      *> here for the output column widths.
           SELECT DICT-FILE ASSIGN TO WS-DICT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DCT-FILE-STATUS.

      *> Column map of the fixed-column feed, rewritten every run.
           SELECT LAYOUT-FILE ASSIGN TO WS-LAYOUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-FILE-STATUS.

           SELECT OUTPUT-REWORK-FILE ASSIGN TO WS-REWORK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RWK-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

      *> Cheap-first cascade summary (<output>.cascade), the same
      *> shape LLM-BATCH writes.
           SELECT CASCADE-SUMMARY ASSIGN TO WS-CASCADE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BATCH-INPUT.
       01 BATCH-IN-RECORD.
           05 BIN-KEY               PIC X(20).
           05 BIN-ROLE              PIC X(16).
           05 BIN-PROMPT            PIC X(32768).
      *> LLM_EXTRACT_INPUT_LAYOUT=DOC - the DOC-INPUT record the
      *> chunker and the spool ingest use, key then document text.
       01 DOC-IN-RECORD.
           05 DIN-KEY               PIC X(20).
           05 DIN-TEXT              PIC X(1024).
       01 BATCH-IN-RAW              PIC X(33000).

      *> Detail records share one shape: key, record type ('H' the
      *> document's header carrying the scalar fields, 'L' one
      *> extracted row), row number (the row count on a header),
      *> status, then the dictionary-laid-out columns. The type byte
      *> sits where an LLM-BATCH feed carries its numeric status, so
      *> a reader of either feed can tell them apart.
       FD  BATCH-OUTPUT.
       01 BATCH-OUT-RECORD.
           05 XOUT-KEY              PIC X(20).
           05 XOUT-REC-TYPE         PIC X(1).
           05 XOUT-ROW-NUM          PIC 9(3).
           05 XOUT-STAT-CODE        PIC 9(4).
           05 XOUT-DATA             PIC X(4000).
      *> Set only in cascade mode - which tier's reply the record
      *> came from: 'C' the low-cost model, 'S' the strong model.
           05 XOUT-CASCADE-TIER     PIC X(1).

       01 BATCH-HDR-RECORD.
           05 BHDR-TAG              PIC X(4).
           05 BHDR-RUN-DATE         PIC 9(8).
           05 FILLER                PIC X(1).
           05 BHDR-RUN-TIME         PIC 9(8).
           05 FILLER                PIC X(1).
           05 BHDR-MODEL            PIC X(128).
           05 FILLER                PIC X(1).
           05 BHDR-INPUT-FILENAME   PIC X(256).

      *> Record count is documents on the feed (header records);
      *> the line count lets the receiver check the rows too.
       01 BATCH-TRL-RECORD.
           05 BTRL-TAG              PIC X(4).
           05 BTRL-RECORD-COUNT     PIC 9(9).
           05 FILLER                PIC X(1).
           05 BTRL-LINE-COUNT       PIC 9(9).
           05 FILLER                PIC X(1).
           05 BTRL-TOKENS-IN-TOTAL  PIC 9(12).
           05 FILLER                PIC X(1).
           05 BTRL-TOKENS-OUT-TOTAL PIC 9(12).
       01 BATCH-OUT-RAW             PIC X(4100).

       FD  OUTPUT-REWORK-FILE.
       01 REWORK-LINE               PIC X(4100).

       FD  RESTART-FILE.
       01 RESTART-RECORD.
           05 RST-LAST-KEY          PIC X(20).

       FD  EXCEPTION-LOG.
       01 EXCEPTION-LOG-RECORD.
           05 EXC-KEY               PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 EXC-STAT-CODE         PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 EXC-STAT-MESSAGE      PIC X(256).

       FD  INVALID-FILE.
       01 INVALID-RECORD.
           05 INV-KEY               PIC X(20).
           05 FILLER                PIC X(1).
           05 INV-ROW-NUM           PIC 9(3).
           05 FILLER                PIC X(1).
           05 INV-FIELD             PIC X(40).
           05 FILLER                PIC X(1).
           05 INV-REASON            PIC X(80).

       FD  UNPROCESSED-FILE.
       01 UNPROCESSED-RAW           PIC X(33000).

      *> One entry per line, fixed columns: kind (F scalar field,
      *> A the repeating array's name, E a field of each array
      *> element - PARENT.CHILD allowed), the JSON name, and the
      *> LLM-EXTRACT type S/N/B (blank = S). '*' in column 1
      *> comments the line out. Order is output column order.
       FD  FIELD-LIST.
       01 FIELD-LIST-RECORD.
           05 FLD-KIND              PIC X(1).
           05 FILLER                PIC X(1).
           05 FLD-NAME              PIC X(40).
           05 FILLER                PIC X(1).
           05 FLD-TYPE              PIC X(1).

      *> LLM-XTR-VALIDATE's dictionary layout with an output column
      *> width appended after the code list - dictionaries written
      *> before the width column existed still load, and their
      *> fields take the default width for their domain type.
       FD  DICT-FILE.
       01 DICT-RECORD.
           05 DCT-FIELD             PIC X(40).
           05 FILLER                PIC X(1).
           05 DCT-TYPE              PIC X(1).
           05 FILLER                PIC X(1).
           05 DCT-REQUIRED          PIC X(1).
           05 FILLER                PIC X(1).
           05 DCT-MIN               PIC X(18).
           05 FILLER                PIC X(1).
           05 DCT-MAX               PIC X(18).
           05 FILLER                PIC X(1).
           05 DCT-CODES             PIC X(100).
           05 FILLER                PIC X(1).
           05 DCT-WIDTH             PIC X(3).

       FD  LAYOUT-FILE.
       01 LAYOUT-LINE               PIC X(132).

       FD  ARCHIVE-FILE.
       COPY 'LLM-ARCHIVE-RECORD.cpy'.

       FD  CASCADE-SUMMARY.
       01 CASCADE-SUMMARY-RECORD.
           05 CSUM-TAG              PIC X(8).
           05 CSUM-RECORDS          PIC 9(9).
           05 FILLER                PIC X(1).
           05 CSUM-ESCALATED        PIC 9(9).
           05 FILLER                PIC X(1).
           05 CSUM-CHEAP-COST       PIC 9(7)V9(6).
           05 FILLER                PIC X(1).
           05 CSUM-STRONG-COST      PIC 9(7)V9(6).
           05 FILLER                PIC X(1).
           05 CSUM-ALL-STRONG-COST  PIC 9(7)V9(6).
       01 CASCADE-SUMMARY-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

       COPY 'LLM.cpy'.
       COPY 'LLM-PROMPT.cpy'.
       COPY 'LLM-EXTRACT.cpy'.
       COPY 'LLM-XTR-VALIDATE.cpy'.
       COPY 'LLM-RATE.cpy'.

       01 WS-INPUT-FILENAME     PIC X(256).
       01 WS-OUTPUT-FILENAME    PIC X(256).
       01 WS-RESTART-FILENAME   PIC X(256).
       01 WS-EXCEPTION-FILENAME PIC X(256).
       01 WS-INVALID-FILENAME   PIC X(256).
       01 WS-UNPROCESSED-FILENAME PIC X(256).
       01 WS-FIELD-LIST-FILENAME PIC X(256).
       01 WS-DICT-FILENAME      PIC X(256).
       01 WS-LAYOUT-FILENAME    PIC X(256).
       01 WS-REWORK-FILENAME    PIC X(256).
       01 WS-MODEL-ARG          PIC X(128).
       01 WS-RESTART-ARG        PIC X(16).
       01 WS-CIRCUIT-ARG        PIC X(4).
       01 WS-IN-FILE-STATUS     PIC X(2).
       01 WS-OUT-FILE-STATUS    PIC X(2).
       01 WS-RST-FILE-STATUS    PIC X(2).
       01 WS-EXC-FILE-STATUS    PIC X(2).
       01 WS-INV-FILE-STATUS    PIC X(2).
       01 WS-UNP-FILE-STATUS    PIC X(2).
       01 WS-FLD-FILE-STATUS    PIC X(2).
       01 WS-DCT-FILE-STATUS    PIC X(2).
       01 WS-LAY-FILE-STATUS    PIC X(2).
       01 WS-RWK-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-AUX-EOF-FLAG       PIC X(1) VALUE 'N'.
         88 WS-AUX-EOF              VALUE 'Y'.
       01 WS-FILE-OPEN-ERROR    PIC X(1) VALUE 'N'.
         88 WS-FILE-OPEN-FAILED     VALUE 'Y'.
       01 WS-RECORD-COUNT       PIC 9(9) VALUE 0.
       01 WS-ERROR-COUNT        PIC 9(9) VALUE 0.
       01 WS-INVALID-COUNT      PIC 9(9) VALUE 0.
       01 WS-FEED-COUNT         PIC 9(9) VALUE 0.
       01 WS-LINE-COUNT         PIC 9(9) VALUE 0.
       01 WS-TOKENS-IN-TOTAL    PIC 9(12) VALUE 0.
       01 WS-TOKENS-OUT-TOTAL   PIC 9(12) VALUE 0.
       01 WS-DISPATCH-CMD       PIC X(600).

      *> ---- input layout ----------------------------------------------
       01 WS-LAYOUT-ENV         PIC X(8).
       01 WS-DOC-LAYOUT-FLAG    PIC X(1) VALUE 'N'.
         88 WS-DOC-LAYOUT           VALUE 'Y'.
       01 WS-REC-KEY            PIC X(20).
       01 WS-REC-TEXT           PIC X(32768).

      *> ---- checkpoint / restart / circuit breaker --------------------
       01 WS-RESTART-MODE       PIC X(1) VALUE 'N'.
         88 WS-RESTART-REQUESTED    VALUE 'Y'.
       01 WS-SKIP-MODE          PIC X(1) VALUE 'N'.
         88 WS-SKIPPING             VALUE 'Y'.
       01 WS-RESTART-KEY        PIC X(20) VALUE SPACES.
       01 WS-CHECKPOINT-EVERY   PIC 9(9) VALUE 100.
       01 WS-CHECKPOINT-QUOT    PIC 9(9) COMP.
       01 WS-CHECKPOINT-REM     PIC 9(9) COMP.
       01 WS-CIRCUIT-THRESHOLD  PIC 9(4) VALUE 5.
         88 WS-CIRCUIT-ENABLED      VALUE 1 THRU 9999.
       01 WS-CONSEC-FAILURES    PIC 9(9) VALUE 0.
       01 WS-CIRCUIT-FLAG       PIC X(1) VALUE 'N'.
         88 WS-CIRCUIT-TRIPPED      VALUE 'Y'.
       01 WS-UNPROCESSED-OPEN-FLAG PIC X(1) VALUE 'N'.
         88 WS-UNPROCESSED-IS-OPEN  VALUE 'Y'.
       01 WS-INVALID-OPEN-FLAG  PIC X(1) VALUE 'N'.
         88 WS-INVALID-IS-OPEN      VALUE 'Y'.

      *> ---- field list as loaded - the LLM-EXTRACT request template --
       01 WS-TEMPLATE-FIELD-COUNT PIC 9(2) VALUE 0.
       01 WS-TEMPLATE-ELEM-COUNT PIC 9(2) VALUE 0.
       01 WS-TEMPLATE-ARRAY     PIC X(40) VALUE SPACES.
       01 WS-TEMPLATE-TABLE.
           05 WS-TPL-FIELD      OCCURS 20 TIMES.
             10 WS-TPL-NAME     PIC X(40).
             10 WS-TPL-TYPE     PIC X(1).
       01 WS-TEMPLATE-ELEMS.
           05 WS-TPL-ELEM       OCCURS 10 TIMES.
             10 WS-TPL-ELEM-NAME PIC X(40).
             10 WS-TPL-ELEM-TYPE PIC X(1).
       01 WS-TPL-IDX            PIC 9(2) COMP.

      *> ---- dictionary widths and the computed column map --------------
       01 WS-DICT-COUNT         PIC 9(3) VALUE 0.
       01 WS-DICT-TABLE.
           05 WS-DWD-ENTRY      OCCURS 200 TIMES.
             10 WS-DWD-FIELD    PIC X(40).
             10 WS-DWD-TYPE     PIC X(1).
             10 WS-DWD-WIDTH    PIC 9(3).
       01 WS-DICT-SCAN          PIC 9(3) COMP.
       01 WS-DICT-HIT           PIC 9(3) COMP.
       01 WS-COL-TABLE.
           05 WS-COL-ENTRY      OCCURS 20 TIMES.
             10 WS-COL-START    PIC 9(4) COMP.
             10 WS-COL-WIDTH    PIC 9(3) COMP.
             10 WS-COL-DTYPE    PIC X(1).
       01 WS-ECOL-TABLE.
           05 WS-ECOL-ENTRY     OCCURS 10 TIMES.
             10 WS-ECOL-START   PIC 9(4) COMP.
             10 WS-ECOL-WIDTH   PIC 9(3) COMP.
             10 WS-ECOL-DTYPE   PIC X(1).
       01 WS-LOOKUP-NAME        PIC X(40).
       01 WS-LOOKUP-WIDTH       PIC 9(3).
       01 WS-LOOKUP-DTYPE       PIC X(1).
       01 WS-NEXT-COL           PIC 9(4) COMP.
       01 WS-COL-EDIT-START     PIC Z(3)9.
       01 WS-COL-EDIT-WIDTH     PIC ZZ9.

      *> ---- per-record extraction work ----------------------------------
       01 WS-INSTRUCTION        PIC X(32768).
       01 WS-INSTR-PTR          PIC 9(6) COMP.
       01 WS-ROW-IDX            PIC 9(3) COMP.
       01 WS-CELL-IDX           PIC 9(2) COMP.
       01 WS-ROW-INVALID-FLAG   PIC X(1).
         88 WS-ROW-INVALID          VALUE 'Y'.
       01 WS-CELL-TEXT          PIC X(256).
       01 WS-CELL-LEN           PIC 9(3) COMP.
       01 WS-CELL-START         PIC 9(4) COMP.
       01 WS-CELL-WIDTH         PIC 9(3) COMP.
       01 WS-CELL-DTYPE         PIC X(1).
       01 WS-CELL-OFFSET        PIC 9(4) COMP.
       01 WS-DATA-AREA          PIC X(4000).
      *> Each array row is validated on its own by loading its cells
      *> into a scratch extraction area as if they were scalars -
      *> LLM-XTR-VALIDATE only walks the scalar table.
       01 WS-ROW-EXTRACT-AREA.
           05 WS-RX-FIELD-COUNT PIC 9(2).
           05 WS-RX-FIELDS      OCCURS 20 TIMES.
             10 WS-RX-NAME      PIC X(40).
             10 WS-RX-TYPE      PIC X(1).
             10 WS-RX-FOUND     PIC X(1).
             10 WS-RX-VALUE     PIC X(256).
             10 WS-RX-NUMERIC   PIC S9(13)V9(4).
           05 FILLER            PIC X(274456).

      *> ---- run ID / archive ---------------------------------------------
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
       01 WS-RUN-ID             PIC X(14).
       01 WS-RC                 PIC 9(4) VALUE 0.
      *> Recorded on each archived reply, as LLM-BATCH records them:
      *> the business caller (LLM_BATCH_CALLER, else the program
      *> name) and the library wording the instruction came from.
       01 WS-RUN-CALLER         PIC X(30) VALUE SPACES.
       01 WS-RUN-PROMPT-ID      PIC X(40) VALUE SPACES.
       01 WS-RUN-PROMPT-VERSION PIC 9(3) VALUE 0.
       01 WS-ARCHIVE-FILENAME   PIC X(256).
       01 WS-ARC-FILE-STATUS    PIC X(2).
       01 WS-ARCHIVE-FLAG       PIC X(1) VALUE 'N'.
         88 WS-ARCHIVE-ENABLED      VALUE 'Y'.
       01 WS-ARCHIVE-OPEN-FLAG  PIC X(1) VALUE 'N'.
         88 WS-ARCHIVE-IS-OPEN      VALUE 'Y'.

      *> ---- cheap-first model cascade -----------------------------------
      *> LLM-BATCH's cascade settings: LLM_CASCADE_STRONG_MODEL turns
      *> it on, LLM_CASCADE_CHEAP_MODEL (default the run's model)
      *> takes every record first, LLM_CASCADE_STRONG_PROVIDER /
      *> _ENDPOINT place the strong model. A record goes to the strong
      *> model only when the cheap reply was truncated, blocked by
      *> the response screen, wouldn't parse, or failed validation -
      *> and only the strong reply's failures reach <output>.invalid.
       01 WS-CASCADE-STRONG-MODEL PIC X(128) VALUE SPACES.
       01 WS-CASCADE-STRONG-PROV PIC X(20) VALUE SPACES.
       01 WS-CASCADE-STRONG-URL PIC X(256) VALUE SPACES.
       01 WS-CASCADE-CHEAP-MODEL PIC X(128) VALUE SPACES.
       01 WS-CASCADE-FLAG       PIC X(1) VALUE 'N'.
         88 WS-CASCADE-MODE         VALUE 'Y'.
       01 WS-CASCADE-TIER       PIC X(1) VALUE SPACE.
         88 WS-TIER-CHEAP           VALUE 'C'.
         88 WS-TIER-STRONG          VALUE 'S'.
       01 WS-ESCALATE-FLAG      PIC X(1) VALUE 'N'.
         88 WS-ESCALATE             VALUE 'Y'.
       01 WS-CALL-OK-FLAG       PIC X(1) VALUE 'N'.
         88 WS-CALL-OK              VALUE 'Y'.
      *> Validation of the cheap reply lists nothing - its failures
      *> only decide the escalation.
       01 WS-VALIDATE-QUIET-FLAG PIC X(1) VALUE 'N'.
         88 WS-VALIDATE-QUIET       VALUE 'Y'.
       01 WS-HELD-MODEL         PIC X(128).
       01 WS-HELD-PROVIDER      PIC X(20).
       01 WS-HELD-ENDPOINT      PIC X(256).
      *> Rates for the two tiers as of the run date: 1 cheap, 2 strong.
       01 WS-CAS-RATE-TABLE.
           05 WS-CAS-RATE       OCCURS 2 TIMES.
             10 WS-CRT-IN       PIC 9(4)V9999.
             10 WS-CRT-OUT      PIC 9(4)V9999.
             10 WS-CRT-CW       PIC 9(4)V9999.
             10 WS-CRT-CR       PIC 9(4)V9999.
       01 WS-CAS-RATE-IDX       PIC 9(1) COMP.
       01 WS-CALL-COST          PIC 9(7)V9(6).
       01 WS-CAS-STRONG-EQUIV   PIC 9(7)V9(6).
       01 WS-CAS-TOKENS-IN      PIC 9(9).
       01 WS-CAS-TOKENS-OUT     PIC 9(9).
       01 WS-CAS-RECORDS        PIC 9(9) VALUE 0.
       01 WS-CAS-ESCALATED      PIC 9(9) VALUE 0.
       01 WS-CAS-CHEAP-COST     PIC 9(7)V9(6) VALUE 0.
       01 WS-CAS-STRONG-COST    PIC 9(7)V9(6) VALUE 0.
       01 WS-CAS-ALL-STRONG-COST PIC 9(7)V9(6) VALUE 0.
       01 WS-CAS-SAVED          PIC S9(7)V9(6).
       01 WS-CAS-ESCALATE-PCT   PIC 9(3)V9.
       01 WS-CASCADE-FILENAME   PIC X(256).
       01 WS-CAS-FILE-STATUS    PIC X(2).
       01 WS-CAS-EDIT-COUNT     PIC ZZZ,ZZZ,ZZ9.
       01 WS-CAS-EDIT-PCT       PIC ZZ9.9.
       01 WS-CAS-EDIT-COST      PIC Z,ZZZ,ZZ9.999999.
       01 WS-CAS-EDIT-SAVED     PIC -Z,ZZZ,ZZ9.999999.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           IF LLM-STAT-OK
               PERFORM 200-PROCESS-FILE
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back before the step ends.
           MOVE RETURN-CODE              TO WS-RC
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-EXTRACT-BATCH: records processed: '
                   WS-RECORD-COUNT
           DISPLAY 'LLM-EXTRACT-BATCH: records on the feed: '
                   WS-FEED-COUNT ' (' WS-LINE-COUNT ' rows)'
           DISPLAY 'LLM-EXTRACT-BATCH: records failing validation: '
                   WS-INVALID-COUNT
           DISPLAY 'LLM-EXTRACT-BATCH: records with errors: '
                   WS-ERROR-COUNT
           IF WS-CASCADE-MODE
               MOVE WS-CAS-SAVED         TO WS-CAS-EDIT-SAVED
               DISPLAY 'LLM-EXTRACT-BATCH: cascade records: '
                       WS-CAS-RECORDS ', escalated to the strong '
                       'model: ' WS-CAS-ESCALATED ', saved: '
                       FUNCTION TRIM(WS-CAS-EDIT-SAVED)
           END-IF
           MOVE WS-RC                    TO RETURN-CODE
           STOP RUN.

      *> Args: 1=input file  2=output file  3=field-list file
      *>       4=model (optional, '-' keeps the default)
      *>       5=RESTART (optional, '-' means a fresh run)
      *>       6=circuit breaker threshold (optional, default 5,
      *>         0=off)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 3
               DISPLAY 'LLM-EXTRACT-BATCH: usage: LLM-EXTRACT-BATCH '
                       '<input> <output> <field-list> [model] '
                       '[RESTART] [circuit-max]'
               SET LLM-STAT-CONFIG-ERR TO TRUE
               MOVE 'LLM-EXTRACT-BATCH: missing file arguments'
                                        TO LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-INPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-OUTPUT-FILENAME FROM ARGUMENT-VALUE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-FIELD-LIST-FILENAME FROM ARGUMENT-VALUE

           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.ckpt'                DELIMITED BY SIZE
                  INTO WS-RESTART-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.exceptions'          DELIMITED BY SIZE
                  INTO WS-EXCEPTION-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.invalid'             DELIMITED BY SIZE
                  INTO WS-INVALID-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.unprocessed'         DELIMITED BY SIZE
                  INTO WS-UNPROCESSED-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.layout'              DELIMITED BY SIZE
                  INTO WS-LAYOUT-FILENAME
           END-STRING

           MOVE 'llama3.2:3b'           TO LLM-MODEL
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 4
               MOVE 4                   TO WS-ARG-COUNT
               ACCEPT WS-MODEL-ARG FROM ARGUMENT-VALUE
               IF WS-MODEL-ARG NOT = SPACES
               AND WS-MODEL-ARG NOT = '-'
                   MOVE WS-MODEL-ARG    TO LLM-MODEL
               END-IF
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-RESTART-ARG FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE(WS-RESTART-ARG) = 'RESTART'
                   SET WS-RESTART-REQUESTED TO TRUE
               END-IF
           END-IF

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-CIRCUIT-ARG FROM ARGUMENT-VALUE
               MOVE WS-CIRCUIT-ARG      TO WS-CIRCUIT-THRESHOLD
           END-IF

           DISPLAY 'LLM_EXTRACT_INPUT_LAYOUT' UPON ENVIRONMENT-NAME
           ACCEPT WS-LAYOUT-ENV FROM ENVIRONMENT-VALUE
           IF FUNCTION UPPER-CASE(WS-LAYOUT-ENV) = 'DOC'
               SET WS-DOC-LAYOUT         TO TRUE
           END-IF

           PERFORM 105-LOAD-FIELD-LIST
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-EXTRACT-BATCH: ' LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'LLM_CASCADE_STRONG_MODEL' UPON ENVIRONMENT-NAME
           ACCEPT WS-CASCADE-STRONG-MODEL FROM ENVIRONMENT-VALUE
           IF WS-CASCADE-STRONG-MODEL NOT = SPACES
               PERFORM 110-LOAD-CASCADE-SETTINGS
           END-IF

           PERFORM 107-LOAD-DICTIONARY-WIDTHS
           PERFORM 108-BUILD-COLUMN-MAP
           PERFORM 109-BUILD-INSTRUCTION
           IF LLM-PROMPT-WAS-FOUND
               MOVE LLM-PROMPT-ID        TO WS-RUN-PROMPT-ID
               MOVE LLM-PROMPT-VERSION   TO WS-RUN-PROMPT-VERSION
           END-IF

           DISPLAY 'LLM_BATCH_ARCHIVE_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-ARCHIVE-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-ARCHIVE-FILENAME NOT = SPACES
               SET WS-ARCHIVE-ENABLED    TO TRUE
           END-IF
           DISPLAY 'LLM_BATCH_CALLER' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-CALLER FROM ENVIRONMENT-VALUE
           IF WS-RUN-CALLER = SPACES
               MOVE 'LLM-EXTRACT-BATCH'  TO WS-RUN-CALLER
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE            DELIMITED BY SIZE
                  WS-RUN-TIME(1:6)       DELIMITED BY SIZE
                  INTO WS-RUN-ID
           END-STRING
           DISPLAY 'LLM-EXTRACT-BATCH: run ID ' WS-RUN-ID
           IF WS-CASCADE-MODE
               PERFORM 111-LOAD-CASCADE-RATES
           END-IF

           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           MOVE SPACES                   TO LLM-API-KEY
           MOVE 60                       TO LLM-TIMEOUT-SECS
           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-STATUS
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-EXTRACT-BATCH: init failed: '
                       LLM-STAT-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.


       105-LOAD-FIELD-LIST.
           OPEN INPUT FIELD-LIST
           IF WS-FLD-FILE-STATUS NOT = '00'
               SET LLM-STAT-CONFIG-ERR   TO TRUE
               MOVE 'LLM-EXTRACT-BATCH: cannot open field-list file'
                                         TO LLM-STAT-MESSAGE
           ELSE
               MOVE 'N' TO WS-AUX-EOF-FLAG
               PERFORM UNTIL WS-AUX-EOF
                   READ FIELD-LIST
                       AT END
                           SET WS-AUX-EOF TO TRUE
                       NOT AT END
                           PERFORM 106-LOAD-ONE-FIELD
                   END-READ
               END-PERFORM
               CLOSE FIELD-LIST
               IF WS-TEMPLATE-FIELD-COUNT = 0
               AND WS-TEMPLATE-ARRAY = SPACES
                   SET LLM-STAT-CONFIG-ERR TO TRUE
                   MOVE 'LLM-EXTRACT-BATCH: field list names no fields'
                                         TO LLM-STAT-MESSAGE
               END-IF
               IF WS-TEMPLATE-ARRAY NOT = SPACES
               AND WS-TEMPLATE-ELEM-COUNT = 0
                   SET LLM-STAT-CONFIG-ERR TO TRUE
                   MOVE 'LLM-EXTRACT-BATCH: array has no E fields'
                                         TO LLM-STAT-MESSAGE
               END-IF
           END-IF.


       106-LOAD-ONE-FIELD.
           IF FIELD-LIST-RECORD = SPACES
           OR FLD-KIND = '*'
               CONTINUE
           ELSE
               IF FLD-TYPE = SPACE
                   MOVE 'S'              TO FLD-TYPE
               END-IF
               EVALUATE FUNCTION UPPER-CASE(FLD-KIND)
                   WHEN 'F'
                       IF WS-TEMPLATE-FIELD-COUNT < 20
                           ADD 1 TO WS-TEMPLATE-FIELD-COUNT
                           MOVE FLD-NAME TO
                               WS-TPL-NAME(WS-TEMPLATE-FIELD-COUNT)
                           MOVE FUNCTION UPPER-CASE(FLD-TYPE) TO
                               WS-TPL-TYPE(WS-TEMPLATE-FIELD-COUNT)
                       ELSE
                           DISPLAY 'LLM-EXTRACT-BATCH: more than 20 '
                                   'fields - ' FUNCTION TRIM(FLD-NAME)
                                   ' ignored'
                       END-IF
                   WHEN 'A'
                       MOVE FLD-NAME     TO WS-TEMPLATE-ARRAY
                   WHEN 'E'
                       IF WS-TEMPLATE-ELEM-COUNT < 10
                           ADD 1 TO WS-TEMPLATE-ELEM-COUNT
                           MOVE FLD-NAME TO
                               WS-TPL-ELEM-NAME(WS-TEMPLATE-ELEM-COUNT)
                           MOVE FUNCTION UPPER-CASE(FLD-TYPE) TO
                               WS-TPL-ELEM-TYPE(WS-TEMPLATE-ELEM-COUNT)
                       ELSE
                           DISPLAY 'LLM-EXTRACT-BATCH: more than 10 '
                                   'element fields - '
                                   FUNCTION TRIM(FLD-NAME) ' ignored'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'LLM-EXTRACT-BATCH: unknown field-list '
                               'kind [' FLD-KIND '] skipped'
               END-EVALUATE
           END-IF.


      *> A dictionary that can't be opened is not fatal here - every
      *> column takes its default width - because LLM-XTR-VALIDATE
      *> reports the missing dictionary on the first record anyway.
       107-LOAD-DICTIONARY-WIDTHS.
           DISPLAY 'LLM_DATA_DICT_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-DICT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-DICT-FILENAME = SPACES
               MOVE 'LLM-DATA-DICT.DAT'  TO WS-DICT-FILENAME
           END-IF
           MOVE 0 TO WS-DICT-COUNT
           OPEN INPUT DICT-FILE
           IF WS-DCT-FILE-STATUS = '00'
               MOVE 'N' TO WS-AUX-EOF-FLAG
               PERFORM UNTIL WS-AUX-EOF
                   READ DICT-FILE
                       AT END
                           SET WS-AUX-EOF TO TRUE
                       NOT AT END
                           IF DCT-FIELD NOT = SPACES
                           AND DCT-FIELD(1:1) NOT = '*'
                           AND WS-DICT-COUNT < 200
                               ADD 1 TO WS-DICT-COUNT
                               MOVE DCT-FIELD
                                   TO WS-DWD-FIELD(WS-DICT-COUNT)
                               MOVE FUNCTION UPPER-CASE(DCT-TYPE)
                                   TO WS-DWD-TYPE(WS-DICT-COUNT)
                               IF FUNCTION TRIM(DCT-WIDTH) IS NUMERIC
                                   MOVE FUNCTION NUMVAL(DCT-WIDTH)
                                       TO WS-DWD-WIDTH(WS-DICT-COUNT)
                               ELSE
                                   MOVE 0
                                       TO WS-DWD-WIDTH(WS-DICT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DICT-FILE
           END-IF.


      *> Scalars first, in field-list order, after the fixed record
      *> prefix; the line records reuse the same data area from its
      *> first byte for the element columns. The map goes to the
      *> .layout file so the receiving job never guesses an offset.
       108-BUILD-COLUMN-MAP.
           OPEN OUTPUT LAYOUT-FILE
           MOVE SPACES                   TO LAYOUT-LINE
           MOVE 'TYPE FIELD'             TO LAYOUT-LINE(1:10)
           MOVE 'START WIDTH DOMAIN'     TO LAYOUT-LINE(46:18)
           WRITE LAYOUT-LINE

           MOVE 29 TO WS-NEXT-COL
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
               UNTIL WS-TPL-IDX > WS-TEMPLATE-FIELD-COUNT
               MOVE WS-TPL-NAME(WS-TPL-IDX) TO WS-LOOKUP-NAME
               PERFORM 118-LOOKUP-WIDTH
               IF WS-NEXT-COL + WS-LOOKUP-WIDTH > 4029
                   MOVE 0 TO WS-LOOKUP-WIDTH
                   DISPLAY 'LLM-EXTRACT-BATCH: no room left on the '
                           'record for ' FUNCTION TRIM(WS-LOOKUP-NAME)
               END-IF
               MOVE WS-NEXT-COL     TO WS-COL-START(WS-TPL-IDX)
               MOVE WS-LOOKUP-WIDTH TO WS-COL-WIDTH(WS-TPL-IDX)
               MOVE WS-LOOKUP-DTYPE TO WS-COL-DTYPE(WS-TPL-IDX)
               MOVE 'H' TO LAYOUT-LINE(1:4)
               PERFORM 119-WRITE-LAYOUT-LINE
               ADD WS-LOOKUP-WIDTH  TO WS-NEXT-COL
           END-PERFORM

           MOVE 29 TO WS-NEXT-COL
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
               UNTIL WS-TPL-IDX > WS-TEMPLATE-ELEM-COUNT
               MOVE WS-TPL-ELEM-NAME(WS-TPL-IDX) TO WS-LOOKUP-NAME
               PERFORM 118-LOOKUP-WIDTH
               IF WS-NEXT-COL + WS-LOOKUP-WIDTH > 4029
                   MOVE 0 TO WS-LOOKUP-WIDTH
               END-IF
               MOVE WS-NEXT-COL     TO WS-ECOL-START(WS-TPL-IDX)
               MOVE WS-LOOKUP-WIDTH TO WS-ECOL-WIDTH(WS-TPL-IDX)
               MOVE WS-LOOKUP-DTYPE TO WS-ECOL-DTYPE(WS-TPL-IDX)
               MOVE 'L' TO LAYOUT-LINE(1:4)
               PERFORM 119-WRITE-LAYOUT-LINE
               ADD WS-LOOKUP-WIDTH  TO WS-NEXT-COL
           END-PERFORM

      *> The tier byte follows the data area on both record types.
           IF WS-CASCADE-MODE
               MOVE 4029            TO WS-NEXT-COL
               MOVE 'CASCADE-TIER'  TO WS-LOOKUP-NAME
               MOVE 1               TO WS-LOOKUP-WIDTH
               MOVE 'C'             TO WS-LOOKUP-DTYPE
               MOVE 'HL'            TO LAYOUT-LINE(1:4)
               PERFORM 119-WRITE-LAYOUT-LINE
           END-IF
           CLOSE LAYOUT-FILE.


      *> Dictionary width when it carries one; otherwise the natural
      *> width of the domain - 18 for numerics (the dictionary's own
      *> min/max width), 8 for ISO dates, 10 for DD/MM/YYYY, 40 for
      *> character data and anything the dictionary doesn't declare.
       118-LOOKUP-WIDTH.
           MOVE 0   TO WS-DICT-HIT
           MOVE 'C' TO WS-LOOKUP-DTYPE
           PERFORM VARYING WS-DICT-SCAN FROM 1 BY 1
               UNTIL WS-DICT-SCAN > WS-DICT-COUNT
                  OR WS-DICT-HIT > 0
               IF WS-DWD-FIELD(WS-DICT-SCAN) = WS-LOOKUP-NAME
                   MOVE WS-DICT-SCAN TO WS-DICT-HIT
               END-IF
           END-PERFORM
           IF WS-DICT-HIT > 0
               MOVE WS-DWD-TYPE(WS-DICT-HIT)  TO WS-LOOKUP-DTYPE
               MOVE WS-DWD-WIDTH(WS-DICT-HIT) TO WS-LOOKUP-WIDTH
           ELSE
               MOVE 0 TO WS-LOOKUP-WIDTH
           END-IF
           IF WS-LOOKUP-WIDTH = 0
               EVALUATE WS-LOOKUP-DTYPE
                   WHEN 'N'
                       MOVE 18 TO WS-LOOKUP-WIDTH
                   WHEN 'D'
                       MOVE 8  TO WS-LOOKUP-WIDTH
                   WHEN 'E'
                       MOVE 10 TO WS-LOOKUP-WIDTH
                   WHEN OTHER
                       MOVE 40 TO WS-LOOKUP-WIDTH
               END-EVALUATE
           END-IF.


       119-WRITE-LAYOUT-LINE.
           MOVE WS-NEXT-COL          TO WS-COL-EDIT-START
           MOVE WS-LOOKUP-WIDTH      TO WS-COL-EDIT-WIDTH
           MOVE WS-LOOKUP-NAME       TO LAYOUT-LINE(6:40)
           MOVE WS-COL-EDIT-START    TO LAYOUT-LINE(47:4)
           MOVE WS-COL-EDIT-WIDTH    TO LAYOUT-LINE(53:3)
           MOVE WS-LOOKUP-DTYPE      TO LAYOUT-LINE(58:1)
           WRITE LAYOUT-LINE
           MOVE SPACES               TO LAYOUT-LINE.


       110-LOAD-CASCADE-SETTINGS.
           SET WS-CASCADE-MODE           TO TRUE
           DISPLAY 'LLM_CASCADE_CHEAP_MODEL' UPON ENVIRONMENT-NAME
           ACCEPT WS-CASCADE-CHEAP-MODEL FROM ENVIRONMENT-VALUE
           IF WS-CASCADE-CHEAP-MODEL = SPACES
               MOVE LLM-MODEL            TO WS-CASCADE-CHEAP-MODEL
           END-IF
           DISPLAY 'LLM_CASCADE_STRONG_PROVIDER' UPON ENVIRONMENT-NAME
           ACCEPT WS-CASCADE-STRONG-PROV FROM ENVIRONMENT-VALUE
           DISPLAY 'LLM_CASCADE_STRONG_ENDPOINT' UPON ENVIRONMENT-NAME
           ACCEPT WS-CASCADE-STRONG-URL FROM ENVIRONMENT-VALUE
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.cascade'             DELIMITED BY SIZE
                  INTO WS-CASCADE-FILENAME
           END-STRING
           DISPLAY 'LLM-EXTRACT-BATCH: cascade mode, '
                   FUNCTION TRIM(WS-CASCADE-CHEAP-MODEL)
                   ' first, escalating to '
                   FUNCTION TRIM(WS-CASCADE-STRONG-MODEL).


       111-LOAD-CASCADE-RATES.
           MOVE WS-CASCADE-CHEAP-MODEL   TO LLM-RATE-MODEL
           MOVE 1                        TO WS-CAS-RATE-IDX
           PERFORM 112-LOAD-ONE-TIER-RATE
           MOVE WS-CASCADE-STRONG-MODEL  TO LLM-RATE-MODEL
           MOVE 2                        TO WS-CAS-RATE-IDX
           PERFORM 112-LOAD-ONE-TIER-RATE.


       112-LOAD-ONE-TIER-RATE.
           MOVE WS-RUN-DATE              TO LLM-RATE-ASOF-DATE
           CALL 'LLM-RATE-LOOKUP' USING LLM-RATE-AREA
           MOVE LLM-RATE-IN          TO WS-CRT-IN(WS-CAS-RATE-IDX)
           MOVE LLM-RATE-OUT         TO WS-CRT-OUT(WS-CAS-RATE-IDX)
           MOVE LLM-RATE-CACHE-WRITE TO WS-CRT-CW(WS-CAS-RATE-IDX)
           MOVE LLM-RATE-CACHE-READ  TO WS-CRT-CR(WS-CAS-RATE-IDX).


      *> The JSON-only instruction is the same for every record, so it
      *> is built once: the prompt library's LLM-EXTRACT-SYSTEM wording
      *> when it exists, a built-in default otherwise, followed by the
      *> field names the reply must carry.
       109-BUILD-INSTRUCTION.
           MOVE SPACES                   TO WS-INSTRUCTION
           MOVE 1                        TO WS-INSTR-PTR
           MOVE 'LLM-EXTRACT-SYSTEM'     TO LLM-PROMPT-ID
           CALL 'LLM-PROMPT-LOOKUP' USING LLM-PROMPT
                                          LLM-STATUS
           INITIALIZE LLM-STATUS
           IF LLM-PROMPT-WAS-FOUND
               STRING FUNCTION TRIM(LLM-PROMPT-TEXT TRAILING)
                                         DELIMITED BY SIZE
                   INTO WS-INSTRUCTION
                   WITH POINTER WS-INSTR-PTR
               END-STRING
           ELSE
               MOVE 0                    TO LLM-PROMPT-VERSION
               STRING 'Extract data from the document the user sends. '
                      'Reply with one JSON object only - no prose, no '
                      'markdown. Omit a field you cannot find rather '
                      'than guessing.'   DELIMITED BY SIZE
                   INTO WS-INSTRUCTION
                   WITH POINTER WS-INSTR-PTR
               END-STRING
           END-IF

           IF WS-TEMPLATE-FIELD-COUNT > 0
               STRING ' Top-level fields:' DELIMITED BY SIZE
                   INTO WS-INSTRUCTION
                   WITH POINTER WS-INSTR-PTR
               END-STRING
               PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TEMPLATE-FIELD-COUNT
                   STRING ' "'           DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TPL-NAME(WS-TPL-IDX))
                                         DELIMITED BY SIZE
                          '"'            DELIMITED BY SIZE
                       INTO WS-INSTRUCTION
                       WITH POINTER WS-INSTR-PTR
                   END-STRING
               END-PERFORM
               STRING '.'                DELIMITED BY SIZE
                   INTO WS-INSTRUCTION
                   WITH POINTER WS-INSTR-PTR
               END-STRING
           END-IF

           IF WS-TEMPLATE-ARRAY NOT = SPACES
               STRING ' An array "'      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TEMPLATE-ARRAY)
                                         DELIMITED BY SIZE
                      '" of objects, each with:'
                                         DELIMITED BY SIZE
                   INTO WS-INSTRUCTION
                   WITH POINTER WS-INSTR-PTR
               END-STRING
               PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TEMPLATE-ELEM-COUNT
                   STRING ' "'           DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TPL-ELEM-NAME(WS-TPL-IDX))
                                         DELIMITED BY SIZE
                          '"'            DELIMITED BY SIZE
                       INTO WS-INSTRUCTION
                       WITH POINTER WS-INSTR-PTR
                   END-STRING
               END-PERFORM
               STRING '.'                DELIMITED BY SIZE
                   INTO WS-INSTRUCTION
                   WITH POINTER WS-INSTR-PTR
               END-STRING
           END-IF.


       200-PROCESS-FILE.
           IF WS-RESTART-REQUESTED
               PERFORM 205-LOAD-RESTART-KEY
           END-IF

           OPEN INPUT BATCH-INPUT
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-EXTRACT-BATCH: cannot open input file, '
                       'status ' WS-IN-FILE-STATUS
               SET WS-FILE-OPEN-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF

           IF NOT WS-FILE-OPEN-FAILED
               IF WS-RESTART-REQUESTED AND WS-RESTART-KEY NOT = SPACES
                   DISPLAY 'LLM-EXTRACT-BATCH: restarting after key ['
                           FUNCTION TRIM(WS-RESTART-KEY) ']'
                   SET WS-SKIPPING     TO TRUE
                   PERFORM 201-PRESCAN-RESTART-OUTPUT
                   OPEN EXTEND BATCH-OUTPUT
               ELSE
                   OPEN OUTPUT BATCH-OUTPUT
                   IF WS-OUT-FILE-STATUS = '00'
                       PERFORM 203-WRITE-OUTPUT-HEADER
                   END-IF
               END-IF
               IF WS-OUT-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-EXTRACT-BATCH: cannot open output '
                           'file, status ' WS-OUT-FILE-STATUS
                   CLOSE BATCH-INPUT
                   SET WS-FILE-OPEN-FAILED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF NOT WS-FILE-OPEN-FAILED
               IF WS-RESTART-REQUESTED AND WS-RESTART-KEY NOT = SPACES
                   OPEN EXTEND EXCEPTION-LOG
                   OPEN EXTEND INVALID-FILE
                   IF WS-INV-FILE-STATUS = '35'
                       OPEN OUTPUT INVALID-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT EXCEPTION-LOG
                   OPEN OUTPUT INVALID-FILE
               END-IF
               SET WS-INVALID-IS-OPEN    TO TRUE

               PERFORM UNTIL WS-EOF
                   READ BATCH-INPUT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 206-CAPTURE-INPUT-RECORD
                           IF WS-SKIPPING
                               IF WS-REC-KEY = WS-RESTART-KEY
                                   MOVE 'N' TO WS-SKIP-MODE
                               END-IF
                           ELSE
                               IF WS-CIRCUIT-TRIPPED
                                   PERFORM 230-WRITE-UNPROCESSED
                               ELSE
                                   PERFORM 210-PROCESS-RECORD
                                   PERFORM 220-MAYBE-CHECKPOINT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM 235-WRITE-OUTPUT-TRAILER
               CLOSE BATCH-INPUT
               CLOSE BATCH-OUTPUT
               CLOSE EXCEPTION-LOG
               CLOSE INVALID-FILE
               IF WS-ARCHIVE-IS-OPEN
                   CLOSE ARCHIVE-FILE
               END-IF
               IF WS-UNPROCESSED-IS-OPEN
                   CLOSE UNPROCESSED-FILE
               END-IF
               IF WS-CASCADE-MODE
                   PERFORM 236-WRITE-CASCADE-SUMMARY
               END-IF
               IF WS-CIRCUIT-TRIPPED
                   DISPLAY 'LLM-EXTRACT-BATCH: circuit breaker tripped '
                       'after ' WS-CIRCUIT-THRESHOLD ' consecutive '
                       'failures - remaining records written to '
                       FUNCTION TRIM(WS-UNPROCESSED-FILENAME)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.


      *> Same RESTART rework LLM-BATCH does: the interrupted run's
      *> trailer is dropped and its header/line counts and tokens are
      *> carried into this run's totals, so the one trailer written
      *> at the end covers the whole feed.
       201-PRESCAN-RESTART-OUTPUT.
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.new'                 DELIMITED BY SIZE
                  INTO WS-REWORK-FILENAME
           END-STRING

           OPEN INPUT BATCH-OUTPUT
           IF WS-OUT-FILE-STATUS = '00'
               OPEN OUTPUT OUTPUT-REWORK-FILE
               MOVE 'N' TO WS-AUX-EOF-FLAG
               PERFORM UNTIL WS-AUX-EOF
                   READ BATCH-OUTPUT
                       AT END
                           SET WS-AUX-EOF TO TRUE
                       NOT AT END
                           IF XOUT-KEY(1:4) = 'TRL '
                               IF BTRL-TOKENS-IN-TOTAL IS NUMERIC
                                   ADD BTRL-TOKENS-IN-TOTAL
                                       TO WS-TOKENS-IN-TOTAL
                               END-IF
                               IF BTRL-TOKENS-OUT-TOTAL IS NUMERIC
                                   ADD BTRL-TOKENS-OUT-TOTAL
                                       TO WS-TOKENS-OUT-TOTAL
                               END-IF
                           ELSE
                               IF XOUT-KEY(1:4) NOT = 'HDR '
                                   IF XOUT-REC-TYPE = 'L'
                                       ADD 1 TO WS-LINE-COUNT
                                   ELSE
                                       ADD 1 TO WS-FEED-COUNT
                                   END-IF
                               END-IF
                               MOVE BATCH-OUT-RAW TO REWORK-LINE
                               WRITE REWORK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-OUTPUT
               CLOSE OUTPUT-REWORK-FILE

               STRING 'mv '                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REWORK-FILENAME)
                                                  DELIMITED BY SIZE
                      ' '                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OUTPUT-FILENAME)
                                                  DELIMITED BY SIZE
                      INTO WS-DISPATCH-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-DISPATCH-CMD
           END-IF.


       203-WRITE-OUTPUT-HEADER.
           MOVE SPACES                   TO BATCH-HDR-RECORD
           MOVE 'HDR '                   TO BHDR-TAG
           MOVE WS-RUN-DATE              TO BHDR-RUN-DATE
           MOVE WS-RUN-TIME              TO BHDR-RUN-TIME
           MOVE LLM-MODEL                TO BHDR-MODEL
           MOVE WS-INPUT-FILENAME        TO BHDR-INPUT-FILENAME
           WRITE BATCH-HDR-RECORD.


       235-WRITE-OUTPUT-TRAILER.
           MOVE SPACES                   TO BATCH-TRL-RECORD
           MOVE 'TRL '                   TO BTRL-TAG
           MOVE WS-FEED-COUNT            TO BTRL-RECORD-COUNT
           MOVE WS-LINE-COUNT            TO BTRL-LINE-COUNT
           MOVE WS-TOKENS-IN-TOTAL       TO BTRL-TOKENS-IN-TOTAL
           MOVE WS-TOKENS-OUT-TOTAL      TO BTRL-TOKENS-OUT-TOTAL
           WRITE BATCH-TRL-RECORD.


      *> <output>.cascade: the totals record, then how many records
      *> the strong model had to answer and what the cheap-first run
      *> saved against sending every record to it.
       236-WRITE-CASCADE-SUMMARY.
           MOVE 0                        TO WS-CAS-ESCALATE-PCT
           IF WS-CAS-RECORDS > 0
               COMPUTE WS-CAS-ESCALATE-PCT ROUNDED =
                   WS-CAS-ESCALATED * 100 / WS-CAS-RECORDS
           END-IF
           COMPUTE WS-CAS-SAVED = WS-CAS-ALL-STRONG-COST
                                - WS-CAS-CHEAP-COST
                                - WS-CAS-STRONG-COST

           OPEN OUTPUT CASCADE-SUMMARY
           IF WS-CAS-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-EXTRACT-BATCH: cannot write cascade '
                       'summary '
                       FUNCTION TRIM(WS-CASCADE-FILENAME)
                       ' status ' WS-CAS-FILE-STATUS
           ELSE
               MOVE SPACES               TO CASCADE-SUMMARY-RECORD
               MOVE 'CASCADE '           TO CSUM-TAG
               MOVE WS-CAS-RECORDS       TO CSUM-RECORDS
               MOVE WS-CAS-ESCALATED     TO CSUM-ESCALATED
               MOVE WS-CAS-CHEAP-COST    TO CSUM-CHEAP-COST
               MOVE WS-CAS-STRONG-COST   TO CSUM-STRONG-COST
               MOVE WS-CAS-ALL-STRONG-COST TO CSUM-ALL-STRONG-COST
               WRITE CASCADE-SUMMARY-RECORD

               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'CHEAP-FIRST CASCADE: '    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CASCADE-CHEAP-MODEL)
                                                 DELIMITED BY SIZE
                      ' ESCALATING TO '          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CASCADE-STRONG-MODEL)
                                                 DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE

               MOVE WS-CAS-RECORDS       TO WS-CAS-EDIT-COUNT
               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'RECORDS THROUGH THE CASCADE    '
                                                 DELIMITED BY SIZE
                      WS-CAS-EDIT-COUNT          DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE

               MOVE WS-CAS-ESCALATED     TO WS-CAS-EDIT-COUNT
               MOVE WS-CAS-ESCALATE-PCT  TO WS-CAS-EDIT-PCT
               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'ESCALATED TO THE STRONG MODEL  '
                                                 DELIMITED BY SIZE
                      WS-CAS-EDIT-COUNT          DELIMITED BY SIZE
                      '  ('                      DELIMITED BY SIZE
                      WS-CAS-EDIT-PCT            DELIMITED BY SIZE
                      '%)'                       DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE

               MOVE WS-CAS-CHEAP-COST    TO WS-CAS-EDIT-COST
               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'COST AT THE CHEAP TIER         '
                                                 DELIMITED BY SIZE
                      WS-CAS-EDIT-COST           DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE

               MOVE WS-CAS-STRONG-COST   TO WS-CAS-EDIT-COST
               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'COST AT THE STRONG TIER        '
                                                 DELIMITED BY SIZE
                      WS-CAS-EDIT-COST           DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE

               MOVE WS-CAS-ALL-STRONG-COST TO WS-CAS-EDIT-COST
               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'COST IF ALL SENT TO STRONG     '
                                                 DELIMITED BY SIZE
                      WS-CAS-EDIT-COST           DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE

               MOVE WS-CAS-SAVED         TO WS-CAS-EDIT-SAVED
               MOVE SPACES               TO CASCADE-SUMMARY-LINE
               STRING 'SAVED BY THE CASCADE          '
                                                 DELIMITED BY SIZE
                      WS-CAS-EDIT-SAVED          DELIMITED BY SIZE
                   INTO CASCADE-SUMMARY-LINE
               END-STRING
               WRITE CASCADE-SUMMARY-LINE
               CLOSE CASCADE-SUMMARY
           END-IF.


       205-LOAD-RESTART-KEY.
           MOVE SPACES TO WS-RESTART-KEY
           OPEN INPUT RESTART-FILE
           IF WS-RST-FILE-STATUS = '00'
               READ RESTART-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RST-LAST-KEY TO WS-RESTART-KEY
               END-READ
               CLOSE RESTART-FILE
           END-IF.


       206-CAPTURE-INPUT-RECORD.
           IF WS-DOC-LAYOUT
               MOVE DIN-KEY              TO WS-REC-KEY
               MOVE DIN-TEXT             TO WS-REC-TEXT
           ELSE
               MOVE BIN-KEY              TO WS-REC-KEY
               MOVE BIN-PROMPT           TO WS-REC-TEXT
           END-IF.


       220-MAYBE-CHECKPOINT.
           DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-EVERY
               GIVING WS-CHECKPOINT-QUOT
               REMAINDER WS-CHECKPOINT-REM
           IF WS-CHECKPOINT-REM = 0
               OPEN OUTPUT RESTART-FILE
               MOVE WS-REC-KEY           TO RST-LAST-KEY
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE
           END-IF.


       230-WRITE-UNPROCESSED.
           IF NOT WS-UNPROCESSED-IS-OPEN
               OPEN OUTPUT UNPROCESSED-FILE
               SET WS-UNPROCESSED-IS-OPEN TO TRUE
           END-IF
           MOVE BATCH-IN-RAW             TO UNPROCESSED-RAW
           WRITE UNPROCESSED-RAW.


       210-PROCESS-RECORD.
           INITIALIZE LLM-REQUEST
           INITIALIZE LLM-RESPONSE
           INITIALIZE LLM-STATUS
           MOVE 'LLM-EXTRACT-BATCH'      TO LLM-REQ-CALLER-ID
           MOVE WS-RUN-ID                TO LLM-REQ-RUN-ID
           MOVE WS-REC-KEY               TO LLM-REQ-RECORD-KEY
           MOVE 'JSON'                   TO LLM-REQ-RESPONSE-FORMAT
           MOVE 0                        TO LLM-REQ-TEMPERATURE
           IF LLM-PROMPT-WAS-FOUND
               MOVE LLM-PROMPT-ID        TO LLM-REQ-PROMPT-ID
               MOVE LLM-PROMPT-VERSION   TO LLM-REQ-PROMPT-VERSION
           END-IF

           MOVE 1                        TO LLM-REQ-MSG-COUNT
           SET LLM-ROLE-SYSTEM(1)        TO TRUE
           MOVE WS-INSTRUCTION           TO LLM-REQ-MSG-CONTENT(1)
           MOVE 2                        TO LLM-REQ-MSG-COUNT
           SET LLM-ROLE-USER(2)          TO TRUE
           MOVE WS-REC-TEXT              TO LLM-REQ-MSG-CONTENT(2)

           MOVE SPACE                    TO WS-CASCADE-TIER
           IF WS-CASCADE-MODE
               PERFORM 215-RUN-CASCADE
           ELSE
               PERFORM 212-CALL-AND-EXTRACT
           END-IF

           ADD 1                         TO WS-RECORD-COUNT
           ADD LLM-RSP-TOKENS-IN         TO WS-TOKENS-IN-TOTAL
           ADD LLM-RSP-TOKENS-OUT        TO WS-TOKENS-OUT-TOTAL

           IF NOT LLM-STAT-OK
               PERFORM 260-WRITE-CALL-FAILURE
               IF WS-CIRCUIT-ENABLED
                   ADD 1                 TO WS-CONSEC-FAILURES
                   IF WS-CONSEC-FAILURES >= WS-CIRCUIT-THRESHOLD
                       SET WS-CIRCUIT-TRIPPED TO TRUE
                   END-IF
               END-IF
           ELSE
               MOVE 0                    TO WS-CONSEC-FAILURES
               PERFORM 245-VALIDATE-RECORD
               IF LLM-XVD-RECORD-VALID
                   PERFORM 270-WRITE-FEED-RECORDS
               ELSE
                   ADD 1                 TO WS-INVALID-COUNT
               END-IF
           END-IF

           IF WS-ARCHIVE-ENABLED
               PERFORM 255-APPEND-ARCHIVE
           END-IF.


       212-CALL-AND-EXTRACT.
           MOVE 'N'                      TO WS-CALL-OK-FLAG
           CALL 'LLM-CHAT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-REQUEST
                                 LLM-RESPONSE
                                 LLM-STATUS
           IF LLM-STAT-OK
               SET WS-CALL-OK            TO TRUE
               PERFORM 240-EXTRACT-FIELDS
           END-IF.


      *> Cheap-first cascade: the cheap model's reply stands unless it
      *> was truncated, screened out, unparseable or invalid - then
      *> the request goes again to the strong model, whose reply is
      *> the record's. An escalated record carries both tiers'
      *> tokens. The run's model is put back before returning.
       215-RUN-CASCADE.
           MOVE LLM-MODEL                TO WS-HELD-MODEL
           MOVE LLM-PROVIDER             TO WS-HELD-PROVIDER
           MOVE LLM-ENDPOINT-URL         TO WS-HELD-ENDPOINT
           ADD 1                         TO WS-CAS-RECORDS
           SET WS-TIER-CHEAP             TO TRUE
           MOVE WS-CASCADE-CHEAP-MODEL   TO LLM-MODEL
           PERFORM 212-CALL-AND-EXTRACT

           MOVE 'N'                      TO WS-ESCALATE-FLAG
           IF LLM-STAT-TRUNCATED
           OR LLM-STAT-CONTENT-BLOCKED
               SET WS-ESCALATE           TO TRUE
           END-IF
           IF WS-CALL-OK
               IF NOT LLM-STAT-OK
               OR LLM-FINISH-MAX-TOK
                   SET WS-ESCALATE       TO TRUE
               ELSE
                   SET WS-VALIDATE-QUIET TO TRUE
                   PERFORM 245-VALIDATE-RECORD
                   MOVE 'N'              TO WS-VALIDATE-QUIET-FLAG
                   IF LLM-XVD-RECORD-INVALID
                       SET WS-ESCALATE   TO TRUE
                   END-IF
               END-IF
           END-IF

           MOVE 1                        TO WS-CAS-RATE-IDX
           PERFORM 280-PRICE-CALL
           ADD WS-CALL-COST              TO WS-CAS-CHEAP-COST
           MOVE 2                        TO WS-CAS-RATE-IDX
           PERFORM 280-PRICE-CALL
           MOVE WS-CALL-COST             TO WS-CAS-STRONG-EQUIV

           IF NOT WS-ESCALATE
               ADD WS-CAS-STRONG-EQUIV   TO WS-CAS-ALL-STRONG-COST
           ELSE
               ADD 1                     TO WS-CAS-ESCALATED
               SET WS-TIER-STRONG        TO TRUE
               MOVE LLM-RSP-TOKENS-IN    TO WS-CAS-TOKENS-IN
               MOVE LLM-RSP-TOKENS-OUT   TO WS-CAS-TOKENS-OUT
               MOVE WS-CASCADE-STRONG-MODEL TO LLM-MODEL
               IF WS-CASCADE-STRONG-PROV NOT = SPACES
                   MOVE WS-CASCADE-STRONG-PROV TO LLM-PROVIDER
               END-IF
               IF WS-CASCADE-STRONG-URL NOT = SPACES
                   MOVE WS-CASCADE-STRONG-URL TO LLM-ENDPOINT-URL
               END-IF
               INITIALIZE LLM-RESPONSE
               INITIALIZE LLM-STATUS
               PERFORM 212-CALL-AND-EXTRACT
               MOVE 2                    TO WS-CAS-RATE-IDX
               PERFORM 280-PRICE-CALL
               ADD WS-CALL-COST          TO WS-CAS-STRONG-COST
                                            WS-CAS-ALL-STRONG-COST
               ADD WS-CAS-TOKENS-IN      TO LLM-RSP-TOKENS-IN
               ADD WS-CAS-TOKENS-OUT     TO LLM-RSP-TOKENS-OUT
           END-IF

           MOVE WS-HELD-MODEL            TO LLM-MODEL
           MOVE WS-HELD-PROVIDER         TO LLM-PROVIDER
           MOVE WS-HELD-ENDPOINT         TO LLM-ENDPOINT-URL.


      *> WS-CALL-COST for the reply in LLM-RESPONSE at the rates of
      *> tier WS-CAS-RATE-IDX.
       280-PRICE-CALL.
           COMPUTE WS-CALL-COST ROUNDED =
               LLM-RSP-TOKENS-IN * WS-CRT-IN(WS-CAS-RATE-IDX) / 1000
               + LLM-RSP-TOKENS-OUT * WS-CRT-OUT(WS-CAS-RATE-IDX) / 1000
               + LLM-RSP-TOKENS-CACHE-WRITE
                   * WS-CRT-CW(WS-CAS-RATE-IDX) / 1000
               + LLM-RSP-TOKENS-CACHE-READ
                   * WS-CRT-CR(WS-CAS-RATE-IDX) / 1000.


      *> Loads the request template into the call area fresh each
      *> record (LLM-EXTRACT writes its results into the same table)
      *> and pulls the fields out of the JSON reply.
       240-EXTRACT-FIELDS.
           INITIALIZE LLM-EXTRACT-AREA
           MOVE WS-TEMPLATE-FIELD-COUNT  TO LLM-XTR-FIELD-COUNT
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
               UNTIL WS-TPL-IDX > WS-TEMPLATE-FIELD-COUNT
               MOVE WS-TPL-NAME(WS-TPL-IDX)
                                 TO LLM-XTR-NAME(WS-TPL-IDX)
               MOVE WS-TPL-TYPE(WS-TPL-IDX)
                                 TO LLM-XTR-TYPE(WS-TPL-IDX)
           END-PERFORM
           MOVE WS-TEMPLATE-ARRAY        TO LLM-XTR-ARRAY-NAME
           MOVE WS-TEMPLATE-ELEM-COUNT   TO LLM-XTR-ELEM-COUNT
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
               UNTIL WS-TPL-IDX > WS-TEMPLATE-ELEM-COUNT
               MOVE WS-TPL-ELEM-NAME(WS-TPL-IDX)
                                 TO LLM-XTR-ELEM-NAME(WS-TPL-IDX)
               MOVE WS-TPL-ELEM-TYPE(WS-TPL-IDX)
                                 TO LLM-XTR-ELEM-TYPE(WS-TPL-IDX)
           END-PERFORM

           CALL 'LLM-EXTRACT' USING LLM-EXTRACT-AREA
                                    LLM-RESPONSE
                                    LLM-STATUS.


      *> Scalars are validated as extracted; each array row is then
      *> validated as its own scalar set, and every failure from
      *> either pass is listed on <output>.invalid with the row it
      *> came from (000 for the document-level fields).
       245-VALIDATE-RECORD.
           MOVE WS-REC-KEY               TO LLM-XVD-RECORD-KEY
           MOVE 'N'                      TO WS-ROW-INVALID-FLAG
           MOVE 0                        TO WS-ROW-IDX
           IF LLM-XTR-FIELD-COUNT > 0
               CALL 'LLM-XTR-VALIDATE' USING LLM-XTR-VALIDATE-AREA
                                             LLM-EXTRACT-AREA
                                             LLM-STATUS
               PERFORM 248-NOTE-VALIDATION-RESULT
           END-IF

           IF LLM-STAT-OK
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > LLM-XTR-ROW-COUNT
                      OR NOT LLM-STAT-OK
                   PERFORM 246-VALIDATE-ONE-ROW
               END-PERFORM
           END-IF

      *> A dictionary that won't load fails every record the same
      *> way - treat it as a validation failure with the reason, not
      *> a clean record.
           IF NOT LLM-STAT-OK
               MOVE 'Y'                  TO WS-ROW-INVALID-FLAG
               IF NOT WS-VALIDATE-QUIET
                   MOVE SPACES           TO INVALID-RECORD
                   MOVE WS-REC-KEY       TO INV-KEY
                   MOVE 0                TO INV-ROW-NUM
                   MOVE '(dictionary)'   TO INV-FIELD
                   MOVE LLM-STAT-MESSAGE TO INV-REASON
                   WRITE INVALID-RECORD
               END-IF
               INITIALIZE LLM-STATUS
           END-IF

           IF WS-ROW-INVALID
               SET LLM-XVD-RECORD-INVALID TO TRUE
           ELSE
               SET LLM-XVD-RECORD-VALID   TO TRUE
           END-IF.


       246-VALIDATE-ONE-ROW.
           INITIALIZE WS-ROW-EXTRACT-AREA
           MOVE LLM-XTR-ELEM-COUNT       TO WS-RX-FIELD-COUNT
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > LLM-XTR-ELEM-COUNT
               MOVE LLM-XTR-ELEM-NAME(WS-CELL-IDX)
                                 TO WS-RX-NAME(WS-CELL-IDX)
               MOVE LLM-XTR-ELEM-TYPE(WS-CELL-IDX)
                                 TO WS-RX-TYPE(WS-CELL-IDX)
               MOVE LLM-XTR-CELL-FOUND(WS-ROW-IDX, WS-CELL-IDX)
                                 TO WS-RX-FOUND(WS-CELL-IDX)
               MOVE LLM-XTR-CELL-VALUE(WS-ROW-IDX, WS-CELL-IDX)
                                 TO WS-RX-VALUE(WS-CELL-IDX)
               MOVE LLM-XTR-CELL-NUMERIC(WS-ROW-IDX, WS-CELL-IDX)
                                 TO WS-RX-NUMERIC(WS-CELL-IDX)
           END-PERFORM
           CALL 'LLM-XTR-VALIDATE' USING LLM-XTR-VALIDATE-AREA
                                         WS-ROW-EXTRACT-AREA
                                         LLM-STATUS
           PERFORM 248-NOTE-VALIDATION-RESULT.


       248-NOTE-VALIDATION-RESULT.
           IF LLM-STAT-OK AND LLM-XVD-RECORD-INVALID
           AND WS-VALIDATE-QUIET
               MOVE 'Y'                  TO WS-ROW-INVALID-FLAG
           END-IF
           IF LLM-STAT-OK AND LLM-XVD-RECORD-INVALID
           AND NOT WS-VALIDATE-QUIET
               MOVE 'Y'                  TO WS-ROW-INVALID-FLAG
               PERFORM VARYING LLM-XVD-IDX FROM 1 BY 1
                   UNTIL LLM-XVD-IDX > LLM-XVD-FAIL-COUNT
                   MOVE SPACES           TO INVALID-RECORD
                   MOVE WS-REC-KEY       TO INV-KEY
                   MOVE WS-ROW-IDX       TO INV-ROW-NUM
                   MOVE LLM-XVD-FAIL-FIELD(LLM-XVD-IDX)
                                         TO INV-FIELD
                   MOVE LLM-XVD-FAIL-REASON(LLM-XVD-IDX)
                                         TO INV-REASON
                   WRITE INVALID-RECORD
               END-PERFORM
           END-IF.


      *> LLM-BATCH's failed-call rule: a keyed output record carrying
      *> the status (no data) plus the exception line, so the run
      *> still balances one-for-one in LLM-BATCH-RECONCILE.
       260-WRITE-CALL-FAILURE.
           ADD 1                         TO WS-ERROR-COUNT
           MOVE SPACES                   TO EXCEPTION-LOG-RECORD
           MOVE WS-REC-KEY               TO EXC-KEY
           MOVE LLM-STAT-CODE            TO EXC-STAT-CODE
           MOVE LLM-STAT-MESSAGE         TO EXC-STAT-MESSAGE
           WRITE EXCEPTION-LOG-RECORD

           MOVE SPACES                   TO BATCH-OUT-RECORD
           MOVE WS-REC-KEY               TO XOUT-KEY
           MOVE 'H'                      TO XOUT-REC-TYPE
           MOVE 0                        TO XOUT-ROW-NUM
           MOVE LLM-STAT-CODE            TO XOUT-STAT-CODE
           MOVE WS-CASCADE-TIER          TO XOUT-CASCADE-TIER
           WRITE BATCH-OUT-RECORD.


       270-WRITE-FEED-RECORDS.
           MOVE SPACES                   TO WS-DATA-AREA
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
               UNTIL WS-TPL-IDX > LLM-XTR-FIELD-COUNT
               MOVE LLM-XTR-VALUE(WS-TPL-IDX)  TO WS-CELL-TEXT
               MOVE WS-COL-START(WS-TPL-IDX)   TO WS-CELL-START
               MOVE WS-COL-WIDTH(WS-TPL-IDX)   TO WS-CELL-WIDTH
               MOVE WS-COL-DTYPE(WS-TPL-IDX)   TO WS-CELL-DTYPE
               PERFORM 275-PLACE-CELL
           END-PERFORM
           MOVE SPACES                   TO BATCH-OUT-RECORD
           MOVE WS-REC-KEY               TO XOUT-KEY
           MOVE 'H'                      TO XOUT-REC-TYPE
           MOVE LLM-XTR-ROW-COUNT        TO XOUT-ROW-NUM
           MOVE LLM-STAT-CODE            TO XOUT-STAT-CODE
           MOVE WS-DATA-AREA             TO XOUT-DATA
           MOVE WS-CASCADE-TIER          TO XOUT-CASCADE-TIER
           WRITE BATCH-OUT-RECORD
           ADD 1                         TO WS-FEED-COUNT

           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > LLM-XTR-ROW-COUNT
               MOVE SPACES               TO WS-DATA-AREA
               PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > LLM-XTR-ELEM-COUNT
                   MOVE LLM-XTR-CELL-VALUE(WS-ROW-IDX, WS-TPL-IDX)
                                         TO WS-CELL-TEXT
                   MOVE WS-ECOL-START(WS-TPL-IDX) TO WS-CELL-START
                   MOVE WS-ECOL-WIDTH(WS-TPL-IDX) TO WS-CELL-WIDTH
                   MOVE WS-ECOL-DTYPE(WS-TPL-IDX) TO WS-CELL-DTYPE
                   PERFORM 275-PLACE-CELL
               END-PERFORM
               MOVE SPACES               TO BATCH-OUT-RECORD
               MOVE WS-REC-KEY           TO XOUT-KEY
               MOVE 'L'                  TO XOUT-REC-TYPE
               MOVE WS-ROW-IDX           TO XOUT-ROW-NUM
               MOVE LLM-STAT-CODE        TO XOUT-STAT-CODE
               MOVE WS-DATA-AREA         TO XOUT-DATA
               MOVE WS-CASCADE-TIER      TO XOUT-CASCADE-TIER
               WRITE BATCH-OUT-RECORD
               ADD 1                     TO WS-LINE-COUNT
           END-PERFORM.


      *> Column starts are record positions; the data area begins at
      *> record position 29. Numerics are right-justified in their
      *> column the way a fixed-column loader expects them; all
      *> other domains are left-justified and cut at the width.
       275-PLACE-CELL.
           IF WS-CELL-WIDTH > 0
               COMPUTE WS-CELL-OFFSET = WS-CELL-START - 28
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CELL-TEXT))
                                         TO WS-CELL-LEN
               IF WS-CELL-TEXT = SPACES
                   MOVE 0                TO WS-CELL-LEN
               END-IF
               IF WS-CELL-DTYPE = 'N'
               AND WS-CELL-LEN > 0
               AND WS-CELL-LEN <= WS-CELL-WIDTH
                   COMPUTE WS-CELL-OFFSET =
                       WS-CELL-OFFSET + WS-CELL-WIDTH - WS-CELL-LEN
                   MOVE FUNCTION TRIM(WS-CELL-TEXT)
                       TO WS-DATA-AREA(WS-CELL-OFFSET:WS-CELL-LEN)
               ELSE
                   MOVE WS-CELL-TEXT
                       TO WS-DATA-AREA(WS-CELL-OFFSET:WS-CELL-WIDTH)
               END-IF
           END-IF.


      *> The raw JSON reply is what gets archived - the feed columns
      *> can always be re-derived from it, not the other way round.
       255-APPEND-ARCHIVE.
           IF NOT WS-ARCHIVE-IS-OPEN
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARC-FILE-STATUS = '35'
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               IF WS-ARC-FILE-STATUS NOT = '00'
                   DISPLAY 'LLM-EXTRACT-BATCH: cannot open archive '
                           'file, status ' WS-ARC-FILE-STATUS
                           ' - archiving disabled'
                   MOVE 'N' TO WS-ARCHIVE-FLAG
               ELSE
                   SET WS-ARCHIVE-IS-OPEN TO TRUE
               END-IF
           END-IF

           IF WS-ARCHIVE-IS-OPEN
               MOVE SPACES               TO ARCHIVE-RECORD
               MOVE WS-RUN-ID            TO ARC-RUN-ID
               MOVE WS-RUN-DATE          TO ARC-RUN-DATE
               MOVE WS-REC-KEY           TO ARC-KEY
               MOVE LLM-STAT-CODE        TO ARC-STAT-CODE
               MOVE LLM-RSP-CONTENT      TO ARC-CONTENT
               INSPECT ARC-CONTENT CONVERTING X"0A0D" TO X"0102"
               MOVE WS-RUN-CALLER        TO ARC-CALLER
               MOVE WS-RUN-PROMPT-ID     TO ARC-PROMPT-ID
               MOVE WS-RUN-PROMPT-VERSION TO ARC-PROMPT-VERSION
               IF LLM-RSP-MODEL NOT = SPACES
                   MOVE LLM-RSP-MODEL    TO ARC-MODEL
               ELSE
                   MOVE LLM-MODEL        TO ARC-MODEL
               END-IF
               WRITE ARCHIVE-RECORD
           END-IF.


       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.
