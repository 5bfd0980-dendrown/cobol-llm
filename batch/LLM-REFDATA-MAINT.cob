      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-REFDATA-MAINT.cob
      *> Desc    : Terminal maintenance screen for the reference
      *>           files the batch suite reads in fixed columns -
      *>           add, change, delete and list entries without a
      *>           text editor anywhere near them:
      *>             1 category codes    LLM_CATEGORY_FILE (the file
      *>                                 LLM-BATCH, LLM-REJECT-REVIEW
      *>                                 and LLM-TRAIN-EXPORT are
      *>                                 handed)
      *>             2 caller xref       LLM_CHARGEBACK_XREF (the
      *>                                 file LLM-CHARGEBACK is handed)
      *>             3 model rates       LLM_RATE_FILE (default
      *>                                 LLM-RATES.DAT)
      *>             4 model routes      LLM_BATCH_MODEL_ROUTES
      *>             5 caller budgets    LLM_BUDGET_FILE
      *>             6 provider policy   LLM_PROVIDER_POLICY_FILE
      *>           A file whose variable is unset is asked for when
      *>           chosen. Every entry is checked field by field
      *>           before it is written - dates real, numbers
      *>           numbers that fit their columns, one rate line per
      *>           model and effective date, models served by the
      *>           configured provider (LLM-MODEL-CATALOG; a catalog
      *>           that can't be fetched warns and skips the check,
      *>           as LLM-INIT does), budget and policy callers on
      *>           the chargeback xref, providers ones LLM-CHAT
      *>           knows - and the operator confirms the before and
      *>           after. The file is rewritten through .new in the
      *>           readers' own columns, comment lines kept, and
      *>           each change leaves a before/after line on
      *>           LLM_REFDATA_AUDIT_LOG (LLM-REFDATA-AUDIT-RECORD
      *>           .cpy) under the operator ID from
      *>           LLM_REFDATA_OPERATOR (else USER).
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-REFDATA-MAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-FILE ASSIGN TO WS-REF-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REF-FILE-STATUS.

           SELECT REF-NEW-FILE ASSIGN TO WS-REF-NEW-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO WS-XREF-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-FILE-STATUS.

           SELECT REFDATA-AUDIT ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Any of the six files, a line at a time - the columns are
      *> laid over it in WS-WORK-LINE.
       FD  REF-FILE.
       01 REF-FILE-RECORD           PIC X(423).

       FD  REF-NEW-FILE.
       01 REF-NEW-RECORD            PIC X(423).

       FD  XREF-FILE.
       01 XREF-RECORD.
           05 XRF-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 XRF-COST-CENTER       PIC X(10).
           05 FILLER                PIC X(1).
           05 XRF-ACCOUNT           PIC X(10).

       FD  REFDATA-AUDIT.
       COPY 'LLM-REFDATA-AUDIT-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       COPY 'LLM.cpy'.
       COPY 'LLM-MODEL-CATALOG.cpy'.

       01 WS-MENU-CHOICE            PIC X(1).
       01 WS-EXIT-FLAG              PIC X(1) VALUE 'N'.
         88 WS-EXIT-REQUESTED           VALUE 'Y'.
       01 WS-BACK-FLAG              PIC X(1).
         88 WS-BACK-REQUESTED           VALUE 'Y'.
       01 WS-OPERATOR-ID            PIC X(30).
       01 WS-AUDIT-FILENAME         PIC X(256).
       01 WS-AUD-FILE-STATUS        PIC X(2).
       01 WS-SWAP-CMD               PIC X(600).
       01 WS-NOW-TIMESTAMP.
           05 WS-NOW-DATE           PIC 9(8).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-NOW-TIME           PIC 9(8).

      *> ---- the six files -----------------------------------------
       01 WS-FILE-SLOT              PIC 9(1).
       01 WS-FILE-TABLE.
           05 WS-FILE-ENTRY         OCCURS 6 TIMES.
             10 WS-FILE-TYPE-NAME   PIC X(8).
             10 WS-FILE-ENV-NAME    PIC X(30).
             10 WS-FILE-TITLE       PIC X(20).
             10 WS-FILE-PATH        PIC X(256).
       01 WS-FILE-TYPE              PIC X(8).
         88 WS-TYPE-CATEGORY            VALUE 'CATEGORY'.
         88 WS-TYPE-XREF                VALUE 'XREF'.
         88 WS-TYPE-RATES               VALUE 'RATES'.
         88 WS-TYPE-ROUTES              VALUE 'ROUTES'.
         88 WS-TYPE-BUDGET              VALUE 'BUDGET'.
         88 WS-TYPE-POLICY              VALUE 'POLICY'.
       01 WS-REF-FILENAME           PIC X(256).
       01 WS-REF-NEW-FILENAME       PIC X(256).
       01 WS-REF-FILE-STATUS        PIC X(2).
       01 WS-NEW-FILE-STATUS        PIC X(2).
       01 WS-EOF-FLAG               PIC X(1).
         88 WS-EOF                      VALUE 'Y'.

      *> ---- the chosen file, every line kept in order -------------
      *> Comment and blank lines ride along untouched so a rewrite
      *> loses nobody's notes; KEY is the entry's identity in its
      *> file - category code (uppercased, as LLM-BATCH matches),
      *> caller, route ID, or model plus effective date.
       01 WS-ENT-MAX                PIC 9(4) COMP VALUE 2000.
       01 WS-ENT-COUNT              PIC 9(4) COMP VALUE 0.
       01 WS-DATA-COUNT             PIC 9(4) COMP VALUE 0.
       01 WS-ENT-TABLE.
           05 WS-ENT                OCCURS 2000 TIMES
                                    INDEXED BY WS-ENT-IDX.
             10 WS-ENT-KIND         PIC X(1).
               88 WS-ENT-DATA           VALUE 'D'.
               88 WS-ENT-NOTE           VALUE 'N'.
             10 WS-ENT-KEY          PIC X(140).
             10 WS-ENT-LINE         PIC X(423).
       01 WS-FOUND-IDX              PIC 9(4) COMP.
       01 WS-ENT-SCAN               PIC 9(4) COMP.
       01 WS-FIND-KEY               PIC X(140).
       01 WS-EDIT-COUNT             PIC ZZZ9.

      *> ---- one entry, seen through whichever file's columns -------
       01 WS-WORK-LINE              PIC X(423).
       01 WS-WORK-CATEGORY REDEFINES WS-WORK-LINE.
           05 WK-CAT-CODE           PIC X(10).
           05 WK-CAT-DESCRIPTION    PIC X(120).
           05 FILLER                PIC X(293).
       01 WS-WORK-XREF REDEFINES WS-WORK-LINE.
           05 WK-XRF-CALLER         PIC X(30).
           05 FILLER                PIC X(1).
           05 WK-XRF-COST-CENTER    PIC X(10).
           05 FILLER                PIC X(1).
           05 WK-XRF-ACCOUNT        PIC X(10).
           05 FILLER                PIC X(371).
       01 WS-WORK-RATE REDEFINES WS-WORK-LINE.
           05 WK-RATE-MODEL         PIC X(128).
           05 FILLER                PIC X(1).
           05 WK-RATE-EFF-DATE      PIC X(8).
           05 FILLER                PIC X(1).
           05 WK-RATE-IN            PIC X(12).
           05 FILLER                PIC X(1).
           05 WK-RATE-OUT           PIC X(12).
           05 FILLER                PIC X(1).
           05 WK-RATE-CACHE-WRITE   PIC X(12).
           05 FILLER                PIC X(1).
           05 WK-RATE-CACHE-READ    PIC X(12).
           05 FILLER                PIC X(234).
       01 WS-WORK-ROUTE REDEFINES WS-WORK-LINE.
           05 WK-RTE-ID             PIC X(16).
           05 FILLER                PIC X(1).
           05 WK-RTE-MODEL          PIC X(128).
           05 FILLER                PIC X(1).
           05 WK-RTE-PROVIDER       PIC X(20).
           05 FILLER                PIC X(1).
           05 WK-RTE-ENDPOINT       PIC X(256).
       01 WS-WORK-BUDGET REDEFINES WS-WORK-LINE.
           05 WK-BGT-CALLER         PIC X(30).
           05 FILLER                PIC X(1).
           05 WK-BGT-ALLOWANCE      PIC X(12).
           05 FILLER                PIC X(380).
       01 WS-WORK-POLICY REDEFINES WS-WORK-LINE.
           05 WK-POL-CALLER         PIC X(30).
           05 FILLER                PIC X(1).
           05 WK-POL-PROVIDERS      PIC X(200).
           05 FILLER                PIC X(192).
       01 WS-BEFORE-LINE            PIC X(423).
       01 WS-AFTER-LINE             PIC X(423).
       01 WS-ACTION                 PIC X(6).

      *> ---- prompting -----------------------------------------------
      *> Blank keeps the value shown in brackets, '-' clears an
      *> optional field.
       01 WS-PROMPT-LABEL           PIC X(30).
       01 WS-PROMPT-CURRENT         PIC X(256).
       01 WS-PROMPT-MAX             PIC 9(3) COMP.
       01 WS-PROMPT-ANSWER          PIC X(256).
       01 WS-PROMPT-RESULT          PIC X(256).
       01 WS-ANSWER-LEN             PIC 9(3) COMP.
       01 WS-CONFIRM                PIC X(1).

      *> ---- validation ----------------------------------------------
       01 WS-VALID-FLAG             PIC X(1).
         88 WS-ENTRY-VALID              VALUE 'Y'.
       01 WS-LONG-FIELD-FLAG        PIC X(1).
         88 WS-LONG-FIELD               VALUE 'Y'.
       01 WS-PAST-DATE-FLAG         PIC X(1).
         88 WS-PAST-DATE                VALUE 'Y'.
       01 WS-PROBLEM                PIC X(120).
       01 WS-CHECK-TEXT             PIC X(12).
       01 WS-CHECK-LABEL            PIC X(20).
       01 WS-CHECK-REQUIRED         PIC X(1).
       01 WS-CHECK-VALUE            PIC 9(12)V9(8).
       01 WS-CHECK-SCALED           PIC 9(16)V9(4).
       01 WS-CHECK-DATE             PIC 9(8).
       01 WS-SPACE-COUNT            PIC 9(3) COMP.
       01 WS-TEXT-LEN               PIC 9(3) COMP.
       01 WS-CHECK-MODEL            PIC X(128).
       01 WS-CHECK-PROVIDER         PIC X(20).
       01 WS-CHECK-CALLER           PIC X(30).
       01 WS-KNOWN-FLAG             PIC X(1).
         88 WS-KNOWN                    VALUE 'Y'.
       01 WS-POL-ENTRY-COUNT        PIC 9(2) COMP.
       01 WS-POL-SLOT               PIC 9(2) COMP.
       01 WS-POL-ENTRY-TABLE.
           05 WS-POL-ENTRY          OCCURS 9 TIMES PIC X(20).

      *> ---- the chargeback xref, for budget and policy callers ------
       01 WS-XREF-FILENAME          PIC X(256).
       01 WS-XRF-FILE-STATUS        PIC X(2).
       01 WS-XRF-COUNT              PIC 9(3) COMP VALUE 0.
       01 WS-XRF-LOADED-FLAG        PIC X(1) VALUE 'N'.
         88 WS-XRF-LOADED               VALUE 'Y'.
       01 WS-XREF-TABLE.
           05 WS-XRF-TBL-CALLER     OCCURS 500 TIMES
                                    INDEXED BY WS-XRF-IDX
                                    PIC X(30).

      *> ---- the provider's model catalog, fetched on first need -----
       01 WS-CATALOG-STATE          PIC X(1) VALUE SPACE.
         88 WS-CATALOG-NOT-LOADED       VALUE SPACE.
         88 WS-CATALOG-LOADED           VALUE 'Y'.
         88 WS-CATALOG-UNAVAILABLE      VALUE 'U'.
       01 WS-INIT-DONE-FLAG         PIC X(1) VALUE 'N'.
         88 WS-INIT-DONE                VALUE 'Y'.
       01 WS-MDL-IDX                PIC 9(3) COMP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM UNTIL WS-EXIT-REQUESTED
               PERFORM 200-FILE-MENU
           END-PERFORM
           IF WS-INIT-DONE
               CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                        LLM-STATUS
           END-IF
           STOP RUN.


      *> A change to reference data means nothing without a name
      *> against it - the same rule LLM-LEGAL-HOLD applies.
       100-INIT.
           DISPLAY 'LLM_REFDATA_OPERATOR' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'USER' UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'LLM-REFDATA-MAINT: no operator ID - set '
                       'LLM_REFDATA_OPERATOR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'LLM_REFDATA_AUDIT_LOG' UPON ENVIRONMENT-NAME
           ACCEPT WS-AUDIT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-AUDIT-FILENAME = SPACES
               MOVE 'LLM-REFDATA-AUDIT.LOG' TO WS-AUDIT-FILENAME
           END-IF

           MOVE 'CATEGORY'               TO WS-FILE-TYPE-NAME(1)
           MOVE 'LLM_CATEGORY_FILE'      TO WS-FILE-ENV-NAME(1)
           MOVE 'Category codes'         TO WS-FILE-TITLE(1)
           MOVE 'XREF'                   TO WS-FILE-TYPE-NAME(2)
           MOVE 'LLM_CHARGEBACK_XREF'    TO WS-FILE-ENV-NAME(2)
           MOVE 'Caller xref'            TO WS-FILE-TITLE(2)
           MOVE 'RATES'                  TO WS-FILE-TYPE-NAME(3)
           MOVE 'LLM_RATE_FILE'          TO WS-FILE-ENV-NAME(3)
           MOVE 'Model rates'            TO WS-FILE-TITLE(3)
           MOVE 'ROUTES'                 TO WS-FILE-TYPE-NAME(4)
           MOVE 'LLM_BATCH_MODEL_ROUTES' TO WS-FILE-ENV-NAME(4)
           MOVE 'Model routes'           TO WS-FILE-TITLE(4)
           MOVE 'BUDGET'                 TO WS-FILE-TYPE-NAME(5)
           MOVE 'LLM_BUDGET_FILE'        TO WS-FILE-ENV-NAME(5)
           MOVE 'Caller budgets'         TO WS-FILE-TITLE(5)
           MOVE 'POLICY'                 TO WS-FILE-TYPE-NAME(6)
           MOVE 'LLM_PROVIDER_POLICY_FILE' TO WS-FILE-ENV-NAME(6)
           MOVE 'Provider policy'        TO WS-FILE-TITLE(6)
           PERFORM VARYING WS-FILE-SLOT FROM 1 BY 1
               UNTIL WS-FILE-SLOT > 6
               DISPLAY WS-FILE-ENV-NAME(WS-FILE-SLOT)
                   UPON ENVIRONMENT-NAME
               ACCEPT WS-FILE-PATH(WS-FILE-SLOT)
                   FROM ENVIRONMENT-VALUE
           END-PERFORM
           IF WS-FILE-PATH(3) = SPACES
               MOVE 'LLM-RATES.DAT'      TO WS-FILE-PATH(3)
           END-IF.


       200-FILE-MENU.
           DISPLAY ' '
           DISPLAY 'LLM-REFDATA-MAINT --------------------------------'
           PERFORM VARYING WS-FILE-SLOT FROM 1 BY 1
               UNTIL WS-FILE-SLOT > 6
               IF WS-FILE-PATH(WS-FILE-SLOT) = SPACES
                   DISPLAY '  ' WS-FILE-SLOT '  '
                           WS-FILE-TITLE(WS-FILE-SLOT) ' (not set)'
               ELSE
                   DISPLAY '  ' WS-FILE-SLOT '  '
                           WS-FILE-TITLE(WS-FILE-SLOT) ' '
                           FUNCTION TRIM(WS-FILE-PATH(WS-FILE-SLOT))
               END-IF
           END-PERFORM
           DISPLAY '  X  Exit'
           DISPLAY 'Select file: ' WITH NO ADVANCING
           MOVE SPACE                    TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN '1' THRU '6'
                   MOVE WS-MENU-CHOICE   TO WS-FILE-SLOT
                   PERFORM 210-SELECT-FILE
               WHEN 'X'
               WHEN 'x'
               WHEN SPACE
                   SET WS-EXIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY 'LLM-REFDATA-MAINT: unrecognised option'
           END-EVALUATE.


       210-SELECT-FILE.
           MOVE WS-FILE-TYPE-NAME(WS-FILE-SLOT) TO WS-FILE-TYPE
           IF WS-FILE-PATH(WS-FILE-SLOT) = SPACES
               DISPLAY FUNCTION TRIM(WS-FILE-ENV-NAME(WS-FILE-SLOT))
                       ' is not set - file to maintain: '
                       WITH NO ADVANCING
               MOVE SPACES               TO WS-PROMPT-ANSWER
               ACCEPT WS-PROMPT-ANSWER
               MOVE WS-PROMPT-ANSWER     TO WS-FILE-PATH(WS-FILE-SLOT)
           END-IF
           IF WS-FILE-PATH(WS-FILE-SLOT) NOT = SPACES
               MOVE WS-FILE-PATH(WS-FILE-SLOT) TO WS-REF-FILENAME
               PERFORM 300-LOAD-FILE
               IF WS-REF-FILE-STATUS = '00' OR '35'
                   MOVE 'N'              TO WS-BACK-FLAG
                   PERFORM 220-ACTION-MENU UNTIL WS-BACK-REQUESTED
               END-IF
           END-IF.


       220-ACTION-MENU.
           DISPLAY ' '
           DISPLAY FUNCTION TRIM(WS-FILE-TITLE(WS-FILE-SLOT)) ' - '
                   FUNCTION TRIM(WS-REF-FILENAME)
           DISPLAY '  L  List   A  Add   C  Change   D  Delete   '
                   'X  Back'
           DISPLAY 'Select action: ' WITH NO ADVANCING
           MOVE SPACE                    TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN 'L'
                   PERFORM 400-LIST-ENTRIES
               WHEN 'A'
                   PERFORM 500-ADD-ENTRY
               WHEN 'C'
                   PERFORM 550-CHANGE-ENTRY
               WHEN 'D'
                   PERFORM 600-DELETE-ENTRY
               WHEN 'X'
               WHEN SPACE
                   SET WS-BACK-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY 'LLM-REFDATA-MAINT: unrecognised option'
           END-EVALUATE.


      *> ---------------------------------------------------------------
      *> Loading - a file not there yet is an empty one; the first
      *> ADD creates it.
      *> ---------------------------------------------------------------
       300-LOAD-FILE.
           MOVE 0                        TO WS-ENT-COUNT WS-DATA-COUNT
           OPEN INPUT REF-FILE
           EVALUATE WS-REF-FILE-STATUS
               WHEN '00'
                   MOVE 'N'              TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ REF-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 310-STORE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE REF-FILE
               WHEN '35'
                   DISPLAY 'LLM-REFDATA-MAINT: '
                           FUNCTION TRIM(WS-REF-FILENAME)
                           ' does not exist yet - an add creates it'
               WHEN OTHER
                   DISPLAY 'LLM-REFDATA-MAINT: cannot open '
                           FUNCTION TRIM(WS-REF-FILENAME)
                           ', status ' WS-REF-FILE-STATUS
           END-EVALUATE.


      *> A file too long for the table isn't maintained here at all -
      *> a rewrite would drop its tail.
       310-STORE-LINE.
           IF WS-ENT-COUNT >= WS-ENT-MAX
               DISPLAY 'LLM-REFDATA-MAINT: '
                       FUNCTION TRIM(WS-REF-FILENAME)
                       ' has more than ' WS-ENT-MAX ' lines - not '
                       'maintained here'
               MOVE '99'                 TO WS-REF-FILE-STATUS
               SET WS-EOF                TO TRUE
           ELSE
               ADD 1                     TO WS-ENT-COUNT
               MOVE REF-FILE-RECORD      TO WS-ENT-LINE(WS-ENT-COUNT)
               IF REF-FILE-RECORD = SPACES
               OR REF-FILE-RECORD(1:1) = '*'
                   SET WS-ENT-NOTE(WS-ENT-COUNT) TO TRUE
                   MOVE SPACES           TO WS-ENT-KEY(WS-ENT-COUNT)
               ELSE
                   SET WS-ENT-DATA(WS-ENT-COUNT) TO TRUE
                   ADD 1                 TO WS-DATA-COUNT
                   MOVE REF-FILE-RECORD  TO WS-WORK-LINE
                   PERFORM 320-BUILD-KEY
                   MOVE WS-FIND-KEY      TO WS-ENT-KEY(WS-ENT-COUNT)
               END-IF
           END-IF.


       320-BUILD-KEY.
           MOVE SPACES                   TO WS-FIND-KEY
           EVALUATE TRUE
               WHEN WS-TYPE-CATEGORY
                   MOVE FUNCTION UPPER-CASE(WK-CAT-CODE)
                                         TO WS-FIND-KEY
               WHEN WS-TYPE-XREF
                   MOVE WK-XRF-CALLER    TO WS-FIND-KEY
               WHEN WS-TYPE-RATES
                   MOVE WK-RATE-MODEL    TO WS-FIND-KEY(1:128)
                   MOVE WK-RATE-EFF-DATE TO WS-FIND-KEY(129:8)
               WHEN WS-TYPE-ROUTES
                   MOVE WK-RTE-ID        TO WS-FIND-KEY
               WHEN WS-TYPE-BUDGET
                   MOVE WK-BGT-CALLER    TO WS-FIND-KEY
               WHEN WS-TYPE-POLICY
                   MOVE WK-POL-CALLER    TO WS-FIND-KEY
           END-EVALUATE.


       330-FIND-ENTRY.
           MOVE 0                        TO WS-FOUND-IDX
           PERFORM VARYING WS-ENT-SCAN FROM 1 BY 1
               UNTIL WS-ENT-SCAN > WS-ENT-COUNT OR WS-FOUND-IDX > 0
               IF WS-ENT-DATA(WS-ENT-SCAN)
               AND WS-ENT-KEY(WS-ENT-SCAN) = WS-FIND-KEY
                   MOVE WS-ENT-SCAN      TO WS-FOUND-IDX
               END-IF
           END-PERFORM.


      *> ---------------------------------------------------------------
      *> List - one entry per line, in the order the file holds them.
      *> ---------------------------------------------------------------
       400-LIST-ENTRIES.
           DISPLAY ' '
           EVALUATE TRUE
               WHEN WS-TYPE-CATEGORY
                   DISPLAY 'CODE       DESCRIPTION'
               WHEN WS-TYPE-XREF
                   DISPLAY 'CALLER                         '
                           'COST-CTR   ACCOUNT'
               WHEN WS-TYPE-RATES
                   DISPLAY 'MODEL / EFFECTIVE / IN OUT '
                           'CACHE-WRITE CACHE-READ (per 1000 tokens)'
               WHEN WS-TYPE-ROUTES
                   DISPLAY 'ROUTE-ID         MODEL / PROVIDER / '
                           'ENDPOINT'
               WHEN WS-TYPE-BUDGET
                   DISPLAY 'CALLER                         '
                           'DAILY TOKENS'
               WHEN WS-TYPE-POLICY
                   DISPLAY 'CALLER                         PROVIDERS'
           END-EVALUATE
           PERFORM VARYING WS-ENT-SCAN FROM 1 BY 1
               UNTIL WS-ENT-SCAN > WS-ENT-COUNT
               IF WS-ENT-DATA(WS-ENT-SCAN)
                   MOVE WS-ENT-LINE(WS-ENT-SCAN) TO WS-WORK-LINE
                   PERFORM 410-LIST-ONE-ENTRY
               END-IF
           END-PERFORM
           MOVE WS-DATA-COUNT            TO WS-EDIT-COUNT
           DISPLAY FUNCTION TRIM(WS-EDIT-COUNT) ' entries'.


       410-LIST-ONE-ENTRY.
           EVALUATE TRUE
               WHEN WS-TYPE-CATEGORY
                   DISPLAY WK-CAT-CODE ' '
                           FUNCTION TRIM(WK-CAT-DESCRIPTION)
               WHEN WS-TYPE-XREF
                   DISPLAY WK-XRF-CALLER ' ' WK-XRF-COST-CENTER ' '
                           WK-XRF-ACCOUNT
               WHEN WS-TYPE-RATES
                   DISPLAY FUNCTION TRIM(WK-RATE-MODEL) ' / '
                           WK-RATE-EFF-DATE ' / '
                           FUNCTION TRIM(WK-RATE-IN) ' '
                           FUNCTION TRIM(WK-RATE-OUT) ' '
                           FUNCTION TRIM(WK-RATE-CACHE-WRITE) ' '
                           FUNCTION TRIM(WK-RATE-CACHE-READ)
               WHEN WS-TYPE-ROUTES
                   DISPLAY WK-RTE-ID ' '
                           FUNCTION TRIM(WK-RTE-MODEL) ' / '
                           FUNCTION TRIM(WK-RTE-PROVIDER) ' / '
                           FUNCTION TRIM(WK-RTE-ENDPOINT)
               WHEN WS-TYPE-BUDGET
                   DISPLAY WK-BGT-CALLER ' '
                           FUNCTION TRIM(WK-BGT-ALLOWANCE)
               WHEN WS-TYPE-POLICY
                   DISPLAY WK-POL-CALLER ' '
                           FUNCTION TRIM(WK-POL-PROVIDERS)
           END-EVALUATE.


      *> ---------------------------------------------------------------
      *> Add, change, delete. The key fields name the entry; a change
      *> can't move an entry to another key - delete and add instead,
      *> so the audit trail shows both halves.
      *> ---------------------------------------------------------------
       500-ADD-ENTRY.
           MOVE SPACES                   TO WS-WORK-LINE WS-BEFORE-LINE
           MOVE 'N'                      TO WS-LONG-FIELD-FLAG
           PERFORM 510-PROMPT-KEY
           IF WS-WORK-LINE = SPACES
               DISPLAY 'LLM-REFDATA-MAINT: nothing entered'
           ELSE
               PERFORM 320-BUILD-KEY
               PERFORM 330-FIND-ENTRY
               IF WS-FOUND-IDX > 0
                   DISPLAY 'LLM-REFDATA-MAINT: already on file - '
                           'use Change'
               ELSE
                   PERFORM 520-PROMPT-FIELDS
                   MOVE 'ADD'            TO WS-ACTION
                   PERFORM 700-VALIDATE-AND-WRITE
               END-IF
           END-IF.


       510-PROMPT-KEY.
           MOVE SPACES                   TO WS-PROMPT-CURRENT
           EVALUATE TRUE
               WHEN WS-TYPE-CATEGORY
                   MOVE 'Category code'  TO WS-PROMPT-LABEL
                   MOVE 10               TO WS-PROMPT-MAX
                   PERFORM 900-PROMPT-FIELD
                   MOVE WS-PROMPT-RESULT TO WK-CAT-CODE
               WHEN WS-TYPE-XREF
                   MOVE 'Caller ID'      TO WS-PROMPT-LABEL
                   MOVE 30               TO WS-PROMPT-MAX
                   PERFORM 900-PROMPT-FIELD
                   MOVE WS-PROMPT-RESULT TO WK-XRF-CALLER
               WHEN WS-TYPE-RATES
                   MOVE 'Model'          TO WS-PROMPT-LABEL
                   MOVE 128              TO WS-PROMPT-MAX
                   PERFORM 900-PROMPT-FIELD
                   MOVE WS-PROMPT-RESULT TO WK-RATE-MODEL
                   IF WK-RATE-MODEL NOT = SPACES
                       MOVE 'Effective date (YYYYMMDD)'
                                         TO WS-PROMPT-LABEL
                       MOVE 8            TO WS-PROMPT-MAX
                       PERFORM 900-PROMPT-FIELD
                       MOVE WS-PROMPT-RESULT TO WK-RATE-EFF-DATE
                   END-IF
               WHEN WS-TYPE-ROUTES
                   MOVE 'Route ID'       TO WS-PROMPT-LABEL
                   MOVE 16               TO WS-PROMPT-MAX
                   PERFORM 900-PROMPT-FIELD
                   MOVE WS-PROMPT-RESULT TO WK-RTE-ID
               WHEN WS-TYPE-BUDGET
                   MOVE 'Caller ID'      TO WS-PROMPT-LABEL
                   MOVE 30               TO WS-PROMPT-MAX
                   PERFORM 900-PROMPT-FIELD
                   MOVE WS-PROMPT-RESULT TO WK-BGT-CALLER
               WHEN WS-TYPE-POLICY
                   MOVE 'Caller ID'      TO WS-PROMPT-LABEL
                   MOVE 30               TO WS-PROMPT-MAX
                   PERFORM 900-PROMPT-FIELD
                   MOVE WS-PROMPT-RESULT TO WK-POL-CALLER
           END-EVALUATE.


       520-PROMPT-FIELDS.
           EVALUATE TRUE
               WHEN WS-TYPE-CATEGORY
                   MOVE 'Description'    TO WS-PROMPT-LABEL
                   MOVE WK-CAT-DESCRIPTION TO WS-PROMPT-CURRENT
                   MOVE 120              TO WS-PROMPT-MAX
                   PERFORM 900-PROMPT-FIELD
                   MOVE WS-PROMPT-RESULT TO WK-CAT-DESCRIPTION
               WHEN WS-TYPE-XREF
                   MOVE 'Cost center'    TO WS-PROMPT-LABEL
                   MOVE WK-XRF-COST-CENTER TO WS-PROMPT-CURRENT
                   MOVE 10               TO WS-PROMPT-MAX
                   PERFORM 900-PROMPT-FIELD
                   MOVE WS-PROMPT-RESULT TO WK-XRF-COST-CENTER
                   MOVE 'Account'        TO WS-PROMPT-LABEL
                   MOVE WK-XRF-ACCOUNT   TO WS-PROMPT-CURRENT
                   PERFORM 900-PROMPT-FIELD
                   MOVE WS-PROMPT-RESULT TO WK-XRF-ACCOUNT
               WHEN WS-TYPE-RATES
                   PERFORM 525-PROMPT-RATE-FIELDS
               WHEN WS-TYPE-ROUTES
                   PERFORM 530-PROMPT-ROUTE-FIELDS
               WHEN WS-TYPE-BUDGET
                   MOVE 'Daily token allowance' TO WS-PROMPT-LABEL
                   MOVE WK-BGT-ALLOWANCE TO WS-PROMPT-CURRENT
                   MOVE 12               TO WS-PROMPT-MAX
                   PERFORM 900-PROMPT-FIELD
                   MOVE WS-PROMPT-RESULT TO WK-BGT-ALLOWANCE
               WHEN WS-TYPE-POLICY
                   MOVE 'Providers (comma list)' TO WS-PROMPT-LABEL
                   MOVE WK-POL-PROVIDERS TO WS-PROMPT-CURRENT
                   MOVE 200              TO WS-PROMPT-MAX
                   PERFORM 900-PROMPT-FIELD
                   MOVE WS-PROMPT-RESULT TO WK-POL-PROVIDERS
           END-EVALUATE.


       525-PROMPT-RATE-FIELDS.
           MOVE 12                       TO WS-PROMPT-MAX
           MOVE 'Input rate'             TO WS-PROMPT-LABEL
           MOVE WK-RATE-IN               TO WS-PROMPT-CURRENT
           PERFORM 900-PROMPT-FIELD
           MOVE WS-PROMPT-RESULT         TO WK-RATE-IN
           MOVE 'Output rate'            TO WS-PROMPT-LABEL
           MOVE WK-RATE-OUT              TO WS-PROMPT-CURRENT
           PERFORM 900-PROMPT-FIELD
           MOVE WS-PROMPT-RESULT         TO WK-RATE-OUT
           MOVE 'Cache-write rate (opt)' TO WS-PROMPT-LABEL
           MOVE WK-RATE-CACHE-WRITE      TO WS-PROMPT-CURRENT
           PERFORM 900-PROMPT-FIELD
           MOVE WS-PROMPT-RESULT         TO WK-RATE-CACHE-WRITE
           MOVE 'Cache-read rate (opt)'  TO WS-PROMPT-LABEL
           MOVE WK-RATE-CACHE-READ       TO WS-PROMPT-CURRENT
           PERFORM 900-PROMPT-FIELD
           MOVE WS-PROMPT-RESULT         TO WK-RATE-CACHE-READ.


       530-PROMPT-ROUTE-FIELDS.
           MOVE 'Model'                  TO WS-PROMPT-LABEL
           MOVE WK-RTE-MODEL             TO WS-PROMPT-CURRENT
           MOVE 128                      TO WS-PROMPT-MAX
           PERFORM 900-PROMPT-FIELD
           MOVE WS-PROMPT-RESULT         TO WK-RTE-MODEL
           MOVE 'Provider (opt)'         TO WS-PROMPT-LABEL
           MOVE WK-RTE-PROVIDER          TO WS-PROMPT-CURRENT
           MOVE 20                       TO WS-PROMPT-MAX
           PERFORM 900-PROMPT-FIELD
           MOVE FUNCTION UPPER-CASE(WS-PROMPT-RESULT)
                                         TO WK-RTE-PROVIDER
           MOVE 'Endpoint (opt)'         TO WS-PROMPT-LABEL
           MOVE WK-RTE-ENDPOINT          TO WS-PROMPT-CURRENT
           MOVE 256                      TO WS-PROMPT-MAX
           PERFORM 900-PROMPT-FIELD
           MOVE WS-PROMPT-RESULT         TO WK-RTE-ENDPOINT.


       550-CHANGE-ENTRY.
           MOVE SPACES                   TO WS-WORK-LINE
           MOVE 'N'                      TO WS-LONG-FIELD-FLAG
           PERFORM 510-PROMPT-KEY
           PERFORM 320-BUILD-KEY
           PERFORM 330-FIND-ENTRY
           IF WS-WORK-LINE = SPACES OR WS-FOUND-IDX = 0
               DISPLAY 'LLM-REFDATA-MAINT: no such entry'
           ELSE
               MOVE WS-ENT-LINE(WS-FOUND-IDX) TO WS-WORK-LINE
                                                 WS-BEFORE-LINE
               DISPLAY 'Enter keeps the value shown, - clears it'
               PERFORM 520-PROMPT-FIELDS
               IF WS-WORK-LINE = WS-BEFORE-LINE
                   DISPLAY 'LLM-REFDATA-MAINT: nothing changed'
               ELSE
                   MOVE 'CHANGE'         TO WS-ACTION
                   PERFORM 700-VALIDATE-AND-WRITE
               END-IF
           END-IF.


      *> Nothing to validate on the way out, but a caller still
      *> budgeted or policed is worth a second look before its xref
      *> line goes.
       600-DELETE-ENTRY.
           MOVE SPACES                   TO WS-WORK-LINE
           MOVE 'N'                      TO WS-LONG-FIELD-FLAG
           PERFORM 510-PROMPT-KEY
           PERFORM 320-BUILD-KEY
           PERFORM 330-FIND-ENTRY
           IF WS-WORK-LINE = SPACES OR WS-FOUND-IDX = 0
               DISPLAY 'LLM-REFDATA-MAINT: no such entry'
           ELSE
               MOVE WS-ENT-LINE(WS-FOUND-IDX) TO WS-BEFORE-LINE
                                                 WS-WORK-LINE
               DISPLAY ' '
               DISPLAY 'Delete:'
               PERFORM 410-LIST-ONE-ENTRY
               IF WS-TYPE-XREF
                   DISPLAY 'Budget and policy lines for this caller '
                           'will fail validation on their next change'
               END-IF
               DISPLAY 'Delete this entry (Y/N)? ' WITH NO ADVANCING
               MOVE 'N'                  TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR 'y'
                   MOVE SPACES           TO WS-WORK-LINE
                   MOVE 'DELETE'         TO WS-ACTION
                   PERFORM 800-REWRITE-FILE
               ELSE
                   DISPLAY 'LLM-REFDATA-MAINT: not deleted'
               END-IF
           END-IF.


      *> ---------------------------------------------------------------
      *> Validation - every problem is listed, not just the first,
      *> so one pass at the screen fixes them all.
      *> ---------------------------------------------------------------
       700-VALIDATE-AND-WRITE.
           MOVE 'Y'                      TO WS-VALID-FLAG
           MOVE 'N'                      TO WS-PAST-DATE-FLAG
           IF WS-LONG-FIELD
               MOVE 'a value was longer than its column - re-enter'
                                         TO WS-PROBLEM
               PERFORM 790-REJECT
           END-IF
           EVALUATE TRUE
               WHEN WS-TYPE-CATEGORY
                   PERFORM 710-VALIDATE-CATEGORY
               WHEN WS-TYPE-XREF
                   PERFORM 715-VALIDATE-XREF
               WHEN WS-TYPE-RATES
                   PERFORM 720-VALIDATE-RATE
               WHEN WS-TYPE-ROUTES
                   PERFORM 730-VALIDATE-ROUTE
               WHEN WS-TYPE-BUDGET
                   PERFORM 740-VALIDATE-BUDGET
               WHEN WS-TYPE-POLICY
                   PERFORM 745-VALIDATE-POLICY
           END-EVALUATE

           IF NOT WS-ENTRY-VALID
               DISPLAY 'LLM-REFDATA-MAINT: not written'
           ELSE
               DISPLAY ' '
               IF WS-BEFORE-LINE NOT = SPACES
                   MOVE WS-WORK-LINE     TO WS-AFTER-LINE
                   MOVE WS-BEFORE-LINE   TO WS-WORK-LINE
                   DISPLAY 'Before:'
                   PERFORM 410-LIST-ONE-ENTRY
                   MOVE WS-AFTER-LINE    TO WS-WORK-LINE
               END-IF
               DISPLAY 'After:'
               PERFORM 410-LIST-ONE-ENTRY
               IF WS-PAST-DATE
                   DISPLAY 'The effective date is already past - '
                           'calls since then re-price at this rate'
               END-IF
               DISPLAY 'Write this change (Y/N)? ' WITH NO ADVANCING
               MOVE 'N'                  TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR 'y'
                   PERFORM 800-REWRITE-FILE
               ELSE
                   DISPLAY 'LLM-REFDATA-MAINT: not written'
               END-IF
           END-IF.


      *> LLM-BATCH finds a code by scanning the reply for it, so a
      *> code with a space inside can never match.
       710-VALIDATE-CATEGORY.
           IF WK-CAT-CODE = SPACES OR WK-CAT-CODE(1:1) = '*'
               MOVE 'category code is required and may not start '
                  & 'with *'             TO WS-PROBLEM
               PERFORM 790-REJECT
           ELSE
               MOVE WK-CAT-CODE          TO WS-PROMPT-RESULT
               PERFORM 780-COUNT-INNER-SPACES
               IF WS-SPACE-COUNT > 0
                   MOVE 'category code may not contain spaces'
                                         TO WS-PROBLEM
                   PERFORM 790-REJECT
               END-IF
           END-IF
           IF WK-CAT-DESCRIPTION = SPACES
               MOVE 'description is required' TO WS-PROBLEM
               PERFORM 790-REJECT
           END-IF
           IF WS-ACTION = 'ADD' AND WS-DATA-COUNT >= 500
               MOVE 'LLM-BATCH reads at most 500 category codes'
                                         TO WS-PROBLEM
               PERFORM 790-REJECT
           END-IF.


       715-VALIDATE-XREF.
           IF WK-XRF-CALLER = SPACES OR WK-XRF-CALLER(1:1) = '*'
               MOVE 'caller ID is required and may not start with *'
                                         TO WS-PROBLEM
               PERFORM 790-REJECT
           END-IF
           IF WK-XRF-COST-CENTER = SPACES
               MOVE 'cost center is required' TO WS-PROBLEM
               PERFORM 790-REJECT
           END-IF
           IF WK-XRF-ACCOUNT = SPACES
               MOVE 'account is required' TO WS-PROBLEM
               PERFORM 790-REJECT
           END-IF
           IF WS-ACTION = 'ADD' AND WS-DATA-COUNT >= 500
               MOVE 'LLM-CHARGEBACK reads at most 500 xref lines'
                                         TO WS-PROBLEM
               PERFORM 790-REJECT
           END-IF.


      *> One line per model per effective date: LLM-RATE-LOOKUP takes
      *> the latest date on or before the call, so a second line for
      *> the same date would leave the price to file order. The key
      *> check in 500-ADD-ENTRY already refuses that; a date that
      *> isn't a real date is refused here.
       720-VALIDATE-RATE.
           IF WK-RATE-MODEL = SPACES OR WK-RATE-MODEL(1:1) = '*'
               MOVE 'model is required and may not start with *'
                                         TO WS-PROBLEM
               PERFORM 790-REJECT
           ELSE
               MOVE WK-RATE-MODEL        TO WS-CHECK-MODEL
               MOVE SPACES               TO WS-CHECK-PROVIDER
               PERFORM 750-CHECK-MODEL
           END-IF
           IF WK-RATE-EFF-DATE IS NOT NUMERIC
               MOVE 'effective date must be YYYYMMDD' TO WS-PROBLEM
               PERFORM 790-REJECT
           ELSE
               MOVE WK-RATE-EFF-DATE     TO WS-CHECK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = 0
                   MOVE SPACES           TO WS-PROBLEM
                   STRING 'effective date ' WK-RATE-EFF-DATE
                          ' is not a calendar date'
                                         DELIMITED BY SIZE
                       INTO WS-PROBLEM
                   END-STRING
                   PERFORM 790-REJECT
               ELSE
                   ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
                   IF WS-CHECK-DATE < WS-NOW-DATE
                       SET WS-PAST-DATE  TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE 'Y'                      TO WS-CHECK-REQUIRED
           MOVE 'input rate'             TO WS-CHECK-LABEL
           MOVE WK-RATE-IN               TO WS-CHECK-TEXT
           PERFORM 760-CHECK-RATE-VALUE
           MOVE 'output rate'            TO WS-CHECK-LABEL
           MOVE WK-RATE-OUT              TO WS-CHECK-TEXT
           PERFORM 760-CHECK-RATE-VALUE
           MOVE 'N'                      TO WS-CHECK-REQUIRED
           MOVE 'cache-write rate'       TO WS-CHECK-LABEL
           MOVE WK-RATE-CACHE-WRITE      TO WS-CHECK-TEXT
           PERFORM 760-CHECK-RATE-VALUE
           MOVE 'cache-read rate'        TO WS-CHECK-LABEL
           MOVE WK-RATE-CACHE-READ       TO WS-CHECK-TEXT
           PERFORM 760-CHECK-RATE-VALUE.


       730-VALIDATE-ROUTE.
           IF WK-RTE-ID = SPACES OR WK-RTE-ID(1:1) = '*'
               MOVE 'route ID is required and may not start with *'
                                         TO WS-PROBLEM
               PERFORM 790-REJECT
           END-IF
           IF WK-RTE-PROVIDER NOT = SPACES
               MOVE WK-RTE-PROVIDER      TO WS-CHECK-PROVIDER
               PERFORM 770-CHECK-PROVIDER
           END-IF
           IF WK-RTE-MODEL = SPACES
               MOVE 'model is required'  TO WS-PROBLEM
               PERFORM 790-REJECT
           ELSE
               MOVE WK-RTE-MODEL         TO WS-CHECK-MODEL
               MOVE WK-RTE-PROVIDER      TO WS-CHECK-PROVIDER
               PERFORM 750-CHECK-MODEL
           END-IF
           IF WK-RTE-ENDPOINT NOT = SPACES
           AND WK-RTE-ENDPOINT(1:7) NOT = 'http://'
           AND WK-RTE-ENDPOINT(1:8) NOT = 'https://'
               MOVE 'endpoint must start http:// or https://'
                                         TO WS-PROBLEM
               PERFORM 790-REJECT
           END-IF
           IF WS-ACTION = 'ADD' AND WS-DATA-COUNT >= 50
               MOVE 'LLM-BATCH reads at most 50 routes' TO WS-PROBLEM
               PERFORM 790-REJECT
           END-IF.


      *> LLM-CHAT reads the allowance with NUMVAL - whole tokens
      *> only, and zero would refuse every call the caller makes.
       740-VALIDATE-BUDGET.
           MOVE WK-BGT-CALLER            TO WS-CHECK-CALLER
           PERFORM 765-CHECK-CALLER
           IF WK-BGT-ALLOWANCE = SPACES
           OR FUNCTION TEST-NUMVAL(WK-BGT-ALLOWANCE) NOT = 0
               MOVE 'daily allowance must be a number of tokens'
                                         TO WS-PROBLEM
               PERFORM 790-REJECT
           ELSE
               MOVE FUNCTION NUMVAL(WK-BGT-ALLOWANCE)
                                         TO WS-CHECK-VALUE
               IF WS-CHECK-VALUE = 0
               OR WS-CHECK-VALUE NOT = FUNCTION INTEGER(WS-CHECK-VALUE)
               OR FUNCTION NUMVAL(WK-BGT-ALLOWANCE) < 0
                   MOVE 'daily allowance must be a whole number of '
                      & 'tokens above zero' TO WS-PROBLEM
                   PERFORM 790-REJECT
               END-IF
           END-IF.


      *> LLM-CHAT splits the list on commas into eight slots and
      *> compares each, uppercased, with the provider name.
       745-VALIDATE-POLICY.
           MOVE WK-POL-CALLER            TO WS-CHECK-CALLER
           PERFORM 765-CHECK-CALLER
           IF WK-POL-PROVIDERS = SPACES
               MOVE 'at least one provider is required'
                                         TO WS-PROBLEM
               PERFORM 790-REJECT
           ELSE
               MOVE SPACES               TO WS-POL-ENTRY-TABLE
               MOVE 0                    TO WS-POL-ENTRY-COUNT
               UNSTRING WK-POL-PROVIDERS DELIMITED BY ','
                   INTO WS-POL-ENTRY(1) WS-POL-ENTRY(2)
                        WS-POL-ENTRY(3) WS-POL-ENTRY(4)
                        WS-POL-ENTRY(5) WS-POL-ENTRY(6)
                        WS-POL-ENTRY(7) WS-POL-ENTRY(8)
                        WS-POL-ENTRY(9)
                   TALLYING IN WS-POL-ENTRY-COUNT
               END-UNSTRING
               IF WS-POL-ENTRY-COUNT > 8
                   MOVE 'LLM-CHAT reads at most 8 providers per caller'
                                         TO WS-PROBLEM
                   PERFORM 790-REJECT
               END-IF
               PERFORM VARYING WS-POL-SLOT FROM 1 BY 1
                   UNTIL WS-POL-SLOT > WS-POL-ENTRY-COUNT
                      OR WS-POL-SLOT > 8
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-POL-ENTRY(WS-POL-SLOT)))
                                         TO WS-CHECK-PROVIDER
                   IF WS-CHECK-PROVIDER = SPACES
                       MOVE 'empty entry in the provider list'
                                         TO WS-PROBLEM
                       PERFORM 790-REJECT
                   ELSE
                       PERFORM 770-CHECK-PROVIDER
                   END-IF
               END-PERFORM
           END-IF.


      *> Against the configured provider's catalog. A route naming
      *> another provider can't be checked from here - the catalog
      *> speaks for one provider at a time.
       750-CHECK-MODEL.
           IF WS-CHECK-PROVIDER NOT = SPACES
           AND WS-CATALOG-NOT-LOADED
               PERFORM 755-LOAD-CATALOG
           END-IF
           IF WS-CHECK-PROVIDER NOT = SPACES
           AND WS-CHECK-PROVIDER NOT = LLM-PROVIDER
               DISPLAY 'Note: model not checked - the catalog covers '
                       FUNCTION TRIM(LLM-PROVIDER) ' only'
           ELSE
               IF WS-CATALOG-NOT-LOADED
                   PERFORM 755-LOAD-CATALOG
               END-IF
               IF WS-CATALOG-LOADED
                   MOVE 'N'              TO WS-KNOWN-FLAG
                   PERFORM VARYING WS-MDL-IDX FROM 1 BY 1
                       UNTIL WS-MDL-IDX > LLM-MDL-COUNT OR WS-KNOWN
                       IF FUNCTION TRIM(LLM-MDL-NAME(WS-MDL-IDX))
                               = FUNCTION TRIM(WS-CHECK-MODEL)
                           SET WS-KNOWN  TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-KNOWN
                       MOVE SPACES       TO WS-PROBLEM
                       STRING 'model '   DELIMITED BY SIZE
                              FUNCTION TRIM(WS-CHECK-MODEL)
                                         DELIMITED BY SIZE
                              ' is not in the '
                                         DELIMITED BY SIZE
                              FUNCTION TRIM(LLM-PROVIDER)
                                         DELIMITED BY SIZE
                              ' model catalog'
                                         DELIMITED BY SIZE
                           INTO WS-PROBLEM
                       END-STRING
                       PERFORM 790-REJECT
                   END-IF
               END-IF
           END-IF.


      *> Same configuration sequence as LLM-MODEL-LIST. Fetched
      *> once a session; a fetch that fails only warns, as
      *> LLM-INIT's model check does.
       755-LOAD-CATALOG.
           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           MOVE SPACES                   TO LLM-API-KEY
           MOVE 60                       TO LLM-TIMEOUT-SECS
           CALL 'LLM-CONFIG-READ' USING LLM-CONFIG
                                        LLM-STATUS
           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
                                 LLM-STATUS
           IF LLM-STAT-OK
               SET WS-INIT-DONE          TO TRUE
               CALL 'LLM-MODEL-CATALOG' USING LLM-CONFIG
                                              LLM-MODEL-CATALOG-AREA
                                              LLM-STATUS
           END-IF
           IF LLM-STAT-OK
               SET WS-CATALOG-LOADED     TO TRUE
           ELSE
               SET WS-CATALOG-UNAVAILABLE TO TRUE
               DISPLAY 'LLM-REFDATA-MAINT: model catalog unavailable ('
                       FUNCTION TRIM(LLM-STAT-MESSAGE)
                       ') - model names not checked this session'
               INITIALIZE LLM-STATUS
           END-IF.


      *> Rates are per 1000 tokens and land in LLM-RATE-LOOKUP's
      *> 9(4)V9999 - a fifth decimal would be cut off unseen.
       760-CHECK-RATE-VALUE.
           IF WS-CHECK-TEXT = SPACES
               IF WS-CHECK-REQUIRED = 'Y'
                   MOVE SPACES           TO WS-PROBLEM
                   STRING FUNCTION TRIM(WS-CHECK-LABEL)
                                         DELIMITED BY SIZE
                          ' is required' DELIMITED BY SIZE
                       INTO WS-PROBLEM
                   END-STRING
                   PERFORM 790-REJECT
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-CHECK-TEXT) NOT = 0
                   MOVE SPACES           TO WS-PROBLEM
                   STRING FUNCTION TRIM(WS-CHECK-LABEL)
                                         DELIMITED BY SIZE
                          ' is not a number' DELIMITED BY SIZE
                       INTO WS-PROBLEM
                   END-STRING
                   PERFORM 790-REJECT
               ELSE
                   IF FUNCTION NUMVAL(WS-CHECK-TEXT) < 0
                   OR FUNCTION NUMVAL(WS-CHECK-TEXT) >= 10000
                       MOVE SPACES       TO WS-PROBLEM
                       STRING FUNCTION TRIM(WS-CHECK-LABEL)
                                         DELIMITED BY SIZE
                              ' must be from 0 to 9999.9999'
                                         DELIMITED BY SIZE
                           INTO WS-PROBLEM
                       END-STRING
                       PERFORM 790-REJECT
                   ELSE
                       COMPUTE WS-CHECK-SCALED =
                           FUNCTION NUMVAL(WS-CHECK-TEXT) * 10000
                       IF WS-CHECK-SCALED NOT =
                          FUNCTION INTEGER(WS-CHECK-SCALED)
                           MOVE SPACES   TO WS-PROBLEM
                           STRING FUNCTION TRIM(WS-CHECK-LABEL)
                                         DELIMITED BY SIZE
                                  ' has more than 4 decimal places'
                                         DELIMITED BY SIZE
                               INTO WS-PROBLEM
                           END-STRING
                           PERFORM 790-REJECT
                       END-IF
                   END-IF
               END-IF
           END-IF.


      *> Budget and policy lines are keyed on callers; one the xref
      *> doesn't carry is a typo the chargeback would also miss.
       765-CHECK-CALLER.
           IF WS-CHECK-CALLER = SPACES OR WS-CHECK-CALLER(1:1) = '*'
               MOVE 'caller ID is required and may not start with *'
                                         TO WS-PROBLEM
               PERFORM 790-REJECT
           ELSE
               IF NOT WS-XRF-LOADED
                   PERFORM 850-LOAD-XREF
               END-IF
               IF NOT WS-XRF-LOADED
                   MOVE 'caller xref not available - set '
                      & 'LLM_CHARGEBACK_XREF' TO WS-PROBLEM
                   PERFORM 790-REJECT
               ELSE
                   MOVE 'N'              TO WS-KNOWN-FLAG
                   PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                       UNTIL WS-XRF-IDX > WS-XRF-COUNT OR WS-KNOWN
                       IF WS-XRF-TBL-CALLER(WS-XRF-IDX)
                          = WS-CHECK-CALLER
                           SET WS-KNOWN  TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-KNOWN
                       MOVE SPACES       TO WS-PROBLEM
                       STRING 'caller ' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-CHECK-CALLER)
                                         DELIMITED BY SIZE
                              ' is not on the chargeback xref'
                                         DELIMITED BY SIZE
                           INTO WS-PROBLEM
                       END-STRING
                       PERFORM 790-REJECT
                   END-IF
               END-IF
           END-IF.


       770-CHECK-PROVIDER.
           IF WS-CHECK-PROVIDER NOT = 'OLLAMA'
           AND NOT = 'CLAUDE' AND NOT = 'OPENAI'
           AND NOT = 'OPENAI-COMPAT' AND NOT = 'AZURE-OPENAI'
               MOVE SPACES               TO WS-PROBLEM
               STRING 'provider '        DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHECK-PROVIDER)
                                         DELIMITED BY SIZE
                      ' is not one LLM-CHAT knows'
                                         DELIMITED BY SIZE
                   INTO WS-PROBLEM
               END-STRING
               PERFORM 790-REJECT
           END-IF.


       780-COUNT-INNER-SPACES.
           MOVE 0                        TO WS-SPACE-COUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PROMPT-RESULT
                                              TRAILING))
                                         TO WS-TEXT-LEN
           INSPECT WS-PROMPT-RESULT(1:WS-TEXT-LEN)
               TALLYING WS-SPACE-COUNT FOR ALL SPACE.


       790-REJECT.
           MOVE 'N'                      TO WS-VALID-FLAG
           DISPLAY '  - ' FUNCTION TRIM(WS-PROBLEM).


      *> ---------------------------------------------------------------
      *> The rewrite - every line back out in order with the changed
      *> one in its place (an add at the end, a delete dropped), the
      *> new file swapped in, the audit line written and the file
      *> read back so the screen shows what is now on disk.
      *> ---------------------------------------------------------------
       800-REWRITE-FILE.
           MOVE SPACES                   TO WS-REF-NEW-FILENAME
           STRING FUNCTION TRIM(WS-REF-FILENAME) DELIMITED BY SIZE
                  '.new'                 DELIMITED BY SIZE
               INTO WS-REF-NEW-FILENAME
           END-STRING
           OPEN OUTPUT REF-NEW-FILE
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-REFDATA-MAINT: cannot write '
                       FUNCTION TRIM(WS-REF-NEW-FILENAME)
                       ', status ' WS-NEW-FILE-STATUS
                       ' - nothing changed'
           ELSE
               PERFORM VARYING WS-ENT-SCAN FROM 1 BY 1
                   UNTIL WS-ENT-SCAN > WS-ENT-COUNT
                   IF WS-ENT-SCAN = WS-FOUND-IDX
                   AND WS-ACTION NOT = 'ADD'
                       IF WS-ACTION = 'CHANGE'
                           WRITE REF-NEW-RECORD FROM WS-WORK-LINE
                       END-IF
                   ELSE
                       WRITE REF-NEW-RECORD
                           FROM WS-ENT-LINE(WS-ENT-SCAN)
                   END-IF
               END-PERFORM
               IF WS-ACTION = 'ADD'
                   WRITE REF-NEW-RECORD FROM WS-WORK-LINE
               END-IF
               CLOSE REF-NEW-FILE
               MOVE SPACES               TO WS-SWAP-CMD
               STRING 'mv '              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REF-NEW-FILENAME)
                                         DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REF-FILENAME)
                                         DELIMITED BY SIZE
                   INTO WS-SWAP-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-SWAP-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY 'LLM-REFDATA-MAINT: could not replace '
                           FUNCTION TRIM(WS-REF-FILENAME)
                           ' - the change is in '
                           FUNCTION TRIM(WS-REF-NEW-FILENAME)
                   MOVE 0                TO RETURN-CODE
               ELSE
                   PERFORM 810-WRITE-AUDIT
                   DISPLAY 'LLM-REFDATA-MAINT: '
                           FUNCTION TRIM(WS-ACTION) ' written'
                   IF WS-TYPE-XREF
                       MOVE 'N'          TO WS-XRF-LOADED-FLAG
                   END-IF
               END-IF
               PERFORM 300-LOAD-FILE
           END-IF.


       810-WRITE-AUDIT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND REFDATA-AUDIT
           IF WS-AUD-FILE-STATUS = '35'
               OPEN OUTPUT REFDATA-AUDIT
           END-IF
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-REFDATA-MAINT: cannot open '
                       FUNCTION TRIM(WS-AUDIT-FILENAME)
                       ', status ' WS-AUD-FILE-STATUS
                       ' - change made but not audited'
           ELSE
               MOVE SPACES               TO REFDATA-AUDIT-RECORD
               MOVE WS-NOW-TIMESTAMP     TO RDA-TIMESTAMP
               MOVE WS-OPERATOR-ID       TO RDA-OPERATOR
               MOVE WS-FILE-TYPE         TO RDA-FILE-TYPE
               MOVE WS-ACTION            TO RDA-ACTION
               MOVE WS-REF-FILENAME      TO RDA-FILE-NAME
               MOVE WS-BEFORE-LINE       TO RDA-BEFORE
               MOVE WS-WORK-LINE         TO RDA-AFTER
               WRITE REFDATA-AUDIT-RECORD
               CLOSE REFDATA-AUDIT
           END-IF.


      *> The xref is the xref maintained here when that's the file
      *> open, so a caller added a minute ago counts.
       850-LOAD-XREF.
           MOVE 0                        TO WS-XRF-COUNT
           MOVE WS-FILE-PATH(2)          TO WS-XREF-FILENAME
           IF WS-XREF-FILENAME NOT = SPACES
               OPEN INPUT XREF-FILE
               IF WS-XRF-FILE-STATUS = '00'
                   SET WS-XRF-LOADED     TO TRUE
                   MOVE 'N'              TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ XREF-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF XRF-CALLER NOT = SPACES
                               AND XRF-CALLER(1:1) NOT = '*'
                               AND WS-XRF-COUNT < 500
                                   ADD 1 TO WS-XRF-COUNT
                                   MOVE XRF-CALLER
                                       TO WS-XRF-TBL-CALLER
                                              (WS-XRF-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE XREF-FILE
               END-IF
           END-IF.


      *> ---------------------------------------------------------------
      *> One prompt: label, the current value in brackets, and the
      *> answer checked against the column it has to fit.
      *> ---------------------------------------------------------------
       900-PROMPT-FIELD.
           IF WS-PROMPT-CURRENT = SPACES
               DISPLAY FUNCTION TRIM(WS-PROMPT-LABEL) ': '
                       WITH NO ADVANCING
           ELSE
               DISPLAY FUNCTION TRIM(WS-PROMPT-LABEL) ' ['
                       FUNCTION TRIM(WS-PROMPT-CURRENT) ']: '
                       WITH NO ADVANCING
           END-IF
           MOVE SPACES                   TO WS-PROMPT-ANSWER
           ACCEPT WS-PROMPT-ANSWER
           EVALUATE TRUE
               WHEN WS-PROMPT-ANSWER = SPACES
                   MOVE WS-PROMPT-CURRENT TO WS-PROMPT-RESULT
               WHEN WS-PROMPT-ANSWER = '-'
                   MOVE SPACES           TO WS-PROMPT-RESULT
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-PROMPT-ANSWER)
                                         TO WS-PROMPT-RESULT
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           WS-PROMPT-ANSWER))
                                         TO WS-ANSWER-LEN
                   IF WS-ANSWER-LEN > WS-PROMPT-MAX
                       DISPLAY '  - longer than its '
                               WS-PROMPT-MAX ' columns'
                       SET WS-LONG-FIELD TO TRUE
                   END-IF
           END-EVALUATE.
