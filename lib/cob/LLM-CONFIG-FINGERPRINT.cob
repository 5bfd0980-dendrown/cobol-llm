      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-CONFIG-FINGERPRINT.cob
      *> Desc    : Reads the five configuration items named in
      *>           LLM-CONFIG-FINGERPRINT.cpy, breaks each into its
      *>           fields and returns a hash per item and one over
      *>           the lot. Each field is hashed on its own (item,
      *>           field name, value - the multiply-and-modulo
      *>           arithmetic of LLM-AUDIT-CHAIN) and the field
      *>           hashes summed, so the order lines sit in a file
      *>           doesn't count; an item that is UNSET or MISSING
      *>           hashes its state word instead. Called by
      *>           LLM-RUN-REGISTER at every run start and by
      *>           LLM-CONFIG-REGISTRY to capture and compare.
      *>           API key values are never dumped or hashed as
      *>           they stand - 'MASKED #' and a hash of the key
      *>           take their place, which still moves the
      *>           fingerprint when a key is rotated.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-CONFIG-FINGERPRINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT ENV-FILE ASSIGN TO WS-ENV-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-FILE-STATUS.

           SELECT DUMP-FILE ASSIGN TO WS-DUMP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One FD for all four files - each item's layout is the one
      *> its own reader (LLM-CONFIG-READ, LLM-BATCH's route load,
      *> LLM-RATE-LOOKUP, LLM-CHAT's policy check) uses.
       FD  SOURCE-FILE.
       01 SRC-LINE                  PIC X(600).
       01 SRC-ROUTE-RECORD.
           05 SRC-RTE-ID            PIC X(16).
           05 FILLER                PIC X(1).
           05 SRC-RTE-MODEL         PIC X(128).
           05 FILLER                PIC X(1).
           05 SRC-RTE-PROVIDER      PIC X(20).
           05 FILLER                PIC X(1).
           05 SRC-RTE-ENDPOINT      PIC X(256).
       01 SRC-RATE-RECORD.
           05 SRC-RATE-MODEL        PIC X(128).
           05 FILLER                PIC X(1).
           05 SRC-RATE-EFF-DATE     PIC X(8).
           05 FILLER                PIC X(1).
           05 SRC-RATE-IN           PIC X(12).
           05 FILLER                PIC X(1).
           05 SRC-RATE-OUT          PIC X(12).
           05 FILLER                PIC X(1).
           05 SRC-RATE-CACHE-WRITE  PIC X(12).
           05 FILLER                PIC X(1).
           05 SRC-RATE-CACHE-READ   PIC X(12).
       01 SRC-POLICY-RECORD.
           05 SRC-POL-CALLER        PIC X(30).
           05 FILLER                PIC X(1).
           05 SRC-POL-PROVIDERS     PIC X(200).

       FD  ENV-FILE.
       01 ENV-FILE-RECORD           PIC X(300).

       FD  DUMP-FILE.
       COPY 'LLM-CONFIG-SNAPSHOT-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-SOURCE-FILENAME        PIC X(256).
       01 WS-SRC-FILE-STATUS        PIC X(2).
       01 WS-SRC-EOF-FLAG           PIC X(1).
         88 WS-SRC-EOF                  VALUE 'Y'.
       01 WS-ENV-FILENAME           PIC X(256).
       01 WS-ENV-FILE-STATUS        PIC X(2).
       01 WS-ENV-EOF-FLAG           PIC X(1).
         88 WS-ENV-EOF                  VALUE 'Y'.
       01 WS-DUMP-FILENAME          PIC X(256).
       01 WS-DMP-FILE-STATUS        PIC X(2).
       01 WS-DUMP-OPEN-FLAG         PIC X(1).
         88 WS-DUMP-OPEN                VALUE 'Y'.

      *> ---- where each item lives -----------------------------------
       01 WS-ENV-KEY                PIC X(40).
       01 WS-ENV-VALUE              PIC X(256).
       01 WS-ITEM-NO                PIC 9(1).

      *> ---- the field being added -----------------------------------
       01 WS-CFG-KEY                PIC X(40).
       01 WS-CFG-VALUE              PIC X(256).
       01 WS-FIELD-NAME             PIC X(160).
       01 WS-UPPER-NAME             PIC X(40).
       01 WS-FIELD-VALUE            PIC X(256).
       01 WS-MASK-HASH              PIC 9(9).
       01 WS-FALLBACK-NUMBER        PIC Z(3)9.

      *> ---- hashing -------------------------------------------------
       01 WS-HASH-TEXT              PIC X(440).
       01 WS-HASH-LEN               PIC 9(4) COMP.
       01 WS-HASH-IDX               PIC 9(4) COMP.
       01 WS-HASH-WORK              PIC 9(18) COMP.
       01 WS-HASH-RESULT            PIC 9(9).
       01 WS-ITEM-SUM               PIC 9(18) COMP.

      *> The compiled-in failover settings - the same copybook, with
      *> the same VALUEs, every program that fails over is built from.
       COPY 'LLM-CONFIG-FALLBACK.cpy'.

       LINKAGE SECTION.

       COPY 'LLM-CONFIG-FINGERPRINT.cpy'.


       PROCEDURE DIVISION USING LLM-CONFIG-FINGERPRINT-AREA.

       000-MAIN.
           MOVE SPACE                    TO LLM-CFP-DUMP-FLAG
           MOVE 0                        TO LLM-CFP-FINGERPRINT
                                            LLM-CFP-FIELD-COUNT
           MOVE 'CONFIG'                 TO LLM-CFP-ITEM-NAME(1)
           MOVE 'FALLBACK'               TO LLM-CFP-ITEM-NAME(2)
           MOVE 'ROUTES'                 TO LLM-CFP-ITEM-NAME(3)
           MOVE 'RATES'                  TO LLM-CFP-ITEM-NAME(4)
           MOVE 'POLICY'                 TO LLM-CFP-ITEM-NAME(5)
           PERFORM VARYING LLM-CFP-IDX FROM 1 BY 1
               UNTIL LLM-CFP-IDX > 5
               MOVE SPACES         TO LLM-CFP-ITEM-PATH(LLM-CFP-IDX)
               MOVE SPACES         TO LLM-CFP-ITEM-STATE(LLM-CFP-IDX)
               MOVE 0              TO LLM-CFP-ITEM-FIELDS(LLM-CFP-IDX)
                                      LLM-CFP-ITEM-HASH(LLM-CFP-IDX)
           END-PERFORM

           PERFORM 100-FIND-PATHS
           PERFORM 110-OPEN-DUMP

           MOVE 1                        TO WS-ITEM-NO
           PERFORM 200-READ-CONFIG
           MOVE 2                        TO WS-ITEM-NO
           PERFORM 300-READ-FALLBACK
           MOVE 3                        TO WS-ITEM-NO
           PERFORM 400-READ-ROUTES
           MOVE 4                        TO WS-ITEM-NO
           PERFORM 500-READ-RATES
           MOVE 5                        TO WS-ITEM-NO
           PERFORM 600-READ-POLICY

           IF WS-DUMP-OPEN
               CLOSE DUMP-FILE
           END-IF
           PERFORM 800-COMBINE
           GOBACK.


      *> The rate file has a default when unset, as in
      *> LLM-RATE-LOOKUP; the other three are off when unset.
       100-FIND-PATHS.
           IF LLM-CFP-ENV-FILE = SPACES
               DISPLAY 'LLM_CONFIG_FILE' UPON ENVIRONMENT-NAME
               ACCEPT LLM-CFP-ITEM-PATH(1) FROM ENVIRONMENT-VALUE
               DISPLAY 'LLM_BATCH_MODEL_ROUTES' UPON ENVIRONMENT-NAME
               ACCEPT LLM-CFP-ITEM-PATH(3) FROM ENVIRONMENT-VALUE
               DISPLAY 'LLM_RATE_FILE' UPON ENVIRONMENT-NAME
               ACCEPT LLM-CFP-ITEM-PATH(4) FROM ENVIRONMENT-VALUE
               DISPLAY 'LLM_PROVIDER_POLICY_FILE'
                   UPON ENVIRONMENT-NAME
               ACCEPT LLM-CFP-ITEM-PATH(5) FROM ENVIRONMENT-VALUE
           ELSE
               PERFORM 105-READ-ENV-FILE
           END-IF
           IF LLM-CFP-ITEM-PATH(4) = SPACES
               MOVE 'LLM-RATES.DAT'      TO LLM-CFP-ITEM-PATH(4)
           END-IF.


      *> An environment file that won't open leaves every path
      *> blank - the caller sees four UNSET items and the default
      *> rate file, and says so.
       105-READ-ENV-FILE.
           MOVE LLM-CFP-ENV-FILE         TO WS-ENV-FILENAME
           OPEN INPUT ENV-FILE
           IF WS-ENV-FILE-STATUS = '00'
               MOVE 'N'                  TO WS-ENV-EOF-FLAG
               PERFORM UNTIL WS-ENV-EOF
                   READ ENV-FILE
                       AT END
                           SET WS-ENV-EOF TO TRUE
                       NOT AT END
                           PERFORM 106-APPLY-ENV-LINE
                   END-READ
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.


       106-APPLY-ENV-LINE.
           IF ENV-FILE-RECORD NOT = SPACES
           AND ENV-FILE-RECORD(1:1) NOT = '*'
               MOVE SPACES TO WS-ENV-KEY WS-ENV-VALUE
               UNSTRING ENV-FILE-RECORD DELIMITED BY '='
                   INTO WS-ENV-KEY WS-ENV-VALUE
               END-UNSTRING
               EVALUATE FUNCTION TRIM(WS-ENV-KEY)
                   WHEN 'LLM_CONFIG_FILE'
                       MOVE FUNCTION TRIM(WS-ENV-VALUE)
                                         TO LLM-CFP-ITEM-PATH(1)
                   WHEN 'LLM_BATCH_MODEL_ROUTES'
                       MOVE FUNCTION TRIM(WS-ENV-VALUE)
                                         TO LLM-CFP-ITEM-PATH(3)
                   WHEN 'LLM_RATE_FILE'
                       MOVE FUNCTION TRIM(WS-ENV-VALUE)
                                         TO LLM-CFP-ITEM-PATH(4)
                   WHEN 'LLM_PROVIDER_POLICY_FILE'
                       MOVE FUNCTION TRIM(WS-ENV-VALUE)
                                         TO LLM-CFP-ITEM-PATH(5)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.


       110-OPEN-DUMP.
           MOVE 'N'                      TO WS-DUMP-OPEN-FLAG
           IF LLM-CFP-DUMP-FILE NOT = SPACES
               MOVE LLM-CFP-DUMP-FILE    TO WS-DUMP-FILENAME
               OPEN OUTPUT DUMP-FILE
               IF WS-DMP-FILE-STATUS = '00'
                   SET WS-DUMP-OPEN      TO TRUE
               ELSE
                   SET LLM-CFP-DUMP-FAILED TO TRUE
               END-IF
           END-IF.


      *> Opens the item's file and sets its state; the caller reads
      *> it when the state comes back READ.
       150-OPEN-SOURCE.
           IF LLM-CFP-ITEM-PATH(WS-ITEM-NO) = SPACES
               SET LLM-CFP-ITEM-UNSET(WS-ITEM-NO) TO TRUE
           ELSE
               MOVE LLM-CFP-ITEM-PATH(WS-ITEM-NO)
                                         TO WS-SOURCE-FILENAME
               OPEN INPUT SOURCE-FILE
               IF WS-SRC-FILE-STATUS = '00'
                   SET LLM-CFP-ITEM-READ(WS-ITEM-NO) TO TRUE
                   MOVE 'N'              TO WS-SRC-EOF-FLAG
               ELSE
                   SET LLM-CFP-ITEM-MISSING(WS-ITEM-NO) TO TRUE
               END-IF
           END-IF.


      *> ---- 1 CONFIG: KEY=VALUE properties as LLM-CONFIG-READ
      *> takes them ----------------------------------------------------
       200-READ-CONFIG.
           PERFORM 150-OPEN-SOURCE
           IF LLM-CFP-ITEM-READ(WS-ITEM-NO)
               PERFORM UNTIL WS-SRC-EOF
                   READ SOURCE-FILE
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           PERFORM 210-TAKE-PROPERTY
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.


       210-TAKE-PROPERTY.
           IF SRC-LINE(1:300) NOT = SPACES
           AND SRC-LINE(1:1) NOT = '*'
               MOVE SPACES TO WS-CFG-KEY WS-CFG-VALUE
               UNSTRING SRC-LINE(1:300) DELIMITED BY '='
                   INTO WS-CFG-KEY WS-CFG-VALUE
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-CFG-KEY)   TO WS-FIELD-NAME
               MOVE FUNCTION TRIM(WS-CFG-VALUE) TO WS-FIELD-VALUE
               PERFORM 700-ADD-FIELD
           END-IF.


      *> ---- 2 FALLBACK: the compiled-in failover settings ----------
       300-READ-FALLBACK.
           SET LLM-CFP-ITEM-BUILTIN(WS-ITEM-NO) TO TRUE
           MOVE 'LLM-FB-PROVIDER'        TO WS-FIELD-NAME
           MOVE LLM-FB-PROVIDER          TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD
           MOVE 'LLM-FB-ENDPOINT-URL'    TO WS-FIELD-NAME
           MOVE LLM-FB-ENDPOINT-URL      TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD
           MOVE 'LLM-FB-API-KEY'         TO WS-FIELD-NAME
           MOVE LLM-FB-API-KEY           TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD
           MOVE 'LLM-FB-API-KEY-NEXT'    TO WS-FIELD-NAME
           MOVE LLM-FB-API-KEY-NEXT      TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD
           MOVE 'LLM-FB-MODEL'           TO WS-FIELD-NAME
           MOVE LLM-FB-MODEL             TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD
           MOVE 'LLM-FB-TIMEOUT-SECS'    TO WS-FIELD-NAME
           MOVE LLM-FB-TIMEOUT-SECS      TO WS-FALLBACK-NUMBER
           MOVE FUNCTION TRIM(WS-FALLBACK-NUMBER) TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD
           MOVE 'LLM-FB-RETRY-MAX-ATTEMPTS' TO WS-FIELD-NAME
           MOVE LLM-FB-RETRY-MAX-ATTEMPTS TO WS-FALLBACK-NUMBER
           MOVE FUNCTION TRIM(WS-FALLBACK-NUMBER) TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD
           MOVE 'LLM-FB-RETRY-BASE-DELAY-SECS' TO WS-FIELD-NAME
           MOVE LLM-FB-RETRY-BASE-DELAY-SECS TO WS-FALLBACK-NUMBER
           MOVE FUNCTION TRIM(WS-FALLBACK-NUMBER) TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD
           MOVE 'LLM-FB-AZURE-DEPLOYMENT' TO WS-FIELD-NAME
           MOVE LLM-FB-AZURE-DEPLOYMENT  TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD
           MOVE 'LLM-FB-AZURE-API-VERSION' TO WS-FIELD-NAME
           MOVE LLM-FB-AZURE-API-VERSION TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD.


      *> ---- 3 ROUTES: id, model, provider, endpoint ----------------
       400-READ-ROUTES.
           PERFORM 150-OPEN-SOURCE
           IF LLM-CFP-ITEM-READ(WS-ITEM-NO)
               PERFORM UNTIL WS-SRC-EOF
                   READ SOURCE-FILE
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           IF SRC-RTE-ID NOT = SPACES
                           AND SRC-RTE-ID(1:1) NOT = '*'
                               PERFORM 410-TAKE-ROUTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.


       410-TAKE-ROUTE.
           MOVE SPACES                   TO WS-FIELD-NAME
           STRING FUNCTION TRIM(SRC-RTE-ID) DELIMITED BY SIZE
                  ' MODEL'               DELIMITED BY SIZE
               INTO WS-FIELD-NAME
           END-STRING
           MOVE SRC-RTE-MODEL            TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD
           MOVE SPACES                   TO WS-FIELD-NAME
           STRING FUNCTION TRIM(SRC-RTE-ID) DELIMITED BY SIZE
                  ' PROVIDER'            DELIMITED BY SIZE
               INTO WS-FIELD-NAME
           END-STRING
           MOVE SRC-RTE-PROVIDER         TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD
           MOVE SPACES                   TO WS-FIELD-NAME
           STRING FUNCTION TRIM(SRC-RTE-ID) DELIMITED BY SIZE
                  ' ENDPOINT'            DELIMITED BY SIZE
               INTO WS-FIELD-NAME
           END-STRING
           MOVE SRC-RTE-ENDPOINT         TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD.


      *> ---- 4 RATES: one set of four rates per model and date -----
       500-READ-RATES.
           PERFORM 150-OPEN-SOURCE
           IF LLM-CFP-ITEM-READ(WS-ITEM-NO)
               PERFORM UNTIL WS-SRC-EOF
                   READ SOURCE-FILE
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           IF SRC-RATE-MODEL NOT = SPACES
                           AND SRC-RATE-MODEL(1:1) NOT = '*'
                               PERFORM 510-TAKE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.


       510-TAKE-RATE.
           MOVE 'IN'                     TO WS-CFG-KEY
           MOVE SRC-RATE-IN              TO WS-FIELD-VALUE
           PERFORM 515-ADD-RATE-FIELD
           MOVE 'OUT'                    TO WS-CFG-KEY
           MOVE SRC-RATE-OUT             TO WS-FIELD-VALUE
           PERFORM 515-ADD-RATE-FIELD
           MOVE 'CACHE-WRITE'            TO WS-CFG-KEY
           MOVE SRC-RATE-CACHE-WRITE     TO WS-FIELD-VALUE
           PERFORM 515-ADD-RATE-FIELD
           MOVE 'CACHE-READ'             TO WS-CFG-KEY
           MOVE SRC-RATE-CACHE-READ      TO WS-FIELD-VALUE
           PERFORM 515-ADD-RATE-FIELD.


       515-ADD-RATE-FIELD.
           MOVE SPACES                   TO WS-FIELD-NAME
           STRING FUNCTION TRIM(SRC-RATE-MODEL) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  SRC-RATE-EFF-DATE      DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CFG-KEY) DELIMITED BY SIZE
               INTO WS-FIELD-NAME
           END-STRING
           MOVE FUNCTION TRIM(WS-FIELD-VALUE) TO WS-FIELD-VALUE
           PERFORM 700-ADD-FIELD.


      *> ---- 5 POLICY: caller and the providers it is cleared for --
       600-READ-POLICY.
           PERFORM 150-OPEN-SOURCE
           IF LLM-CFP-ITEM-READ(WS-ITEM-NO)
               PERFORM UNTIL WS-SRC-EOF
                   READ SOURCE-FILE
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           IF SRC-POL-CALLER NOT = SPACES
                           AND SRC-POL-CALLER(1:1) NOT = '*'
                               MOVE SRC-POL-CALLER
                                         TO WS-FIELD-NAME
                               MOVE FUNCTION TRIM(SRC-POL-PROVIDERS)
                                         TO WS-FIELD-VALUE
                               PERFORM 700-ADD-FIELD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.


      *> One field: key values masked, hashed into the item's sum,
      *> counted, dumped.
       700-ADD-FIELD.
           MOVE FUNCTION UPPER-CASE(WS-FIELD-NAME) TO WS-UPPER-NAME
           IF WS-FIELD-VALUE NOT = SPACES
           AND (WS-UPPER-NAME = 'LLM-API-KEY' OR 'LLM-API-KEY-NEXT'
                OR 'LLM-FB-API-KEY' OR 'LLM-FB-API-KEY-NEXT')
               MOVE WS-FIELD-VALUE       TO WS-HASH-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD-VALUE
                                                  TRAILING))
                                         TO WS-HASH-LEN
               PERFORM 750-HASH-TEXT
               MOVE WS-HASH-RESULT       TO WS-MASK-HASH
               MOVE SPACES               TO WS-FIELD-VALUE
               STRING 'MASKED #'         DELIMITED BY SIZE
                      WS-MASK-HASH       DELIMITED BY SIZE
                   INTO WS-FIELD-VALUE
               END-STRING
           END-IF

           MOVE SPACES                   TO WS-HASH-TEXT
           STRING LLM-CFP-ITEM-NAME(WS-ITEM-NO) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-FIELD-NAME          DELIMITED BY SIZE
                  '='                    DELIMITED BY SIZE
                  WS-FIELD-VALUE         DELIMITED BY SIZE
               INTO WS-HASH-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HASH-TEXT TRAILING))
                                         TO WS-HASH-LEN
           PERFORM 750-HASH-TEXT
      *> Summed so line order doesn't count, but squared first - a
      *> plain sum lets one field's +1 cancel another's -1.
           COMPUTE WS-ITEM-SUM = FUNCTION MOD(
               WS-HASH-RESULT * WS-HASH-RESULT, 999999937)
           COMPUTE WS-ITEM-SUM = FUNCTION MOD(
               LLM-CFP-ITEM-HASH(WS-ITEM-NO) + WS-ITEM-SUM,
               999999937)
           MOVE WS-ITEM-SUM         TO LLM-CFP-ITEM-HASH(WS-ITEM-NO)
           ADD 1                    TO LLM-CFP-ITEM-FIELDS(WS-ITEM-NO)
           ADD 1                    TO LLM-CFP-FIELD-COUNT

           IF WS-DUMP-OPEN
               MOVE SPACES               TO CONFIG-SNAPSHOT-RECORD
               MOVE LLM-CFP-ITEM-NAME(WS-ITEM-NO) TO CSN-ITEM
               MOVE WS-FIELD-NAME        TO CSN-FIELD
               MOVE WS-FIELD-VALUE       TO CSN-VALUE
               WRITE CONFIG-SNAPSHOT-RECORD
           END-IF.


       750-HASH-TEXT.
           MOVE 0                        TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > WS-HASH-LEN
               COMPUTE WS-HASH-WORK =
                   FUNCTION MOD(WS-HASH-WORK * 31
                       + FUNCTION ORD(WS-HASH-TEXT(WS-HASH-IDX:1)),
                       999999937)
           END-PERFORM
           MOVE WS-HASH-WORK             TO WS-HASH-RESULT.


      *> Items with nothing read stand in as their state word, so
      *> switching a feature off, or losing its file, moves the
      *> fingerprint too. The overall figure runs over the five in
      *> their fixed order.
       800-COMBINE.
           MOVE 0                        TO WS-ITEM-SUM
           PERFORM VARYING LLM-CFP-IDX FROM 1 BY 1
               UNTIL LLM-CFP-IDX > 5
               IF LLM-CFP-ITEM-UNSET(LLM-CFP-IDX)
               OR LLM-CFP-ITEM-MISSING(LLM-CFP-IDX)
                   MOVE LLM-CFP-ITEM-STATE(LLM-CFP-IDX)
                                         TO WS-HASH-TEXT
                   MOVE 7                TO WS-HASH-LEN
                   PERFORM 750-HASH-TEXT
                   MOVE WS-HASH-RESULT
                                   TO LLM-CFP-ITEM-HASH(LLM-CFP-IDX)
               END-IF
               COMPUTE WS-ITEM-SUM = FUNCTION MOD(WS-ITEM-SUM * 31
                   + LLM-CFP-ITEM-HASH(LLM-CFP-IDX), 999999937)
           END-PERFORM
           MOVE WS-ITEM-SUM              TO LLM-CFP-FINGERPRINT.
