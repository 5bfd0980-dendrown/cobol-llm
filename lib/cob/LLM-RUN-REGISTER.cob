      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-RUN-REGISTER.cob
      *> Desc    : Appends one START or END line for a batch driver's
      *>           run to the run registry (LLM_RUN_REGISTRY, default
      *>           LLM-RUN-REGISTRY.DAT) - see LLM-RUN-REGISTRY.cpy
      *>           for the call area and LLM-RUN-REGISTRY-RECORD.cpy
      *>           for the line. The registry is a record of the run,
      *>           not part of it: a registry that can't be opened
      *>           costs a warning on the console, never the run.
      *>           A partition child of a concurrent LLM-BATCH run
      *>           (LLM_RUN_PARTITION_OF set by the parent) registers
      *>           nothing - the parent's one run covers the whole
      *>           input, figures merged.
      *>           START also fingerprints the configuration the run
      *>           is starting under (LLM-CONFIG-FINGERPRINT), stamps
      *>           it on both the run's lines and exports it as
      *>           LLM_CONFIG_FINGERPRINT, which every audit line the
      *>           run writes - and its partition children - carry.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-RUN-REGISTER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-REGISTRY ASSIGN TO WS-REGISTRY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RRG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REGISTRY.
       COPY 'LLM-RUN-REGISTRY-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-REGISTRY-FILENAME      PIC X(256).
       01 WS-RRG-FILE-STATUS        PIC X(2).
       01 WS-PARTITION-OF           PIC X(20).
       01 WS-JOB-STEP               PIC X(24).

       01 WS-NOW-TIMESTAMP.
           05 WS-NOW-DATE           PIC 9(8).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-NOW-TIME           PIC 9(8).

      *> A generated run ID is the clock to the hundredth - two runs
      *> of one driver can't both start inside the same tick.
       01 WS-GENERATED-ID.
           05 WS-GEN-DATE           PIC 9(8).
           05 WS-GEN-TIME           PIC 9(8).

       01 WS-CONFIG-FP-TEXT         PIC 9(9).

       COPY 'LLM-RATE.cpy'.

       COPY 'LLM-CONFIG-FINGERPRINT.cpy'.

       LINKAGE SECTION.

       COPY 'LLM-RUN-REGISTRY.cpy'.


       PROCEDURE DIVISION USING LLM-RUN-REGISTRY-AREA.

       000-MAIN.
           DISPLAY 'LLM_RUN_PARTITION_OF' UPON ENVIRONMENT-NAME
           ACCEPT WS-PARTITION-OF FROM ENVIRONMENT-VALUE
           IF WS-PARTITION-OF NOT = SPACES
               GOBACK
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           IF LLM-RRG-START
               IF LLM-RRG-RUN-ID = SPACES
                   MOVE WS-NOW-DATE      TO WS-GEN-DATE
                   MOVE WS-NOW-TIME      TO WS-GEN-TIME
                   MOVE WS-GENERATED-ID  TO LLM-RRG-RUN-ID
               END-IF
               MOVE WS-NOW-TIMESTAMP     TO LLM-RRG-STARTED-AT
               PERFORM 150-FINGERPRINT-CONFIG
           ELSE
               IF NOT LLM-RRG-SPEND-PRICED
                   PERFORM 200-PRICE-TOKENS
               END-IF
           END-IF

           PERFORM 100-BUILD-RECORD
           PERFORM 300-APPEND-RECORD
           GOBACK.


       100-BUILD-RECORD.
           MOVE SPACES                   TO RUN-REGISTRY-RECORD
           MOVE LLM-RRG-RUN-ID           TO RRG-RUN-ID
           MOVE LLM-RRG-PROGRAM          TO RRG-PROGRAM
           MOVE LLM-RRG-ACTION           TO RRG-EVENT
           MOVE LLM-RRG-STARTED-AT       TO RRG-STARTED-AT
           MOVE LLM-RRG-MODEL            TO RRG-MODEL
           MOVE LLM-RRG-INPUT-FILE       TO RRG-INPUT-FILE
           MOVE LLM-RRG-OUTPUT-FILE      TO RRG-OUTPUT-FILE
           MOVE LLM-RRG-CONFIG-FP        TO RRG-CONFIG-FINGERPRINT

           DISPLAY 'LLM_JOB_STEP' UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-STEP FROM ENVIRONMENT-VALUE
           MOVE WS-JOB-STEP              TO RRG-JOB-STEP

           IF LLM-RRG-START
               MOVE 'RUNNING'            TO RRG-STATUS
               MOVE 0                    TO RRG-READ
                                            RRG-SUCCEEDED
                                            RRG-FAILED
                                            RRG-UNPROCESSED
                                            RRG-TOKENS-IN
                                            RRG-TOKENS-OUT
                                            RRG-SPEND
                                            RRG-RETURN-CODE
           ELSE
               MOVE WS-NOW-TIMESTAMP     TO RRG-ENDED-AT
               EVALUATE TRUE
                   WHEN LLM-RRG-RETURN-CODE = 0
                       MOVE 'OK'         TO RRG-STATUS
                   WHEN LLM-RRG-RETURN-CODE < 8
                       MOVE 'WARNING'    TO RRG-STATUS
                   WHEN OTHER
                       MOVE 'FAILED'     TO RRG-STATUS
               END-EVALUATE
               MOVE LLM-RRG-READ         TO RRG-READ
               MOVE LLM-RRG-SUCCEEDED    TO RRG-SUCCEEDED
               MOVE LLM-RRG-FAILED       TO RRG-FAILED
               MOVE LLM-RRG-UNPROCESSED  TO RRG-UNPROCESSED
               MOVE LLM-RRG-TOKENS-IN    TO RRG-TOKENS-IN
               MOVE LLM-RRG-TOKENS-OUT   TO RRG-TOKENS-OUT
               MOVE LLM-RRG-SPEND        TO RRG-SPEND
               MOVE LLM-RRG-RETURN-CODE  TO RRG-RETURN-CODE
           END-IF.


      *> The settings as they stand when the run starts - read once,
      *> so a file edited mid-run doesn't split the run's audit
      *> lines between two fingerprints.
       150-FINGERPRINT-CONFIG.
           MOVE SPACES                   TO LLM-CFP-ENV-FILE
                                            LLM-CFP-DUMP-FILE
           CALL 'LLM-CONFIG-FINGERPRINT'
               USING LLM-CONFIG-FINGERPRINT-AREA
           MOVE LLM-CFP-FINGERPRINT      TO LLM-RRG-CONFIG-FP
           MOVE LLM-CFP-FINGERPRINT      TO WS-CONFIG-FP-TEXT
           DISPLAY 'LLM_CONFIG_FINGERPRINT' UPON ENVIRONMENT-NAME
           DISPLAY WS-CONFIG-FP-TEXT UPON ENVIRONMENT-VALUE.


      *> The run's tokens at its model's rates in force on the day it
      *> started - the same pricing LLM-BATCH's spend ceiling does
      *> call by call, done once over the totals.
       200-PRICE-TOKENS.
           MOVE LLM-RRG-MODEL            TO LLM-RATE-MODEL
           IF LLM-RRG-STARTED-AT(1:8) IS NUMERIC
               MOVE LLM-RRG-STARTED-AT(1:8) TO LLM-RATE-ASOF-DATE
           ELSE
               MOVE WS-NOW-DATE          TO LLM-RATE-ASOF-DATE
           END-IF
           CALL 'LLM-RATE-LOOKUP' USING LLM-RATE-AREA
           COMPUTE LLM-RRG-SPEND ROUNDED =
               LLM-RRG-TOKENS-IN  * LLM-RATE-IN  / 1000
               + LLM-RRG-TOKENS-OUT * LLM-RATE-OUT / 1000
               + LLM-RRG-TOKENS-CW  * LLM-RATE-CACHE-WRITE / 1000
               + LLM-RRG-TOKENS-CR  * LLM-RATE-CACHE-READ  / 1000.


       300-APPEND-RECORD.
           DISPLAY 'LLM_RUN_REGISTRY' UPON ENVIRONMENT-NAME
           ACCEPT WS-REGISTRY-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-REGISTRY-FILENAME = SPACES
               MOVE 'LLM-RUN-REGISTRY.DAT' TO WS-REGISTRY-FILENAME
           END-IF

           OPEN EXTEND RUN-REGISTRY
           IF WS-RRG-FILE-STATUS = '35'
               OPEN OUTPUT RUN-REGISTRY
           END-IF
           IF WS-RRG-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-RUN-REGISTER: cannot open run registry '
                       FUNCTION TRIM(WS-REGISTRY-FILENAME)
                       ', status ' WS-RRG-FILE-STATUS
                       ' - run ' FUNCTION TRIM(LLM-RRG-RUN-ID)
                       ' not registered'
           ELSE
               WRITE RUN-REGISTRY-RECORD
               CLOSE RUN-REGISTRY
           END-IF.
