      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-BULK-TRACKING-RECORD.cpy
      *> Desc    : One provider bulk job on the tracking file
      *>           (LLM_BULK_TRACKING_FILE, default
      *>           LLM-BULK-TRACKING.DAT). LLM-BULK-SUBMIT appends a
      *>           SUBMITTED line carrying the provider's batch ID;
      *>           LLM-BULK-COLLECT polls every open line, writes the
      *>           results back through the LLM-BATCH output paths and
      *>           rewrites the line COLLECTED (or FAILED when the
      *>           provider gave up on the whole job) with the date it
      *>           did so. Submit date and time double as the run ID
      *>           the collected responses are archived under.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 BULK-TRACKING-RECORD.
           05 BTK-BATCH-ID          PIC X(64).
           05 FILLER                PIC X(1).
           05 BTK-PROVIDER          PIC X(20).
           05 FILLER                PIC X(1).
           05 BTK-STATUS            PIC X(10).
             88 BTK-SUBMITTED           VALUE 'SUBMITTED'.
             88 BTK-COLLECTED           VALUE 'COLLECTED'.
             88 BTK-FAILED              VALUE 'FAILED'.
           05 FILLER                PIC X(1).
           05 BTK-SUBMIT-DATE       PIC 9(8).
           05 FILLER                PIC X(1).
           05 BTK-SUBMIT-TIME       PIC 9(6).
           05 FILLER                PIC X(1).
           05 BTK-RECORD-COUNT      PIC 9(9).
           05 FILLER                PIC X(1).
           05 BTK-COLLECT-DATE      PIC 9(8).
           05 FILLER                PIC X(1).
           05 BTK-MODEL             PIC X(128).
           05 FILLER                PIC X(1).
           05 BTK-INPUT-FILENAME    PIC X(256).
           05 FILLER                PIC X(1).
           05 BTK-OUTPUT-FILENAME   PIC X(256).
