      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-QA-RECORD.cpy
      *> Desc    : One sampled reply on the QA work file. Written
      *>           unscored by LLM-QA-SAMPLE (a stratified random
      *>           draw from one day's archived LLM-BATCH replies),
      *>           scored in place by the LLM-QA-REVIEW workstation,
      *>           and summarised by LLM-QA-REPORT - the accuracy
      *>           evidence for the model risk file. QA-CONTENT
      *>           carries the reply as archived, LF/CR swapped to
      *>           X"01"/X"02".
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 QA-RECORD.
      *> The day sampled (the archive run date) and where the reply
      *> came from.
           05 QA-SAMPLE-DATE        PIC 9(8).
           05 FILLER                PIC X(1).
           05 QA-RUN-ID             PIC X(14).
           05 FILLER                PIC X(1).
           05 QA-KEY                PIC X(20).
           05 FILLER                PIC X(1).
           05 QA-CALLER             PIC X(30).
           05 FILLER                PIC X(1).
           05 QA-PROMPT-ID          PIC X(40).
           05 FILLER                PIC X(1).
           05 QA-PROMPT-VERSION     PIC 9(3).
           05 FILLER                PIC X(1).
           05 QA-MODEL              PIC X(128).
           05 FILLER                PIC X(1).
      *> The caller/prompt stratum's size that day and how many of
      *> it were drawn - the weights a reviewer of the figures needs.
           05 QA-STRATUM-POP        PIC 9(9).
           05 FILLER                PIC X(1).
           05 QA-STRATUM-SAMPLE     PIC 9(9).
           05 FILLER                PIC X(1).
      *> The fixed rubric; blank until a reviewer scores it.
           05 QA-SCORE              PIC X(8).
             88 QA-UNSCORED             VALUE SPACES.
             88 QA-CORRECT              VALUE 'CORRECT'.
             88 QA-MINOR-ERROR          VALUE 'MINOR'.
             88 QA-MAJOR-ERROR          VALUE 'MAJOR'.
             88 QA-HARMFUL              VALUE 'HARMFUL'.
           05 FILLER                PIC X(1).
           05 QA-REVIEWER           PIC X(30).
           05 FILLER                PIC X(1).
      *> YYYYMMDD-HHMMSSCC, the LLM-CALL-DETAIL-RECORD timestamp.
           05 QA-SCORED-AT          PIC X(17).
           05 FILLER                PIC X(1).
           05 QA-COMMENT            PIC X(200).
           05 FILLER                PIC X(1).
           05 QA-CONTENT            PIC X(32768).
