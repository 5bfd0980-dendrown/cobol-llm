      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-PENDING-RECORD.cpy
      *> Desc    : One draft held for sign-off on <output>.pending.
      *>           LLM-BATCH writes a record here, instead of putting
      *>           the reply on its output feed, for every successful
      *>           reply the LLM_BATCH_APPROVAL_RULES file marks as a
      *>           draft (by the run's library prompt ID or by the
      *>           category the reply was coded to); the output feed
      *>           then carries only the key and status with
      *>           BOUT-LONG-PATH 'P'. LLM-APPROVAL-REVIEW works the
      *>           file down and releases approved drafts. The
      *>           submitter is the operator who ran LLM-BATCH - the
      *>           workstation will not let that same ID decide the
      *>           draft. PND-CONTENT carries LF/CR swapped to
      *>           X"01"/X"02", the archive's convention.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 PENDING-RECORD.
           05 PND-KEY               PIC X(20).
           05 FILLER                PIC X(1).
           05 PND-RUN-ID            PIC X(14).
           05 FILLER                PIC X(1).
           05 PND-SUBMITTER         PIC X(30).
           05 FILLER                PIC X(1).
           05 PND-PROMPT-ID         PIC X(40).
           05 FILLER                PIC X(1).
           05 PND-CATEGORY          PIC X(10).
           05 FILLER                PIC X(1).
           05 PND-TOKENS-IN         PIC 9(9).
           05 FILLER                PIC X(1).
           05 PND-TOKENS-OUT        PIC 9(9).
           05 FILLER                PIC X(1).
           05 PND-CONTENT           PIC X(32768).
