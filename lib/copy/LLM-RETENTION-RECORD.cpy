      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-RETENTION-RECORD.cpy
      *> Desc    : One line of the retention schedule LLM-HOUSEKEEP
      *>           applies - which secondary store, where it lives,
      *>           how many days of it to keep and what to do with
      *>           the rest. Store types:
      *>             FILE   - whole files matching RTN-LOCATION (a
      *>                      directory and a shell wildcard, e.g.
      *>                      /data/llm/out/*.exceptions), aged by
      *>                      last modification: exception,
      *>                      unprocessed and rejects files, the
      *>                      .part scratch files a concurrent
      *>                      LLM-BATCH leaves behind, the
      *>                      single-record rate ledger
      *>             CACHE  - FILE over the response cache; blank
      *>                      location means every llm-cache-*.dat
      *>                      under LLM_CACHE_DIR
      *>             TRACE  - the debug trace file (blank location:
      *>                      LLM_DEBUG_TRACE_FILE, default
      *>                      LLM-TRACE.LOG), trimmed call by call on
      *>                      each block's '=====' stamp
      *>             QUEUE  - DONE entries of a request queue, aged
      *>                      on QUE-COMPLETED-AT, rewritten under the
      *>                      workers' .qlock
      *>             LEDGER - the daily token budget ledger (blank
      *>                      location: LLM_BUDGET_LEDGER, default
      *>                      LLM-BUDGET-LEDGER.DAT), aged on
      *>                      LGR-DATE
      *>             VAULT  - the PII token vault (blank location:
      *>                      LLM_TOKEN_VAULT_FILE, default
      *>                      LLM-TOKEN-VAULT.DAT), aged on
      *>                      VLT-CREATED-DATE; DELETE only - the
      *>                      values are not copied anywhere else
      *>           RTN-ACTION DELETE removes what is past retention;
      *>           ARCHIVE moves whole files, or appends dropped
      *>           records, under LLM_HOUSEKEEP_ARCHIVE_DIR. Lines
      *>           starting '*' are comments.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 RETENTION-RECORD.
           05 RTN-STORE-TYPE        PIC X(10).
           05 FILLER                PIC X(1).
           05 RTN-DAYS              PIC X(5).
           05 FILLER                PIC X(1).
           05 RTN-ACTION            PIC X(7).
           05 FILLER                PIC X(1).
           05 RTN-LOCATION          PIC X(256).
