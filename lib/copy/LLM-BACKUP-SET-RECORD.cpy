      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-BACKUP-SET-RECORD.cpy
      *> Desc    : One line of the backup set LLM-BACKUP copies - a
      *>           store and where it lives. A blank location means
      *>           the store's own environment variable and default.
      *>           Store types:
      *>             RESPONSE   - the indexed response master (blank
      *>                          location: LLM_BATCH_RESPONSE_MASTER)
      *>             VECTOR     - the vector master (blank location:
      *>                          LLM_RAG_VECTOR_MASTER) with its
      *>                          .centroids, .clusters and .convmap
      *>                          sidecars, each where present
      *>             CONVDIR    - every .conv file in a conversation
      *>                          directory (blank location:
      *>                          LLM_CONVERSATION_DIR, default '.')
      *>             CONVCAT    - the conversation catalog (blank
      *>                          location: LLM_CONVERSATION_CATALOG,
      *>                          default LLM-CONV-CATALOG.DAT in the
      *>                          conversation directory)
      *>             AUDIT      - the audit log (blank location:
      *>                          LLM_AUDIT_LOG, default LLM-AUDIT.LOG)
      *>                          with its .chain sidecar - the two
      *>                          only verify together
      *>             LEDGER     - the daily token budget ledger (blank
      *>                          location: LLM_BUDGET_LEDGER, default
      *>                          LLM-BUDGET-LEDGER.DAT)
      *>             RATELEDGER - the single-record rate ledger (blank
      *>                          location: LLM_RATE_LEDGER_FILE)
      *>             VAULT      - the PII token vault (blank location:
      *>                          LLM_TOKEN_VAULT_FILE, default
      *>                          LLM-TOKEN-VAULT.DAT)
      *>             QUEUE      - a request queue, copied under its
      *>                          workers' .qlock (location required)
      *>             FILE       - any other line-sequential store -
      *>                          the usage summary master, the legal
      *>                          hold registry, the run registry
      *>                          (location required)
      *>           Lines starting '*' are comments.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 BACKUP-SET-RECORD.
           05 BKS-STORE-TYPE        PIC X(10).
           05 FILLER                PIC X(1).
           05 BKS-LOCATION          PIC X(256).
