      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-TOKEN-VAULT-RECORD.cpy
      *> Desc    : One line per value LLM-CHAT tokenized under
      *>           LLM-PII-MODE TOKENIZE - the token the provider saw
      *>           and the real value it stands for, filed under the
      *>           run and record the call was made for. Written to
      *>           LLM_TOKEN_VAULT_FILE (default LLM-TOKEN-VAULT.DAT),
      *>           created owner-only; the values are the very data
      *>           the scrub exists to keep in the building. Aged out
      *>           on VLT-CREATED-DATE by LLM-HOUSEKEEP's VAULT store
      *>           type and purged by record key in LLM-ERASURE-PURGE.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 TOKEN-VAULT-RECORD.
           05 VLT-CREATED-DATE      PIC X(8).
           05 FILLER                PIC X(1).
           05 VLT-RUN-ID            PIC X(14).
           05 FILLER                PIC X(1).
           05 VLT-RECORD-KEY        PIC X(20).
           05 FILLER                PIC X(1).
           05 VLT-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 VLT-TOKEN             PIC X(9).
           05 FILLER                PIC X(1).
           05 VLT-VALUE             PIC X(19).
