      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-AUDIT-RECORD.cpy
      *> Desc    : One line per LLM-CHAT or LLM-EMBED call, written
      *>           by their 500-WRITE-AUDIT-LOG and read back by
      *>           reporting programs (e.g. LLM-USAGE-REPORT).
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
           05 AUD-PROMPT-ID         PIC X(40).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 AUD-PROMPT-VERSION    PIC 9(3).
      *> How the provider billed the call - blank for the ordinary
      *> synchronous rate, 'B' for a record run through a provider
      *> bulk job (LLM-BULK-COLLECT), which the pricing programs
      *> discount by LLM_BULK_RATE_PCT. Appended after the prompt
      *> columns under the same convention.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 AUD-SERVICE-TIER      PIC X(1).
             88 AUD-TIER-STANDARD       VALUE SPACE.
             88 AUD-TIER-BULK           VALUE 'B'.
      *> Input tokens the provider wrote to, and served from, its
      *> prompt cache (LLM-RSP-TOKENS-CACHE-WRITE / -READ) - both
      *> outside AUD-TOKENS-IN, so the pricing programs charge each
      *> at its own LLM-RATE-LOOKUP rate. Same append convention;
      *> older lines read them blank.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 AUD-CACHE-WRITE-TOKENS PIC 9(9).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 AUD-CACHE-READ-TOKENS PIC 9(9).
      *> What kind of call the line records - blank for a chat
      *> completion (LLM-CHAT, and the bulk/fan-out writers that
      *> stand in for it), 'E' for an LLM-EMBED embedding call,
      *> whose tokens are all input and AUD-TOKENS-OUT always zero.
      *> Same append convention; older lines read blank, i.e. chat.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 AUD-CALL-TYPE         PIC X(1).
             88 AUD-CALL-CHAT           VALUE SPACE.
             88 AUD-CALL-EMBED          VALUE 'E'.
      *> 'Y' when the reply was cut off - the provider stopped at the
      *> max-tokens limit (LLM-FINISH-MAX-TOK) or the content filled
      *> LLM-RSP-CONTENT (LLM-STAT-TRUNCATED). What the prompt-
      *> version report's truncation rate counts. Same append
      *> convention; older lines read blank, i.e. not known cut off.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 AUD-TRUNCATED-FLAG    PIC X(1).
             88 AUD-TRUNCATED           VALUE 'Y'.
      *> The configuration fingerprint (LLM-CONFIG-FINGERPRINT) the
      *> batch run making the call started under - LLM-RUN-REGISTER
      *> sets LLM_CONFIG_FINGERPRINT at the run's START, and
      *> LLM-CONFIG-REGISTRY FIND turns it back into the settings in
      *> force. Blank for a call outside a registered run. Same
      *> append convention; older lines read blank.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 AUD-CONFIG-FINGERPRINT PIC X(9).
