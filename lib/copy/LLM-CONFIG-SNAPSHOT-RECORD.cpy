      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-CONFIG-SNAPSHOT-RECORD.cpy
      *> Desc    : One configuration field as LLM-CONFIG-FINGERPRINT
      *>           writes it to a dump file - the stored snapshots
      *>           LLM-CONFIG-REGISTRY keeps per version and diffs.
      *>           FIELD names the setting within its item:
      *>             CONFIG, FALLBACK  the property name
      *>             ROUTES            <route-id> MODEL / PROVIDER /
      *>                               ENDPOINT
      *>             RATES             <model> <eff-date> IN / OUT /
      *>                               CACHE-WRITE / CACHE-READ
      *>             POLICY            the caller ID
      *>           API keys are never stored: VALUE carries
      *>           'MASKED #' and a hash of the key, enough to show
      *>           that it changed and nothing more.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 CONFIG-SNAPSHOT-RECORD.
           05 CSN-ITEM              PIC X(8).
           05 FILLER                PIC X(1).
           05 CSN-FIELD             PIC X(160).
           05 FILLER                PIC X(1).
           05 CSN-VALUE             PIC X(256).
