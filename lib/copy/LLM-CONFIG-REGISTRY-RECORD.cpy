      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-CONFIG-REGISTRY-RECORD.cpy
      *> Desc    : One captured version of the configuration on the
      *>           config registry (LLM_CONFIG_REGISTRY, default
      *>           LLM-CONFIG-REGISTRY.DAT), written only by
      *>           LLM-CONFIG-REGISTRY CAPTURE when the fingerprint
      *>           has moved since the last version. FINGERPRINT is
      *>           the figure LLM-RUN-REGISTER stamps on every run,
      *>           so a run's settings are the version carrying its
      *>           fingerprint. The five item slots follow the
      *>           LLM-CONFIG-FINGERPRINT.cpy order (CONFIG,
      *>           FALLBACK, ROUTES, RATES, POLICY); CHANGED-ITEMS
      *>           names those that differ from the version before
      *>           (INITIAL for the first). SNAPSHOT-FILE holds the
      *>           version's fields for the diff. Append-only.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 CONFIG-REGISTRY-RECORD.
           05 CRG-VERSION           PIC 9(5).
           05 FILLER                PIC X(1).
           05 CRG-CAPTURED-AT       PIC X(17).
           05 FILLER                PIC X(1).
           05 CRG-CHANGED-BY        PIC X(30).
           05 FILLER                PIC X(1).
           05 CRG-FINGERPRINT       PIC 9(9).
           05 FILLER                PIC X(1).
           05 CRG-FIELD-COUNT       PIC 9(5).
           05 CRG-ITEM              OCCURS 5 TIMES.
             10 FILLER              PIC X(1).
             10 CRG-ITEM-STATE      PIC X(7).
             10 FILLER              PIC X(1).
             10 CRG-ITEM-HASH       PIC 9(9).
           05 FILLER                PIC X(1).
           05 CRG-CHANGED-ITEMS     PIC X(45).
           05 FILLER                PIC X(1).
           05 CRG-SNAPSHOT-FILE     PIC X(256).
