      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-REFDATA-AUDIT-RECORD.cpy
      *> Desc    : One line per reference-data change made through
      *>           LLM-REFDATA-MAINT - who, when, which file, and the
      *>           entry's line as it stood before and after (BEFORE
      *>           blank for an ADD, AFTER blank for a DELETE), each
      *>           in the file's own fixed columns. Appended to
      *>           LLM_REFDATA_AUDIT_LOG (default
      *>           LLM-REFDATA-AUDIT.LOG).
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 REFDATA-AUDIT-RECORD.
           05 RDA-TIMESTAMP         PIC X(17).
           05 FILLER                PIC X(1).
           05 RDA-OPERATOR          PIC X(30).
           05 FILLER                PIC X(1).
      *> CATEGORY, XREF, RATES, ROUTES, BUDGET or POLICY.
           05 RDA-FILE-TYPE         PIC X(8).
           05 FILLER                PIC X(1).
           05 RDA-ACTION            PIC X(6).
             88 RDA-ADD                 VALUE 'ADD'.
             88 RDA-CHANGE              VALUE 'CHANGE'.
             88 RDA-DELETE              VALUE 'DELETE'.
           05 FILLER                PIC X(1).
           05 RDA-FILE-NAME         PIC X(256).
           05 FILLER                PIC X(1).
           05 RDA-BEFORE            PIC X(423).
           05 FILLER                PIC X(1).
           05 RDA-AFTER             PIC X(423).
