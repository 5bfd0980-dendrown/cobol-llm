      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-LEGAL-HOLD-RECORD.cpy
      *> Desc    : One line of the legal-hold registry
      *>           (LLM_LEGAL_HOLD_FILE, default LLM-LEGAL-HOLD.DAT):
      *>           an item Legal has told us to preserve and the
      *>           matter it is preserved for. HOLD-TYPE says what
      *>           HOLD-VALUE names:
      *>             KEY    - a record key (ARC-KEY, QUE-KEY, the
      *>                      erasure purge's key)
      *>             CONV   - a conversation ID
      *>             CALLER - every record made for that caller ID
      *>           The same item may be held for more than one
      *>           matter; it stays preserved until the last of them
      *>           is released. Maintained only through
      *>           LLM-LEGAL-HOLD, which logs every placement and
      *>           release; read by LLM-HOLD-CHECK for every program
      *>           that deletes, redacts or archives. Lines starting
      *>           '*' are comments.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 LEGAL-HOLD-RECORD.
           05 HOLD-TYPE             PIC X(6).
           05 FILLER                PIC X(1).
           05 HOLD-VALUE            PIC X(64).
           05 FILLER                PIC X(1).
           05 HOLD-MATTER           PIC X(12).
           05 FILLER                PIC X(1).
           05 HOLD-PLACED-DATE      PIC X(8).
           05 FILLER                PIC X(1).
           05 HOLD-PLACED-BY        PIC X(30).
           05 FILLER                PIC X(1).
           05 HOLD-REASON           PIC X(60).
