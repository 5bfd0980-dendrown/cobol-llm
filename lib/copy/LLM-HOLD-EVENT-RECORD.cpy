      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-HOLD-EVENT-RECORD.cpy
      *> Desc    : One line per legal-hold placement or release made
      *>           through LLM-LEGAL-HOLD - who did it, when, to which
      *>           item and under which matter. Appended to
      *>           LLM_LEGAL_HOLD_LOG (default LLM-LEGAL-HOLD.LOG);
      *>           the registry itself only ever shows the holds in
      *>           force, so this log is the history Legal asks for.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 HOLD-EVENT-RECORD.
           05 HEV-TIMESTAMP         PIC X(17).
           05 FILLER                PIC X(1).
           05 HEV-ACTION            PIC X(7).
           05 FILLER                PIC X(1).
           05 HEV-TYPE              PIC X(6).
           05 FILLER                PIC X(1).
           05 HEV-VALUE             PIC X(64).
           05 FILLER                PIC X(1).
           05 HEV-MATTER            PIC X(12).
           05 FILLER                PIC X(1).
           05 HEV-OPERATOR          PIC X(30).
           05 FILLER                PIC X(1).
           05 HEV-REASON            PIC X(60).
