      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-CONFIG-FINGERPRINT.cpy
      *> Desc    : Call area for LLM-CONFIG-FINGERPRINT - the one
      *>           nine-digit figure that says which settings a run
      *>           started under. Five items are read, always in
      *>           this order:
      *>             1 CONFIG    LLM_CONFIG_FILE properties
      *>             2 FALLBACK  the LLM-CONFIG-FALLBACK settings
      *>                         compiled into the programs
      *>             3 ROUTES    LLM_BATCH_MODEL_ROUTES
      *>             4 RATES     LLM_RATE_FILE (default LLM-RATES.DAT)
      *>             5 POLICY    LLM_PROVIDER_POLICY_FILE
      *>           Blank ENV-FILE takes the paths from this process's
      *>           environment; otherwise from that file, one
      *>           VARIABLE=path line per setting ('*' comments) -
      *>           how another environment's settings are read for a
      *>           comparison. A non-blank DUMP-FILE also gets every
      *>           field read, one LLM-CONFIG-SNAPSHOT-RECORD line
      *>           each, API keys masked. Reordering lines, comments
      *>           and blank lines don't move the fingerprint; any
      *>           changed value, added or dropped line does.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 LLM-CONFIG-FINGERPRINT-AREA.
           05 LLM-CFP-ENV-FILE      PIC X(256).
           05 LLM-CFP-DUMP-FILE     PIC X(256).
           05 LLM-CFP-DUMP-FLAG     PIC X(1).
             88 LLM-CFP-DUMP-FAILED     VALUE 'F'.
           05 LLM-CFP-FINGERPRINT   PIC 9(9).
           05 LLM-CFP-FIELD-COUNT   PIC 9(5).
           05 LLM-CFP-ITEM          OCCURS 5 TIMES
                                    INDEXED BY LLM-CFP-IDX.
             10 LLM-CFP-ITEM-NAME   PIC X(8).
             10 LLM-CFP-ITEM-PATH   PIC X(256).
      *> READ - file read; UNSET - no path, the feature is off;
      *> MISSING - path named but the file won't open; BUILTIN -
      *> compiled-in settings, nothing to open.
             10 LLM-CFP-ITEM-STATE  PIC X(7).
               88 LLM-CFP-ITEM-READ     VALUE 'READ'.
               88 LLM-CFP-ITEM-UNSET    VALUE 'UNSET'.
               88 LLM-CFP-ITEM-MISSING  VALUE 'MISSING'.
               88 LLM-CFP-ITEM-BUILTIN  VALUE 'BUILTIN'.
             10 LLM-CFP-ITEM-FIELDS PIC 9(5).
             10 LLM-CFP-ITEM-HASH   PIC 9(9).
