      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-KEY-EVENT-RECORD.cpy
      *> Desc    : One line per API key switch made by LLM-CHAT's
      *>           315-RETRY-WITH-OTHER-KEY - the provider answered
      *>           401 to one key and the call was re-sent with the
      *>           other. Keys are named by their last four
      *>           characters only (see LLM-KEY-INVENTORY-RECORD.cpy),
      *>           never in full. KEV-RESULT is OK when the other key
      *>           was accepted (and is now the one in use) or the
      *>           LLM-STAT-CODE the retry ended with when it was
      *>           not. Written to LLM_KEY_EVENT_LOG (default
      *>           LLM-KEY-EVENT.LOG).
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 KEY-EVENT-RECORD.
           05 KEV-TIMESTAMP         PIC X(17).
           05 FILLER                PIC X(1).
           05 KEV-PROVIDER          PIC X(20).
           05 FILLER                PIC X(1).
           05 KEV-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 KEV-FROM-HINT         PIC X(4).
           05 FILLER                PIC X(1).
           05 KEV-TO-HINT           PIC X(4).
           05 FILLER                PIC X(1).
           05 KEV-RESULT            PIC X(8).
