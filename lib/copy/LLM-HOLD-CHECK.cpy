      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-HOLD-CHECK.cpy
      *> Desc    : Call area for LLM-HOLD-CHECK - set whichever of
      *>           the record key, conversation ID and caller the
      *>           item carries (blank ones are not checked) and
      *>           learn whether any of them is under legal hold,
      *>           and for which matter. LLM-HOLD-STATE other than OK
      *>           means the registry could not be read in full; a
      *>           program about to destroy anything must stop rather
      *>           than guess.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 LLM-HOLD-CHECK-AREA.
           05 LLM-HOLD-KEY          PIC X(20).
           05 LLM-HOLD-CONV-ID      PIC X(64).
           05 LLM-HOLD-CALLER       PIC X(30).
           05 LLM-HOLD-FLAG         PIC X(1).
             88 LLM-HOLD-FOUND          VALUE 'Y'.
           05 LLM-HOLD-MATTER       PIC X(12).
           05 LLM-HOLD-ON-TYPE      PIC X(6).
           05 LLM-HOLD-ON-VALUE     PIC X(64).
      *> Holds in force, from the registry named in LLM-HOLD-FILE.
           05 LLM-HOLD-COUNT        PIC 9(5).
           05 LLM-HOLD-FILE         PIC X(256).
           05 LLM-HOLD-STATE        PIC X(8).
             88 LLM-HOLD-STATE-OK       VALUE 'OK'.
             88 LLM-HOLD-UNREADABLE     VALUE 'ERROR'.
             88 LLM-HOLD-OVERFLOW       VALUE 'OVERFLOW'.
