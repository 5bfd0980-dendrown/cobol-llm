      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-AUTH-CHECK.cpy
      *> Desc    : Call area for LLM-AUTH-CHECK - set the utility,
      *>           the action and the target it is about to act on
      *>           (see LLM-AUTHORIZATION-RECORD.cpy for the names)
      *>           and learn whether a second operator has approved
      *>           it. LLM-AUTH-GRANTED means an approved, unexpired
      *>           authorization was found and has been marked USED -
      *>           the caller must now act or the approval is
      *>           spent for nothing. Anything else means do not act.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 LLM-AUTH-CHECK-AREA.
           05 LLM-AUTH-UTILITY      PIC X(20).
           05 LLM-AUTH-ACTION       PIC X(12).
           05 LLM-AUTH-TARGET       PIC X(64).
           05 LLM-AUTH-RESULT       PIC X(8).
             88 LLM-AUTH-GRANTED        VALUE 'GRANTED'.
             88 LLM-AUTH-NONE           VALUE 'NONE'.
             88 LLM-AUTH-UNREADABLE     VALUE 'ERROR'.
      *> The authorization consumed, when granted.
           05 LLM-AUTH-ID           PIC X(6).
           05 LLM-AUTH-REQUESTED-BY PIC X(30).
           05 LLM-AUTH-APPROVED-BY  PIC X(30).
           05 LLM-AUTH-RUN-BY       PIC X(30).
           05 LLM-AUTH-FILE         PIC X(256).
