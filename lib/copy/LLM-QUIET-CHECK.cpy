      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-QUIET-CHECK.cpy
      *> Desc    : Call area for LLM-QUIET-CHECK - list the
      *>           conversation directories to look in and a scratch
      *>           file the directory listing can be written to, and
      *>           learn whether the system is at a quiet point: no
      *>           live conversation lock in any of the directories
      *>           and no batch run on the run registry still
      *>           RUNNING. When it is not, LLM-QCK-REASON says what
      *>           is still busy. Queue .qlock sidecars are not
      *>           looked at - a caller that needs a queue still
      *>           takes that queue's lock itself, and holds it.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 LLM-QUIET-CHECK-AREA.
           05 LLM-QCK-DIR-COUNT     PIC 9(2).
           05 LLM-QCK-DIR           PIC X(256) OCCURS 20 TIMES.
           05 LLM-QCK-LIST-FILE     PIC X(256).
           05 LLM-QCK-FLAG          PIC X(1).
             88 LLM-QCK-QUIET           VALUE 'Y'.
           05 LLM-QCK-REASON        PIC X(200).
