      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-BUSINESS-DAY.cpy
      *> Desc    : Call area for LLM-BUSINESS-DAY - name a date and
      *>           learn, against the business calendar
      *>           (LLM-CALENDAR-RECORD.cpy), whether it is a business
      *>           day, whether it is the month-end day, the business
      *>           day before it, and the holiday's description when
      *>           it is one. STATE is OK, NOCAL when there is no
      *>           calendar file (weekends are then the only days off
      *>           and month-end is the last weekday), or ERROR for a
      *>           date that is not a calendar date or a calendar
      *>           that cannot be read.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 LLM-BUSINESS-DAY-AREA.
           05 LLM-BDY-DATE          PIC 9(8).
           05 LLM-BDY-STATE         PIC X(8).
             88 LLM-BDY-OK              VALUE 'OK'.
             88 LLM-BDY-NOCAL           VALUE 'NOCAL'.
             88 LLM-BDY-ERROR           VALUE 'ERROR'.
           05 LLM-BDY-BUSINESS-FLAG PIC X(1).
             88 LLM-BDY-BUSINESS        VALUE 'Y'.
           05 LLM-BDY-MONTH-END-FLAG PIC X(1).
             88 LLM-BDY-MONTH-END       VALUE 'Y'.
           05 LLM-BDY-PREVIOUS      PIC 9(8).
           05 LLM-BDY-HOLIDAY-NAME  PIC X(40).
