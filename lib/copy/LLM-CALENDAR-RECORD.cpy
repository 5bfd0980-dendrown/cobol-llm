      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-CALENDAR-RECORD.cpy
      *> Desc    : One line of the business calendar
      *>           (LLM_BUSINESS_CALENDAR, default
      *>           LLM-BUSINESS-CALENDAR.DAT), read by
      *>           LLM-BUSINESS-DAY. A HOLIDAY line takes a weekday
      *>           out of the business days; a MONTHEND line names
      *>           the day month-end work runs on, for a month whose
      *>           close is not simply its last business day. A month
      *>           with no MONTHEND line closes on its last business
      *>           day. Weekends are never business days and need no
      *>           lines. '*' in column 1 marks a comment.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 CALENDAR-RECORD.
           05 CAL-DATE              PIC X(8).
           05 FILLER                PIC X(1).
           05 CAL-TYPE              PIC X(8).
             88 CAL-HOLIDAY             VALUE 'HOLIDAY'.
             88 CAL-MONTH-END           VALUE 'MONTHEND'.
           05 FILLER                PIC X(1).
           05 CAL-DESCRIPTION       PIC X(40).
