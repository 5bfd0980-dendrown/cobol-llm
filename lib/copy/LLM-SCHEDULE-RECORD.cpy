      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-SCHEDULE-RECORD.cpy
      *> Desc    : One line of an LLM-SCHEDULER schedule file. A JOB
      *>           line names a job and the LLM-JOB-RUNNER manifest it
      *>           runs, the days it runs on and its window:
      *>             DAILY    - every day
      *>             BUSINESS - every business day
      *>             MONTHEND - the month-end day only
      *>           all against the business calendar
      *>           (LLM-BUSINESS-DAY). START is the HHMM it may start
      *>           from (blank: at once) and DEADLINE the HHMM by
      *>           which it must have started (blank: 2359). Lines
      *>           after it for the same job say what it waits for:
      *>             FILE  - a file that must be present, {TODAY},
      *>                     {YESTERDAY} and {PREVBUSDAY} standing for
      *>                     the dates
      *>             AFTER - another job of the schedule that must
      *>                     have finished OK first
      *>           '*' in column 1 marks a comment.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 SCHEDULE-JOB-RECORD.
           05 SCJ-TYPE              PIC X(5).
             88 SCJ-IS-JOB              VALUE 'JOB'.
             88 SCJ-IS-FILE             VALUE 'FILE'.
             88 SCJ-IS-AFTER            VALUE 'AFTER'.
           05 FILLER                PIC X(1).
           05 SCJ-NAME              PIC X(20).
           05 FILLER                PIC X(1).
           05 SCJ-DAYS              PIC X(8).
           05 FILLER                PIC X(1).
           05 SCJ-START             PIC X(4).
           05 FILLER                PIC X(1).
           05 SCJ-DEADLINE          PIC X(4).
           05 FILLER                PIC X(1).
           05 SCJ-MANIFEST          PIC X(256).

       01 SCHEDULE-NEED-RECORD.
           05 SCN-TYPE              PIC X(5).
           05 FILLER                PIC X(1).
           05 SCN-NAME              PIC X(20).
           05 FILLER                PIC X(1).
           05 SCN-TARGET            PIC X(256).
