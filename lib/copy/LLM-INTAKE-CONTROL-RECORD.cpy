      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-INTAKE-CONTROL-RECORD.cpy
      *> Desc    : The control records an upstream sender brackets an
      *>           inbound file with, checked by LLM-FEED-INTAKE - the
      *>           mirror of the HDR/TRL pair LLM-BATCH puts on its
      *>           own output feed. The first line is the header: who
      *>           sent it, the business date it carries and the
      *>           sender's name for the feed. The last line is the
      *>           trailer: how many detail lines lie between the two
      *>           and their hash total - the sum, over every detail
      *>           line, of the byte value (0-255) of each character
      *>           up to the last non-blank one, kept to its 15
      *>           digits. Detail lines are the file's own records,
      *>           untouched; no other line may carry either tag.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 INTAKE-HDR-RECORD.
           05 IHD-TAG               PIC X(4).
           05 IHD-SENDER            PIC X(12).
           05 FILLER                PIC X(1).
           05 IHD-BUSINESS-DATE     PIC X(8).
           05 FILLER                PIC X(1).
           05 IHD-FEED-NAME         PIC X(20).

       01 INTAKE-TRL-RECORD.
           05 ITR-TAG               PIC X(4).
           05 ITR-RECORD-COUNT      PIC X(9).
           05 FILLER                PIC X(1).
           05 ITR-HASH-TOTAL        PIC X(15).
