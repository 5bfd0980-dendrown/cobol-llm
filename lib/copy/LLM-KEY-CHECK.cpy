      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-KEY-CHECK.cpy
      *> Desc    : Call area for LLM-KEY-CHECK - set the provider and
      *>           either the key itself (LLM-KEY-VALUE, used only to
      *>           take its last four characters) or, with the value
      *>           left blank, the key hint; get back the key's
      *>           inventory entry, its age in days and where that
      *>           age stands against the rotation policy. A key the
      *>           inventory doesn't carry comes back UNLISTED.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 LLM-KEY-CHECK-AREA.
           05 LLM-KEY-PROVIDER      PIC X(20).
           05 LLM-KEY-VALUE         PIC X(256).
           05 LLM-KEY-HINT          PIC X(4).
           05 LLM-KEY-ASOF-DATE     PIC 9(8).
           05 LLM-KEY-LABEL         PIC X(30).
           05 LLM-KEY-OWNER         PIC X(30).
           05 LLM-KEY-ISSUED-DATE   PIC 9(8).
           05 LLM-KEY-AGE-DAYS      PIC 9(5).
           05 LLM-KEY-ROTATE-DAYS   PIC 9(4).
           05 LLM-KEY-EXPIRE-DAYS   PIC 9(4).
           05 LLM-KEY-STATE         PIC X(8).
             88 LLM-KEY-CURRENT         VALUE 'OK'.
             88 LLM-KEY-ROTATE-DUE      VALUE 'ROTATE'.
             88 LLM-KEY-EXPIRED         VALUE 'EXPIRED'.
             88 LLM-KEY-UNLISTED        VALUE 'UNLISTED'.
      *> 'N' when there was no inventory file to read - a shop that
      *> hasn't started one gets UNLISTED for every key, which says
      *> nothing about any particular key.
           05 LLM-KEY-INVENTORY-FLAG PIC X(1).
             88 LLM-KEY-INVENTORY-READ  VALUE 'Y'.
