      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-FILE-MEASURE.cpy
      *> Desc    : Call area for LLM-FILE-MEASURE - name a file, how
      *>           its records are laid out (the FORMAT codes of
      *>           LLM-BACKUP-MANIFEST-RECORD.cpy) and a scratch file
      *>           cksum's answer can be written to, and get back its
      *>           record count, size in bytes and POSIX cksum CRC.
      *>           STATE is OK, MISSING when there is no such file,
      *>           or ERROR when it is there but could not be read
      *>           through to the end in that format.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 LLM-FILE-MEASURE-AREA.
           05 LLM-FMS-FILE          PIC X(256).
           05 LLM-FMS-FORMAT        PIC X(1).
           05 LLM-FMS-SCRATCH-FILE  PIC X(256).
           05 LLM-FMS-STATE         PIC X(8).
             88 LLM-FMS-OK              VALUE 'OK'.
             88 LLM-FMS-MISSING         VALUE 'MISSING'.
             88 LLM-FMS-ERROR           VALUE 'ERROR'.
           05 LLM-FMS-RECORDS       PIC 9(9).
           05 LLM-FMS-BYTES         PIC 9(15).
           05 LLM-FMS-CKSUM         PIC 9(10).
