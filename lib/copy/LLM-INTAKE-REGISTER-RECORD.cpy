      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-INTAKE-REGISTER-RECORD.cpy
      *> Desc    : One line of the intake register (LLM_INTAKE_REGISTER,
      *>           default LLM-INTAKE-REGISTER.DAT) - every inbound
      *>           file LLM-FEED-INTAKE has judged, accepted or not,
      *>           by sender, business date and content hash. The
      *>           content hash is the POSIX cksum CRC and byte count
      *>           of the detail lines alone, as handed on, so a file
      *>           sent again under a fresh header is still the same
      *>           file. Only ACCEPTED lines count when a later file
      *>           is checked for being a repeat. Append-only.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 INTAKE-REGISTER-RECORD.
           05 INR-RECEIVED-AT       PIC X(17).
           05 FILLER                PIC X(1).
           05 INR-SENDER            PIC X(12).
           05 FILLER                PIC X(1).
           05 INR-BUSINESS-DATE     PIC X(8).
           05 FILLER                PIC X(1).
           05 INR-FEED-NAME         PIC X(20).
           05 FILLER                PIC X(1).
           05 INR-CONTENT-CRC       PIC 9(10).
           05 FILLER                PIC X(1).
           05 INR-CONTENT-BYTES     PIC 9(15).
           05 FILLER                PIC X(1).
           05 INR-RECORD-COUNT      PIC 9(9).
           05 FILLER                PIC X(1).
           05 INR-HASH-TOTAL        PIC 9(15).
           05 FILLER                PIC X(1).
           05 INR-OUTCOME           PIC X(8).
             88 INR-ACCEPTED            VALUE 'ACCEPTED'.
             88 INR-REJECTED            VALUE 'REJECTED'.
           05 FILLER                PIC X(1).
           05 INR-REASON            PIC X(60).
           05 FILLER                PIC X(1).
           05 INR-FILE-NAME         PIC X(256).
