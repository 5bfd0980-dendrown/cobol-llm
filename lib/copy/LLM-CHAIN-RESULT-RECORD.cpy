      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-CHAIN-RESULT-RECORD.cpy
      *> Desc    : One stage's result for one record in the
      *>           LLM-CHAIN-BATCH stage-results file
      *>           (<output>.stages) - every stage run, in the order
      *>           run, keyed (record key, stage number). A failed
      *>           stage carries its status code and the failure
      *>           text in place of a reply, and is the record's last.
      *>           Line breaks in a reply are carried as X"01"/X"02",
      *>           the archive's swap, so each result is one line.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 CHAIN-RESULT-RECORD.
           05 CRS-KEY               PIC X(20).
           05 CRS-STAGE-SEQ         PIC 9(2).
           05 CRS-STAGE             PIC X(16).
           05 CRS-STAT-CODE         PIC 9(4).
           05 CRS-TOKENS-IN         PIC 9(9).
           05 CRS-TOKENS-OUT        PIC 9(9).
           05 CRS-CONTENT           PIC X(32768).
