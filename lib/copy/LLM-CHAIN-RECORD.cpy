      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-CHAIN-RECORD.cpy
      *> Desc    : One stage of an LLM-CHAIN-BATCH chain definition,
      *>           one line per stage in the order they run:
      *>             STAGE     - the stage's name, which later stages
      *>                         use as their {{STAGE}} placeholder
      *>             PROMPT-ID - its wording in the prompt library
      *>             FORMAT    - TEXT (blank) or JSON reply
      *>             INPUTS    - the earlier stages whose replies are
      *>                         put into its {{placeholders}}, names
      *>                         separated by spaces or commas
      *>             MODEL     - blank runs it on the run's model
      *>           '*' in column 1 marks a comment.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 CHAIN-STAGE-RECORD.
           05 CHN-STAGE             PIC X(16).
           05 FILLER                PIC X(1).
           05 CHN-PROMPT-ID         PIC X(40).
           05 FILLER                PIC X(1).
           05 CHN-FORMAT            PIC X(4).
           05 FILLER                PIC X(1).
           05 CHN-INPUTS            PIC X(80).
           05 FILLER                PIC X(1).
           05 CHN-MODEL             PIC X(128).
