           05 ARC-STAT-CODE         PIC 9(4).
           05 FILLER                PIC X(1).
           05 ARC-CONTENT           PIC X(32768).
      *> Who the call was made for (LLM_BATCH_CALLER, else the
      *> writing program), which library prompt and version it ran
      *> under, and the model that answered - what QA sampling
      *> stratifies on. Appended after ARC-CONTENT (the
      *> LLM-QUEUE-RECORD compatibility convention): archive lines
      *> written before these columns existed read them blank.
           05 FILLER                PIC X(1).
           05 ARC-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 ARC-PROMPT-ID         PIC X(40).
           05 FILLER                PIC X(1).
           05 ARC-PROMPT-VERSION    PIC 9(3).
           05 FILLER                PIC X(1).
           05 ARC-MODEL             PIC X(128).
      *> The classification code LLM-BATCH matched (blank outside
      *> classification runs and on an unmatched reply) - what the
      *> drift report compares run against run. Appended the same
      *> way, so older lines read it blank.
           05 FILLER                PIC X(1).
           05 ARC-CATEGORY          PIC X(10).
