         05 LLM-REQ-PROMPT-ID     PIC X(40) VALUE SPACES.
         05 LLM-REQ-PROMPT-VERSION PIC 9(3) VALUE 0.

      *> Which run and input record this call is made for. Only
      *> consulted under LLM-PII-MODE TOKENIZE, where they key the
      *> token-vault entries LLM-CHAT writes for the call (and let
      *> LLM-ERASURE-PURGE find a data subject's entries by record
      *> key). Blank is allowed - the entries then carry the caller
      *> and date alone.
         05 LLM-REQ-RUN-ID        PIC X(14) VALUE SPACES.
         05 LLM-REQ-RECORD-KEY    PIC X(20) VALUE SPACES.
