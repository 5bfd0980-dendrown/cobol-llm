      *> Module  : LLM-RATE.cpy
      *> Desc    : Call area for LLM-RATE-LOOKUP - set the model name
      *>           and an as-of date, get back the USD-per-1000-token
      *>           input/output (and prompt-cache write/read) rates
      *>           in force on that date. Rates
      *>           live in the maintainable rate file (LLM_RATE_FILE,
      *>           default LLM-RATES.DAT; one line per model and
      *>           effective date) so a provider price change is a
           05 LLM-RATE-OUT          PIC 9(4)V9999.
           05 LLM-RATE-FOUND        PIC X(1).
             88 LLM-RATE-WAS-FOUND      VALUE 'Y'.
      *> Prompt-cache rates, same units: input tokens written to the
      *> provider's cache (Claude bills a premium over RATE-IN) and
      *> input tokens served from it (discounted). A rate-file line
      *> that predates these columns leaves them blank, and both
      *> then come back equal to LLM-RATE-IN - cached tokens priced
      *> as ordinary input, exactly as before they were split out.
           05 LLM-RATE-CACHE-WRITE  PIC 9(4)V9999.
           05 LLM-RATE-CACHE-READ   PIC 9(4)V9999.
