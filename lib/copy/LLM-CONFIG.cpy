             88 LLM-PROVIDER-AZURE-OPENAI  VALUE 'AZURE-OPENAI'.
           05 LLM-ENDPOINT-URL      PIC X(256).
           05 LLM-API-KEY           PIC X(256).
      *> The provider's next key during a rotation overlap (env
      *> LLM_API_KEY_NEXT when left blank). On a 401 LLM-CHAT retries
      *> the call once with this key and, when it is accepted, swaps
      *> the two so the rest of the run carries on with the key that
      *> works - a rotation no longer has to be a coordinated outage.
           05 LLM-API-KEY-NEXT      PIC X(256).
           05 LLM-MODEL             PIC X(128).
           05 LLM-TIMEOUT-SECS      PIC 9(4) VALUE 30.
           05 LLM-RETRY-MAX-ATTEMPTS  PIC 9(2) VALUE 3.
           05 LLM-CODEPAGE-MODE     PIC X(1) VALUE 'N'.
             88 LLM-EBCDIC-CONVERSION-ENABLED  VALUE 'Y'.

      *> What 110-SCRUB-PII does with a sensitive digit run on its way
      *> to an external provider. MASK (the default) overwrites it
      *> with X's. TOKENIZE swaps it for a stable token ([PII-001],
      *> the same token for the same value throughout the call),
      *> keeps the real value in the token vault (LLM_TOKEN_VAULT_FILE,
      *> layout in LLM-TOKEN-VAULT-RECORD.cpy) under the request's run
      *> and record, and swaps the tokens in LLM-RSP-CONTENT back for
      *> the real values before the reply is handed back - so a
      *> drafted letter comes back addressed to the customer rather
      *> than to a row of X's.
           05 LLM-PII-MODE          PIC X(8) VALUE 'MASK'.
             88 LLM-PII-MASK            VALUE 'MASK'.
             88 LLM-PII-TOKENIZE        VALUE 'TOKENIZE'.
