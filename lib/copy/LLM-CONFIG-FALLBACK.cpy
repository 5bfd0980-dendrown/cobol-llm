             88 LLM-FB-PROVIDER-AZURE-OPENAI  VALUE 'AZURE-OPENAI'.
           05 LLM-FB-ENDPOINT-URL      PIC X(256).
           05 LLM-FB-API-KEY           PIC X(256).
      *> Rotation-overlap key for the fallback provider (env
      *> LLM_FB_API_KEY_NEXT when left blank) - becomes
      *> LLM-API-KEY-NEXT when LLM-CHAT fails over.
           05 LLM-FB-API-KEY-NEXT      PIC X(256).
           05 LLM-FB-MODEL             PIC X(128).
           05 LLM-FB-TIMEOUT-SECS      PIC 9(4) VALUE 30.
           05 LLM-FB-RETRY-MAX-ATTEMPTS  PIC 9(2) VALUE 3.
