             10 LLM-RSP-TC-NAME     PIC X(64).
             10 LLM-RSP-TC-ARGS-JSON PIC X(4096).

      *> Set by LLM-TOOL-DISPATCH (left zero/blank by a plain LLM-CHAT
      *> call): the tool rounds run before the final reply, and why
      *> the cycle stopped short when it did - the round limit
      *> reached with calls still pending, or a tool the caller's
      *> LLM_TOOL_POLICY_FILE line doesn't clear.
           05 LLM-RSP-TOOL-ROUNDS   PIC 9(2) VALUE 0.
           05 LLM-RSP-TOOL-STOP     PIC X(1) VALUE SPACE.
             88 LLM-TOOL-STOP-ROUND-LIMIT VALUE 'R'.
             88 LLM-TOOL-STOP-DENIED      VALUE 'D'.

      *> Provider prompt caching (see LLM_PROMPT_CACHE in LLM-CHAT):
      *> input tokens written to the provider's prompt cache on this
      *> call, and input tokens served back out of it. Neither is
      *> counted in LLM-RSP-TOKENS-IN, which carries only the input
      *> billed at the full rate - OpenAI's prompt_tokens includes
      *> its cached share, so LLM-CHAT takes that share back out to
      *> keep the three figures additive across providers and each
      *> priced at its own LLM-RATE-LOOKUP rate. Zero on a provider
      *> that does not cache, or on a local response-cache hit.
           05 LLM-RSP-TOKENS-CACHE-WRITE PIC 9(9) VALUE 0.
           05 LLM-RSP-TOKENS-CACHE-READ  PIC 9(9) VALUE 0.
