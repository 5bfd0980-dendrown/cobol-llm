      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-CALL-DETAIL-RECORD.cpy
      *> Desc    : One line per LLM-CHAT or LLM-EMBED call alongside
      *>           the audit line, carrying what the audit record
      *>           doesn't - time and transport detail: elapsed
      *>           milliseconds around cob_curl_post (summed across
      *>           retries and a failover), the 310-RETRY-ON-RATE-
      *>           LIMIT retry count, whether 320-FAILOVER-TO-FALLBACK
      *>           fired (CDR-PROVIDER is whoever actually answered),
      *>           cache hit vs live, the HTTP status, the input
      *>           tokens written to and read from the provider's
      *>           prompt cache, and whether it was a chat or an
      *>           embedding call. Written to LLM_CALL_DETAIL_FILE
      *>           (default LLM-CALL-DETAIL.LOG), read by
      *>           LLM-SLA-REPORT.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
           05 CDR-HTTP-STATUS       PIC 9(4).
           05 FILLER                PIC X(1).
           05 CDR-STAT-CODE         PIC 9(4).
           05 FILLER                PIC X(1).
           05 CDR-CACHE-WRITE-TOKENS PIC 9(9).
           05 FILLER                PIC X(1).
           05 CDR-CACHE-READ-TOKENS PIC 9(9).
      *> Same marker as AUD-CALL-TYPE: blank for chat, 'E' for an
      *> LLM-EMBED embedding call. Older lines read blank.
           05 FILLER                PIC X(1).
           05 CDR-CALL-TYPE         PIC X(1).
             88 CDR-CALL-CHAT           VALUE SPACE.
             88 CDR-CALL-EMBED          VALUE 'E'.
