      *> Project : cobol-llm
      *> Module  : LLM-SLA-REPORT.cob
      *> Desc    : Provider SLA report over the call-detail log
      *>           LLM-CHAT and LLM-EMBED write (see
      *>           LLM-CALL-DETAIL-RECORD.cpy; embedding calls group
      *>           under their embedding model).
      *>           Per provider/model per day: p50, p95 and max
      *>           latency, and failover / retry / cache-hit rates -
      *>           the numbers the provider-commitment negotiation
