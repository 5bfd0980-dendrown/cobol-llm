                   WHEN 'LLM-API-KEY'
                       MOVE FUNCTION TRIM(WS-CFG-VALUE)
                                             TO LLM-API-KEY
                   WHEN 'LLM-API-KEY-NEXT'
                       MOVE FUNCTION TRIM(WS-CFG-VALUE)
                                             TO LLM-API-KEY-NEXT
                   WHEN 'LLM-MODEL'
                       MOVE FUNCTION TRIM(WS-CFG-VALUE)
                                             TO LLM-MODEL
                   WHEN 'LLM-MODEL-CHECK-MODE'
                       MOVE FUNCTION TRIM(WS-CFG-VALUE)
                                             TO LLM-MODEL-CHECK-MODE
                   WHEN 'LLM-PII-MODE'
                       MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-CFG-VALUE))
                                             TO LLM-PII-MODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
