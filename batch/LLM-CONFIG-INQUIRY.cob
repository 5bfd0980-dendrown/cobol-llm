           ELSE
               DISPLAY 'EBCDIC conversion .: off'
           END-IF
           DISPLAY 'PII scrub mode ....: ' FUNCTION TRIM(LLM-PII-MODE)
           IF NOT LLM-STAT-OK
               DISPLAY 'LLM-CONFIG-READ status ...: '
                       FUNCTION TRIM(LLM-STAT-MESSAGE)
