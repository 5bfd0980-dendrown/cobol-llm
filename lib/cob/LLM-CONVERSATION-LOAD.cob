               MOVE 0                    TO AUD-TOKENS-IN
               MOVE 0                    TO AUD-TOKENS-OUT
               MOVE 14                   TO AUD-STAT-CODE
               DISPLAY 'LLM_CONFIG_FINGERPRINT' UPON ENVIRONMENT-NAME
               ACCEPT AUD-CONFIG-FINGERPRINT FROM ENVIRONMENT-VALUE
               PERFORM 165-COMPUTE-AUDIT-CHAIN
               MOVE WS-CHAIN-RESULT      TO AUD-CHAIN
               WRITE AUDIT-LOG-RECORD
