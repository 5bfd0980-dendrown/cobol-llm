       01 WS-EMBED-MODEL-ARG    PIC X(128).
       01 WS-TOP-K-ARG          PIC X(2).
       01 WS-PROBE-ARG          PIC X(4).
       01 WS-HYBRID-ARG         PIC X(8).
       01 WS-METADATA-ARG       PIC X(256).
       01 WS-FILTER-ARG         PIC X(10).
       01 WS-RUN-DATE           PIC 9(8).

       01 WS-QUARANTINED-COUNT  PIC 9(9) VALUE 0.

      *> ---- run registry ---------------------------------------------
      *> Chat tokens only - the query embeddings ride inside
      *> LLM-VECTOR-SEARCH and are small beside the answers.
       COPY 'LLM-RUN-REGISTRY.cpy'.
       01 WS-TOKENS-IN-TOTAL    PIC 9(12) VALUE 0.
       01 WS-TOKENS-OUT-TOTAL   PIC 9(12) VALUE 0.
       01 WS-TOKENS-CW-TOTAL    PIC 9(12) VALUE 0.
       01 WS-TOKENS-CR-TOTAL    PIC 9(12) VALUE 0.

      *> ---- citation trail --------------------------------------------
       01 WS-CITATION-FILENAME  PIC X(256).
       01 WS-CIT-FILE-STATUS    PIC X(2).
           IF LLM-STAT-OK
               PERFORM 200-PROCESS-FILE
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back by 910-REGISTER-RUN-END.
           MOVE RETURN-CODE              TO LLM-RRG-RETURN-CODE
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-RAG-BATCH: records processed: ' WS-RECORD-COUNT
           DISPLAY 'LLM-RAG-BATCH: records with errors: '
               DISPLAY 'LLM-RAG-BATCH: passages quarantined by the '
                       'injection screen: ' WS-QUARANTINED-COUNT
           END-IF
           PERFORM 910-REGISTER-RUN-END
           STOP RUN.

      *> Args: 1=questions file  2=output file  3=vector master
      *>          scan; nonzero turns on LLM-VECTOR-SEARCH's
      *>          two-stage pass over the LLM-VECTOR-CLUSTER
      *>          sidecars, probing that many clusters)
      *>       12=hybrid retrieval (optional, Y or HYBRID merges
      *>          keyword matches from the LLM-KEYWORD-INDEX
      *>          sidecar with the cosine ranks; '-' or N keeps
      *>          cosine only)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 4
               END-IF
           END-IF

      *> Hybrid retrieval for questions that quote identifiers - a
      *> policy number or form code the embedding blurs is matched
      *> exactly against the keyword index.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 12
               MOVE 12                  TO WS-ARG-COUNT
               ACCEPT WS-HYBRID-ARG FROM ARGUMENT-VALUE
               EVALUATE FUNCTION UPPER-CASE(WS-HYBRID-ARG)
                   WHEN 'Y'
                   WHEN 'YES'
                   WHEN 'HYBRID'
                       SET LLM-VSR-HYBRID TO TRUE
                   WHEN OTHER
                       MOVE 'N'         TO LLM-VSR-HYBRID-FLAG
               END-EVALUATE
           END-IF

           PERFORM 190-REGISTER-RUN-START

           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           MOVE SPACES                   TO LLM-API-KEY
           END-IF.


      *> From here on every way out of the run passes
      *> 910-REGISTER-RUN-END.
       190-REGISTER-RUN-START.
           INITIALIZE LLM-RUN-REGISTRY-AREA
           SET LLM-RRG-START             TO TRUE
           MOVE 'LLM-RAG-BATCH'          TO LLM-RRG-PROGRAM
           MOVE WS-INPUT-FILENAME        TO LLM-RRG-INPUT-FILE
           MOVE WS-OUTPUT-FILENAME       TO LLM-RRG-OUTPUT-FILE
           MOVE WS-CHAT-MODEL            TO LLM-RRG-MODEL
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA.


       200-PROCESS-FILE.
           MOVE 'N' TO WS-FILE-OPEN-ERROR

           MOVE LLM-RSP-TOKENS-IN        TO BOUT-TOKENS-IN
           MOVE LLM-RSP-TOKENS-OUT       TO BOUT-TOKENS-OUT
           MOVE LLM-RSP-CONTENT          TO BOUT-CONTENT
           WRITE BATCH-OUT-RECORD
           ADD LLM-RSP-TOKENS-IN         TO WS-TOKENS-IN-TOTAL
           ADD LLM-RSP-TOKENS-OUT        TO WS-TOKENS-OUT-TOTAL
           ADD LLM-RSP-TOKENS-CACHE-WRITE TO WS-TOKENS-CW-TOTAL
           ADD LLM-RSP-TOKENS-CACHE-READ TO WS-TOKENS-CR-TOTAL.


      *> The search embeds the query with whatever LLM-MODEL holds, so
       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.


      *> The run's figures onto its END line; the registry prices
      *> the chat tokens at the chat model's rates.
       910-REGISTER-RUN-END.
           SET LLM-RRG-END               TO TRUE
           MOVE WS-RECORD-COUNT          TO LLM-RRG-READ
           COMPUTE LLM-RRG-SUCCEEDED = WS-RECORD-COUNT - WS-ERROR-COUNT
           MOVE WS-ERROR-COUNT           TO LLM-RRG-FAILED
           MOVE 0                        TO LLM-RRG-UNPROCESSED
           MOVE WS-TOKENS-IN-TOTAL       TO LLM-RRG-TOKENS-IN
           MOVE WS-TOKENS-OUT-TOTAL      TO LLM-RRG-TOKENS-OUT
           MOVE WS-TOKENS-CW-TOTAL       TO LLM-RRG-TOKENS-CW
           MOVE WS-TOKENS-CR-TOTAL       TO LLM-RRG-TOKENS-CR
           MOVE 'N'                      TO LLM-RRG-PRICED
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA
           MOVE LLM-RRG-RETURN-CODE      TO RETURN-CODE.
