       01 WS-HASH-IDX           PIC 9(6) COMP.
       01 WS-HASH-LEN           PIC 9(6) COMP.

      *> ---- run registry ---------------------------------------------
       COPY 'LLM-RUN-REGISTRY.cpy'.
       01 WS-TOKENS-IN-TOTAL    PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN.
           IF LLM-STAT-OK
               PERFORM 200-PROCESS-FILE
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back by 910-REGISTER-RUN-END.
           MOVE RETURN-CODE              TO LLM-RRG-RETURN-CODE
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-EMBED-BATCH: records processed: '
                   WS-RECORD-COUNT
               DISPLAY 'LLM-EMBED-BATCH: dropped (no longer in '
                       'corpus): ' WS-DELETED-COUNT
           END-IF
           PERFORM 910-REGISTER-RUN-END
           STOP RUN.

      *> Args: 1=input file  2=vector master file  3=model (optional,
               MOVE WS-OUTPUT-FILENAME   TO WS-MASTER-OUT-FILENAME
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
           MOVE 'LLM-EMBED-BATCH'        TO LLM-RRG-PROGRAM
           MOVE WS-INPUT-FILENAME        TO LLM-RRG-INPUT-FILE
           MOVE WS-OUTPUT-FILENAME       TO LLM-RRG-OUTPUT-FILE
           MOVE LLM-MODEL                TO LLM-RRG-MODEL
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA.


      *> One pass over the existing master keeping only each record's
      *> key and stored content hash - the vectors themselves stay on
      *> disk until the carry-forward pass copies the survivors. A

           IF LLM-STAT-OK
               ADD 1                     TO WS-EMBEDDED-COUNT
               ADD LLM-EMB-TOKENS-IN     TO WS-TOKENS-IN-TOTAL
               PERFORM 220-WRITE-VECTOR
           ELSE
               ADD 1                     TO WS-ERROR-COUNT
       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.


      *> The run's figures onto its END line. READ is the documents
      *> this run worked - a RESTART's skipped head was the earlier
      *> run's - and an unchanged document carried forward by DELTA
      *> counts as a success. Embeddings bill input tokens only.
       910-REGISTER-RUN-END.
           SET LLM-RRG-END               TO TRUE
           MOVE WS-RECORD-COUNT          TO LLM-RRG-READ
           COMPUTE LLM-RRG-SUCCEEDED = WS-RECORD-COUNT - WS-ERROR-COUNT
           MOVE WS-ERROR-COUNT           TO LLM-RRG-FAILED
           MOVE 0                        TO LLM-RRG-UNPROCESSED
           MOVE WS-TOKENS-IN-TOTAL       TO LLM-RRG-TOKENS-IN
           MOVE 0                        TO LLM-RRG-TOKENS-OUT
                                            LLM-RRG-TOKENS-CW
                                            LLM-RRG-TOKENS-CR
           MOVE 'N'                      TO LLM-RRG-PRICED
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA
           MOVE LLM-RRG-RETURN-CODE      TO RETURN-CODE.
