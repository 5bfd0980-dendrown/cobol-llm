       01 WS-RECOVERED-COUNT    PIC 9(9) VALUE 0.
       01 WS-RESIDUAL-COUNT     PIC 9(9) VALUE 0.

      *> ---- run registry ---------------------------------------------
       COPY 'LLM-RUN-REGISTRY.cpy'.
       01 WS-TOKENS-IN-TOTAL    PIC 9(12) VALUE 0.
       01 WS-TOKENS-OUT-TOTAL   PIC 9(12) VALUE 0.
       01 WS-TOKENS-CW-TOTAL    PIC 9(12) VALUE 0.
       01 WS-TOKENS-CR-TOTAL    PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN.
               PERFORM 200-RETRY-TRANSIENTS
               PERFORM 300-WRITE-PERMANENT-RESIDUALS
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back by 910-REGISTER-RUN-END.
           MOVE RETURN-CODE              TO LLM-RRG-RETURN-CODE
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-RETRY: records retried: ' WS-RETRY-COUNT
           DISPLAY 'LLM-RETRY: records recovered: ' WS-RECOVERED-COUNT
           DISPLAY 'LLM-RETRY: residual exceptions: '
                   WS-RESIDUAL-COUNT
           PERFORM 910-REGISTER-RUN-END
           STOP RUN.

      *> Args: 1=original input file  2=original output file (the
               GOBACK
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
           MOVE 'LLM-RETRY'              TO LLM-RRG-PROGRAM
           MOVE WS-INPUT-FILENAME        TO LLM-RRG-INPUT-FILE
           MOVE WS-RESIDUAL-FILENAME     TO LLM-RRG-OUTPUT-FILE
           MOVE LLM-MODEL                TO LLM-RRG-MODEL
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA.


       130-LOAD-MODEL-ROUTES.
           MOVE 0 TO WS-ROUTE-COUNT
           OPEN INPUT MODEL-ROUTES
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-RETRY: cannot open original input, '
                       'status ' WS-IN-FILE-STATUS
               MOVE 8 TO LLM-RRG-RETURN-CODE
               PERFORM 910-REGISTER-RUN-END
               GOBACK
           END-IF

                       'status ' WS-RSPM-FILE-STATUS
               CLOSE BATCH-INPUT
               CLOSE RESIDUAL-LOG
               MOVE 8 TO LLM-RRG-RETURN-CODE
               PERFORM 910-REGISTER-RUN-END
               GOBACK
           END-IF

                                     LLM-REQUEST
                                     LLM-RESPONSE
                                     LLM-STATUS
               ADD LLM-RSP-TOKENS-IN     TO WS-TOKENS-IN-TOTAL
               ADD LLM-RSP-TOKENS-OUT    TO WS-TOKENS-OUT-TOTAL
               ADD LLM-RSP-TOKENS-CACHE-WRITE TO WS-TOKENS-CW-TOTAL
               ADD LLM-RSP-TOKENS-CACHE-READ  TO WS-TOKENS-CR-TOTAL
           ELSE
               INITIALIZE LLM-RESPONSE
               SET LLM-STAT-CONFIG-ERR  TO TRUE
       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.


      *> The run's figures onto its END line. The records are the
      *> exceptions loaded: a retried one succeeded or failed, and
      *> one never retried - permanent, or its key not found in the
      *> input - is unprocessed, still open on the residual log.
       910-REGISTER-RUN-END.
           SET LLM-RRG-END               TO TRUE
           MOVE WS-EXC-COUNT             TO LLM-RRG-READ
           MOVE WS-RECOVERED-COUNT       TO LLM-RRG-SUCCEEDED
           COMPUTE LLM-RRG-FAILED =
               WS-RETRY-COUNT - WS-RECOVERED-COUNT
           COMPUTE LLM-RRG-UNPROCESSED =
               WS-EXC-COUNT - WS-RETRY-COUNT
           MOVE WS-TOKENS-IN-TOTAL       TO LLM-RRG-TOKENS-IN
           MOVE WS-TOKENS-OUT-TOTAL      TO LLM-RRG-TOKENS-OUT
           MOVE WS-TOKENS-CW-TOTAL       TO LLM-RRG-TOKENS-CW
           MOVE WS-TOKENS-CR-TOTAL       TO LLM-RRG-TOKENS-CR
           MOVE 'N'                      TO LLM-RRG-PRICED
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA
           MOVE LLM-RRG-RETURN-CODE      TO RETURN-CODE.
