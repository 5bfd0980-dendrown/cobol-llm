       01 WS-CSM-EOF-FLAG       PIC X(1).
         88 WS-CSM-EOF              VALUE 'Y'.

      *> ---- run registry ---------------------------------------------
       COPY 'LLM-RUN-REGISTRY.cpy'.
       01 WS-CHUNKS-READ        PIC 9(9) VALUE 0.
       01 WS-TOKENS-IN-TOTAL    PIC 9(12) VALUE 0.
       01 WS-TOKENS-OUT-TOTAL   PIC 9(12) VALUE 0.
       01 WS-TOKENS-CW-TOTAL    PIC 9(12) VALUE 0.
       01 WS-TOKENS-CR-TOTAL    PIC 9(12) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN.
           IF LLM-STAT-OK
               PERFORM 200-PROCESS-FILE
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back by 910-REGISTER-RUN-END.
           MOVE RETURN-CODE              TO LLM-RRG-RETURN-CODE
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-SUMMARIZE: chunks summarized: ' WS-CHUNK-COUNT
           DISPLAY 'LLM-SUMMARIZE: documents finalized: ' WS-DOC-COUNT
               DISPLAY 'LLM-SUMMARIZE: chunk summaries reused from '
                       'the .chunks file: ' WS-PRELOADED-COUNT
           END-IF
           PERFORM 910-REGISTER-RUN-END
           STOP RUN.

      *> Args: 1=chunk file (LLM-CHUNK output)  2=final summary file
           END-IF

           PERFORM 110-LOAD-PROMPTS
           PERFORM 190-REGISTER-RUN-START

           MOVE 'OLLAMA'                 TO LLM-PROVIDER
           MOVE 'http://localhost:11434' TO LLM-ENDPOINT-URL
           INITIALIZE LLM-STATUS.


      *> From here on every way out of the run passes
      *> 910-REGISTER-RUN-END.
       190-REGISTER-RUN-START.
           INITIALIZE LLM-RUN-REGISTRY-AREA
           SET LLM-RRG-START             TO TRUE
           MOVE 'LLM-SUMMARIZE'          TO LLM-RRG-PROGRAM
           MOVE WS-INPUT-FILENAME        TO LLM-RRG-INPUT-FILE
           MOVE WS-OUTPUT-FILENAME       TO LLM-RRG-OUTPUT-FILE
           MOVE LLM-MODEL                TO LLM-RRG-MODEL
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA.


       200-PROCESS-FILE.
           OPEN INPUT CHUNK-INPUT
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-SUMMARIZE: cannot open chunk file, status '
                       WS-IN-FILE-STATUS
               MOVE 8 TO LLM-RRG-RETURN-CODE
               PERFORM 910-REGISTER-RUN-END
               GOBACK
           END-IF

                                 LLM-REQUEST
                                 LLM-RESPONSE
                                 LLM-STATUS
           ADD 1                         TO WS-CHUNKS-READ
           PERFORM 245-ADD-CALL-TOKENS

           IF LLM-STAT-OK
               ADD 1                     TO WS-CHUNK-COUNT
                                     LLM-REQUEST
                                     LLM-RESPONSE
                                     LLM-STATUS
               PERFORM 245-ADD-CALL-TOKENS

               IF LLM-STAT-OK
                   ADD 1                 TO WS-DOC-COUNT
                                     LLM-REQUEST
                                     LLM-RESPONSE
                                     LLM-STATUS
               PERFORM 245-ADD-CALL-TOKENS

               IF LLM-STAT-OK
                   ADD 1                 TO WS-LEVEL-COUNT
           CLOSE RESTART-FILE.


      *> Map, reduce and final calls alike - all of them are spend.
       245-ADD-CALL-TOKENS.
           ADD LLM-RSP-TOKENS-IN         TO WS-TOKENS-IN-TOTAL
           ADD LLM-RSP-TOKENS-OUT        TO WS-TOKENS-OUT-TOTAL
           ADD LLM-RSP-TOKENS-CACHE-WRITE TO WS-TOKENS-CW-TOTAL
           ADD LLM-RSP-TOKENS-CACHE-READ TO WS-TOKENS-CR-TOTAL.


       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.


      *> The run's figures onto its END line. The records are the
      *> chunks this run sent to the map pass (a RESTART's skipped
      *> head was the earlier run's); FAILED is every failed call,
      *> chunk or document, so a document that never finalized shows
      *> even when all its chunks came back.
       910-REGISTER-RUN-END.
           SET LLM-RRG-END               TO TRUE
           MOVE WS-CHUNKS-READ           TO LLM-RRG-READ
           MOVE WS-CHUNK-COUNT           TO LLM-RRG-SUCCEEDED
           MOVE WS-ERROR-COUNT           TO LLM-RRG-FAILED
           MOVE 0                        TO LLM-RRG-UNPROCESSED
           MOVE WS-TOKENS-IN-TOTAL       TO LLM-RRG-TOKENS-IN
           MOVE WS-TOKENS-OUT-TOTAL      TO LLM-RRG-TOKENS-OUT
           MOVE WS-TOKENS-CW-TOTAL       TO LLM-RRG-TOKENS-CW
           MOVE WS-TOKENS-CR-TOTAL       TO LLM-RRG-TOKENS-CR
           MOVE 'N'                      TO LLM-RRG-PRICED
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA
           MOVE LLM-RRG-RETURN-CODE      TO RETURN-CODE.
