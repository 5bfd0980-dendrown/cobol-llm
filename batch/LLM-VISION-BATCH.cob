       01 WS-RUN-ID.
           05 WS-RUN-ID-DATE    PIC 9(8).
           05 WS-RUN-ID-TIME    PIC 9(6).
      *> The business caller recorded on each archived reply, as
      *> LLM-BATCH records it: LLM_BATCH_CALLER, else the program
      *> name.
       01 WS-RUN-CALLER         PIC X(30) VALUE SPACES.

      *> ---- raw image and its base64 rendering ------------------------
      *> 150,000 raw bytes encode to 200,000 characters - the image
       01 WS-MIME-TYPE          PIC X(32).
       01 WS-PATH-LEN           PIC 9(3) COMP.

      *> ---- run registry ---------------------------------------------
       COPY 'LLM-RUN-REGISTRY.cpy'.

       PROCEDURE DIVISION.

       000-MAIN.
           IF LLM-STAT-OK
               PERFORM 200-PROCESS-FILE
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back by 910-REGISTER-RUN-END.
           MOVE RETURN-CODE              TO LLM-RRG-RETURN-CODE
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-VISION-BATCH: records processed: '
                   WS-RECORD-COUNT
           DISPLAY 'LLM-VISION-BATCH: records with errors: '
                   WS-ERROR-COUNT
           PERFORM 910-REGISTER-RUN-END
           STOP RUN.

      *> Args: 1=input file (key, image path, MIME type, prompt)
           IF WS-ARCHIVE-FILENAME NOT = SPACES
               SET WS-ARCHIVE-ENABLED    TO TRUE
           END-IF
           DISPLAY 'LLM_BATCH_CALLER' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-CALLER FROM ENVIRONMENT-VALUE
           IF WS-RUN-CALLER = SPACES
               MOVE 'LLM-VISION-BATCH'   TO WS-RUN-CALLER
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE              TO WS-RUN-ID-DATE
           MOVE WS-RUN-TIME(1:6)         TO WS-RUN-ID-TIME
           PERFORM 190-REGISTER-RUN-START

      *> Vision rides the Claude request shape today, so the
      *> defaults point there; LLM-CONFIG-READ still lets the shop
           END-IF.


      *> START line under the archive's run ID - from here on every
      *> way out of the run passes 910-REGISTER-RUN-END.
       190-REGISTER-RUN-START.
           INITIALIZE LLM-RUN-REGISTRY-AREA
           SET LLM-RRG-START             TO TRUE
           MOVE WS-RUN-ID                TO LLM-RRG-RUN-ID
           MOVE 'LLM-VISION-BATCH'       TO LLM-RRG-PROGRAM
           MOVE WS-INPUT-FILENAME        TO LLM-RRG-INPUT-FILE
           MOVE WS-OUTPUT-FILENAME       TO LLM-RRG-OUTPUT-FILE
           MOVE LLM-MODEL                TO LLM-RRG-MODEL
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA.


       200-PROCESS-FILE.
           MOVE 'N' TO WS-FILE-OPEN-ERROR

               MOVE LLM-STAT-CODE        TO ARC-STAT-CODE
               MOVE LLM-RSP-CONTENT      TO ARC-CONTENT
               INSPECT ARC-CONTENT CONVERTING X"0A0D" TO X"0102"
      *> The prompt is the record's own, not library wording, so
      *> there is no prompt ID or version to record.
               MOVE WS-RUN-CALLER        TO ARC-CALLER
               MOVE 0                    TO ARC-PROMPT-VERSION
               IF LLM-RSP-MODEL NOT = SPACES
                   MOVE LLM-RSP-MODEL    TO ARC-MODEL
               ELSE
                   MOVE LLM-MODEL        TO ARC-MODEL
               END-IF
               WRITE ARCHIVE-RECORD
           END-IF.

       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.


      *> The run's figures onto its END line; the registry prices
      *> the trailer's token totals at the run model's rates.
       910-REGISTER-RUN-END.
           SET LLM-RRG-END               TO TRUE
           MOVE WS-RECORD-COUNT          TO LLM-RRG-READ
           COMPUTE LLM-RRG-SUCCEEDED = WS-RECORD-COUNT - WS-ERROR-COUNT
           MOVE WS-ERROR-COUNT           TO LLM-RRG-FAILED
           MOVE 0                        TO LLM-RRG-UNPROCESSED
           MOVE WS-TOKENS-IN-TOTAL       TO LLM-RRG-TOKENS-IN
           MOVE WS-TOKENS-OUT-TOTAL      TO LLM-RRG-TOKENS-OUT
           MOVE 0                        TO LLM-RRG-TOKENS-CW
                                            LLM-RRG-TOKENS-CR
           MOVE 'N'                      TO LLM-RRG-PRICED
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA
           MOVE LLM-RRG-RETURN-CODE      TO RETURN-CODE.
