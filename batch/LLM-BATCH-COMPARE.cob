       01 WS-EDIT-COST          PIC $ZZZ,ZZ9.99.
       01 WS-EDIT-AVG           PIC ZZZ,ZZ9.

      *> ---- run registry ---------------------------------------------
      *> A record fails when either side's call did.
       COPY 'LLM-RUN-REGISTRY.cpy'.
       01 WS-FAILED-RECORDS     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       000-MAIN.
               PERFORM 200-PROCESS-FILE
               PERFORM 300-WRITE-SUMMARY
           END-IF
      *> LLM-CLEANUP's CALL resets RETURN-CODE, so the run's code is
      *> held across it and put back by 910-REGISTER-RUN-END.
           MOVE RETURN-CODE              TO LLM-RRG-RETURN-CODE
           PERFORM 900-CLEANUP
           DISPLAY 'LLM-BATCH-COMPARE: records compared: '
                   WS-RECORD-COUNT
           PERFORM 910-REGISTER-RUN-END
           STOP RUN.

      *> Args: 1=input file  2=output file  3=model A  4=model B
           MOVE 999999                   TO WS-TOT-MIN-LEN(1)
           MOVE 999999                   TO WS-TOT-MIN-LEN(2)
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 190-REGISTER-RUN-START

           CALL 'LLM-INIT' USING LLM-CONFIG
                                 LLM-FALLBACK-CONFIG
           END-IF.


      *> Both models go on the START line, side A first. From here on
      *> every way out of the run passes 910-REGISTER-RUN-END.
       190-REGISTER-RUN-START.
           INITIALIZE LLM-RUN-REGISTRY-AREA
           SET LLM-RRG-START             TO TRUE
           MOVE 'LLM-BATCH-COMPARE'      TO LLM-RRG-PROGRAM
           MOVE WS-INPUT-FILENAME        TO LLM-RRG-INPUT-FILE
           MOVE WS-OUTPUT-FILENAME       TO LLM-RRG-OUTPUT-FILE
           STRING FUNCTION TRIM(WS-A-MODEL) DELIMITED BY SIZE
                  ' / '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-B-MODEL) DELIMITED BY SIZE
                  INTO LLM-RRG-MODEL
           END-STRING
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA.


       200-PROCESS-FILE.
           OPEN INPUT BATCH-INPUT
           IF WS-IN-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-BATCH-COMPARE: cannot open input file, '
                       'status ' WS-IN-FILE-STATUS
               MOVE 8 TO LLM-RRG-RETURN-CODE
               PERFORM 910-REGISTER-RUN-END
               GOBACK
           END-IF
           OPEN OUTPUT COMPARE-OUTPUT
           MOVE WS-CALL-LATENCY-MS       TO CMP-B-LATENCY-MS
           MOVE LLM-RSP-CONTENT          TO CMP-B-CONTENT

           WRITE COMPARE-OUT-RECORD
           IF CMP-A-STAT-CODE NOT = 0
           OR CMP-B-STAT-CODE NOT = 0
               ADD 1                     TO WS-FAILED-RECORDS
           END-IF.


       220-CALL-ONE-SIDE.
           COMPUTE WS-TOT-COST(WS-TOT-IDX) ROUNDED =
               WS-TOT-COST(WS-TOT-IDX)
               + (LLM-RSP-TOKENS-IN  * LLM-RATE-IN  / 1000)
               + (LLM-RSP-TOKENS-OUT * LLM-RATE-OUT / 1000)
               + (LLM-RSP-TOKENS-CACHE-WRITE
                                     * LLM-RATE-CACHE-WRITE / 1000)
               + (LLM-RSP-TOKENS-CACHE-READ
                                     * LLM-RATE-CACHE-READ  / 1000).


       300-WRITE-SUMMARY.
       900-CLEANUP.
           CALL 'LLM-CLEANUP' USING LLM-CONFIG
                                    LLM-STATUS.


      *> The run's figures onto its END line - both sides' tokens,
      *> and the spend the summary already priced per side.
       910-REGISTER-RUN-END.
           SET LLM-RRG-END               TO TRUE
           MOVE WS-RECORD-COUNT          TO LLM-RRG-READ
           COMPUTE LLM-RRG-SUCCEEDED =
               WS-RECORD-COUNT - WS-FAILED-RECORDS
           MOVE WS-FAILED-RECORDS        TO LLM-RRG-FAILED
           MOVE 0                        TO LLM-RRG-UNPROCESSED
           COMPUTE LLM-RRG-TOKENS-IN =
               WS-TOT-TOKENS-IN(1) + WS-TOT-TOKENS-IN(2)
           COMPUTE LLM-RRG-TOKENS-OUT =
               WS-TOT-TOKENS-OUT(1) + WS-TOT-TOKENS-OUT(2)
           MOVE 0                        TO LLM-RRG-TOKENS-CW
                                            LLM-RRG-TOKENS-CR
           COMPUTE LLM-RRG-SPEND =
               WS-TOT-COST(1) + WS-TOT-COST(2)
           MOVE 'Y'                      TO LLM-RRG-PRICED
           CALL 'LLM-RUN-REGISTER' USING LLM-RUN-REGISTRY-AREA
           MOVE LLM-RRG-RETURN-CODE      TO RETURN-CODE.
