             10 WS-SUM-TOKENS-IN    PIC 9(9).
             10 WS-SUM-TOKENS-OUT   PIC 9(9).
             10 WS-SUM-COST         PIC 9(9)V99.
      *> Input served from / written to the provider's prompt cache,
      *> priced apart from TOKENS-IN at the cache rates.
             10 WS-SUM-CACHE-READ   PIC 9(9).
             10 WS-SUM-CACHE-WRITE  PIC 9(9).

       01 WS-FOUND-FLAG             PIC X(1).
         88 WS-FOUND                   VALUE 'Y'.
       COPY 'LLM-RATE.cpy'.
       01 WS-RATE-IN                PIC 9(4)V9999.
       01 WS-RATE-OUT               PIC 9(4)V9999.
       01 WS-RATE-CACHE-WRITE       PIC 9(4)V9999.
       01 WS-RATE-CACHE-READ        PIC 9(4)V9999.
       01 WS-CALL-COST              PIC 9(9)V99.
       01 WS-CACHE-WRITE-TOKENS     PIC 9(9).
       01 WS-CACHE-READ-TOKENS      PIC 9(9).
       01 WS-BULK-RATE-ENV          PIC X(6).
       01 WS-BULK-RATE-PCT          PIC 9(3)V99 VALUE 50.

      *> ---- report line assembly --------------------------------
       01 WS-EDIT-CALLS             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-TOKENS-IN         PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-TOKENS-OUT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-CACHE-READ        PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-CACHE-WRITE       PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COST              PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
                           TO WS-EXP-SEPARATOR
                   END-IF
               END-IF
           END-IF

      *> Bulk-job lines (AUD-SERVICE-TIER 'B') bill at the providers'
      *> deferred rate - LLM_BULK_RATE_PCT percent of list, default
      *> 50.
           DISPLAY 'LLM_BULK_RATE_PCT' UPON ENVIRONMENT-NAME
           ACCEPT WS-BULK-RATE-ENV FROM ENVIRONMENT-VALUE
           IF WS-BULK-RATE-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BULK-RATE-ENV)
                                        TO WS-BULK-RATE-PCT
           END-IF.


           PERFORM 220-FIND-OR-ADD-ENTRY
           IF NOT WS-SUM-TABLE-FULL
               PERFORM 230-LOOKUP-RATE
      *> Lines written before the prompt-cache columns read blank.
               MOVE 0                TO WS-CACHE-WRITE-TOKENS
                                        WS-CACHE-READ-TOKENS
               IF AUD-CACHE-WRITE-TOKENS IS NUMERIC
                   MOVE AUD-CACHE-WRITE-TOKENS TO WS-CACHE-WRITE-TOKENS
               END-IF
               IF AUD-CACHE-READ-TOKENS IS NUMERIC
                   MOVE AUD-CACHE-READ-TOKENS  TO WS-CACHE-READ-TOKENS
               END-IF

               COMPUTE WS-CALL-COST ROUNDED =
                   (AUD-TOKENS-IN  * WS-RATE-IN  / 1000)
                 + (AUD-TOKENS-OUT * WS-RATE-OUT / 1000)
                 + (WS-CACHE-WRITE-TOKENS * WS-RATE-CACHE-WRITE / 1000)
                 + (WS-CACHE-READ-TOKENS  * WS-RATE-CACHE-READ  / 1000)
               IF AUD-TIER-BULK
                   COMPUTE WS-CALL-COST ROUNDED =
                       WS-CALL-COST * WS-BULK-RATE-PCT / 100
               END-IF

               ADD 1               TO WS-SUM-CALLS(WS-SUM-IDX)
               ADD AUD-TOKENS-IN   TO WS-SUM-TOKENS-IN(WS-SUM-IDX)
               ADD AUD-TOKENS-OUT  TO WS-SUM-TOKENS-OUT(WS-SUM-IDX)
               ADD WS-CACHE-READ-TOKENS
                                   TO WS-SUM-CACHE-READ(WS-SUM-IDX)
               ADD WS-CACHE-WRITE-TOKENS
                                   TO WS-SUM-CACHE-WRITE(WS-SUM-IDX)
               ADD WS-CALL-COST    TO WS-SUM-COST(WS-SUM-IDX)
           END-IF.

                   MOVE 0                    TO WS-SUM-CALLS(WS-SUM-IDX)
                   MOVE 0              TO WS-SUM-TOKENS-IN(WS-SUM-IDX)
                   MOVE 0              TO WS-SUM-TOKENS-OUT(WS-SUM-IDX)
                   MOVE 0              TO WS-SUM-CACHE-READ(WS-SUM-IDX)
                   MOVE 0              TO WS-SUM-CACHE-WRITE(WS-SUM-IDX)
                   MOVE 0                    TO WS-SUM-COST(WS-SUM-IDX)
               ELSE
                   SET WS-SUM-TABLE-FULL TO TRUE
                                         TO LLM-RATE-ASOF-DATE
           CALL 'LLM-RATE-LOOKUP' USING LLM-RATE-AREA
           MOVE LLM-RATE-IN              TO WS-RATE-IN
           MOVE LLM-RATE-OUT             TO WS-RATE-OUT
           MOVE LLM-RATE-CACHE-WRITE     TO WS-RATE-CACHE-WRITE
           MOVE LLM-RATE-CACHE-READ      TO WS-RATE-CACHE-READ.


       300-WRITE-REPORT.
           WRITE REPORT-LINE
           STRING '                CALLS   TOKENS-IN  TOKENS-OUT'
                       DELIMITED BY SIZE
                  '  CACHE-READ CACHE-WRITE'
                       DELIMITED BY SIZE
                  '        EST-COST'       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           MOVE WS-SUM-CALLS(WS-SUM-IDX)      TO WS-EDIT-CALLS
           MOVE WS-SUM-TOKENS-IN(WS-SUM-IDX)  TO WS-EDIT-TOKENS-IN
           MOVE WS-SUM-TOKENS-OUT(WS-SUM-IDX) TO WS-EDIT-TOKENS-OUT
           MOVE WS-SUM-CACHE-READ(WS-SUM-IDX) TO WS-EDIT-CACHE-READ
           MOVE WS-SUM-CACHE-WRITE(WS-SUM-IDX)
                                              TO WS-EDIT-CACHE-WRITE
           MOVE WS-SUM-COST(WS-SUM-IDX)       TO WS-EDIT-COST

           STRING WS-SUM-DATE(WS-SUM-IDX)        DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-EDIT-TOKENS-OUT              DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-EDIT-CACHE-READ              DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-EDIT-CACHE-WRITE             DELIMITED BY SIZE
                  ' '                             DELIMITED BY SIZE
                  WS-EDIT-COST                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
                      WS-EXP-SEPARATOR DELIMITED BY SIZE
                      'TOKENS-OUT'    DELIMITED BY SIZE
                      WS-EXP-SEPARATOR DELIMITED BY SIZE
                      'CACHE-READ'    DELIMITED BY SIZE
                      WS-EXP-SEPARATOR DELIMITED BY SIZE
                      'CACHE-WRITE'   DELIMITED BY SIZE
                      WS-EXP-SEPARATOR DELIMITED BY SIZE
                      'EST-COST'      DELIMITED BY SIZE
                      INTO EXPORT-LINE
               END-STRING
                          WS-SUM-TOKENS-OUT(WS-SUM-IDX)
                                          DELIMITED BY SIZE
                          WS-EXP-SEPARATOR DELIMITED BY SIZE
                          WS-SUM-CACHE-READ(WS-SUM-IDX)
                                          DELIMITED BY SIZE
                          WS-EXP-SEPARATOR DELIMITED BY SIZE
                          WS-SUM-CACHE-WRITE(WS-SUM-IDX)
                                          DELIMITED BY SIZE
                          WS-EXP-SEPARATOR DELIMITED BY SIZE
                          WS-EXP-COST     DELIMITED BY SIZE
                          INTO EXPORT-LINE
                   END-STRING
