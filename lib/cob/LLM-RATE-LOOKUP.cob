      *>           (default LLM-RATES.DAT), one line per model and
      *>           effective date:
      *>             model(128) eff-date(8) in-rate out-rate
      *>             [cache-write-rate cache-read-rate]
      *>           and returns the entry with the latest effective
      *>           date on or before the caller's as-of date, so a
      *>           mid-month price change is applied from its own
      *>           answers instead; a model neither source knows
      *>           comes back zero-rated with LLM-RATE-FOUND 'N',
      *>           matching the old "unlisted models cost nothing"
      *>           behaviour for on-prem Ollama tags. The two
      *>           prompt-cache columns are optional; left blank they
      *>           default to the line's input rate.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
           05 RATE-IN-TEXT          PIC X(12).
           05 FILLER                PIC X(1).
           05 RATE-OUT-TEXT         PIC X(12).
           05 FILLER                PIC X(1).
           05 RATE-CACHE-WRITE-TEXT PIC X(12).
           05 FILLER                PIC X(1).
           05 RATE-CACHE-READ-TEXT  PIC X(12).

       WORKING-STORAGE SECTION.

           MOVE 'N'                      TO LLM-RATE-FOUND
           MOVE 0                        TO LLM-RATE-IN
           MOVE 0                        TO LLM-RATE-OUT
           MOVE 0                        TO LLM-RATE-CACHE-WRITE
           MOVE 0                        TO LLM-RATE-CACHE-READ
           MOVE 0                        TO WS-BEST-EFF-DATE
           IF LLM-RATE-ASOF-DATE = 0
               MOVE 99991231             TO LLM-RATE-ASOF-DATE
               MOVE RATE-EFF-DATE        TO WS-BEST-EFF-DATE
               MOVE FUNCTION NUMVAL(RATE-IN-TEXT)  TO LLM-RATE-IN
               MOVE FUNCTION NUMVAL(RATE-OUT-TEXT) TO LLM-RATE-OUT
               IF RATE-CACHE-WRITE-TEXT = SPACES
                   MOVE LLM-RATE-IN      TO LLM-RATE-CACHE-WRITE
               ELSE
                   MOVE FUNCTION NUMVAL(RATE-CACHE-WRITE-TEXT)
                                         TO LLM-RATE-CACHE-WRITE
               END-IF
               IF RATE-CACHE-READ-TEXT = SPACES
                   MOVE LLM-RATE-IN      TO LLM-RATE-CACHE-READ
               ELSE
                   MOVE FUNCTION NUMVAL(RATE-CACHE-READ-TEXT)
                                         TO LLM-RATE-CACHE-READ
               END-IF
               MOVE 'Y'                  TO LLM-RATE-FOUND
           END-IF.

               WHEN 'claude-3-5-sonnet-latest'
                   MOVE 3.0000           TO LLM-RATE-IN
                   MOVE 15.0000          TO LLM-RATE-OUT
                   MOVE 3.7500           TO LLM-RATE-CACHE-WRITE
                   MOVE 0.3000           TO LLM-RATE-CACHE-READ
                   MOVE 'Y'              TO LLM-RATE-FOUND
               WHEN 'claude-3-haiku-20240307'
                   MOVE 0.2500           TO LLM-RATE-IN
                   MOVE 1.2500           TO LLM-RATE-OUT
                   MOVE 0.3000           TO LLM-RATE-CACHE-WRITE
                   MOVE 0.0300           TO LLM-RATE-CACHE-READ
                   MOVE 'Y'              TO LLM-RATE-FOUND
      *> OpenAI charges nothing extra to populate its cache, so the
      *> write rate is just the input rate.
               WHEN 'gpt-4o'
                   MOVE 2.5000           TO LLM-RATE-IN
                   MOVE 10.0000          TO LLM-RATE-OUT
                   MOVE 2.5000           TO LLM-RATE-CACHE-WRITE
                   MOVE 1.2500           TO LLM-RATE-CACHE-READ
                   MOVE 'Y'              TO LLM-RATE-FOUND
               WHEN 'gpt-4o-mini'
                   MOVE 0.1500           TO LLM-RATE-IN
                   MOVE 0.6000           TO LLM-RATE-OUT
                   MOVE 0.1500           TO LLM-RATE-CACHE-WRITE
                   MOVE 0.0750           TO LLM-RATE-CACHE-READ
                   MOVE 'Y'              TO LLM-RATE-FOUND
      *> Embedding models (LLM-EMBED audit lines) bill input only.
               WHEN 'text-embedding-3-small'
                   MOVE 0.0200           TO LLM-RATE-IN
                   MOVE 0.0000           TO LLM-RATE-OUT
                   MOVE 0.0200           TO LLM-RATE-CACHE-WRITE
                   MOVE 0.0200           TO LLM-RATE-CACHE-READ
                   MOVE 'Y'              TO LLM-RATE-FOUND
               WHEN 'text-embedding-3-large'
                   MOVE 0.1300           TO LLM-RATE-IN
                   MOVE 0.0000           TO LLM-RATE-OUT
                   MOVE 0.1300           TO LLM-RATE-CACHE-WRITE
                   MOVE 0.1300           TO LLM-RATE-CACHE-READ
                   MOVE 'Y'              TO LLM-RATE-FOUND
               WHEN 'text-embedding-ada-002'
                   MOVE 0.1000           TO LLM-RATE-IN
                   MOVE 0.0000           TO LLM-RATE-OUT
                   MOVE 0.1000           TO LLM-RATE-CACHE-WRITE
                   MOVE 0.1000           TO LLM-RATE-CACHE-READ
                   MOVE 'Y'              TO LLM-RATE-FOUND
               WHEN OTHER
                   MOVE 0.0000           TO LLM-RATE-IN
                   MOVE 0.0000           TO LLM-RATE-OUT
                   MOVE 0.0000           TO LLM-RATE-CACHE-WRITE
                   MOVE 0.0000           TO LLM-RATE-CACHE-READ
           END-EVALUATE.
