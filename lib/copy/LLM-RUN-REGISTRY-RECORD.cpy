      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-RUN-REGISTRY-RECORD.cpy
      *> Desc    : One line on the run registry (LLM_RUN_REGISTRY,
      *>           default LLM-RUN-REGISTRY.DAT), written only by
      *>           LLM-RUN-REGISTER. Every driver run leaves a START
      *>           line (status RUNNING) when it begins and an END
      *>           line with its figures when it finishes; a run with
      *>           a START and no END died without reaching its
      *>           cleanup. Status at END follows the final
      *>           RETURN-CODE: 0 OK, 1-7 WARNING, 8 and up FAILED.
      *>           READ is every unit of work the run accounted for
      *>           - input records, LLM-SUMMARIZE's chunks,
      *>           LLM-RETRY's exceptions - and is normally
      *>           SUCCEEDED + FAILED + UNPROCESSED (shed by a breaker
      *>           trip, cutoff or stop file, or never attempted);
      *>           each driver's END paragraph says where its own
      *>           figures differ. SPEND is in currency
      *>           to six places, the rate file's precision. JOB-STEP
      *>           is LLM-JOB-RUNNER's <run date-time>/<step> tag when
      *>           the run was a manifest step, blank otherwise.
      *>           Append-only; LLM-RUN-INQUIRY pairs the lines up.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 RUN-REGISTRY-RECORD.
           05 RRG-RUN-ID            PIC X(20).
           05 FILLER                PIC X(1).
           05 RRG-PROGRAM           PIC X(20).
           05 FILLER                PIC X(1).
           05 RRG-EVENT             PIC X(5).
           05 FILLER                PIC X(1).
           05 RRG-STATUS            PIC X(8).
           05 FILLER                PIC X(1).
           05 RRG-STARTED-AT        PIC X(17).
           05 FILLER                PIC X(1).
           05 RRG-ENDED-AT          PIC X(17).
           05 FILLER                PIC X(1).
           05 RRG-READ              PIC 9(9).
           05 FILLER                PIC X(1).
           05 RRG-SUCCEEDED         PIC 9(9).
           05 FILLER                PIC X(1).
           05 RRG-FAILED            PIC 9(9).
           05 FILLER                PIC X(1).
           05 RRG-UNPROCESSED       PIC 9(9).
           05 FILLER                PIC X(1).
           05 RRG-TOKENS-IN         PIC 9(12).
           05 FILLER                PIC X(1).
           05 RRG-TOKENS-OUT        PIC 9(12).
           05 FILLER                PIC X(1).
           05 RRG-SPEND             PIC 9(7)V9(6).
           05 FILLER                PIC X(1).
           05 RRG-RETURN-CODE       PIC 9(4).
           05 FILLER                PIC X(1).
           05 RRG-JOB-STEP          PIC X(24).
           05 FILLER                PIC X(1).
           05 RRG-MODEL             PIC X(128).
           05 FILLER                PIC X(1).
           05 RRG-INPUT-FILE        PIC X(256).
           05 FILLER                PIC X(1).
           05 RRG-OUTPUT-FILE       PIC X(256).
      *> The configuration fingerprint the run started under - the
      *> LLM-CONFIG-REGISTRY version carrying it holds the settings.
      *> Appended last so older lines read it blank.
           05 FILLER                PIC X(1).
           05 RRG-CONFIG-FINGERPRINT PIC X(9).
