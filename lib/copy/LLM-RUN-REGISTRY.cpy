      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-RUN-REGISTRY.cpy
      *> Desc    : Call area for LLM-RUN-REGISTER - each batch driver
      *>           calls it once with ACTION 'START' when its run
      *>           begins and once with 'END' as it finishes, and a
      *>           line lands on the run registry (LLM_RUN_REGISTRY,
      *>           default LLM-RUN-REGISTRY.DAT; layout in
      *>           LLM-RUN-REGISTRY-RECORD.cpy) for LLM-RUN-INQUIRY
      *>           and the job runner's summary to find.
      *>           A blank RUN-ID at START gets one generated from the
      *>           clock; STARTED-AT comes back filled either way, and
      *>           the driver hands both back unchanged at END with
      *>           its counts, tokens and RETURN-CODE. A driver that
      *>           prices its own calls moves the figure to SPEND and
      *>           sets PRICED; otherwise the registry prices the
      *>           token totals at MODEL's rates for the run date.
      *>           CONFIG-FP comes back from START with the
      *>           configuration fingerprint the run started under
      *>           (LLM-CONFIG-FINGERPRINT); END stamps the same one.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 LLM-RUN-REGISTRY-AREA.
           05 LLM-RRG-ACTION        PIC X(5).
             88 LLM-RRG-START           VALUE 'START'.
             88 LLM-RRG-END             VALUE 'END'.
           05 LLM-RRG-RUN-ID        PIC X(20).
           05 LLM-RRG-PROGRAM       PIC X(20).
           05 LLM-RRG-INPUT-FILE    PIC X(256).
           05 LLM-RRG-OUTPUT-FILE   PIC X(256).
           05 LLM-RRG-MODEL         PIC X(128).
           05 LLM-RRG-STARTED-AT    PIC X(17).
           05 LLM-RRG-READ          PIC 9(9).
           05 LLM-RRG-SUCCEEDED     PIC 9(9).
           05 LLM-RRG-FAILED        PIC 9(9).
           05 LLM-RRG-UNPROCESSED   PIC 9(9).
           05 LLM-RRG-TOKENS-IN     PIC 9(12).
           05 LLM-RRG-TOKENS-OUT    PIC 9(12).
           05 LLM-RRG-TOKENS-CW     PIC 9(12).
           05 LLM-RRG-TOKENS-CR     PIC 9(12).
           05 LLM-RRG-SPEND         PIC 9(7)V9(6).
           05 LLM-RRG-PRICED        PIC X(1).
             88 LLM-RRG-SPEND-PRICED    VALUE 'Y'.
           05 LLM-RRG-RETURN-CODE   PIC 9(4).
           05 LLM-RRG-CONFIG-FP     PIC 9(9).
