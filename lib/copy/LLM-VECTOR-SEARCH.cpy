      *>           result table's 20 entries); the subprogram embeds
      *>           the query via LLM-EMBED and returns the best-scoring
      *>           document keys with their cosine similarity, highest
      *>           first (or, with LLM-VSR-HYBRID set, in the merged
      *>           keyword-plus-cosine order).
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> the best LLM-VSR-PROBE-COUNT clusters. The sidecar tables
      *> are cached across CALLs, so a batch run pays the load once.
           05 LLM-VSR-PROBE-COUNT   PIC 9(2) VALUE 0.
      *> Hybrid retrieval: 'Y' also matches the question's terms
      *> against the <master>.keywords index LLM-KEYWORD-INDEX built
      *> and merges the keyword ranks with the cosine ranks before
      *> the result table is filled, so a document that carries an
      *> exact policy number, form code or citation from the
      *> question is not lost to one that merely reads alike.
      *> Keyword hits skip the two-stage cluster gate but not the
      *> metadata filters. LLM-VSR-SCORE stays the cosine
      *> similarity; only the order reflects the merge. Anything
      *> else keeps the plain cosine search.
           05 LLM-VSR-HYBRID-FLAG   PIC X(1) VALUE 'N'.
             88 LLM-VSR-HYBRID          VALUE 'Y'.
           05 LLM-VSR-TOP-K         PIC 9(2) VALUE 10.
           05 LLM-VSR-RESULT-COUNT  PIC 9(2) VALUE 0.
           05 LLM-VSR-RESULTS       OCCURS 20 TIMES
