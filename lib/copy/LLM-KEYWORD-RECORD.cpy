      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-KEYWORD-RECORD.cpy
      *> Desc    : One posting in the keyword (inverted) index -
      *>           a document key, one of its terms (as
      *>           LLM-KEYWORD-TERMS extracts them) and how often the
      *>           term occurs in that document. Built by
      *>           LLM-KEYWORD-INDEX into the <master>.keywords
      *>           sidecar beside the vector master, read by
      *>           LLM-VECTOR-SEARCH's hybrid pass. Postings are
      *>           grouped by document, each document's terms in
      *>           ascending order. Every posting of a document
      *>           carries that document's content hash (the
      *>           VEC-CONTENT-HASH arithmetic), which is what lets a
      *>           DELTA build carry unchanged documents forward
      *>           without re-reading their text.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 KEYWORD-INDEX-RECORD.
           05 KWX-DOC-KEY           PIC X(20).
           05 FILLER                PIC X(1).
           05 KWX-TERM              PIC X(40).
           05 FILLER                PIC X(1).
           05 KWX-TERM-COUNT        PIC 9(5).
           05 FILLER                PIC X(1).
           05 KWX-CONTENT-HASH      PIC 9(9).
