      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-KEYWORD-TERMS.cpy
      *> Desc    : Call area for LLM-KEYWORD-TERMS - put a document
      *>           or a question in LLM-KWT-TEXT and get back its
      *>           distinct index terms, upper-cased, in ascending
      *>           order, each with the number of times it occurs.
      *>           One routine does both sides so LLM-KEYWORD-INDEX
      *>           (building the index) and LLM-VECTOR-SEARCH
      *>           (matching a question against it) can never
      *>           disagree on what a term is.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 LLM-KEYWORD-TERMS-AREA.
           05 LLM-KWT-TEXT          PIC X(32768).
           05 LLM-KWT-TERM-COUNT    PIC 9(4) VALUE 0.
      *> 'Y' when the text held more distinct terms than the table
      *> below - the terms past the last entry are simply not
      *> returned.
           05 LLM-KWT-OVERFLOW-FLAG PIC X(1) VALUE 'N'.
             88 LLM-KWT-OVERFLOW        VALUE 'Y'.
           05 LLM-KWT-TERMS         OCCURS 4000 TIMES
                                    INDEXED BY LLM-KWT-IDX.
             10 LLM-KWT-TERM        PIC X(40).
             10 LLM-KWT-COUNT       PIC 9(5).
