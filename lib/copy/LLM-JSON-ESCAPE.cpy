      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-JSON-ESCAPE.cpy
      *> Desc    : Call area for LLM-JSON-ESCAPE - put free text in
      *>           LLM-JSE-SOURCE and get it back in LLM-JSE-TARGET
      *>           as the body of a JSON string (quotes, backslashes
      *>           and control characters escaped, trailing blanks
      *>           dropped), with its length in LLM-JSE-TARGET-LEN.
      *>           LLM-JSE-MAX-LEN caps the escaped length (zero means
      *>           the whole target area); text that doesn't fit is
      *>           cut at a character boundary, never mid-escape, and
      *>           LLM-JSE-TRUNCATED says so. Used by the tool
      *>           programs to hand file data back to the model as
      *>           compact JSON.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 LLM-JSON-ESCAPE-AREA.
           05 LLM-JSE-SOURCE        PIC X(32768).
           05 LLM-JSE-MAX-LEN       PIC 9(6) VALUE 0.
           05 LLM-JSE-TARGET        PIC X(32768).
           05 LLM-JSE-TARGET-LEN    PIC 9(6) VALUE 0.
           05 LLM-JSE-TRUNC-FLAG    PIC X(1) VALUE 'N'.
             88 LLM-JSE-TRUNCATED      VALUE 'Y'.
