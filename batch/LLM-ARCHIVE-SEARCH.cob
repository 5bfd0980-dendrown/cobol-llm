       COPY 'LLM-ARCHIVE-RECORD.cpy'.

       FD  WORK-FILE.
       01 WORK-RECORD               PIC X(33034).

       WORKING-STORAGE SECTION.

