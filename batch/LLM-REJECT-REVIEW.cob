           05 RJC-KEY               PIC X(20).
           05 FILLER                PIC X(1).
           05 RJC-CONTENT           PIC X(32768).
           05 FILLER                PIC X(1).
           05 RJC-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(1).
           05 RJC-PROMPT-ID         PIC X(40).
           05 FILLER                PIC X(1).
           05 RJC-PROMPT-VERSION    PIC X(3).

       FD  BATCH-INPUT.
       01 BATCH-IN-RECORD.
