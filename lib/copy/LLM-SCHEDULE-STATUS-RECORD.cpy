      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-SCHEDULE-STATUS-RECORD.cpy
      *> Desc    : One job's line in LLM-SCHEDULER's daily status file
      *>           (<schedule>.<yyyymmdd>.status), rewritten whole at
      *>           every change so the operations bridge always reads
      *>           one coherent picture. The first line, '*' in
      *>           column 1, says when it was written. States:
      *>             NOT-TODAY - not scheduled on this day
      *>             WAITING   - due, its conditions not yet met
      *>             RUNNING   - LLM-JOB-RUNNER started on it
      *>             OK        - finished with RETURN-CODE 0
      *>             FAILED    - finished with any other code
      *>             LATE      - conditions still unmet at the
      *>                         deadline; never started
      *>             HELD      - a job it runs AFTER failed, was
      *>                         late or was itself held
      *>           NOTE says what it is waiting for, or why it stopped.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 SCHEDULE-STATUS-RECORD.
           05 SST-JOB               PIC X(20).
           05 FILLER                PIC X(1).
           05 SST-STATE             PIC X(9).
           05 FILLER                PIC X(1).
           05 SST-STARTED           PIC X(6).
           05 FILLER                PIC X(1).
           05 SST-ENDED             PIC X(6).
           05 FILLER                PIC X(1).
           05 SST-RC                PIC X(4).
           05 FILLER                PIC X(1).
           05 SST-NOTE              PIC X(160).
