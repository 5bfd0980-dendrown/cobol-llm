      *> request. Spaces on pre-existing entries.
           05 QUE-PRIORITY          PIC X(1).
           05 QUE-WORKER-ID         PIC X(8).
      *> When the worker last settled the entry DONE or DEAD (same
      *> YYYYMMDD-HHMMSSss shape as the other stamps) - what the
      *> queue report measures turnaround to. Spaces while the entry
      *> is QUEUED or RUNNING and on entries settled before the field
      *> existed.
           05 QUE-COMPLETED-AT      PIC X(17).
