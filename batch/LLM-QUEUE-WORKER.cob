      *>                     worker's private scratch file
      *>             MERGE - fold the outcomes back into the queue
      *>                     (DONE, requeued for another try, or
      *>                     DEAD once the attempt limit is spent,
      *>                     DONE and DEAD stamped with the time the
      *>                     call settled) and append the staged
      *>                     replies, keyed by QUE-KEY, to the
      *>                     shared response file -
      *>                     under the lock, so concurrent workers
      *>                     never interleave response records
      *>           Each queue rewrite streams through a .work copy
           05 QWK-ATTEMPTS          PIC 9(2).
           05 QWK-PRIORITY          PIC X(1).
           05 QWK-WORKER-ID         PIC X(8).
           05 QWK-COMPLETED-AT      PIC X(17).

       FD  CLAIMS-FILE.
       01 CLAIM-RECORD.
           05 WS-OUTCOME-ENTRY  OCCURS 99 TIMES.
             10 WS-OUT-KEY      PIC X(20).
             10 WS-OUT-STATUS   PIC X(8).
             10 WS-OUT-COMPLETED-AT PIC X(17).
       01 WS-OUT-SCAN           PIC 9(2) COMP.
       01 WS-OUT-HIT            PIC 9(2) COMP.

       01 WS-TIME-HH            PIC 9(2).
       01 WS-TIME-MM            PIC 9(2).
       01 WS-TIME-SS            PIC 9(2).
      *> When each call settled, for the entry's QUE-COMPLETED-AT.
       01 WS-DONE-TIMESTAMP.
           05 WS-DONE-TS-DATE   PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-DONE-TS-TIME   PIC 9(8).

       01 WS-POLL-SECS          PIC 9(4) VALUE 10.
       01 WS-MAX-CYCLES         PIC 9(6) VALUE 0.
           END-IF
           MOVE QUE-PRIORITY     TO QWK-PRIORITY
           MOVE QUE-WORKER-ID    TO QWK-WORKER-ID
           MOVE QUE-COMPLETED-AT TO QWK-COMPLETED-AT

           EVALUATE TRUE
               WHEN QUE-QUEUED
               ADD 1 TO WS-OUTCOME-COUNT
           END-IF
           MOVE CLM-KEY TO WS-OUT-KEY(WS-OUTCOME-COUNT)
           ACCEPT WS-DONE-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-DONE-TS-TIME FROM TIME
           MOVE WS-DONE-TIMESTAMP
                         TO WS-OUT-COMPLETED-AT(WS-OUTCOME-COUNT)

           IF LLM-STAT-OK
               ADD 1                     TO WS-PROCESSED-COUNT
           END-IF
           MOVE QUE-PRIORITY     TO QWK-PRIORITY
           MOVE QUE-WORKER-ID    TO QWK-WORKER-ID
           MOVE QUE-COMPLETED-AT TO QWK-COMPLETED-AT

           IF QUE-RUNNING
           AND QUE-WORKER-ID = WS-WORKER-ID
                   MOVE WS-OUT-STATUS(WS-OUT-HIT) TO QWK-STATUS
                   IF WS-OUT-STATUS(WS-OUT-HIT) = 'QUEUED'
                       MOVE SPACES TO QWK-WORKER-ID
                                      QWK-COMPLETED-AT
                   ELSE
                       MOVE WS-OUT-COMPLETED-AT(WS-OUT-HIT)
                                   TO QWK-COMPLETED-AT
                   END-IF
               END-IF
           END-IF
