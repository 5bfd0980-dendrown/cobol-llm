      *>                                attempt count, through the
      *>                                same .work/swap commit the
      *>                                worker uses
      *>           REQUEUE ALL sends every dead letter back at once
      *>           and cannot be taken back, so it runs only on an
      *>           approved REQUEUE-ALL authorization for the queue
      *>           file (LLM-AUTH-CHECK - raised and approved through
      *>           LLM-AUTHORIZE), spent by the run. A single key
      *>           needs none.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
           05 QWK-ATTEMPTS          PIC 9(2).
           05 QWK-PRIORITY          PIC X(1).
           05 QWK-WORKER-ID         PIC X(8).
           05 QWK-COMPLETED-AT      PIC X(17).

       FD  QLOCK-FILE.
       01 QLOCK-RECORD              PIC X(8).
       01 WS-OTHER-COUNT        PIC 9(9) VALUE 0.
       01 WS-REQUEUED-COUNT     PIC 9(9) VALUE 0.

      *> ---- dual control ---------------------------------------------
       COPY 'LLM-AUTH-CHECK.cpy'.

       PROCEDURE DIVISION.

       000-MAIN.
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-KEY-ARG = 'ALL'
               PERFORM 305-CHECK-AUTHORIZATION
           END-IF

           PERFORM 320-ACQUIRE-QUEUE-LOCK
           IF NOT WS-QLOCK-HELD
           END-IF.


      *> Asked before the queue lock is taken, so a refused run
      *> never holds up the workers.
       305-CHECK-AUTHORIZATION.
           INITIALIZE LLM-AUTH-CHECK-AREA
           MOVE 'LLM-QUEUE-ADMIN'        TO LLM-AUTH-UTILITY
           MOVE 'REQUEUE-ALL'            TO LLM-AUTH-ACTION
           MOVE WS-QUEUE-FILENAME        TO LLM-AUTH-TARGET
           CALL 'LLM-AUTH-CHECK' USING LLM-AUTH-CHECK-AREA
           EVALUATE TRUE
               WHEN LLM-AUTH-GRANTED
                   DISPLAY 'LLM-QUEUE-ADMIN: authorization '
                           LLM-AUTH-ID ' - requested by '
                           FUNCTION TRIM(LLM-AUTH-REQUESTED-BY)
                           ', approved by '
                           FUNCTION TRIM(LLM-AUTH-APPROVED-BY)
               WHEN LLM-AUTH-UNREADABLE
                   DISPLAY 'LLM-QUEUE-ADMIN: authorization file '
                           FUNCTION TRIM(LLM-AUTH-FILE)
                           ' not usable - REQUEUE ALL not run'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'LLM-QUEUE-ADMIN: no approved REQUEUE-ALL '
                           'authorization for '
                           FUNCTION TRIM(WS-QUEUE-FILENAME)
                           ' - raise one with LLM-AUTHORIZE and have '
                           'a second operator approve it'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.


      *> LLM-QUEUE-WORKER's 202/203 lock protocol, so the REQUEUE
      *> rewrite is one serialized unit alongside the workers'
      *> CLAIM and MERGE commits.
           END-IF
           MOVE QUE-PRIORITY             TO QWK-PRIORITY
           MOVE QUE-WORKER-ID            TO QWK-WORKER-ID
           MOVE QUE-COMPLETED-AT         TO QWK-COMPLETED-AT

           IF QUE-DEAD
           AND (WS-KEY-ARG = 'ALL' OR QUE-KEY = WS-KEY-ARG)
               MOVE 0                    TO QWK-ATTEMPTS
               MOVE SPACES               TO QWK-STARTED-AT
                                            QWK-WORKER-ID
                                            QWK-COMPLETED-AT
               DISPLAY 'LLM-QUEUE-ADMIN: requeued '
                       FUNCTION TRIM(QUE-KEY)
           END-IF
