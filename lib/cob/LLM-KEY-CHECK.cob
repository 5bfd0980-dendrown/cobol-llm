      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-KEY-CHECK.cob
      *> Desc    : API key age lookup (see LLM-KEY-CHECK.cpy). Reads
      *>           the key inventory named by LLM_KEY_INVENTORY
      *>           (default LLM-KEY-INVENTORY.DAT, layout in
      *>           LLM-KEY-INVENTORY-RECORD.cpy) for the caller's
      *>           provider and key hint and ages the key against the
      *>           rotation policy: past LLM_KEY_ROTATE_DAYS (default
      *>           90) it is due for rotation, past LLM_KEY_EXPIRE_DAYS
      *>           (default 180) it is expired - either overridden per
      *>           key on its inventory line. A provider and hint
      *>           listed more than once (a key re-issued with the
      *>           same last four characters) answers from the latest
      *>           issue date. One policy shared by LLM-INIT, which
      *>           refuses an expired key, and LLM-KEY-AGE-REPORT.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-KEY-CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-INVENTORY ASSIGN TO WS-KINV-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KINV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-INVENTORY.
       COPY 'LLM-KEY-INVENTORY-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-KINV-FILENAME          PIC X(256).
       01 WS-KINV-FILE-STATUS       PIC X(2).
       01 WS-KINV-EOF-FLAG          PIC X(1).
         88 WS-KINV-EOF                 VALUE 'Y'.
       01 WS-KEY-LEN                PIC 9(4) COMP.
       01 WS-ENV-DAYS               PIC X(8).
       01 WS-DEFAULT-ROTATE-DAYS    PIC 9(4).
       01 WS-DEFAULT-EXPIRE-DAYS    PIC 9(4).
       01 WS-AGE-DAYS               PIC S9(7) COMP.

       LINKAGE SECTION.

       COPY 'LLM-KEY-CHECK.cpy'.


       PROCEDURE DIVISION USING LLM-KEY-CHECK-AREA.

       000-MAIN.
           MOVE SPACES                   TO LLM-KEY-LABEL
                                            LLM-KEY-OWNER
           MOVE 0                        TO LLM-KEY-ISSUED-DATE
                                            LLM-KEY-AGE-DAYS
           SET LLM-KEY-UNLISTED          TO TRUE
           MOVE 'N'                      TO LLM-KEY-INVENTORY-FLAG
           IF LLM-KEY-ASOF-DATE = 0
               ACCEPT LLM-KEY-ASOF-DATE FROM DATE YYYYMMDD
           END-IF
           IF LLM-KEY-VALUE NOT = SPACES
               PERFORM 100-TAKE-KEY-HINT
           END-IF
           PERFORM 200-LOAD-POLICY
           MOVE WS-DEFAULT-ROTATE-DAYS   TO LLM-KEY-ROTATE-DAYS
           MOVE WS-DEFAULT-EXPIRE-DAYS   TO LLM-KEY-EXPIRE-DAYS
           PERFORM 300-SEARCH-INVENTORY
           IF NOT LLM-KEY-UNLISTED
               PERFORM 400-AGE-KEY
           END-IF
           GOBACK.


      *> Last four characters of the key - all the inventory, the
      *> console and the key-event log ever see of it.
       100-TAKE-KEY-HINT.
           MOVE SPACES                   TO LLM-KEY-HINT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LLM-KEY-VALUE TRAILING))
                                         TO WS-KEY-LEN
           IF WS-KEY-LEN >= 4
               MOVE LLM-KEY-VALUE(WS-KEY-LEN - 3:4) TO LLM-KEY-HINT
           ELSE
               MOVE LLM-KEY-VALUE(1:WS-KEY-LEN)     TO LLM-KEY-HINT
           END-IF.


       200-LOAD-POLICY.
           MOVE 90                       TO WS-DEFAULT-ROTATE-DAYS
           MOVE 180                      TO WS-DEFAULT-EXPIRE-DAYS

           DISPLAY 'LLM_KEY_ROTATE_DAYS' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-DAYS FROM ENVIRONMENT-VALUE
           IF WS-ENV-DAYS NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-ENV-DAYS) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-DAYS)
                                         TO WS-DEFAULT-ROTATE-DAYS
           END-IF

           DISPLAY 'LLM_KEY_EXPIRE_DAYS' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-DAYS FROM ENVIRONMENT-VALUE
           IF WS-ENV-DAYS NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-ENV-DAYS) = 0
               MOVE FUNCTION NUMVAL(WS-ENV-DAYS)
                                         TO WS-DEFAULT-EXPIRE-DAYS
           END-IF.


      *> No inventory file simply means nothing is listed - the shop
      *> hasn't started recording keys, and every key is UNLISTED.
       300-SEARCH-INVENTORY.
           DISPLAY 'LLM_KEY_INVENTORY' UPON ENVIRONMENT-NAME
           ACCEPT WS-KINV-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-KINV-FILENAME = SPACES
               MOVE 'LLM-KEY-INVENTORY.DAT' TO WS-KINV-FILENAME
           END-IF

           OPEN INPUT KEY-INVENTORY
           IF WS-KINV-FILE-STATUS NOT = '00'
               CONTINUE
           ELSE
               MOVE 'Y'                  TO LLM-KEY-INVENTORY-FLAG
               MOVE 'N' TO WS-KINV-EOF-FLAG
               PERFORM UNTIL WS-KINV-EOF
                   READ KEY-INVENTORY
                       AT END
                           SET WS-KINV-EOF TO TRUE
                       NOT AT END
                           PERFORM 310-CHECK-INVENTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE KEY-INVENTORY
           END-IF.


       310-CHECK-INVENTORY-ENTRY.
           IF KINV-PROVIDER NOT = SPACES
           AND KINV-PROVIDER(1:1) NOT = '*'
           AND FUNCTION UPPER-CASE(KINV-PROVIDER)
                   = FUNCTION UPPER-CASE(LLM-KEY-PROVIDER)
           AND KINV-KEY-HINT = LLM-KEY-HINT
           AND KINV-ISSUED-DATE IS NUMERIC
           AND (LLM-KEY-UNLISTED
                OR KINV-ISSUED-DATE >= LLM-KEY-ISSUED-DATE)
               SET LLM-KEY-CURRENT       TO TRUE
               MOVE KINV-ISSUED-DATE     TO LLM-KEY-ISSUED-DATE
               MOVE KINV-LABEL           TO LLM-KEY-LABEL
               MOVE KINV-OWNER           TO LLM-KEY-OWNER
               MOVE WS-DEFAULT-ROTATE-DAYS TO LLM-KEY-ROTATE-DAYS
               MOVE WS-DEFAULT-EXPIRE-DAYS TO LLM-KEY-EXPIRE-DAYS
               IF KINV-ROTATE-DAYS NOT = SPACES
               AND FUNCTION TEST-NUMVAL(KINV-ROTATE-DAYS) = 0
                   MOVE FUNCTION NUMVAL(KINV-ROTATE-DAYS)
                                         TO LLM-KEY-ROTATE-DAYS
               END-IF
               IF KINV-EXPIRE-DAYS NOT = SPACES
               AND FUNCTION TEST-NUMVAL(KINV-EXPIRE-DAYS) = 0
                   MOVE FUNCTION NUMVAL(KINV-EXPIRE-DAYS)
                                         TO LLM-KEY-EXPIRE-DAYS
               END-IF
           END-IF.


      *> A key issued after the as-of date (an inventory line entered
      *> ahead of the cut-over) ages as zero rather than negative.
       400-AGE-KEY.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(LLM-KEY-ASOF-DATE)
               - FUNCTION INTEGER-OF-DATE(LLM-KEY-ISSUED-DATE)
           IF WS-AGE-DAYS < 0
               MOVE 0                    TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS              TO LLM-KEY-AGE-DAYS

           EVALUATE TRUE
               WHEN LLM-KEY-AGE-DAYS > LLM-KEY-EXPIRE-DAYS
                   SET LLM-KEY-EXPIRED   TO TRUE
               WHEN LLM-KEY-AGE-DAYS > LLM-KEY-ROTATE-DAYS
                   SET LLM-KEY-ROTATE-DUE TO TRUE
               WHEN OTHER
                   SET LLM-KEY-CURRENT   TO TRUE
           END-EVALUATE.
