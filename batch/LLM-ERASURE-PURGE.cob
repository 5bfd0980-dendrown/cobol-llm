      *>               record (streamed through .new/swap)
      *>             - redacts RSPM-CONTENT on the response-master
      *>               record
      *>             - drops the key's entries from the PII token
      *>               vault (the real values behind its tokens)
      *>             - deletes the conversation's .conv file and
      *>               drops its catalog entry
      *>             - redacts the conversation ID where it rides in
      *>             - writes a signed purge manifest (one line per
      *>               action, sealed with the audit-chain
      *>               arithmetic) for the privacy office's file
      *>           A subject under legal hold (LLM-HOLD-CHECK: the
      *>           key, the conversation ID, the conversation's
      *>           caller or the caller of any archived record for
      *>           the key) is not erased at all - the run is refused
      *>           with the matter number, touches no store, and the
      *>           manifest records the refusal instead.
      *>           Otherwise nothing is erased without a second
      *>           operator's say-so: an approved ERASE authorization
      *>           for the key (else the conversation ID) must be on
      *>           file (LLM-AUTH-CHECK - raised and approved through
      *>           LLM-AUTHORIZE). It is spent by the run and named
      *>           in the manifest.
      *>           Run with the writers quiesced, like a rotation.
      *> Licence : GNU Lesser General Public License v2.1
      *>
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-CHAIN-FILE-STATUS.

           SELECT VAULT-FILE ASSIGN TO WS-VAULT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VLT-FILE-STATUS.

           SELECT VAULT-NEW ASSIGN TO WS-VAULT-NEW-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VLN-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.
       COPY 'LLM-ARCHIVE-RECORD.cpy'.

       FD  ARCHIVE-NEW.
       01 ARCHIVE-NEW-RECORD        PIC X(33034).

       FD  RESPONSE-MASTER.
       COPY 'LLM-RESPONSE-MASTER.cpy'.
       COPY 'LLM-AUDIT-RECORD.cpy'.

      *> Sized to the full audit record (223-byte hashed prefix,
      *> separator, 9-byte chain, then the appended prompt stamp,
      *> service tier, cache tokens, call type, truncation flag and
      *> config fingerprint) - a shorter buffer would silently chop
      *> the appended columns off every line the rewrite passes
      *> through.
       FD  AUDIT-NEW.
       01 AUDIT-NEW-RECORD          PIC X(314).

       FD  CHAIN-FILE.
       01 CHAIN-SIDECAR-RECORD.
           05 CHS-VALUE             PIC 9(9).

       FD  VAULT-FILE.
       COPY 'LLM-TOKEN-VAULT-RECORD.cpy'.

       FD  VAULT-NEW.
       01 VAULT-NEW-RECORD          PIC X(105).

       FD  MANIFEST-FILE.
       01 MANIFEST-LINE             PIC X(132).

       01 WS-AUDIT-FILENAME     PIC X(256).
       01 WS-AUDIT-NEW-FILENAME PIC X(256).
       01 WS-CHAIN-FILENAME     PIC X(256).
       01 WS-VAULT-FILENAME     PIC X(256).
       01 WS-VAULT-NEW-FILENAME PIC X(256).
       01 WS-ARC-FILE-STATUS    PIC X(2).
       01 WS-ARN-FILE-STATUS    PIC X(2).
       01 WS-RSPM-FILE-STATUS   PIC X(2).
       01 WS-AUN-FILE-STATUS    PIC X(2).
       01 WS-CHAIN-FILE-STATUS  PIC X(2).
       01 WS-MAN-FILE-STATUS    PIC X(2).
       01 WS-VLT-FILE-STATUS    PIC X(2).
       01 WS-VLN-FILE-STATUS    PIC X(2).
       01 WS-ARG-COUNT          PIC 999 COMP-5.
       01 WS-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-EOF                  VALUE 'Y'.
       01 WS-CAT-DROPPED        PIC 9(9) VALUE 0.
       01 WS-AUD-REDACTED       PIC 9(9) VALUE 0.
       01 WS-AUD-RECHAINED      PIC 9(9) VALUE 0.
       01 WS-VLT-DROPPED        PIC 9(9) VALUE 0.

      *> ---- audit re-chain --------------------------------------------
       01 WS-CHAIN-PREV         PIC 9(9).

       01 WS-CONV-FILENAME      PIC X(256).

      *> ---- legal hold -----------------------------------------------
       COPY 'LLM-HOLD-CHECK.cpy'.
       01 WS-REFUSED-FLAG       PIC X(1) VALUE 'N'.
         88 WS-ERASURE-REFUSED      VALUE 'Y'.

      *> ---- dual control ---------------------------------------------
       COPY 'LLM-AUTH-CHECK.cpy'.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 150-CHECK-LEGAL-HOLD
           IF NOT WS-ERASURE-REFUSED
               PERFORM 160-CHECK-AUTHORIZATION
           END-IF
           IF NOT WS-ERASURE-REFUSED
               IF WS-KEY-ARG NOT = SPACES
                   PERFORM 200-PURGE-ARCHIVE
                   PERFORM 300-PURGE-RESPONSE-MASTER
                   PERFORM 350-PURGE-TOKEN-VAULT
               END-IF
               IF WS-CONV-ID-ARG NOT = SPACES
                   PERFORM 400-PURGE-CONVERSATION
                   PERFORM 500-REDACT-AUDIT-LOG
               END-IF
           END-IF
           PERFORM 600-WRITE-MANIFEST
           IF WS-ERASURE-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=record key ('-' = none)  2=conversation ID ('-' =
           IF WS-AUDIT-FILENAME = SPACES
               MOVE 'LLM-AUDIT.LOG'      TO WS-AUDIT-FILENAME
           END-IF
           DISPLAY 'LLM_TOKEN_VAULT_FILE' UPON ENVIRONMENT-NAME
           ACCEPT WS-VAULT-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-VAULT-FILENAME = SPACES
               MOVE 'LLM-TOKEN-VAULT.DAT' TO WS-VAULT-FILENAME
           END-IF
           DISPLAY 'LLM_CONVERSATION_DIR' UPON ENVIRONMENT-NAME
           ACCEPT WS-CONV-DIR FROM ENVIRONMENT-VALUE
           IF WS-CONV-DIR = SPACES
           ACCEPT WS-NOW-TIME FROM TIME.


      *> Legal hold outranks erasure. The key and conversation ID are
      *> checked as given; the caller behind them is found from the
      *> catalog entry and the archived records for the key, since a
      *> caller-wide hold covers those too. An unreadable registry
      *> refuses as well - erasure cannot be undone.
       150-CHECK-LEGAL-HOLD.
           INITIALIZE LLM-HOLD-CHECK-AREA
           MOVE WS-KEY-ARG               TO LLM-HOLD-KEY
           MOVE WS-CONV-ID-ARG           TO LLM-HOLD-CONV-ID
           CALL 'LLM-HOLD-CHECK' USING LLM-HOLD-CHECK-AREA
           IF NOT LLM-HOLD-STATE-OK
               DISPLAY 'LLM-ERASURE-PURGE: legal hold registry '
                       FUNCTION TRIM(LLM-HOLD-FILE) ' not usable ('
                       FUNCTION TRIM(LLM-HOLD-STATE)
                       ') - erasure refused'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF NOT LLM-HOLD-FOUND AND LLM-HOLD-COUNT > 0
           AND WS-CONV-ID-ARG NOT = SPACES
               OPEN INPUT CATALOG-FILE
               IF WS-CAT-FILE-STATUS = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF OR LLM-HOLD-FOUND
                       READ CATALOG-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF CAT-CONV-ID = WS-CONV-ID-ARG
                                   MOVE CAT-CALLER
                                       TO LLM-HOLD-CALLER
                                   CALL 'LLM-HOLD-CHECK'
                                       USING LLM-HOLD-CHECK-AREA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CATALOG-FILE
               END-IF
           END-IF

           IF NOT LLM-HOLD-FOUND AND LLM-HOLD-COUNT > 0
           AND WS-KEY-ARG NOT = SPACES
           AND WS-ARCHIVE-FILENAME NOT = SPACES
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARC-FILE-STATUS = '00'
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF OR LLM-HOLD-FOUND
                       READ ARCHIVE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF ARC-KEY = WS-KEY-ARG
                                   MOVE ARC-CALLER
                                       TO LLM-HOLD-CALLER
                                   CALL 'LLM-HOLD-CHECK'
                                       USING LLM-HOLD-CHECK-AREA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF

           IF LLM-HOLD-FOUND
               SET WS-ERASURE-REFUSED    TO TRUE
               DISPLAY 'LLM-ERASURE-PURGE: REFUSED - subject is under '
                       'legal hold, matter '
                       FUNCTION TRIM(LLM-HOLD-MATTER) ' ('
                       FUNCTION TRIM(LLM-HOLD-ON-TYPE) ' '
                       FUNCTION TRIM(LLM-HOLD-ON-VALUE) ')'
           END-IF.


      *> Asked only once legal hold has let the erasure through, so
      *> a refused subject never spends an approval. The target is
      *> the key when one is given, else the conversation ID.
       160-CHECK-AUTHORIZATION.
           INITIALIZE LLM-AUTH-CHECK-AREA
           MOVE 'LLM-ERASURE-PURGE'      TO LLM-AUTH-UTILITY
           MOVE 'ERASE'                  TO LLM-AUTH-ACTION
           IF WS-KEY-ARG NOT = SPACES
               MOVE WS-KEY-ARG           TO LLM-AUTH-TARGET
           ELSE
               MOVE WS-CONV-ID-ARG       TO LLM-AUTH-TARGET
           END-IF
           CALL 'LLM-AUTH-CHECK' USING LLM-AUTH-CHECK-AREA
           EVALUATE TRUE
               WHEN LLM-AUTH-GRANTED
                   DISPLAY 'LLM-ERASURE-PURGE: authorization '
                           LLM-AUTH-ID ' - requested by '
                           FUNCTION TRIM(LLM-AUTH-REQUESTED-BY)
                           ', approved by '
                           FUNCTION TRIM(LLM-AUTH-APPROVED-BY)
               WHEN LLM-AUTH-UNREADABLE
                   DISPLAY 'LLM-ERASURE-PURGE: authorization file '
                           FUNCTION TRIM(LLM-AUTH-FILE)
                           ' not usable - erasure not run'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'LLM-ERASURE-PURGE: no approved ERASE '
                           'authorization for '
                           FUNCTION TRIM(LLM-AUTH-TARGET)
                           ' - raise one with LLM-AUTHORIZE and have '
                           'a second operator approve it'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.


      *> Archive: matching records keep their key, status and run
      *> stamp (the fact a call happened is not erasable - its
      *> content is) with ARC-CONTENT replaced by the redaction
           END-IF.


      *> Token vault: the key's entries are dropped outright rather
      *> than redacted - a vault line is nothing but the value. The
      *> rewrite goes through an owner-only .new copy, as the vault
      *> itself is created. No vault yet means nothing to purge.
       350-PURGE-TOKEN-VAULT.
           OPEN INPUT VAULT-FILE
           EVALUATE WS-VLT-FILE-STATUS
               WHEN '35'
                   CONTINUE
               WHEN '00'
                   STRING FUNCTION TRIM(WS-VAULT-FILENAME)
                                            DELIMITED BY SIZE
                          '.new'            DELIMITED BY SIZE
                          INTO WS-VAULT-NEW-FILENAME
                   END-STRING
                   MOVE SPACES TO WS-SHELL-CMD
                   STRING 'umask 077 && : > ''' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VAULT-NEW-FILENAME)
                                                DELIMITED BY SIZE
                          ''''                  DELIMITED BY SIZE
                          INTO WS-SHELL-CMD
                   END-STRING
                   CALL 'SYSTEM' USING WS-SHELL-CMD
                   MOVE 0 TO RETURN-CODE
                   OPEN OUTPUT VAULT-NEW
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ VAULT-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF VLT-RECORD-KEY = WS-KEY-ARG
                                   ADD 1 TO WS-VLT-DROPPED
                               ELSE
                                   MOVE TOKEN-VAULT-RECORD
                                       TO VAULT-NEW-RECORD
                                   WRITE VAULT-NEW-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VAULT-FILE
                   CLOSE VAULT-NEW
                   MOVE SPACES TO WS-SHELL-CMD
                   STRING 'mv '                  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VAULT-NEW-FILENAME)
                                                DELIMITED BY SIZE
                          ' '                   DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VAULT-FILENAME)
                                                DELIMITED BY SIZE
                          INTO WS-SHELL-CMD
                   END-STRING
                   CALL 'SYSTEM' USING WS-SHELL-CMD
               WHEN OTHER
                   DISPLAY 'LLM-ERASURE-PURGE: token vault not '
                           'readable, status ' WS-VLT-FILE-STATUS
           END-EVALUATE.


       400-PURGE-CONVERSATION.
           STRING FUNCTION TRIM(WS-CONV-DIR)  DELIMITED BY SIZE
                  '/'                          DELIMITED BY SIZE
           END-STRING
           PERFORM 610-SIGN-AND-WRITE

           IF LLM-AUTH-GRANTED
               MOVE SPACES TO MANIFEST-LINE
               STRING 'AUTHORIZATION '   DELIMITED BY SIZE
                      LLM-AUTH-ID        DELIMITED BY SIZE
                      ' REQUESTED BY '   DELIMITED BY SIZE
                      FUNCTION TRIM(LLM-AUTH-REQUESTED-BY)
                                         DELIMITED BY SIZE
                      ' APPROVED BY '    DELIMITED BY SIZE
                      FUNCTION TRIM(LLM-AUTH-APPROVED-BY)
                                         DELIMITED BY SIZE
                      ' RUN BY '         DELIMITED BY SIZE
                      FUNCTION TRIM(LLM-AUTH-RUN-BY)
                                         DELIMITED BY SIZE
                      INTO MANIFEST-LINE
               END-STRING
               PERFORM 610-SIGN-AND-WRITE
           END-IF

           IF WS-ERASURE-REFUSED
               PERFORM 620-WRITE-REFUSAL
           ELSE
               PERFORM 630-WRITE-COUNTS
           END-IF

           MOVE SPACES TO MANIFEST-LINE
           STRING 'SIGNATURE ' DELIMITED BY SIZE
                  WS-SIG-VALUE DELIMITED BY SIZE
                  INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE

           CLOSE MANIFEST-FILE
           DISPLAY 'LLM-ERASURE-PURGE: manifest written to '
                   FUNCTION TRIM(WS-MANIFEST-FILENAME).


       620-WRITE-REFUSAL.
           MOVE SPACES TO MANIFEST-LINE
           STRING 'ERASURE REFUSED - LEGAL HOLD MATTER '
                                               DELIMITED BY SIZE
                  FUNCTION TRIM(LLM-HOLD-MATTER) DELIMITED BY SIZE
                  ' ON '                       DELIMITED BY SIZE
                  FUNCTION TRIM(LLM-HOLD-ON-TYPE) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  FUNCTION TRIM(LLM-HOLD-ON-VALUE) DELIMITED BY SIZE
                  INTO MANIFEST-LINE
           END-STRING
           PERFORM 610-SIGN-AND-WRITE
           MOVE 'NO STORE WAS CHANGED'  TO MANIFEST-LINE
           PERFORM 610-SIGN-AND-WRITE.


       630-WRITE-COUNTS.
           MOVE SPACES TO MANIFEST-LINE
           STRING 'ARCHIVE RECORDS REDACTED: ' DELIMITED BY SIZE
                  WS-ARC-REDACTED              DELIMITED BY SIZE
           END-STRING
           PERFORM 610-SIGN-AND-WRITE

           MOVE SPACES TO MANIFEST-LINE
           STRING 'TOKEN VAULT ENTRIES REMOVED: ' DELIMITED BY SIZE
                  WS-VLT-DROPPED                DELIMITED BY SIZE
                  INTO MANIFEST-LINE
           END-STRING
           PERFORM 610-SIGN-AND-WRITE

           MOVE SPACES TO MANIFEST-LINE
           STRING 'CONVERSATION FILES REMOVED: ' DELIMITED BY SIZE
                  WS-CONV-DELETED               DELIMITED BY SIZE
                  WS-AUD-RECHAINED              DELIMITED BY SIZE
                  INTO MANIFEST-LINE
           END-STRING
           PERFORM 610-SIGN-AND-WRITE.


       610-SIGN-AND-WRITE.
