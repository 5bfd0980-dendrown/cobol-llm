      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-FILE-MEASURE.cob
      *> Desc    : Measures one store file the way a backup manifest
      *>           records it - records counted by reading it through
      *>           its own layout, bytes and CRC from cksum - so
      *>           LLM-BACKUP and LLM-RESTORE judge a file by the same
      *>           yardstick. See LLM-FILE-MEASURE.cpy for the call
      *>           area.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-FILE-MEASURE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINE-FILE ASSIGN TO WS-MEASURE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MSR-FILE-STATUS.

           SELECT VECTOR-FILE ASSIGN TO WS-MEASURE-FILENAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-MSR-FILE-STATUS.

           SELECT CENTROID-FILE ASSIGN TO WS-MEASURE-FILENAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-MSR-FILE-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO WS-MEASURE-FILENAME
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSPM-KEY
               FILE STATUS IS WS-MSR-FILE-STATUS.

           SELECT CKSUM-FILE ASSIGN TO WS-CKSUM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINE-FILE.
       01 LINE-RECORD               PIC X(65536).

       FD  VECTOR-FILE.
       COPY 'LLM-VECTOR-RECORD.cpy'.

       FD  CENTROID-FILE.
       COPY 'LLM-CENTROID-RECORD.cpy'.

       FD  RESPONSE-FILE.
       COPY 'LLM-RESPONSE-MASTER.cpy'.

       FD  CKSUM-FILE.
       01 CKSUM-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-MEASURE-FILENAME       PIC X(256).
       01 WS-CKSUM-FILENAME         PIC X(256).
       01 WS-MSR-FILE-STATUS        PIC X(2).
       01 WS-CKS-FILE-STATUS        PIC X(2).
       01 WS-EOF-FLAG               PIC X(1).
         88 WS-EOF                      VALUE 'Y'.
       01 WS-CMD                    PIC X(700).
       01 WS-CRC-TEXT               PIC X(20).
       01 WS-BYTES-TEXT             PIC X(20).

       LINKAGE SECTION.

       COPY 'LLM-FILE-MEASURE.cpy'.


       PROCEDURE DIVISION USING LLM-FILE-MEASURE-AREA.

       000-MAIN.
           MOVE LLM-FMS-FILE             TO WS-MEASURE-FILENAME
           MOVE LLM-FMS-SCRATCH-FILE     TO WS-CKSUM-FILENAME
           MOVE 0                        TO LLM-FMS-RECORDS
                                            LLM-FMS-BYTES
                                            LLM-FMS-CKSUM
           SET LLM-FMS-OK                TO TRUE

      *> Present at all is asked of the plain open, whatever the
      *> layout - it needs nothing of the records.
           OPEN INPUT LINE-FILE
           IF WS-MSR-FILE-STATUS = '35'
               SET LLM-FMS-MISSING       TO TRUE
               GOBACK
           END-IF
           IF WS-MSR-FILE-STATUS = '00'
               CLOSE LINE-FILE
           END-IF

           PERFORM 100-TAKE-CKSUM
           IF LLM-FMS-OK
               EVALUATE LLM-FMS-FORMAT
                   WHEN 'L'
                       PERFORM 210-COUNT-LINES
                   WHEN 'V'
                       PERFORM 220-COUNT-VECTORS
                   WHEN 'C'
                       PERFORM 230-COUNT-CENTROIDS
                   WHEN 'I'
                       PERFORM 240-COUNT-RESPONSES
                   WHEN 'B'
                       IF LLM-FMS-BYTES > 0
                           MOVE 1        TO LLM-FMS-RECORDS
                       END-IF
                   WHEN OTHER
                       SET LLM-FMS-ERROR TO TRUE
               END-EVALUATE
           END-IF
           GOBACK.


      *> Fed on stdin so cksum prints just '<crc> <bytes>' - no name
      *> to strip back off.
       100-TAKE-CKSUM.
           MOVE SPACES TO WS-CMD
           STRING 'cksum < '''           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MEASURE-FILENAME)
                                         DELIMITED BY SIZE
                  ''' > '''              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CKSUM-FILENAME)
                                         DELIMITED BY SIZE
                  ''' 2>/dev/null'       DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD
           MOVE 0                        TO RETURN-CODE

           MOVE SPACES                   TO CKSUM-LINE
           OPEN INPUT CKSUM-FILE
           IF WS-CKS-FILE-STATUS = '00'
               READ CKSUM-FILE
                   AT END
                       MOVE SPACES       TO CKSUM-LINE
               END-READ
               CLOSE CKSUM-FILE
           END-IF

           MOVE SPACES                   TO WS-CRC-TEXT WS-BYTES-TEXT
           UNSTRING CKSUM-LINE DELIMITED BY ALL SPACE
               INTO WS-CRC-TEXT WS-BYTES-TEXT
           END-UNSTRING
           IF WS-CRC-TEXT = SPACES OR WS-BYTES-TEXT = SPACES
               SET LLM-FMS-ERROR         TO TRUE
           ELSE
               MOVE FUNCTION NUMVAL(WS-CRC-TEXT)   TO LLM-FMS-CKSUM
               MOVE FUNCTION NUMVAL(WS-BYTES-TEXT) TO LLM-FMS-BYTES
           END-IF.


      *> Each count reads to a clean end of file; anything else
      *> along the way means the file is not what its format says.
       210-COUNT-LINES.
           OPEN INPUT LINE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF OR WS-MSR-FILE-STATUS(1:1) NOT = '0'
               READ LINE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO LLM-FMS-RECORDS
               END-READ
           END-PERFORM
           PERFORM 290-CLOSE-OUT
           CLOSE LINE-FILE.


       220-COUNT-VECTORS.
           OPEN INPUT VECTOR-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF OR WS-MSR-FILE-STATUS(1:1) NOT = '0'
               READ VECTOR-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO LLM-FMS-RECORDS
               END-READ
           END-PERFORM
           PERFORM 290-CLOSE-OUT
           CLOSE VECTOR-FILE.


       230-COUNT-CENTROIDS.
           OPEN INPUT CENTROID-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF OR WS-MSR-FILE-STATUS(1:1) NOT = '0'
               READ CENTROID-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO LLM-FMS-RECORDS
               END-READ
           END-PERFORM
           PERFORM 290-CLOSE-OUT
           CLOSE CENTROID-FILE.


       240-COUNT-RESPONSES.
           OPEN INPUT RESPONSE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF OR WS-MSR-FILE-STATUS(1:1) NOT = '0'
               READ RESPONSE-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO LLM-FMS-RECORDS
               END-READ
           END-PERFORM
           PERFORM 290-CLOSE-OUT
           CLOSE RESPONSE-FILE.


       290-CLOSE-OUT.
           IF NOT WS-EOF
               SET LLM-FMS-ERROR         TO TRUE
           END-IF.
