      *>           exception entry is expected to pair with an output
      *>           record (LLM-BATCH writes both for a failed call),
      *>           so the balancing rule is: output + unprocessed = 1
      *>           per input key. An LLM-EXTRACT-BATCH run balances
      *>           the same way, with two differences: its 'L' row
      *>           records are detail of the document's header record
      *>           and are not counted, and a document that failed
      *>           validation lands on <output>.invalid instead of
      *>           the feed - so output + unprocessed + invalid = 1.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNP-FILE-STATUS.

      *> LLM-EXTRACT-BATCH validation failures - absent for every
      *> other driver, which simply leaves the count at zero.
           SELECT INVALID-FILE ASSIGN TO WS-INVALID-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INV-FILE-STATUS.

           SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           05 UNP-REST              PIC X(200).
       01 UNPROCESSED-RAW           PIC X(32900).

       FD  INVALID-FILE.
       01 INVALID-RECORD.
           05 INV-KEY               PIC X(20).
           05 INV-REST              PIC X(200).

       FD  REPORT-OUT.
       01 REPORT-LINE               PIC X(132).

       01 WS-OUTPUT-FILENAME     PIC X(256).
       01 WS-EXCEPTION-FILENAME  PIC X(256).
       01 WS-UNPROCESSED-FILENAME PIC X(256).
       01 WS-INVALID-FILENAME    PIC X(256).
       01 WS-REPORT-FILENAME     PIC X(256).
       01 WS-IN-FILE-STATUS      PIC X(2).
       01 WS-OUT-FILE-STATUS     PIC X(2).
       01 WS-EXC-FILE-STATUS     PIC X(2).
       01 WS-UNP-FILE-STATUS     PIC X(2).
       01 WS-INV-FILE-STATUS     PIC X(2).
       01 WS-RPT-FILE-STATUS     PIC X(2).
       01 WS-ARG-COUNT           PIC 999 COMP-5.
       01 WS-EOF-FLAG            PIC X(1) VALUE 'N'.
             10 WS-KEY-OUT-COUNT PIC 9(4) COMP.
             10 WS-KEY-EXC-COUNT PIC 9(4) COMP.
             10 WS-KEY-UNP-COUNT PIC 9(4) COMP.
             10 WS-KEY-INV-COUNT PIC 9(4) COMP.
       01 WS-KEY-OVERFLOW-FLAG   PIC X(1) VALUE 'N'.
         88 WS-KEY-OVERFLOWED        VALUE 'Y'.
       01 WS-SCAN-IDX            PIC 9(6) COMP.
       01 WS-OUT-TOTAL           PIC 9(9) VALUE 0.
       01 WS-EXC-TOTAL           PIC 9(9) VALUE 0.
       01 WS-UNP-TOTAL           PIC 9(9) VALUE 0.
       01 WS-INV-TOTAL           PIC 9(9) VALUE 0.
       01 WS-PREV-INV-KEY        PIC X(20) VALUE SPACES.

      *> ---- findings ---------------------------------------------------
      *> ---- delimited input format ------------------------------------
       01 WS-EDIT-OUT            PIC 9(4).
       01 WS-EDIT-EXC            PIC 9(4).
       01 WS-EDIT-UNP            PIC 9(4).
       01 WS-EDIT-INV            PIC 9(4).
       01 WS-MISSING-COUNT       PIC 9(9) VALUE 0.
       01 WS-DUPLICATE-COUNT     PIC 9(9) VALUE 0.
       01 WS-ORPHAN-COUNT        PIC 9(9) VALUE 0.
                  '.unprocessed'         DELIMITED BY SIZE
                  INTO WS-UNPROCESSED-FILENAME
           END-STRING
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) DELIMITED BY SIZE
                  '.invalid'             DELIMITED BY SIZE
                  INTO WS-INVALID-FILENAME
           END-STRING

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 3
                           MOVE 0    TO WS-KEY-OUT-COUNT(WS-KEY-IDX)
                           MOVE 0    TO WS-KEY-EXC-COUNT(WS-KEY-IDX)
                           MOVE 0    TO WS-KEY-UNP-COUNT(WS-KEY-IDX)
                           MOVE 0    TO WS-KEY-INV-COUNT(WS-KEY-IDX)
                       ELSE
                           SET WS-KEY-OVERFLOWED TO TRUE
                       END-IF
                                 USING LLM-DELIM-AREA
                             MOVE LLM-DLM-FIELD(1) TO BOUT-KEY
                         END-IF
      *> An extraction feed's 'L' row records sit under their
      *> document's header record - only the header is the key's
      *> landing; an LLM-BATCH feed has a status digit there.
                         IF BOUT-KEY(1:4) = 'HDR '
                         OR BOUT-KEY(1:4) = 'TRL '
                         OR (WS-OUT-DELIM-MODE
                             AND (BOUT-KEY = 'HDR'
                                  OR BOUT-KEY = 'TRL'))
                         OR (NOT WS-OUT-DELIM-MODE
                             AND BOUT-REST(1:1) = 'L')
                           CONTINUE
                         ELSE
                           ADD 1 TO WS-OUT-TOTAL
                   END-READ
               END-PERFORM
               CLOSE UNPROCESSED-FILE
           END-IF

      *> One .invalid line per failed field, all together for a
      *> document - the key counts once however many fields failed.
           OPEN INPUT INVALID-FILE
           IF WS-INV-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ INVALID-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                         IF INV-KEY NOT = WS-PREV-INV-KEY
                           MOVE INV-KEY TO WS-PREV-INV-KEY
                           ADD 1 TO WS-INV-TOTAL
                           MOVE INV-KEY TO WS-LOOKUP-KEY
                           PERFORM 310-FIND-KEY
                           IF WS-KEY-FOUND
                               ADD 1
                                 TO WS-KEY-INV-COUNT(WS-KEY-IDX)
                           ELSE
                               ADD 1 TO WS-ORPHAN-COUNT
                           END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE INVALID-FILE
           END-IF.



           MOVE 'LLM-BATCH-RECONCILE findings' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'KEY                  IN  OUT  EXC  UNP  INV  FINDING'
                                               TO REPORT-LINE
           WRITE REPORT-LINE

               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-INV-TOTAL TO WS-EDIT-COUNT
           STRING 'INVALID RECORDS     ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT
           STRING 'KEYS MISSING        ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
                   ' - report in ' FUNCTION TRIM(WS-REPORT-FILENAME).


      *> Balancing rule per input key: output + unprocessed + invalid
      *> = input occurrences. Short means silently dropped; long means
      *> double-landed; an input key seen more than once is flagged
      *> as a duplicate in its own right.
       410-JUDGE-ONE-KEY.
           SET WS-KEY-IDX TO WS-SCAN-IDX
           EVALUATE TRUE
               WHEN WS-KEY-OUT-COUNT(WS-KEY-IDX)
                   + WS-KEY-UNP-COUNT(WS-KEY-IDX)
                   + WS-KEY-INV-COUNT(WS-KEY-IDX) = 0
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM 420-WRITE-KEY-LINE
               WHEN WS-KEY-IN-COUNT(WS-KEY-IDX) > 1
               OR WS-KEY-OUT-COUNT(WS-KEY-IDX)
                   + WS-KEY-UNP-COUNT(WS-KEY-IDX)
                   + WS-KEY-INV-COUNT(WS-KEY-IDX)
                   > WS-KEY-IN-COUNT(WS-KEY-IDX)
                   ADD 1 TO WS-DUPLICATE-COUNT
                   PERFORM 420-WRITE-KEY-LINE
           MOVE WS-KEY-OUT-COUNT(WS-KEY-IDX)  TO WS-EDIT-OUT
           MOVE WS-KEY-EXC-COUNT(WS-KEY-IDX)  TO WS-EDIT-EXC
           MOVE WS-KEY-UNP-COUNT(WS-KEY-IDX)  TO WS-EDIT-UNP
           MOVE WS-KEY-INV-COUNT(WS-KEY-IDX)  TO WS-EDIT-INV
           MOVE SPACES TO REPORT-LINE
           STRING WS-KEY-VALUE(WS-KEY-IDX)         DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-EDIT-EXC                      DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-EDIT-UNP                      DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-EDIT-INV                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           IF WS-KEY-OUT-COUNT(WS-KEY-IDX)
               + WS-KEY-UNP-COUNT(WS-KEY-IDX)
               + WS-KEY-INV-COUNT(WS-KEY-IDX) = 0
               MOVE 'MISSING'    TO REPORT-LINE(55:10)
           ELSE
               MOVE 'DUPLICATE'  TO REPORT-LINE(55:10)
           END-IF
           WRITE REPORT-LINE.
