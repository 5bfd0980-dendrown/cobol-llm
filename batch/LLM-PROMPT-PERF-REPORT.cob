      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-PROMPT-PERF-REPORT.cob
      *> Desc    : Prompt-version performance report from the audit
      *>           trail, so a prompt owner can defend or roll back a
      *>           wording change with figures. Chat calls carrying
      *>           AUD-PROMPT-ID are grouped by prompt ID and version
      *>           over a date range; each group shows calls, the
      *>           share that ended in an error status, average
      *>           tokens in and out, priced cost per call (the
      *>           LLM-USAGE-REPORT pricing - LLM-RATE-LOOKUP as of
      *>           the call date, cache tokens at their own rates,
      *>           bulk-tier discount), the truncation rate
      *>           (AUD-TRUNCATED) and the classification reject rate
      *>           - rejects over calls, counted from the LLM-BATCH
      *>           rejects files named in a list file, each reject
      *>           stamped with its run date and prompt version.
      *>           Every version is then set against the one it
      *>           replaced - the next lower version of the same
      *>           prompt seen in the range - and a change past the
      *>           threshold is flagged: rates by percentage points,
      *>           token averages and cost per call by relative
      *>           percent. RC 4 when anything is flagged.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-PROMPT-PERF-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT REJECTS-LIST ASSIGN TO WS-LIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.
           SELECT REJECTS-FILE ASSIGN TO WS-REJECTS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RJC-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       COPY 'LLM-AUDIT-RECORD.cpy'.

      *> One LLM-BATCH rejects file name per line.
       FD  REJECTS-LIST.
       01 REJECTS-LIST-RECORD       PIC X(256).

      *> LLM-BATCH's REJECTS-RECORD.
       FD  REJECTS-FILE.
       01 REJECTS-RECORD.
           05 RJC-KEY               PIC X(20).
           05 FILLER                PIC X(1).
           05 RJC-CONTENT           PIC X(32768).
           05 FILLER                PIC X(1).
           05 RJC-RUN-DATE          PIC X(8).
           05 FILLER                PIC X(1).
           05 RJC-PROMPT-ID         PIC X(40).
           05 FILLER                PIC X(1).
           05 RJC-PROMPT-VERSION    PIC X(3).

       FD  REPORT-OUT.
       01 REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-FILENAME         PIC X(256).
       01 WS-LIST-FILENAME          PIC X(256) VALUE SPACES.
       01 WS-REJECTS-FILENAME       PIC X(256).
       01 WS-REPORT-FILENAME        PIC X(256).
       01 WS-AUD-FILE-STATUS        PIC X(2).
       01 WS-LST-FILE-STATUS        PIC X(2).
       01 WS-RJC-FILE-STATUS        PIC X(2).
       01 WS-RPT-FILE-STATUS        PIC X(2).
       01 WS-ARG-COUNT              PIC 999 COMP-5.
       01 WS-ARG-TEXT               PIC X(16).
       01 WS-EOF-FLAG               PIC X(1) VALUE 'N'.
         88 WS-EOF                     VALUE 'Y'.
       01 WS-LST-EOF-FLAG           PIC X(1) VALUE 'N'.
         88 WS-LST-EOF                 VALUE 'Y'.
       01 WS-RJC-EOF-FLAG           PIC X(1).
         88 WS-RJC-EOF                 VALUE 'Y'.

      *> ---- selection and thresholds ---------------------------------
       01 WS-FROM-DATE              PIC 9(8).
       01 WS-TO-DATE                PIC 9(8).
       01 WS-REC-DATE               PIC X(8).
      *> Rates (error, truncation, reject) flag past this many
      *> percentage points; averages and cost past this percent.
       01 WS-RATE-PTS-LIMIT         PIC 9(3)V9 VALUE 5.
       01 WS-RELATIVE-PCT-LIMIT     PIC 9(3)V9 VALUE 20.

      *> ---- one row per prompt ID and version seen --------------------
       01 WS-GRP-COUNT              PIC 9(4) COMP VALUE 0.
       01 WS-GRP-MAX                PIC 9(4) COMP VALUE 300.
       01 WS-GROUP-TABLE.
           05 WS-GRP-ENTRY          OCCURS 300 TIMES
                                    INDEXED BY WS-GRP-IDX WS-PRV-IDX.
             10 WS-GRP-PROMPT-ID    PIC X(40).
             10 WS-GRP-VERSION      PIC 9(3).
             10 WS-GRP-CALLS        PIC 9(9).
             10 WS-GRP-ERRORS       PIC 9(9).
             10 WS-GRP-TOKENS-IN    PIC 9(11).
             10 WS-GRP-TOKENS-OUT   PIC 9(11).
             10 WS-GRP-COST         PIC 9(9)V9(6).
             10 WS-GRP-TRUNCATED    PIC 9(9).
             10 WS-GRP-REJECTS      PIC 9(9).
       01 WS-SWAP-ENTRY             PIC X(116).
       01 WS-SORT-I                 PIC 9(4) COMP.
       01 WS-SORT-J                 PIC 9(4) COMP.
       01 WS-FIND-ID                PIC X(40).
       01 WS-FIND-VERSION           PIC 9(3).
       01 WS-FOUND-FLAG             PIC X(1).
         88 WS-FOUND                   VALUE 'Y'.
       01 WS-GRP-FULL-FLAG          PIC X(1) VALUE 'N'.
         88 WS-GRP-TABLE-FULL          VALUE 'Y'.
       01 WS-ORPHAN-REJECTS         PIC 9(9) VALUE 0.
       01 WS-REJECT-FILES           PIC 9(4) VALUE 0.
       01 WS-FLAG-COUNT             PIC 9(5) VALUE 0.

      *> ---- pricing (as LLM-USAGE-REPORT) ---------------------------
       COPY 'LLM-RATE.cpy'.
       01 WS-CALL-COST              PIC 9(9)V9(6).
       01 WS-CACHE-WRITE-TOKENS     PIC 9(9).
       01 WS-CACHE-READ-TOKENS      PIC 9(9).
       01 WS-BULK-RATE-ENV          PIC X(6).
       01 WS-BULK-RATE-PCT          PIC 9(3)V99 VALUE 50.

      *> ---- one group's derived figures (this version, then the
      *>      version it replaced) --------------------------------------
       01 WS-FIGURES.
           05 WS-FIG-ERR-PCT        PIC 9(3)V9(4).
           05 WS-FIG-AVG-IN         PIC 9(9)V9(2).
           05 WS-FIG-AVG-OUT        PIC 9(9)V9(2).
           05 WS-FIG-COST-CALL      PIC 9(5)V9(6).
           05 WS-FIG-TRUNC-PCT      PIC 9(3)V9(4).
           05 WS-FIG-REJ-PCT        PIC 9(3)V9(4).
       01 WS-CUR-FIGURES            PIC X(54).
       01 WS-PRV-FIGURES            PIC X(54).
       01 WS-PRV-VIEW REDEFINES WS-PRV-FIGURES.
           05 WS-PRV-ERR-PCT        PIC 9(3)V9(4).
           05 WS-PRV-AVG-IN         PIC 9(9)V9(2).
           05 WS-PRV-AVG-OUT        PIC 9(9)V9(2).
           05 WS-PRV-COST-CALL      PIC 9(5)V9(6).
           05 WS-PRV-TRUNC-PCT      PIC 9(3)V9(4).
           05 WS-PRV-REJ-PCT        PIC 9(3)V9(4).
       01 WS-CMP-PTS                PIC S9(3)V9(4).
       01 WS-CMP-PCT                PIC S9(7)V9(4).
       01 WS-CMP-FLAG               PIC X(1).

      *> ---- report line assembly --------------------------------
       01 WS-EDIT-VERSION           PIC 9(3).
       01 WS-EDIT-CALLS             PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-PCT               PIC ZZ9.9.
       01 WS-EDIT-AVG               PIC ZZZ,ZZ9.
       01 WS-EDIT-COST              PIC Z,ZZ9.999999.
       01 WS-EDIT-PTS               PIC +++9.9.
       01 WS-EDIT-REL               PIC ++++++9.9.
       01 WS-RPT-PTR                PIC 9(4) COMP.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 100-INIT
           PERFORM 200-PROCESS-AUDIT-LOG
           IF WS-LIST-FILENAME NOT = SPACES
               PERFORM 300-COUNT-REJECTS
           END-IF
           PERFORM 400-SORT-GROUPS
           PERFORM 500-WRITE-REPORT
           DISPLAY 'LLM-PROMPT-PERF-REPORT: prompt versions: '
                   WS-GRP-COUNT ', changes flagged: ' WS-FLAG-COUNT
           IF WS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Args: 1=audit log  2=from date YYYYMMDD  3=to date ('-' =
      *>       the from date)  4=report file
      *>       5=rejects list file (optional, '-' = none)
      *>       6=rate threshold, percentage points (default 5)
      *>       7=average/cost threshold, percent (default 20)
       100-INIT.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 4
               DISPLAY 'LLM-PROMPT-PERF-REPORT: usage: '
                       'LLM-PROMPT-PERF-REPORT <audit-log> <from> '
                       '<to> <report-out> [rejects-list] [rate-pts] '
                       '[avg-pct]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1                       TO WS-ARG-COUNT
           ACCEPT WS-AUDIT-FILENAME FROM ARGUMENT-VALUE
           MOVE 2                       TO WS-ARG-COUNT
           ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
           IF WS-ARG-TEXT(1:8) IS NOT NUMERIC
               DISPLAY 'LLM-PROMPT-PERF-REPORT: from date must be '
                       'YYYYMMDD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-TEXT(1:8)        TO WS-FROM-DATE
           MOVE 3                       TO WS-ARG-COUNT
           ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
           IF WS-ARG-TEXT = '-' OR SPACES
               MOVE WS-FROM-DATE        TO WS-TO-DATE
           ELSE
               IF WS-ARG-TEXT(1:8) IS NOT NUMERIC
                   DISPLAY 'LLM-PROMPT-PERF-REPORT: to date must be '
                           'YYYYMMDD'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-TEXT(1:8)    TO WS-TO-DATE
           END-IF
           MOVE 4                       TO WS-ARG-COUNT
           ACCEPT WS-REPORT-FILENAME FROM ARGUMENT-VALUE

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 5
               MOVE 5                   TO WS-ARG-COUNT
               ACCEPT WS-LIST-FILENAME FROM ARGUMENT-VALUE
               IF WS-LIST-FILENAME = '-'
                   MOVE SPACES          TO WS-LIST-FILENAME
               END-IF
           END-IF
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 6
               MOVE 6                   TO WS-ARG-COUNT
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT NOT = '-' AND WS-ARG-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-ARG-TEXT)
                                        TO WS-RATE-PTS-LIMIT
               END-IF
           END-IF
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT >= 7
               MOVE 7                   TO WS-ARG-COUNT
               ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
               IF WS-ARG-TEXT NOT = '-' AND WS-ARG-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-ARG-TEXT)
                                        TO WS-RELATIVE-PCT-LIMIT
               END-IF
           END-IF

           DISPLAY 'LLM_BULK_RATE_PCT' UPON ENVIRONMENT-NAME
           ACCEPT WS-BULK-RATE-ENV FROM ENVIRONMENT-VALUE
           IF WS-BULK-RATE-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BULK-RATE-ENV)
                                        TO WS-BULK-RATE-PCT
           END-IF.


      *> Chat calls only (embedding lines carry no prompt), and only
      *> those that ran under a library prompt.
       200-PROCESS-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG
           IF WS-AUD-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-PROMPT-PERF-REPORT: cannot open audit log '
                       FUNCTION TRIM(WS-AUDIT-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ AUDIT-LOG
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AUD-TIMESTAMP(1:8) TO WS-REC-DATE
                       IF AUD-PROMPT-ID NOT = SPACES
                       AND AUD-CALL-CHAT
                       AND WS-REC-DATE IS NUMERIC
                       AND WS-REC-DATE >= WS-FROM-DATE
                       AND WS-REC-DATE <= WS-TO-DATE
                           PERFORM 210-ACCUMULATE-CALL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUDIT-LOG.


       210-ACCUMULATE-CALL.
           MOVE AUD-PROMPT-ID            TO WS-FIND-ID
           MOVE 0                        TO WS-FIND-VERSION
           IF AUD-PROMPT-VERSION IS NUMERIC
               MOVE AUD-PROMPT-VERSION   TO WS-FIND-VERSION
           END-IF
           PERFORM 220-FIND-GROUP
           IF NOT WS-FOUND
               PERFORM 230-ADD-GROUP
           END-IF
           IF WS-FOUND
               PERFORM 240-PRICE-CALL
               ADD 1               TO WS-GRP-CALLS(WS-GRP-IDX)
               IF AUD-STAT-CODE NOT = 0
                   ADD 1           TO WS-GRP-ERRORS(WS-GRP-IDX)
               END-IF
               ADD AUD-TOKENS-IN   TO WS-GRP-TOKENS-IN(WS-GRP-IDX)
               ADD AUD-TOKENS-OUT  TO WS-GRP-TOKENS-OUT(WS-GRP-IDX)
               ADD WS-CALL-COST    TO WS-GRP-COST(WS-GRP-IDX)
               IF AUD-TRUNCATED
                   ADD 1           TO WS-GRP-TRUNCATED(WS-GRP-IDX)
               END-IF
           END-IF.


       220-FIND-GROUP.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT OR WS-FOUND
               IF WS-GRP-PROMPT-ID(WS-GRP-IDX) = WS-FIND-ID
               AND WS-GRP-VERSION(WS-GRP-IDX) = WS-FIND-VERSION
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-GRP-IDX DOWN BY 1
           END-IF.


       230-ADD-GROUP.
           IF WS-GRP-COUNT >= WS-GRP-MAX
               IF NOT WS-GRP-TABLE-FULL
                   DISPLAY 'LLM-PROMPT-PERF-REPORT: more than 300 '
                           'prompt versions - later ones omitted'
                   SET WS-GRP-TABLE-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-GRP-COUNT
               SET WS-GRP-IDX TO WS-GRP-COUNT
               INITIALIZE WS-GRP-ENTRY(WS-GRP-IDX)
               MOVE WS-FIND-ID      TO WS-GRP-PROMPT-ID(WS-GRP-IDX)
               MOVE WS-FIND-VERSION TO WS-GRP-VERSION(WS-GRP-IDX)
               SET WS-FOUND TO TRUE
           END-IF.


      *> LLM-USAGE-REPORT's pricing, line for line.
       240-PRICE-CALL.
           MOVE AUD-MODEL                TO LLM-RATE-MODEL
           MOVE FUNCTION NUMVAL(AUD-TIMESTAMP(1:8))
                                         TO LLM-RATE-ASOF-DATE
           CALL 'LLM-RATE-LOOKUP' USING LLM-RATE-AREA
           MOVE 0                        TO WS-CACHE-WRITE-TOKENS
                                            WS-CACHE-READ-TOKENS
           IF AUD-CACHE-WRITE-TOKENS IS NUMERIC
               MOVE AUD-CACHE-WRITE-TOKENS TO WS-CACHE-WRITE-TOKENS
           END-IF
           IF AUD-CACHE-READ-TOKENS IS NUMERIC
               MOVE AUD-CACHE-READ-TOKENS  TO WS-CACHE-READ-TOKENS
           END-IF
           COMPUTE WS-CALL-COST ROUNDED =
               (AUD-TOKENS-IN  * LLM-RATE-IN  / 1000)
             + (AUD-TOKENS-OUT * LLM-RATE-OUT / 1000)
             + (WS-CACHE-WRITE-TOKENS * LLM-RATE-CACHE-WRITE / 1000)
             + (WS-CACHE-READ-TOKENS  * LLM-RATE-CACHE-READ  / 1000)
           IF AUD-TIER-BULK
               COMPUTE WS-CALL-COST ROUNDED =
                   WS-CALL-COST * WS-BULK-RATE-PCT / 100
           END-IF.


      *> Each listed rejects file is read whole; a reject counts
      *> against the prompt version its run went out under, within
      *> the date range. A reject whose version had no calls in the
      *> range (the audit log rotated, say) is counted apart.
       300-COUNT-REJECTS.
           OPEN INPUT REJECTS-LIST
           IF WS-LST-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-PROMPT-PERF-REPORT: cannot open rejects '
                       'list ' FUNCTION TRIM(WS-LIST-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LST-EOF
               READ REJECTS-LIST
                   AT END
                       SET WS-LST-EOF TO TRUE
                   NOT AT END
                       IF REJECTS-LIST-RECORD NOT = SPACES
                           MOVE REJECTS-LIST-RECORD
                                         TO WS-REJECTS-FILENAME
                           PERFORM 310-READ-REJECTS-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECTS-LIST.


       310-READ-REJECTS-FILE.
           OPEN INPUT REJECTS-FILE
           IF WS-RJC-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-PROMPT-PERF-REPORT: cannot open rejects '
                       'file ' FUNCTION TRIM(WS-REJECTS-FILENAME)
                       ' - skipped'
           ELSE
               ADD 1 TO WS-REJECT-FILES
               MOVE 'N' TO WS-RJC-EOF-FLAG
               PERFORM UNTIL WS-RJC-EOF
                   READ REJECTS-FILE
                       AT END
                           SET WS-RJC-EOF TO TRUE
                       NOT AT END
                           IF RJC-PROMPT-ID NOT = SPACES
                           AND RJC-RUN-DATE IS NUMERIC
                           AND RJC-RUN-DATE >= WS-FROM-DATE
                           AND RJC-RUN-DATE <= WS-TO-DATE
                               PERFORM 320-COUNT-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECTS-FILE
           END-IF.


       320-COUNT-ONE-REJECT.
           MOVE RJC-PROMPT-ID            TO WS-FIND-ID
           MOVE 0                        TO WS-FIND-VERSION
           IF RJC-PROMPT-VERSION IS NUMERIC
               MOVE RJC-PROMPT-VERSION   TO WS-FIND-VERSION
           END-IF
           PERFORM 220-FIND-GROUP
           IF WS-FOUND
               ADD 1 TO WS-GRP-REJECTS(WS-GRP-IDX)
           ELSE
               ADD 1 TO WS-ORPHAN-REJECTS
           END-IF.


      *> Prompt ID then version, so a version's predecessor is the
      *> row above it.
       400-SORT-GROUPS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-GRP-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                   UNTIL WS-SORT-J > WS-GRP-COUNT - WS-SORT-I
                   IF WS-GRP-PROMPT-ID(WS-SORT-J) >
                      WS-GRP-PROMPT-ID(WS-SORT-J + 1)
                   OR (WS-GRP-PROMPT-ID(WS-SORT-J) =
                       WS-GRP-PROMPT-ID(WS-SORT-J + 1)
                   AND WS-GRP-VERSION(WS-SORT-J) >
                       WS-GRP-VERSION(WS-SORT-J + 1))
                       MOVE WS-GRP-ENTRY(WS-SORT-J) TO WS-SWAP-ENTRY
                       MOVE WS-GRP-ENTRY(WS-SORT-J + 1)
                                    TO WS-GRP-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-ENTRY
                                    TO WS-GRP-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.


       500-WRITE-REPORT.
           OPEN OUTPUT REPORT-OUT
           IF WS-RPT-FILE-STATUS NOT = '00'
               DISPLAY 'LLM-PROMPT-PERF-REPORT: cannot open report '
                       FUNCTION TRIM(WS-REPORT-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'LLM-PROMPT-PERF-REPORT  PROMPT VERSION PERFORMANCE '
                  'FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-RATE-PTS-LIMIT        TO WS-EDIT-PCT
           MOVE SPACES TO REPORT-LINE
           STRING 'FLAGGED (*): RATES MOVING MORE THAN ' WS-EDIT-PCT
                  ' POINTS, AVERAGES AND COST MORE THAN '
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           MOVE WS-RELATIVE-PCT-LIMIT    TO WS-EDIT-PCT
           STRING FUNCTION TRIM(REPORT-LINE) ' ' WS-EDIT-PCT
                  ' PERCENT, AGAINST THE VERSION REPLACED'
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PROMPT ID                                VER '
                  '      CALLS  ERR%  AVG-IN AVG-OUT    COST/CALL '
                  'TRUNC%  REJ%'        DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT
               PERFORM 510-COMPUTE-FIGURES
               MOVE WS-FIGURES           TO WS-CUR-FIGURES
               PERFORM 520-WRITE-VERSION-LINE
               IF WS-GRP-IDX > 1
                   SET WS-PRV-IDX TO WS-GRP-IDX
                   SET WS-PRV-IDX DOWN BY 1
                   IF WS-GRP-PROMPT-ID(WS-PRV-IDX) =
                      WS-GRP-PROMPT-ID(WS-GRP-IDX)
                       PERFORM 530-WRITE-COMPARISON
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTS FILES READ ' WS-REJECT-FILES
                  '  REJECTS WITH NO CALLS IN RANGE ' WS-ORPHAN-REJECTS
                  '  CHANGES FLAGGED ' WS-FLAG-COUNT
                                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-OUT.


      *> WS-FIGURES for the row at WS-GRP-IDX.
       510-COMPUTE-FIGURES.
           INITIALIZE WS-FIGURES
           IF WS-GRP-CALLS(WS-GRP-IDX) > 0
               COMPUTE WS-FIG-ERR-PCT ROUNDED =
                   WS-GRP-ERRORS(WS-GRP-IDX) * 100
                   / WS-GRP-CALLS(WS-GRP-IDX)
               COMPUTE WS-FIG-AVG-IN ROUNDED =
                   WS-GRP-TOKENS-IN(WS-GRP-IDX)
                   / WS-GRP-CALLS(WS-GRP-IDX)
               COMPUTE WS-FIG-AVG-OUT ROUNDED =
                   WS-GRP-TOKENS-OUT(WS-GRP-IDX)
                   / WS-GRP-CALLS(WS-GRP-IDX)
               COMPUTE WS-FIG-COST-CALL ROUNDED =
                   WS-GRP-COST(WS-GRP-IDX)
                   / WS-GRP-CALLS(WS-GRP-IDX)
               COMPUTE WS-FIG-TRUNC-PCT ROUNDED =
                   WS-GRP-TRUNCATED(WS-GRP-IDX) * 100
                   / WS-GRP-CALLS(WS-GRP-IDX)
               COMPUTE WS-FIG-REJ-PCT ROUNDED =
                   WS-GRP-REJECTS(WS-GRP-IDX) * 100
                   / WS-GRP-CALLS(WS-GRP-IDX)
           END-IF.


       520-WRITE-VERSION-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE 1                        TO WS-RPT-PTR
           MOVE WS-GRP-VERSION(WS-GRP-IDX) TO WS-EDIT-VERSION
           MOVE WS-GRP-CALLS(WS-GRP-IDX) TO WS-EDIT-CALLS
           STRING WS-GRP-PROMPT-ID(WS-GRP-IDX) ' '
                  WS-EDIT-VERSION ' ' WS-EDIT-CALLS
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING
           MOVE WS-FIG-ERR-PCT           TO WS-EDIT-PCT
           STRING ' ' WS-EDIT-PCT        DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING
           MOVE WS-FIG-AVG-IN            TO WS-EDIT-AVG
           STRING ' ' WS-EDIT-AVG        DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING
           MOVE WS-FIG-AVG-OUT           TO WS-EDIT-AVG
           STRING ' ' WS-EDIT-AVG        DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING
           MOVE WS-FIG-COST-CALL         TO WS-EDIT-COST
           STRING ' ' WS-EDIT-COST       DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING
           MOVE WS-FIG-TRUNC-PCT         TO WS-EDIT-PCT
           STRING '  ' WS-EDIT-PCT       DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING
           MOVE WS-FIG-REJ-PCT           TO WS-EDIT-PCT
           STRING ' ' WS-EDIT-PCT        DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING
           WRITE REPORT-LINE.


      *> Change from the version replaced, under the row it belongs
      *> to: rates in points, averages and cost in percent.
       530-WRITE-COMPARISON.
           SET WS-GRP-IDX DOWN BY 1
           PERFORM 510-COMPUTE-FIGURES
           MOVE WS-FIGURES               TO WS-PRV-FIGURES
           SET WS-GRP-IDX UP BY 1
           MOVE WS-CUR-FIGURES           TO WS-FIGURES

           MOVE SPACES TO REPORT-LINE
           MOVE 1                        TO WS-RPT-PTR
           MOVE WS-GRP-VERSION(WS-PRV-IDX) TO WS-EDIT-VERSION
           STRING '    CHANGE FROM V' WS-EDIT-VERSION ':'
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING

           COMPUTE WS-CMP-PTS = WS-FIG-ERR-PCT - WS-PRV-ERR-PCT
           PERFORM 540-FLAG-POINTS
           STRING '  ERR ' WS-EDIT-PTS ' PTS' WS-CMP-FLAG
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING

           MOVE WS-PRV-AVG-IN            TO WS-CMP-PCT
           IF WS-CMP-PCT > 0
               COMPUTE WS-CMP-PCT ROUNDED =
                   (WS-FIG-AVG-IN - WS-PRV-AVG-IN) * 100
                   / WS-PRV-AVG-IN
           END-IF
           PERFORM 550-FLAG-PERCENT
           STRING '  AVG-IN ' WS-EDIT-REL '%' WS-CMP-FLAG
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING

           MOVE WS-PRV-AVG-OUT           TO WS-CMP-PCT
           IF WS-CMP-PCT > 0
               COMPUTE WS-CMP-PCT ROUNDED =
                   (WS-FIG-AVG-OUT - WS-PRV-AVG-OUT) * 100
                   / WS-PRV-AVG-OUT
           END-IF
           PERFORM 550-FLAG-PERCENT
           STRING '  AVG-OUT ' WS-EDIT-REL '%' WS-CMP-FLAG
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING

           MOVE WS-PRV-COST-CALL         TO WS-CMP-PCT
           IF WS-CMP-PCT > 0
               COMPUTE WS-CMP-PCT ROUNDED =
                   (WS-FIG-COST-CALL - WS-PRV-COST-CALL) * 100
                   / WS-PRV-COST-CALL
           END-IF
           PERFORM 550-FLAG-PERCENT
           STRING '  COST ' WS-EDIT-REL '%' WS-CMP-FLAG
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING

           COMPUTE WS-CMP-PTS = WS-FIG-TRUNC-PCT - WS-PRV-TRUNC-PCT
           PERFORM 540-FLAG-POINTS
           STRING '  TRUNC ' WS-EDIT-PTS WS-CMP-FLAG
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING

           COMPUTE WS-CMP-PTS = WS-FIG-REJ-PCT - WS-PRV-REJ-PCT
           PERFORM 540-FLAG-POINTS
           STRING '  REJ ' WS-EDIT-PTS WS-CMP-FLAG
                                         DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-RPT-PTR
           END-STRING
           WRITE REPORT-LINE.


       540-FLAG-POINTS.
           MOVE WS-CMP-PTS               TO WS-EDIT-PTS
           MOVE SPACE                    TO WS-CMP-FLAG
           IF FUNCTION ABS(WS-CMP-PTS) > WS-RATE-PTS-LIMIT
               MOVE '*'                  TO WS-CMP-FLAG
               ADD 1                     TO WS-FLAG-COUNT
           END-IF.


      *> A zero base (nothing to compare against) shows and flags
      *> nothing - WS-CMP-PCT then still holds that zero.
       550-FLAG-PERCENT.
           IF WS-CMP-PCT > 99999
               MOVE 99999                TO WS-CMP-PCT
           END-IF
           MOVE WS-CMP-PCT               TO WS-EDIT-REL
           MOVE SPACE                    TO WS-CMP-FLAG
           IF FUNCTION ABS(WS-CMP-PCT) > WS-RELATIVE-PCT-LIMIT
               MOVE '*'                  TO WS-CMP-FLAG
               ADD 1                     TO WS-FLAG-COUNT
           END-IF.
