      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-BUSINESS-DAY.cob
      *> Desc    : Judges one date against the business calendar
      *>           (LLM_BUSINESS_CALENDAR, default
      *>           LLM-BUSINESS-CALENDAR.DAT) - see
      *>           LLM-BUSINESS-DAY.cpy for the call area. A business
      *>           day is a Monday to Friday the calendar does not
      *>           list as a HOLIDAY. The month-end day is the one the
      *>           calendar lists as MONTHEND for that month, or the
      *>           month's last business day when it lists none. The
      *>           calendar is read on the first call and held for
      *>           the rest of the run.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LLM-BUSINESS-DAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO WS-CALENDAR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY 'LLM-CALENDAR-RECORD.cpy'.

       WORKING-STORAGE SECTION.

       01 WS-CALENDAR-FILENAME      PIC X(256).
       01 WS-CAL-FILE-STATUS        PIC X(2).
       01 WS-CAL-EOF-FLAG           PIC X(1).
         88 WS-CAL-EOF                  VALUE 'Y'.
       01 WS-LOADED-FLAG            PIC X(1) VALUE 'N'.
         88 WS-LOADED                   VALUE 'Y'.
       01 WS-CAL-STATE              PIC X(8).
       01 WS-CHECK-DATE             PIC 9(8).

      *> ---- the calendar, held for the run ---------------------------
       01 WS-DAY-MAX                PIC 9(4) VALUE 1000.
       01 WS-DAY-COUNT              PIC 9(4) VALUE 0.
       01 WS-DAY-IDX                PIC 9(4).
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY          OCCURS 1000 TIMES.
             10 WS-DAY-DATE         PIC 9(8).
             10 WS-DAY-TYPE         PIC X(1).
             10 WS-DAY-DESCRIPTION  PIC X(40).

      *> ---- one day under test ---------------------------------------
       01 WS-BASE-JULIAN            PIC 9(7) COMP.
       01 WS-TEST-JULIAN            PIC 9(7) COMP.
       01 WS-TEST-DATE              PIC 9(8).
       01 WS-TEST-WEEKDAY           PIC 9(1).
       01 WS-TEST-BUSINESS-FLAG     PIC X(1).
         88 WS-TEST-BUSINESS            VALUE 'Y'.
       01 WS-TEST-HOLIDAY-NAME      PIC X(40).
       01 WS-STEP-COUNT             PIC 9(3).
       01 WS-MONTH                  PIC X(6).
       01 WS-LISTED-FLAG            PIC X(1).
         88 WS-MONTH-END-LISTED         VALUE 'Y'.

       LINKAGE SECTION.

       COPY 'LLM-BUSINESS-DAY.cpy'.


       PROCEDURE DIVISION USING LLM-BUSINESS-DAY-AREA.

       000-MAIN.
           IF NOT WS-LOADED
               PERFORM 100-LOAD-CALENDAR
           END-IF
           MOVE WS-CAL-STATE             TO LLM-BDY-STATE
           MOVE 'N'                      TO LLM-BDY-BUSINESS-FLAG
                                            LLM-BDY-MONTH-END-FLAG
           MOVE 0                        TO LLM-BDY-PREVIOUS
           MOVE SPACES                   TO LLM-BDY-HOLIDAY-NAME
           IF LLM-BDY-ERROR
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(LLM-BDY-DATE) NOT = 0
               SET LLM-BDY-ERROR         TO TRUE
               GOBACK
           END-IF

           COMPUTE WS-BASE-JULIAN =
               FUNCTION INTEGER-OF-DATE(LLM-BDY-DATE)
           MOVE WS-BASE-JULIAN           TO WS-TEST-JULIAN
           PERFORM 200-TEST-DAY
           IF WS-TEST-BUSINESS
               SET LLM-BDY-BUSINESS      TO TRUE
           END-IF
           MOVE WS-TEST-HOLIDAY-NAME     TO LLM-BDY-HOLIDAY-NAME

      *> A calendar with a run of holidays longer than a few weeks
      *> is not one this can be asked about - stop well short of it.
           MOVE WS-BASE-JULIAN           TO WS-TEST-JULIAN
           MOVE 0                        TO WS-STEP-COUNT
           MOVE 'N'                      TO WS-TEST-BUSINESS-FLAG
           PERFORM UNTIL WS-TEST-BUSINESS OR WS-STEP-COUNT >= 60
               SUBTRACT 1 FROM WS-TEST-JULIAN
               ADD 1 TO WS-STEP-COUNT
               PERFORM 200-TEST-DAY
           END-PERFORM
           IF WS-TEST-BUSINESS
               MOVE WS-TEST-DATE         TO LLM-BDY-PREVIOUS
           END-IF

           PERFORM 300-TEST-MONTH-END
           GOBACK.


       100-LOAD-CALENDAR.
           SET WS-LOADED                 TO TRUE
           MOVE 'OK'                     TO WS-CAL-STATE
           MOVE 0                        TO WS-DAY-COUNT
           DISPLAY 'LLM_BUSINESS_CALENDAR' UPON ENVIRONMENT-NAME
           ACCEPT WS-CALENDAR-FILENAME FROM ENVIRONMENT-VALUE
           IF WS-CALENDAR-FILENAME = SPACES
               MOVE 'LLM-BUSINESS-CALENDAR.DAT'
                                         TO WS-CALENDAR-FILENAME
           END-IF

           OPEN INPUT CALENDAR-FILE
           EVALUATE WS-CAL-FILE-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-CAL-EOF-FLAG
                   PERFORM UNTIL WS-CAL-EOF
                       READ CALENDAR-FILE
                           AT END
                               SET WS-CAL-EOF TO TRUE
                           NOT AT END
                               PERFORM 110-TAKE-CALENDAR-LINE
                       END-READ
                   END-PERFORM
                   CLOSE CALENDAR-FILE
               WHEN '35'
                   MOVE 'NOCAL'          TO WS-CAL-STATE
               WHEN OTHER
                   DISPLAY 'LLM-BUSINESS-DAY: cannot open calendar '
                           FUNCTION TRIM(WS-CALENDAR-FILENAME)
                           ', status ' WS-CAL-FILE-STATUS
                   MOVE 'ERROR'          TO WS-CAL-STATE
           END-EVALUATE.


      *> A line that names no real date, or a type other than the
      *> two, is said once and left out - the rest of the calendar
      *> still stands.
       110-TAKE-CALENDAR-LINE.
           IF CALENDAR-RECORD NOT = SPACES
               AND CAL-DATE(1:1) NOT = '*'
               MOVE 0                    TO WS-CHECK-DATE
               IF CAL-DATE IS NUMERIC
                   MOVE CAL-DATE         TO WS-CHECK-DATE
               END-IF
               EVALUATE TRUE
                   WHEN CAL-DATE IS NOT NUMERIC
                   WHEN NOT (CAL-HOLIDAY OR CAL-MONTH-END)
                   WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE)
                        NOT = 0
                       DISPLAY 'LLM-BUSINESS-DAY: calendar line '
                               'ignored: '
                               FUNCTION TRIM(CALENDAR-RECORD)
                   WHEN WS-DAY-COUNT >= WS-DAY-MAX
                       DISPLAY 'LLM-BUSINESS-DAY: calendar holds more '
                               'than ' WS-DAY-MAX ' days - '
                               CAL-DATE ' not read'
                   WHEN OTHER
                       ADD 1             TO WS-DAY-COUNT
                       MOVE WS-CHECK-DATE
                           TO WS-DAY-DATE(WS-DAY-COUNT)
                       MOVE CAL-TYPE(1:1)
                           TO WS-DAY-TYPE(WS-DAY-COUNT)
                       MOVE CAL-DESCRIPTION
                           TO WS-DAY-DESCRIPTION(WS-DAY-COUNT)
               END-EVALUATE
           END-IF.


      *> Day 1 of the integer-date calendar (1 Jan 1601) is a Monday,
      *> so MOD 7 of day-1 gives 0 for Monday through 6 for Sunday.
       200-TEST-DAY.
           COMPUTE WS-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TEST-JULIAN)
           COMPUTE WS-TEST-WEEKDAY = FUNCTION MOD(WS-TEST-JULIAN - 1, 7)
           MOVE SPACES                   TO WS-TEST-HOLIDAY-NAME
           IF WS-TEST-WEEKDAY >= 5
               MOVE 'N'                  TO WS-TEST-BUSINESS-FLAG
           ELSE
               SET WS-TEST-BUSINESS      TO TRUE
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   IF WS-DAY-DATE(WS-DAY-IDX) = WS-TEST-DATE
                       AND WS-DAY-TYPE(WS-DAY-IDX) = 'H'
                       MOVE 'N'          TO WS-TEST-BUSINESS-FLAG
                       MOVE WS-DAY-DESCRIPTION(WS-DAY-IDX)
                                         TO WS-TEST-HOLIDAY-NAME
                   END-IF
               END-PERFORM
           END-IF.


       300-TEST-MONTH-END.
           MOVE LLM-BDY-DATE(1:6)        TO WS-MONTH
           MOVE 'N'                      TO WS-LISTED-FLAG
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-TYPE(WS-DAY-IDX) = 'M'
                   AND WS-DAY-DATE(WS-DAY-IDX)(1:6) = WS-MONTH
                   SET WS-MONTH-END-LISTED TO TRUE
                   IF WS-DAY-DATE(WS-DAY-IDX) = LLM-BDY-DATE
                       SET LLM-BDY-MONTH-END TO TRUE
                   END-IF
               END-IF
           END-PERFORM

      *> Nothing listed for the month: its last business day, which
      *> is the one whose next business day falls in another month.
           IF NOT WS-MONTH-END-LISTED AND LLM-BDY-BUSINESS
               MOVE WS-BASE-JULIAN       TO WS-TEST-JULIAN
               MOVE 0                    TO WS-STEP-COUNT
               MOVE 'N'                  TO WS-TEST-BUSINESS-FLAG
               PERFORM UNTIL WS-TEST-BUSINESS OR WS-STEP-COUNT >= 60
                   ADD 1 TO WS-TEST-JULIAN
                   ADD 1 TO WS-STEP-COUNT
                   PERFORM 200-TEST-DAY
               END-PERFORM
               IF WS-TEST-DATE(1:6) NOT = WS-MONTH
                   SET LLM-BDY-MONTH-END TO TRUE
               END-IF
           END-IF.
