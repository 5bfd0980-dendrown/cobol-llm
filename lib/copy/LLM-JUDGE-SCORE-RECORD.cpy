      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-JUDGE-SCORE-RECORD.cpy
      *> Desc    : One graded reply on the judge score file
      *>           LLM-JUDGE-GRADE appends to - every record of an
      *>           LLM-BATCH output, scored 1 (unusable) to 5
      *>           (fully correct) by a second model against the
      *>           rubric prompt from the library. The file
      *>           accumulates across runs; the caller and prompt ID
      *>           are those the graded run was submitted under, so
      *>           the grader's summary can show the score
      *>           distribution per caller and prompt.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 JUDGE-SCORE-RECORD.
      *> The grading run (date + start time) and when it ran.
           05 JDG-GRADE-DATE        PIC 9(8).
           05 FILLER                PIC X(1).
           05 JDG-RUN-ID            PIC X(14).
           05 FILLER                PIC X(1).
           05 JDG-KEY               PIC X(20).
           05 FILLER                PIC X(1).
           05 JDG-CALLER            PIC X(30).
           05 FILLER                PIC X(1).
           05 JDG-PROMPT-ID         PIC X(40).
           05 FILLER                PIC X(1).
      *> The judge: its model and the rubric wording it graded by.
           05 JDG-JUDGE-MODEL       PIC X(128).
           05 FILLER                PIC X(1).
           05 JDG-RUBRIC-ID         PIC X(40).
           05 FILLER                PIC X(1).
           05 JDG-RUBRIC-VERSION    PIC 9(3).
           05 FILLER                PIC X(1).
      *> SCORED with a score of 1-5; otherwise the score is zero
      *> and the status says why the reply has none.
           05 JDG-STATUS            PIC X(8).
             88 JDG-SCORED              VALUE 'SCORED'.
             88 JDG-NO-REPLY            VALUE 'NOREPLY'.
             88 JDG-JUDGE-FAILED        VALUE 'FAILED'.
             88 JDG-NO-SCORE            VALUE 'NOSCORE'.
           05 FILLER                PIC X(1).
           05 JDG-SCORE             PIC 9(1).
           05 FILLER                PIC X(1).
           05 JDG-REASON            PIC X(200).
