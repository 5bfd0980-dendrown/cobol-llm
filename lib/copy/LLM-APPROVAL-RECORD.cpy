      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-APPROVAL-RECORD.cpy
      *> Desc    : One sign-off decision on a held draft, appended to
      *>           the approval log (LLM_APPROVAL_LOG_FILE, default
      *>           LLM-APPROVAL.LOG) by LLM-APPROVAL-REVIEW - who
      *>           decided, who submitted, which draft, what was
      *>           decided and why. Never rewritten, only extended.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 APPROVAL-LOG-RECORD.
      *> YYYYMMDD-HHMMSSCC, the LLM-CALL-DETAIL-RECORD timestamp.
           05 APR-TIMESTAMP         PIC X(17).
           05 FILLER                PIC X(1).
           05 APR-REVIEWER          PIC X(30).
           05 FILLER                PIC X(1).
           05 APR-SUBMITTER         PIC X(30).
           05 FILLER                PIC X(1).
           05 APR-RUN-ID            PIC X(14).
           05 FILLER                PIC X(1).
           05 APR-KEY               PIC X(20).
           05 FILLER                PIC X(1).
      *> APPROVED as drafted, EDITED and approved, or REJECTED.
           05 APR-DECISION          PIC X(8).
             88 APR-APPROVED            VALUE 'APPROVED'.
             88 APR-EDITED              VALUE 'EDITED'.
             88 APR-REJECTED            VALUE 'REJECTED'.
           05 FILLER                PIC X(1).
      *> Reason code from the reason-code file; blank on approval.
           05 APR-REASON-CODE       PIC X(10).
           05 FILLER                PIC X(1).
           05 APR-PROMPT-ID         PIC X(40).
           05 FILLER                PIC X(1).
           05 APR-CATEGORY          PIC X(10).
