      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-AUTHORIZATION-RECORD.cpy
      *> Desc    : One line of the shared dual-control authorization
      *>           file (LLM_AUTHORIZATION_FILE, default
      *>           LLM-AUTHORIZATIONS.DAT): one operator's request to
      *>           run an action that cannot be undone, and what a
      *>           second operator decided about it. Raised, approved
      *>           and declined only through LLM-AUTHORIZE; consumed
      *>           through LLM-AUTH-CHECK by the utility that acts,
      *>           which marks the line USED so it authorizes one run
      *>           only. The actions covered:
      *>             LLM-ERASURE-PURGE  ERASE        (target: the
      *>                                 record key, else the
      *>                                 conversation ID)
      *>             LLM-QUEUE-ADMIN    REQUEUE-ALL  (target: the
      *>                                 queue file)
      *>             LLM-CONV-MANAGER   PURGE        (target: the age
      *>                                 in days)
      *>             LLM-ARCHIVE-SWEEP  SWEEP        (target: the
      *>                                 archive file)
      *>             LLM-LOG-ROTATE     RESEED       (target: the log
      *>                                 file)
      *>           A blank AUTH-TARGET covers any target of the
      *>           action. Timestamps are YYYYMMDD-HHMMSSCC, so an
      *>           expiry compares directly against the clock. A
      *>           PENDING or APPROVED line past AUTH-EXPIRES-AT is
      *>           dead - it lists as EXPIRED and authorizes nothing.
      *>           Lines starting '*' are comments.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 AUTHORIZATION-RECORD.
           05 AUTH-ID               PIC X(6).
           05 FILLER                PIC X(1).
           05 AUTH-STATUS           PIC X(8).
             88 AUTH-PENDING            VALUE 'PENDING'.
             88 AUTH-APPROVED           VALUE 'APPROVED'.
             88 AUTH-DECLINED           VALUE 'DECLINED'.
             88 AUTH-USED               VALUE 'USED'.
           05 FILLER                PIC X(1).
           05 AUTH-UTILITY          PIC X(20).
           05 FILLER                PIC X(1).
           05 AUTH-ACTION           PIC X(12).
           05 FILLER                PIC X(1).
           05 AUTH-TARGET           PIC X(64).
           05 FILLER                PIC X(1).
           05 AUTH-REQUESTED-BY     PIC X(30).
           05 FILLER                PIC X(1).
           05 AUTH-REQUESTED-AT     PIC X(17).
           05 FILLER                PIC X(1).
           05 AUTH-EXPIRES-AT       PIC X(17).
           05 FILLER                PIC X(1).
      *> The second operator - the approver, or whoever declined.
           05 AUTH-DECIDED-BY       PIC X(30).
           05 FILLER                PIC X(1).
           05 AUTH-DECIDED-AT       PIC X(17).
           05 FILLER                PIC X(1).
      *> The operator ID the acting utility ran under.
           05 AUTH-USED-BY          PIC X(30).
           05 FILLER                PIC X(1).
           05 AUTH-USED-AT          PIC X(17).
           05 FILLER                PIC X(1).
           05 AUTH-REASON           PIC X(60).
