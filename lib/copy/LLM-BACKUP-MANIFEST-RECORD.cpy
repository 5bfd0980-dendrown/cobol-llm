      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-BACKUP-MANIFEST-RECORD.cpy
      *> Desc    : One line of a backup's manifest (MANIFEST.DAT in
      *>           the backup directory), written by LLM-BACKUP and
      *>           checked by LLM-RESTORE before anything is put back.
      *>           A MEMBER line is one file copied: the store it
      *>           belongs to, the file it was (ORIGINAL) and the
      *>           copy in the backup directory (MEMBER-FILE), with
      *>           the copy's record count, size and POSIX cksum CRC.
      *>           STATE is COPIED, MISSING for a store's file that
      *>           did not exist at backup time (restored as absent),
      *>           or FAILED. A DIR line (STATE LISTED) names a
      *>           CONVDIR directory; its RECORDS are the .conv files
      *>           taken from it. The END line closes the manifest -
      *>           STATE COMPLETE only when every member was copied
      *>           and counted and the quiet point held, INCOMPLETE
      *>           otherwise; a manifest without one is an
      *>           interrupted backup.
      *>           FORMAT says how records are counted:
      *>             L - line sequential, one record a line
      *>             V - vector master records (LLM-VECTOR-RECORD)
      *>             C - centroid records (LLM-CENTROID-RECORD)
      *>             I - indexed response master records
      *>             B - single-record sidecar (audit .chain, rate
      *>                 ledger) - one record when not empty
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 BACKUP-MANIFEST-RECORD.
           05 BKM-BACKUP-ID         PIC X(15).
           05 FILLER                PIC X(1).
           05 BKM-LINE-TYPE         PIC X(6).
             88 BKM-MEMBER              VALUE 'MEMBER'.
             88 BKM-DIR                 VALUE 'DIR'.
             88 BKM-END                 VALUE 'END'.
           05 FILLER                PIC X(1).
           05 BKM-MEMBER-NO         PIC 9(4).
           05 FILLER                PIC X(1).
           05 BKM-STORE-TYPE        PIC X(10).
           05 FILLER                PIC X(1).
           05 BKM-FORMAT            PIC X(1).
           05 FILLER                PIC X(1).
           05 BKM-STATE             PIC X(10).
             88 BKM-COPIED              VALUE 'COPIED'.
             88 BKM-MISSING             VALUE 'MISSING'.
             88 BKM-COMPLETE            VALUE 'COMPLETE'.
           05 FILLER                PIC X(1).
           05 BKM-RECORDS           PIC 9(9).
           05 FILLER                PIC X(1).
           05 BKM-BYTES             PIC 9(15).
           05 FILLER                PIC X(1).
           05 BKM-CKSUM             PIC 9(10).
           05 FILLER                PIC X(1).
           05 BKM-MEMBER-FILE       PIC X(12).
           05 FILLER                PIC X(1).
           05 BKM-ORIGINAL          PIC X(256).
