      *> ************************************************************
      *> Project : cobol-llm
      *> Module  : LLM-KEY-INVENTORY-RECORD.cpy
      *> Desc    : One line of the API key inventory (LLM_KEY_INVENTORY,
      *>           default LLM-KEY-INVENTORY.DAT) - which provider key
      *>           was issued when and to whom. The key itself never
      *>           goes in this file: a key is identified by its last
      *>           four characters (KINV-KEY-HINT), enough to tell the
      *>           current and next key of one provider apart and to
      *>           match a console or key-event log line to its
      *>           owner. The two policy columns are optional; blank
      *>           takes the shop-wide LLM_KEY_ROTATE_DAYS and
      *>           LLM_KEY_EXPIRE_DAYS. Lines starting '*' are
      *>           comments.
      *> Licence : GNU Lesser General Public License v2.1
      *>
      *> Copyright (c) 2026 Dennis Drown
      *> ************************************************************
       01 KEY-INVENTORY-RECORD.
           05 KINV-PROVIDER         PIC X(20).
           05 FILLER                PIC X(1).
           05 KINV-KEY-HINT         PIC X(4).
           05 FILLER                PIC X(1).
           05 KINV-LABEL            PIC X(30).
           05 FILLER                PIC X(1).
           05 KINV-ISSUED-DATE      PIC X(8).
           05 FILLER                PIC X(1).
           05 KINV-OWNER            PIC X(30).
           05 FILLER                PIC X(1).
           05 KINV-ROTATE-DAYS      PIC X(4).
           05 FILLER                PIC X(1).
           05 KINV-EXPIRE-DAYS      PIC X(4).
