      * answered during an incident instead of hoping         *
      * somebody still has the old file in a scrollback       *
      * buffer.  Append-only; nothing ever rewrites it.       *
      * HAU-SOURCE-PROGRAM names the program that wrote the   *
      * record (HYGGEMNT, HYGGEPIT for a restore, HYGGECHL    *
      * for a channel lifecycle change); records written      *
      * before the field existed read it as spaces, which     *
      * means HYGGEMNT.  Besides MSG and CAT, HYGGECHL writes *
      * target codes CHN, SCH, CAL, RST, DCT, SHS and BGR,    *
      * whose images are the record of that file itself.      *
      * **************************************************** *
       01  HYGGE-AUD-RECORD.
           05  HAU-AUDIT-DATE          PIC 9(08).
           05  HAU-OLD-IMAGE           PIC X(117).
           05  FILLER                  PIC X(01).
           05  HAU-NEW-IMAGE           PIC X(117).
           05  FILLER                  PIC X(01).
           05  HAU-SOURCE-PROGRAM      PIC X(08).
