      * **************************************************** *
      * HYGBDYR                                               *
      * Record layout for the HYGGE-BDY-FILE, the birthday    *
      * register.  One record per nick that told the bot its  *
      * day, maintained by the users themselves through the   *
      * relay's "!hyggedag MMDD" / "!hyggedag off" commands   *
      * (HYGGECMD).  The file is INDEXED on HB-NICK so HYGGE  *
      * can check a channel's occupants with one keyed READ   *
      * each.  HB-BIRTH-DAY is month and day only - no year,  *
      * nobody's age; a 0229 day is greeted on 28 February    *
      * in years without a leap day.  HB-SET-DATE stamps      *
      * when the nick last set it.                            *
      * **************************************************** *
       01  HYGGE-BDY-RECORD.
           05  HB-NICK                 PIC X(20).
           05  HB-BIRTH-DAY.
               10  HB-BIRTH-MM         PIC 9(02).
               10  HB-BIRTH-DD         PIC 9(02).
           05  HB-SET-DATE             PIC 9(08).
