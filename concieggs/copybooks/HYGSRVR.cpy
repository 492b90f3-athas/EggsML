      * **************************************************** *
      * HYGSRVR                                               *
      * Record layout for the HYGGE-SRV-FILE, the register of *
      * who has already been served which scene during one   *
      * HYGGEDRV run.  HYGGE appends one record per occupant  *
      * of the channel (HYGGE-RST-FILE, opt-outs included -   *
      * they still read the channel) each time it fires a     *
      * scene; the echo guard reads it back for the next      *
      * channel of the same event.  HYGGEDRV clears the file  *
      * on a fresh run and keeps it on a restart, like        *
      * HYGGE-OUT-FILE.  The scene key is the catalog's own   *
      * (lang, result, season, override channel), so the     *
      * same "*" scene in two channels compares equal while a *
      * channel's override lines never do.                    *
      * **************************************************** *
       01  HYGGE-SRV-RECORD.
           05  HSV-EVENT-ID            PIC X(20).
           05  FILLER                  PIC X(01).
           05  HSV-CHANNEL-NAME        PIC X(20).
           05  FILLER                  PIC X(01).
           05  HSV-SCENE-KEY.
               10  HSV-LANG-CODE       PIC X(02).
               10  HSV-RANDOM-RESULT   PIC 9(01).
               10  HSV-SEASON-CODE     PIC X(03).
               10  HSV-SCENE-CHANNEL   PIC X(20).
           05  FILLER                  PIC X(01).
           05  HSV-NICK                PIC X(20).
