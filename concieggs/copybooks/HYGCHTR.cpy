      * **************************************************** *
      * HYGCHTR                                               *
      * Record layout for the HYGGE-CHT-FILE, the channel     *
      * lifecycle transactions HYGGECHL applies.  One record  *
      * per change: ADD a channel (with the language its      *
      * regulars read), RET(ire) a channel, or REN(ame) a     *
      * channel to HCT-NEW-CHANNEL-NAME, and who asked for    *
      * it.  HYGGECHL carries each change across every file   *
      * that names a channel and audits every step in         *
      * HYGGE-AUD-FILE the way HYGGEMNT does.                 *
      * **************************************************** *
       01  HYGGE-CHT-RECORD.
           05  HCT-ACTION-CODE         PIC X(03).
               88  HCT-ACTION-ADD                VALUE "ADD".
               88  HCT-ACTION-RETIRE             VALUE "RET".
               88  HCT-ACTION-RENAME             VALUE "REN".
           05  FILLER                  PIC X(01).
           05  HCT-USER-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  HCT-CHANNEL-NAME        PIC X(20).
           05  FILLER                  PIC X(01).
           05  HCT-LANG-CODE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  HCT-NEW-CHANNEL-NAME    PIC X(20).
