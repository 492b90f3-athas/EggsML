      * **************************************************** *
      * HYGFLDP                                               *
      * Record layout for the HYGGE-FLD-PARM-FILE, the        *
      * command flood limits read by HYGGECMD: how many       *
      * commands one nick may have answered in one channel per*
      * day, and how many one channel may have answered per   *
      * day in all.  Zero turns that limit off.  Past a limit *
      * the nick (or the channel) gets one polite refusal for *
      * the day and the bot stays quiet after that.           *
      * **************************************************** *
       01  HYGGE-FLD-PARM-RECORD.
           05  HFL-NICK-LIMIT          PIC 9(03).
           05  FILLER                  PIC X(01).
           05  HFL-CHANNEL-LIMIT       PIC 9(04).
