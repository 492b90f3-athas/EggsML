      * **************************************************** *
      * HYGBGRR                                               *
      * Record layout for the HYGGE-BGR-FILE, the birthday    *
      * greeting history.  One record per nick and channel    *
      * HYGGE has posted a birthday scene for, INDEXED on     *
      * HBG-GREET-KEY.  HBG-GREET-DATE is the last day the    *
      * nick was greeted in that channel, so HYGGE greets a   *
      * nick at most once a day per channel with one keyed    *
      * READ, however many runs the day has.                  *
      * **************************************************** *
       01  HYGGE-BGR-RECORD.
           05  HBG-GREET-KEY.
               10  HBG-NICK            PIC X(20).
               10  HBG-CHANNEL-NAME    PIC X(20).
           05  HBG-GREET-DATE          PIC 9(08).
