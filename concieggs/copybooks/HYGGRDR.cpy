      * **************************************************** *
      * HYGGRDR                                               *
      * Record layout for the HYGGE-GRD-FILE, the repeat-     *
      * guard parameters read by HYGGE and HYGGESIM: how many *
      * days a scene stays blocked in a channel after it was  *
      * posted there (zero turns the guard off), and how many *
      * times HYGGE redraws before it falls back to the next  *
      * eligible result.  HG-ECHO-SHARE is the cross-channel  *
      * echo guard's limit: the percentage of a channel's     *
      * occupants who may already have been served the same   *
      * scene earlier in the run before HYGGE picks another   *
      * scene or suppresses the fire (zero turns it off).     *
      * **************************************************** *
       01  HYGGE-GRD-RECORD.
           05  HG-REPEAT-DAYS          PIC 9(03).
           05  FILLER                  PIC X(01).
           05  HG-REDRAW-LIMIT         PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HG-ECHO-SHARE           PIC 9(03).
