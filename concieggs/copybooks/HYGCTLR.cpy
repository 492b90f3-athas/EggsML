      * **************************************************** *
      * HYGCTLR                                               *
      * Record layout for the HYGGE-CTL-FILE, the command     *
      * traffic log.  HYGGECMD appends one record per inbound *
      * command it reads, with what became of it: answered    *
      * from the catalog, an opt-out change, a computed stats *
      * reply, an unknown command word, a duplicate of an     *
      * event already handled, or throttled by the flood      *
      * limits.  HCG-LIMIT-HIT says which limit stopped a     *
      * throttled command, and HCG-REPLY-SW whether a reply   *
      * (or the one polite refusal) went to the relay.        *
      * HYGGECMD also reads today's records back to count     *
      * commands against the limits; HYGGECRP reports on it.  *
      * **************************************************** *
       01  HYGGE-CTL-RECORD.
           05  HCG-LOG-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HCG-LOG-TIME            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HCG-EVENT-ID            PIC X(20).
           05  FILLER                  PIC X(01).
           05  HCG-CHANNEL-NAME        PIC X(20).
           05  FILLER                  PIC X(01).
           05  HCG-NICK                PIC X(20).
           05  FILLER                  PIC X(01).
           05  HCG-COMMAND-WORD        PIC X(20).
           05  FILLER                  PIC X(01).
           05  HCG-OUTCOME             PIC X(09).
               88  HCG-ANSWERED                  VALUE "ANSWERED".
               88  HCG-OPT-OUT                   VALUE "OPT-OUT".
               88  HCG-STATS                     VALUE "STATS".
               88  HCG-UNKNOWN                   VALUE "UNKNOWN".
               88  HCG-DUPLICATE                 VALUE "DUPLICATE".
               88  HCG-THROTTLED                 VALUE "THROTTLED".
               88  HCG-COUNTS-TO-LIMIT           VALUE "ANSWERED"
                                                       "OPT-OUT"
                                                       "STATS".
           05  FILLER                  PIC X(01).
           05  HCG-LIMIT-HIT           PIC X(04).
               88  HCG-NICK-LIMIT                VALUE "NICK".
               88  HCG-CHANNEL-LIMIT             VALUE "CHAN".
           05  FILLER                  PIC X(01).
           05  HCG-REPLY-SW            PIC X(01).
               88  HCG-REPLY-WRITTEN             VALUE "Y".
