      * HYGLOGR                                               *
      * Record layout for the HYGGE-LOG-FILE.  One record is *
      * appended per HYGGE invocation so we can see how often *
      * the bot actually hygges.  HL-REASON-CODE says why a   *
      * run was skipped or suppressed (SEEN, NOSCENE, WINDOW, *
      * QUOTA, ECHO), and ECHOALT marks a fire that took      *
      * another scene because the drawn one had already       *
      * reached most of the channel elsewhere in the run.     *
      * Older records carry spaces there.                     *
      * **************************************************** *
       01  HYGGE-LOG-RECORD.
           05  HL-LOG-DATE.
               88  HL-WAS-SUPPRESSED              VALUE "S".
           05  FILLER                   PIC X(01).
           05  HL-EVENT-ID              PIC X(20).
           05  FILLER                   PIC X(01).
           05  HL-REASON-CODE           PIC X(08).
               88  HL-REASON-SEEN                 VALUE "SEEN".
               88  HL-REASON-NO-SCENE             VALUE "NOSCENE".
               88  HL-REASON-WINDOW               VALUE "WINDOW".
               88  HL-REASON-QUOTA                VALUE "QUOTA".
               88  HL-REASON-ECHO                 VALUE "ECHO".
               88  HL-REASON-ECHO-ALT             VALUE "ECHOALT".
