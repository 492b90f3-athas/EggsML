      * **************************************************** *
      * HYGLATP                                               *
      * Record layout for the HYGGE-LAT-PARM-FILE.  One       *
      * record telling HYGGELAT how late a line may reach its *
      * channel before it counts as a breach (seconds after   *
      * the line was chosen, over and above the delay hints   *
      * the relay was told to leave), and how many seconds    *
      * short of a delay hint the relay may post the next     *
      * line of a scene before the hint counts as ignored.    *
      * **************************************************** *
       01  HYGGE-LAT-PARM-RECORD.
           05  HLT-THRESHOLD-SECONDS   PIC 9(05).
           05  FILLER                  PIC X(01).
           05  HLT-TOLERANCE-SECONDS   PIC 9(03).
