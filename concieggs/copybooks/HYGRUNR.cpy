      * **************************************************** *
      * HYGRUNR                                               *
      * Record layout for the HYGGE-RUN-FILE, the run ledger  *
      * every step of the HYGGE job stream appends to through *
      * HYGGELDG.  One record per run: the program, the run   *
      * date, start and end time, the RETURN-CODE it ended    *
      * with and up to three key counts, each under a short   *
      * label.  A step that HYGGELDG would not let start      *
      * (a predecessor had not ended cleanly for the same     *
      * run date) is recorded as REFUSED with RETURN-CODE     *
      * 12.  HYGGERHL prints the operator's history from it.  *
      * **************************************************** *
       01  HYGGE-RUN-RECORD.
           05  HRU-PROGRAM-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  HRU-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HRU-START-TIME          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HRU-END-TIME            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HRU-RETURN-CODE         PIC 9(04).
           05  FILLER                  PIC X(01).
           05  HRU-RUN-STATUS          PIC X(07).
               88  HRU-STATUS-ENDED              VALUE "ENDED".
               88  HRU-STATUS-REFUSED            VALUE "REFUSED".
           05  HRU-COUNT-ENTRY OCCURS 3 TIMES.
               10  FILLER              PIC X(01).
               10  HRU-COUNT-LABEL     PIC X(08).
               10  FILLER              PIC X(01).
               10  HRU-COUNT-VALUE     PIC 9(07).
