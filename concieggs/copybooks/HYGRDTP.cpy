      * **************************************************** *
      * HYGRDTP                                               *
      * Record layout for the HYGGE-RDT-PARM-FILE.  One       *
      * record carrying the business date the whole HYGGE job *
      * stream runs under.  The scheduler writes it once when *
      * the stream starts, and HYGGELDG stamps every step's   *
      * ledger record with it, so a stream that runs past     *
      * midnight still finds its predecessors.  Without the   *
      * card HYGGELDG falls back on the system date.          *
      * **************************************************** *
       01  HYGGE-RDT-PARM-RECORD.
           05  HRD-RUN-DATE            PIC 9(08).
