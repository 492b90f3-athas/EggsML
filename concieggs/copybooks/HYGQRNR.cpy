      * **************************************************** *
      * HYGQRNR                                               *
      * Record layout for the HYGGE-QRN-FILE, the relay       *
      * intake quarantine.  HYGGEINT appends one record per   *
      * relay record it would not pass on: the run date and   *
      * time, the file it came from, why (HQN-REASON-CODE)    *
      * and the record exactly as the relay wrote it.         *
      * HQN-ACTION says what became of it: DROPPED from the   *
      * clean file, REPAIRED in place (an occupant count      *
      * that was not a number, replaced by the roster count), *
      * or FLAGGED and left alone (an occupant count that     *
      * disagrees with the roster - the intake cannot tell    *
      * which of the two is wrong).                           *
      * **************************************************** *
       01  HYGGE-QRN-RECORD.
           05  HQN-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HQN-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HQN-SOURCE-FILE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  HQN-REASON-CODE         PIC X(08).
               88  HQN-REASON-MALFORMED          VALUE "MALFORM".
               88  HQN-REASON-DUPLICATE          VALUE "DUPLIC".
               88  HQN-REASON-NO-CHANNEL         VALUE "NOCHAN".
               88  HQN-REASON-NO-EVENT           VALUE "NOEVENT".
               88  HQN-REASON-BAD-COUNT          VALUE "BADCOUNT".
               88  HQN-REASON-COUNT-OFF          VALUE "COUNTOFF".
           05  FILLER                  PIC X(01).
           05  HQN-ACTION              PIC X(08).
               88  HQN-DROPPED                   VALUE "DROPPED".
               88  HQN-REPAIRED                  VALUE "REPAIRED".
               88  HQN-FLAGGED                   VALUE "FLAGGED".
           05  FILLER                  PIC X(01).
           05  HQN-RECORD-IMAGE        PIC X(130).
