      * **************************************************** *
      * HYGLDGL                                               *
      * Parameter block passed to HYGGELDG, the run ledger    *
      * and step gate.  A step CALLs it with HLD-FUNCTION     *
      * START first thing: HYGGELDG stamps the run date (the  *
      * stream's business date from the HYGGERDP card) and    *
      * start time and checks the ledger for the step's       *
      * predecessors.  HLD-GATE-CLOSED means a predecessor    *
      * has not ended cleanly (RETURN-CODE 4 or less) for the *
      * same run date; the step must stop with                *
      * HLD-RETURN-CODE.  At the end the step moves its       *
      * RETURN-CODE and key counts in and CALLs it again with *
      * HLD-FUNCTION END to append its ledger record.         *
      * **************************************************** *
       01  HYGGE-LDG-PARMS.
           05  HLD-FUNCTION            PIC X(05).
               88  HLD-FUNCTION-START            VALUE "START".
               88  HLD-FUNCTION-END              VALUE "END".
           05  HLD-PROGRAM-ID          PIC X(08).
           05  HLD-RUN-DATE            PIC 9(08).
           05  HLD-START-TIME          PIC 9(08).
           05  HLD-RETURN-CODE         PIC 9(04).
           05  HLD-COUNT-ENTRY OCCURS 3 TIMES.
               10  HLD-COUNT-LABEL     PIC X(08).
               10  HLD-COUNT-VALUE     PIC 9(07).
           05  HLD-GATE-SW             PIC X(01).
               88  HLD-GATE-OPEN                 VALUE "Y".
               88  HLD-GATE-CLOSED               VALUE "N".
