      * **************************************************** *
      * HYGPITP                                               *
      * Record layout for the HYGGE-PIT-PARM-FILE, the one    *
      * control card driving HYGGEPIT's point-in-time         *
      * restore: the restore point (CCYYMMDD and HHMMSSCC,    *
      * the same clock HYGGE-AUD-FILE is stamped with), which *
      * catalog (MSG, CAT or ALL), the run mode, who asked,   *
      * and the change count printed by the LIST run.  LIST   *
      * only prints what the restore would change; APPLY      *
      * makes the changes, and only when the approved count   *
      * still matches what the run finds.                     *
      * **************************************************** *
       01  HYGGE-PIT-PARM-RECORD.
           05  HPI-RESTORE-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HPI-RESTORE-TIME        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HPI-TARGET-CODE         PIC X(03).
               88  HPI-TARGET-MSG                VALUE "MSG".
               88  HPI-TARGET-CAT                VALUE "CAT".
               88  HPI-TARGET-ALL                VALUE "ALL".
           05  FILLER                  PIC X(01).
           05  HPI-RUN-MODE            PIC X(05).
               88  HPI-MODE-LIST                 VALUE "LIST ".
               88  HPI-MODE-APPLY                VALUE "APPLY".
           05  FILLER                  PIC X(01).
           05  HPI-USER-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  HPI-APPROVED-COUNT      PIC 9(05).
