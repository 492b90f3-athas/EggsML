      * HYGGE-LOG-FILE records stay in the live file before   *
      * they roll to the monthly archive, and how many days   *
      * of seen-ids HYGGE-SEEN-FILE keeps for the duplicate   *
      * guard before they are purged.  The third field is the *
      * horizon for the HYGGE-SHS-FILE scene history.         *
      * **************************************************** *
       01  HYGGE-RTN-RECORD.
           05  HRN-LOG-RETAIN-DAYS     PIC 9(03).
           05  FILLER                  PIC X(01).
           05  HRN-SEEN-RETAIN-DAYS    PIC 9(03).
           05  FILLER                  PIC X(01).
           05  HRN-SCENE-RETAIN-DAYS   PIC 9(03).
