      * **************************************************** *
      * HYGMSGI                                               *
      * Text image of one HYGGE-MSG-FILE line, in the column  *
      * order ops have always typed: LANG, RESULT, SEASON,    *
      * SEQUENCE, DELAY, CHANNEL, TEXT, blank separated.      *
      * This is the layout of a MSG record image in           *
      * HYGGE-TRN-FILE and HYGGE-AUD-FILE and of the flat     *
      * HYGGEMSQ load file; the keyed HYGGE-MSG-FILE record   *
      * itself (HYGMSGR) is built from it field by field.     *
      * The fields are alphanumeric so an image can be        *
      * form-checked before anything moves to a numeric item. *
      * **************************************************** *
       01  HYGGE-MSG-IMAGE.
           05  HMI-LANG-CODE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  HMI-RANDOM-RESULT       PIC X(01).
           05  FILLER                  PIC X(01).
           05  HMI-SEASON-CODE         PIC X(03).
           05  FILLER                  PIC X(01).
           05  HMI-SEQUENCE-NO         PIC X(02).
           05  FILLER                  PIC X(01).
           05  HMI-DELAY-HINT          PIC X(03).
           05  FILLER                  PIC X(01).
           05  HMI-CHANNEL-NAME        PIC X(20).
           05  FILLER                  PIC X(01).
           05  HMI-MESSAGE-TEXT        PIC X(80).
