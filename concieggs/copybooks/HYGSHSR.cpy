      * **************************************************** *
      * HYGSHSR                                               *
      * Record layout for the HYGGE-SHS-FILE, the per-channel *
      * scene history behind HYGGE's repeat guard.  One       *
      * record per serving channel and scene, INDEXED on      *
      * HSH-HISTORY-KEY: the channel the scene was posted in, *
      * then the scene's own key - language, result, season   *
      * and the channel override it was drawn from ("*" for   *
      * the general pool).  HSH-POST-DATE is the last day the *
      * scene was posted there, so the guard is one keyed     *
      * READ.  HYGGEHKP purges rows past their own horizon.   *
      * **************************************************** *
       01  HYGGE-SHS-RECORD.
           05  HSH-HISTORY-KEY.
               10  HSH-CHANNEL-NAME    PIC X(20).
               10  HSH-LANG-CODE       PIC X(02).
               10  HSH-RANDOM-RESULT   PIC 9(01).
               10  HSH-SEASON-CODE     PIC X(03).
               10  HSH-SCENE-CHANNEL   PIC X(20).
           05  HSH-POST-DATE           PIC 9(08).
