      * Record layout for the HYGGE-MSG-FILE.  One record    *
      * per "hygge" line HYGGE is allowed to pick from, per   *
      * language.  HM-SEASON-CODE lets a line be restricted   *
      * to part of the year ("WIN", "SUM") or to a calendar   *
      * event code instead of running "ALL" year round.       *
      * HM-CHANNEL-NAME is "*" for the general pool; a        *
      * channel name instead registers the line as an         *
      * override for that channel only, and the override      *
      * scene replaces the general scene for the same draw    *
      * while the channel is being served.  HM-SEQUENCE-NO    *
      * orders the lines of one scene, and HM-DELAY-HINT is   *
      * the pause in seconds the relay should leave before    *
      * posting the line.                                     *
      * INDEXED on HM-MSG-KEY: HM-SCENE-KEY (language,        *
      * result, season, channel) names one scene, so a scene  *
      * is read with a START on its key and READ NEXT until   *
      * the scene key changes - no catalog table, no ceiling. *
      * Ops never edit this file by hand: changes go through  *
      * HYGGEMNT, whose transaction and audit images keep the *
      * text layout in HYGMSGI.                               *
      * **************************************************** *
       01  HYGGE-MSG-RECORD.
           05  HM-MSG-KEY.
               10  HM-SCENE-KEY.
                   15  HM-LANG-CODE    PIC X(02).
                   15  HM-RANDOM-RESULT
                                       PIC 9.
                   15  HM-SEASON-CODE  PIC X(03).
                   15  HM-CHANNEL-NAME PIC X(20).
               10  HM-SEQUENCE-NO      PIC 99.
           05  HM-DELAY-HINT           PIC 9(03).
           05  HM-MESSAGE-TEXT         PIC X(80).
