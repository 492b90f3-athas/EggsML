      * HYGGE-MSG-FILE and HYGGE-CAT-FILE.  One record per    *
      * change: the action (ADD/REP/RET), the target catalog  *
      * (MSG/CAT), who asked for the change, and the full     *
      * record image: a CAT image is the HYGGE-CAT-FILE       *
      * record itself, a MSG image is the blank-separated     *
      * text line in HYGMSGI.                                 *
      * REP and RET match on the catalog key (MSG:            *
      * LANG/RESULT/SEASON/SEQUENCE/CHANNEL, CAT: the         *
      * command word); RET ignores the rest of the image.     *
