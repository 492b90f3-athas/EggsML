      * HYGCATR                                               *
      * Record layout for the HYGGE-CAT-FILE, the keyword-   *
      * to-response catalog HYGGECMD answers channel          *
      * commands from.  One record per command word,          *
      * INDEXED on HCA-COMMAND-WORD so HYGGECMD answers a     *
      * command with one keyed READ instead of a table load.  *
      * Changes go through HYGGEMNT; the record is also its   *
      * own transaction and audit image.                      *
      * **************************************************** *
       01  HYGGE-CAT-RECORD.
           05  HCA-COMMAND-WORD        PIC X(20).
