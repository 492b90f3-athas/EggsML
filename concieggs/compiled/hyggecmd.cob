000560*                  TALLY, AND "!HYGGETOP" WITH THE CHANNEL'S   *
000570*                  MOST-FIRED LINE THIS MONTH FROM             *
000580*                  HYGGE-LOG-FILE.                             *
000590* 2026-10-15  KN   HYGGE-CAT-FILE IS NOW A KEYED (INDEXED)     *
000600*                  FILE ON THE COMMAND WORD: AN UNRECOGNISED   *
000610*                  WORD COSTS ONE KEYED READ, SO THE 50-SLOT   *
000620*                  TABLE, ITS LOAD AND THE DROPPED-RECORD      *
000630*                  WARNING ARE GONE.  HYGGEMNT MAINTAINS THE   *
000640*                  CATALOG.                                    *
000650* 2026-10-15  KN   NOW CHECKS THE HYGGE-RUN-FILE RUN LEDGER    *
000660*                  THROUGH HYGGELDG BEFORE STARTING AND        *
000670*                  REFUSES TO RUN (RETURN-CODE 12) UNLESS      *
000680*                  HYGGEVAL ENDED CLEANLY, RETURN-CODE 4 OR    *
000690*                  LESS, FOR THE SAME RUN DATE.  APPENDS ITS   *
000700*                  OWN LEDGER RECORD AT THE END WITH ITS       *
000710*                  RETURN-CODE AND COMMANDS READ AND REPLIES   *
000720*                  WRITTEN.                                    *
000730* 2026-10-15  KN   EVERY INBOUND COMMAND IS NOW LOGGED TO      *
000740*                  HYGGE-CTL-FILE WITH ITS OUTCOME: ANSWERED,  *
000750*                  OPT-OUT, STATS, UNKNOWN, DUPLICATE OR       *
000760*                  THROTTLED.  AN UNKNOWN WORD IS MARKED SEEN  *
000770*                  LIKE ANY OTHER COMMAND, SO A RERUN LOGS IT  *
000780*                  AS A DUPLICATE.  ADDED A PER-NICK (WITHIN A *
000790*                  CHANNEL) AND A PER-CHANNEL DAILY COMMAND    *
000800*                  LIMIT FROM HYGGE-FLD-PARM-FILE, COUNTED     *
000810*                  FROM TODAY'S TRAFFIC LOG: PAST A LIMIT THE  *
000820*                  NICK OR CHANNEL GETS ONE POLITE REFUSAL FOR *
000830*                  THE DAY AND SILENCE AFTER THAT.  LEDGER     *
000840*                  COUNT 3 IS NOW COMMANDS THROTTLED.          *
000850*                  HYGGECRP REPORTS ON THE LOG.                *
000860* 2026-10-15  KN   ADDED "!HYGGEDAG MMDD" AND "!HYGGEDAG OFF", *
000870*                  WHICH KEEP THE SENDER'S DAY IN THE NEW      *
000880*                  HYGGE-BDY-FILE BIRTHDAY REGISTER (ONE KEYED *
000890*                  WRITE, REWRITE OR DELETE).  A DAY THAT IS   *
000900*                  NOT A CALENDAR DAY GETS THE USAGE REPLY.    *
000910*                  LOGGED AS ANSWERED.                         *
000920* 2026-10-15  KN   THE RUN LEDGER CHECK NOW ALSO WAITS FOR     *
000930*                  HYGGEINT, THE RELAY INTAKE, TO END CLEANLY  *
000940*                  FOR THE SAME RUN DATE BEFORE THIS STEP      *
000950*                  STARTS.                                     *
000960***************************************************************
000970 ENVIRONMENT DIVISION.
000980 INPUT-OUTPUT SECTION.
000990 FILE-CONTROL.
001000     SELECT HYGGE-CMD-IN-FILE ASSIGN TO "HYGGECIN"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS HYGGE-CMD-IN-STATUS.
001030     SELECT HYGGE-CAT-FILE ASSIGN TO "HYGGECAT"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS RANDOM
001060         RECORD KEY IS HCA-COMMAND-WORD
001070         FILE STATUS IS HYGGE-CAT-STATUS.
001080     SELECT HYGGE-SEEN-FILE ASSIGN TO "HYGGESEN"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS RANDOM
001110         RECORD KEY IS HS-SEEN-KEY
001120         FILE STATUS IS HYGGE-SEEN-STATUS.
001130     SELECT HYGGE-OUT-FILE ASSIGN TO "HYGGEOUT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS HYGGE-OUT-STATUS.
001160     SELECT HYGGE-OPT-FILE ASSIGN TO "HYGGEOPT"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS RANDOM
001190         RECORD KEY IS HP-NICK
001200         FILE STATUS IS HYGGE-OPT-STATUS.
001210     SELECT HYGGE-DCT-FILE ASSIGN TO "HYGGEDCT"
001220         ORGANIZATION IS INDEXED
001230         ACCESS MODE IS RANDOM
001240         RECORD KEY IS HD-COUNTER-KEY
001250         FILE STATUS IS HYGGE-DCT-STATUS.
001260     SELECT HYGGE-SCH-FILE ASSIGN TO "HYGGESCH"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS HYGGE-SCH-STATUS.
001290     SELECT HYGGE-LOG-FILE ASSIGN TO "HYGGELOG"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS HYGGE-LOG-STATUS.
001320     SELECT HYGGE-CTL-FILE ASSIGN TO "HYGGECTL"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS HYGGE-CTL-STATUS.
001350     SELECT HYGGE-FLD-PARM-FILE ASSIGN TO "HYGGEFLP"
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS HYGGE-FLD-STATUS.
001380     SELECT HYGGE-BDY-FILE ASSIGN TO "HYGGEBDY"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS RANDOM
001410         RECORD KEY IS HB-NICK
001420         FILE STATUS IS HYGGE-BDY-STATUS.
001430 DATA DIVISION.
001440 FILE SECTION.
001450 FD  HYGGE-CMD-IN-FILE
001460     RECORDING MODE IS F.
001470 COPY HYGCINR.
001480 FD  HYGGE-CAT-FILE.
001490 COPY HYGCATR.
001500 FD  HYGGE-SEEN-FILE.
001510 COPY HYGSEEN.
001520 FD  HYGGE-OUT-FILE
001530     RECORDING MODE IS F.
001540 COPY HYGOUTR.
001550 FD  HYGGE-OPT-FILE.
001560 COPY HYGOPTR.
001570 FD  HYGGE-DCT-FILE.
001580 COPY HYGDCTR.
001590 FD  HYGGE-SCH-FILE
001600     RECORDING MODE IS F.
001610 COPY HYGSCHR.
001620 FD  HYGGE-LOG-FILE
001630     RECORDING MODE IS F.
001640 COPY HYGLOGR.
001650 FD  HYGGE-CTL-FILE
001660     RECORDING MODE IS F.
001670 COPY HYGCTLR.
001680 FD  HYGGE-FLD-PARM-FILE
001690     RECORDING MODE IS F.
001700 COPY HYGFLDP.
001710 FD  HYGGE-BDY-FILE.
001720 COPY HYGBDYR.
001730 WORKING-STORAGE SECTION.
001740 01  HYGGECMD-SWITCHES.
001750     05  CMD-IN-EOF-SW            PIC X(01) VALUE "N".
001760         88  CMD-IN-EOF                     VALUE "Y".
001770     05  CMD-CAT-FOUND-SW         PIC X(01) VALUE "N".
001780         88  CMD-CAT-FOUND                  VALUE "Y".
001790     05  CMD-EVENT-SEEN-SW        PIC X(01) VALUE "N".
001800         88  CMD-EVENT-SEEN                 VALUE "Y".
001810     05  CMD-CTL-EOF-SW           PIC X(01) VALUE "N".
001820         88  CMD-CTL-EOF                    VALUE "Y".
001830     05  CMD-FLD-EOF-SW           PIC X(01) VALUE "N".
001840         88  CMD-FLD-EOF                    VALUE "Y".
001850     05  CMD-THROTTLED-SW         PIC X(01) VALUE "N".
001860         88  CMD-THROTTLED                  VALUE "Y".
001870     05  CMD-BIRTH-DAY-OK-SW      PIC X(01) VALUE "N".
001880         88  CMD-BIRTH-DAY-OK               VALUE "Y".
001890     05  CMD-REPLY-WRITTEN-SW     PIC X(01) VALUE "N".
001900         88  CMD-REPLY-WRITTEN              VALUE "Y".
001910     05  CMD-NICK-FOUND-SW        PIC X(01) VALUE "N".
001920         88  CMD-NICK-FOUND                 VALUE "Y".
001930     05  CMD-CHANNEL-FOUND-SW     PIC X(01) VALUE "N".
001940         88  CMD-CHANNEL-FOUND              VALUE "Y".
001950     05  CMD-WORD-KIND-SW         PIC X(01) VALUE SPACE.
001960         88  CMD-WORD-HYGGEME               VALUE "M".
001970         88  CMD-WORD-STATS                 VALUE "S".
001980         88  CMD-WORD-CATALOG               VALUE "C".
001990         88  CMD-WORD-UNKNOWN               VALUE "U".
002000         88  CMD-WORD-BIRTHDAY              VALUE "B".
002010 01  HYGGE-CMD-IN-STATUS          PIC X(02) VALUE SPACES.
002020     88  HYGGE-CMD-IN-STATUS-OK             VALUE "00".
002030     88  HYGGE-CMD-IN-NOT-FOUND             VALUE "35".
002040 01  HYGGE-CAT-STATUS             PIC X(02) VALUE SPACES.
002050     88  HYGGE-CAT-STATUS-OK                VALUE "00".
002060     88  HYGGE-CAT-NOT-FOUND                VALUE "35".
002070 01  HYGGE-SEEN-STATUS            PIC X(02) VALUE SPACES.
002080     88  HYGGE-SEEN-STATUS-OK               VALUE "00".
002090     88  HYGGE-SEEN-NOT-FOUND               VALUE "35".
002100 01  HYGGE-OUT-STATUS             PIC X(02) VALUE SPACES.
002110     88  HYGGE-OUT-STATUS-OK                VALUE "00".
002120     88  HYGGE-OUT-NOT-FOUND                VALUE "35".
002130 01  HYGGE-OPT-STATUS             PIC X(02) VALUE SPACES.
002140     88  HYGGE-OPT-STATUS-OK                VALUE "00".
002150     88  HYGGE-OPT-NOT-FOUND                VALUE "35".
002160 01  HYGGE-DCT-STATUS             PIC X(02) VALUE SPACES.
002170     88  HYGGE-DCT-STATUS-OK                VALUE "00".
002180     88  HYGGE-DCT-NOT-FOUND                VALUE "35".
002190 01  HYGGE-SCH-STATUS             PIC X(02) VALUE SPACES.
002200     88  HYGGE-SCH-STATUS-OK                VALUE "00".
002210     88  HYGGE-SCH-NOT-FOUND                VALUE "35".
002220 01  HYGGE-LOG-STATUS             PIC X(02) VALUE SPACES.
002230     88  HYGGE-LOG-STATUS-OK                VALUE "00".
002240     88  HYGGE-LOG-NOT-FOUND                VALUE "35".
002250 01  HYGGE-CTL-STATUS             PIC X(02) VALUE SPACES.
002260     88  HYGGE-CTL-STATUS-OK                VALUE "00".
002270     88  HYGGE-CTL-NOT-FOUND                VALUE "35".
002280 01  HYGGE-FLD-STATUS             PIC X(02) VALUE SPACES.
002290     88  HYGGE-FLD-STATUS-OK                VALUE "00".
002300     88  HYGGE-FLD-NOT-FOUND                VALUE "35".
002310 01  HYGGE-BDY-STATUS             PIC X(02) VALUE SPACES.
002320     88  HYGGE-BDY-STATUS-OK                VALUE "00".
002330     88  HYGGE-BDY-NOT-FOUND                VALUE "35".
002340 01  CMD-RUN-DATE                 PIC 9(08) VALUE ZERO.
002350 01  CMD-COMMAND-WORD             PIC X(20) VALUE SPACES.
002360 01  CMD-SECOND-WORD              PIC X(20) VALUE SPACES.
002370 01  CMD-RESPONSE-TEXT            PIC X(80) VALUE SPACES.
002380 01  CMD-NICK-LEN                 PIC 99    VALUE ZERO.
002390 01  CMD-HYGGEME-WORD             PIC X(20) VALUE "!hyggeme".
002400 01  CMD-STAT-WORD                PIC X(20) VALUE "!hyggestat".
002410 01  CMD-NEXT-WORD                PIC X(20) VALUE "!hyggenext".
002420 01  CMD-TOP-WORD                 PIC X(20) VALUE "!hyggetop".
002430 01  CMD-BIRTHDAY-WORD            PIC X(20) VALUE "!hyggedag".
002440 01  CMD-BIRTH-DAY.
002450     05  CMD-BIRTH-MM             PIC 9(02).
002460     05  CMD-BIRTH-DD             PIC 9(02).
002470 01  CMD-MONTH-DAYS-VALUES        PIC X(24)
002480         VALUE "312931303130313130313031".
002490 01  CMD-MONTH-DAYS-TABLE REDEFINES CMD-MONTH-DAYS-VALUES.
002500     05  CMD-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
002510 01  CMD-STATS-SWITCHES.
002520     05  CMD-SCH-EOF-SW           PIC X(01) VALUE "N".
002530         88  CMD-SCH-EOF                    VALUE "Y".
002540     05  CMD-SCH-ROW-FOUND-SW     PIC X(01) VALUE "N".
002550         88  CMD-SCH-ROW-FOUND              VALUE "Y".
002560     05  CMD-LOG-EOF-SW           PIC X(01) VALUE "N".
002570         88  CMD-LOG-EOF                    VALUE "Y".
002580 01  CMD-FIRES-TODAY              PIC 9(05) VALUE ZERO.
002590 01  CMD-QUOTA-LEFT               PIC S9(05) VALUE ZERO.
002600 01  CMD-SCH-START-HOUR           PIC 99    VALUE ZERO.
002610 01  CMD-SCH-END-HOUR             PIC 99    VALUE ZERO.
002620 01  CMD-SCH-MAX-PER-DAY          PIC 9(03) VALUE ZERO.
002630 01  CMD-RUN-MONTH                PIC 9(06) VALUE ZERO.
002640 01  CMD-LOG-MONTH                PIC 9(06) VALUE ZERO.
002650 01  CMD-TOP-TABLE.
002660     05  CTP-ENTRY OCCURS 10 TIMES INDEXED BY CTP-IDX.
002670         10  CTP-COUNT            PIC 9(05).
002680         10  CTP-MESSAGE-TEXT     PIC X(80).
002690 01  CMD-TOP-SUB                  PIC 99    VALUE ZERO.
002700 01  CMD-TOP-BEST-SUB             PIC 99    VALUE ZERO.
002710 01  CMD-TOP-BEST-COUNT           PIC 9(05) VALUE ZERO.
002720 01  CMD-NUM-DISPLAY              PIC Z(04)9.
002730 01  CMD-NUM-START                PIC 9     VALUE ZERO.
002740 01  CMD-NUM-VALUE                PIC X(05) VALUE SPACES.
002750 01  CMD-TEXT-LEN                 PIC 99    VALUE ZERO.
002760 01  CMD-COMMAND-COUNT            PIC 9(05) VALUE ZERO.
002770 01  CMD-REPLY-COUNT              PIC 9(05) VALUE ZERO.
002780 01  CMD-REPLY-COUNT-EDIT         PIC ZZ,ZZ9.
002790 01  CMD-RUN-TIME                 PIC 9(08) VALUE ZERO.
002800 01  CMD-OUTCOME                  PIC X(09) VALUE SPACES.
002810     88  CMD-OUTCOME-ANSWERED               VALUE "ANSWERED".
002820     88  CMD-OUTCOME-OPT-OUT                VALUE "OPT-OUT".
002830     88  CMD-OUTCOME-STATS                  VALUE "STATS".
002840     88  CMD-OUTCOME-UNKNOWN                VALUE "UNKNOWN".
002850     88  CMD-OUTCOME-DUPLICATE              VALUE "DUPLICATE".
002860     88  CMD-OUTCOME-THROTTLED              VALUE "THROTTLED".
002870 01  CMD-LIMIT-HIT                PIC X(04) VALUE SPACES.
002880     88  CMD-NICK-LIMIT-HIT                 VALUE "NICK".
002890     88  CMD-CHANNEL-LIMIT-HIT              VALUE "CHAN".
002900 01  CMD-NICK-LIMIT               PIC 9(03) VALUE 5.
002910 01  CMD-CHANNEL-LIMIT            PIC 9(04) VALUE 30.
002920 01  CMD-KEY-CHANNEL              PIC X(20) VALUE SPACES.
002930 01  CMD-KEY-NICK                 PIC X(20) VALUE SPACES.
002940*
002950* Dagens besvarede kommandoer pr. nick i en kanal og pr. kanal,
002960* talt op fra trafikloggen og løbende i kørslen.
002970*
002980 01  CMD-NICK-TABLE-MAX           PIC 9(03) VALUE 200.
002990 01  CMD-NICK-TABLE-COUNT         PIC 9(03) VALUE ZERO.
003000 01  CMD-NICK-TABLE.
003010     05  CNK-ENTRY OCCURS 200 TIMES INDEXED BY CNK-IDX.
003020         10  CNK-CHANNEL-NAME     PIC X(20).
003030         10  CNK-NICK             PIC X(20).
003040         10  CNK-COUNT            PIC 9(05).
003050         10  CNK-REFUSED-SW       PIC X(01).
003060             88  CNK-REFUSED                VALUE "Y".
003070 01  CMD-NICK-SUB                 PIC 9(03) VALUE ZERO.
003080 01  CMD-CHANNEL-TABLE-MAX        PIC 9(03) VALUE 100.
003090 01  CMD-CHANNEL-TABLE-COUNT      PIC 9(03) VALUE ZERO.
003100 01  CMD-CHANNEL-TABLE.
003110     05  CCH-ENTRY OCCURS 100 TIMES INDEXED BY CCH-IDX.
003120         10  CCH-CHANNEL-NAME     PIC X(20).
003130         10  CCH-COUNT            PIC 9(05).
003140         10  CCH-REFUSED-SW       PIC X(01).
003150             88  CCH-REFUSED                VALUE "Y".
003160 01  CMD-CHANNEL-SUB              PIC 9(03) VALUE ZERO.
003170 01  CMD-TRAFFIC-DROPPED-COUNT    PIC 9(05) VALUE ZERO.
003180 01  CMD-UNKNOWN-COUNT            PIC 9(05) VALUE ZERO.
003190 01  CMD-DUPLICATE-COUNT          PIC 9(05) VALUE ZERO.
003200 01  CMD-THROTTLED-COUNT          PIC 9(05) VALUE ZERO.
003210 01  CMD-LIMIT-EDIT               PIC Z,ZZ9.
003220 COPY HYGLDGL.
003230*
003240 PROCEDURE DIVISION.
003250*
003260***************************************************************
003270* 0000-MAINLINE                                                *
003280*   Løber kommandofilen igennem og lægger svar i relay-filen.  *
003290***************************************************************
003300 0000-MAINLINE.
003310     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
003320     IF HLD-GATE-CLOSED
003330         STOP RUN
003340     END-IF.
003350     MOVE FUNCTION CURRENT-DATE (1:8) TO CMD-RUN-DATE.
003360     MOVE FUNCTION CURRENT-DATE (9:8) TO CMD-RUN-TIME.
003370     PERFORM 1000-READ-FLOOD-LIMITS THRU 1000-EXIT.
003380     PERFORM 1100-LOAD-TODAYS-TRAFFIC THRU 1100-EXIT.
003390     PERFORM 2000-PROCESS-COMMANDS THRU 2000-EXIT.
003400     MOVE CMD-REPLY-COUNT TO CMD-REPLY-COUNT-EDIT.
003410     DISPLAY "HYGGECMD: REPLIES WRITTEN" CMD-REPLY-COUNT-EDIT.
003420     MOVE CMD-UNKNOWN-COUNT TO CMD-REPLY-COUNT-EDIT.
003430     DISPLAY "HYGGECMD: UNKNOWN COMMANDS" CMD-REPLY-COUNT-EDIT.
003440     MOVE CMD-DUPLICATE-COUNT TO CMD-REPLY-COUNT-EDIT.
003450     DISPLAY "HYGGECMD: DUPLICATES     " CMD-REPLY-COUNT-EDIT.
003460     MOVE CMD-THROTTLED-COUNT TO CMD-REPLY-COUNT-EDIT.
003470     DISPLAY "HYGGECMD: THROTTLED      " CMD-REPLY-COUNT-EDIT.
003480     IF CMD-TRAFFIC-DROPPED-COUNT > ZERO
003490         MOVE CMD-TRAFFIC-DROPPED-COUNT TO CMD-REPLY-COUNT-EDIT
003500         DISPLAY "HYGGECMD: WARNING - FLOOD TABLES FULL, "
003510             CMD-REPLY-COUNT-EDIT " COMMANDS NOT LIMITED"
003520     END-IF.
003530     PERFORM 9000-WRITE-RUN-LEDGER THRU 9000-EXIT.
003540     STOP RUN.
003550*
003560***************************************************************
003570* 0100-CHECK-RUN-LEDGER                                        *
003580*   Spørger HYGGELDG, om trinets forgængere er endt rent for   *
003590*   samme kørselsdato.  Ellers stopper trinet med RETURN-CODE  *
003600*   12, før det har rørt en eneste fil.                        *
003610***************************************************************
003620 0100-CHECK-RUN-LEDGER.
003630     MOVE "HYGGECMD" TO HLD-PROGRAM-ID.
003640     SET HLD-FUNCTION-START TO TRUE.
003650     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
003660     IF HLD-GATE-CLOSED
003670         MOVE HLD-RETURN-CODE TO RETURN-CODE
003680     END-IF.
003690 0100-EXIT.
003700     EXIT.
003710*
003720***************************************************************
003730* 1000-READ-FLOOD-LIMITS                                       *
003740*   Læser dagsgrænserne pr. nick og pr. kanal fra              *
003750*   HYGGE-FLD-PARM-FILE.  Mangler filen, gælder 5 og 30.       *
003760***************************************************************
003770 1000-READ-FLOOD-LIMITS.
003780     OPEN INPUT HYGGE-FLD-PARM-FILE.
003790     IF HYGGE-FLD-STATUS-OK
003800         READ HYGGE-FLD-PARM-FILE
003810             AT END
003820                 SET CMD-FLD-EOF TO TRUE
003830         END-READ
003840         IF NOT CMD-FLD-EOF
003850             IF HFL-NICK-LIMIT NUMERIC
003860                 MOVE HFL-NICK-LIMIT    TO CMD-NICK-LIMIT
003870             END-IF
003880             IF HFL-CHANNEL-LIMIT NUMERIC
003890                 MOVE HFL-CHANNEL-LIMIT TO CMD-CHANNEL-LIMIT
003900             END-IF
003910         END-IF
003920         CLOSE HYGGE-FLD-PARM-FILE
003930     END-IF.
003940     MOVE CMD-NICK-LIMIT TO CMD-LIMIT-EDIT.
003950     DISPLAY "HYGGECMD: DAILY LIMIT PER NICK   " CMD-LIMIT-EDIT.
003960     MOVE CMD-CHANNEL-LIMIT TO CMD-LIMIT-EDIT.
003970     DISPLAY "HYGGECMD: DAILY LIMIT PER CHANNEL" CMD-LIMIT-EDIT.
003980 1000-EXIT.
003990     EXIT.
004000*
004010***************************************************************
004020* 1100-LOAD-TODAYS-TRAFFIC                                     *
004030*   Tæller dagens besvarede kommandoer op fra HYGGE-CTL-FILE,  *
004040*   så grænserne gælder for hele dagen og ikke kun for denne   *
004050*   kørsel, og husker hvem der allerede har fået et afslag.    *
004060***************************************************************
004070 1100-LOAD-TODAYS-TRAFFIC.
004080     OPEN INPUT HYGGE-CTL-FILE.
004090     IF HYGGE-CTL-STATUS-OK
004100         PERFORM 1110-COUNT-ONE-TRAFFIC-ROW THRU 1110-EXIT
004110             UNTIL CMD-CTL-EOF
004120         CLOSE HYGGE-CTL-FILE
004130     END-IF.
004140 1100-EXIT.
004150     EXIT.
004160*
004170 1110-COUNT-ONE-TRAFFIC-ROW.
004180     READ HYGGE-CTL-FILE
004190         AT END
004200             SET CMD-CTL-EOF TO TRUE
004210     END-READ.
004220     IF CMD-CTL-EOF
004230        OR HCG-LOG-DATE NOT = CMD-RUN-DATE
004240         GO TO 1110-EXIT
004250     END-IF.
004260     MOVE HCG-CHANNEL-NAME TO CMD-KEY-CHANNEL.
004270     MOVE HCG-NICK         TO CMD-KEY-NICK.
004280     PERFORM 2520-FIND-NICK-ENTRY THRU 2520-EXIT.
004290     PERFORM 2540-FIND-CHANNEL-ENTRY THRU 2540-EXIT.
004300     IF HCG-COUNTS-TO-LIMIT
004310         PERFORM 2580-COUNT-COMMAND THRU 2580-EXIT
004320     END-IF.
004330     IF HCG-THROTTLED
004340        AND HCG-REPLY-WRITTEN
004350         IF HCG-NICK-LIMIT
004360            AND CMD-NICK-SUB > ZERO
004370             MOVE "Y" TO CNK-REFUSED-SW (CMD-NICK-SUB)
004380         END-IF
004390         IF HCG-CHANNEL-LIMIT
004400            AND CMD-CHANNEL-SUB > ZERO
004410             MOVE "Y" TO CCH-REFUSED-SW (CMD-CHANNEL-SUB)
004420         END-IF
004430     END-IF.
004440 1110-EXIT.
004450     EXIT.
004460*
004470***************************************************************
004480* 2000-PROCESS-COMMANDS                                        *
004490*   Løber hele HYGGE-CMD-IN-FILE igennem.                      *
004500***************************************************************
004510 2000-PROCESS-COMMANDS.
004520     OPEN INPUT HYGGE-CMD-IN-FILE.
004530     IF HYGGE-CMD-IN-STATUS-OK
004540         PERFORM 2100-PROCESS-ONE-COMMAND THRU 2100-EXIT
004550             UNTIL CMD-IN-EOF
004560         CLOSE HYGGE-CMD-IN-FILE
004570     END-IF.
004580 2000-EXIT.
004590     EXIT.
004600*
004610***************************************************************
004620* 2100-PROCESS-ONE-COMMAND                                     *
004630*   Trækker kommandoordet ud (første ord i teksten) og         *
004640*   svarer, hvis hændelsen ikke allerede er besvaret, ordet    *
004650*   er kendt og hverken nick eller kanal er over dagsgrænsen.  *
004660*   Hver kommando logges i HYGGE-CTL-FILE med sit udfald.      *
004670***************************************************************
004680 2100-PROCESS-ONE-COMMAND.
004690     READ HYGGE-CMD-IN-FILE
004700         AT END
004710             SET CMD-IN-EOF TO TRUE
004720     END-READ.
004730     IF CMD-IN-EOF
004740         GO TO 2100-EXIT
004750     END-IF.
004760     ADD 1 TO CMD-COMMAND-COUNT.
004770     MOVE SPACES TO CMD-COMMAND-WORD.
004780     MOVE SPACES TO CMD-SECOND-WORD.
004790     UNSTRING HCI-COMMAND-TEXT
004800         DELIMITED BY ALL " "
004810         INTO CMD-COMMAND-WORD CMD-SECOND-WORD
004820     END-UNSTRING.
004830     MOVE SPACES TO CMD-OUTCOME.
004840     MOVE SPACES TO CMD-LIMIT-HIT.
004850     MOVE "N" TO CMD-REPLY-WRITTEN-SW.
004860     PERFORM 2300-CHECK-EVENT-SEEN THRU 2300-EXIT.
004870     IF CMD-EVENT-SEEN
004880         SET CMD-OUTCOME-DUPLICATE TO TRUE
004890         ADD 1 TO CMD-DUPLICATE-COUNT
004900         PERFORM 3200-LOG-COMMAND THRU 3200-EXIT
004910         GO TO 2100-EXIT
004920     END-IF.
004930     PERFORM 2150-CLASSIFY-COMMAND THRU 2150-EXIT.
004940     IF CMD-WORD-UNKNOWN
004950         SET CMD-OUTCOME-UNKNOWN TO TRUE
004960         ADD 1 TO CMD-UNKNOWN-COUNT
004970         PERFORM 3100-RECORD-EVENT-SEEN THRU 3100-EXIT
004980         PERFORM 3200-LOG-COMMAND THRU 3200-EXIT
004990         GO TO 2100-EXIT
005000     END-IF.
005010     PERFORM 2500-CHECK-FLOOD-LIMITS THRU 2500-EXIT.
005020     IF CMD-THROTTLED
005030         PERFORM 2600-REFUSE-COMMAND THRU 2600-EXIT
005040         PERFORM 3100-RECORD-EVENT-SEEN THRU 3100-EXIT
005050         PERFORM 3200-LOG-COMMAND THRU 3200-EXIT
005060         GO TO 2100-EXIT
005070     END-IF.
005080     EVALUATE TRUE
005090         WHEN CMD-WORD-HYGGEME
005100             PERFORM 2400-HANDLE-HYGGEME THRU 2400-EXIT
005110         WHEN CMD-WORD-BIRTHDAY
005120             PERFORM 2800-HANDLE-BIRTHDAY THRU 2800-EXIT
005130             SET CMD-OUTCOME-ANSWERED TO TRUE
005140         WHEN CMD-WORD-STATS
005150             PERFORM 2700-HANDLE-STATS-COMMAND THRU 2700-EXIT
005160             SET CMD-OUTCOME-STATS TO TRUE
005170         WHEN OTHER
005180             PERFORM 3000-WRITE-REPLY THRU 3000-EXIT
005190             SET CMD-OUTCOME-ANSWERED TO TRUE
005200     END-EVALUATE.
005210     PERFORM 2580-COUNT-COMMAND THRU 2580-EXIT.
005220     PERFORM 3100-RECORD-EVENT-SEEN THRU 3100-EXIT.
005230     PERFORM 3200-LOG-COMMAND THRU 3200-EXIT.
005240 2100-EXIT.
005250     EXIT.
005260*
005270***************************************************************
005280* 2150-CLASSIFY-COMMAND                                        *
005290*   Afgør om ordet er "!hyggeme", en af de beregnede           *
005300*   kommandoer, et ord i kataloget eller ukendt.               *
005310***************************************************************
005320 2150-CLASSIFY-COMMAND.
005330     EVALUATE CMD-COMMAND-WORD
005340         WHEN CMD-HYGGEME-WORD
005350             SET CMD-WORD-HYGGEME TO TRUE
005360         WHEN CMD-BIRTHDAY-WORD
005370             SET CMD-WORD-BIRTHDAY TO TRUE
005380         WHEN CMD-STAT-WORD
005390         WHEN CMD-NEXT-WORD
005400         WHEN CMD-TOP-WORD
005410             SET CMD-WORD-STATS TO TRUE
005420         WHEN OTHER
005430             PERFORM 2200-FIND-CATALOG-ENTRY THRU 2200-EXIT
005440             IF CMD-CAT-FOUND
005450                 SET CMD-WORD-CATALOG TO TRUE
005460             ELSE
005470                 SET CMD-WORD-UNKNOWN TO TRUE
005480             END-IF
005490     END-EVALUATE.
005500 2150-EXIT.
005510     EXIT.
005520*
005530***************************************************************
005540* 2200-FIND-CATALOG-ENTRY                                      *
005550*   Slår kommandoordet op i HYGGE-CAT-FILE med ét indekseret   *
005560*   opslag.  Et ord uden katalogpost besvares ikke, men logges *
005570*   som ukendt.                                                *
005580***************************************************************
005590 2200-FIND-CATALOG-ENTRY.
005600     MOVE "N" TO CMD-CAT-FOUND-SW.
005610     OPEN INPUT HYGGE-CAT-FILE.
005620     IF HYGGE-CAT-STATUS-OK
005630         MOVE CMD-COMMAND-WORD TO HCA-COMMAND-WORD
005640         READ HYGGE-CAT-FILE
005650             INVALID KEY
005660                 CONTINUE
005670             NOT INVALID KEY
005680                 MOVE HCA-RESPONSE-TEXT TO CMD-RESPONSE-TEXT
005690                 SET CMD-CAT-FOUND TO TRUE
005700         END-READ
005710         CLOSE HYGGE-CAT-FILE
005720     END-IF.
005730 2200-EXIT.
005740     EXIT.
005750*
005760***************************************************************
005770* 2300-CHECK-EVENT-SEEN                                        *
005780*   Slår hændelsens id og kanal op i HYGGE-SEEN-FILE med ét    *
005790*   indekseret opslag.  En tom HCI-EVENT-ID deltager ikke i    *
005800*   kontrollen, samme regel som i HYGGE.                       *
005810***************************************************************
005820 2300-CHECK-EVENT-SEEN.
005830     MOVE "N" TO CMD-EVENT-SEEN-SW.
005840     IF HCI-EVENT-ID NOT = SPACES
005850         OPEN INPUT HYGGE-SEEN-FILE
005860         IF HYGGE-SEEN-STATUS-OK
005870             MOVE HCI-EVENT-ID     TO HS-EVENT-ID
005880             MOVE HCI-CHANNEL-NAME TO HS-CHANNEL-NAME
005890             READ HYGGE-SEEN-FILE
005900                 INVALID KEY
005910                     CONTINUE
005920                 NOT INVALID KEY
005930                     SET CMD-EVENT-SEEN TO TRUE
005940             END-READ
005950             CLOSE HYGGE-SEEN-FILE
005960         END-IF
005970     END-IF.
005980 2300-EXIT.
005990     EXIT.
006000*
006010***************************************************************
006020* 2400-HANDLE-HYGGEME                                          *
006030*   "!hyggeme off" skriver afsenderens nick i HYGGE-OPT-FILE,  *
006040*   "!hyggeme on" sletter den igen, og svaret bekræfter det.   *
006050*   Alt andet efter kommandoordet giver en lille brugsanvisning*
006060***************************************************************
006070 2400-HANDLE-HYGGEME.
006080     PERFORM 2450-TRIM-NICK THRU 2450-EXIT.
006090     MOVE SPACES TO CMD-RESPONSE-TEXT.
006100     EVALUATE CMD-SECOND-WORD
006110         WHEN "off"
006120             PERFORM 2410-REGISTER-OPT-OUT THRU 2410-EXIT
006130             SET CMD-OUTCOME-OPT-OUT TO TRUE
006140             STRING "Forstået, " HCI-NICK (1:CMD-NICK-LEN)
006150                 " - jeg nævner dig ikke i hyggen."
006160                 DELIMITED BY SIZE
006170                 INTO CMD-RESPONSE-TEXT
006180             END-STRING
006190         WHEN "on"
006200             PERFORM 2420-REMOVE-OPT-OUT THRU 2420-EXIT
006210             SET CMD-OUTCOME-OPT-OUT TO TRUE
006220             STRING "Velkommen tilbage i hyggen, "
006230                 HCI-NICK (1:CMD-NICK-LEN) "!"
006240                 DELIMITED BY SIZE
006250                 INTO CMD-RESPONSE-TEXT
006260             END-STRING
006270         WHEN OTHER
006280             MOVE "Brug: !hyggeme off  eller  !hyggeme on"
006290                 TO CMD-RESPONSE-TEXT
006300             SET CMD-OUTCOME-ANSWERED TO TRUE
006310     END-EVALUATE.
006320     PERFORM 3000-WRITE-REPLY THRU 3000-EXIT.
006330 2400-EXIT.
006340     EXIT.
006350*
006360***************************************************************
006370* 2410-REGISTER-OPT-OUT                                        *
006380*   Én indekseret skrivning; findes nicket allerede, lader vi  *
006390*   den gamle række (og dens dato) stå.                        *
006400***************************************************************
006410 2410-REGISTER-OPT-OUT.
006420     MOVE HCI-NICK TO HP-NICK.
006430     MOVE CMD-RUN-DATE TO HP-OPT-DATE.
006440     OPEN I-O HYGGE-OPT-FILE.
006450     IF HYGGE-OPT-NOT-FOUND
006460         OPEN OUTPUT HYGGE-OPT-FILE
006470     END-IF.
006480     IF HYGGE-OPT-STATUS-OK
006490         WRITE HYGGE-OPT-RECORD
006500             INVALID KEY
006510                 CONTINUE
006520         END-WRITE
006530         CLOSE HYGGE-OPT-FILE
006540     END-IF.
006550 2410-EXIT.
006560     EXIT.
006570*
006580***************************************************************
006590* 2420-REMOVE-OPT-OUT                                          *
006600*   Én indekseret sletning; mangler filen eller rækken, var    *
006610*   nicket ikke meldt ud, og det er også et gyldigt svar.      *
006620***************************************************************
006630 2420-REMOVE-OPT-OUT.
006640     OPEN I-O HYGGE-OPT-FILE.
006650     IF HYGGE-OPT-STATUS-OK
006660         MOVE HCI-NICK TO HP-NICK
006670         DELETE HYGGE-OPT-FILE RECORD
006680             INVALID KEY
006690                 CONTINUE
006700         END-DELETE
006710         CLOSE HYGGE-OPT-FILE
006720     END-IF.
006730 2420-EXIT.
006740     EXIT.
006750*
006760***************************************************************
006770* 2450-TRIM-NICK                                               *
006780*   Finder længden af HCI-NICK uden bagvedhængende blanke, så  *
006790*   svaret ikke får et hul før tegnsætningen.                  *
006800***************************************************************
006810 2450-TRIM-NICK.
006820     MOVE 20 TO CMD-NICK-LEN.
006830     PERFORM 2460-SHRINK-NICK-LEN THRU 2460-EXIT
006840         UNTIL CMD-NICK-LEN = 1
006850            OR HCI-NICK (CMD-NICK-LEN:1) NOT = SPACE.
006860 2450-EXIT.
006870     EXIT.
006880*
006890 2460-SHRINK-NICK-LEN.
006900     SUBTRACT 1 FROM CMD-NICK-LEN.
006910 2460-EXIT.
006920     EXIT.
006930*
006940***************************************************************
006950* 2500-CHECK-FLOOD-LIMITS                                      *
006960*   Er nicket i denne kanal, eller kanalen som helhed, nået    *
006970*   dagsgrænsen, bliver kommandoen ikke besvaret.  En grænse   *
006980*   på nul er slået fra; en række uden plads i tabellerne      *
006990*   begrænses ikke.                                            *
007000***************************************************************
007010 2500-CHECK-FLOOD-LIMITS.
007020     MOVE "N" TO CMD-THROTTLED-SW.
007030     MOVE HCI-CHANNEL-NAME TO CMD-KEY-CHANNEL.
007040     MOVE HCI-NICK         TO CMD-KEY-NICK.
007050     PERFORM 2520-FIND-NICK-ENTRY THRU 2520-EXIT.
007060     PERFORM 2540-FIND-CHANNEL-ENTRY THRU 2540-EXIT.
007070     IF CMD-NICK-SUB = ZERO
007080        OR CMD-CHANNEL-SUB = ZERO
007090         ADD 1 TO CMD-TRAFFIC-DROPPED-COUNT
007100     END-IF.
007110     IF CMD-NICK-LIMIT > ZERO
007120        AND CMD-NICK-SUB > ZERO
007130         IF CNK-COUNT (CMD-NICK-SUB) NOT < CMD-NICK-LIMIT
007140             SET CMD-THROTTLED TO TRUE
007150             SET CMD-NICK-LIMIT-HIT TO TRUE
007160             GO TO 2500-EXIT
007170         END-IF
007180     END-IF.
007190     IF CMD-CHANNEL-LIMIT > ZERO
007200        AND CMD-CHANNEL-SUB > ZERO
007210         IF CCH-COUNT (CMD-CHANNEL-SUB) NOT < CMD-CHANNEL-LIMIT
007220             SET CMD-THROTTLED TO TRUE
007230             SET CMD-CHANNEL-LIMIT-HIT TO TRUE
007240         END-IF
007250     END-IF.
007260 2500-EXIT.
007270     EXIT.
007280*
007290***************************************************************
007300* 2520-FIND-NICK-ENTRY                                         *
007310*   Slår kanal og nick op i nicktabellen og tilføjer dem       *
007320*   første gang.  CMD-NICK-SUB er nul, hvis tabellen er fuld.  *
007330***************************************************************
007340 2520-FIND-NICK-ENTRY.
007350     MOVE "N" TO CMD-NICK-FOUND-SW.
007360     MOVE ZERO TO CMD-NICK-SUB.
007370     PERFORM 2530-MATCH-ONE-NICK THRU 2530-EXIT
007380         VARYING CNK-IDX FROM 1 BY 1
007390         UNTIL CNK-IDX > CMD-NICK-TABLE-COUNT
007400            OR CMD-NICK-FOUND.
007410     IF CMD-NICK-FOUND
007420         GO TO 2520-EXIT
007430     END-IF.
007440     IF CMD-NICK-TABLE-COUNT < CMD-NICK-TABLE-MAX
007450         ADD 1 TO CMD-NICK-TABLE-COUNT
007460         MOVE CMD-NICK-TABLE-COUNT TO CMD-NICK-SUB
007470         MOVE CMD-KEY-CHANNEL TO CNK-CHANNEL-NAME (CMD-NICK-SUB)
007480         MOVE CMD-KEY-NICK    TO CNK-NICK (CMD-NICK-SUB)
007490         MOVE ZERO            TO CNK-COUNT (CMD-NICK-SUB)
007500         MOVE "N"             TO CNK-REFUSED-SW (CMD-NICK-SUB)
007510     END-IF.
007520 2520-EXIT.
007530     EXIT.
007540*
007550 2530-MATCH-ONE-NICK.
007560     IF CNK-CHANNEL-NAME (CNK-IDX) = CMD-KEY-CHANNEL
007570        AND CNK-NICK (CNK-IDX) = CMD-KEY-NICK
007580         SET CMD-NICK-FOUND TO TRUE
007590         SET CMD-NICK-SUB TO CNK-IDX
007600     END-IF.
007610 2530-EXIT.
007620     EXIT.
007630*
007640***************************************************************
007650* 2540-FIND-CHANNEL-ENTRY                                      *
007660*   Samme opslag for kanalen.  CMD-CHANNEL-SUB er nul, hvis    *
007670*   tabellen er fuld.                                          *
007680***************************************************************
007690 2540-FIND-CHANNEL-ENTRY.
007700     MOVE "N" TO CMD-CHANNEL-FOUND-SW.
007710     MOVE ZERO TO CMD-CHANNEL-SUB.
007720     PERFORM 2550-MATCH-ONE-CHANNEL THRU 2550-EXIT
007730         VARYING CCH-IDX FROM 1 BY 1
007740         UNTIL CCH-IDX > CMD-CHANNEL-TABLE-COUNT
007750            OR CMD-CHANNEL-FOUND.
007760     IF CMD-CHANNEL-FOUND
007770         GO TO 2540-EXIT
007780     END-IF.
007790     IF CMD-CHANNEL-TABLE-COUNT < CMD-CHANNEL-TABLE-MAX
007800         ADD 1 TO CMD-CHANNEL-TABLE-COUNT
007810         MOVE CMD-CHANNEL-TABLE-COUNT TO CMD-CHANNEL-SUB
007820         MOVE CMD-KEY-CHANNEL
007830             TO CCH-CHANNEL-NAME (CMD-CHANNEL-SUB)
007840         MOVE ZERO            TO CCH-COUNT (CMD-CHANNEL-SUB)
007850         MOVE "N"             TO CCH-REFUSED-SW (CMD-CHANNEL-SUB)
007860     END-IF.
007870 2540-EXIT.
007880     EXIT.
007890*
007900 2550-MATCH-ONE-CHANNEL.
007910     IF CCH-CHANNEL-NAME (CCH-IDX) = CMD-KEY-CHANNEL
007920         SET CMD-CHANNEL-FOUND TO TRUE
007930         SET CMD-CHANNEL-SUB TO CCH-IDX
007940     END-IF.
007950 2550-EXIT.
007960     EXIT.
007970*
007980***************************************************************
007990* 2580-COUNT-COMMAND                                           *
008000*   Tæller en besvaret kommando med på nicket og kanalen.      *
008010***************************************************************
008020 2580-COUNT-COMMAND.
008030     IF CMD-NICK-SUB > ZERO
008040         ADD 1 TO CNK-COUNT (CMD-NICK-SUB)
008050     END-IF.
008060     IF CMD-CHANNEL-SUB > ZERO
008070         ADD 1 TO CCH-COUNT (CMD-CHANNEL-SUB)
008080     END-IF.
008090 2580-EXIT.
008100     EXIT.
008110*
008120***************************************************************
008130* 2600-REFUSE-COMMAND                                          *
008140*   Første kommando over grænsen får et høfligt afslag;        *
008150*   derefter tier vi resten af dagen, så afslagene ikke selv   *
008160*   bliver til spam.                                           *
008170***************************************************************
008180 2600-REFUSE-COMMAND.
008190     SET CMD-OUTCOME-THROTTLED TO TRUE.
008200     ADD 1 TO CMD-THROTTLED-COUNT.
008210     MOVE SPACES TO CMD-RESPONSE-TEXT.
008220     IF CMD-NICK-LIMIT-HIT
008230         IF CNK-REFUSED (CMD-NICK-SUB)
008240             GO TO 2600-EXIT
008250         END-IF
008260         MOVE "Y" TO CNK-REFUSED-SW (CMD-NICK-SUB)
008270         PERFORM 2450-TRIM-NICK THRU 2450-EXIT
008280         STRING "Så er det nok for i dag, "
008290             HCI-NICK (1:CMD-NICK-LEN)
008300             " - hyggen holder en pause til i morgen."
008310             DELIMITED BY SIZE
008320             INTO CMD-RESPONSE-TEXT
008330         END-STRING
008340     ELSE
008350         IF CCH-REFUSED (CMD-CHANNEL-SUB)
008360             GO TO 2600-EXIT
008370         END-IF
008380         MOVE "Y" TO CCH-REFUSED-SW (CMD-CHANNEL-SUB)
008390         MOVE "Nok hygge i kanalen for i dag - vi ses i morgen."
008400             TO CMD-RESPONSE-TEXT
008410     END-IF.
008420     PERFORM 3000-WRITE-REPLY THRU 3000-EXIT.
008430 2600-EXIT.
008440     EXIT.
008450*
008460***************************************************************
008470* 2700-HANDLE-STATS-COMMAND                                    *
008480*   De beregnede kommandoer: dagens tal, vinduet og månedens   *
008490*   topscorer - friske tal fra disken, ikke dåsesvar.          *
008500***************************************************************
008510 2700-HANDLE-STATS-COMMAND.
008520     MOVE SPACES TO CMD-RESPONSE-TEXT.
008530     EVALUATE CMD-COMMAND-WORD
008540         WHEN CMD-STAT-WORD
008550             PERFORM 2710-ANSWER-STAT THRU 2710-EXIT
008560         WHEN CMD-NEXT-WORD
008570             PERFORM 2720-ANSWER-NEXT THRU 2720-EXIT
008580         WHEN CMD-TOP-WORD
008590             PERFORM 2730-ANSWER-TOP THRU 2730-EXIT
008600     END-EVALUATE.
008610     PERFORM 3000-WRITE-REPLY THRU 3000-EXIT.
008620 2700-EXIT.
008630     EXIT.
008640*
008650***************************************************************
008660* 2710-ANSWER-STAT                                             *
008670*   Dagens fyringer for den spørgende kanal - ét indekseret    *
008680*   opslag i tællerfilen, samme række som HYGGE selv bruger.   *
008690***************************************************************
008700 2710-ANSWER-STAT.
008710     PERFORM 2715-READ-TODAYS-COUNT THRU 2715-EXIT.
008720     PERFORM 2760-EDIT-FIRES-TODAY THRU 2760-EXIT.
008730     STRING "Vi har hygget "
008740         CMD-NUM-VALUE (1:CMD-TEXT-LEN)
008750         " gange i dag."
008760         DELIMITED BY SIZE
008770         INTO CMD-RESPONSE-TEXT
008780     END-STRING.
008790 2710-EXIT.
008800     EXIT.
008810*
008820***************************************************************
008830* 2715-READ-TODAYS-COUNT                                       *
008840*   Slår kanalens tællerrække for i dag op i HYGGE-DCT-FILE.   *
008850*   Mangler filen eller rækken, er tallet nul.                 *
008860***************************************************************
008870 2715-READ-TODAYS-COUNT.
008880     MOVE ZERO TO CMD-FIRES-TODAY.
008890     OPEN INPUT HYGGE-DCT-FILE.
008900     IF HYGGE-DCT-STATUS-OK
008910         MOVE HCI-CHANNEL-NAME TO HD-CHANNEL-NAME
008920         MOVE CMD-RUN-DATE     TO HD-FIRE-DATE
008930         READ HYGGE-DCT-FILE
008940             INVALID KEY
008950                 CONTINUE
008960             NOT INVALID KEY
008970                 MOVE HD-DAY-COUNT TO CMD-FIRES-TODAY
008980         END-READ
008990         CLOSE HYGGE-DCT-FILE
009000     END-IF.
009010 2715-EXIT.
009020     EXIT.
009030*
009040***************************************************************
009050* 2720-ANSWER-NEXT                                             *
009060*   Kanalens vindue og resterende dagskvote fra HYGGE-SCH-FILE *
009070*   og dagens tællerrække.  Ingen række = ingen grænser.       *
009080***************************************************************
009090 2720-ANSWER-NEXT.
009100     MOVE "N" TO CMD-SCH-EOF-SW.
009110     MOVE "N" TO CMD-SCH-ROW-FOUND-SW.
009120     OPEN INPUT HYGGE-SCH-FILE.
009130     IF HYGGE-SCH-STATUS-OK
009140         PERFORM 2725-READ-ONE-SCHEDULE THRU 2725-EXIT
009150             UNTIL CMD-SCH-EOF
009160                OR CMD-SCH-ROW-FOUND
009170         CLOSE HYGGE-SCH-FILE
009180     END-IF.
009190     IF NOT CMD-SCH-ROW-FOUND
009200         MOVE "Ingen grænser - hyggen rammer når som helst."
009210             TO CMD-RESPONSE-TEXT
009220         GO TO 2720-EXIT
009230     END-IF.
009240     PERFORM 2715-READ-TODAYS-COUNT THRU 2715-EXIT.
009250     COMPUTE CMD-QUOTA-LEFT =
009260         CMD-SCH-MAX-PER-DAY - CMD-FIRES-TODAY.
009270     IF CMD-QUOTA-LEFT < ZERO
009280         MOVE ZERO TO CMD-QUOTA-LEFT
009290     END-IF.
009300     MOVE CMD-QUOTA-LEFT TO CMD-FIRES-TODAY.
009310     PERFORM 2760-EDIT-FIRES-TODAY THRU 2760-EXIT.
009320     STRING "Vinduet er "
009330         CMD-SCH-START-HOUR "-" CMD-SCH-END-HOUR
009340         ", og der er "
009350         CMD-NUM-VALUE (1:CMD-TEXT-LEN)
009360         " hygge tilbage i dag."
009370         DELIMITED BY SIZE
009380         INTO CMD-RESPONSE-TEXT
009390     END-STRING.
009400 2720-EXIT.
009410     EXIT.
009420*
009430 2725-READ-ONE-SCHEDULE.
009440     READ HYGGE-SCH-FILE
009450         AT END
009460             SET CMD-SCH-EOF TO TRUE
009470     END-READ.
009480     IF NOT CMD-SCH-EOF
009490        AND HSC-CHANNEL-NAME = HCI-CHANNEL-NAME
009500         SET CMD-SCH-ROW-FOUND TO TRUE
009510         MOVE HSC-START-HOUR   TO CMD-SCH-START-HOUR
009520         MOVE HSC-END-HOUR     TO CMD-SCH-END-HOUR
009530         MOVE HSC-MAX-PER-DAY  TO CMD-SCH-MAX-PER-DAY
009540     END-IF.
009550 2725-EXIT.
009560     EXIT.
009570*
009580***************************************************************
009590* 2730-ANSWER-TOP                                              *
009600*   Månedens mest fyrede linje for kanalen: loggen tælles op   *
009610*   pr. RANDOM-RESULT som i HYGGERPT, og vinderen vises.       *
009620***************************************************************
009630 2730-ANSWER-TOP.
009640     MOVE "N" TO CMD-LOG-EOF-SW.
009650     INITIALIZE CMD-TOP-TABLE.
009660     COMPUTE CMD-RUN-MONTH = CMD-RUN-DATE / 100.
009670     OPEN INPUT HYGGE-LOG-FILE.
009680     IF HYGGE-LOG-STATUS-OK
009690         PERFORM 2735-TALLY-ONE-LOG-ROW THRU 2735-EXIT
009700             UNTIL CMD-LOG-EOF
009710         CLOSE HYGGE-LOG-FILE
009720     END-IF.
009730     MOVE ZERO TO CMD-TOP-BEST-SUB.
009740     MOVE ZERO TO CMD-TOP-BEST-COUNT.
009750     PERFORM 2740-FIND-BEST-RESULT THRU 2740-EXIT
009760         VARYING CMD-TOP-SUB FROM 1 BY 1
009770         UNTIL CMD-TOP-SUB > 10.
009780     IF CMD-TOP-BEST-SUB = ZERO
009790         MOVE "Ingen hygge fyret endnu denne måned."
009800             TO CMD-RESPONSE-TEXT
009810         GO TO 2730-EXIT
009820     END-IF.
009830     MOVE CMD-TOP-BEST-COUNT TO CMD-FIRES-TODAY.
009840     PERFORM 2760-EDIT-FIRES-TODAY THRU 2760-EXIT.
009850     STRING "Månedens hit ("
009860         CMD-NUM-VALUE (1:CMD-TEXT-LEN)
009870         " gange): "
009880         CTP-MESSAGE-TEXT (CMD-TOP-BEST-SUB) (1:50)
009890         DELIMITED BY SIZE
009900         INTO CMD-RESPONSE-TEXT
009910     END-STRING.
009920 2730-EXIT.
009930     EXIT.
009940*
009950 2735-TALLY-ONE-LOG-ROW.
009960     READ HYGGE-LOG-FILE
009970         AT END
009980             SET CMD-LOG-EOF TO TRUE
009990     END-READ.
010000     IF NOT CMD-LOG-EOF
010010        AND HL-WAS-FIRED
010020        AND HL-CHANNEL-NAME = HCI-CHANNEL-NAME
010030         COMPUTE CMD-LOG-MONTH = HL-LOG-DATE-NUM / 100
010040         IF CMD-LOG-MONTH = CMD-RUN-MONTH
010050             COMPUTE CMD-TOP-SUB = HL-RANDOM-RESULT + 1
010060             ADD 1 TO CTP-COUNT (CMD-TOP-SUB)
010070             MOVE HL-MESSAGE-TEXT
010080                 TO CTP-MESSAGE-TEXT (CMD-TOP-SUB)
010090         END-IF
010100     END-IF.
010110 2735-EXIT.
010120     EXIT.
010130*
010140 2740-FIND-BEST-RESULT.
010150     IF CTP-COUNT (CMD-TOP-SUB) > CMD-TOP-BEST-COUNT
010160         MOVE CTP-COUNT (CMD-TOP-SUB) TO CMD-TOP-BEST-COUNT
010170         MOVE CMD-TOP-SUB TO CMD-TOP-BEST-SUB
010180     END-IF.
010190 2740-EXIT.
010200     EXIT.
010210*
010220***************************************************************
010230* 2760-EDIT-FIRES-TODAY                                        *
010240*   Redigerer CMD-FIRES-TODAY uden foranstillede nuller og     *
010250*   blanke, klar til indsætning i svarteksten.                 *
010260***************************************************************
010270 2760-EDIT-FIRES-TODAY.
010280     MOVE CMD-FIRES-TODAY TO CMD-NUM-DISPLAY.
010290     MOVE 1 TO CMD-NUM-START.
010300     PERFORM 2765-SKIP-ONE-BLANK THRU 2765-EXIT
010310         UNTIL CMD-NUM-START = 5
010320            OR CMD-NUM-DISPLAY (CMD-NUM-START:1) NOT = SPACE.
010330     MOVE SPACES TO CMD-NUM-VALUE.
010340     MOVE CMD-NUM-DISPLAY (CMD-NUM-START:) TO CMD-NUM-VALUE.
010350     MOVE 5 TO CMD-TEXT-LEN.
010360     PERFORM 2766-SHRINK-NUM-LEN THRU 2766-EXIT
010370         UNTIL CMD-TEXT-LEN = 1
010380            OR CMD-NUM-VALUE (CMD-TEXT-LEN:1) NOT = SPACE.
010390 2760-EXIT.
010400     EXIT.
010410*
010420 2765-SKIP-ONE-BLANK.
010430     ADD 1 TO CMD-NUM-START.
010440 2765-EXIT.
010450     EXIT.
010460*
010470 2766-SHRINK-NUM-LEN.
010480     SUBTRACT 1 FROM CMD-TEXT-LEN.
010490 2766-EXIT.
010500     EXIT.
010510*
010520***************************************************************
010530* 2800-HANDLE-BIRTHDAY                                         *
010540*   "!hyggedag MMDD" noterer afsenderens fødselsdag i          *
010550*   HYGGE-BDY-FILE (eller retter den), "!hyggedag off"         *
010560*   sletter den igen.  Alt andet, også en dag der ikke findes, *
010570*   giver en lille brugsanvisning.  Året gemmes ikke.          *
010580***************************************************************
010590 2800-HANDLE-BIRTHDAY.
010600     PERFORM 2450-TRIM-NICK THRU 2450-EXIT.
010610     MOVE SPACES TO CMD-RESPONSE-TEXT.
010620     IF CMD-SECOND-WORD = "off"
010630         PERFORM 2830-REMOVE-BIRTHDAY THRU 2830-EXIT
010640         STRING "Forstået, " HCI-NICK (1:CMD-NICK-LEN)
010650             " - jeg glemmer din dag igen."
010660             DELIMITED BY SIZE
010670             INTO CMD-RESPONSE-TEXT
010680         END-STRING
010690         GO TO 2800-REPLY
010700     END-IF.
010710     PERFORM 2810-CHECK-BIRTH-DAY THRU 2810-EXIT.
010720     IF CMD-BIRTH-DAY-OK
010730         PERFORM 2820-REGISTER-BIRTHDAY THRU 2820-EXIT
010740         STRING "Noteret, " HCI-NICK (1:CMD-NICK-LEN)
010750             " - hyggen husker din dag den "
010760             CMD-BIRTH-DD "/" CMD-BIRTH-MM "."
010770             DELIMITED BY SIZE
010780             INTO CMD-RESPONSE-TEXT
010790         END-STRING
010800     ELSE
010810         STRING "Brug: !hyggedag MMDD (fx !hyggedag 0915)"
010820             "  eller  !hyggedag off"
010830             DELIMITED BY SIZE
010840             INTO CMD-RESPONSE-TEXT
010850         END-STRING
010860     END-IF.
010870 2800-REPLY.
010880     PERFORM 3000-WRITE-REPLY THRU 3000-EXIT.
010890 2800-EXIT.
010900     EXIT.
010910*
010920***************************************************************
010930* 2810-CHECK-BIRTH-DAY                                         *
010940*   Ordet efter kommandoen skal være præcis fire cifre, MMDD,  *
010950*   og en dag der findes i måneden.  29/02 er gyldig; HYGGE    *
010960*   fejrer den den 28/02 i år uden skuddag.                    *
010970***************************************************************
010980 2810-CHECK-BIRTH-DAY.
010990     MOVE "N" TO CMD-BIRTH-DAY-OK-SW.
011000     IF CMD-SECOND-WORD (1:4) NOT NUMERIC
011010        OR CMD-SECOND-WORD (5:16) NOT = SPACES
011020         GO TO 2810-EXIT
011030     END-IF.
011040     MOVE CMD-SECOND-WORD (1:4) TO CMD-BIRTH-DAY.
011050     IF CMD-BIRTH-MM < 1 OR CMD-BIRTH-MM > 12
011060         GO TO 2810-EXIT
011070     END-IF.
011080     IF CMD-BIRTH-DD < 1
011090        OR CMD-BIRTH-DD > CMD-MONTH-DAYS (CMD-BIRTH-MM)
011100         GO TO 2810-EXIT
011110     END-IF.
011120     SET CMD-BIRTH-DAY-OK TO TRUE.
011130 2810-EXIT.
011140     EXIT.
011150*
011160***************************************************************
011170* 2820-REGISTER-BIRTHDAY                                       *
011180*   Én indekseret skrivning; har nicket allerede en dag,       *
011190*   bliver rækken skrevet om med den nye dag og dagens dato.   *
011200***************************************************************
011210 2820-REGISTER-BIRTHDAY.
011220     OPEN I-O HYGGE-BDY-FILE.
011230     IF HYGGE-BDY-NOT-FOUND
011240         OPEN OUTPUT HYGGE-BDY-FILE
011250     END-IF.
011260     IF HYGGE-BDY-STATUS-OK
011270         MOVE HCI-NICK      TO HB-NICK
011280         MOVE CMD-BIRTH-DAY TO HB-BIRTH-DAY
011290         MOVE CMD-RUN-DATE  TO HB-SET-DATE
011300         WRITE HYGGE-BDY-RECORD
011310             INVALID KEY
011320                 REWRITE HYGGE-BDY-RECORD
011330                     INVALID KEY
011340                         CONTINUE
011350                 END-REWRITE
011360         END-WRITE
011370         CLOSE HYGGE-BDY-FILE
011380     END-IF.
011390 2820-EXIT.
011400     EXIT.
011410*
011420***************************************************************
011430* 2830-REMOVE-BIRTHDAY                                         *
011440*   Én indekseret sletning; mangler filen eller rækken, havde  *
011450*   nicket ingen dag noteret, og svaret er det samme.          *
011460***************************************************************
011470 2830-REMOVE-BIRTHDAY.
011480     OPEN I-O HYGGE-BDY-FILE.
011490     IF HYGGE-BDY-STATUS-OK
011500         MOVE HCI-NICK TO HB-NICK
011510         DELETE HYGGE-BDY-FILE RECORD
011520             INVALID KEY
011530                 CONTINUE
011540         END-DELETE
011550         CLOSE HYGGE-BDY-FILE
011560     END-IF.
011570 2830-EXIT.
011580     EXIT.
011590*
011600***************************************************************
011610* 3000-WRITE-REPLY                                             *
011620*   Lægger svaret i relay-filen, så relayet poster det i       *
011630*   kanalen.                                                   *
011640***************************************************************
011650 3000-WRITE-REPLY.
011660     MOVE SPACES              TO HYGGE-OUT-RECORD.
011670     MOVE HCI-CHANNEL-NAME    TO HO-CHANNEL-NAME.
011680     MOVE HCI-EVENT-ID        TO HO-EVENT-ID.
011690     MOVE 1 TO HO-SEQUENCE-NO.
011700     MOVE ZERO TO HO-DELAY-HINT.
011710     MOVE CMD-RESPONSE-TEXT   TO HO-MESSAGE-TEXT.
011720     OPEN EXTEND HYGGE-OUT-FILE.
011730     IF HYGGE-OUT-NOT-FOUND
011740         OPEN OUTPUT HYGGE-OUT-FILE
011750     END-IF.
011760     IF HYGGE-OUT-STATUS-OK
011770         WRITE HYGGE-OUT-RECORD
011780         ADD 1 TO CMD-REPLY-COUNT
011790         SET CMD-REPLY-WRITTEN TO TRUE
011800     END-IF.
011810     CLOSE HYGGE-OUT-FILE.
011820 3000-EXIT.
011830     EXIT.
011840*
011850***************************************************************
011860* 3100-RECORD-EVENT-SEEN                                       *
011870*   Skriver hændelsen i HYGGE-SEEN-FILE med én indekseret      *
011880*   skrivning.  Det keyede opslag i 2300 fanger derefter også  *
011890*   to ens kommandoer i samme kommandofil.                     *
011900***************************************************************
011910 3100-RECORD-EVENT-SEEN.
011920     IF HCI-EVENT-ID NOT = SPACES
011930         MOVE HCI-EVENT-ID     TO HS-EVENT-ID
011940         MOVE HCI-CHANNEL-NAME TO HS-CHANNEL-NAME
011950         MOVE CMD-RUN-DATE     TO HS-SEEN-DATE
011960         OPEN I-O HYGGE-SEEN-FILE
011970         IF HYGGE-SEEN-NOT-FOUND
011980             OPEN OUTPUT HYGGE-SEEN-FILE
011990         END-IF
012000         IF HYGGE-SEEN-STATUS-OK
012010             WRITE HYGGE-SEEN-RECORD
012020                 INVALID KEY
012030                     CONTINUE
012040             END-WRITE
012050             CLOSE HYGGE-SEEN-FILE
012060         END-IF
012070     END-IF.
012080 3100-EXIT.
012090     EXIT.
012100*
012110***************************************************************
012120* 3200-LOG-COMMAND                                             *
012130*   Tilføjer kommandoen og dens udfald i HYGGE-CTL-FILE, så    *
012140*   dagsgrænserne og HYGGECRP kan tælle på den.                *
012150***************************************************************
012160 3200-LOG-COMMAND.
012170     MOVE SPACES              TO HYGGE-CTL-RECORD.
012180     MOVE CMD-RUN-DATE        TO HCG-LOG-DATE.
012190     MOVE CMD-RUN-TIME        TO HCG-LOG-TIME.
012200     MOVE HCI-EVENT-ID        TO HCG-EVENT-ID.
012210     MOVE HCI-CHANNEL-NAME    TO HCG-CHANNEL-NAME.
012220     MOVE HCI-NICK            TO HCG-NICK.
012230     MOVE CMD-COMMAND-WORD    TO HCG-COMMAND-WORD.
012240     MOVE CMD-OUTCOME         TO HCG-OUTCOME.
012250     MOVE CMD-LIMIT-HIT       TO HCG-LIMIT-HIT.
012260     MOVE CMD-REPLY-WRITTEN-SW TO HCG-REPLY-SW.
012270     OPEN EXTEND HYGGE-CTL-FILE.
012280     IF HYGGE-CTL-NOT-FOUND
012290         OPEN OUTPUT HYGGE-CTL-FILE
012300     END-IF.
012310     IF HYGGE-CTL-STATUS-OK
012320         WRITE HYGGE-CTL-RECORD
012330     END-IF.
012340     CLOSE HYGGE-CTL-FILE.
012350 3200-EXIT.
012360     EXIT.
012370*
012380***************************************************************
012390* 9000-WRITE-RUN-LEDGER                                        *
012400*   Tilføjer trinets række i run-ledgeren med RETURN-CODE og   *
012410*   nøgletal.  CALL nulstiller RETURN-CODE, så koden gemmes i  *
012420*   parameterblokken og sættes tilbage bagefter.               *
012430***************************************************************
012440 9000-WRITE-RUN-LEDGER.
012450     MOVE RETURN-CODE TO HLD-RETURN-CODE.
012460     SET HLD-FUNCTION-END TO TRUE.
012470     MOVE "COMMANDS" TO HLD-COUNT-LABEL (1).
012480     MOVE CMD-COMMAND-COUNT TO HLD-COUNT-VALUE (1).
012490     MOVE "REPLIES"  TO HLD-COUNT-LABEL (2).
012500     MOVE CMD-REPLY-COUNT TO HLD-COUNT-VALUE (2).
012510     MOVE "THROTTLD" TO HLD-COUNT-LABEL (3).
012520     MOVE CMD-THROTTLED-COUNT TO HLD-COUNT-VALUE (3).
012530     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
012540     MOVE HLD-RETURN-CODE TO RETURN-CODE.
012550 9000-EXIT.
012560     EXIT.
