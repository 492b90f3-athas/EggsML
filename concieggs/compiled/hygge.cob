001550*                  AND ANY CALENDAR ROW BEATS THE BACKGROUND      *
001560*                  WIN/SUM MONTH SEASON, SO CHRISTMAS EVE AND A   *
001570*                  CHANNEL'S FOUNDING DAY GET THEIR OWN LINES.    *
001580* 2026-10-15  KN   SCENE-REPEAT GUARD: EVERY FIRED SCENE IS    *
001590*                  STAMPED IN THE KEYED HYGGE-SHS-FILE SCENE   *
001600*                  HISTORY (CHANNEL + LANG/RESULT/SEASON/      *
001610*                  OVERRIDE CHANNEL).  A DRAW THAT LANDS ON A  *
001620*                  SCENE POSTED IN THE SAME CHANNEL WITHIN     *
001630*                  HYGGE-GRD-FILE'S REPEAT DAYS IS REDRAWN UP  *
001640*                  TO ITS REDRAW LIMIT, THEN FALLS BACK TO THE *
001650*                  NEXT ELIGIBLE RESULT; WHEN NOTHING ELSE     *
001660*                  QUALIFIES THE ORIGINAL DRAW STANDS.         *
001670* 2026-10-15  KN   HYGGE-MSG-FILE IS NOW A KEYED (INDEXED)     *
001680*                  CATALOG.  THE 50-SLOT HYGGE-MSG-TABLE AND   *
001690*                  ITS LOAD ON EVERY CALL ARE GONE: A SCENE IS *
001700*                  READ BY A START ON ITS LANG/RESULT/SEASON/  *
001710*                  CHANNEL KEY AND READ NEXT UNTIL THE KEY     *
001720*                  CHANGES, SO THE CATALOG HAS NO CEILING.     *
001730* 2026-10-15  KN   BIRTHDAY SCENE: BEFORE THE DRAW, EACH NICK  *
001740*                  ON THE CHANNEL'S ROSTER (OPT-OUTS ALREADY   *
001750*                  SIFTED) IS LOOKED UP IN THE NEW             *
001760*                  HYGGE-BDY-FILE REGISTER.  A NICK WHOSE DAY  *
001770*                  IT IS (29/02 ON 28/02 IN OTHER YEARS) AND   *
001780*                  WHO HAS NOT BEEN GREETED IN THE CHANNEL     *
001790*                  TODAY (NEW HYGGE-BGR-FILE) GETS THE "BDY"   *
001800*                  RESULT 0 SCENE IN THE CHANNEL'S LANGUAGE    *
001810*                  WITH %NICK% SET TO THEM, INSIDE THE         *
001820*                  SCHEDULE WINDOW BUT AHEAD OF THE DRAW AND   *
001830*                  ITS QUOTAS.  ONE GREETING PER CALL; NO BDY  *
001840*                  SCENE MEANS AN ORDINARY DRAW.               *
001850* 2026-10-15  KN   CROSS-CHANNEL ECHO GUARD: EVERY FIRED SCENE *
001860*                  NOW STAMPS THE CHANNEL'S OCCUPANTS IN THE   *
001870*                  NEW HYGGE-SRV-FILE SERVED REGISTER (CLEARED *
001880*                  BY HYGGEDRV PER RUN).  BEFORE A LATER       *
001890*                  CHANNEL OF THE SAME EVENT POSTS, THE SHARE  *
001900*                  OF ITS OCCUPANTS ALREADY SERVED THAT SCENE  *
001910*                  IS CHECKED AGAINST HYGGE-GRD-FILE'S NEW     *
001920*                  ECHO SHARE; ABOVE IT, THE NEXT ELIGIBLE     *
001930*                  RESULT IS TAKEN, AND IF NONE QUALIFIES THE  *
001940*                  FIRE IS SUPPRESSED.  THE LOG RECORD NOW     *
001950*                  CARRIES A REASON CODE FOR EVERY SKIPPED OR  *
001960*                  SUPPRESSED RUN, AND ECHOALT ON A FIRE THAT  *
001970*                  TOOK ANOTHER SCENE.                         *
001980* 2026-10-15  KN   THE ECHO GUARD'S AUDIENCE TABLE HOLDS 100   *
001990*                  OCCUPANTS PER CHANNEL.  A CHANNEL WITH MORE *
002000*                  NOW GETS A WARNING NAMING THE CHANNEL AND   *
002010*                  HOW MANY OCCUPANTS WERE LEFT OUT, ONCE PER  *
002020*                  CALL, INSTEAD OF BEING QUIETLY CUT SHORT.   *
002030***************************************************************
002040 ENVIRONMENT DIVISION.
002050 INPUT-OUTPUT SECTION.
002060 FILE-CONTROL.
002070     SELECT HYGGE-MSG-FILE ASSIGN TO "HYGGEMSG"
002080         ORGANIZATION IS INDEXED
002090         ACCESS MODE IS DYNAMIC
002100         RECORD KEY IS HM-MSG-KEY
002110         FILE STATUS IS HYGGE-MSG-STATUS.
002120     SELECT HYGGE-LOG-FILE ASSIGN TO "HYGGELOG"
002130         ORGANIZATION IS LINE SEQUENTIAL
002140         FILE STATUS IS HYGGE-LOG-STATUS.
002150     SELECT HYGGE-CFG-FILE ASSIGN TO "HYGGECFG"
002160         ORGANIZATION IS LINE SEQUENTIAL
002170         FILE STATUS IS HYGGE-CFG-STATUS.
002180     SELECT HYGGE-CTR-FILE ASSIGN TO "HYGGECTR"
002190         ORGANIZATION IS LINE SEQUENTIAL
002200         FILE STATUS IS HYGGE-CTR-STATUS.
002210     SELECT HYGGE-SEEN-FILE ASSIGN TO "HYGGESEN"
002220         ORGANIZATION IS INDEXED
002230         ACCESS MODE IS RANDOM
002240         RECORD KEY IS HS-SEEN-KEY
002250         FILE STATUS IS HYGGE-SEEN-STATUS.
002260     SELECT HYGGE-OUT-FILE ASSIGN TO "HYGGEOUT"
002270         ORGANIZATION IS LINE SEQUENTIAL
002280         FILE STATUS IS HYGGE-OUT-STATUS.
002290     SELECT HYGGE-SCH-FILE ASSIGN TO "HYGGESCH"
002300         ORGANIZATION IS LINE SEQUENTIAL
002310         FILE STATUS IS HYGGE-SCH-STATUS.
002320     SELECT HYGGE-RST-FILE ASSIGN TO "HYGGERST"
002330         ORGANIZATION IS LINE SEQUENTIAL
002340         FILE STATUS IS HYGGE-RST-STATUS.
002350     SELECT HYGGE-CAL-FILE ASSIGN TO "HYGGECAL"
002360         ORGANIZATION IS LINE SEQUENTIAL
002370         FILE STATUS IS HYGGE-CAL-STATUS.
002380     SELECT HYGGE-DCT-FILE ASSIGN TO "HYGGEDCT"
002390         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS RANDOM
002410         RECORD KEY IS HD-COUNTER-KEY
002420         FILE STATUS IS HYGGE-DCT-STATUS.
002430     SELECT HYGGE-OPT-FILE ASSIGN TO "HYGGEOPT"
002440         ORGANIZATION IS INDEXED
002450         ACCESS MODE IS RANDOM
002460         RECORD KEY IS HP-NICK
002470         FILE STATUS IS HYGGE-OPT-STATUS.
002480     SELECT HYGGE-SHS-FILE ASSIGN TO "HYGGESHS"
002490         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS RANDOM
002510         RECORD KEY IS HSH-HISTORY-KEY
002520         FILE STATUS IS HYGGE-SHS-STATUS.
002530     SELECT HYGGE-GRD-FILE ASSIGN TO "HYGGEGRD"
002540         ORGANIZATION IS LINE SEQUENTIAL
002550         FILE STATUS IS HYGGE-GRD-STATUS.
002560     SELECT HYGGE-BDY-FILE ASSIGN TO "HYGGEBDY"
002570         ORGANIZATION IS INDEXED
002580         ACCESS MODE IS RANDOM
002590         RECORD KEY IS HB-NICK
002600         FILE STATUS IS HYGGE-BDY-STATUS.
002610     SELECT HYGGE-BGR-FILE ASSIGN TO "HYGGEBGR"
002620         ORGANIZATION IS INDEXED
002630         ACCESS MODE IS RANDOM
002640         RECORD KEY IS HBG-GREET-KEY
002650         FILE STATUS IS HYGGE-BGR-STATUS.
002660     SELECT HYGGE-SRV-FILE ASSIGN TO "HYGGESRV"
002670         ORGANIZATION IS LINE SEQUENTIAL
002680         FILE STATUS IS HYGGE-SRV-STATUS.
002690 DATA DIVISION.
002700 FILE SECTION.
002710 FD  HYGGE-MSG-FILE.
002720 COPY HYGMSGR.
002730 FD  HYGGE-LOG-FILE
002740     RECORDING MODE IS F.
002750 COPY HYGLOGR.
002760 FD  HYGGE-CFG-FILE
002770     RECORDING MODE IS F.
002780 COPY HYGCFGR.
002790 FD  HYGGE-CTR-FILE
002800     RECORDING MODE IS F.
002810 COPY HYGCTRR.
002820 FD  HYGGE-SEEN-FILE.
002830 COPY HYGSEEN.
002840 FD  HYGGE-OUT-FILE
002850     RECORDING MODE IS F.
002860 COPY HYGOUTR.
002870 FD  HYGGE-SCH-FILE
002880     RECORDING MODE IS F.
002890 COPY HYGSCHR.
002900 FD  HYGGE-RST-FILE
002910     RECORDING MODE IS F.
002920 COPY HYGRSTR.
002930 FD  HYGGE-CAL-FILE
002940     RECORDING MODE IS F.
002950 COPY HYGCALR.
002960 FD  HYGGE-DCT-FILE.
002970 COPY HYGDCTR.
002980 FD  HYGGE-OPT-FILE.
002990 COPY HYGOPTR.
003000 FD  HYGGE-SHS-FILE.
003010 COPY HYGSHSR.
003020 FD  HYGGE-GRD-FILE
003030     RECORDING MODE IS F.
003040 COPY HYGGRDR.
003050 FD  HYGGE-BDY-FILE.
003060 COPY HYGBDYR.
003070 FD  HYGGE-BGR-FILE.
003080 COPY HYGBGRR.
003090 FD  HYGGE-SRV-FILE
003100     RECORDING MODE IS F.
003110 COPY HYGSRVR.
003120 WORKING-STORAGE SECTION.
003130 01  HYGGE-AREA.
003140     05  TIME-RESULT          PIC 9(12) VALUE ZERO.
003150     05  RANDOM-RESULT        PIC 9     VALUE ZERO.
003160         88  HYGGE-IS-BOARD-GAME-LINE    VALUE 2.
003170     05  SELECTED-MESSAGE-TEXT PIC X(80) VALUE SPACES.
003180     05  RANDOM-DRAW          PIC 9(05) VALUE ZERO.
003190 01  SEED-TIME.
003200     05  HOURS                PIC 99.
003210     05  MINUTES              PIC 99.
003220     05  SECONDS              PIC 99.
003230     05  MS                   PIC 99.
003240 01  SEED-DATE.
003250     05  SEED-CCYY            PIC 9(04).
003260     05  SEED-MM              PIC 99.
003270     05  SEED-DD              PIC 99.
003280 01  SEED-DATE-NUM REDEFINES SEED-DATE PIC 9(08).
003290 01  HYGGE-LOG-STATUS         PIC X(02) VALUE SPACES.
003300     88  HYGGE-LOG-STATUS-OK                    VALUE "00".
003310     88  HYGGE-LOG-NOT-FOUND             VALUE "35".
003320 01  HYGGE-MSG-STATUS         PIC X(02) VALUE SPACES.
003330     88  HYGGE-MSG-STATUS-OK             VALUE "00".
003340     88  HYGGE-MSG-NOT-FOUND             VALUE "35".
003350 01  HYGGE-CFG-STATUS         PIC X(02) VALUE SPACES.
003360     88  HYGGE-CFG-STATUS-OK             VALUE "00".
003370     88  HYGGE-CFG-NOT-FOUND             VALUE "35".
003380 01  HYGGE-CTR-STATUS         PIC X(02) VALUE SPACES.
003390     88  HYGGE-CTR-STATUS-OK                    VALUE "00".
003400     88  HYGGE-CTR-NOT-FOUND             VALUE "35".
003410 01  HYGGE-INVOCATION-COUNT   PIC 9(09) VALUE ZERO.
003420 01  HYGGE-SEEN-STATUS        PIC X(02) VALUE SPACES.
003430     88  HYGGE-SEEN-STATUS-OK                   VALUE "00".
003440     88  HYGGE-SEEN-NOT-FOUND            VALUE "35".
003450 01  HYGGE-OUT-STATUS         PIC X(02) VALUE SPACES.
003460     88  HYGGE-OUT-STATUS-OK                    VALUE "00".
003470     88  HYGGE-OUT-NOT-FOUND             VALUE "35".
003480 01  HYGGE-SCH-STATUS         PIC X(02) VALUE SPACES.
003490     88  HYGGE-SCH-STATUS-OK             VALUE "00".
003500     88  HYGGE-SCH-NOT-FOUND             VALUE "35".
003510 01  HYGGE-RST-STATUS         PIC X(02) VALUE SPACES.
003520     88  HYGGE-RST-STATUS-OK             VALUE "00".
003530     88  HYGGE-RST-NOT-FOUND             VALUE "35".
003540 01  HYGGE-CAL-STATUS         PIC X(02) VALUE SPACES.
003550     88  HYGGE-CAL-STATUS-OK             VALUE "00".
003560     88  HYGGE-CAL-NOT-FOUND             VALUE "35".
003570 01  HYGGE-CAL-SWITCHES.
003580     05  HYGGE-CAL-EOF-SW     PIC X(01) VALUE "N".
003590         88  HYGGE-CAL-EOF              VALUE "Y".
003600     05  HYGGE-CAL-CHAN-HIT-SW PIC X(01) VALUE "N".
003610         88  HYGGE-CAL-CHAN-HIT         VALUE "Y".
003620     05  HYGGE-CAL-GLOB-HIT-SW PIC X(01) VALUE "N".
003630         88  HYGGE-CAL-GLOB-HIT         VALUE "Y".
003640 01  HYGGE-CAL-CHAN-CODE      PIC X(03) VALUE SPACES.
003650 01  HYGGE-CAL-GLOB-CODE      PIC X(03) VALUE SPACES.
003660 01  HYGGE-DCT-STATUS         PIC X(02) VALUE SPACES.
003670     88  HYGGE-DCT-STATUS-OK             VALUE "00".
003680     88  HYGGE-DCT-NOT-FOUND             VALUE "35".
003690 01  HYGGE-HOUR-SUB           PIC 99    VALUE ZERO.
003700 01  HYGGE-OPT-STATUS         PIC X(02) VALUE SPACES.
003710     88  HYGGE-OPT-STATUS-OK             VALUE "00".
003720     88  HYGGE-OPT-NOT-FOUND             VALUE "35".
003730 01  HYGGE-MSG-SWITCHES.
003740     05  HYGGE-MSG-EOF-SW     PIC X(01) VALUE "N".
003750         88  HYGGE-MSG-EOF              VALUE "Y".
003760     05  HYGGE-MSG-OPEN-SW    PIC X(01) VALUE "N".
003770         88  HYGGE-MSG-OPEN             VALUE "Y".
003780 01  HYGGE-CFG-SWITCHES.
003790     05  HYGGE-CFG-EOF-SW     PIC X(01) VALUE "N".
003800         88  HYGGE-CFG-EOF              VALUE "Y".
003810 01  HYGGE-SCH-SWITCHES.
003820     05  HYGGE-SCH-EOF-SW     PIC X(01) VALUE "N".
003830         88  HYGGE-SCH-EOF              VALUE "Y".
003840     05  HYGGE-SCH-ROW-FOUND-SW PIC X(01) VALUE "N".
003850         88  HYGGE-SCH-ROW-FOUND        VALUE "Y".
003860     05  HYGGE-SUPPRESSED-SW  PIC X(01) VALUE "N".
003870         88  HYGGE-RUN-SUPPRESSED       VALUE "Y".
003880 01  HYGGE-SCH-LIMITS.
003890     05  HYGGE-SCH-START-HOUR PIC 99    VALUE ZERO.
003900     05  HYGGE-SCH-END-HOUR   PIC 99    VALUE ZERO.
003910     05  HYGGE-SCH-MAX-PER-HOUR PIC 9(03) VALUE ZERO.
003920     05  HYGGE-SCH-MAX-PER-DAY PIC 9(03) VALUE ZERO.
003930 01  HYGGE-FIRES-TODAY        PIC 9(05) VALUE ZERO.
003940 01  HYGGE-FIRES-THIS-HOUR    PIC 9(05) VALUE ZERO.
003950 01  HYGGE-RST-SWITCHES.
003960     05  HYGGE-RST-EOF-SW     PIC X(01) VALUE "N".
003970         88  HYGGE-RST-EOF              VALUE "Y".
003980 01  HYGGE-ROSTER-TABLE-MAX   PIC 9(03) VALUE 100.
003990 01  HYGGE-ROSTER-COUNT       PIC 9(03) VALUE ZERO.
004000 01  HYGGE-ROSTER-TABLE.
004010     05  HRT-ENTRY OCCURS 100 TIMES INDEXED BY HRT-IDX.
004020         10  HRT-NICK            PIC X(20).
004030 01  HYGGE-NICK-FALLBACK      PIC X(20) VALUE "folk".
004040 01  HYGGE-ROSTER-PICK        PIC 9(03) VALUE ZERO.
004050 01  HYGGE-ROSTER-SCAN        PIC 9(03) VALUE ZERO.
004060 01  HYGGE-ROSTER-KEPT-COUNT  PIC 9(03) VALUE ZERO.
004070 01  HYGGE-TOKEN-LITERAL      PIC X(10) VALUE SPACES.
004080 01  HYGGE-TOKEN-LITERAL-LEN  PIC 99    VALUE ZERO.
004090 01  HYGGE-TOKEN-VALUE        PIC X(20) VALUE SPACES.
004100 01  HYGGE-TOKEN-VALUE-LEN    PIC 99    VALUE ZERO.
004110 01  HYGGE-TOKEN-HIT-COUNT    PIC 99    VALUE ZERO.
004120 01  HYGGE-EXPAND-PASSES      PIC 99    VALUE ZERO.
004130 01  HYGGE-UNSTRING-POINTER   PIC 99    VALUE ZERO.
004140 01  HYGGE-TOKEN-FOUND-SW     PIC X(01) VALUE "N".
004150     88  HYGGE-TOKEN-FOUND              VALUE "Y".
004160 01  HYGGE-EXP-PART1          PIC X(80) VALUE SPACES.
004170 01  HYGGE-EXP-PART1-LEN      PIC 99    VALUE ZERO.
004180 01  HYGGE-EXP-PART2          PIC X(80) VALUE SPACES.
004190 01  HYGGE-EXP-RESULT         PIC X(80) VALUE SPACES.
004200 01  HYGGE-COUNT-DISPLAY      PIC Z(03)9.
004210 01  HYGGE-COUNT-START        PIC 9     VALUE ZERO.
004220 01  HYGGE-WANTED-SCENE-KEY  PIC X(26) VALUE SPACES.
004230 01  HYGGE-SCENE-TABLE-MAX    PIC 99    VALUE 10.
004240 01  HYGGE-SCENE-COUNT        PIC 99    VALUE ZERO.
004250 01  HYGGE-SCENE-TABLE.
004260     05  HSE-ENTRY OCCURS 10 TIMES INDEXED BY HSE-IDX.
004270         10  HSE-SEQUENCE-NO     PIC 99.
004280         10  HSE-DELAY-HINT      PIC 9(03).
004290         10  HSE-MESSAGE-TEXT    PIC X(80).
004300 01  HYGGE-SCENE-SWITCHES.
004310     05  HYGGE-SORT-SWAPPED-SW PIC X(01) VALUE "N".
004320         88  HYGGE-SORT-SWAPPED         VALUE "Y".
004330     05  HYGGE-NICK-PICKED-SW  PIC X(01) VALUE "N".
004340         88  HYGGE-NICK-PICKED          VALUE "Y".
004350 01  HYGGE-WANTED-SEASON-CODE PIC X(03) VALUE SPACES.
004360 01  HYGGE-WANTED-CHANNEL-NAME PIC X(20) VALUE SPACES.
004370 01  HYGGE-GENERAL-POOL-NAME  PIC X(20) VALUE "*".
004380 01  HYGGE-PICKED-NICK        PIC X(20) VALUE SPACES.
004390 01  HYGGE-SORT-I             PIC 99    VALUE ZERO.
004400 01  HYGGE-SORT-J             PIC 99    VALUE ZERO.
004410 01  HYGGE-SWAP-ENTRY.
004420     05  HYGGE-SWAP-SEQUENCE-NO PIC 99.
004430     05  HYGGE-SWAP-DELAY-HINT  PIC 9(03).
004440     05  HYGGE-SWAP-MESSAGE-TEXT PIC X(80).
004450 01  HYGGE-DEFAULT-LANG-CODE  PIC X(02) VALUE "DA".
004460 01  HYGGE-EFFECTIVE-LANG-CODE PIC X(02) VALUE SPACES.
004470 01  HYGGE-ALL-SEASON-CODE    PIC X(03) VALUE "ALL".
004480 01  HYGGE-CURRENT-SEASON-CODE PIC X(03) VALUE SPACES.
004490 01  HYGGE-WEIGHT-SWITCHES.
004500     05  HYGGE-RESULT-FOUND-SW    PIC X(01) VALUE "N".
004510         88  HYGGE-RESULT-FOUND            VALUE "Y".
004520 01  HYGGE-WEIGHT-TABLE-COUNT PIC 99    VALUE 10.
004530 01  HYGGE-TOTAL-WEIGHT       PIC 9(05) VALUE ZERO.
004540 01  HYGGE-BOARD-GAME-MINIMUM PIC 9(04) VALUE 3.
004550 01  HYGGE-FALLBACK-RESULT    PIC 9     VALUE 9.
004560 01  HYGGE-WEIGHT-TABLE.
004570     05  HWT-ENTRY OCCURS 10 TIMES INDEXED BY HWT-IDX.
004580         10  HWT-RANDOM-RESULT   PIC 9.
004590         10  HWT-WEIGHT          PIC 999.
004600         10  HWT-CUM-WEIGHT      PIC 9(05).
004610 01  HYGGE-EVENT-SWITCHES.
004620     05  HYGGE-EVENT-SEEN-SW      PIC X(01) VALUE "N".
004630         88  HYGGE-EVENT-ALREADY-SEEN       VALUE "Y".
004640 01  HYGGE-SHS-STATUS         PIC X(02) VALUE SPACES.
004650     88  HYGGE-SHS-STATUS-OK             VALUE "00".
004660     88  HYGGE-SHS-NOT-FOUND             VALUE "35".
004670 01  HYGGE-GRD-STATUS         PIC X(02) VALUE SPACES.
004680     88  HYGGE-GRD-STATUS-OK             VALUE "00".
004690     88  HYGGE-GRD-NOT-FOUND             VALUE "35".
004700 01  HYGGE-GUARD-SWITCHES.
004710     05  HYGGE-SCENE-BLOCKED-SW   PIC X(01) VALUE "N".
004720         88  HYGGE-SCENE-BLOCKED            VALUE "Y".
004730     05  HYGGE-CANDIDATE-OK-SW    PIC X(01) VALUE "N".
004740         88  HYGGE-CANDIDATE-OK             VALUE "Y".
004750 01  HYGGE-REPEAT-DAYS        PIC 9(03) VALUE 3.
004760 01  HYGGE-REDRAW-LIMIT       PIC 9(02) VALUE 3.
004770 01  HYGGE-REDRAW-COUNT       PIC 9(02) VALUE ZERO.
004780 01  HYGGE-REPEAT-CUTOFF-INT  PIC 9(08) VALUE ZERO.
004790 01  HYGGE-REPEAT-CUTOFF-DATE PIC 9(08) VALUE ZERO.
004800 01  HYGGE-ORIGINAL-RESULT    PIC 9     VALUE ZERO.
004810 01  HYGGE-FALLBACK-STEP      PIC 99    VALUE ZERO.
004820 01  HYGGE-CANDIDATE-WEIGHT   PIC 9(05) VALUE ZERO.
004830 01  HYGGE-SCENE-SEASON-CODE  PIC X(03) VALUE SPACES.
004840 01  HYGGE-SCENE-CHANNEL-NAME PIC X(20) VALUE SPACES.
004850 01  HYGGE-BDY-STATUS         PIC X(02) VALUE SPACES.
004860     88  HYGGE-BDY-STATUS-OK             VALUE "00".
004870     88  HYGGE-BDY-NOT-FOUND             VALUE "35".
004880 01  HYGGE-BGR-STATUS         PIC X(02) VALUE SPACES.
004890     88  HYGGE-BGR-STATUS-OK             VALUE "00".
004900     88  HYGGE-BGR-NOT-FOUND             VALUE "35".
004910 01  HYGGE-BIRTHDAY-SWITCHES.
004920     05  HYGGE-BIRTHDAY-DUE-SW    PIC X(01) VALUE "N".
004930         88  HYGGE-BIRTHDAY-DUE             VALUE "Y".
004940     05  HYGGE-BGR-OPEN-SW        PIC X(01) VALUE "N".
004950         88  HYGGE-BGR-OPEN                 VALUE "Y".
004960     05  HYGGE-LEAP-STANDIN-SW    PIC X(01) VALUE "N".
004970         88  HYGGE-LEAP-DAY-STANDIN         VALUE "Y".
004980 01  HYGGE-BIRTHDAY-NICK      PIC X(20) VALUE SPACES.
004990 01  HYGGE-BIRTHDAY-SEASON-CODE PIC X(03) VALUE "BDY".
005000 01  HYGGE-SAVED-SEASON-CODE  PIC X(03) VALUE SPACES.
005010 01  HYGGE-LEAP-BIRTH-DAY     PIC X(04) VALUE "0229".
005020 01  HYGGE-NEXT-DAY-INT       PIC 9(08) VALUE ZERO.
005030 01  HYGGE-NEXT-DAY-DATE.
005040     05  HYGGE-NEXT-DAY-CCYY  PIC 9(04).
005050     05  HYGGE-NEXT-DAY-MM    PIC 99.
005060     05  HYGGE-NEXT-DAY-DD    PIC 99.
005070 01  HYGGE-NEXT-DAY-NUM REDEFINES HYGGE-NEXT-DAY-DATE PIC 9(08).
005080 01  HYGGE-SRV-STATUS         PIC X(02) VALUE SPACES.
005090     88  HYGGE-SRV-STATUS-OK             VALUE "00".
005100     88  HYGGE-SRV-NOT-FOUND             VALUE "35".
005110 01  HYGGE-ECHO-SWITCHES.
005120     05  HYGGE-SRV-EOF-SW         PIC X(01) VALUE "N".
005130         88  HYGGE-SRV-EOF                  VALUE "Y".
005140     05  HYGGE-SCENE-ECHOED-SW    PIC X(01) VALUE "N".
005150         88  HYGGE-SCENE-ECHOED             VALUE "Y".
005160     05  HYGGE-SHS-OPEN-SW        PIC X(01) VALUE "N".
005170         88  HYGGE-SHS-OPEN                 VALUE "Y".
005180 01  HYGGE-ECHO-SHARE         PIC 9(03) VALUE 50.
005190 01  HYGGE-RUN-REASON         PIC X(08) VALUE SPACES.
005200     88  HYGGE-REASON-WINDOW             VALUE "WINDOW".
005210     88  HYGGE-REASON-QUOTA              VALUE "QUOTA".
005220     88  HYGGE-REASON-ECHO               VALUE "ECHO".
005230     88  HYGGE-REASON-ECHO-ALT           VALUE "ECHOALT".
005240 01  HYGGE-ECHO-SCENE-KEY.
005250     05  HYGGE-ECHO-LANG-CODE     PIC X(02) VALUE SPACES.
005260     05  HYGGE-ECHO-RANDOM-RESULT PIC 9(01) VALUE ZERO.
005270     05  HYGGE-ECHO-SEASON-CODE   PIC X(03) VALUE SPACES.
005280     05  HYGGE-ECHO-SCENE-CHANNEL PIC X(20) VALUE SPACES.
005290 01  HYGGE-ECHO-SERVED-COUNT  PIC 9(03) VALUE ZERO.
005300 01  HYGGE-AUDIENCE-TABLE-MAX PIC 9(03) VALUE 100.
005310 01  HYGGE-AUDIENCE-COUNT     PIC 9(03) VALUE ZERO.
005320 01  HYGGE-AUDIENCE-SCAN      PIC 9(03) VALUE ZERO.
005330 01  HYGGE-AUDIENCE-DROPPED   PIC 9(04) VALUE ZERO.
005340 01  HYGGE-AUDIENCE-DROP-EDIT PIC Z(03)9.
005350 01  HYGGE-AUDIENCE-WARNED-SW PIC X(01) VALUE "N".
005360     88  HYGGE-AUDIENCE-WARNED          VALUE "Y".
005370 01  HYGGE-AUDIENCE-TABLE.
005380     05  HEA-ENTRY OCCURS 100 TIMES.
005390         10  HEA-NICK            PIC X(20).
005400         10  HEA-SERVED-SW       PIC X(01).
005410             88  HEA-ALREADY-SERVED         VALUE "Y".
005420*
005430 LINKAGE SECTION.
005440 01  LK-CHANNEL-NAME              PIC X(20).
005450 01  LK-OCCUPANT-COUNT            PIC 9(04).
005460 01  LK-EVENT-ID                  PIC X(20).
005470 01  LK-LANG-CODE                 PIC X(02).
005480*
005490 PROCEDURE DIVISION USING LK-CHANNEL-NAME LK-OCCUPANT-COUNT
005500         LK-EVENT-ID LK-LANG-CODE.
005510*
005520***************************************************************
005530* 0000-MAINLINE                                                *
005540*   Vælger og viser dagens hygge-linje for LK-CHANNEL-NAME.    *
005550***************************************************************
005560 0000-MAINLINE.
005570     MOVE "N" TO HYGGE-AUDIENCE-WARNED-SW.
005580     PERFORM 1000-OPEN-MESSAGE-CATALOG THRU 1000-EXIT.
005590     PERFORM 1200-READ-WEIGHT-CONFIG THRU 1200-EXIT.
005600     PERFORM 1220-BUILD-CUMULATIVE-WEIGHTS THRU 1220-EXIT.
005610     PERFORM 1250-READ-GUARD-PARMS THRU 1250-EXIT.
005620     PERFORM 1300-UPDATE-INVOCATION-COUNTER THRU 1300-EXIT.
005630     PERFORM 1350-CAPTURE-TIMESTAMP THRU 1350-EXIT.
005640     PERFORM 1360-RESOLVE-LANG-CODE THRU 1360-EXIT.
005650     PERFORM 1370-RESOLVE-SEASON-CODE THRU 1370-EXIT.
005660     PERFORM 1400-CHECK-EVENT-ALREADY-SEEN THRU 1400-EXIT.
005670     IF NOT HYGGE-EVENT-ALREADY-SEEN
005680         PERFORM 2400-CHECK-BIRTHDAYS THRU 2400-EXIT
005690         IF HYGGE-BIRTHDAY-DUE
005700             PERFORM 3000-DISPLAY-HYGGE-LINE THRU 3000-EXIT
005710             PERFORM 3200-WRITE-RELAY-OUTPUT THRU 3200-EXIT
005720             PERFORM 2490-RECORD-BIRTHDAY-GREETING THRU 2490-EXIT
005730         ELSE
005740             PERFORM 2000-COMPUTE-RANDOM-RESULT THRU 2000-EXIT
005750             PERFORM 2200-APPLY-CONTEXT-RULES THRU 2200-EXIT
005760             PERFORM 2250-APPLY-REPEAT-GUARD THRU 2250-EXIT
005770             PERFORM 2300-APPLY-SCHEDULE-RULES THRU 2300-EXIT
005780             IF NOT HYGGE-RUN-SUPPRESSED
005790                 PERFORM 2500-APPLY-ECHO-GUARD THRU 2500-EXIT
005800             END-IF
005810             IF NOT HYGGE-RUN-SUPPRESSED
005820                 PERFORM 3000-DISPLAY-HYGGE-LINE THRU 3000-EXIT
005830                 PERFORM 3200-WRITE-RELAY-OUTPUT THRU 3200-EXIT
005840             END-IF
005850         END-IF
005860         PERFORM 1450-RECORD-EVENT-SEEN THRU 1450-EXIT
005870     END-IF.
005880     PERFORM 4000-WRITE-LOG-RECORD THRU 4000-EXIT.
005890     IF HYGGE-MSG-OPEN
005900         CLOSE HYGGE-MSG-FILE
005910     END-IF.
005920     GOBACK.
005930*
005940***************************************************************
005950* 1000-OPEN-MESSAGE-CATALOG                                    *
005960*   Åbner det indekserede HYGGE-MSG-FILE til læsning.  Der     *
005970*   indlæses intet: hver scene hentes med sin egen nøgle i     *
005980*   3060, så kataloget kan vokse uden et loft.  Mangler        *
005990*   kataloget, bliver scenen tom og kørslen logges SKIPPED.    *
006000***************************************************************
006010 1000-OPEN-MESSAGE-CATALOG.
006020     MOVE "N" TO HYGGE-MSG-OPEN-SW.
006030     OPEN INPUT HYGGE-MSG-FILE.
006040     IF HYGGE-MSG-STATUS-OK
006050         SET HYGGE-MSG-OPEN TO TRUE
006060     END-IF.
006070 1000-EXIT.
006080     EXIT.
006090*
006100***************************************************************
006110* 1200-READ-WEIGHT-CONFIG                                      *
006120*   Læser vægtene fra HYGGE-CFG-FILE ind i en tabel, så ops    *
006130*   kan justere fordelingen uden en ny compile.                *
006140***************************************************************
006150 1200-READ-WEIGHT-CONFIG.
006160     MOVE "N" TO HYGGE-CFG-EOF-SW.
006170     OPEN INPUT HYGGE-CFG-FILE.
006180     IF HYGGE-CFG-STATUS-OK
006190         PERFORM 1210-READ-ONE-WEIGHT THRU 1210-EXIT
006200             VARYING HWT-IDX FROM 1 BY 1
006210             UNTIL HWT-IDX > HYGGE-WEIGHT-TABLE-COUNT
006220                OR HYGGE-CFG-EOF
006230     END-IF.
006240     CLOSE HYGGE-CFG-FILE.
006250 1200-EXIT.
006260     EXIT.
006270*
006280 1210-READ-ONE-WEIGHT.
006290     READ HYGGE-CFG-FILE
006300         AT END
006310             SET HYGGE-CFG-EOF TO TRUE
006320     END-READ.
006330     IF NOT HYGGE-CFG-EOF
006340         MOVE HW-RANDOM-RESULT TO HWT-RANDOM-RESULT (HWT-IDX)
006350         MOVE HW-WEIGHT        TO HWT-WEIGHT (HWT-IDX)
006360     END-IF.
006370 1210-EXIT.
006380     EXIT.
006390*
006400***************************************************************
006410* 1220-BUILD-CUMULATIVE-WEIGHTS                                *
006420*   Løber vægttabellen igennem og bygger den løbende sum, som  *
006430*   det vejede udtræk slår op i.                                *
006440***************************************************************
006450 1220-BUILD-CUMULATIVE-WEIGHTS.
006460     MOVE ZERO TO HYGGE-TOTAL-WEIGHT.
006470     PERFORM 1221-ACCUMULATE-ONE-WEIGHT THRU 1221-EXIT
006480         VARYING HWT-IDX FROM 1 BY 1
006490         UNTIL HWT-IDX > HYGGE-WEIGHT-TABLE-COUNT.
006500 1220-EXIT.
006510     EXIT.
006520*
006530 1221-ACCUMULATE-ONE-WEIGHT.
006540     ADD HWT-WEIGHT (HWT-IDX) TO HYGGE-TOTAL-WEIGHT.
006550     MOVE HYGGE-TOTAL-WEIGHT TO HWT-CUM-WEIGHT (HWT-IDX).
006560 1221-EXIT.
006570     EXIT.
006580*
006590***************************************************************
006600* 1250-READ-GUARD-PARMS                                        *
006610*   Læser gentagelsesvagtens parametre fra HYGGE-GRD-FILE:     *
006620*   hvor mange dage en scene er spærret i en kanal, efter den  *
006630*   blev postet der, og hvor mange gange der trækkes om.       *
006640*   Mangler filen (eller et felt), gælder standardværdierne;   *
006650*   nul dage slår vagten fra.                                  *
006660*   Samme række bærer ekkovagtens andel (2500).                *
006670***************************************************************
006680 1250-READ-GUARD-PARMS.
006690     OPEN INPUT HYGGE-GRD-FILE.
006700     IF HYGGE-GRD-STATUS-OK
006710         READ HYGGE-GRD-FILE
006720             AT END
006730                 CONTINUE
006740             NOT AT END
006750                 IF HG-REPEAT-DAYS NUMERIC
006760                     MOVE HG-REPEAT-DAYS TO HYGGE-REPEAT-DAYS
006770                 END-IF
006780                 IF HG-REDRAW-LIMIT NUMERIC
006790                     MOVE HG-REDRAW-LIMIT TO HYGGE-REDRAW-LIMIT
006800                 END-IF
006810                 IF HG-ECHO-SHARE NUMERIC
006820                     MOVE HG-ECHO-SHARE TO HYGGE-ECHO-SHARE
006830                 END-IF
006840         END-READ
006850         CLOSE HYGGE-GRD-FILE
006860     END-IF.
006870 1250-EXIT.
006880     EXIT.
006890*
006900***************************************************************
006910* 1300-UPDATE-INVOCATION-COUNTER                                *
006920*   Læser den gemte tæller fra HYGGE-CTR-FILE, sætter den én    *
006930*   op og skriver den tilbage, så vi har en stigende værdi at   *
006940*   folde ind i det tilfældige udtræk.                          *
006950***************************************************************
006960 1300-UPDATE-INVOCATION-COUNTER.
006970     MOVE ZERO TO HYGGE-INVOCATION-COUNT.
006980     OPEN INPUT HYGGE-CTR-FILE.
006990     IF HYGGE-CTR-STATUS-OK
007000         READ HYGGE-CTR-FILE
007010             AT END
007020                 CONTINUE
007030             NOT AT END
007040               MOVE HCT-INVOCATION-COUNT TO HYGGE-INVOCATION-COUNT
007050         END-READ
007060     END-IF.
007070     CLOSE HYGGE-CTR-FILE.
007080     ADD 1 TO HYGGE-INVOCATION-COUNT.
007090     MOVE HYGGE-INVOCATION-COUNT TO HCT-INVOCATION-COUNT.
007100     OPEN OUTPUT HYGGE-CTR-FILE.
007110     WRITE HYGGE-COUNTER-RECORD.
007120     CLOSE HYGGE-CTR-FILE.
007130 1300-EXIT.
007140     EXIT.
007150*
007160***************************************************************
007170* 1350-CAPTURE-TIMESTAMP                                        *
007180*   Henter dags dato og klokkeslæt, uanset om hygge-linjen      *
007190*   ender med at blive vist eller sprunget over som duplikat.   *
007200***************************************************************
007210 1350-CAPTURE-TIMESTAMP.
007220     MOVE FUNCTION CURRENT-DATE (1:8) TO SEED-DATE.
007230     MOVE FUNCTION CURRENT-DATE (9:8) TO SEED-TIME.
007240 1350-EXIT.
007250     EXIT.
007260*
007270***************************************************************
007280* 1360-RESOLVE-LANG-CODE                                       *
007290*   Falder tilbage til dansk, hvis den kaldende driver ikke    *
007300*   sendte en LANG-CODE med.                                    *
007310***************************************************************
007320 1360-RESOLVE-LANG-CODE.
007330     MOVE LK-LANG-CODE TO HYGGE-EFFECTIVE-LANG-CODE.
007340     IF HYGGE-EFFECTIVE-LANG-CODE = SPACES
007350         MOVE HYGGE-DEFAULT-LANG-CODE TO HYGGE-EFFECTIVE-LANG-CODE
007360     END-IF.
007370 1360-EXIT.
007380     EXIT.
007390*
007400***************************************************************
007410* 1370-RESOLVE-SEASON-CODE                                     *
007420*   Slår SEED-MM (sat af 1350-CAPTURE-TIMESTAMP) op og sætter   *
007430*   baggrundssæsonen (WIN i november/december, SUM i juni-     *
007440*   august), og lader derefter HYGGE-CAL-FILE afgøre, om en    *
007450*   enkeltdag (juleaften, fredagsbar, kanaljubilæum) skal      *
007460*   sætte sin egen kode i stedet.  En kanal-specifik           *
007470*   kalenderrække slår en "*"-række, som slår månedssæsonen.   *
007480***************************************************************
007490 1370-RESOLVE-SEASON-CODE.
007500     EVALUATE SEED-MM
007510         WHEN 11
007520         WHEN 12
007530             MOVE "WIN" TO HYGGE-CURRENT-SEASON-CODE
007540         WHEN 06
007550         WHEN 07
007560         WHEN 08
007570             MOVE "SUM" TO HYGGE-CURRENT-SEASON-CODE
007580         WHEN OTHER
007590             MOVE SPACES TO HYGGE-CURRENT-SEASON-CODE
007600     END-EVALUATE.
007610     PERFORM 1380-CHECK-CALENDAR THRU 1380-EXIT.
007620 1370-EXIT.
007630     EXIT.
007640*
007650***************************************************************
007660* 1380-CHECK-CALENDAR                                          *
007670*   Løber HYGGE-CAL-FILE igennem for SEED-DATE-NUM og          *
007680*   LK-CHANNEL-NAME.  Første kanal-specifikke træffer og       *
007690*   første "*"-træffer huskes; kanal vinder over "*".          *
007700*   Kontakterne nulstilles pr. kald - programmet bliver        *
007710*   siddende i lageret mellem HYGGEDRV's kanaler.              *
007720***************************************************************
007730 1380-CHECK-CALENDAR.
007740     MOVE "N" TO HYGGE-CAL-EOF-SW.
007750     MOVE "N" TO HYGGE-CAL-CHAN-HIT-SW.
007760     MOVE "N" TO HYGGE-CAL-GLOB-HIT-SW.
007770     OPEN INPUT HYGGE-CAL-FILE.
007780     IF HYGGE-CAL-STATUS-OK
007790         PERFORM 1385-CHECK-ONE-CAL-ENTRY THRU 1385-EXIT
007800             UNTIL HYGGE-CAL-EOF
007810         CLOSE HYGGE-CAL-FILE
007820     END-IF.
007830     IF HYGGE-CAL-CHAN-HIT
007840         MOVE HYGGE-CAL-CHAN-CODE TO HYGGE-CURRENT-SEASON-CODE
007850     ELSE
007860         IF HYGGE-CAL-GLOB-HIT
007870             MOVE HYGGE-CAL-GLOB-CODE
007880                 TO HYGGE-CURRENT-SEASON-CODE
007890         END-IF
007900     END-IF.
007910 1380-EXIT.
007920     EXIT.
007930*
007940 1385-CHECK-ONE-CAL-ENTRY.
007950     READ HYGGE-CAL-FILE
007960         AT END
007970             SET HYGGE-CAL-EOF TO TRUE
007980     END-READ.
007990     IF NOT HYGGE-CAL-EOF
008000        AND SEED-DATE-NUM NOT < HCL-FROM-DATE
008010        AND SEED-DATE-NUM NOT > HCL-TO-DATE
008020         IF HCL-CHANNEL-NAME = LK-CHANNEL-NAME
008030            AND NOT HYGGE-CAL-CHAN-HIT
008040             SET HYGGE-CAL-CHAN-HIT TO TRUE
008050             MOVE HCL-SEASON-CODE TO HYGGE-CAL-CHAN-CODE
008060         ELSE
008070             IF HCL-CHANNEL-NAME = HYGGE-GENERAL-POOL-NAME
008080                AND NOT HYGGE-CAL-GLOB-HIT
008090                 SET HYGGE-CAL-GLOB-HIT TO TRUE
008100                 MOVE HCL-SEASON-CODE TO HYGGE-CAL-GLOB-CODE
008110             END-IF
008120         END-IF
008130     END-IF.
008140 1385-EXIT.
008150     EXIT.
008160*
008170***************************************************************
008180* 1400-CHECK-EVENT-ALREADY-SEEN                                 *
008190*   Slår LK-EVENT-ID + LK-CHANNEL-NAME op i HYGGE-SEEN-FILE     *
008200*   med ét indekseret opslag, så en genkørt batch-jobstep       *
008210*   ikke poster den samme hygge-linje to gange.  Opslaget       *
008220*   dækker hele den gemte historik, ikke kun de nyeste 200      *
008230*   event-id'er som den gamle tabelindlæsning gjorde.           *
008240***************************************************************
008250 1400-CHECK-EVENT-ALREADY-SEEN.
008260     MOVE "N" TO HYGGE-EVENT-SEEN-SW.
008270     IF LK-EVENT-ID NOT = SPACES
008280         OPEN INPUT HYGGE-SEEN-FILE
008290         IF HYGGE-SEEN-STATUS-OK
008300             MOVE LK-EVENT-ID TO HS-EVENT-ID
008310             MOVE LK-CHANNEL-NAME TO HS-CHANNEL-NAME
008320             READ HYGGE-SEEN-FILE
008330                 INVALID KEY
008340                     CONTINUE
008350                 NOT INVALID KEY
008360                     SET HYGGE-EVENT-ALREADY-SEEN TO TRUE
008370             END-READ
008380             CLOSE HYGGE-SEEN-FILE
008390         END-IF
008400     END-IF.
008410 1400-EXIT.
008420     EXIT.
008430*
008440***************************************************************
008450* 1450-RECORD-EVENT-SEEN                                       *
008460*   Tilføjer LK-EVENT-ID + LK-CHANNEL-NAME til HYGGE-SEEN-FILE  *
008470*   med én indekseret skrivning, når hygge-linjen rent faktisk  *
008480*   er blevet valgt og vist.                                    *
008490***************************************************************
008500 1450-RECORD-EVENT-SEEN.
008510     IF LK-EVENT-ID NOT = SPACES
008520         MOVE LK-EVENT-ID TO HS-EVENT-ID
008530         MOVE LK-CHANNEL-NAME TO HS-CHANNEL-NAME
008540         MOVE SEED-DATE-NUM TO HS-SEEN-DATE
008550         OPEN I-O HYGGE-SEEN-FILE
008560         IF HYGGE-SEEN-NOT-FOUND
008570             OPEN OUTPUT HYGGE-SEEN-FILE
008580         END-IF
008590         IF HYGGE-SEEN-STATUS-OK
008600             WRITE HYGGE-SEEN-RECORD
008610                 INVALID KEY
008620                     CONTINUE
008630             END-WRITE
008640             CLOSE HYGGE-SEEN-FILE
008650         END-IF
008660     END-IF.
008670 1450-EXIT.
008680     EXIT.
008690*
008700***************************************************************
008710* 2000-COMPUTE-RANDOM-RESULT                                   *
008720*   Bruger SEED-TIME (sat af 1350-CAPTURE-TIMESTAMP) til at få  *
008730*   ægte vilkårlige tal!  DET ER VIGTIGT!  Udtrækket vægtes nu  *
008740*   efter HYGGE-WEIGHT-TABLE i stedet for en flad 0-9 - men     *
008750*   falder tilbage til en flad 0-9 hvis HYGGE-CFG-FILE mangler  *
008760*   eller er tom, så et fraværende config ikke bare fryser      *
008770*   udtrækket på 0.                                              *
008780***************************************************************
008790 2000-COMPUTE-RANDOM-RESULT.
008800     COMPUTE TIME-RESULT =
008810  (SECONDS + HOURS + MINUTES + MS + HYGGE-INVOCATION-COUNT).
008820     MOVE "N" TO HYGGE-RESULT-FOUND-SW.
008830     IF HYGGE-TOTAL-WEIGHT = ZERO
008840         COMPUTE RANDOM-RESULT =
008850             FUNCTION RANDOM (TIME-RESULT) * 10
008860     ELSE
008870         PERFORM 2050-COMPUTE-WEIGHTED-RESULT THRU 2050-EXIT
008880     END-IF.
008890 2000-EXIT.
008900     EXIT.
008910*
008920 2050-COMPUTE-WEIGHTED-RESULT.
008930     COMPUTE RANDOM-DRAW =
008940         FUNCTION RANDOM (TIME-RESULT) * HYGGE-TOTAL-WEIGHT + 1.
008950     PERFORM 2100-FIND-WEIGHTED-RESULT THRU 2100-EXIT
008960         VARYING HWT-IDX FROM 1 BY 1
008970         UNTIL HWT-IDX > HYGGE-WEIGHT-TABLE-COUNT
008980            OR HYGGE-RESULT-FOUND.
008990 2050-EXIT.
009000     EXIT.
009010*
009020 2100-FIND-WEIGHTED-RESULT.
009030     IF RANDOM-DRAW NOT > HWT-CUM-WEIGHT (HWT-IDX)
009040         MOVE HWT-RANDOM-RESULT (HWT-IDX) TO RANDOM-RESULT
009050         SET HYGGE-RESULT-FOUND TO TRUE
009060     END-IF.
009070 2100-EXIT.
009080     EXIT.
009090*
009100***************************************************************
009110* 2200-APPLY-CONTEXT-RULES                                     *
009120*   Man kan ikke spille brætspil alene - hvis der ikke er nok  *
009130*   folk i kanalen, falder vi tilbage til en anden linje.      *
009140***************************************************************
009150 2200-APPLY-CONTEXT-RULES.
009160     IF HYGGE-IS-BOARD-GAME-LINE
009170        AND LK-OCCUPANT-COUNT < HYGGE-BOARD-GAME-MINIMUM
009180         MOVE HYGGE-FALLBACK-RESULT TO RANDOM-RESULT
009190     END-IF.
009200 2200-EXIT.
009210     EXIT.
009220*
009230***************************************************************
009240* 2250-APPLY-REPEAT-GUARD                                      *
009250*   Slår udtrækkets scene op i HYGGE-SHS-FILE for denne kanal. *
009260*   Er den postet her inden for HYGGE-REPEAT-DAYS, trækkes der *
009270*   om (højst HYGGE-REDRAW-LIMIT gange).  Er scenen stadig     *
009280*   spærret, prøves de næste resultater i rækkefølge; kun et   *
009290*   resultat med vægt, der består brætspilsreglen og har en    *
009300*   ikke-spærret scene, er brugbart.  Er intet brugbart, står  *
009310*   det oprindelige udtræk - en gentagelse er bedre end        *
009320*   tavshed.  Mangler historikfilen, er intet postet endnu.    *
009330***************************************************************
009340 2250-APPLY-REPEAT-GUARD.
009350     IF HYGGE-REPEAT-DAYS = ZERO
009360         GO TO 2250-EXIT
009370     END-IF.
009380     COMPUTE HYGGE-REPEAT-CUTOFF-INT =
009390         FUNCTION INTEGER-OF-DATE (SEED-DATE-NUM)
009400         - HYGGE-REPEAT-DAYS.
009410     COMPUTE HYGGE-REPEAT-CUTOFF-DATE =
009420         FUNCTION DATE-OF-INTEGER (HYGGE-REPEAT-CUTOFF-INT).
009430     OPEN INPUT HYGGE-SHS-FILE.
009440     IF NOT HYGGE-SHS-STATUS-OK
009450         GO TO 2250-EXIT
009460     END-IF.
009470     MOVE RANDOM-RESULT TO HYGGE-ORIGINAL-RESULT.
009480     PERFORM 2260-CHECK-SCENE-REPEAT THRU 2260-EXIT.
009490     MOVE ZERO TO HYGGE-REDRAW-COUNT.
009500     PERFORM 2270-REDRAW-SCENE THRU 2270-EXIT
009510         UNTIL NOT HYGGE-SCENE-BLOCKED
009520            OR HYGGE-REDRAW-COUNT NOT < HYGGE-REDRAW-LIMIT.
009530     IF HYGGE-SCENE-BLOCKED
009540         PERFORM 2280-FALL-BACK-TO-NEXT THRU 2280-EXIT
009550     END-IF.
009560     CLOSE HYGGE-SHS-FILE.
009570 2250-EXIT.
009580     EXIT.
009590*
009600***************************************************************
009610* 2260-CHECK-SCENE-REPEAT                                      *
009620*   Bygger scenen for RANDOM-RESULT og slår dens nøgle op i    *
009630*   historikken.  En tom scene er ikke spærret - den ender     *
009640*   som et overspring i loggen som hidtil.                     *
009650***************************************************************
009660 2260-CHECK-SCENE-REPEAT.
009670     MOVE "N" TO HYGGE-SCENE-BLOCKED-SW.
009680     PERFORM 3050-BUILD-SCENE THRU 3050-EXIT.
009690     IF HYGGE-SCENE-COUNT = ZERO
009700         GO TO 2260-EXIT
009710     END-IF.
009720     MOVE LK-CHANNEL-NAME           TO HSH-CHANNEL-NAME.
009730     MOVE HYGGE-EFFECTIVE-LANG-CODE TO HSH-LANG-CODE.
009740     MOVE RANDOM-RESULT             TO HSH-RANDOM-RESULT.
009750     MOVE HYGGE-SCENE-SEASON-CODE   TO HSH-SEASON-CODE.
009760     MOVE HYGGE-SCENE-CHANNEL-NAME  TO HSH-SCENE-CHANNEL.
009770     READ HYGGE-SHS-FILE
009780         INVALID KEY
009790             CONTINUE
009800         NOT INVALID KEY
009810             IF HSH-POST-DATE > HYGGE-REPEAT-CUTOFF-DATE
009820                 SET HYGGE-SCENE-BLOCKED TO TRUE
009830             END-IF
009840     END-READ.
009850 2260-EXIT.
009860     EXIT.
009870*
009880***************************************************************
009890* 2270-REDRAW-SCENE                                            *
009900*   Trækker om med samme fordeling som 2000 - RANDOM er        *
009910*   allerede seedet og fortsætter blot sin række.  Brætspils-  *
009920*   reglen gælder også omtrækket.  Rammer omtrækket en tom     *
009930*   scene, tæller den som spærret, så der trækkes videre.      *
009940***************************************************************
009950 2270-REDRAW-SCENE.
009960     ADD 1 TO HYGGE-REDRAW-COUNT.
009970     MOVE "N" TO HYGGE-RESULT-FOUND-SW.
009980     IF HYGGE-TOTAL-WEIGHT = ZERO
009990         COMPUTE RANDOM-RESULT = FUNCTION RANDOM * 10
010000     ELSE
010010         COMPUTE RANDOM-DRAW =
010020             FUNCTION RANDOM * HYGGE-TOTAL-WEIGHT + 1
010030         PERFORM 2100-FIND-WEIGHTED-RESULT THRU 2100-EXIT
010040             VARYING HWT-IDX FROM 1 BY 1
010050             UNTIL HWT-IDX > HYGGE-WEIGHT-TABLE-COUNT
010060                OR HYGGE-RESULT-FOUND
010070     END-IF.
010080     PERFORM 2200-APPLY-CONTEXT-RULES THRU 2200-EXIT.
010090     PERFORM 2260-CHECK-SCENE-REPEAT THRU 2260-EXIT.
010100     IF HYGGE-SCENE-COUNT = ZERO
010110         SET HYGGE-SCENE-BLOCKED TO TRUE
010120     END-IF.
010130 2270-EXIT.
010140     EXIT.
010150*
010160***************************************************************
010170* 2280-FALL-BACK-TO-NEXT                                       *
010180*   Går resultaterne igennem fra det oprindelige udtræk og     *
010190*   fremad (9 slår om til 0) og tager det første brugbare.     *
010200*   Findes intet, sættes det oprindelige udtræk tilbage.       *
010210***************************************************************
010220 2280-FALL-BACK-TO-NEXT.
010230     MOVE "N" TO HYGGE-CANDIDATE-OK-SW.
010240     PERFORM 2285-TRY-ONE-CANDIDATE THRU 2285-EXIT
010250         VARYING HYGGE-FALLBACK-STEP FROM 1 BY 1
010260         UNTIL HYGGE-FALLBACK-STEP > 9
010270            OR HYGGE-CANDIDATE-OK.
010280     IF NOT HYGGE-CANDIDATE-OK
010290         MOVE HYGGE-ORIGINAL-RESULT TO RANDOM-RESULT
010300         MOVE "N" TO HYGGE-SCENE-BLOCKED-SW
010310     END-IF.
010320 2280-EXIT.
010330     EXIT.
010340*
010350 2285-TRY-ONE-CANDIDATE.
010360     COMPUTE RANDOM-RESULT =
010370         FUNCTION MOD (HYGGE-ORIGINAL-RESULT
010380                       + HYGGE-FALLBACK-STEP, 10).
010390     IF HYGGE-IS-BOARD-GAME-LINE
010400        AND LK-OCCUPANT-COUNT < HYGGE-BOARD-GAME-MINIMUM
010410         GO TO 2285-EXIT
010420     END-IF.
010430     IF HYGGE-TOTAL-WEIGHT > ZERO
010440         MOVE ZERO TO HYGGE-CANDIDATE-WEIGHT
010450         PERFORM 2290-FIND-CANDIDATE-WEIGHT THRU 2290-EXIT
010460             VARYING HWT-IDX FROM 1 BY 1
010470             UNTIL HWT-IDX > HYGGE-WEIGHT-TABLE-COUNT
010480         IF HYGGE-CANDIDATE-WEIGHT = ZERO
010490             GO TO 2285-EXIT
010500         END-IF
010510     END-IF.
010520     PERFORM 2260-CHECK-SCENE-REPEAT THRU 2260-EXIT.
010530     IF HYGGE-SCENE-COUNT > ZERO
010540        AND NOT HYGGE-SCENE-BLOCKED
010550         SET HYGGE-CANDIDATE-OK TO TRUE
010560     END-IF.
010570 2285-EXIT.
010580     EXIT.
010590*
010600 2290-FIND-CANDIDATE-WEIGHT.
010610     IF HWT-RANDOM-RESULT (HWT-IDX) = RANDOM-RESULT
010620         ADD HWT-WEIGHT (HWT-IDX) TO HYGGE-CANDIDATE-WEIGHT
010630     END-IF.
010640 2290-EXIT.
010650     EXIT.
010660*
010670***************************************************************
010680* 2300-APPLY-SCHEDULE-RULES                                    *
010690*   Slår kanalen op i HYGGE-SCH-FILE og undertrykker kørslen,  *
010700*   hvis klokken (SEED-TIME) er uden for kanalens tilladte     *
010710*   vindue, eller hvis dagens tællerrække i HYGGE-DCT-FILE     *
010720*   viser, at kanalen allerede har fået sit maksimum af        *
010730*   linjer denne time eller denne dag.  En kanal uden række    *
010740*   i filen er ubegrænset.                                     *
010750*   Årsagen (WINDOW/QUOTA) gemmes til logrækken.               *
010760***************************************************************
010770 2300-APPLY-SCHEDULE-RULES.
010780     MOVE "N" TO HYGGE-SUPPRESSED-SW.
010790     MOVE "N" TO HYGGE-SCH-ROW-FOUND-SW.
010800     MOVE SPACES TO HYGGE-RUN-REASON.
010810     PERFORM 2310-LOAD-SCHEDULE-ROW THRU 2310-EXIT.
010820     IF HYGGE-SCH-ROW-FOUND
010830         PERFORM 2320-CHECK-HOUR-WINDOW THRU 2320-EXIT
010840         IF HYGGE-RUN-SUPPRESSED
010850             SET HYGGE-REASON-WINDOW TO TRUE
010860         ELSE
010870             PERFORM 2330-READ-FIRE-COUNTERS THRU 2330-EXIT
010880             IF HYGGE-FIRES-TODAY NOT < HYGGE-SCH-MAX-PER-DAY
010890              OR HYGGE-FIRES-THIS-HOUR NOT <
010900                    HYGGE-SCH-MAX-PER-HOUR
010910                 SET HYGGE-RUN-SUPPRESSED TO TRUE
010920                 SET HYGGE-REASON-QUOTA TO TRUE
010930             END-IF
010940         END-IF
010950     END-IF.
010960 2300-EXIT.
010970     EXIT.
010980*
010990***************************************************************
011000* 2310-LOAD-SCHEDULE-ROW                                       *
011010*   Læser HYGGE-SCH-FILE indtil kanalens række er fundet og    *
011020*   gemmer dens vindue og grænser.                             *
011030***************************************************************
011040 2310-LOAD-SCHEDULE-ROW.
011050     MOVE "N" TO HYGGE-SCH-EOF-SW.
011060     OPEN INPUT HYGGE-SCH-FILE.
011070     IF HYGGE-SCH-STATUS-OK
011080         PERFORM 2315-READ-ONE-SCHEDULE THRU 2315-EXIT
011090             UNTIL HYGGE-SCH-EOF
011100                OR HYGGE-SCH-ROW-FOUND
011110         CLOSE HYGGE-SCH-FILE
011120     END-IF.
011130 2310-EXIT.
011140     EXIT.
011150*
011160 2315-READ-ONE-SCHEDULE.
011170     READ HYGGE-SCH-FILE
011180         AT END
011190             SET HYGGE-SCH-EOF TO TRUE
011200     END-READ.
011210     IF NOT HYGGE-SCH-EOF
011220        AND HSC-CHANNEL-NAME = LK-CHANNEL-NAME
011230         SET HYGGE-SCH-ROW-FOUND TO TRUE
011240         MOVE HSC-START-HOUR   TO HYGGE-SCH-START-HOUR
011250         MOVE HSC-END-HOUR     TO HYGGE-SCH-END-HOUR
011260         MOVE HSC-MAX-PER-HOUR TO HYGGE-SCH-MAX-PER-HOUR
011270         MOVE HSC-MAX-PER-DAY  TO HYGGE-SCH-MAX-PER-DAY
011280     END-IF.
011290 2315-EXIT.
011300     EXIT.
011310*
011320***************************************************************
011330* 2320-CHECK-HOUR-WINDOW                                       *
011340*   Vinduet er inklusivt.  Går det hen over midnat (start >    *
011350*   slut, fx 18-02), er timen tilladt på begge sider af        *
011360*   midnatten.                                                 *
011370***************************************************************
011380 2320-CHECK-HOUR-WINDOW.
011390     IF HYGGE-SCH-START-HOUR NOT > HYGGE-SCH-END-HOUR
011400         IF HOURS < HYGGE-SCH-START-HOUR
011410          OR HOURS > HYGGE-SCH-END-HOUR
011420             SET HYGGE-RUN-SUPPRESSED TO TRUE
011430         END-IF
011440     ELSE
011450         IF HOURS < HYGGE-SCH-START-HOUR
011460          AND HOURS > HYGGE-SCH-END-HOUR
011470             SET HYGGE-RUN-SUPPRESSED TO TRUE
011480         END-IF
011490     END-IF.
011500 2320-EXIT.
011510     EXIT.
011520*
011530***************************************************************
011540* 2330-READ-FIRE-COUNTERS                                      *
011550*   Slår kanalens tællerrække for i dag op i HYGGE-DCT-FILE    *
011560*   med ét indekseret opslag - dagens og timens tal ligger     *
011570*   færdigtalte, så kontrollen ikke længere læser hele         *
011580*   HYGGE-LOG-FILE forfra én gang pr. kanal pr. kørsel.        *
011590*   Mangler filen eller rækken, har kanalen ikke fyret i dag.  *
011600***************************************************************
011610 2330-READ-FIRE-COUNTERS.
011620     MOVE ZERO TO HYGGE-FIRES-TODAY.
011630     MOVE ZERO TO HYGGE-FIRES-THIS-HOUR.
011640     OPEN INPUT HYGGE-DCT-FILE.
011650     IF HYGGE-DCT-STATUS-OK
011660         MOVE LK-CHANNEL-NAME TO HD-CHANNEL-NAME
011670         MOVE SEED-DATE-NUM   TO HD-FIRE-DATE
011680         READ HYGGE-DCT-FILE
011690             INVALID KEY
011700                 CONTINUE
011710             NOT INVALID KEY
011720                 MOVE HD-DAY-COUNT TO HYGGE-FIRES-TODAY
011730                 COMPUTE HYGGE-HOUR-SUB = HOURS + 1
011740                 MOVE HD-HOUR-COUNT (HYGGE-HOUR-SUB)
011750                     TO HYGGE-FIRES-THIS-HOUR
011760         END-READ
011770         CLOSE HYGGE-DCT-FILE
011780     END-IF.
011790 2330-EXIT.
011800     EXIT.
011810*
011820***************************************************************
011830* 2400-CHECK-BIRTHDAYS                                         *
011840*   Har en af kanalens beboere fødselsdag i dag ifølge         *
011850*   HYGGE-BDY-FILE, og er vedkommende ikke allerede fejret i   *
011860*   kanalen i dag (HYGGE-BGR-FILE), bliver kaldets scene en    *
011870*   fødselsdagsscene i stedet for udtrækket.  Beboere, der har *
011880*   meldt sig ud i HYGGE-OPT-FILE, er allerede sorteret fra i  *
011890*   3520 og bliver aldrig fejret.  Kanalens tidsvindue gælder, *
011900*   dagens kvoter gør ikke.  Én fejring pr. kald; har flere    *
011910*   fødselsdag samme dag, tager de næste kørsler resten.       *
011920***************************************************************
011930 2400-CHECK-BIRTHDAYS.
011940     MOVE "N" TO HYGGE-BIRTHDAY-DUE-SW.
011950     MOVE SPACES TO HYGGE-BIRTHDAY-NICK.
011960     PERFORM 3520-LOAD-ROSTER THRU 3520-EXIT.
011970     IF HYGGE-ROSTER-COUNT = ZERO
011980         GO TO 2400-EXIT
011990     END-IF.
012000     PERFORM 2430-CHECK-BIRTHDAY-WINDOW THRU 2430-EXIT.
012010     IF HYGGE-RUN-SUPPRESSED
012020         MOVE "N" TO HYGGE-SUPPRESSED-SW
012030         GO TO 2400-EXIT
012040     END-IF.
012050     OPEN INPUT HYGGE-BDY-FILE.
012060     IF NOT HYGGE-BDY-STATUS-OK
012070         GO TO 2400-EXIT
012080     END-IF.
012090     PERFORM 2410-CHECK-LEAP-DAY THRU 2410-EXIT.
012100     MOVE "N" TO HYGGE-BGR-OPEN-SW.
012110     OPEN INPUT HYGGE-BGR-FILE.
012120     IF HYGGE-BGR-STATUS-OK
012130         SET HYGGE-BGR-OPEN TO TRUE
012140     END-IF.
012150     PERFORM 2420-CHECK-ONE-BIRTHDAY THRU 2420-EXIT
012160         VARYING HYGGE-ROSTER-SCAN FROM 1 BY 1
012170         UNTIL HYGGE-ROSTER-SCAN > HYGGE-ROSTER-COUNT
012180            OR HYGGE-BIRTHDAY-DUE.
012190     CLOSE HYGGE-BDY-FILE.
012200     IF HYGGE-BGR-OPEN
012210         CLOSE HYGGE-BGR-FILE
012220     END-IF.
012230     IF HYGGE-BIRTHDAY-DUE
012240         PERFORM 2440-FIND-BIRTHDAY-SCENE THRU 2440-EXIT
012250     END-IF.
012260 2400-EXIT.
012270     EXIT.
012280*
012290***************************************************************
012300* 2410-CHECK-LEAP-DAY                                          *
012310*   Er det 28/02, og er i morgen 01/03, fejres de, der er      *
012320*   født 29/02, i dag.                                         *
012330***************************************************************
012340 2410-CHECK-LEAP-DAY.
012350     MOVE "N" TO HYGGE-LEAP-STANDIN-SW.
012360     IF SEED-MM NOT = 02 OR SEED-DD NOT = 28
012370         GO TO 2410-EXIT
012380     END-IF.
012390     COMPUTE HYGGE-NEXT-DAY-INT =
012400         FUNCTION INTEGER-OF-DATE (SEED-DATE-NUM) + 1.
012410     COMPUTE HYGGE-NEXT-DAY-NUM =
012420         FUNCTION DATE-OF-INTEGER (HYGGE-NEXT-DAY-INT).
012430     IF HYGGE-NEXT-DAY-MM = 03
012440         SET HYGGE-LEAP-DAY-STANDIN TO TRUE
012450     END-IF.
012460 2410-EXIT.
012470     EXIT.
012480*
012490***************************************************************
012500* 2420-CHECK-ONE-BIRTHDAY                                      *
012510*   Ét indekseret opslag i registret pr. beboer, og for en     *
012520*   fødselsdag ét opslag i fejringshistorikken.                *
012530***************************************************************
012540 2420-CHECK-ONE-BIRTHDAY.
012550     MOVE HRT-NICK (HYGGE-ROSTER-SCAN) TO HB-NICK.
012560     READ HYGGE-BDY-FILE
012570         INVALID KEY
012580             GO TO 2420-EXIT
012590     END-READ.
012600     IF HB-BIRTH-DAY NOT = SEED-DATE (5:4)
012610         IF HB-BIRTH-DAY NOT = HYGGE-LEAP-BIRTH-DAY
012620            OR NOT HYGGE-LEAP-DAY-STANDIN
012630             GO TO 2420-EXIT
012640         END-IF
012650     END-IF.
012660     IF HYGGE-BGR-OPEN
012670         MOVE HB-NICK         TO HBG-NICK
012680         MOVE LK-CHANNEL-NAME TO HBG-CHANNEL-NAME
012690         READ HYGGE-BGR-FILE
012700             INVALID KEY
012710                 MOVE ZERO TO HBG-GREET-DATE
012720         END-READ
012730         IF HBG-GREET-DATE = SEED-DATE-NUM
012740             GO TO 2420-EXIT
012750         END-IF
012760     END-IF.
012770     SET HYGGE-BIRTHDAY-DUE TO TRUE.
012780     MOVE HB-NICK TO HYGGE-BIRTHDAY-NICK.
012790 2420-EXIT.
012800     EXIT.
012810*
012820***************************************************************
012830* 2430-CHECK-BIRTHDAY-WINDOW                                   *
012840*   Kun tidsvinduet fra HYGGE-SCH-FILE (2320); en kanal uden   *
012850*   række er altid åben.                                       *
012860***************************************************************
012870 2430-CHECK-BIRTHDAY-WINDOW.
012880     MOVE "N" TO HYGGE-SUPPRESSED-SW.
012890     MOVE "N" TO HYGGE-SCH-ROW-FOUND-SW.
012900     PERFORM 2310-LOAD-SCHEDULE-ROW THRU 2310-EXIT.
012910     IF HYGGE-SCH-ROW-FOUND
012920         PERFORM 2320-CHECK-HOUR-WINDOW THRU 2320-EXIT
012930     END-IF.
012940 2430-EXIT.
012950     EXIT.
012960*
012970***************************************************************
012980* 2440-FIND-BIRTHDAY-SCENE                                     *
012990*   Fødselsdagsscenen er udtræk 0 med sæsonkoden "BDY" på      *
013000*   kanalens sprog, kanalens egen før "*".  Findes den ikke,   *
013010*   går kaldet videre til et almindeligt udtræk.               *
013020***************************************************************
013030 2440-FIND-BIRTHDAY-SCENE.
013040     MOVE HYGGE-CURRENT-SEASON-CODE TO HYGGE-SAVED-SEASON-CODE.
013050     MOVE HYGGE-BIRTHDAY-SEASON-CODE TO HYGGE-CURRENT-SEASON-CODE.
013060     MOVE ZERO TO RANDOM-RESULT.
013070     PERFORM 3050-BUILD-SCENE THRU 3050-EXIT.
013080     IF HYGGE-SCENE-COUNT = ZERO
013090         MOVE "N" TO HYGGE-BIRTHDAY-DUE-SW
013100         MOVE HYGGE-SAVED-SEASON-CODE TO HYGGE-CURRENT-SEASON-CODE
013110     END-IF.
013120 2440-EXIT.
013130     EXIT.
013140*
013150***************************************************************
013160* 2490-RECORD-BIRTHDAY-GREETING                                *
013170*   Stempler nick og kanal med dagens dato i HYGGE-BGR-FILE,   *
013180*   så næste kørsel i dag ikke fejrer den samme igen.  Første  *
013190*   fejring opretter filen selv.                               *
013200***************************************************************
013210 2490-RECORD-BIRTHDAY-GREETING.
013220     IF HYGGE-SCENE-COUNT = ZERO
013230         GO TO 2490-EXIT
013240     END-IF.
013250     MOVE HYGGE-BIRTHDAY-NICK TO HBG-NICK.
013260     MOVE LK-CHANNEL-NAME     TO HBG-CHANNEL-NAME.
013270     MOVE SEED-DATE-NUM       TO HBG-GREET-DATE.
013280     OPEN I-O HYGGE-BGR-FILE.
013290     IF HYGGE-BGR-NOT-FOUND
013300         OPEN OUTPUT HYGGE-BGR-FILE
013310         IF HYGGE-BGR-STATUS-OK
013320             WRITE HYGGE-BGR-RECORD
013330                 INVALID KEY
013340                     CONTINUE
013350             END-WRITE
013360             CLOSE HYGGE-BGR-FILE
013370         END-IF
013380         GO TO 2490-EXIT
013390     END-IF.
013400     IF NOT HYGGE-BGR-STATUS-OK
013410         GO TO 2490-EXIT
013420     END-IF.
013430     WRITE HYGGE-BGR-RECORD
013440         INVALID KEY
013450             REWRITE HYGGE-BGR-RECORD
013460                 INVALID KEY
013470                     CONTINUE
013480             END-REWRITE
013490     END-WRITE.
013500     CLOSE HYGGE-BGR-FILE.
013510 2490-EXIT.
013520     EXIT.
013530*
013540***************************************************************
013550* 2500-APPLY-ECHO-GUARD                                        *
013560*   Samme hændelse kan fyre i flere kanaler inden for samme    *
013570*   minut, og de, der sidder i flere af dem, ser ellers botten *
013580*   gentage sig selv.  Har en større andel af kanalens beboere *
013590*   end HYGGE-ECHO-SHARE procent allerede fået den udtrukne    *
013600*   scene i en anden kanal i dette køre (HYGGE-SRV-FILE),      *
013610*   tages det næste brugbare resultat som i 2280 - med vægt,   *
013620*   gyldigt efter brætspilsreglen, ikke spærret af             *
013630*   gentagelsesvagten og ikke selv et ekko.  Findes intet,     *
013640*   undertrykkes fyringen med årsagen ECHO.  En kanal uden     *
013650*   beboere i HYGGE-RST-FILE kan ikke sammenlignes og går      *
013660*   fri.  Nul procent slår vagten fra.                         *
013670***************************************************************
013680 2500-APPLY-ECHO-GUARD.
013690     IF HYGGE-ECHO-SHARE = ZERO
013700         GO TO 2500-EXIT
013710     END-IF.
013720     PERFORM 2510-LOAD-AUDIENCE THRU 2510-EXIT.
013730     IF HYGGE-AUDIENCE-COUNT = ZERO
013740         GO TO 2500-EXIT
013750     END-IF.
013760     PERFORM 3050-BUILD-SCENE THRU 3050-EXIT.
013770     PERFORM 2520-CHECK-SCENE-ECHO THRU 2520-EXIT.
013780     IF NOT HYGGE-SCENE-ECHOED
013790         GO TO 2500-EXIT
013800     END-IF.
013810     MOVE RANDOM-RESULT TO HYGGE-ORIGINAL-RESULT.
013820     MOVE "N" TO HYGGE-SHS-OPEN-SW.
013830     IF HYGGE-REPEAT-DAYS > ZERO
013840         OPEN INPUT HYGGE-SHS-FILE
013850         IF HYGGE-SHS-STATUS-OK
013860             SET HYGGE-SHS-OPEN TO TRUE
013870         END-IF
013880     END-IF.
013890     MOVE "N" TO HYGGE-CANDIDATE-OK-SW.
013900     PERFORM 2530-TRY-ECHO-CANDIDATE THRU 2530-EXIT
013910         VARYING HYGGE-FALLBACK-STEP FROM 1 BY 1
013920         UNTIL HYGGE-FALLBACK-STEP > 9
013930            OR HYGGE-CANDIDATE-OK.
013940     IF HYGGE-SHS-OPEN
013950         CLOSE HYGGE-SHS-FILE
013960     END-IF.
013970     IF HYGGE-CANDIDATE-OK
013980         SET HYGGE-REASON-ECHO-ALT TO TRUE
013990     ELSE
014000         MOVE HYGGE-ORIGINAL-RESULT TO RANDOM-RESULT
014010         SET HYGGE-RUN-SUPPRESSED TO TRUE
014020         SET HYGGE-REASON-ECHO TO TRUE
014030     END-IF.
014040 2500-EXIT.
014050     EXIT.
014060*
014070***************************************************************
014080* 2510-LOAD-AUDIENCE                                           *
014090*   Læser kanalens beboere fra HYGGE-RST-FILE ind i            *
014100*   publikumstabellen.  Her sies ingen fra: også den, der har  *
014110*   meldt sig ud af %NICK%, læser med i kanalen.               *
014120*   Rummer tabellen ikke alle beboere, advares der én gang     *
014130*   pr. kald med kanalens navn og antallet, der faldt ud.      *
014140***************************************************************
014150 2510-LOAD-AUDIENCE.
014160     MOVE ZERO TO HYGGE-AUDIENCE-COUNT.
014170     MOVE ZERO TO HYGGE-AUDIENCE-DROPPED.
014180     MOVE "N" TO HYGGE-RST-EOF-SW.
014190     OPEN INPUT HYGGE-RST-FILE.
014200     IF HYGGE-RST-STATUS-OK
014210         PERFORM 2515-READ-ONE-AUDIENCE THRU 2515-EXIT
014220             UNTIL HYGGE-RST-EOF
014230         CLOSE HYGGE-RST-FILE
014240     END-IF.
014250     IF HYGGE-AUDIENCE-DROPPED > ZERO
014260        AND NOT HYGGE-AUDIENCE-WARNED
014270         MOVE HYGGE-AUDIENCE-DROPPED TO HYGGE-AUDIENCE-DROP-EDIT
014280         DISPLAY "HYGGE: WARNING - AUDIENCE TABLE FULL FOR "
014290             LK-CHANNEL-NAME
014300         DISPLAY "       " HYGGE-AUDIENCE-DROP-EDIT
014310             " OCCUPANTS NOT COUNTED BY THE ECHO GUARD"
014320         SET HYGGE-AUDIENCE-WARNED TO TRUE
014330     END-IF.
014340 2510-EXIT.
014350     EXIT.
014360*
014370 2515-READ-ONE-AUDIENCE.
014380     READ HYGGE-RST-FILE
014390         AT END
014400             SET HYGGE-RST-EOF TO TRUE
014410     END-READ.
014420     IF HYGGE-RST-EOF
014430        OR HR-CHANNEL-NAME NOT = LK-CHANNEL-NAME
014440         GO TO 2515-EXIT
014450     END-IF.
014460     IF HYGGE-AUDIENCE-COUNT < HYGGE-AUDIENCE-TABLE-MAX
014470         ADD 1 TO HYGGE-AUDIENCE-COUNT
014480         MOVE HR-NICK TO HEA-NICK (HYGGE-AUDIENCE-COUNT)
014490     ELSE
014500         ADD 1 TO HYGGE-AUDIENCE-DROPPED
014510     END-IF.
014520 2515-EXIT.
014530     EXIT.
014540*
014550***************************************************************
014560* 2520-CHECK-SCENE-ECHO                                        *
014570*   Tæller, hvor mange af publikummet der i dette køre         *
014580*   allerede har fået den netop byggede scene (sprog, udtræk,  *
014590*   sæson og override-kanal) i en anden kanal.  Hver beboer    *
014600*   tælles én gang, også hvis vedkommende sidder i flere af    *
014610*   dem.  Scenen er et ekko, når de udgør mere end             *
014620*   HYGGE-ECHO-SHARE procent.  Mangler registret, er intet     *
014630*   serveret endnu.                                            *
014640***************************************************************
014650 2520-CHECK-SCENE-ECHO.
014660     MOVE "N" TO HYGGE-SCENE-ECHOED-SW.
014670     IF HYGGE-SCENE-COUNT = ZERO
014680         GO TO 2520-EXIT
014690     END-IF.
014700     MOVE HYGGE-EFFECTIVE-LANG-CODE TO HYGGE-ECHO-LANG-CODE.
014710     MOVE RANDOM-RESULT             TO HYGGE-ECHO-RANDOM-RESULT.
014720     MOVE HYGGE-SCENE-SEASON-CODE   TO HYGGE-ECHO-SEASON-CODE.
014730     MOVE HYGGE-SCENE-CHANNEL-NAME  TO HYGGE-ECHO-SCENE-CHANNEL.
014740     MOVE ZERO TO HYGGE-ECHO-SERVED-COUNT.
014750     PERFORM 2522-CLEAR-ONE-MARK THRU 2522-EXIT
014760         VARYING HYGGE-AUDIENCE-SCAN FROM 1 BY 1
014770         UNTIL HYGGE-AUDIENCE-SCAN > HYGGE-AUDIENCE-COUNT.
014780     MOVE "N" TO HYGGE-SRV-EOF-SW.
014790     OPEN INPUT HYGGE-SRV-FILE.
014800     IF NOT HYGGE-SRV-STATUS-OK
014810         GO TO 2520-EXIT
014820     END-IF.
014830     PERFORM 2525-READ-ONE-SERVED THRU 2525-EXIT
014840         UNTIL HYGGE-SRV-EOF.
014850     CLOSE HYGGE-SRV-FILE.
014860     IF HYGGE-ECHO-SERVED-COUNT * 100 >
014870        HYGGE-ECHO-SHARE * HYGGE-AUDIENCE-COUNT
014880         SET HYGGE-SCENE-ECHOED TO TRUE
014890     END-IF.
014900 2520-EXIT.
014910     EXIT.
014920*
014930 2522-CLEAR-ONE-MARK.
014940     MOVE "N" TO HEA-SERVED-SW (HYGGE-AUDIENCE-SCAN).
014950 2522-EXIT.
014960     EXIT.
014970*
014980 2525-READ-ONE-SERVED.
014990     READ HYGGE-SRV-FILE
015000         AT END
015010             SET HYGGE-SRV-EOF TO TRUE
015020     END-READ.
015030     IF HYGGE-SRV-EOF
015040         GO TO 2525-EXIT
015050     END-IF.
015060     IF HSV-EVENT-ID NOT = LK-EVENT-ID
015070        OR HSV-CHANNEL-NAME = LK-CHANNEL-NAME
015080        OR HSV-SCENE-KEY NOT = HYGGE-ECHO-SCENE-KEY
015090         GO TO 2525-EXIT
015100     END-IF.
015110     PERFORM 2527-MARK-ONE-AUDIENCE THRU 2527-EXIT
015120         VARYING HYGGE-AUDIENCE-SCAN FROM 1 BY 1
015130         UNTIL HYGGE-AUDIENCE-SCAN > HYGGE-AUDIENCE-COUNT.
015140 2525-EXIT.
015150     EXIT.
015160*
015170 2527-MARK-ONE-AUDIENCE.
015180     IF HEA-NICK (HYGGE-AUDIENCE-SCAN) = HSV-NICK
015190        AND NOT HEA-ALREADY-SERVED (HYGGE-AUDIENCE-SCAN)
015200         SET HEA-ALREADY-SERVED (HYGGE-AUDIENCE-SCAN) TO TRUE
015210         ADD 1 TO HYGGE-ECHO-SERVED-COUNT
015220     END-IF.
015230 2527-EXIT.
015240     EXIT.
015250*
015260***************************************************************
015270* 2530-TRY-ECHO-CANDIDATE                                      *
015280*   Som 2285, men kandidaten skal også gå fri af ekkovagten.   *
015290*   Gentagelsesvagten spørges kun, når den er slået til, og    *
015300*   historikken kunne åbnes.                                   *
015310***************************************************************
015320 2530-TRY-ECHO-CANDIDATE.
015330     COMPUTE RANDOM-RESULT =
015340         FUNCTION MOD (HYGGE-ORIGINAL-RESULT
015350                       + HYGGE-FALLBACK-STEP, 10).
015360     IF HYGGE-IS-BOARD-GAME-LINE
015370        AND LK-OCCUPANT-COUNT < HYGGE-BOARD-GAME-MINIMUM
015380         GO TO 2530-EXIT
015390     END-IF.
015400     IF HYGGE-TOTAL-WEIGHT > ZERO
015410         MOVE ZERO TO HYGGE-CANDIDATE-WEIGHT
015420         PERFORM 2290-FIND-CANDIDATE-WEIGHT THRU 2290-EXIT
015430             VARYING HWT-IDX FROM 1 BY 1
015440             UNTIL HWT-IDX > HYGGE-WEIGHT-TABLE-COUNT
015450         IF HYGGE-CANDIDATE-WEIGHT = ZERO
015460             GO TO 2530-EXIT
015470         END-IF
015480     END-IF.
015490     IF HYGGE-SHS-OPEN
015500         PERFORM 2260-CHECK-SCENE-REPEAT THRU 2260-EXIT
015510         IF HYGGE-SCENE-BLOCKED
015520             GO TO 2530-EXIT
015530         END-IF
015540     ELSE
015550         PERFORM 3050-BUILD-SCENE THRU 3050-EXIT
015560     END-IF.
015570     IF HYGGE-SCENE-COUNT = ZERO
015580         GO TO 2530-EXIT
015590     END-IF.
015600     PERFORM 2520-CHECK-SCENE-ECHO THRU 2520-EXIT.
015610     IF NOT HYGGE-SCENE-ECHOED
015620         SET HYGGE-CANDIDATE-OK TO TRUE
015630     END-IF.
015640 2530-EXIT.
015650     EXIT.
015660*
015670***************************************************************
015680* 3000-DISPLAY-HYGGE-LINE                                      *
015690*   Bygger scenen, der hører til RANDOM-RESULT - sæsonlinjer   *
015700*   afløser "ALL"-linjerne, når deres sæson er på - og viser   *
015710*   linjerne i sekvensorden.  SELECTED-MESSAGE-TEXT ender som  *
015720*   scenens første linje, så loggen tæller scenen som ét fyr.  *
015730***************************************************************
015740 3000-DISPLAY-HYGGE-LINE.
015750     MOVE SPACES TO SELECTED-MESSAGE-TEXT.
015760     MOVE "N" TO HYGGE-NICK-PICKED-SW.
015770     IF HYGGE-BIRTHDAY-DUE
015780         MOVE HYGGE-BIRTHDAY-NICK TO HYGGE-PICKED-NICK
015790         SET HYGGE-NICK-PICKED TO TRUE
015800     END-IF.
015810     PERFORM 3050-BUILD-SCENE THRU 3050-EXIT.
015820     PERFORM 3080-EMIT-ONE-SCENE-LINE THRU 3080-EXIT
015830         VARYING HSE-IDX FROM 1 BY 1
015840         UNTIL HSE-IDX > HYGGE-SCENE-COUNT.
015850     IF HYGGE-SCENE-COUNT > ZERO
015860         MOVE HSE-MESSAGE-TEXT (1) TO SELECTED-MESSAGE-TEXT
015870     END-IF.
015880 3000-EXIT.
015890     EXIT.
015900*
015910***************************************************************
015920* 3050-BUILD-SCENE                                             *
015930*   Samler scenens linjer: kanalens egne override-linjer        *
015940*   (sæson, så "ALL") afløser hele den generelle pulje for      *
015950*   samme udtræk; findes der ingen, bruges de generelle         *
015960*   "*"-linjer (sæson, så "ALL").  Derefter sorteres scenen     *
015970*   efter sekvensnummer.  Scenens opløste sæson og kanal       *
015980*   gemmes til gentagelsesvagten og scenehistorikken.  En      *
015990*   fødselsdagsscene falder ikke tilbage til "ALL".            *
016000***************************************************************
016010 3050-BUILD-SCENE.
016020     MOVE ZERO TO HYGGE-SCENE-COUNT.
016030     MOVE LK-CHANNEL-NAME TO HYGGE-WANTED-CHANNEL-NAME.
016040     PERFORM 3055-COLLECT-FOR-CHANNEL THRU 3055-EXIT.
016050     IF HYGGE-SCENE-COUNT = ZERO
016060         MOVE HYGGE-GENERAL-POOL-NAME
016070             TO HYGGE-WANTED-CHANNEL-NAME
016080         PERFORM 3055-COLLECT-FOR-CHANNEL THRU 3055-EXIT
016090     END-IF.
016100     IF HYGGE-SCENE-COUNT > ZERO
016110         MOVE HYGGE-WANTED-SEASON-CODE
016120             TO HYGGE-SCENE-SEASON-CODE
016130         MOVE HYGGE-WANTED-CHANNEL-NAME
016140             TO HYGGE-SCENE-CHANNEL-NAME
016150     ELSE
016160         MOVE SPACES TO HYGGE-SCENE-SEASON-CODE
016170         MOVE SPACES TO HYGGE-SCENE-CHANNEL-NAME
016180     END-IF.
016190     PERFORM 3070-SORT-SCENE THRU 3070-EXIT.
016200 3050-EXIT.
016210     EXIT.
016220*
016230 3055-COLLECT-FOR-CHANNEL.
016240     IF HYGGE-CURRENT-SEASON-CODE NOT = SPACES
016250         MOVE HYGGE-CURRENT-SEASON-CODE
016260             TO HYGGE-WANTED-SEASON-CODE
016270         PERFORM 3060-COLLECT-SCENE-LINES THRU 3060-EXIT
016280     END-IF.
016290     IF HYGGE-SCENE-COUNT = ZERO
016300        AND NOT HYGGE-BIRTHDAY-DUE
016310         MOVE HYGGE-ALL-SEASON-CODE TO HYGGE-WANTED-SEASON-CODE
016320         PERFORM 3060-COLLECT-SCENE-LINES THRU 3060-EXIT
016330     END-IF.
016340 3055-EXIT.
016350     EXIT.
016360*
016370***************************************************************
016380* 3060-COLLECT-SCENE-LINES                                     *
016390*   Stiller sig på scenens første linje med START på nøglen    *
016400*   (sprog, udtræk, ønsket sæson og kanal, sekvens 00) og      *
016410*   læser frem, så længe scenenøglen er den samme.  Linjerne   *
016420*   kommer i sekvensorden direkte fra nøglen.                  *
016430***************************************************************
016440 3060-COLLECT-SCENE-LINES.
016450     IF NOT HYGGE-MSG-OPEN
016460         GO TO 3060-EXIT
016470     END-IF.
016480     MOVE SPACES                    TO HM-MSG-KEY.
016490     MOVE HYGGE-EFFECTIVE-LANG-CODE TO HM-LANG-CODE.
016500     MOVE RANDOM-RESULT             TO HM-RANDOM-RESULT.
016510     MOVE HYGGE-WANTED-SEASON-CODE  TO HM-SEASON-CODE.
016520     MOVE HYGGE-WANTED-CHANNEL-NAME TO HM-CHANNEL-NAME.
016530     MOVE ZERO                      TO HM-SEQUENCE-NO.
016540     MOVE HM-SCENE-KEY              TO HYGGE-WANTED-SCENE-KEY.
016550     MOVE "N" TO HYGGE-MSG-EOF-SW.
016560     START HYGGE-MSG-FILE KEY IS NOT LESS THAN HM-MSG-KEY
016570         INVALID KEY
016580             SET HYGGE-MSG-EOF TO TRUE
016590     END-START.
016600     PERFORM 3065-COLLECT-ONE-LINE THRU 3065-EXIT
016610         UNTIL HYGGE-MSG-EOF.
016620 3060-EXIT.
016630     EXIT.
016640*
016650 3065-COLLECT-ONE-LINE.
016660     READ HYGGE-MSG-FILE NEXT RECORD
016670         AT END
016680             SET HYGGE-MSG-EOF TO TRUE
016690     END-READ.
016700     IF HYGGE-MSG-EOF
016710         GO TO 3065-EXIT
016720     END-IF.
016730     IF HM-SCENE-KEY NOT = HYGGE-WANTED-SCENE-KEY
016740        OR HYGGE-SCENE-COUNT NOT < HYGGE-SCENE-TABLE-MAX
016750         SET HYGGE-MSG-EOF TO TRUE
016760         GO TO 3065-EXIT
016770     END-IF.
016780     ADD 1 TO HYGGE-SCENE-COUNT.
016790     MOVE HM-SEQUENCE-NO
016800         TO HSE-SEQUENCE-NO (HYGGE-SCENE-COUNT).
016810     MOVE HM-DELAY-HINT
016820         TO HSE-DELAY-HINT (HYGGE-SCENE-COUNT).
016830     MOVE HM-MESSAGE-TEXT
016840         TO HSE-MESSAGE-TEXT (HYGGE-SCENE-COUNT).
016850 3065-EXIT.
016860     EXIT.
016870*
016880***************************************************************
016890* 3070-SORT-SCENE                                              *
016900*   Boblesortering af scenen efter sekvensnummer; scener er    *
016910*   små, så det er rigeligt.                                   *
016920***************************************************************
016930 3070-SORT-SCENE.
016940     IF HYGGE-SCENE-COUNT < 2
016950         GO TO 3070-EXIT
016960     END-IF.
016970     MOVE "Y" TO HYGGE-SORT-SWAPPED-SW.
016980     PERFORM 3072-ONE-SORT-PASS THRU 3072-EXIT
016990         UNTIL NOT HYGGE-SORT-SWAPPED.
017000 3070-EXIT.
017010     EXIT.
017020*
017030 3072-ONE-SORT-PASS.
017040     MOVE "N" TO HYGGE-SORT-SWAPPED-SW.
017050     PERFORM 3074-COMPARE-ONE-PAIR THRU 3074-EXIT
017060         VARYING HYGGE-SORT-I FROM 1 BY 1
017070         UNTIL HYGGE-SORT-I >= HYGGE-SCENE-COUNT.
017080 3072-EXIT.
017090     EXIT.
017100*
017110 3074-COMPARE-ONE-PAIR.
017120     COMPUTE HYGGE-SORT-J = HYGGE-SORT-I + 1.
017130     IF HSE-SEQUENCE-NO (HYGGE-SORT-I)
017140        > HSE-SEQUENCE-NO (HYGGE-SORT-J)
017150         MOVE HSE-ENTRY (HYGGE-SORT-I) TO HYGGE-SWAP-ENTRY
017160         MOVE HSE-ENTRY (HYGGE-SORT-J)
017170             TO HSE-ENTRY (HYGGE-SORT-I)
017180         MOVE HYGGE-SWAP-ENTRY TO HSE-ENTRY (HYGGE-SORT-J)
017190         SET HYGGE-SORT-SWAPPED TO TRUE
017200     END-IF.
017210 3074-EXIT.
017220     EXIT.
017230*
017240***************************************************************
017250* 3080-EMIT-ONE-SCENE-LINE                                     *
017260*   Udvider tokens i scenens linje og viser den.  Den          *
017270*   udvidede tekst lægges tilbage i scenetabellen, så          *
017280*   3200-WRITE-RELAY-OUTPUT skriver det færdige resultat.      *
017290***************************************************************
017300 3080-EMIT-ONE-SCENE-LINE.
017310     MOVE HSE-MESSAGE-TEXT (HSE-IDX) TO SELECTED-MESSAGE-TEXT.
017320     PERFORM 3500-EXPAND-TOKENS THRU 3500-EXIT.
017330     MOVE SELECTED-MESSAGE-TEXT TO HSE-MESSAGE-TEXT (HSE-IDX).
017340     DISPLAY SELECTED-MESSAGE-TEXT.
017350 3080-EXIT.
017360     EXIT.
017370*
017380***************************************************************
017390* 3500-EXPAND-TOKENS                                           *
017400*   Udskifter %NICK%, %CHANNEL% og %COUNT% i den valgte        *
017410*   linje.  %NICK% er en tilfældig beboer fra HYGGE-RST-FILE;  *
017420*   er der ingen på listen for kanalen, bruges "folk".         *
017430***************************************************************
017440 3500-EXPAND-TOKENS.
017450     MOVE ZERO TO HYGGE-TOKEN-HIT-COUNT.
017460     INSPECT SELECTED-MESSAGE-TEXT
017470         TALLYING HYGGE-TOKEN-HIT-COUNT FOR ALL "%NICK%".
017480     IF HYGGE-TOKEN-HIT-COUNT > ZERO
017490         IF NOT HYGGE-NICK-PICKED
017500             PERFORM 3520-LOAD-ROSTER THRU 3520-EXIT
017510             PERFORM 3530-PICK-RANDOM-NICK THRU 3530-EXIT
017520             MOVE HYGGE-TOKEN-VALUE TO HYGGE-PICKED-NICK
017530             SET HYGGE-NICK-PICKED TO TRUE
017540         ELSE
017550             MOVE HYGGE-PICKED-NICK TO HYGGE-TOKEN-VALUE
017560         END-IF
017570         MOVE "%NICK%" TO HYGGE-TOKEN-LITERAL
017580         MOVE 6 TO HYGGE-TOKEN-LITERAL-LEN
017590         PERFORM 3510-EXPAND-ONE-TOKEN THRU 3510-EXIT
017600     END-IF.
017610     MOVE LK-CHANNEL-NAME TO HYGGE-TOKEN-VALUE.
017620     MOVE "%CHANNEL%" TO HYGGE-TOKEN-LITERAL.
017630     MOVE 9 TO HYGGE-TOKEN-LITERAL-LEN.
017640     PERFORM 3510-EXPAND-ONE-TOKEN THRU 3510-EXIT.
017650     PERFORM 3540-SET-COUNT-VALUE THRU 3540-EXIT.
017660     MOVE "%COUNT%" TO HYGGE-TOKEN-LITERAL.
017670     MOVE 7 TO HYGGE-TOKEN-LITERAL-LEN.
017680     PERFORM 3510-EXPAND-ONE-TOKEN THRU 3510-EXIT.
017690 3500-EXIT.
017700     EXIT.
017710*
017720***************************************************************
017730* 3510-EXPAND-ONE-TOKEN                                        *
017740*   Udskifter alle forekomster af HYGGE-TOKEN-LITERAL med      *
017750*   HYGGE-TOKEN-VALUE, én ad gangen.  Passagetælleren sætter   *
017760*   et loft, så en værdi, der selv indeholder sit token,       *
017770*   ikke kan løbe løbsk.                                       *
017780***************************************************************
017790 3510-EXPAND-ONE-TOKEN.
017800     PERFORM 3515-TRIM-TOKEN-VALUE THRU 3515-EXIT.
017810     MOVE ZERO TO HYGGE-EXPAND-PASSES.
017820     MOVE "Y" TO HYGGE-TOKEN-FOUND-SW.
017830     PERFORM 3512-REPLACE-ONE-HIT THRU 3512-EXIT
017840         UNTIL NOT HYGGE-TOKEN-FOUND
017850            OR HYGGE-EXPAND-PASSES > 10.
017860 3510-EXIT.
017870     EXIT.
017880*
017890***************************************************************
017900* 3512-REPLACE-ONE-HIT                                         *
017910*   Udskifter netop én forekomst pr. pas: UNSTRING med ét      *
017920*   modtagefelt og WITH POINTER, så flere ens tokens på samme  *
017930*   linje ikke sluges i ét hug.  Resten af linjen tages urørt  *
017940*   fra pointeren.  Token fundet, netop når pointeren står     *
017950*   længere fremme end skilletegnsfri tekst alene forklarer.   *
017960***************************************************************
017970 3512-REPLACE-ONE-HIT.
017980     ADD 1 TO HYGGE-EXPAND-PASSES.
017990     MOVE "N" TO HYGGE-TOKEN-FOUND-SW.
018000     MOVE ZERO TO HYGGE-EXP-PART1-LEN.
018010     MOVE SPACES TO HYGGE-EXP-PART1.
018020     MOVE SPACES TO HYGGE-EXP-PART2.
018030     MOVE 1 TO HYGGE-UNSTRING-POINTER.
018040     UNSTRING SELECTED-MESSAGE-TEXT
018050         DELIMITED BY
018060             HYGGE-TOKEN-LITERAL (1:HYGGE-TOKEN-LITERAL-LEN)
018070         INTO HYGGE-EXP-PART1 COUNT IN HYGGE-EXP-PART1-LEN
018080         WITH POINTER HYGGE-UNSTRING-POINTER
018090     END-UNSTRING.
018100     IF HYGGE-UNSTRING-POINTER > HYGGE-EXP-PART1-LEN + 1
018110         SET HYGGE-TOKEN-FOUND TO TRUE
018120         IF HYGGE-UNSTRING-POINTER NOT > 80
018130             MOVE SELECTED-MESSAGE-TEXT
018140                 (HYGGE-UNSTRING-POINTER:)
018150                 TO HYGGE-EXP-PART2
018160         END-IF
018170         MOVE SPACES TO HYGGE-EXP-RESULT
018180         IF HYGGE-EXP-PART1-LEN > ZERO
018190             STRING HYGGE-EXP-PART1 (1:HYGGE-EXP-PART1-LEN)
018200                 HYGGE-TOKEN-VALUE (1:HYGGE-TOKEN-VALUE-LEN)
018210                 HYGGE-EXP-PART2
018220                 DELIMITED BY SIZE
018230                 INTO HYGGE-EXP-RESULT
018240             END-STRING
018250         ELSE
018260             STRING HYGGE-TOKEN-VALUE (1:HYGGE-TOKEN-VALUE-LEN)
018270                 HYGGE-EXP-PART2
018280                 DELIMITED BY SIZE
018290                 INTO HYGGE-EXP-RESULT
018300             END-STRING
018310         END-IF
018320         MOVE HYGGE-EXP-RESULT TO SELECTED-MESSAGE-TEXT
018330     END-IF.
018340 3512-EXIT.
018350     EXIT.
018360*
018370***************************************************************
018380* 3515-TRIM-TOKEN-VALUE                                        *
018390*   Finder længden af HYGGE-TOKEN-VALUE uden bagvedhængende    *
018400*   blanke.  Værdien er aldrig helt blank.                     *
018410***************************************************************
018420 3515-TRIM-TOKEN-VALUE.
018430     MOVE 20 TO HYGGE-TOKEN-VALUE-LEN.
018440     PERFORM 3517-SHRINK-VALUE-LEN THRU 3517-EXIT
018450         UNTIL HYGGE-TOKEN-VALUE-LEN = 1
018460            OR HYGGE-TOKEN-VALUE (HYGGE-TOKEN-VALUE-LEN:1)
018470               NOT = SPACE.
018480 3515-EXIT.
018490     EXIT.
018500*
018510 3517-SHRINK-VALUE-LEN.
018520     SUBTRACT 1 FROM HYGGE-TOKEN-VALUE-LEN.
018530 3517-EXIT.
018540     EXIT.
018550*
018560***************************************************************
018570* 3520-LOAD-ROSTER                                             *
018580*   Læser kanalens beboere fra HYGGE-RST-FILE ind i en tabel   *
018590*   og sier dem fra, der har meldt sig ud af %NICK% via        *
018600*   HYGGE-OPT-FILE ("!hyggeme off" i HYGGECMD).                *
018610***************************************************************
018620 3520-LOAD-ROSTER.
018630     MOVE ZERO TO HYGGE-ROSTER-COUNT.
018640     MOVE "N" TO HYGGE-RST-EOF-SW.
018650     OPEN INPUT HYGGE-RST-FILE.
018660     IF HYGGE-RST-STATUS-OK
018670         PERFORM 3525-READ-ONE-ROSTER THRU 3525-EXIT
018680             UNTIL HYGGE-RST-EOF
018690         CLOSE HYGGE-RST-FILE
018700     END-IF.
018710     PERFORM 3527-FILTER-OPTED-OUT THRU 3527-EXIT.
018720 3520-EXIT.
018730     EXIT.
018740*
018750 3525-READ-ONE-ROSTER.
018760     READ HYGGE-RST-FILE
018770         AT END
018780             SET HYGGE-RST-EOF TO TRUE
018790     END-READ.
018800     IF NOT HYGGE-RST-EOF
018810        AND HR-CHANNEL-NAME = LK-CHANNEL-NAME
018820        AND HYGGE-ROSTER-COUNT < HYGGE-ROSTER-TABLE-MAX
018830         ADD 1 TO HYGGE-ROSTER-COUNT
018840         MOVE HR-NICK TO HRT-NICK (HYGGE-ROSTER-COUNT)
018850     END-IF.
018860 3525-EXIT.
018870     EXIT.
018880*
018890***************************************************************
018900* 3527-FILTER-OPTED-OUT                                        *
018910*   Slår hver beboer op i HYGGE-OPT-FILE med ét indekseret     *
018920*   opslag og beholder kun dem, der ikke har meldt sig ud.     *
018930*   Mangler filen, er ingen meldt ud.  Er alle i kanalen       *
018940*   meldt ud, falder 3530 tilbage til "folk" som sædvanlig.    *
018950***************************************************************
018960 3527-FILTER-OPTED-OUT.
018970     IF HYGGE-ROSTER-COUNT = ZERO
018980         GO TO 3527-EXIT
018990     END-IF.
019000     OPEN INPUT HYGGE-OPT-FILE.
019010     IF NOT HYGGE-OPT-STATUS-OK
019020         GO TO 3527-EXIT
019030     END-IF.
019040     MOVE ZERO TO HYGGE-ROSTER-KEPT-COUNT.
019050     PERFORM 3528-CHECK-ONE-OPT-OUT THRU 3528-EXIT
019060         VARYING HYGGE-ROSTER-SCAN FROM 1 BY 1
019070         UNTIL HYGGE-ROSTER-SCAN > HYGGE-ROSTER-COUNT.
019080     MOVE HYGGE-ROSTER-KEPT-COUNT TO HYGGE-ROSTER-COUNT.
019090     CLOSE HYGGE-OPT-FILE.
019100 3527-EXIT.
019110     EXIT.
019120*
019130 3528-CHECK-ONE-OPT-OUT.
019140     MOVE HRT-NICK (HYGGE-ROSTER-SCAN) TO HP-NICK.
019150     READ HYGGE-OPT-FILE
019160         INVALID KEY
019170             ADD 1 TO HYGGE-ROSTER-KEPT-COUNT
019180             MOVE HRT-NICK (HYGGE-ROSTER-SCAN)
019190                 TO HRT-NICK (HYGGE-ROSTER-KEPT-COUNT)
019200         NOT INVALID KEY
019210             CONTINUE
019220     END-READ.
019230 3528-EXIT.
019240     EXIT.
019250*
019260***************************************************************
019270* 3530-PICK-RANDOM-NICK                                        *
019280*   Trækker en tilfældig beboer fra tabellen.  RANDOM er       *
019290*   allerede seedet i 2000-COMPUTE-RANDOM-RESULT.              *
019300***************************************************************
019310 3530-PICK-RANDOM-NICK.
019320     IF HYGGE-ROSTER-COUNT = ZERO
019330         MOVE HYGGE-NICK-FALLBACK TO HYGGE-TOKEN-VALUE
019340     ELSE
019350         COMPUTE HYGGE-ROSTER-PICK =
019360             FUNCTION RANDOM * HYGGE-ROSTER-COUNT + 1
019370         IF HYGGE-ROSTER-PICK > HYGGE-ROSTER-COUNT
019380             MOVE HYGGE-ROSTER-COUNT TO HYGGE-ROSTER-PICK
019390         END-IF
019400         MOVE HRT-NICK (HYGGE-ROSTER-PICK) TO HYGGE-TOKEN-VALUE
019410     END-IF.
019420 3530-EXIT.
019430     EXIT.
019440*
019450***************************************************************
019460* 3540-SET-COUNT-VALUE                                         *
019470*   Redigerer LK-OCCUPANT-COUNT uden foranstillede nuller og   *
019480*   blanke, klar til indsætning for %COUNT%.                   *
019490***************************************************************
019500 3540-SET-COUNT-VALUE.
019510     MOVE LK-OCCUPANT-COUNT TO HYGGE-COUNT-DISPLAY.
019520     MOVE 1 TO HYGGE-COUNT-START.
019530     PERFORM 3545-SKIP-ONE-BLANK THRU 3545-EXIT
019540         UNTIL HYGGE-COUNT-START = 4
019550            OR HYGGE-COUNT-DISPLAY (HYGGE-COUNT-START:1)
019560               NOT = SPACE.
019570     MOVE SPACES TO HYGGE-TOKEN-VALUE.
019580     MOVE HYGGE-COUNT-DISPLAY (HYGGE-COUNT-START:)
019590         TO HYGGE-TOKEN-VALUE.
019600 3540-EXIT.
019610     EXIT.
019620*
019630 3545-SKIP-ONE-BLANK.
019640     ADD 1 TO HYGGE-COUNT-START.
019650 3545-EXIT.
019660     EXIT.
019670*
019680***************************************************************
019690* 3200-WRITE-RELAY-OUTPUT                                      *
019700*   Skriver hele scenen til HYGGE-OUT-FILE i sekvensorden, én  *
019710*   række pr. linje med dens forsinkelses-hint, så relayet     *
019720*   kan poste linjerne med en kunstpause imellem.              *
019730*   Filen åbnes EXTEND, fordi HYGGEDRV nu kalder os én gang     *
019740*   pr. kanal og selv tømmer filen ved kørselsstart.           *
019750***************************************************************
019760 3200-WRITE-RELAY-OUTPUT.
019770     IF HYGGE-SCENE-COUNT = ZERO
019780         GO TO 3200-EXIT
019790     END-IF.
019800     OPEN EXTEND HYGGE-OUT-FILE.
019810     IF HYGGE-OUT-NOT-FOUND
019820         OPEN OUTPUT HYGGE-OUT-FILE
019830     END-IF.
019840     IF HYGGE-OUT-STATUS-OK
019850         PERFORM 3250-WRITE-ONE-RELAY-LINE THRU 3250-EXIT
019860             VARYING HSE-IDX FROM 1 BY 1
019870             UNTIL HSE-IDX > HYGGE-SCENE-COUNT
019880     END-IF.
019890     CLOSE HYGGE-OUT-FILE.
019900 3200-EXIT.
019910     EXIT.
019920*
019930 3250-WRITE-ONE-RELAY-LINE.
019940     MOVE SPACES                    TO HYGGE-OUT-RECORD.
019950     MOVE LK-CHANNEL-NAME           TO HO-CHANNEL-NAME.
019960     MOVE LK-EVENT-ID               TO HO-EVENT-ID.
019970     MOVE HSE-SEQUENCE-NO (HSE-IDX) TO HO-SEQUENCE-NO.
019980     MOVE HSE-DELAY-HINT (HSE-IDX)  TO HO-DELAY-HINT.
019990     MOVE HSE-MESSAGE-TEXT (HSE-IDX) TO HO-MESSAGE-TEXT.
020000     WRITE HYGGE-OUT-RECORD.
020010 3250-EXIT.
020020     EXIT.
020030*
020040***************************************************************
020050* 4000-WRITE-LOG-RECORD                                        *
020060*   Skriver en logrække, så vi kan se hvor tit HYGGE hygger.   *
020070*   Sprunget over eller undertrykt får sin årsag med.          *
020080***************************************************************
020090 4000-WRITE-LOG-RECORD.
020100     MOVE SPACES             TO HYGGE-LOG-RECORD.
020110     MOVE SEED-CCYY          TO HL-LOG-CCYY.
020120     MOVE SEED-MM            TO HL-LOG-MM.
020130     MOVE SEED-DD            TO HL-LOG-DD.
020140     MOVE HOURS              TO HL-HOURS.
020150     MOVE MINUTES            TO HL-MINUTES.
020160     MOVE SECONDS            TO HL-SECONDS.
020170     MOVE MS                 TO HL-MS.
020180     MOVE LK-CHANNEL-NAME    TO HL-CHANNEL-NAME.
020190     MOVE LK-EVENT-ID        TO HL-EVENT-ID.
020200     EVALUATE TRUE
020210         WHEN HYGGE-EVENT-ALREADY-SEEN
020220             SET HL-WAS-SKIPPED TO TRUE
020230             SET HL-REASON-SEEN TO TRUE
020240         WHEN HYGGE-RUN-SUPPRESSED
020250             SET HL-WAS-SUPPRESSED TO TRUE
020260             MOVE HYGGE-RUN-REASON TO HL-REASON-CODE
020270         WHEN SELECTED-MESSAGE-TEXT = SPACES
020280             SET HL-WAS-SKIPPED TO TRUE
020290             SET HL-REASON-NO-SCENE TO TRUE
020300         WHEN OTHER
020310             SET HL-WAS-FIRED TO TRUE
020320             MOVE RANDOM-RESULT      TO HL-RANDOM-RESULT
020330             MOVE SELECTED-MESSAGE-TEXT TO HL-MESSAGE-TEXT
020340             IF NOT HYGGE-BIRTHDAY-DUE
020350                 MOVE HYGGE-RUN-REASON TO HL-REASON-CODE
020360             END-IF
020370     END-EVALUATE.
020380     OPEN EXTEND HYGGE-LOG-FILE.
020390     IF HYGGE-LOG-NOT-FOUND
020400         OPEN OUTPUT HYGGE-LOG-FILE
020410     END-IF.
020420     WRITE HYGGE-LOG-RECORD.
020430*    FD-området er udefineret efter CLOSE - test flaget før.
020440     IF HL-WAS-FIRED
020450         PERFORM 4100-UPDATE-FIRE-COUNTERS THRU 4100-EXIT
020460         PERFORM 4200-RECORD-SCENE-HISTORY THRU 4200-EXIT
020470         PERFORM 4300-RECORD-SERVED-AUDIENCE THRU 4300-EXIT
020480     END-IF.
020490     CLOSE HYGGE-LOG-FILE.
020500 4000-EXIT.
020510     EXIT.
020520*
020530***************************************************************
020540* 4100-UPDATE-FIRE-COUNTERS                                    *
020550*   Lægger den netop loggede fyring til kanalens tællerrække   *
020560*   for i dag i HYGGE-DCT-FILE (dagstal plus timens spand),    *
020570*   så 2330-READ-FIRE-COUNTERS kan nøjes med ét opslag.        *
020580*   Første fyring på en frisk fil opretter filen selv.         *
020590***************************************************************
020600 4100-UPDATE-FIRE-COUNTERS.
020610     OPEN I-O HYGGE-DCT-FILE.
020620     IF HYGGE-DCT-NOT-FOUND
020630         OPEN OUTPUT HYGGE-DCT-FILE
020640         IF HYGGE-DCT-STATUS-OK
020650             PERFORM 4150-INIT-COUNTER-RECORD THRU 4150-EXIT
020660             WRITE HYGGE-DCT-RECORD
020670                 INVALID KEY
020680                     CONTINUE
020690             END-WRITE
020700             CLOSE HYGGE-DCT-FILE
020710         END-IF
020720         GO TO 4100-EXIT
020730     END-IF.
020740     IF NOT HYGGE-DCT-STATUS-OK
020750         GO TO 4100-EXIT
020760     END-IF.
020770     MOVE LK-CHANNEL-NAME TO HD-CHANNEL-NAME.
020780     MOVE SEED-DATE-NUM   TO HD-FIRE-DATE.
020790     READ HYGGE-DCT-FILE
020800         INVALID KEY
020810             PERFORM 4150-INIT-COUNTER-RECORD THRU 4150-EXIT
020820             WRITE HYGGE-DCT-RECORD
020830                 INVALID KEY
020840                     CONTINUE
020850             END-WRITE
020860         NOT INVALID KEY
020870             ADD 1 TO HD-DAY-COUNT
020880             COMPUTE HYGGE-HOUR-SUB = HOURS + 1
020890             ADD 1 TO HD-HOUR-COUNT (HYGGE-HOUR-SUB)
020900             REWRITE HYGGE-DCT-RECORD
020910                 INVALID KEY
020920                     CONTINUE
020930             END-REWRITE
020940     END-READ.
020950     CLOSE HYGGE-DCT-FILE.
020960 4100-EXIT.
020970     EXIT.
020980*
020990 4150-INIT-COUNTER-RECORD.
021000     INITIALIZE HYGGE-DCT-RECORD.
021010     MOVE LK-CHANNEL-NAME TO HD-CHANNEL-NAME.
021020     MOVE SEED-DATE-NUM   TO HD-FIRE-DATE.
021030     MOVE 1 TO HD-DAY-COUNT.
021040     COMPUTE HYGGE-HOUR-SUB = HOURS + 1.
021050     MOVE 1 TO HD-HOUR-COUNT (HYGGE-HOUR-SUB).
021060 4150-EXIT.
021070     EXIT.
021080*
021090***************************************************************
021100* 4200-RECORD-SCENE-HISTORY                                    *
021110*   Stempler den netop fyrede scene med dagens dato i          *
021120*   HYGGE-SHS-FILE for kanalen, så gentagelsesvagten spærrer   *
021130*   den de næste dage.  Første fyring opretter filen selv.     *
021140***************************************************************
021150 4200-RECORD-SCENE-HISTORY.
021160     IF HYGGE-SCENE-COUNT = ZERO
021170         GO TO 4200-EXIT
021180     END-IF.
021190     OPEN I-O HYGGE-SHS-FILE.
021200     IF HYGGE-SHS-NOT-FOUND
021210         OPEN OUTPUT HYGGE-SHS-FILE
021220     END-IF.
021230     IF NOT HYGGE-SHS-STATUS-OK
021240         GO TO 4200-EXIT
021250     END-IF.
021260     MOVE LK-CHANNEL-NAME           TO HSH-CHANNEL-NAME.
021270     MOVE HYGGE-EFFECTIVE-LANG-CODE TO HSH-LANG-CODE.
021280     MOVE RANDOM-RESULT             TO HSH-RANDOM-RESULT.
021290     MOVE HYGGE-SCENE-SEASON-CODE   TO HSH-SEASON-CODE.
021300     MOVE HYGGE-SCENE-CHANNEL-NAME  TO HSH-SCENE-CHANNEL.
021310     READ HYGGE-SHS-FILE
021320         INVALID KEY
021330             MOVE SEED-DATE-NUM TO HSH-POST-DATE
021340             WRITE HYGGE-SHS-RECORD
021350                 INVALID KEY
021360                     CONTINUE
021370             END-WRITE
021380         NOT INVALID KEY
021390             MOVE SEED-DATE-NUM TO HSH-POST-DATE
021400             REWRITE HYGGE-SHS-RECORD
021410                 INVALID KEY
021420                     CONTINUE
021430             END-REWRITE
021440     END-READ.
021450     CLOSE HYGGE-SHS-FILE.
021460 4200-EXIT.
021470     EXIT.
021480*
021490***************************************************************
021500* 4300-RECORD-SERVED-AUDIENCE                                  *
021510*   Noterer den netop fyrede scene i HYGGE-SRV-FILE for hver   *
021520*   beboer i kanalen, så ekkovagten i de næste kanaler af      *
021530*   samme køre kan se, hvem der allerede har fået den.         *
021540*   HYGGEDRV tømmer registret ved hver frisk kørsel.           *
021550***************************************************************
021560 4300-RECORD-SERVED-AUDIENCE.
021570     IF HYGGE-ECHO-SHARE = ZERO
021580        OR HYGGE-SCENE-COUNT = ZERO
021590         GO TO 4300-EXIT
021600     END-IF.
021610     PERFORM 2510-LOAD-AUDIENCE THRU 2510-EXIT.
021620     IF HYGGE-AUDIENCE-COUNT = ZERO
021630         GO TO 4300-EXIT
021640     END-IF.
021650     OPEN EXTEND HYGGE-SRV-FILE.
021660     IF HYGGE-SRV-NOT-FOUND
021670         OPEN OUTPUT HYGGE-SRV-FILE
021680     END-IF.
021690     IF NOT HYGGE-SRV-STATUS-OK
021700         GO TO 4300-EXIT
021710     END-IF.
021720     PERFORM 4310-WRITE-ONE-SERVED THRU 4310-EXIT
021730         VARYING HYGGE-AUDIENCE-SCAN FROM 1 BY 1
021740         UNTIL HYGGE-AUDIENCE-SCAN > HYGGE-AUDIENCE-COUNT.
021750     CLOSE HYGGE-SRV-FILE.
021760 4300-EXIT.
021770     EXIT.
021780*
021790 4310-WRITE-ONE-SERVED.
021800     MOVE SPACES                    TO HYGGE-SRV-RECORD.
021810     MOVE LK-EVENT-ID               TO HSV-EVENT-ID.
021820     MOVE LK-CHANNEL-NAME           TO HSV-CHANNEL-NAME.
021830     MOVE HYGGE-EFFECTIVE-LANG-CODE TO HSV-LANG-CODE.
021840     MOVE RANDOM-RESULT             TO HSV-RANDOM-RESULT.
021850     MOVE HYGGE-SCENE-SEASON-CODE   TO HSV-SEASON-CODE.
021860     MOVE HYGGE-SCENE-CHANNEL-NAME  TO HSV-SCENE-CHANNEL.
021870     MOVE HEA-NICK (HYGGE-AUDIENCE-SCAN) TO HSV-NICK.
021880     WRITE HYGGE-SRV-RECORD.
021890 4310-EXIT.
021900     EXIT.
