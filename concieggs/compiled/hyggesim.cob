000340*                  NOTHING.  EVERY DRAW 0-9 IN PLAY IS SHOWN   *
000350*                  PER CHANNEL, SO A SEASONAL CATALOG CAN BE   *
000360*                  PROOFED THE AFTERNOON BEFORE IT GOES LIVE.  *
000370* 2026-10-15  KN   SHOWS WHICH DRAWS HYGGE'S REPEAT GUARD      *
000380*                  WOULD BLOCK TOMORROW: EACH SCENE'S KEY IS   *
000390*                  LOOKED UP IN THE HYGGE-SHS-FILE SCENE       *
000400*                  HISTORY (READ ONLY) AGAINST THE REPEAT      *
000410*                  DAYS IN HYGGE-GRD-FILE.                     *
000420* 2026-10-15  KN   FOLLOWS HYGGE-MSG-FILE'S MOVE TO A KEYED    *
000430*                  (INDEXED) FILE: EACH REHEARSED SCENE IS     *
000440*                  READ BY A START ON ITS SCENE KEY AND READ   *
000450*                  NEXT, SO THE 200-SLOT MESSAGE TABLE AND ITS *
000460*                  LOAD ARE GONE.                              *
000470* 2026-10-15  KN   LISTS TOMORROW'S BIRTHDAY GREETINGS: EACH   *
000480*                  ROSTER NICK IS LOOKED UP IN THE             *
000490*                  HYGGE-BDY-FILE REGISTER (READ ONLY), AND    *
000500*                  EVERY CHANNEL SHOWS THE "BDY" SCENE FOR     *
000510*                  EACH NICK ON ITS ROSTER WHOSE DAY IT IS     *
000520*                  TOMORROW (29/02 ON 28/02 IN OTHER YEARS),   *
000530*                  OPT-OUTS LEFT OUT, AS HYGGE WOULD POST IT.  *
000540***************************************************************
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT HYGGE-CHANNEL-FILE ASSIGN TO "HYGGECHN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS HYGGE-CHANNEL-STATUS.
000610     SELECT HYGGE-MSG-FILE ASSIGN TO "HYGGEMSG"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS HM-MSG-KEY
000650         FILE STATUS IS HYGGE-MSG-STATUS.
000660     SELECT HYGGE-CFG-FILE ASSIGN TO "HYGGECFG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS HYGGE-CFG-STATUS.
000690     SELECT HYGGE-SCH-FILE ASSIGN TO "HYGGESCH"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS HYGGE-SCH-STATUS.
000720     SELECT HYGGE-RST-FILE ASSIGN TO "HYGGERST"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS HYGGE-RST-STATUS.
000750     SELECT HYGGE-CAL-FILE ASSIGN TO "HYGGECAL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS HYGGE-CAL-STATUS.
000780     SELECT HYGGE-OPT-FILE ASSIGN TO "HYGGEOPT"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS HP-NICK
000820         FILE STATUS IS HYGGE-OPT-STATUS.
000830     SELECT HYGGE-SHS-FILE ASSIGN TO "HYGGESHS"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS HSH-HISTORY-KEY
000870         FILE STATUS IS HYGGE-SHS-STATUS.
000880     SELECT HYGGE-GRD-FILE ASSIGN TO "HYGGEGRD"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS HYGGE-GRD-STATUS.
000910     SELECT HYGGE-BDY-FILE ASSIGN TO "HYGGEBDY"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS HB-NICK
000950         FILE STATUS IS HYGGE-BDY-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  HYGGE-CHANNEL-FILE
000990     RECORDING MODE IS F.
001000 COPY HYGCHNR.
001010 FD  HYGGE-MSG-FILE.
001020 COPY HYGMSGR.
001030 FD  HYGGE-CFG-FILE
001040     RECORDING MODE IS F.
001050 COPY HYGCFGR.
001060 FD  HYGGE-SCH-FILE
001070     RECORDING MODE IS F.
001080 COPY HYGSCHR.
001090 FD  HYGGE-RST-FILE
001100     RECORDING MODE IS F.
001110 COPY HYGRSTR.
001120 FD  HYGGE-CAL-FILE
001130     RECORDING MODE IS F.
001140 COPY HYGCALR.
001150 FD  HYGGE-OPT-FILE.
001160 COPY HYGOPTR.
001170 FD  HYGGE-SHS-FILE.
001180 COPY HYGSHSR.
001190 FD  HYGGE-GRD-FILE
001200     RECORDING MODE IS F.
001210 COPY HYGGRDR.
001220 FD  HYGGE-BDY-FILE.
001230 COPY HYGBDYR.
001240 WORKING-STORAGE SECTION.
001250 01  HYGGESIM-SWITCHES.
001260     05  SIM-CHANNEL-EOF-SW       PIC X(01) VALUE "N".
001270         88  SIM-CHANNEL-EOF                VALUE "Y".
001280     05  SIM-MSG-EOF-SW           PIC X(01) VALUE "N".
001290         88  SIM-MSG-EOF                    VALUE "Y".
001300     05  SIM-MSG-OPEN-SW          PIC X(01) VALUE "N".
001310         88  SIM-MSG-OPEN                   VALUE "Y".
001320     05  SIM-CFG-EOF-SW           PIC X(01) VALUE "N".
001330         88  SIM-CFG-EOF                    VALUE "Y".
001340     05  SIM-SCH-EOF-SW           PIC X(01) VALUE "N".
001350         88  SIM-SCH-EOF                    VALUE "Y".
001360     05  SIM-RST-EOF-SW           PIC X(01) VALUE "N".
001370         88  SIM-RST-EOF                    VALUE "Y".
001380     05  SIM-CAL-EOF-SW           PIC X(01) VALUE "N".
001390         88  SIM-CAL-EOF                    VALUE "Y".
001400     05  SIM-SCH-ROW-FOUND-SW     PIC X(01) VALUE "N".
001410         88  SIM-SCH-ROW-FOUND              VALUE "Y".
001420     05  SIM-CAL-CHAN-HIT-SW      PIC X(01) VALUE "N".
001430         88  SIM-CAL-CHAN-HIT               VALUE "Y".
001440     05  SIM-CAL-GLOB-HIT-SW      PIC X(01) VALUE "N".
001450         88  SIM-CAL-GLOB-HIT               VALUE "Y".
001460     05  SIM-NICK-PICKED-SW       PIC X(01) VALUE "N".
001470         88  SIM-NICK-PICKED                VALUE "Y".
001480     05  SIM-SORT-SWAPPED-SW      PIC X(01) VALUE "N".
001490         88  SIM-SORT-SWAPPED               VALUE "Y".
001500     05  SIM-TOKEN-FOUND-SW       PIC X(01) VALUE "N".
001510         88  SIM-TOKEN-FOUND                VALUE "Y".
001520     05  SIM-SHS-OPEN-SW          PIC X(01) VALUE "N".
001530         88  SIM-SHS-OPEN                   VALUE "Y".
001540     05  SIM-SCENE-BLOCKED-SW     PIC X(01) VALUE "N".
001550         88  SIM-SCENE-BLOCKED              VALUE "Y".
001560     05  SIM-BIRTHDAY-SCENE-SW    PIC X(01) VALUE "N".
001570         88  SIM-BIRTHDAY-SCENE             VALUE "Y".
001580     05  SIM-LEAP-STANDIN-SW      PIC X(01) VALUE "N".
001590         88  SIM-LEAP-DAY-STANDIN           VALUE "Y".
001600 01  HYGGE-CHANNEL-STATUS         PIC X(02) VALUE SPACES.
001610     88  HYGGE-CHANNEL-STATUS-OK            VALUE "00".
001620     88  HYGGE-CHANNEL-NOT-FOUND            VALUE "35".
001630 01  HYGGE-MSG-STATUS             PIC X(02) VALUE SPACES.
001640     88  HYGGE-MSG-STATUS-OK                VALUE "00".
001650     88  HYGGE-MSG-NOT-FOUND                VALUE "35".
001660 01  HYGGE-CFG-STATUS             PIC X(02) VALUE SPACES.
001670     88  HYGGE-CFG-STATUS-OK                VALUE "00".
001680     88  HYGGE-CFG-NOT-FOUND                VALUE "35".
001690 01  HYGGE-SCH-STATUS             PIC X(02) VALUE SPACES.
001700     88  HYGGE-SCH-STATUS-OK                VALUE "00".
001710     88  HYGGE-SCH-NOT-FOUND                VALUE "35".
001720 01  HYGGE-RST-STATUS             PIC X(02) VALUE SPACES.
001730     88  HYGGE-RST-STATUS-OK                VALUE "00".
001740     88  HYGGE-RST-NOT-FOUND                VALUE "35".
001750 01  HYGGE-CAL-STATUS             PIC X(02) VALUE SPACES.
001760     88  HYGGE-CAL-STATUS-OK                VALUE "00".
001770     88  HYGGE-CAL-NOT-FOUND                VALUE "35".
001780 01  HYGGE-OPT-STATUS             PIC X(02) VALUE SPACES.
001790     88  HYGGE-OPT-STATUS-OK                VALUE "00".
001800     88  HYGGE-OPT-NOT-FOUND                VALUE "35".
001810 01  HYGGE-SHS-STATUS             PIC X(02) VALUE SPACES.
001820     88  HYGGE-SHS-STATUS-OK                VALUE "00".
001830     88  HYGGE-SHS-NOT-FOUND                VALUE "35".
001840 01  HYGGE-GRD-STATUS             PIC X(02) VALUE SPACES.
001850     88  HYGGE-GRD-STATUS-OK                VALUE "00".
001860     88  HYGGE-GRD-NOT-FOUND                VALUE "35".
001870 01  HYGGE-BDY-STATUS             PIC X(02) VALUE SPACES.
001880     88  HYGGE-BDY-STATUS-OK                VALUE "00".
001890     88  HYGGE-BDY-NOT-FOUND                VALUE "35".
001900 01  SIM-TODAY-DATE               PIC 9(08) VALUE ZERO.
001910 01  SIM-TODAY-INT                PIC 9(08) VALUE ZERO.
001920 01  SIM-TOMORROW-DATE.
001930     05  SIM-TOM-CCYY             PIC 9(04).
001940     05  SIM-TOM-MM               PIC 99.
001950     05  SIM-TOM-DD               PIC 99.
001960 01  SIM-TOMORROW-NUM REDEFINES SIM-TOMORROW-DATE PIC 9(08).
001970 01  SIM-WEIGHT-ROWS              PIC 99    VALUE ZERO.
001980 01  SIM-WEIGHT-TABLE.
001990     05  SWT-WEIGHT OCCURS 10 TIMES
002000                                  PIC 999 VALUE ZERO.
002010 01  SIM-CAL-TABLE-MAX            PIC 9(02) VALUE 50.
002020 01  SIM-CAL-TABLE-COUNT          PIC 9(02) VALUE ZERO.
002030 01  SIM-CAL-TABLE.
002040     05  SCL-ENTRY OCCURS 50 TIMES INDEXED BY SCL-IDX.
002050         10  SCL-FROM-DATE        PIC 9(08).
002060         10  SCL-TO-DATE          PIC 9(08).
002070         10  SCL-SEASON-CODE      PIC X(03).
002080         10  SCL-CHANNEL-NAME     PIC X(20).
002090 01  SIM-SCH-TABLE-MAX            PIC 9(02) VALUE 50.
002100 01  SIM-SCH-TABLE-COUNT          PIC 9(02) VALUE ZERO.
002110 01  SIM-SCH-TABLE.
002120     05  SSC-ENTRY OCCURS 50 TIMES INDEXED BY SSC-IDX.
002130         10  SSC-CHANNEL-NAME     PIC X(20).
002140         10  SSC-START-HOUR       PIC 99.
002150         10  SSC-END-HOUR         PIC 99.
002160         10  SSC-MAX-PER-HOUR     PIC 9(03).
002170         10  SSC-MAX-PER-DAY      PIC 9(03).
002180 01  SIM-ROSTER-TABLE-MAX         PIC 9(03) VALUE 200.
002190 01  SIM-ROSTER-TABLE-COUNT       PIC 9(03) VALUE ZERO.
002200 01  SIM-ROSTER-TABLE.
002210     05  SRT-ENTRY OCCURS 200 TIMES INDEXED BY SRT-IDX.
002220         10  SRT-CHANNEL-NAME     PIC X(20).
002230         10  SRT-NICK             PIC X(20).
002240         10  SRT-OPTED-OUT-SW     PIC X(01).
002250             88  SRT-OPTED-OUT              VALUE "Y".
002260         10  SRT-BIRTHDAY-SW      PIC X(01).
002270             88  SRT-HAS-BIRTHDAY           VALUE "Y".
002280 01  SIM-SCENE-TABLE-MAX          PIC 99    VALUE 10.
002290 01  SIM-SCENE-COUNT              PIC 99    VALUE ZERO.
002300 01  SIM-SCENE-TABLE.
002310     05  SSE-ENTRY OCCURS 10 TIMES INDEXED BY SSE-IDX.
002320         10  SSE-SEQUENCE-NO      PIC 99.
002330         10  SSE-DELAY-HINT       PIC 9(03).
002340         10  SSE-MESSAGE-TEXT     PIC X(80).
002350 01  SIM-SWAP-ENTRY.
002360     05  SIM-SWAP-SEQUENCE-NO     PIC 99.
002370     05  SIM-SWAP-DELAY-HINT      PIC 9(03).
002380     05  SIM-SWAP-MESSAGE-TEXT    PIC X(80).
002390 01  SIM-SORT-I                   PIC 99    VALUE ZERO.
002400 01  SIM-SORT-J                   PIC 99    VALUE ZERO.
002410 01  SIM-CHANNEL-NAME             PIC X(20) VALUE SPACES.
002420 01  SIM-OCCUPANT-COUNT           PIC 9(04) VALUE ZERO.
002430 01  SIM-LANG-CODE                PIC X(02) VALUE SPACES.
002440 01  SIM-DEFAULT-LANG-CODE        PIC X(02) VALUE "DA".
002450 01  SIM-SEASON-CODE              PIC X(03) VALUE SPACES.
002460 01  SIM-WANTED-SEASON-CODE       PIC X(03) VALUE SPACES.
002470 01  SIM-WANTED-CHANNEL-NAME      PIC X(20) VALUE SPACES.
002480 01  SIM-WANTED-SCENE-KEY         PIC X(26) VALUE SPACES.
002490 01  SIM-GENERAL-POOL-NAME        PIC X(20) VALUE "*".
002500 01  SIM-ALL-SEASON-CODE          PIC X(03) VALUE "ALL".
002510 01  SIM-CAL-CHAN-CODE            PIC X(03) VALUE SPACES.
002520 01  SIM-CAL-GLOB-CODE            PIC X(03) VALUE SPACES.
002530*    99 og ikke 9: PERFORM VARYING skal kunne nå 10 for at
002540*    standse - en PIC 9 ville løbe rundt til nul for evigt.
002550 01  SIM-DRAW-RESULT              PIC 99    VALUE ZERO.
002560 01  SIM-RESULT-SUB               PIC 99    VALUE ZERO.
002570 01  SIM-PICKED-NICK              PIC X(20) VALUE SPACES.
002580 01  SIM-LINE-TEXT                PIC X(80) VALUE SPACES.
002590 01  SIM-TOKEN-LITERAL            PIC X(10) VALUE SPACES.
002600 01  SIM-TOKEN-LITERAL-LEN        PIC 99    VALUE ZERO.
002610 01  SIM-TOKEN-VALUE              PIC X(20) VALUE SPACES.
002620 01  SIM-TOKEN-VALUE-LEN          PIC 99    VALUE ZERO.
002630 01  SIM-TOKEN-HIT-COUNT          PIC 99    VALUE ZERO.
002640 01  SIM-EXPAND-PASSES            PIC 99    VALUE ZERO.
002650 01  SIM-UNSTRING-POINTER         PIC 99    VALUE ZERO.
002660 01  SIM-EXP-PART1                PIC X(80) VALUE SPACES.
002670 01  SIM-EXP-PART1-LEN            PIC 99    VALUE ZERO.
002680 01  SIM-EXP-PART2                PIC X(80) VALUE SPACES.
002690 01  SIM-EXP-RESULT               PIC X(80) VALUE SPACES.
002700 01  SIM-COUNT-DISPLAY            PIC Z(03)9.
002710 01  SIM-COUNT-START              PIC 9     VALUE ZERO.
002720 01  SIM-NICK-FALLBACK            PIC X(20) VALUE "folk".
002730 01  SIM-REPEAT-DAYS              PIC 9(03) VALUE 3.
002740 01  SIM-REPEAT-CUTOFF-INT        PIC 9(08) VALUE ZERO.
002750 01  SIM-REPEAT-CUTOFF-DATE       PIC 9(08) VALUE ZERO.
002760 01  SIM-SCENE-SEASON-CODE        PIC X(03) VALUE SPACES.
002770 01  SIM-SCENE-CHANNEL-NAME       PIC X(20) VALUE SPACES.
002780 01  SIM-BIRTHDAY-SEASON-CODE     PIC X(03) VALUE "BDY".
002790 01  SIM-SAVED-SEASON-CODE        PIC X(03) VALUE SPACES.
002800 01  SIM-LEAP-BIRTH-DAY           PIC X(04) VALUE "0229".
002810 01  SIM-BIRTHDAY-COUNT           PIC 9(05) VALUE ZERO.
002820 01  SIM-NEXT-DAY-INT             PIC 9(08) VALUE ZERO.
002830 01  SIM-NEXT-DAY-DATE.
002840     05  SIM-NEXT-CCYY            PIC 9(04).
002850     05  SIM-NEXT-MM              PIC 99.
002860     05  SIM-NEXT-DD              PIC 99.
002870 01  SIM-NEXT-DAY-NUM REDEFINES SIM-NEXT-DAY-DATE PIC 9(08).
002880*
002890 PROCEDURE DIVISION.
002900*
002910***************************************************************
002920* 0000-MAINLINE                                                *
002930*   Indlæser alt læse-kun, og gennemspiller så morgendagen     *
002940*   kanal for kanal og udtræk for udtræk.                      *
002950***************************************************************
002960 0000-MAINLINE.
002970     PERFORM 1000-COMPUTE-TOMORROW THRU 1000-EXIT.
002980     DISPLAY "HYGGESIM - REHEARSAL FOR " SIM-TOMORROW-NUM
002990         " (NOTHING IS WRITTEN)".
003000     PERFORM 1100-OPEN-MESSAGES THRU 1100-EXIT.
003010     PERFORM 1200-LOAD-WEIGHTS THRU 1200-EXIT.
003020     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
003030     PERFORM 1400-LOAD-SCHEDULES THRU 1400-EXIT.
003040     PERFORM 1500-LOAD-ROSTER THRU 1500-EXIT.
003050     PERFORM 1600-MARK-OPT-OUTS THRU 1600-EXIT.
003060     PERFORM 1650-MARK-BIRTHDAYS THRU 1650-EXIT.
003070     PERFORM 1700-OPEN-SCENE-HISTORY THRU 1700-EXIT.
003080     PERFORM 2000-REHEARSE-ALL-CHANNELS THRU 2000-EXIT.
003090     DISPLAY " ".
003100     DISPLAY "BIRTHDAY GREETINGS TOMORROW: " SIM-BIRTHDAY-COUNT.
003110     IF SIM-MSG-OPEN
003120         CLOSE HYGGE-MSG-FILE
003130     END-IF.
003140     IF SIM-SHS-OPEN
003150         CLOSE HYGGE-SHS-FILE
003160     END-IF.
003170     STOP RUN.
003180*
003190***************************************************************
003200* 1000-COMPUTE-TOMORROW                                        *
003210*   Generalprøven gælder i morgen - dagen det nye katalog      *
003220*   skal stå sin prøve.                                        *
003230***************************************************************
003240 1000-COMPUTE-TOMORROW.
003250     MOVE FUNCTION CURRENT-DATE (1:8) TO SIM-TODAY-DATE.
003260     COMPUTE SIM-TODAY-INT =
003270         FUNCTION INTEGER-OF-DATE (SIM-TODAY-DATE) + 1.
003280     COMPUTE SIM-TOMORROW-NUM =
003290         FUNCTION DATE-OF-INTEGER (SIM-TODAY-INT).
003300 1000-EXIT.
003310     EXIT.
003320*
003330***************************************************************
003340* 1100-OPEN-MESSAGES                                           *
003350*   Åbner HYGGE-MSG-FILE læse-kun; scenerne læses efter nøgle  *
003360*   i 2520-COLLECT-SCENE-LINES.                                *
003370***************************************************************
003380 1100-OPEN-MESSAGES.
003390     OPEN INPUT HYGGE-MSG-FILE.
003400     IF HYGGE-MSG-STATUS-OK
003410         SET SIM-MSG-OPEN TO TRUE
003420     END-IF.
003430 1100-EXIT.
003440     EXIT.
003450*
003460***************************************************************
003470* 1200-LOAD-WEIGHTS                                            *
003480*   Læser vægtene - et udtræk med vægt nul er ikke i spil og   *
003490*   springes over i gennemspilningen.  Uden HYGGECFG er alle   *
003500*   ti udtræk i spil, som i HYGGE's flade nødudtræk.           *
003510***************************************************************
003520 1200-LOAD-WEIGHTS.
003530     OPEN INPUT HYGGE-CFG-FILE.
003540     IF HYGGE-CFG-STATUS-OK
003550         PERFORM 1210-READ-ONE-WEIGHT THRU 1210-EXIT
003560             UNTIL SIM-CFG-EOF
003570         CLOSE HYGGE-CFG-FILE
003580     END-IF.
003590 1200-EXIT.
003600     EXIT.
003610*
003620 1210-READ-ONE-WEIGHT.
003630     READ HYGGE-CFG-FILE
003640         AT END
003650             SET SIM-CFG-EOF TO TRUE
003660     END-READ.
003670     IF NOT SIM-CFG-EOF
003680         ADD 1 TO SIM-WEIGHT-ROWS
003690         COMPUTE SIM-RESULT-SUB = HW-RANDOM-RESULT + 1
003700         MOVE HW-WEIGHT TO SWT-WEIGHT (SIM-RESULT-SUB)
003710     END-IF.
003720 1210-EXIT.
003730     EXIT.
003740*
003750***************************************************************
003760* 1300-LOAD-CALENDAR                                           *
003770*   Læser kalenderen ind i en tabel.                           *
003780***************************************************************
003790 1300-LOAD-CALENDAR.
003800     OPEN INPUT HYGGE-CAL-FILE.
003810     IF HYGGE-CAL-STATUS-OK
003820         PERFORM 1310-READ-ONE-CAL THRU 1310-EXIT
003830             UNTIL SIM-CAL-EOF
003840         CLOSE HYGGE-CAL-FILE
003850     END-IF.
003860 1300-EXIT.
003870     EXIT.
003880*
003890 1310-READ-ONE-CAL.
003900     READ HYGGE-CAL-FILE
003910         AT END
003920             SET SIM-CAL-EOF TO TRUE
003930     END-READ.
003940     IF NOT SIM-CAL-EOF
003950        AND SIM-CAL-TABLE-COUNT < SIM-CAL-TABLE-MAX
003960         ADD 1 TO SIM-CAL-TABLE-COUNT
003970         SET SCL-IDX TO SIM-CAL-TABLE-COUNT
003980         MOVE HCL-FROM-DATE    TO SCL-FROM-DATE (SCL-IDX)
003990         MOVE HCL-TO-DATE      TO SCL-TO-DATE (SCL-IDX)
004000         MOVE HCL-SEASON-CODE  TO SCL-SEASON-CODE (SCL-IDX)
004010         MOVE HCL-CHANNEL-NAME TO SCL-CHANNEL-NAME (SCL-IDX)
004020     END-IF.
004030 1310-EXIT.
004040     EXIT.
004050*
004060***************************************************************
004070* 1400-LOAD-SCHEDULES                                          *
004080*   Læser HYGGE-SCH-FILE ind i en tabel.                       *
004090***************************************************************
004100 1400-LOAD-SCHEDULES.
004110     OPEN INPUT HYGGE-SCH-FILE.
004120     IF HYGGE-SCH-STATUS-OK
004130         PERFORM 1410-READ-ONE-SCHEDULE THRU 1410-EXIT
004140             UNTIL SIM-SCH-EOF
004150         CLOSE HYGGE-SCH-FILE
004160     END-IF.
004170 1400-EXIT.
004180     EXIT.
004190*
004200 1410-READ-ONE-SCHEDULE.
004210     READ HYGGE-SCH-FILE
004220         AT END
004230             SET SIM-SCH-EOF TO TRUE
004240     END-READ.
004250     IF NOT SIM-SCH-EOF
004260        AND SIM-SCH-TABLE-COUNT < SIM-SCH-TABLE-MAX
004270         ADD 1 TO SIM-SCH-TABLE-COUNT
004280         SET SSC-IDX TO SIM-SCH-TABLE-COUNT
004290         MOVE HSC-CHANNEL-NAME TO SSC-CHANNEL-NAME (SSC-IDX)
004300         MOVE HSC-START-HOUR   TO SSC-START-HOUR (SSC-IDX)
004310         MOVE HSC-END-HOUR     TO SSC-END-HOUR (SSC-IDX)
004320         MOVE HSC-MAX-PER-HOUR TO SSC-MAX-PER-HOUR (SSC-IDX)
004330         MOVE HSC-MAX-PER-DAY  TO SSC-MAX-PER-DAY (SSC-IDX)
004340     END-IF.
004350 1410-EXIT.
004360     EXIT.
004370*
004380***************************************************************
004390* 1500-LOAD-ROSTER                                             *
004400*   Læser hele HYGGE-RST-FILE - alle kanaler på én gang.       *
004410***************************************************************
004420 1500-LOAD-ROSTER.
004430     OPEN INPUT HYGGE-RST-FILE.
004440     IF HYGGE-RST-STATUS-OK
004450         PERFORM 1510-READ-ONE-ROSTER THRU 1510-EXIT
004460             UNTIL SIM-RST-EOF
004470         CLOSE HYGGE-RST-FILE
004480     END-IF.
004490 1500-EXIT.
004500     EXIT.
004510*
004520 1510-READ-ONE-ROSTER.
004530     READ HYGGE-RST-FILE
004540         AT END
004550             SET SIM-RST-EOF TO TRUE
004560     END-READ.
004570     IF NOT SIM-RST-EOF
004580        AND SIM-ROSTER-TABLE-COUNT < SIM-ROSTER-TABLE-MAX
004590         ADD 1 TO SIM-ROSTER-TABLE-COUNT
004600         SET SRT-IDX TO SIM-ROSTER-TABLE-COUNT
004610         MOVE HR-CHANNEL-NAME TO SRT-CHANNEL-NAME (SRT-IDX)
004620         MOVE HR-NICK         TO SRT-NICK (SRT-IDX)
004630         MOVE "N"             TO SRT-OPTED-OUT-SW (SRT-IDX)
004640         MOVE "N"             TO SRT-BIRTHDAY-SW (SRT-IDX)
004650     END-IF.
004660 1510-EXIT.
004670     EXIT.
004680*
004690***************************************************************
004700* 1600-MARK-OPT-OUTS                                           *
004710*   Slår hver beboer op i HYGGE-OPT-FILE (ét indekseret        *
004720*   opslag pr. række) og markerer de udmeldte, så %NICK%       *
004730*   opfører sig som i den rigtige kørsel.                      *
004740***************************************************************
004750 1600-MARK-OPT-OUTS.
004760     IF SIM-ROSTER-TABLE-COUNT = ZERO
004770         GO TO 1600-EXIT
004780     END-IF.
004790     OPEN INPUT HYGGE-OPT-FILE.
004800     IF NOT HYGGE-OPT-STATUS-OK
004810         GO TO 1600-EXIT
004820     END-IF.
004830     PERFORM 1610-MARK-ONE-NICK THRU 1610-EXIT
004840         VARYING SRT-IDX FROM 1 BY 1
004850         UNTIL SRT-IDX > SIM-ROSTER-TABLE-COUNT.
004860     CLOSE HYGGE-OPT-FILE.
004870 1600-EXIT.
004880     EXIT.
004890*
004900 1610-MARK-ONE-NICK.
004910     MOVE SRT-NICK (SRT-IDX) TO HP-NICK.
004920     READ HYGGE-OPT-FILE
004930         INVALID KEY
004940             CONTINUE
004950         NOT INVALID KEY
004960             MOVE "Y" TO SRT-OPTED-OUT-SW (SRT-IDX)
004970     END-READ.
004980 1610-EXIT.
004990     EXIT.
005000*
005010***************************************************************
005020* 1650-MARK-BIRTHDAYS                                          *
005030*   Slår hver beboer op i HYGGE-BDY-FILE (ét indekseret opslag *
005040*   pr. række) og markerer dem, der har fødselsdag i morgen.   *
005050*   Falder i morgen på 28/02 i et år uden skuddag, tæller      *
005060*   29/02 med, som i HYGGE.                                    *
005070***************************************************************
005080 1650-MARK-BIRTHDAYS.
005090     IF SIM-ROSTER-TABLE-COUNT = ZERO
005100         GO TO 1650-EXIT
005110     END-IF.
005120     OPEN INPUT HYGGE-BDY-FILE.
005130     IF NOT HYGGE-BDY-STATUS-OK
005140         GO TO 1650-EXIT
005150     END-IF.
005160     MOVE "N" TO SIM-LEAP-STANDIN-SW.
005170     IF SIM-TOM-MM = 02 AND SIM-TOM-DD = 28
005180         COMPUTE SIM-NEXT-DAY-INT = SIM-TODAY-INT + 1
005190         COMPUTE SIM-NEXT-DAY-NUM =
005200             FUNCTION DATE-OF-INTEGER (SIM-NEXT-DAY-INT)
005210         IF SIM-NEXT-MM = 03
005220             SET SIM-LEAP-DAY-STANDIN TO TRUE
005230         END-IF
005240     END-IF.
005250     PERFORM 1660-MARK-ONE-BIRTHDAY THRU 1660-EXIT
005260         VARYING SRT-IDX FROM 1 BY 1
005270         UNTIL SRT-IDX > SIM-ROSTER-TABLE-COUNT.
005280     CLOSE HYGGE-BDY-FILE.
005290 1650-EXIT.
005300     EXIT.
005310*
005320 1660-MARK-ONE-BIRTHDAY.
005330     MOVE SRT-NICK (SRT-IDX) TO HB-NICK.
005340     READ HYGGE-BDY-FILE
005350         INVALID KEY
005360             GO TO 1660-EXIT
005370     END-READ.
005380     IF HB-BIRTH-DAY = SIM-TOMORROW-DATE (5:4)
005390         MOVE "Y" TO SRT-BIRTHDAY-SW (SRT-IDX)
005400     END-IF.
005410     IF HB-BIRTH-DAY = SIM-LEAP-BIRTH-DAY
005420        AND SIM-LEAP-DAY-STANDIN
005430         MOVE "Y" TO SRT-BIRTHDAY-SW (SRT-IDX)
005440     END-IF.
005450 1660-EXIT.
005460     EXIT.
005470*
005480***************************************************************
005490* 1700-OPEN-SCENE-HISTORY                                      *
005500*   Læser gentagelsesvagtens dage fra HYGGE-GRD-FILE (samme    *
005510*   standard som HYGGE), regner morgendagens skæring ud og     *
005520*   åbner scenehistorikken læse-kun.  Nul dage, eller ingen    *
005530*   historik endnu, betyder at intet udtræk er spærret.        *
005540***************************************************************
005550 1700-OPEN-SCENE-HISTORY.
005560     OPEN INPUT HYGGE-GRD-FILE.
005570     IF HYGGE-GRD-STATUS-OK
005580         READ HYGGE-GRD-FILE
005590             AT END
005600                 CONTINUE
005610             NOT AT END
005620                 IF HG-REPEAT-DAYS NUMERIC
005630                     MOVE HG-REPEAT-DAYS TO SIM-REPEAT-DAYS
005640                 END-IF
005650         END-READ
005660         CLOSE HYGGE-GRD-FILE
005670     END-IF.
005680     IF SIM-REPEAT-DAYS = ZERO
005690         DISPLAY "REPEAT GUARD: OFF"
005700         GO TO 1700-EXIT
005710     END-IF.
005720     COMPUTE SIM-REPEAT-CUTOFF-INT =
005730         SIM-TODAY-INT - SIM-REPEAT-DAYS.
005740     COMPUTE SIM-REPEAT-CUTOFF-DATE =
005750         FUNCTION DATE-OF-INTEGER (SIM-REPEAT-CUTOFF-INT).
005760     DISPLAY "REPEAT GUARD: " SIM-REPEAT-DAYS
005770         " DAYS - SCENES POSTED AFTER " SIM-REPEAT-CUTOFF-DATE
005780         " ARE BLOCKED".
005790     OPEN INPUT HYGGE-SHS-FILE.
005800     IF HYGGE-SHS-STATUS-OK
005810         SET SIM-SHS-OPEN TO TRUE
005820     END-IF.
005830 1700-EXIT.
005840     EXIT.
005850*
005860***************************************************************
005870* 2000-REHEARSE-ALL-CHANNELS                                   *
005880*   Løber HYGGE-CHANNEL-FILE igennem som HYGGEDRV gør.         *
005890***************************************************************
005900 2000-REHEARSE-ALL-CHANNELS.
005910     OPEN INPUT HYGGE-CHANNEL-FILE.
005920     IF HYGGE-CHANNEL-STATUS-OK
005930         PERFORM 2100-REHEARSE-ONE-CHANNEL THRU 2100-EXIT
005940             UNTIL SIM-CHANNEL-EOF
005950         CLOSE HYGGE-CHANNEL-FILE
005960     END-IF.
005970 2000-EXIT.
005980     EXIT.
005990*
006000***************************************************************
006010* 2100-REHEARSE-ONE-CHANNEL                                    *
006020*   Sprog, sæson (med kalender), vindue og alle mulige scener  *
006030*   for én kanal.                                              *
006040***************************************************************
006050 2100-REHEARSE-ONE-CHANNEL.
006060     READ HYGGE-CHANNEL-FILE
006070         AT END
006080             SET SIM-CHANNEL-EOF TO TRUE
006090     END-READ.
006100     IF SIM-CHANNEL-EOF
006110         GO TO 2100-EXIT
006120     END-IF.
006130     MOVE HC-CHANNEL-NAME   TO SIM-CHANNEL-NAME.
006140     MOVE HC-OCCUPANT-COUNT TO SIM-OCCUPANT-COUNT.
006150     MOVE HC-LANG-CODE      TO SIM-LANG-CODE.
006160     IF SIM-LANG-CODE = SPACES
006170         MOVE SIM-DEFAULT-LANG-CODE TO SIM-LANG-CODE
006180     END-IF.
006190     PERFORM 2200-RESOLVE-SEASON THRU 2200-EXIT.
006200     DISPLAY " ".
006210     DISPLAY "CHANNEL " SIM-CHANNEL-NAME
006220         " LANG " SIM-LANG-CODE
006230         " SEASON '" SIM-SEASON-CODE "'".
006240     PERFORM 2300-SHOW-SCHEDULE THRU 2300-EXIT.
006250     PERFORM 2400-REHEARSE-ONE-DRAW THRU 2400-EXIT
006260         VARYING SIM-DRAW-RESULT FROM 0 BY 1
006270         UNTIL SIM-DRAW-RESULT > 9.
006280     PERFORM 2800-REHEARSE-BIRTHDAYS THRU 2800-EXIT.
006290 2100-EXIT.
006300     EXIT.
006310*
006320***************************************************************
006330* 2200-RESOLVE-SEASON                                          *
006340*   Baggrundssæson fra morgendagens måned, derefter            *
006350*   kalenderen: kanal-specifik række slår "*", som slår        *
006360*   månedssæsonen - samme regler som i HYGGE.                  *
006370***************************************************************
006380 2200-RESOLVE-SEASON.
006390     EVALUATE SIM-TOM-MM
006400         WHEN 11
006410         WHEN 12
006420             MOVE "WIN" TO SIM-SEASON-CODE
006430         WHEN 06
006440         WHEN 07
006450         WHEN 08
006460             MOVE "SUM" TO SIM-SEASON-CODE
006470         WHEN OTHER
006480             MOVE SPACES TO SIM-SEASON-CODE
006490     END-EVALUATE.
006500     MOVE "N" TO SIM-CAL-CHAN-HIT-SW.
006510     MOVE "N" TO SIM-CAL-GLOB-HIT-SW.
006520     PERFORM 2210-CHECK-ONE-CAL-ENTRY THRU 2210-EXIT
006530         VARYING SCL-IDX FROM 1 BY 1
006540         UNTIL SCL-IDX > SIM-CAL-TABLE-COUNT.
006550     IF SIM-CAL-CHAN-HIT
006560         MOVE SIM-CAL-CHAN-CODE TO SIM-SEASON-CODE
006570     ELSE
006580         IF SIM-CAL-GLOB-HIT
006590             MOVE SIM-CAL-GLOB-CODE TO SIM-SEASON-CODE
006600         END-IF
006610     END-IF.
006620 2200-EXIT.
006630     EXIT.
006640*
006650 2210-CHECK-ONE-CAL-ENTRY.
006660     IF SIM-TOMORROW-NUM NOT < SCL-FROM-DATE (SCL-IDX)
006670        AND SIM-TOMORROW-NUM NOT > SCL-TO-DATE (SCL-IDX)
006680         IF SCL-CHANNEL-NAME (SCL-IDX) = SIM-CHANNEL-NAME
006690            AND NOT SIM-CAL-CHAN-HIT
006700             SET SIM-CAL-CHAN-HIT TO TRUE
006710             MOVE SCL-SEASON-CODE (SCL-IDX)
006720                 TO SIM-CAL-CHAN-CODE
006730         ELSE
006740             IF SCL-CHANNEL-NAME (SCL-IDX)
006750                = SIM-GENERAL-POOL-NAME
006760                AND NOT SIM-CAL-GLOB-HIT
006770                 SET SIM-CAL-GLOB-HIT TO TRUE
006780                 MOVE SCL-SEASON-CODE (SCL-IDX)
006790                     TO SIM-CAL-GLOB-CODE
006800             END-IF
006810         END-IF
006820     END-IF.
006830 2210-EXIT.
006840     EXIT.
006850*
006860***************************************************************
006870* 2300-SHOW-SCHEDULE                                           *
006880*   Viser kanalens vindue og kvoter, eller UNRESTRICTED.       *
006890***************************************************************
006900 2300-SHOW-SCHEDULE.
006910     MOVE "N" TO SIM-SCH-ROW-FOUND-SW.
006920     PERFORM 2310-MATCH-ONE-SCHEDULE THRU 2310-EXIT
006930         VARYING SSC-IDX FROM 1 BY 1
006940         UNTIL SSC-IDX > SIM-SCH-TABLE-COUNT
006950            OR SIM-SCH-ROW-FOUND.
006960     IF NOT SIM-SCH-ROW-FOUND
006970         DISPLAY "  WINDOW: UNRESTRICTED"
006980     END-IF.
006990 2300-EXIT.
007000     EXIT.
007010*
007020 2310-MATCH-ONE-SCHEDULE.
007030     IF SSC-CHANNEL-NAME (SSC-IDX) = SIM-CHANNEL-NAME
007040         SET SIM-SCH-ROW-FOUND TO TRUE
007050         DISPLAY "  WINDOW: " SSC-START-HOUR (SSC-IDX)
007060             "-" SSC-END-HOUR (SSC-IDX)
007070             "  MAX/HOUR " SSC-MAX-PER-HOUR (SSC-IDX)
007080             "  MAX/DAY " SSC-MAX-PER-DAY (SSC-IDX)
007090     END-IF.
007100 2310-EXIT.
007110     EXIT.
007120*
007130***************************************************************
007140* 2400-REHEARSE-ONE-DRAW                                       *
007150*   Bygger og viser scenen for ét udtræk, hvis udtrækket er i  *
007160*   spil (vægt over nul, eller ingen HYGGECFG).  Et udtræk,    *
007170*   som gentagelsesvagten ville spærre i morgen, markeres -    *
007180*   scenen vises stadig, så den kan læses korrektur.           *
007190***************************************************************
007200 2400-REHEARSE-ONE-DRAW.
007210     IF SIM-WEIGHT-ROWS > ZERO
007220         COMPUTE SIM-RESULT-SUB = SIM-DRAW-RESULT + 1
007230         IF SWT-WEIGHT (SIM-RESULT-SUB) = ZERO
007240             GO TO 2400-EXIT
007250         END-IF
007260     END-IF.
007270     PERFORM 2500-BUILD-SCENE THRU 2500-EXIT.
007280     IF SIM-SCENE-COUNT = ZERO
007290         DISPLAY "  DRAW " SIM-DRAW-RESULT
007300             ": *** NO LINE RESOLVES ***"
007310         GO TO 2400-EXIT
007320     END-IF.
007330     PERFORM 2450-CHECK-REPEAT-BLOCK THRU 2450-EXIT.
007340     IF SIM-SCENE-BLOCKED
007350         DISPLAY "  DRAW " SIM-DRAW-RESULT
007360             ": BLOCKED TOMORROW - LAST POSTED " HSH-POST-DATE
007370     ELSE
007380         DISPLAY "  DRAW " SIM-DRAW-RESULT ":"
007390     END-IF.
007400     MOVE "N" TO SIM-NICK-PICKED-SW.
007410     PERFORM 2700-SHOW-ONE-SCENE-LINE THRU 2700-EXIT
007420         VARYING SSE-IDX FROM 1 BY 1
007430         UNTIL SSE-IDX > SIM-SCENE-COUNT.
007440 2400-EXIT.
007450     EXIT.
007460*
007470***************************************************************
007480* 2450-CHECK-REPEAT-BLOCK                                      *
007490*   Slår scenens nøgle op i historikken, som HYGGE's vagt      *
007500*   gør: spærret, hvis den er postet i kanalen efter           *
007510*   morgendagens skæring.                                      *
007520***************************************************************
007530 2450-CHECK-REPEAT-BLOCK.
007540     MOVE "N" TO SIM-SCENE-BLOCKED-SW.
007550     IF NOT SIM-SHS-OPEN
007560         GO TO 2450-EXIT
007570     END-IF.
007580     MOVE SIM-CHANNEL-NAME       TO HSH-CHANNEL-NAME.
007590     MOVE SIM-LANG-CODE          TO HSH-LANG-CODE.
007600     MOVE SIM-DRAW-RESULT        TO HSH-RANDOM-RESULT.
007610     MOVE SIM-SCENE-SEASON-CODE  TO HSH-SEASON-CODE.
007620     MOVE SIM-SCENE-CHANNEL-NAME TO HSH-SCENE-CHANNEL.
007630     READ HYGGE-SHS-FILE
007640         INVALID KEY
007650             CONTINUE
007660         NOT INVALID KEY
007670             IF HSH-POST-DATE > SIM-REPEAT-CUTOFF-DATE
007680                 SET SIM-SCENE-BLOCKED TO TRUE
007690             END-IF
007700     END-READ.
007710 2450-EXIT.
007720     EXIT.
007730*
007740***************************************************************
007750* 2500-BUILD-SCENE                                             *
007760*   Kanalens egne linjer først (sæson, så ALL), derefter den   *
007770*   generelle pulje - samme forrang som i HYGGE.  En           *
007780*   fødselsdagsscene falder ikke tilbage til "ALL".            *
007790***************************************************************
007800 2500-BUILD-SCENE.
007810     MOVE ZERO TO SIM-SCENE-COUNT.
007820     MOVE SIM-CHANNEL-NAME TO SIM-WANTED-CHANNEL-NAME.
007830     PERFORM 2510-COLLECT-FOR-CHANNEL THRU 2510-EXIT.
007840     IF SIM-SCENE-COUNT = ZERO
007850         MOVE SIM-GENERAL-POOL-NAME
007860             TO SIM-WANTED-CHANNEL-NAME
007870         PERFORM 2510-COLLECT-FOR-CHANNEL THRU 2510-EXIT
007880     END-IF.
007890     IF SIM-SCENE-COUNT > ZERO
007900         MOVE SIM-WANTED-SEASON-CODE  TO SIM-SCENE-SEASON-CODE
007910         MOVE SIM-WANTED-CHANNEL-NAME TO SIM-SCENE-CHANNEL-NAME
007920     END-IF.
007930     PERFORM 2600-SORT-SCENE THRU 2600-EXIT.
007940 2500-EXIT.
007950     EXIT.
007960*
007970 2510-COLLECT-FOR-CHANNEL.
007980     IF SIM-SEASON-CODE NOT = SPACES
007990         MOVE SIM-SEASON-CODE TO SIM-WANTED-SEASON-CODE
008000         PERFORM 2520-COLLECT-SCENE-LINES THRU 2520-EXIT
008010     END-IF.
008020     IF SIM-SCENE-COUNT = ZERO
008030        AND NOT SIM-BIRTHDAY-SCENE
008040         MOVE SIM-ALL-SEASON-CODE TO SIM-WANTED-SEASON-CODE
008050         PERFORM 2520-COLLECT-SCENE-LINES THRU 2520-EXIT
008060     END-IF.
008070 2510-EXIT.
008080     EXIT.
008090*
008100 2520-COLLECT-SCENE-LINES.
008110     IF NOT SIM-MSG-OPEN
008120         GO TO 2520-EXIT
008130     END-IF.
008140     MOVE SPACES                  TO HM-MSG-KEY.
008150     MOVE SIM-LANG-CODE           TO HM-LANG-CODE.
008160     MOVE SIM-DRAW-RESULT         TO HM-RANDOM-RESULT.
008170     MOVE SIM-WANTED-SEASON-CODE  TO HM-SEASON-CODE.
008180     MOVE SIM-WANTED-CHANNEL-NAME TO HM-CHANNEL-NAME.
008190     MOVE ZERO                    TO HM-SEQUENCE-NO.
008200     MOVE HM-SCENE-KEY            TO SIM-WANTED-SCENE-KEY.
008210     MOVE "N" TO SIM-MSG-EOF-SW.
008220     START HYGGE-MSG-FILE KEY IS NOT LESS THAN HM-MSG-KEY
008230         INVALID KEY
008240             SET SIM-MSG-EOF TO TRUE
008250     END-START.
008260     PERFORM 2530-COLLECT-ONE-LINE THRU 2530-EXIT
008270         UNTIL SIM-MSG-EOF.
008280 2520-EXIT.
008290     EXIT.
008300*
008310 2530-COLLECT-ONE-LINE.
008320     READ HYGGE-MSG-FILE NEXT RECORD
008330         AT END
008340             SET SIM-MSG-EOF TO TRUE
008350     END-READ.
008360     IF SIM-MSG-EOF
008370         GO TO 2530-EXIT
008380     END-IF.
008390     IF HM-SCENE-KEY NOT = SIM-WANTED-SCENE-KEY
008400        OR SIM-SCENE-COUNT NOT < SIM-SCENE-TABLE-MAX
008410         SET SIM-MSG-EOF TO TRUE
008420         GO TO 2530-EXIT
008430     END-IF.
008440     ADD 1 TO SIM-SCENE-COUNT.
008450     MOVE HM-SEQUENCE-NO
008460         TO SSE-SEQUENCE-NO (SIM-SCENE-COUNT).
008470     MOVE HM-DELAY-HINT
008480         TO SSE-DELAY-HINT (SIM-SCENE-COUNT).
008490     MOVE HM-MESSAGE-TEXT
008500         TO SSE-MESSAGE-TEXT (SIM-SCENE-COUNT).
008510 2530-EXIT.
008520     EXIT.
008530*
008540***************************************************************
008550* 2600-SORT-SCENE                                              *
008560*   Boblesortering efter sekvensnummer, som i HYGGE.           *
008570***************************************************************
008580 2600-SORT-SCENE.
008590     IF SIM-SCENE-COUNT < 2
008600         GO TO 2600-EXIT
008610     END-IF.
008620     MOVE "Y" TO SIM-SORT-SWAPPED-SW.
008630     PERFORM 2610-ONE-SORT-PASS THRU 2610-EXIT
008640         UNTIL NOT SIM-SORT-SWAPPED.
008650 2600-EXIT.
008660     EXIT.
008670*
008680 2610-ONE-SORT-PASS.
008690     MOVE "N" TO SIM-SORT-SWAPPED-SW.
008700     PERFORM 2620-COMPARE-ONE-PAIR THRU 2620-EXIT
008710         VARYING SIM-SORT-I FROM 1 BY 1
008720         UNTIL SIM-SORT-I >= SIM-SCENE-COUNT.
008730 2610-EXIT.
008740     EXIT.
008750*
008760 2620-COMPARE-ONE-PAIR.
008770     COMPUTE SIM-SORT-J = SIM-SORT-I + 1.
008780     IF SSE-SEQUENCE-NO (SIM-SORT-I)
008790        > SSE-SEQUENCE-NO (SIM-SORT-J)
008800         MOVE SSE-ENTRY (SIM-SORT-I) TO SIM-SWAP-ENTRY
008810         MOVE SSE-ENTRY (SIM-SORT-J)
008820             TO SSE-ENTRY (SIM-SORT-I)
008830         MOVE SIM-SWAP-ENTRY TO SSE-ENTRY (SIM-SORT-J)
008840         SET SIM-SORT-SWAPPED TO TRUE
008850     END-IF.
008860 2620-EXIT.
008870     EXIT.
008880*
008890***************************************************************
008900* 2700-SHOW-ONE-SCENE-LINE                                     *
008910*   Udvider tokens og viser linjen med dens pause-hint, så     *
008920*   listingen viser præcis det, kanalen ville se.              *
008930***************************************************************
008940 2700-SHOW-ONE-SCENE-LINE.
008950     MOVE SSE-MESSAGE-TEXT (SSE-IDX) TO SIM-LINE-TEXT.
008960     PERFORM 3000-EXPAND-TOKENS THRU 3000-EXIT.
008970     DISPLAY "    +" SSE-DELAY-HINT (SSE-IDX) "S "
008980         SIM-LINE-TEXT.
008990 2700-EXIT.
009000     EXIT.
009010*
009020***************************************************************
009030* 2800-REHEARSE-BIRTHDAYS                                      *
009040*   Viser fødselsdagsscenen ("BDY", udtræk 0) for hver beboer  *
009050*   i kanalen med fødselsdag i morgen, med %NICK% sat til      *
009060*   fødselaren.  Udmeldte beboere fejres aldrig og vises ikke. *
009070***************************************************************
009080 2800-REHEARSE-BIRTHDAYS.
009090     PERFORM 2810-REHEARSE-ONE-BIRTHDAY THRU 2810-EXIT
009100         VARYING SRT-IDX FROM 1 BY 1
009110         UNTIL SRT-IDX > SIM-ROSTER-TABLE-COUNT.
009120 2800-EXIT.
009130     EXIT.
009140*
009150 2810-REHEARSE-ONE-BIRTHDAY.
009160     IF SRT-CHANNEL-NAME (SRT-IDX) NOT = SIM-CHANNEL-NAME
009170        OR NOT SRT-HAS-BIRTHDAY (SRT-IDX)
009180        OR SRT-OPTED-OUT (SRT-IDX)
009190         GO TO 2810-EXIT
009200     END-IF.
009210     ADD 1 TO SIM-BIRTHDAY-COUNT.
009220     MOVE SIM-SEASON-CODE TO SIM-SAVED-SEASON-CODE.
009230     MOVE SIM-BIRTHDAY-SEASON-CODE TO SIM-SEASON-CODE.
009240     MOVE ZERO TO SIM-DRAW-RESULT.
009250     SET SIM-BIRTHDAY-SCENE TO TRUE.
009260     PERFORM 2500-BUILD-SCENE THRU 2500-EXIT.
009270     MOVE "N" TO SIM-BIRTHDAY-SCENE-SW.
009280     MOVE SIM-SAVED-SEASON-CODE TO SIM-SEASON-CODE.
009290     IF SIM-SCENE-COUNT = ZERO
009300         DISPLAY "  BIRTHDAY " SRT-NICK (SRT-IDX)
009310             ": *** NO BIRTHDAY SCENE ***"
009320         GO TO 2810-EXIT
009330     END-IF.
009340     DISPLAY "  BIRTHDAY " SRT-NICK (SRT-IDX) ":".
009350     MOVE SRT-NICK (SRT-IDX) TO SIM-PICKED-NICK.
009360     SET SIM-NICK-PICKED TO TRUE.
009370     PERFORM 2700-SHOW-ONE-SCENE-LINE THRU 2700-EXIT
009380         VARYING SSE-IDX FROM 1 BY 1
009390         UNTIL SSE-IDX > SIM-SCENE-COUNT.
009400 2810-EXIT.
009410     EXIT.
009420*
009430***************************************************************
009440* 3000-EXPAND-TOKENS                                           *
009450*   Udskifter %NICK%, %CHANNEL% og %COUNT% i SIM-LINE-TEXT.    *
009460*   %NICK% er kanalens første ikke-udmeldte beboer - bevidst   *
009470*   deterministisk, så to gennemspilninger kan sammenlignes.   *
009480***************************************************************
009490 3000-EXPAND-TOKENS.
009500     MOVE ZERO TO SIM-TOKEN-HIT-COUNT.
009510     INSPECT SIM-LINE-TEXT
009520         TALLYING SIM-TOKEN-HIT-COUNT FOR ALL "%NICK%".
009530     IF SIM-TOKEN-HIT-COUNT > ZERO
009540         IF NOT SIM-NICK-PICKED
009550             PERFORM 3100-PICK-FIRST-NICK THRU 3100-EXIT
009560             SET SIM-NICK-PICKED TO TRUE
009570         END-IF
009580         MOVE SIM-PICKED-NICK TO SIM-TOKEN-VALUE
009590         MOVE "%NICK%" TO SIM-TOKEN-LITERAL
009600         MOVE 6 TO SIM-TOKEN-LITERAL-LEN
009610         PERFORM 3200-EXPAND-ONE-TOKEN THRU 3200-EXIT
009620     END-IF.
009630     MOVE SIM-CHANNEL-NAME TO SIM-TOKEN-VALUE.
009640     MOVE "%CHANNEL%" TO SIM-TOKEN-LITERAL.
009650     MOVE 9 TO SIM-TOKEN-LITERAL-LEN.
009660     PERFORM 3200-EXPAND-ONE-TOKEN THRU 3200-EXIT.
009670     PERFORM 3400-SET-COUNT-VALUE THRU 3400-EXIT.
009680     MOVE "%COUNT%" TO SIM-TOKEN-LITERAL.
009690     MOVE 7 TO SIM-TOKEN-LITERAL-LEN.
009700     PERFORM 3200-EXPAND-ONE-TOKEN THRU 3200-EXIT.
009710 3000-EXIT.
009720     EXIT.
009730*
009740***************************************************************
009750* 3100-PICK-FIRST-NICK                                         *
009760*   Første beboer i kanalen der ikke har meldt sig ud; er der  *
009770*   ingen, falder vi tilbage til "folk" som HYGGE gør.         *
009780***************************************************************
009790 3100-PICK-FIRST-NICK.
009800     MOVE SIM-NICK-FALLBACK TO SIM-PICKED-NICK.
009810     PERFORM 3110-CHECK-ONE-ROSTER-ROW THRU 3110-EXIT
009820         VARYING SRT-IDX FROM 1 BY 1
009830         UNTIL SRT-IDX > SIM-ROSTER-TABLE-COUNT
009840            OR SIM-PICKED-NICK NOT = SIM-NICK-FALLBACK.
009850 3100-EXIT.
009860     EXIT.
009870*
009880 3110-CHECK-ONE-ROSTER-ROW.
009890     IF SRT-CHANNEL-NAME (SRT-IDX) = SIM-CHANNEL-NAME
009900        AND NOT SRT-OPTED-OUT (SRT-IDX)
009910         MOVE SRT-NICK (SRT-IDX) TO SIM-PICKED-NICK
009920     END-IF.
009930 3110-EXIT.
009940     EXIT.
009950*
009960***************************************************************
009970* 3200-EXPAND-ONE-TOKEN                                        *
009980*   Samme teknik som i HYGGE: én forekomst pr. pas, med loft   *
009990*   så en værdi med sit eget token ikke løber løbsk.           *
010000***************************************************************
010010 3200-EXPAND-ONE-TOKEN.
010020     PERFORM 3300-TRIM-TOKEN-VALUE THRU 3300-EXIT.
010030     MOVE ZERO TO SIM-EXPAND-PASSES.
010040     MOVE "Y" TO SIM-TOKEN-FOUND-SW.
010050     PERFORM 3210-REPLACE-ONE-HIT THRU 3210-EXIT
010060         UNTIL NOT SIM-TOKEN-FOUND
010070            OR SIM-EXPAND-PASSES > 10.
010080 3200-EXIT.
010090     EXIT.
010100*
010110 3210-REPLACE-ONE-HIT.
010120     ADD 1 TO SIM-EXPAND-PASSES.
010130     MOVE "N" TO SIM-TOKEN-FOUND-SW.
010140     MOVE ZERO TO SIM-EXP-PART1-LEN.
010150     MOVE SPACES TO SIM-EXP-PART1.
010160     MOVE SPACES TO SIM-EXP-PART2.
010170     MOVE 1 TO SIM-UNSTRING-POINTER.
010180     UNSTRING SIM-LINE-TEXT
010190         DELIMITED BY
010200             SIM-TOKEN-LITERAL (1:SIM-TOKEN-LITERAL-LEN)
010210         INTO SIM-EXP-PART1 COUNT IN SIM-EXP-PART1-LEN
010220         WITH POINTER SIM-UNSTRING-POINTER
010230     END-UNSTRING.
010240     IF SIM-UNSTRING-POINTER > SIM-EXP-PART1-LEN + 1
010250         SET SIM-TOKEN-FOUND TO TRUE
010260         IF SIM-UNSTRING-POINTER NOT > 80
010270             MOVE SIM-LINE-TEXT (SIM-UNSTRING-POINTER:)
010280                 TO SIM-EXP-PART2
010290         END-IF
010300         MOVE SPACES TO SIM-EXP-RESULT
010310         IF SIM-EXP-PART1-LEN > ZERO
010320             STRING SIM-EXP-PART1 (1:SIM-EXP-PART1-LEN)
010330                 SIM-TOKEN-VALUE (1:SIM-TOKEN-VALUE-LEN)
010340                 SIM-EXP-PART2
010350                 DELIMITED BY SIZE
010360                 INTO SIM-EXP-RESULT
010370             END-STRING
010380         ELSE
010390             STRING SIM-TOKEN-VALUE (1:SIM-TOKEN-VALUE-LEN)
010400                 SIM-EXP-PART2
010410                 DELIMITED BY SIZE
010420                 INTO SIM-EXP-RESULT
010430             END-STRING
010440         END-IF
010450         MOVE SIM-EXP-RESULT TO SIM-LINE-TEXT
010460     END-IF.
010470 3210-EXIT.
010480     EXIT.
010490*
010500***************************************************************
010510* 3300-TRIM-TOKEN-VALUE                                        *
010520*   Længden af SIM-TOKEN-VALUE uden bagvedhængende blanke.     *
010530***************************************************************
010540 3300-TRIM-TOKEN-VALUE.
010550     MOVE 20 TO SIM-TOKEN-VALUE-LEN.
010560     PERFORM 3310-SHRINK-VALUE-LEN THRU 3310-EXIT
010570         UNTIL SIM-TOKEN-VALUE-LEN = 1
010580            OR SIM-TOKEN-VALUE (SIM-TOKEN-VALUE-LEN:1)
010590               NOT = SPACE.
010600 3300-EXIT.
010610     EXIT.
010620*
010630 3310-SHRINK-VALUE-LEN.
010640     SUBTRACT 1 FROM SIM-TOKEN-VALUE-LEN.
010650 3310-EXIT.
010660     EXIT.
010670*
010680***************************************************************
010690* 3400-SET-COUNT-VALUE                                         *
010700*   Redigerer beboertallet uden foranstillede nuller/blanke.   *
010710***************************************************************
010720 3400-SET-COUNT-VALUE.
010730     MOVE SIM-OCCUPANT-COUNT TO SIM-COUNT-DISPLAY.
010740     MOVE 1 TO SIM-COUNT-START.
010750     PERFORM 3410-SKIP-ONE-BLANK THRU 3410-EXIT
010760         UNTIL SIM-COUNT-START = 4
010770            OR SIM-COUNT-DISPLAY (SIM-COUNT-START:1)
010780               NOT = SPACE.
010790     MOVE SPACES TO SIM-TOKEN-VALUE.
010800     MOVE SIM-COUNT-DISPLAY (SIM-COUNT-START:)
010810         TO SIM-TOKEN-VALUE.
010820 3400-EXIT.
010830     EXIT.
010840*
010850 3410-SKIP-ONE-BLANK.
010860     ADD 1 TO SIM-COUNT-START.
010870 3410-EXIT.
010880     EXIT.
