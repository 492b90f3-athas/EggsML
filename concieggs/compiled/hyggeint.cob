000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HYGGEINT.
000120 AUTHOR. K. NIELSEN.
000130 INSTALLATION. CONCIEGGS DATA CENTER.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170***************************************************************
000180*                 M O D I F I C A T I O N   L O G              *
000190*---------------------------------------------------------------*
000200* DATE       INIT  DESCRIPTION                                 *
000210* 2026-10-15  KN   ORIGINAL PROGRAM.  INTAKE STEP FOR THE      *
000220*                  FILES THE LIVE IRC RELAY WRITES, AHEAD OF   *
000230*                  HYGGEDRV, HYGGECMD, HYGGEREC AND HYGGEENG:  *
000240*                  HYGGE-RST-FILE, THE OCCUPANT COUNTS IN      *
000250*                  HYGGE-CHANNEL-FILE, HYGGE-CMD-IN-FILE,      *
000260*                  HYGGE-ACK-FILE AND HYGGE-RCT-FILE.  EACH    *
000270*                  RECORD IS CHECKED FOR MALFORMED FIELDS,     *
000280*                  DUPLICATES, A CHANNEL NOT IN HYGGECHN AND   *
000290*                  (ACKS AND REACTIONS) AN EVENT ID NEVER      *
000300*                  LOGGED IN HYGGELOG OR HYGGEARC.  BAD        *
000310*                  RECORDS GO TO THE HYGGE-QRN-FILE            *
000320*                  QUARANTINE WITH A REASON CODE AND THE       *
000330*                  RELAY FILE IS REWRITTEN WITH THE CLEAN      *
000340*                  ONES THROUGH THE HYGGEINW WORK FILE, THE    *
000350*                  SAME WAY HYGGEHKP REWRITES THE LOG.  EACH   *
000360*                  OCCUPANT COUNT IS HELD AGAINST THE          *
000370*                  CHANNEL'S CLEAN ROSTER ROWS: A COUNT THAT   *
000380*                  IS NOT A NUMBER IS REPLACED BY THE ROSTER   *
000390*                  COUNT, A COUNT THAT DISAGREES IS FLAGGED.   *
000400*                  THE EXCEPTION REPORT ENDS RETURN-CODE 4     *
000410*                  WHEN THE RELAY NEEDS LOOKING AT AND 8 WHEN  *
000420*                  THE CLEAN FILES COULD NOT BE WRITTEN.       *
000430*                  CHECKED IN AND OUT OF THE HYGGE-RUN-FILE    *
000440*                  RUN LEDGER THROUGH HYGGELDG; IT HAS NO      *
000450*                  PREDECESSOR TO WAIT FOR.                    *
000460***************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT HYGGE-CHANNEL-FILE ASSIGN TO "HYGGECHN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS HYGGE-CHANNEL-STATUS.
000530     SELECT HYGGE-RST-FILE ASSIGN TO "HYGGERST"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS HYGGE-RST-STATUS.
000560     SELECT HYGGE-CMD-IN-FILE ASSIGN TO "HYGGECIN"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS HYGGE-CMD-IN-STATUS.
000590     SELECT HYGGE-ACK-FILE ASSIGN TO "HYGGEACK"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS HYGGE-ACK-STATUS.
000620     SELECT HYGGE-RCT-FILE ASSIGN TO "HYGGERCT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS HYGGE-RCT-STATUS.
000650     SELECT HYGGE-LOG-FILE ASSIGN TO "HYGGELOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS HYGGE-LOG-STATUS.
000680     SELECT HYGGE-ARC-FILE ASSIGN TO "HYGGEARC"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS HYGGE-ARC-STATUS.
000710     SELECT HYGGE-INW-FILE ASSIGN TO "HYGGEINW"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS HYGGE-INW-STATUS.
000740     SELECT HYGGE-QRN-FILE ASSIGN TO "HYGGEQRN"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS HYGGE-QRN-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  HYGGE-CHANNEL-FILE
000800     RECORDING MODE IS F.
000810 COPY HYGCHNR.
000820 FD  HYGGE-RST-FILE
000830     RECORDING MODE IS F.
000840 COPY HYGRSTR.
000850 FD  HYGGE-CMD-IN-FILE
000860     RECORDING MODE IS F.
000870 COPY HYGCINR.
000880 FD  HYGGE-ACK-FILE
000890     RECORDING MODE IS F.
000900 COPY HYGACKR.
000910 FD  HYGGE-RCT-FILE
000920     RECORDING MODE IS F.
000930 COPY HYGRCTR.
000940 FD  HYGGE-LOG-FILE
000950     RECORDING MODE IS F.
000960 COPY HYGLOGR.
000970 FD  HYGGE-ARC-FILE
000980     RECORDING MODE IS F.
000990 COPY HYGLOGR REPLACING ==HYGGE-LOG-RECORD==
001000     BY ==HYGGE-ARC-RECORD==
001010     LEADING ==HL== BY ==HX==.
001020 FD  HYGGE-INW-FILE
001030     RECORDING MODE IS F.
001040 01  HYGGE-INW-RECORD             PIC X(130).
001050 FD  HYGGE-QRN-FILE
001060     RECORDING MODE IS F.
001070 COPY HYGQRNR.
001080 WORKING-STORAGE SECTION.
001090 01  HYGGEINT-SWITCHES.
001100     05  INT-CHANNEL-EOF-SW       PIC X(01) VALUE "N".
001110         88  INT-CHANNEL-EOF                VALUE "Y".
001120     05  INT-RST-EOF-SW           PIC X(01) VALUE "N".
001130         88  INT-RST-EOF                    VALUE "Y".
001140     05  INT-CMD-IN-EOF-SW        PIC X(01) VALUE "N".
001150         88  INT-CMD-IN-EOF                 VALUE "Y".
001160     05  INT-ACK-EOF-SW           PIC X(01) VALUE "N".
001170         88  INT-ACK-EOF                    VALUE "Y".
001180     05  INT-RCT-EOF-SW           PIC X(01) VALUE "N".
001190         88  INT-RCT-EOF                    VALUE "Y".
001200     05  INT-LOG-EOF-SW           PIC X(01) VALUE "N".
001210         88  INT-LOG-EOF                    VALUE "Y".
001220     05  INT-ARC-EOF-SW           PIC X(01) VALUE "N".
001230         88  INT-ARC-EOF                    VALUE "Y".
001240     05  INT-INW-EOF-SW           PIC X(01) VALUE "N".
001250         88  INT-INW-EOF                    VALUE "Y".
001260     05  INT-ABORT-SW             PIC X(01) VALUE "N".
001270         88  INT-ABORTED                    VALUE "Y".
001280     05  INT-QRN-OPEN-SW          PIC X(01) VALUE "N".
001290         88  INT-QRN-OPEN                   VALUE "Y".
001300     05  INT-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
001310         88  INT-ENTRY-FOUND                VALUE "Y".
001320     05  INT-EVENT-LOGGED-SW      PIC X(01) VALUE "N".
001330         88  INT-EVENT-LOGGED               VALUE "Y".
001340     05  INT-PAIR-LOGGED-SW       PIC X(01) VALUE "N".
001350         88  INT-PAIR-LOGGED                VALUE "Y".
001360     05  INT-CHN-REWRITE-SW       PIC X(01) VALUE "N".
001370         88  INT-CHN-REWRITE                VALUE "Y".
001380 01  HYGGE-CHANNEL-STATUS         PIC X(02) VALUE SPACES.
001390     88  HYGGE-CHANNEL-STATUS-OK            VALUE "00".
001400     88  HYGGE-CHANNEL-NOT-FOUND            VALUE "35".
001410 01  HYGGE-RST-STATUS             PIC X(02) VALUE SPACES.
001420     88  HYGGE-RST-STATUS-OK                VALUE "00".
001430     88  HYGGE-RST-NOT-FOUND                VALUE "35".
001440 01  HYGGE-CMD-IN-STATUS          PIC X(02) VALUE SPACES.
001450     88  HYGGE-CMD-IN-STATUS-OK             VALUE "00".
001460     88  HYGGE-CMD-IN-NOT-FOUND             VALUE "35".
001470 01  HYGGE-ACK-STATUS             PIC X(02) VALUE SPACES.
001480     88  HYGGE-ACK-STATUS-OK                VALUE "00".
001490     88  HYGGE-ACK-NOT-FOUND                VALUE "35".
001500 01  HYGGE-RCT-STATUS             PIC X(02) VALUE SPACES.
001510     88  HYGGE-RCT-STATUS-OK                VALUE "00".
001520     88  HYGGE-RCT-NOT-FOUND                VALUE "35".
001530 01  HYGGE-LOG-STATUS             PIC X(02) VALUE SPACES.
001540     88  HYGGE-LOG-STATUS-OK                VALUE "00".
001550     88  HYGGE-LOG-NOT-FOUND                VALUE "35".
001560 01  HYGGE-ARC-STATUS             PIC X(02) VALUE SPACES.
001570     88  HYGGE-ARC-STATUS-OK                VALUE "00".
001580     88  HYGGE-ARC-NOT-FOUND                VALUE "35".
001590 01  HYGGE-INW-STATUS             PIC X(02) VALUE SPACES.
001600     88  HYGGE-INW-STATUS-OK                VALUE "00".
001610     88  HYGGE-INW-NOT-FOUND                VALUE "35".
001620 01  HYGGE-QRN-STATUS             PIC X(02) VALUE SPACES.
001630     88  HYGGE-QRN-STATUS-OK                VALUE "00".
001640     88  HYGGE-QRN-NOT-FOUND                VALUE "35".
001650 01  INT-RUN-DATE                 PIC 9(08) VALUE ZERO.
001660 01  INT-RUN-TIME                 PIC 9(08) VALUE ZERO.
001670*
001680* Relayfilerne i rapportens rækkefølge; INT-FILE-SUB peger på
001690* den fil der kontrolleres lige nu.
001700*
001710 01  INT-FILE-VALUES.
001720     05  FILLER                   PIC X(08) VALUE "HYGGECHN".
001730     05  FILLER                   PIC X(08) VALUE "HYGGERST".
001740     05  FILLER                   PIC X(08) VALUE "HYGGECIN".
001750     05  FILLER                   PIC X(08) VALUE "HYGGEACK".
001760     05  FILLER                   PIC X(08) VALUE "HYGGERCT".
001770 01  INT-FILE-TABLE REDEFINES INT-FILE-VALUES.
001780     05  IFL-FILE-NAME            PIC X(08) OCCURS 5 TIMES.
001790 01  INT-FILE-COUNT               PIC 9(01) VALUE 5.
001800 01  INT-FILE-SUB                 PIC 9(01) VALUE ZERO.
001810 01  INT-CHANNEL-FILE-SUB         PIC 9(01) VALUE 1.
001820 01  INT-RST-FILE-SUB             PIC 9(01) VALUE 2.
001830 01  INT-CMD-IN-FILE-SUB          PIC 9(01) VALUE 3.
001840 01  INT-ACK-FILE-SUB             PIC 9(01) VALUE 4.
001850 01  INT-RCT-FILE-SUB             PIC 9(01) VALUE 5.
001860*
001870* Årsagskoderne i HQN-REASON-CODE, i rapportens kolonneorden.
001880*
001890 01  INT-REASON-VALUES.
001900     05  FILLER                   PIC X(08) VALUE "MALFORM".
001910     05  FILLER                   PIC X(08) VALUE "DUPLIC".
001920     05  FILLER                   PIC X(08) VALUE "NOCHAN".
001930     05  FILLER                   PIC X(08) VALUE "NOEVENT".
001940     05  FILLER                   PIC X(08) VALUE "BADCOUNT".
001950     05  FILLER                   PIC X(08) VALUE "COUNTOFF".
001960 01  INT-REASON-TABLE REDEFINES INT-REASON-VALUES.
001970     05  IRS-REASON-CODE          PIC X(08) OCCURS 6 TIMES.
001980 01  INT-REASON-COUNT             PIC 9(01) VALUE 6.
001990 01  INT-REASON-SUB               PIC 9(01) VALUE ZERO.
002000 01  INT-MALFORMED-SUB            PIC 9(01) VALUE 1.
002010 01  INT-DUPLICATE-SUB            PIC 9(01) VALUE 2.
002020 01  INT-NO-CHANNEL-SUB           PIC 9(01) VALUE 3.
002030 01  INT-NO-EVENT-SUB             PIC 9(01) VALUE 4.
002040 01  INT-BAD-COUNT-SUB            PIC 9(01) VALUE 5.
002050 01  INT-COUNT-OFF-SUB            PIC 9(01) VALUE 6.
002060 01  INT-FILE-STATS.
002070     05  IFS-ENTRY OCCURS 5 TIMES.
002080         10  IFS-READ-COUNT       PIC 9(07).
002090         10  IFS-DROPPED-COUNT    PIC 9(07).
002100         10  IFS-REASON-TALLY     PIC 9(07) OCCURS 6 TIMES.
002110 01  INT-QRN-ACTION               PIC X(08) VALUE SPACES.
002120 01  INT-QRN-IMAGE                PIC X(130) VALUE SPACES.
002130 01  INT-CHECK-CHANNEL-NAME       PIC X(20) VALUE SPACES.
002140 01  INT-CHECK-EVENT-ID           PIC X(20) VALUE SPACES.
002150 01  INT-CHECK-KEY                PIC X(60) VALUE SPACES.
002160 01  INT-CHANNEL-SUB              PIC 9(04) VALUE ZERO.
002170*
002180* HYGGE-CHANNEL-FILE som den blev læst.  ICH-IMAGE er rækken
002190* præcis som relayet efterlod den; den skrives tilbage uændret
002200* medmindre antallet ikke var et tal.
002210*
002220 01  INT-CHN-TABLE-MAX            PIC 9(04) VALUE 100.
002230 01  INT-CHN-TABLE-COUNT          PIC 9(04) VALUE ZERO.
002240 01  INT-CHN-TABLE.
002250     05  ICH-ENTRY OCCURS 100 TIMES INDEXED BY ICH-IDX.
002260         10  ICH-IMAGE            PIC X(28).
002270         10  ICH-CHANNEL-NAME     PIC X(20).
002280         10  ICH-OCCUPANT-COUNT   PIC 9(04).
002290         10  ICH-COUNT-SW         PIC X(01).
002300             88  ICH-COUNT-BAD              VALUE "N".
002310         10  ICH-ROSTER-COUNT     PIC 9(04).
002320*
002330* Hændelses-id og kanal for hver række i HYGGELOG og HYGGEARC,
002340* hvert par én gang.
002350*
002360 01  INT-LOG-TABLE-MAX            PIC 9(04) VALUE 5000.
002370 01  INT-LOG-TABLE-COUNT          PIC 9(04) VALUE ZERO.
002380 01  INT-LOG-TABLE.
002390     05  ILG-ENTRY OCCURS 5000 TIMES INDEXED BY ILG-IDX.
002400         10  ILG-EVENT-ID         PIC X(20).
002410         10  ILG-CHANNEL-NAME     PIC X(20).
002420 01  INT-LOG-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
002430*
002440* Nøglerne på de rene rækker i den fil der kontrolleres nu -
002450* tømmes før hver fil.
002460*
002470 01  INT-KEY-TABLE-MAX            PIC 9(04) VALUE 2000.
002480 01  INT-KEY-TABLE-COUNT          PIC 9(04) VALUE ZERO.
002490 01  INT-KEY-TABLE.
002500     05  IKY-ENTRY OCCURS 2000 TIMES INDEXED BY IKY-IDX.
002510         10  IKY-RECORD-KEY       PIC X(60).
002520 01  INT-KEY-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
002530 01  INT-FILE-ERROR-COUNT         PIC 9(05) VALUE ZERO.
002540 01  INT-READ-TOTAL               PIC 9(07) VALUE ZERO.
002550 01  INT-DROPPED-TOTAL            PIC 9(07) VALUE ZERO.
002560 01  INT-FLAGGED-TOTAL            PIC 9(07) VALUE ZERO.
002570 01  INT-COUNT-EDIT               PIC ZZZ,ZZ9.
002580 01  INT-OCCUPANT-EDIT            PIC ZZZ9.
002590 01  INT-ROSTER-EDIT              PIC ZZZ9.
002600 01  INT-REPORT-HEADING.
002610     05  FILLER                   PIC X(44) VALUE
002620         "FILE         READ     KEPT  MALFORM   DUPLIC".
002630     05  FILLER                   PIC X(36) VALUE
002640         "   NOCHAN  NOEVENT BADCOUNT COUNTOFF".
002650 01  INT-REPORT-LINE.
002660     05  IRL-FILE-NAME            PIC X(08).
002670     05  FILLER                   PIC X(02) VALUE SPACES.
002680     05  IRL-READ-COUNT           PIC ZZZ,ZZ9.
002690     05  FILLER                   PIC X(02) VALUE SPACES.
002700     05  IRL-KEPT-COUNT           PIC ZZZ,ZZ9.
002710     05  IRL-REASON-ENTRY OCCURS 6 TIMES.
002720         10  FILLER               PIC X(02).
002730         10  IRL-REASON-TALLY     PIC ZZZ,ZZ9.
002740 COPY HYGLDGL.
002750*
002760 PROCEDURE DIVISION.
002770*
002780***************************************************************
002790* 0000-MAINLINE                                                *
002800*   Indlæser kanalerne og de loggede hændelser, fejer hver     *
002810*   relayfil for sig og skriver undtagelsesrapporten.  Kan     *
002820*   kanalfilen eller karantænen ikke bruges, røres ingen       *
002830*   relayfil.                                                  *
002840***************************************************************
002850 0000-MAINLINE.
002860     DISPLAY "HYGGEINT - RELAY INTAKE VALIDATION".
002870     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
002880     IF HLD-GATE-CLOSED
002890         STOP RUN
002900     END-IF.
002910     MOVE FUNCTION CURRENT-DATE (1:8) TO INT-RUN-DATE.
002920     MOVE FUNCTION CURRENT-DATE (9:8) TO INT-RUN-TIME.
002930     INITIALIZE INT-FILE-STATS.
002940     PERFORM 1000-OPEN-QUARANTINE THRU 1000-EXIT.
002950     IF NOT INT-ABORTED
002960         PERFORM 1100-LOAD-CHANNELS THRU 1100-EXIT
002970     END-IF.
002980     IF NOT INT-ABORTED
002990         PERFORM 1300-LOAD-LOGGED-EVENTS THRU 1300-EXIT
003000         PERFORM 2000-SWEEP-ROSTER THRU 2000-EXIT
003010         PERFORM 2500-CHECK-OCCUPANT-COUNTS THRU 2500-EXIT
003020         PERFORM 3000-SWEEP-COMMANDS THRU 3000-EXIT
003030         PERFORM 4000-SWEEP-ACKS THRU 4000-EXIT
003040         PERFORM 5000-SWEEP-REACTIONS THRU 5000-EXIT
003050     END-IF.
003060     IF INT-QRN-OPEN
003070         CLOSE HYGGE-QRN-FILE
003080     END-IF.
003090     PERFORM 6000-REPORT-AND-SET-RC THRU 6000-EXIT.
003100     PERFORM 9000-WRITE-RUN-LEDGER THRU 9000-EXIT.
003110     STOP RUN.
003120*
003130***************************************************************
003140* 0100-CHECK-RUN-LEDGER                                        *
003150*   Spørger HYGGELDG, om trinets forgængere er endt rent for   *
003160*   samme kørselsdato.  Ellers stopper trinet med RETURN-CODE  *
003170*   12, før det har rørt en eneste fil.                        *
003180***************************************************************
003190 0100-CHECK-RUN-LEDGER.
003200     MOVE "HYGGEINT" TO HLD-PROGRAM-ID.
003210     SET HLD-FUNCTION-START TO TRUE.
003220     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
003230     IF HLD-GATE-CLOSED
003240         MOVE HLD-RETURN-CODE TO RETURN-CODE
003250     END-IF.
003260 0100-EXIT.
003270     EXIT.
003280*
003290***************************************************************
003300* 1000-OPEN-QUARANTINE                                         *
003310*   Karantænen er en historik og forlænges; uden den kan en    *
003320*   dårlig række ikke flyttes nogen steder hen, så kørslen     *
003330*   opgives før noget røres.                                   *
003340***************************************************************
003350 1000-OPEN-QUARANTINE.
003360     OPEN EXTEND HYGGE-QRN-FILE.
003370     IF HYGGE-QRN-NOT-FOUND
003380         OPEN OUTPUT HYGGE-QRN-FILE
003390     END-IF.
003400     IF HYGGE-QRN-STATUS-OK
003410         SET INT-QRN-OPEN TO TRUE
003420     ELSE
003430         DISPLAY "HYGGEINT: CANNOT OPEN HYGGEQRN, STATUS "
003440             HYGGE-QRN-STATUS
003450         SET INT-ABORTED TO TRUE
003460     END-IF.
003470 1000-EXIT.
003480     EXIT.
003490*
003500***************************************************************
003510* 1100-LOAD-CHANNELS                                           *
003520*   Læser HYGGE-CHANNEL-FILE ind i en tabel.  En række uden    *
003530*   kanalnavn eller med forskudte kolonner og en kanal der     *
003540*   står der to gange sættes i karantæne; et antal der ikke    *
003550*   er et tal noteres og rettes efter rosteren i 2500.         *
003560*   Mangler filen, eller er der flere kanaler end tabellen     *
003570*   rummer, opgives kørslen - ellers ville hver relayrække for *
003580*   de manglende kanaler blive smidt ud som ukendt kanal.      *
003590***************************************************************
003600 1100-LOAD-CHANNELS.
003610     MOVE INT-CHANNEL-FILE-SUB TO INT-FILE-SUB.
003620     OPEN INPUT HYGGE-CHANNEL-FILE.
003630     IF NOT HYGGE-CHANNEL-STATUS-OK
003640         DISPLAY "HYGGEINT: CANNOT OPEN HYGGECHN, STATUS "
003650             HYGGE-CHANNEL-STATUS
003660         SET INT-ABORTED TO TRUE
003670         GO TO 1100-EXIT
003680     END-IF.
003690     PERFORM 1110-CHECK-ONE-CHANNEL THRU 1110-EXIT
003700         UNTIL INT-CHANNEL-EOF.
003710     CLOSE HYGGE-CHANNEL-FILE.
003720 1100-EXIT.
003730     EXIT.
003740*
003750 1110-CHECK-ONE-CHANNEL.
003760     READ HYGGE-CHANNEL-FILE
003770         AT END
003780             SET INT-CHANNEL-EOF TO TRUE
003790     END-READ.
003800     IF INT-CHANNEL-EOF
003810         GO TO 1110-EXIT
003820     END-IF.
003830     ADD 1 TO IFS-READ-COUNT (INT-FILE-SUB).
003840     MOVE HYGGE-CHANNEL-RECORD TO INT-QRN-IMAGE.
003850     IF HC-CHANNEL-NAME = SPACES
003860      OR HC-CHANNEL-NAME (1:1) = SPACE
003870      OR HYGGE-CHANNEL-RECORD (21:1) NOT = SPACE
003880      OR HYGGE-CHANNEL-RECORD (26:1) NOT = SPACE
003890         MOVE INT-MALFORMED-SUB TO INT-REASON-SUB
003900         PERFORM 8100-DROP-RECORD THRU 8100-EXIT
003910         GO TO 1110-EXIT
003920     END-IF.
003930     MOVE HC-CHANNEL-NAME TO INT-CHECK-CHANNEL-NAME.
003940     PERFORM 7000-FIND-CHANNEL THRU 7000-EXIT.
003950     IF INT-ENTRY-FOUND
003960         MOVE INT-DUPLICATE-SUB TO INT-REASON-SUB
003970         PERFORM 8100-DROP-RECORD THRU 8100-EXIT
003980         GO TO 1110-EXIT
003990     END-IF.
004000     IF INT-CHN-TABLE-COUNT NOT < INT-CHN-TABLE-MAX
004010         DISPLAY "HYGGEINT: HYGGECHN OVERFLOWS THE "
004020             "100-ENTRY TABLE - RAISE THE CAP"
004030         SET INT-ABORTED TO TRUE
004040         SET INT-CHANNEL-EOF TO TRUE
004050         GO TO 1110-EXIT
004060     END-IF.
004070     ADD 1 TO INT-CHN-TABLE-COUNT.
004080     SET ICH-IDX TO INT-CHN-TABLE-COUNT.
004090     MOVE HYGGE-CHANNEL-RECORD TO ICH-IMAGE (ICH-IDX).
004100     MOVE HC-CHANNEL-NAME      TO ICH-CHANNEL-NAME (ICH-IDX).
004110     MOVE ZERO                 TO ICH-ROSTER-COUNT (ICH-IDX).
004120     IF HC-OCCUPANT-COUNT NUMERIC
004130         MOVE HC-OCCUPANT-COUNT TO ICH-OCCUPANT-COUNT (ICH-IDX)
004140         MOVE "Y" TO ICH-COUNT-SW (ICH-IDX)
004150     ELSE
004160         MOVE ZERO TO ICH-OCCUPANT-COUNT (ICH-IDX)
004170         MOVE "N" TO ICH-COUNT-SW (ICH-IDX)
004180     END-IF.
004190 1110-EXIT.
004200     EXIT.
004210*
004220***************************************************************
004230* 1300-LOAD-LOGGED-EVENTS                                      *
004240*   Samler hændelses-id og kanal fra HYGGE-LOG-FILE og fra     *
004250*   arkivet, så en kvittering for en hændelse HYGGEHKP har     *
004260*   arkiveret stadig regnes for logget.  Løber tabellen tør,   *
004270*   springes hændelseskontrollen over for kvitteringer og      *
004280*   reaktioner - en ufuldstændig tabel ville smide gode        *
004290*   rækker ud.                                                 *
004300***************************************************************
004310 1300-LOAD-LOGGED-EVENTS.
004320     OPEN INPUT HYGGE-LOG-FILE.
004330     IF HYGGE-LOG-STATUS-OK
004340         PERFORM 1310-READ-ONE-LOG THRU 1310-EXIT
004350             UNTIL INT-LOG-EOF
004360         CLOSE HYGGE-LOG-FILE
004370     END-IF.
004380     OPEN INPUT HYGGE-ARC-FILE.
004390     IF HYGGE-ARC-STATUS-OK
004400         PERFORM 1320-READ-ONE-ARCHIVED THRU 1320-EXIT
004410             UNTIL INT-ARC-EOF
004420         CLOSE HYGGE-ARC-FILE
004430     END-IF.
004440 1300-EXIT.
004450     EXIT.
004460*
004470 1310-READ-ONE-LOG.
004480     READ HYGGE-LOG-FILE
004490         AT END
004500             SET INT-LOG-EOF TO TRUE
004510     END-READ.
004520     IF NOT INT-LOG-EOF
004530        AND HL-EVENT-ID NOT = SPACES
004540         MOVE HL-EVENT-ID     TO INT-CHECK-EVENT-ID
004550         MOVE HL-CHANNEL-NAME TO INT-CHECK-CHANNEL-NAME
004560         PERFORM 1350-NOTE-LOGGED-PAIR THRU 1350-EXIT
004570     END-IF.
004580 1310-EXIT.
004590     EXIT.
004600*
004610 1320-READ-ONE-ARCHIVED.
004620     READ HYGGE-ARC-FILE
004630         AT END
004640             SET INT-ARC-EOF TO TRUE
004650     END-READ.
004660     IF NOT INT-ARC-EOF
004670        AND HX-EVENT-ID NOT = SPACES
004680         MOVE HX-EVENT-ID     TO INT-CHECK-EVENT-ID
004690         MOVE HX-CHANNEL-NAME TO INT-CHECK-CHANNEL-NAME
004700         PERFORM 1350-NOTE-LOGGED-PAIR THRU 1350-EXIT
004710     END-IF.
004720 1320-EXIT.
004730     EXIT.
004740*
004750 1350-NOTE-LOGGED-PAIR.
004760     PERFORM 7200-FIND-LOGGED-EVENT THRU 7200-EXIT.
004770     IF INT-PAIR-LOGGED
004780         GO TO 1350-EXIT
004790     END-IF.
004800     IF INT-LOG-TABLE-COUNT < INT-LOG-TABLE-MAX
004810         ADD 1 TO INT-LOG-TABLE-COUNT
004820         SET ILG-IDX TO INT-LOG-TABLE-COUNT
004830         MOVE INT-CHECK-EVENT-ID     TO ILG-EVENT-ID (ILG-IDX)
004840         MOVE INT-CHECK-CHANNEL-NAME TO ILG-CHANNEL-NAME (ILG-IDX)
004850     ELSE
004860         ADD 1 TO INT-LOG-DROPPED-COUNT
004870     END-IF.
004880 1350-EXIT.
004890     EXIT.
004900*
004910***************************************************************
004920* 2000-SWEEP-ROSTER                                            *
004930*   Fejer HYGGE-RST-FILE: rene rækker til arbejdsfilen og      *
004940*   tælles på kanalen, resten i karantæne.  Blev der smidt     *
004950*   noget ud, skrives rosteren om fra arbejdsfilen.  En        *
004960*   manglende roster er ikke en fejl - der er intet at fange.  *
004970***************************************************************
004980 2000-SWEEP-ROSTER.
004990     MOVE INT-RST-FILE-SUB TO INT-FILE-SUB.
005000     MOVE ZERO TO INT-KEY-TABLE-COUNT.
005010     OPEN INPUT HYGGE-RST-FILE.
005020     IF HYGGE-RST-NOT-FOUND
005030         GO TO 2000-EXIT
005040     END-IF.
005050     IF NOT HYGGE-RST-STATUS-OK
005060         DISPLAY "HYGGEINT: CANNOT OPEN HYGGERST, STATUS "
005070             HYGGE-RST-STATUS
005080         ADD 1 TO INT-FILE-ERROR-COUNT
005090         GO TO 2000-EXIT
005100     END-IF.
005110     PERFORM 7500-OPEN-WORK-FILE THRU 7500-EXIT.
005120     IF NOT HYGGE-INW-STATUS-OK
005130         CLOSE HYGGE-RST-FILE
005140         GO TO 2000-EXIT
005150     END-IF.
005160     PERFORM 2100-CHECK-ONE-ROSTER THRU 2100-EXIT
005170         UNTIL INT-RST-EOF.
005180     CLOSE HYGGE-RST-FILE.
005190     CLOSE HYGGE-INW-FILE.
005200     IF IFS-DROPPED-COUNT (INT-FILE-SUB) > ZERO
005210         PERFORM 2200-REWRITE-ROSTER THRU 2200-EXIT
005220     END-IF.
005230 2000-EXIT.
005240     EXIT.
005250*
005260 2100-CHECK-ONE-ROSTER.
005270     READ HYGGE-RST-FILE
005280         AT END
005290             SET INT-RST-EOF TO TRUE
005300     END-READ.
005310     IF INT-RST-EOF
005320         GO TO 2100-EXIT
005330     END-IF.
005340     ADD 1 TO IFS-READ-COUNT (INT-FILE-SUB).
005350     MOVE HYGGE-RST-RECORD TO INT-QRN-IMAGE.
005360     MOVE ZERO TO INT-REASON-SUB.
005370     PERFORM 2110-CHECK-ROSTER-FIELDS THRU 2110-EXIT.
005380     IF INT-REASON-SUB > ZERO
005390         PERFORM 8100-DROP-RECORD THRU 8100-EXIT
005400     ELSE
005410         ADD 1 TO ICH-ROSTER-COUNT (INT-CHANNEL-SUB)
005420         MOVE HYGGE-RST-RECORD TO HYGGE-INW-RECORD
005430         WRITE HYGGE-INW-RECORD
005440     END-IF.
005450 2100-EXIT.
005460     EXIT.
005470*
005480***************************************************************
005490* 2110-CHECK-ROSTER-FIELDS                                     *
005500*   Sætter INT-REASON-SUB for den første fejl: formfejl,       *
005510*   ukendt kanal, samme nick to gange i samme kanal.           *
005520***************************************************************
005530 2110-CHECK-ROSTER-FIELDS.
005540     IF HR-CHANNEL-NAME = SPACES
005550      OR HR-CHANNEL-NAME (1:1) = SPACE
005560      OR HR-NICK = SPACES
005570      OR HR-NICK (1:1) = SPACE
005580      OR HYGGE-RST-RECORD (21:1) NOT = SPACE
005590         MOVE INT-MALFORMED-SUB TO INT-REASON-SUB
005600         GO TO 2110-EXIT
005610     END-IF.
005620     MOVE HR-CHANNEL-NAME TO INT-CHECK-CHANNEL-NAME.
005630     PERFORM 7000-FIND-CHANNEL THRU 7000-EXIT.
005640     IF NOT INT-ENTRY-FOUND
005650         MOVE INT-NO-CHANNEL-SUB TO INT-REASON-SUB
005660         GO TO 2110-EXIT
005670     END-IF.
005680     MOVE HYGGE-RST-RECORD TO INT-CHECK-KEY.
005690     PERFORM 7100-CHECK-DUPLICATE THRU 7100-EXIT.
005700     IF INT-ENTRY-FOUND
005710         MOVE INT-DUPLICATE-SUB TO INT-REASON-SUB
005720     END-IF.
005730 2110-EXIT.
005740     EXIT.
005750*
005760***************************************************************
005770* 2200-REWRITE-ROSTER                                          *
005780*   Kopierer de rene rækker fra arbejdsfilen tilbage over      *
005790*   HYGGE-RST-FILE.                                            *
005800***************************************************************
005810 2200-REWRITE-ROSTER.
005820     PERFORM 7600-OPEN-WORK-FOR-COPY THRU 7600-EXIT.
005830     IF NOT HYGGE-INW-STATUS-OK
005840         GO TO 2200-EXIT
005850     END-IF.
005860     OPEN OUTPUT HYGGE-RST-FILE.
005870     IF NOT HYGGE-RST-STATUS-OK
005880         DISPLAY "HYGGEINT: REWRITE OF HYGGERST FAILED, STATUS "
005890             HYGGE-RST-STATUS
005900         ADD 1 TO INT-FILE-ERROR-COUNT
005910         CLOSE HYGGE-INW-FILE
005920         GO TO 2200-EXIT
005930     END-IF.
005940     PERFORM 2210-COPY-ONE-ROSTER THRU 2210-EXIT
005950         UNTIL INT-INW-EOF.
005960     CLOSE HYGGE-RST-FILE.
005970     CLOSE HYGGE-INW-FILE.
005980 2200-EXIT.
005990     EXIT.
006000*
006010 2210-COPY-ONE-ROSTER.
006020     READ HYGGE-INW-FILE
006030         AT END
006040             SET INT-INW-EOF TO TRUE
006050     END-READ.
006060     IF NOT INT-INW-EOF
006070         MOVE HYGGE-INW-RECORD TO HYGGE-RST-RECORD
006080         WRITE HYGGE-RST-RECORD
006090     END-IF.
006100 2210-EXIT.
006110     EXIT.
006120*
006130***************************************************************
006140* 2500-CHECK-OCCUPANT-COUNTS                                   *
006150*   Holder hver kanals HC-OCCUPANT-COUNT op mod antallet af    *
006160*   rene roster-rækker.  Er antallet ikke et tal, rettes det   *
006170*   til rosterens (REPAIRED).  Er det et tal der ikke passer,  *
006180*   markeres rækken (FLAGGED) men bliver stående - en          *
006190*   afkortet roster og et forkert antal ser ens ud herfra.     *
006200*   Blev en række smidt ud eller rettet, skrives kanalfilen    *
006210*   om fra tabellen.                                           *
006220***************************************************************
006230 2500-CHECK-OCCUPANT-COUNTS.
006240     MOVE INT-CHANNEL-FILE-SUB TO INT-FILE-SUB.
006250     PERFORM 2510-CHECK-ONE-COUNT THRU 2510-EXIT
006260         VARYING ICH-IDX FROM 1 BY 1
006270         UNTIL ICH-IDX > INT-CHN-TABLE-COUNT.
006280     IF IFS-DROPPED-COUNT (INT-FILE-SUB) > ZERO
006290      OR INT-CHN-REWRITE
006300         PERFORM 2600-REWRITE-CHANNELS THRU 2600-EXIT
006310     END-IF.
006320 2500-EXIT.
006330     EXIT.
006340*
006350 2510-CHECK-ONE-COUNT.
006360     MOVE ICH-IMAGE (ICH-IDX) TO INT-QRN-IMAGE.
006370     IF ICH-COUNT-BAD (ICH-IDX)
006380         MOVE INT-BAD-COUNT-SUB TO INT-REASON-SUB
006390         MOVE "REPAIRED" TO INT-QRN-ACTION
006400         PERFORM 8000-QUARANTINE-RECORD THRU 8000-EXIT
006410         SET INT-CHN-REWRITE TO TRUE
006420         GO TO 2510-EXIT
006430     END-IF.
006440     IF ICH-OCCUPANT-COUNT (ICH-IDX)
006450         NOT = ICH-ROSTER-COUNT (ICH-IDX)
006460         MOVE ICH-OCCUPANT-COUNT (ICH-IDX) TO INT-OCCUPANT-EDIT
006470         MOVE ICH-ROSTER-COUNT (ICH-IDX) TO INT-ROSTER-EDIT
006480         DISPLAY "HYGGEINT: " ICH-CHANNEL-NAME (ICH-IDX)
006490             " OCCUPANTS " INT-OCCUPANT-EDIT
006500             " ROSTER ROWS " INT-ROSTER-EDIT
006510         MOVE INT-COUNT-OFF-SUB TO INT-REASON-SUB
006520         MOVE "FLAGGED" TO INT-QRN-ACTION
006530         PERFORM 8000-QUARANTINE-RECORD THRU 8000-EXIT
006540     END-IF.
006550 2510-EXIT.
006560     EXIT.
006570*
006580***************************************************************
006590* 2600-REWRITE-CHANNELS                                        *
006600*   Skriver HYGGE-CHANNEL-FILE om fra tabellen, hver række     *
006610*   som den blev læst, med rosterens antal hvor det læste      *
006620*   ikke var et tal.                                           *
006630***************************************************************
006640 2600-REWRITE-CHANNELS.
006650     OPEN OUTPUT HYGGE-CHANNEL-FILE.
006660     IF NOT HYGGE-CHANNEL-STATUS-OK
006670         DISPLAY "HYGGEINT: REWRITE OF HYGGECHN FAILED, STATUS "
006680             HYGGE-CHANNEL-STATUS
006690         ADD 1 TO INT-FILE-ERROR-COUNT
006700         GO TO 2600-EXIT
006710     END-IF.
006720     PERFORM 2610-WRITE-ONE-CHANNEL THRU 2610-EXIT
006730         VARYING ICH-IDX FROM 1 BY 1
006740         UNTIL ICH-IDX > INT-CHN-TABLE-COUNT.
006750     CLOSE HYGGE-CHANNEL-FILE.
006760 2600-EXIT.
006770     EXIT.
006780*
006790 2610-WRITE-ONE-CHANNEL.
006800     MOVE ICH-IMAGE (ICH-IDX) TO HYGGE-CHANNEL-RECORD.
006810     IF ICH-COUNT-BAD (ICH-IDX)
006820         MOVE ICH-ROSTER-COUNT (ICH-IDX) TO HC-OCCUPANT-COUNT
006830     END-IF.
006840     WRITE HYGGE-CHANNEL-RECORD.
006850 2610-EXIT.
006860     EXIT.
006870*
006880***************************************************************
006890* 3000-SWEEP-COMMANDS                                          *
006900*   Fejer HYGGE-CMD-IN-FILE som 2000 fejer rosteren.           *
006910***************************************************************
006920 3000-SWEEP-COMMANDS.
006930     MOVE INT-CMD-IN-FILE-SUB TO INT-FILE-SUB.
006940     MOVE ZERO TO INT-KEY-TABLE-COUNT.
006950     OPEN INPUT HYGGE-CMD-IN-FILE.
006960     IF HYGGE-CMD-IN-NOT-FOUND
006970         GO TO 3000-EXIT
006980     END-IF.
006990     IF NOT HYGGE-CMD-IN-STATUS-OK
007000         DISPLAY "HYGGEINT: CANNOT OPEN HYGGECIN, STATUS "
007010             HYGGE-CMD-IN-STATUS
007020         ADD 1 TO INT-FILE-ERROR-COUNT
007030         GO TO 3000-EXIT
007040     END-IF.
007050     PERFORM 7500-OPEN-WORK-FILE THRU 7500-EXIT.
007060     IF NOT HYGGE-INW-STATUS-OK
007070         CLOSE HYGGE-CMD-IN-FILE
007080         GO TO 3000-EXIT
007090     END-IF.
007100     PERFORM 3100-CHECK-ONE-COMMAND THRU 3100-EXIT
007110         UNTIL INT-CMD-IN-EOF.
007120     CLOSE HYGGE-CMD-IN-FILE.
007130     CLOSE HYGGE-INW-FILE.
007140     IF IFS-DROPPED-COUNT (INT-FILE-SUB) > ZERO
007150         PERFORM 3200-REWRITE-COMMANDS THRU 3200-EXIT
007160     END-IF.
007170 3000-EXIT.
007180     EXIT.
007190*
007200 3100-CHECK-ONE-COMMAND.
007210     READ HYGGE-CMD-IN-FILE
007220         AT END
007230             SET INT-CMD-IN-EOF TO TRUE
007240     END-READ.
007250     IF INT-CMD-IN-EOF
007260         GO TO 3100-EXIT
007270     END-IF.
007280     ADD 1 TO IFS-READ-COUNT (INT-FILE-SUB).
007290     MOVE HYGGE-CMD-IN-RECORD TO INT-QRN-IMAGE.
007300     MOVE ZERO TO INT-REASON-SUB.
007310     PERFORM 3110-CHECK-COMMAND-FIELDS THRU 3110-EXIT.
007320     IF INT-REASON-SUB > ZERO
007330         PERFORM 8100-DROP-RECORD THRU 8100-EXIT
007340     ELSE
007350         MOVE HYGGE-CMD-IN-RECORD TO HYGGE-INW-RECORD
007360         WRITE HYGGE-INW-RECORD
007370     END-IF.
007380 3100-EXIT.
007390     EXIT.
007400*
007410***************************************************************
007420* 3110-CHECK-COMMAND-FIELDS                                    *
007430*   Formfejl, ukendt kanal, og samme hændelse i samme kanal    *
007440*   to gange.  En tom HCI-EVENT-ID er gyldig (HYGGECMD svarer  *
007450*   den uden dubletvagt) og sammenlignes ikke.                 *
007460***************************************************************
007470 3110-CHECK-COMMAND-FIELDS.
007480     IF HCI-CHANNEL-NAME = SPACES
007490      OR HCI-CHANNEL-NAME (1:1) = SPACE
007500      OR HCI-NICK = SPACES
007510      OR HCI-NICK (1:1) = SPACE
007520      OR HCI-COMMAND-TEXT (1:1) NOT = "!"
007530      OR HYGGE-CMD-IN-RECORD (21:1) NOT = SPACE
007540      OR HYGGE-CMD-IN-RECORD (42:1) NOT = SPACE
007550      OR HYGGE-CMD-IN-RECORD (63:1) NOT = SPACE
007560         MOVE INT-MALFORMED-SUB TO INT-REASON-SUB
007570         GO TO 3110-EXIT
007580     END-IF.
007590     MOVE HCI-CHANNEL-NAME TO INT-CHECK-CHANNEL-NAME.
007600     PERFORM 7000-FIND-CHANNEL THRU 7000-EXIT.
007610     IF NOT INT-ENTRY-FOUND
007620         MOVE INT-NO-CHANNEL-SUB TO INT-REASON-SUB
007630         GO TO 3110-EXIT
007640     END-IF.
007650     IF HCI-EVENT-ID = SPACES
007660         GO TO 3110-EXIT
007670     END-IF.
007680     MOVE HYGGE-CMD-IN-RECORD (1:41) TO INT-CHECK-KEY.
007690     PERFORM 7100-CHECK-DUPLICATE THRU 7100-EXIT.
007700     IF INT-ENTRY-FOUND
007710         MOVE INT-DUPLICATE-SUB TO INT-REASON-SUB
007720     END-IF.
007730 3110-EXIT.
007740     EXIT.
007750*
007760***************************************************************
007770* 3200-REWRITE-COMMANDS                                        *
007780*   Kopierer de rene rækker tilbage over HYGGE-CMD-IN-FILE.    *
007790***************************************************************
007800 3200-REWRITE-COMMANDS.
007810     PERFORM 7600-OPEN-WORK-FOR-COPY THRU 7600-EXIT.
007820     IF NOT HYGGE-INW-STATUS-OK
007830         GO TO 3200-EXIT
007840     END-IF.
007850     OPEN OUTPUT HYGGE-CMD-IN-FILE.
007860     IF NOT HYGGE-CMD-IN-STATUS-OK
007870         DISPLAY "HYGGEINT: REWRITE OF HYGGECIN FAILED, STATUS "
007880             HYGGE-CMD-IN-STATUS
007890         ADD 1 TO INT-FILE-ERROR-COUNT
007900         CLOSE HYGGE-INW-FILE
007910         GO TO 3200-EXIT
007920     END-IF.
007930     PERFORM 3210-COPY-ONE-COMMAND THRU 3210-EXIT
007940         UNTIL INT-INW-EOF.
007950     CLOSE HYGGE-CMD-IN-FILE.
007960     CLOSE HYGGE-INW-FILE.
007970 3200-EXIT.
007980     EXIT.
007990*
008000 3210-COPY-ONE-COMMAND.
008010     READ HYGGE-INW-FILE
008020         AT END
008030             SET INT-INW-EOF TO TRUE
008040     END-READ.
008050     IF NOT INT-INW-EOF
008060         MOVE HYGGE-INW-RECORD TO HYGGE-CMD-IN-RECORD
008070         WRITE HYGGE-CMD-IN-RECORD
008080     END-IF.
008090 3210-EXIT.
008100     EXIT.
008110*
008120***************************************************************
008130* 4000-SWEEP-ACKS                                              *
008140*   Fejer HYGGE-ACK-FILE som 2000 fejer rosteren.              *
008150***************************************************************
008160 4000-SWEEP-ACKS.
008170     MOVE INT-ACK-FILE-SUB TO INT-FILE-SUB.
008180     MOVE ZERO TO INT-KEY-TABLE-COUNT.
008190     OPEN INPUT HYGGE-ACK-FILE.
008200     IF HYGGE-ACK-NOT-FOUND
008210         GO TO 4000-EXIT
008220     END-IF.
008230     IF NOT HYGGE-ACK-STATUS-OK
008240         DISPLAY "HYGGEINT: CANNOT OPEN HYGGEACK, STATUS "
008250             HYGGE-ACK-STATUS
008260         ADD 1 TO INT-FILE-ERROR-COUNT
008270         GO TO 4000-EXIT
008280     END-IF.
008290     PERFORM 7500-OPEN-WORK-FILE THRU 7500-EXIT.
008300     IF NOT HYGGE-INW-STATUS-OK
008310         CLOSE HYGGE-ACK-FILE
008320         GO TO 4000-EXIT
008330     END-IF.
008340     PERFORM 4100-CHECK-ONE-ACK THRU 4100-EXIT
008350         UNTIL INT-ACK-EOF.
008360     CLOSE HYGGE-ACK-FILE.
008370     CLOSE HYGGE-INW-FILE.
008380     IF IFS-DROPPED-COUNT (INT-FILE-SUB) > ZERO
008390         PERFORM 4200-REWRITE-ACKS THRU 4200-EXIT
008400     END-IF.
008410 4000-EXIT.
008420     EXIT.
008430*
008440 4100-CHECK-ONE-ACK.
008450     READ HYGGE-ACK-FILE
008460         AT END
008470             SET INT-ACK-EOF TO TRUE
008480     END-READ.
008490     IF INT-ACK-EOF
008500         GO TO 4100-EXIT
008510     END-IF.
008520     ADD 1 TO IFS-READ-COUNT (INT-FILE-SUB).
008530     MOVE HYGGE-ACK-RECORD TO INT-QRN-IMAGE.
008540     MOVE ZERO TO INT-REASON-SUB.
008550     PERFORM 4110-CHECK-ACK-FIELDS THRU 4110-EXIT.
008560     IF INT-REASON-SUB > ZERO
008570         PERFORM 8100-DROP-RECORD THRU 8100-EXIT
008580     ELSE
008590         MOVE HYGGE-ACK-RECORD TO HYGGE-INW-RECORD
008600         WRITE HYGGE-INW-RECORD
008610     END-IF.
008620 4100-EXIT.
008630     EXIT.
008640*
008650***************************************************************
008660* 4110-CHECK-ACK-FIELDS                                        *
008670*   Formfejl, en hændelse der aldrig er logget, en kanal der   *
008680*   hverken står i HYGGECHN eller er logget for hændelsen (en  *
008690*   omdøbt eller nedlagt kanals gamle kvitteringer består),    *
008700*   og samme kvittering to gange.                              *
008710***************************************************************
008720 4110-CHECK-ACK-FIELDS.
008730     IF HA-EVENT-ID = SPACES
008740      OR HA-EVENT-ID (1:1) = SPACE
008750      OR HA-CHANNEL-NAME = SPACES
008760      OR HA-CHANNEL-NAME (1:1) = SPACE
008770      OR HA-POST-DATE NOT NUMERIC
008780      OR HA-POST-TIME NOT NUMERIC
008790      OR HYGGE-ACK-RECORD (21:1) NOT = SPACE
008800      OR HYGGE-ACK-RECORD (42:1) NOT = SPACE
008810      OR HYGGE-ACK-RECORD (51:1) NOT = SPACE
008820         MOVE INT-MALFORMED-SUB TO INT-REASON-SUB
008830         GO TO 4110-EXIT
008840     END-IF.
008850     MOVE HA-EVENT-ID     TO INT-CHECK-EVENT-ID.
008860     MOVE HA-CHANNEL-NAME TO INT-CHECK-CHANNEL-NAME.
008870     PERFORM 7300-CHECK-EVENT-AND-CHANNEL THRU 7300-EXIT.
008880     IF INT-REASON-SUB > ZERO
008890         GO TO 4110-EXIT
008900     END-IF.
008910     MOVE HYGGE-ACK-RECORD TO INT-CHECK-KEY.
008920     PERFORM 7100-CHECK-DUPLICATE THRU 7100-EXIT.
008930     IF INT-ENTRY-FOUND
008940         MOVE INT-DUPLICATE-SUB TO INT-REASON-SUB
008950     END-IF.
008960 4110-EXIT.
008970     EXIT.
008980*
008990***************************************************************
009000* 4200-REWRITE-ACKS                                            *
009010*   Kopierer de rene rækker tilbage over HYGGE-ACK-FILE.       *
009020***************************************************************
009030 4200-REWRITE-ACKS.
009040     PERFORM 7600-OPEN-WORK-FOR-COPY THRU 7600-EXIT.
009050     IF NOT HYGGE-INW-STATUS-OK
009060         GO TO 4200-EXIT
009070     END-IF.
009080     OPEN OUTPUT HYGGE-ACK-FILE.
009090     IF NOT HYGGE-ACK-STATUS-OK
009100         DISPLAY "HYGGEINT: REWRITE OF HYGGEACK FAILED, STATUS "
009110             HYGGE-ACK-STATUS
009120         ADD 1 TO INT-FILE-ERROR-COUNT
009130         CLOSE HYGGE-INW-FILE
009140         GO TO 4200-EXIT
009150     END-IF.
009160     PERFORM 4210-COPY-ONE-ACK THRU 4210-EXIT
009170         UNTIL INT-INW-EOF.
009180     CLOSE HYGGE-ACK-FILE.
009190     CLOSE HYGGE-INW-FILE.
009200 4200-EXIT.
009210     EXIT.
009220*
009230 4210-COPY-ONE-ACK.
009240     READ HYGGE-INW-FILE
009250         AT END
009260             SET INT-INW-EOF TO TRUE
009270     END-READ.
009280     IF NOT INT-INW-EOF
009290         MOVE HYGGE-INW-RECORD TO HYGGE-ACK-RECORD
009300         WRITE HYGGE-ACK-RECORD
009310     END-IF.
009320 4210-EXIT.
009330     EXIT.
009340*
009350***************************************************************
009360* 5000-SWEEP-REACTIONS                                         *
009370*   Fejer HYGGE-RCT-FILE som 2000 fejer rosteren.              *
009380***************************************************************
009390 5000-SWEEP-REACTIONS.
009400     MOVE INT-RCT-FILE-SUB TO INT-FILE-SUB.
009410     MOVE ZERO TO INT-KEY-TABLE-COUNT.
009420     OPEN INPUT HYGGE-RCT-FILE.
009430     IF HYGGE-RCT-NOT-FOUND
009440         GO TO 5000-EXIT
009450     END-IF.
009460     IF NOT HYGGE-RCT-STATUS-OK
009470         DISPLAY "HYGGEINT: CANNOT OPEN HYGGERCT, STATUS "
009480             HYGGE-RCT-STATUS
009490         ADD 1 TO INT-FILE-ERROR-COUNT
009500         GO TO 5000-EXIT
009510     END-IF.
009520     PERFORM 7500-OPEN-WORK-FILE THRU 7500-EXIT.
009530     IF NOT HYGGE-INW-STATUS-OK
009540         CLOSE HYGGE-RCT-FILE
009550         GO TO 5000-EXIT
009560     END-IF.
009570     PERFORM 5100-CHECK-ONE-REACTION THRU 5100-EXIT
009580         UNTIL INT-RCT-EOF.
009590     CLOSE HYGGE-RCT-FILE.
009600     CLOSE HYGGE-INW-FILE.
009610     IF IFS-DROPPED-COUNT (INT-FILE-SUB) > ZERO
009620         PERFORM 5200-REWRITE-REACTIONS THRU 5200-EXIT
009630     END-IF.
009640 5000-EXIT.
009650     EXIT.
009660*
009670 5100-CHECK-ONE-REACTION.
009680     READ HYGGE-RCT-FILE
009690         AT END
009700             SET INT-RCT-EOF TO TRUE
009710     END-READ.
009720     IF INT-RCT-EOF
009730         GO TO 5100-EXIT
009740     END-IF.
009750     ADD 1 TO IFS-READ-COUNT (INT-FILE-SUB).
009760     MOVE HYGGE-RCT-RECORD TO INT-QRN-IMAGE.
009770     MOVE ZERO TO INT-REASON-SUB.
009780     PERFORM 5110-CHECK-REACTION-FIELDS THRU 5110-EXIT.
009790     IF INT-REASON-SUB > ZERO
009800         PERFORM 8100-DROP-RECORD THRU 8100-EXIT
009810     ELSE
009820         MOVE HYGGE-RCT-RECORD TO HYGGE-INW-RECORD
009830         WRITE HYGGE-INW-RECORD
009840     END-IF.
009850 5100-EXIT.
009860     EXIT.
009870*
009880***************************************************************
009890* 5110-CHECK-REACTION-FIELDS                                   *
009900*   Som 4110 for kvitteringer.  En scene med flere linjer har  *
009910*   én reaktionsrække pr. linje, så kun en helt ens række er   *
009920*   en dublet.                                                 *
009930***************************************************************
009940 5110-CHECK-REACTION-FIELDS.
009950     IF HRC-EVENT-ID = SPACES
009960      OR HRC-EVENT-ID (1:1) = SPACE
009970      OR HRC-CHANNEL-NAME = SPACES
009980      OR HRC-CHANNEL-NAME (1:1) = SPACE
009990      OR HRC-MESSAGE-COUNT NOT NUMERIC
010000      OR HYGGE-RCT-RECORD (21:1) NOT = SPACE
010010      OR HYGGE-RCT-RECORD (42:1) NOT = SPACE
010020         MOVE INT-MALFORMED-SUB TO INT-REASON-SUB
010030         GO TO 5110-EXIT
010040     END-IF.
010050     MOVE HRC-EVENT-ID     TO INT-CHECK-EVENT-ID.
010060     MOVE HRC-CHANNEL-NAME TO INT-CHECK-CHANNEL-NAME.
010070     PERFORM 7300-CHECK-EVENT-AND-CHANNEL THRU 7300-EXIT.
010080     IF INT-REASON-SUB > ZERO
010090         GO TO 5110-EXIT
010100     END-IF.
010110     MOVE HYGGE-RCT-RECORD TO INT-CHECK-KEY.
010120     PERFORM 7100-CHECK-DUPLICATE THRU 7100-EXIT.
010130     IF INT-ENTRY-FOUND
010140         MOVE INT-DUPLICATE-SUB TO INT-REASON-SUB
010150     END-IF.
010160 5110-EXIT.
010170     EXIT.
010180*
010190***************************************************************
010200* 5200-REWRITE-REACTIONS                                       *
010210*   Kopierer de rene rækker tilbage over HYGGE-RCT-FILE.       *
010220***************************************************************
010230 5200-REWRITE-REACTIONS.
010240     PERFORM 7600-OPEN-WORK-FOR-COPY THRU 7600-EXIT.
010250     IF NOT HYGGE-INW-STATUS-OK
010260         GO TO 5200-EXIT
010270     END-IF.
010280     OPEN OUTPUT HYGGE-RCT-FILE.
010290     IF NOT HYGGE-RCT-STATUS-OK
010300         DISPLAY "HYGGEINT: REWRITE OF HYGGERCT FAILED, STATUS "
010310             HYGGE-RCT-STATUS
010320         ADD 1 TO INT-FILE-ERROR-COUNT
010330         CLOSE HYGGE-INW-FILE
010340         GO TO 5200-EXIT
010350     END-IF.
010360     PERFORM 5210-COPY-ONE-REACTION THRU 5210-EXIT
010370         UNTIL INT-INW-EOF.
010380     CLOSE HYGGE-RCT-FILE.
010390     CLOSE HYGGE-INW-FILE.
010400 5200-EXIT.
010410     EXIT.
010420*
010430 5210-COPY-ONE-REACTION.
010440     READ HYGGE-INW-FILE
010450         AT END
010460             SET INT-INW-EOF TO TRUE
010470     END-READ.
010480     IF NOT INT-INW-EOF
010490         MOVE HYGGE-INW-RECORD TO HYGGE-RCT-RECORD
010500         WRITE HYGGE-RCT-RECORD
010510     END-IF.
010520 5210-EXIT.
010530     EXIT.
010540*
010550***************************************************************
010560* 6000-REPORT-AND-SET-RC                                       *
010570*   Undtagelsesrapporten: én linje pr. relayfil med læste og   *
010580*   beholdte rækker og antal pr. årsag, og dommen.  RETURN-    *
010590*   CODE 8 når de rene filer ikke kunne skrives (hold hygge-   *
010600*   jobbet), 4 når noget blev sat i karantæne, markeret eller  *
010610*   ikke kunne kontrolleres fuldt ud (relayet skal ses efter), *
010620*   ellers 0.                                                  *
010630***************************************************************
010640 6000-REPORT-AND-SET-RC.
010650     IF INT-ABORTED
010660         DISPLAY "HYGGEINT: INTAKE NOT CHECKED - NO RELAY FILE"
010670             " TOUCHED - HOLD THE HYGGE JOB"
010680         MOVE 8 TO RETURN-CODE
010690         GO TO 6000-EXIT
010700     END-IF.
010710     DISPLAY "HYGGEINT: " INT-REPORT-HEADING.
010720     PERFORM 6100-PRINT-ONE-FILE THRU 6100-EXIT
010730         VARYING INT-FILE-SUB FROM 1 BY 1
010740         UNTIL INT-FILE-SUB > INT-FILE-COUNT.
010750     IF INT-LOG-DROPPED-COUNT > ZERO
010760         MOVE INT-LOG-DROPPED-COUNT TO INT-COUNT-EDIT
010770         DISPLAY "HYGGEINT: WARNING -" INT-COUNT-EDIT
010780             " LOGGED EVENTS PAST THE 5000-ENTRY TABLE - ACK"
010790             " AND REACTION EVENT/CHANNEL CHECKS SKIPPED"
010800     END-IF.
010810     IF INT-KEY-DROPPED-COUNT > ZERO
010820         MOVE INT-KEY-DROPPED-COUNT TO INT-COUNT-EDIT
010830         DISPLAY "HYGGEINT: WARNING -" INT-COUNT-EDIT
010840             " RECORDS PAST THE 2000-ENTRY DUPLICATE TABLE"
010850             " NOT CHECKED FOR DUPLICATES"
010860     END-IF.
010870     IF INT-FILE-ERROR-COUNT > ZERO
010880         DISPLAY "HYGGEINT: CLEAN FILES NOT GUARANTEED - SEE"
010890             " THE FILE ERRORS ABOVE - HOLD THE HYGGE JOB"
010900         MOVE 8 TO RETURN-CODE
010910         GO TO 6000-EXIT
010920     END-IF.
010930     IF INT-DROPPED-TOTAL = ZERO
010940        AND INT-FLAGGED-TOTAL = ZERO
010950        AND INT-LOG-DROPPED-COUNT = ZERO
010960        AND INT-KEY-DROPPED-COUNT = ZERO
010970         DISPLAY "HYGGEINT: RELAY INTAKE CLEAN"
010980     ELSE
010990         MOVE INT-DROPPED-TOTAL TO INT-COUNT-EDIT
011000         DISPLAY "HYGGEINT: RELAY NEEDS LOOKING AT -"
011010             INT-COUNT-EDIT " RECORD(S) QUARANTINED IN HYGGEQRN"
011020         MOVE INT-FLAGGED-TOTAL TO INT-COUNT-EDIT
011030         DISPLAY "HYGGEINT:                         -"
011040             INT-COUNT-EDIT " OCCUPANT COUNT(S) REPAIRED/FLAGGED"
011050         MOVE 4 TO RETURN-CODE
011060     END-IF.
011070 6000-EXIT.
011080     EXIT.
011090*
011100 6100-PRINT-ONE-FILE.
011110     MOVE SPACES TO INT-REPORT-LINE.
011120     MOVE IFL-FILE-NAME (INT-FILE-SUB) TO IRL-FILE-NAME.
011130     MOVE IFS-READ-COUNT (INT-FILE-SUB) TO IRL-READ-COUNT.
011140     COMPUTE IRL-KEPT-COUNT = IFS-READ-COUNT (INT-FILE-SUB)
011150                            - IFS-DROPPED-COUNT (INT-FILE-SUB).
011160     PERFORM 6110-MOVE-ONE-REASON THRU 6110-EXIT
011170         VARYING INT-REASON-SUB FROM 1 BY 1
011180         UNTIL INT-REASON-SUB > INT-REASON-COUNT.
011190     DISPLAY "HYGGEINT: " INT-REPORT-LINE.
011200     ADD IFS-READ-COUNT (INT-FILE-SUB) TO INT-READ-TOTAL.
011210 6100-EXIT.
011220     EXIT.
011230*
011240 6110-MOVE-ONE-REASON.
011250     MOVE IFS-REASON-TALLY (INT-FILE-SUB INT-REASON-SUB)
011260         TO IRL-REASON-TALLY (INT-REASON-SUB).
011270 6110-EXIT.
011280     EXIT.
011290*
011300***************************************************************
011310* 7000-FIND-CHANNEL                                            *
011320*   Leder i kanaltabellen efter INT-CHECK-CHANNEL-NAME og      *
011330*   stiller pladsen i INT-CHANNEL-SUB.                         *
011340***************************************************************
011350 7000-FIND-CHANNEL.
011360     MOVE "N" TO INT-ENTRY-FOUND-SW.
011370     MOVE ZERO TO INT-CHANNEL-SUB.
011380     PERFORM 7010-MATCH-ONE-CHANNEL THRU 7010-EXIT
011390         VARYING ICH-IDX FROM 1 BY 1
011400         UNTIL ICH-IDX > INT-CHN-TABLE-COUNT
011410            OR INT-ENTRY-FOUND.
011420 7000-EXIT.
011430     EXIT.
011440*
011450 7010-MATCH-ONE-CHANNEL.
011460     IF ICH-CHANNEL-NAME (ICH-IDX) = INT-CHECK-CHANNEL-NAME
011470         SET INT-ENTRY-FOUND TO TRUE
011480         SET INT-CHANNEL-SUB TO ICH-IDX
011490     END-IF.
011500 7010-EXIT.
011510     EXIT.
011520*
011530***************************************************************
011540* 7100-CHECK-DUPLICATE                                         *
011550*   Er INT-CHECK-KEY set før i filen?  Hvis ikke, huskes den.  *
011560*   Er tabellen fuld, tælles rækken som ikke kontrolleret og   *
011570*   går igennem.                                               *
011580***************************************************************
011590 7100-CHECK-DUPLICATE.
011600     MOVE "N" TO INT-ENTRY-FOUND-SW.
011610     PERFORM 7110-MATCH-ONE-KEY THRU 7110-EXIT
011620         VARYING IKY-IDX FROM 1 BY 1
011630         UNTIL IKY-IDX > INT-KEY-TABLE-COUNT
011640            OR INT-ENTRY-FOUND.
011650     IF INT-ENTRY-FOUND
011660         GO TO 7100-EXIT
011670     END-IF.
011680     IF INT-KEY-TABLE-COUNT < INT-KEY-TABLE-MAX
011690         ADD 1 TO INT-KEY-TABLE-COUNT
011700         SET IKY-IDX TO INT-KEY-TABLE-COUNT
011710         MOVE INT-CHECK-KEY TO IKY-RECORD-KEY (IKY-IDX)
011720     ELSE
011730         ADD 1 TO INT-KEY-DROPPED-COUNT
011740     END-IF.
011750 7100-EXIT.
011760     EXIT.
011770*
011780 7110-MATCH-ONE-KEY.
011790     IF IKY-RECORD-KEY (IKY-IDX) = INT-CHECK-KEY
011800         SET INT-ENTRY-FOUND TO TRUE
011810     END-IF.
011820 7110-EXIT.
011830     EXIT.
011840*
011850***************************************************************
011860* 7200-FIND-LOGGED-EVENT                                       *
011870*   Leder i tabellen over loggede hændelser efter              *
011880*   INT-CHECK-EVENT-ID (sætter INT-EVENT-LOGGED) og parret     *
011890*   hændelse/INT-CHECK-CHANNEL-NAME (sætter INT-PAIR-LOGGED).  *
011900***************************************************************
011910 7200-FIND-LOGGED-EVENT.
011920     MOVE "N" TO INT-EVENT-LOGGED-SW.
011930     MOVE "N" TO INT-PAIR-LOGGED-SW.
011940     PERFORM 7210-MATCH-ONE-LOGGED THRU 7210-EXIT
011950         VARYING ILG-IDX FROM 1 BY 1
011960         UNTIL ILG-IDX > INT-LOG-TABLE-COUNT
011970            OR INT-PAIR-LOGGED.
011980 7200-EXIT.
011990     EXIT.
012000*
012010 7210-MATCH-ONE-LOGGED.
012020     IF ILG-EVENT-ID (ILG-IDX) = INT-CHECK-EVENT-ID
012030         SET INT-EVENT-LOGGED TO TRUE
012040         IF ILG-CHANNEL-NAME (ILG-IDX) = INT-CHECK-CHANNEL-NAME
012050             SET INT-PAIR-LOGGED TO TRUE
012060         END-IF
012070     END-IF.
012080 7210-EXIT.
012090     EXIT.
012100*
012110***************************************************************
012120* 7300-CHECK-EVENT-AND-CHANNEL                                 *
012130*   Fælles for kvitteringer og reaktioner: hændelsen skal      *
012140*   være logget, og kanalen skal stå i HYGGECHN eller være     *
012150*   logget for netop den hændelse.  Sætter INT-REASON-SUB.     *
012160*   Er hændelsestabellen løbet tør, kontrolleres intet her.    *
012170***************************************************************
012180 7300-CHECK-EVENT-AND-CHANNEL.
012190     IF INT-LOG-DROPPED-COUNT > ZERO
012200         GO TO 7300-EXIT
012210     END-IF.
012220     PERFORM 7200-FIND-LOGGED-EVENT THRU 7200-EXIT.
012230     IF NOT INT-EVENT-LOGGED
012240         MOVE INT-NO-EVENT-SUB TO INT-REASON-SUB
012250         GO TO 7300-EXIT
012260     END-IF.
012270     IF INT-PAIR-LOGGED
012280         GO TO 7300-EXIT
012290     END-IF.
012300     PERFORM 7000-FIND-CHANNEL THRU 7000-EXIT.
012310     IF NOT INT-ENTRY-FOUND
012320         MOVE INT-NO-CHANNEL-SUB TO INT-REASON-SUB
012330     END-IF.
012340 7300-EXIT.
012350     EXIT.
012360*
012370***************************************************************
012380* 7500-OPEN-WORK-FILE                                          *
012390*   Åbner arbejdsfilen til de rene rækker.  Fejler det,        *
012400*   springes filen over urørt og tælles som filfejl.           *
012410***************************************************************
012420 7500-OPEN-WORK-FILE.
012430     OPEN OUTPUT HYGGE-INW-FILE.
012440     IF NOT HYGGE-INW-STATUS-OK
012450         DISPLAY "HYGGEINT: CANNOT OPEN HYGGEINW, STATUS "
012460             HYGGE-INW-STATUS " - "
012470             IFL-FILE-NAME (INT-FILE-SUB) " NOT CHECKED"
012480         ADD 1 TO INT-FILE-ERROR-COUNT
012490     END-IF.
012500 7500-EXIT.
012510     EXIT.
012520*
012530***************************************************************
012540* 7600-OPEN-WORK-FOR-COPY                                      *
012550*   Åbner arbejdsfilen til kopieringen tilbage over relay-     *
012560*   filen.                                                     *
012570***************************************************************
012580 7600-OPEN-WORK-FOR-COPY.
012590     MOVE "N" TO INT-INW-EOF-SW.
012600     OPEN INPUT HYGGE-INW-FILE.
012610     IF NOT HYGGE-INW-STATUS-OK
012620         DISPLAY "HYGGEINT: REWRITE OF "
012630             IFL-FILE-NAME (INT-FILE-SUB)
012640             " SKIPPED - INW STATUS " HYGGE-INW-STATUS
012650         ADD 1 TO INT-FILE-ERROR-COUNT
012660     END-IF.
012670 7600-EXIT.
012680     EXIT.
012690*
012700***************************************************************
012710* 8000-QUARANTINE-RECORD                                       *
012720*   Skriver INT-QRN-IMAGE i karantænen med filens navn,        *
012730*   årsagen i INT-REASON-SUB og handlingen i INT-QRN-ACTION,   *
012740*   viser den på rapporten og tæller den.                      *
012750***************************************************************
012760 8000-QUARANTINE-RECORD.
012770     MOVE SPACES                        TO HYGGE-QRN-RECORD.
012780     MOVE INT-RUN-DATE                  TO HQN-RUN-DATE.
012790     MOVE INT-RUN-TIME                  TO HQN-RUN-TIME.
012800     MOVE IFL-FILE-NAME (INT-FILE-SUB)  TO HQN-SOURCE-FILE.
012810     MOVE IRS-REASON-CODE (INT-REASON-SUB) TO HQN-REASON-CODE.
012820     MOVE INT-QRN-ACTION                TO HQN-ACTION.
012830     MOVE INT-QRN-IMAGE                 TO HQN-RECORD-IMAGE.
012840     WRITE HYGGE-QRN-RECORD.
012850     DISPLAY "HYGGEINT: " HQN-SOURCE-FILE " " HQN-REASON-CODE
012860         " " HQN-ACTION " '" INT-QRN-IMAGE (1:60) "'".
012870     ADD 1 TO IFS-REASON-TALLY (INT-FILE-SUB INT-REASON-SUB).
012880     IF HQN-DROPPED
012890         ADD 1 TO IFS-DROPPED-COUNT (INT-FILE-SUB)
012900         ADD 1 TO INT-DROPPED-TOTAL
012910     ELSE
012920         ADD 1 TO INT-FLAGGED-TOTAL
012930     END-IF.
012940 8000-EXIT.
012950     EXIT.
012960*
012970***************************************************************
012980* 8100-DROP-RECORD                                             *
012990*   Rækken i INT-QRN-IMAGE kommer ikke med i den rene fil.     *
013000***************************************************************
013010 8100-DROP-RECORD.
013020     MOVE "DROPPED" TO INT-QRN-ACTION.
013030     PERFORM 8000-QUARANTINE-RECORD THRU 8000-EXIT.
013040 8100-EXIT.
013050     EXIT.
013060*
013070***************************************************************
013080* 9000-WRITE-RUN-LEDGER                                        *
013090*   Tilføjer trinets række i run-ledgeren med RETURN-CODE og   *
013100*   nøgletal.  CALL nulstiller RETURN-CODE, så koden gemmes i  *
013110*   parameterblokken og sættes tilbage bagefter.               *
013120***************************************************************
013130 9000-WRITE-RUN-LEDGER.
013140     MOVE RETURN-CODE TO HLD-RETURN-CODE.
013150     SET HLD-FUNCTION-END TO TRUE.
013160     MOVE "RECORDS"  TO HLD-COUNT-LABEL (1).
013170     MOVE INT-READ-TOTAL TO HLD-COUNT-VALUE (1).
013180     MOVE "DROPPED"  TO HLD-COUNT-LABEL (2).
013190     MOVE INT-DROPPED-TOTAL TO HLD-COUNT-VALUE (2).
013200     MOVE "FLAGGED"  TO HLD-COUNT-LABEL (3).
013210     MOVE INT-FLAGGED-TOTAL TO HLD-COUNT-VALUE (3).
013220     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
013230     MOVE HLD-RETURN-CODE TO RETURN-CODE.
013240 9000-EXIT.
013250     EXIT.
