000420*                  LOG ROW IN THE WINDOW) EVERY MORNING WITH   *
000430*                  COMMAND TRAFFIC, AND NEVER CAUGHT A FIRE    *
000440*                  THAT MISSED THE RELAY FILE.                 *
000450* 2026-10-15  KN   NOW CHECKS THE HYGGE-RUN-FILE RUN LEDGER    *
000460*                  THROUGH HYGGELDG BEFORE STARTING AND        *
000470*                  REFUSES TO RUN (RETURN-CODE 12) UNLESS      *
000480*                  HYGGEREC ENDED CLEANLY, RETURN-CODE 4 OR    *
000490*                  LESS, FOR THE SAME RUN DATE.  APPENDS ITS   *
000500*                  OWN LEDGER RECORD AT THE END WITH ITS       *
000510*                  RETURN-CODE AND FIRED, UNACKED AND          *
000520*                  UNRELAYED COUNTS.                           *
000530* 2026-10-15  KN   THE RELAY LEG NOW ALSO SHOWS THE WINDOW'S   *
000540*                  ECHO-SUPPRESSED RUNS (LOGGED SUPPRESSED     *
000550*                  WITH REASON ECHO, SO NO RELAY LINE IS       *
000560*                  EXPECTED FOR THEM) AND THE FIRES WHERE      *
000570*                  HYGGE'S ECHO GUARD SWAPPED THE SCENE        *
000580*                  (ECHOALT).  BOTH ARE INFORMATION ONLY AND   *
000590*                  DO NOT AFFECT THE VERDICT.                  *
000600***************************************************************
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT HYGGE-CHANNEL-FILE ASSIGN TO "HYGGECHN"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS HYGGE-CHANNEL-STATUS.
000670     SELECT HYGGE-CKP-FILE ASSIGN TO "HYGGECKP"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS HYGGE-CKP-STATUS.
000700     SELECT HYGGE-LOG-FILE ASSIGN TO "HYGGELOG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS HYGGE-LOG-STATUS.
000730     SELECT HYGGE-OUT-FILE ASSIGN TO "HYGGEOUT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS HYGGE-OUT-STATUS.
000760     SELECT HYGGE-ACK-FILE ASSIGN TO "HYGGEACK"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS HYGGE-ACK-STATUS.
000790     SELECT HYGGE-RPQ-FILE ASSIGN TO "HYGGERPQ"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS HYGGE-RPQ-STATUS.
000820     SELECT HYGGE-HKC-FILE ASSIGN TO "HYGGEHKC"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS HYGGE-HKC-STATUS.
000850     SELECT HYGGE-RPT-PARM-FILE ASSIGN TO "HYGGERPP"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS HYGGE-PARM-STATUS.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  HYGGE-CHANNEL-FILE
000910     RECORDING MODE IS F.
000920 COPY HYGCHNR.
000930 FD  HYGGE-CKP-FILE
000940     RECORDING MODE IS F.
000950 COPY HYGCKPR.
000960 FD  HYGGE-LOG-FILE
000970     RECORDING MODE IS F.
000980 COPY HYGLOGR.
000990 FD  HYGGE-OUT-FILE
001000     RECORDING MODE IS F.
001010 COPY HYGOUTR.
001020 FD  HYGGE-ACK-FILE
001030     RECORDING MODE IS F.
001040 COPY HYGACKR.
001050 FD  HYGGE-RPQ-FILE
001060     RECORDING MODE IS F.
001070 COPY HYGRPQR.
001080 FD  HYGGE-HKC-FILE
001090     RECORDING MODE IS F.
001100 COPY HYGHKCR.
001110 FD  HYGGE-RPT-PARM-FILE
001120     RECORDING MODE IS F.
001130 COPY HYGRPTP.
001140 WORKING-STORAGE SECTION.
001150 01  HYGGEBAL-SWITCHES.
001160     05  BAL-CHANNEL-EOF-SW       PIC X(01) VALUE "N".
001170         88  BAL-CHANNEL-EOF                VALUE "Y".
001180     05  BAL-CKP-EOF-SW           PIC X(01) VALUE "N".
001190         88  BAL-CKP-EOF                    VALUE "Y".
001200     05  BAL-LOG-EOF-SW           PIC X(01) VALUE "N".
001210         88  BAL-LOG-EOF                    VALUE "Y".
001220     05  BAL-OUT-EOF-SW           PIC X(01) VALUE "N".
001230         88  BAL-OUT-EOF                    VALUE "Y".
001240     05  BAL-ACK-EOF-SW           PIC X(01) VALUE "N".
001250         88  BAL-ACK-EOF                    VALUE "Y".
001260     05  BAL-RPQ-EOF-SW           PIC X(01) VALUE "N".
001270         88  BAL-RPQ-EOF                    VALUE "Y".
001280     05  BAL-HKC-EOF-SW           PIC X(01) VALUE "N".
001290         88  BAL-HKC-EOF                    VALUE "Y".
001300     05  BAL-PARM-EOF-SW          PIC X(01) VALUE "N".
001310         88  BAL-PARM-EOF                   VALUE "Y".
001320     05  BAL-MATCH-FOUND-SW       PIC X(01) VALUE "N".
001330         88  BAL-MATCH-FOUND                VALUE "Y".
001340     05  BAL-MARKER-STANDS-SW     PIC X(01) VALUE "N".
001350         88  BAL-MARKER-STANDS              VALUE "Y".
001360     05  BAL-OUT-OF-BALANCE-SW    PIC X(01) VALUE "N".
001370         88  BAL-OUT-OF-BALANCE             VALUE "Y".
001380 01  HYGGE-CHANNEL-STATUS         PIC X(02) VALUE SPACES.
001390     88  HYGGE-CHANNEL-STATUS-OK            VALUE "00".
001400     88  HYGGE-CHANNEL-NOT-FOUND            VALUE "35".
001410 01  HYGGE-CKP-STATUS             PIC X(02) VALUE SPACES.
001420     88  HYGGE-CKP-STATUS-OK                VALUE "00".
001430     88  HYGGE-CKP-NOT-FOUND                VALUE "35".
001440 01  HYGGE-LOG-STATUS             PIC X(02) VALUE SPACES.
001450     88  HYGGE-LOG-STATUS-OK                VALUE "00".
001460     88  HYGGE-LOG-NOT-FOUND                VALUE "35".
001470 01  HYGGE-OUT-STATUS             PIC X(02) VALUE SPACES.
001480     88  HYGGE-OUT-STATUS-OK                VALUE "00".
001490     88  HYGGE-OUT-NOT-FOUND                VALUE "35".
001500 01  HYGGE-ACK-STATUS             PIC X(02) VALUE SPACES.
001510     88  HYGGE-ACK-STATUS-OK                VALUE "00".
001520     88  HYGGE-ACK-NOT-FOUND                VALUE "35".
001530 01  HYGGE-RPQ-STATUS             PIC X(02) VALUE SPACES.
001540     88  HYGGE-RPQ-STATUS-OK                VALUE "00".
001550     88  HYGGE-RPQ-NOT-FOUND                VALUE "35".
001560 01  HYGGE-HKC-STATUS             PIC X(02) VALUE SPACES.
001570     88  HYGGE-HKC-STATUS-OK                VALUE "00".
001580     88  HYGGE-HKC-NOT-FOUND                VALUE "35".
001590 01  HYGGE-PARM-STATUS            PIC X(02) VALUE SPACES.
001600     88  HYGGE-PARM-STATUS-OK               VALUE "00".
001610     88  HYGGE-PARM-NOT-FOUND               VALUE "35".
001620 01  BAL-FROM-DATE                PIC 9(08) VALUE ZERO.
001630 01  BAL-TO-DATE                  PIC 9(08) VALUE 99999999.
001640 01  BAL-CKP-TABLE-MAX            PIC 9(03) VALUE 100.
001650 01  BAL-CKP-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001660 01  BAL-CKP-TABLE.
001670     05  BCK-ENTRY OCCURS 100 TIMES INDEXED BY BCK-IDX.
001680         10  BCK-CHANNEL-NAME     PIC X(20).
001690 01  BAL-ACK-TABLE-MAX            PIC 9(03) VALUE 500.
001700 01  BAL-ACK-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001710 01  BAL-ACK-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
001720 01  BAL-ACK-TABLE.
001730     05  BAK-ENTRY OCCURS 500 TIMES INDEXED BY BAK-IDX.
001740         10  BAK-EVENT-ID         PIC X(20).
001750         10  BAK-CHANNEL-NAME     PIC X(20).
001760 01  BAL-FIRE-TABLE-MAX           PIC 9(03) VALUE 500.
001770 01  BAL-FIRE-TABLE-COUNT         PIC 9(03) VALUE ZERO.
001780 01  BAL-FIRE-DROPPED-COUNT       PIC 9(07) VALUE ZERO.
001790 01  BAL-FIRE-TABLE.
001800     05  BFR-ENTRY OCCURS 500 TIMES INDEXED BY BFR-IDX.
001810         10  BFR-EVENT-ID         PIC X(20).
001820         10  BFR-CHANNEL-NAME     PIC X(20).
001830 01  BAL-CHANNEL-COUNT            PIC 9(05) VALUE ZERO.
001840 01  BAL-UNCHECKPOINTED-COUNT     PIC 9(05) VALUE ZERO.
001850 01  BAL-FIRED-COUNT              PIC 9(07) VALUE ZERO.
001860 01  BAL-OUT-SCENE-COUNT          PIC 9(07) VALUE ZERO.
001870 01  BAL-OUT-TABLE-MAX            PIC 9(03) VALUE 500.
001880 01  BAL-OUT-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001890 01  BAL-OUT-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
001900 01  BAL-OUT-TABLE.
001910     05  BOU-ENTRY OCCURS 500 TIMES INDEXED BY BOU-IDX.
001920         10  BOU-EVENT-ID         PIC X(20).
001930         10  BOU-CHANNEL-NAME     PIC X(20).
001940 01  BAL-UNRELAYED-COUNT          PIC 9(07) VALUE ZERO.
001950 01  BAL-ACKED-COUNT              PIC 9(07) VALUE ZERO.
001960 01  BAL-UNACKED-COUNT            PIC 9(07) VALUE ZERO.
001970 01  BAL-RPQ-DEPTH                PIC 9(07) VALUE ZERO.
001980 01  BAL-ECHO-SUPPRESSED-COUNT    PIC 9(07) VALUE ZERO.
001990 01  BAL-ECHO-ALT-COUNT           PIC 9(07) VALUE ZERO.
002000 01  BAL-COUNT-EDIT               PIC ZZZ,ZZ9.
002010 01  BAL-COUNT-EDIT-2             PIC ZZZ,ZZ9.
002020 COPY HYGLDGL.
002030*
002040 PROCEDURE DIVISION.
002050*
002060***************************************************************
002070* 0000-MAINLINE                                                *
002080*   Fire ben: kanaler mod checkpoints, relay-rækker mod        *
002090*   fyrede logrækker, ukvitterede fyringer mod genpost-køen,   *
002100*   og HYGGEHKP's fasemarkør.  Én side, én RETURN-CODE.        *
002110***************************************************************
002120 0000-MAINLINE.
002130     DISPLAY "HYGGEBAL - MORNING BALANCE REPORT".
002140     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
002150     IF HLD-GATE-CLOSED
002160         STOP RUN
002170     END-IF.
002180     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT.
002190     PERFORM 1100-LOAD-CHECKPOINTS THRU 1100-EXIT.
002200     PERFORM 1200-LOAD-ACKS THRU 1200-EXIT.
002210     PERFORM 1300-LOAD-FIRES THRU 1300-EXIT.
002220     PERFORM 1400-LOAD-RELAY-SCENES THRU 1400-EXIT.
002230     PERFORM 2000-CHECK-CHANNEL-LEG THRU 2000-EXIT.
002240     PERFORM 3000-CHECK-RELAY-LEG THRU 3000-EXIT.
002250     PERFORM 4000-CHECK-ACK-LEG THRU 4000-EXIT.
002260     PERFORM 5000-CHECK-HOUSEKEEPING-LEG THRU 5000-EXIT.
002270     PERFORM 6000-PRINT-VERDICT THRU 6000-EXIT.
002280     PERFORM 9000-WRITE-RUN-LEDGER THRU 9000-EXIT.
002290     STOP RUN.
002300*
002310***************************************************************
002320* 0100-CHECK-RUN-LEDGER                                        *
002330*   Spørger HYGGELDG, om trinets forgængere er endt rent for   *
002340*   samme kørselsdato.  Ellers stopper trinet med RETURN-CODE  *
002350*   12, før det har rørt en eneste fil.                        *
002360***************************************************************
002370 0100-CHECK-RUN-LEDGER.
002380     MOVE "HYGGEBAL" TO HLD-PROGRAM-ID.
002390     SET HLD-FUNCTION-START TO TRUE.
002400     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
002410     IF HLD-GATE-CLOSED
002420         MOVE HLD-RETURN-CODE TO RETURN-CODE
002430     END-IF.
002440 0100-EXIT.
002450     EXIT.
002460*
002470***************************************************************
002480* 1000-READ-PARAMETERS                                         *
002490*   Læser datoperioden fra HYGGE-RPT-PARM-FILE.                *
002500***************************************************************
002510 1000-READ-PARAMETERS.
002520     OPEN INPUT HYGGE-RPT-PARM-FILE.
002530     IF HYGGE-PARM-STATUS-OK
002540         READ HYGGE-RPT-PARM-FILE
002550             AT END
002560                 SET BAL-PARM-EOF TO TRUE
002570         END-READ
002580         IF NOT BAL-PARM-EOF
002590             MOVE HRP-FROM-DATE TO BAL-FROM-DATE
002600             MOVE HRP-TO-DATE   TO BAL-TO-DATE
002610         END-IF
002620         CLOSE HYGGE-RPT-PARM-FILE
002630     END-IF.
002640 1000-EXIT.
002650     EXIT.
002660*
002670***************************************************************
002680* 1100-LOAD-CHECKPOINTS                                        *
002690*   Læser HYGGE-CKP-FILE's kanaler ind i en tabel.             *
002700***************************************************************
002710 1100-LOAD-CHECKPOINTS.
002720     OPEN INPUT HYGGE-CKP-FILE.
002730     IF HYGGE-CKP-STATUS-OK
002740         PERFORM 1110-READ-ONE-CHECKPOINT THRU 1110-EXIT
002750             UNTIL BAL-CKP-EOF
002760         CLOSE HYGGE-CKP-FILE
002770     END-IF.
002780 1100-EXIT.
002790     EXIT.
002800*
002810 1110-READ-ONE-CHECKPOINT.
002820     READ HYGGE-CKP-FILE
002830         AT END
002840             SET BAL-CKP-EOF TO TRUE
002850     END-READ.
002860     IF NOT BAL-CKP-EOF
002870        AND BAL-CKP-TABLE-COUNT < BAL-CKP-TABLE-MAX
002880         ADD 1 TO BAL-CKP-TABLE-COUNT
002890         MOVE HK-CHANNEL-NAME
002900             TO BCK-CHANNEL-NAME (BAL-CKP-TABLE-COUNT)
002910     END-IF.
002920 1110-EXIT.
002930     EXIT.
002940*
002950***************************************************************
002960* 1200-LOAD-ACKS                                               *
002970*   Læser relayets kvitteringer ind i en tabel.                *
002980***************************************************************
002990 1200-LOAD-ACKS.
003000     OPEN INPUT HYGGE-ACK-FILE.
003010     IF HYGGE-ACK-STATUS-OK
003020         PERFORM 1210-READ-ONE-ACK THRU 1210-EXIT
003030             UNTIL BAL-ACK-EOF
003040         CLOSE HYGGE-ACK-FILE
003050     END-IF.
003060 1200-EXIT.
003070     EXIT.
003080*
003090 1210-READ-ONE-ACK.
003100     READ HYGGE-ACK-FILE
003110         AT END
003120             SET BAL-ACK-EOF TO TRUE
003130     END-READ.
003140     IF NOT BAL-ACK-EOF
003150         IF BAL-ACK-TABLE-COUNT < BAL-ACK-TABLE-MAX
003160             ADD 1 TO BAL-ACK-TABLE-COUNT
003170             MOVE HA-EVENT-ID
003180                 TO BAK-EVENT-ID (BAL-ACK-TABLE-COUNT)
003190             MOVE HA-CHANNEL-NAME
003200                 TO BAK-CHANNEL-NAME (BAL-ACK-TABLE-COUNT)
003210         ELSE
003220             ADD 1 TO BAL-ACK-DROPPED-COUNT
003230         END-IF
003240     END-IF.
003250 1210-EXIT.
003260     EXIT.
003270*
003280***************************************************************
003290* 1300-LOAD-FIRES                                              *
003300*   Læser periodens FIRED-rækker fra HYGGE-LOG-FILE ind i en   *
003310*   tabel og tæller dem.  Ekkovagtens undertrykte kørsler og   *
003320*   byttede scener tælles med til orientering; de første har   *
003330*   ingen relay-linje, og det er meningen.                     *
003340***************************************************************
003350 1300-LOAD-FIRES.
003360     OPEN INPUT HYGGE-LOG-FILE.
003370     IF HYGGE-LOG-STATUS-OK
003380         PERFORM 1310-READ-ONE-LOG THRU 1310-EXIT
003390             UNTIL BAL-LOG-EOF
003400         CLOSE HYGGE-LOG-FILE
003410     END-IF.
003420 1300-EXIT.
003430     EXIT.
003440*
003450 1310-READ-ONE-LOG.
003460     READ HYGGE-LOG-FILE
003470         AT END
003480             SET BAL-LOG-EOF TO TRUE
003490     END-READ.
003500     IF NOT BAL-LOG-EOF
003510        AND HL-WAS-FIRED
003520        AND HL-LOG-DATE-NUM >= BAL-FROM-DATE
003530        AND HL-LOG-DATE-NUM <= BAL-TO-DATE
003540         ADD 1 TO BAL-FIRED-COUNT
003550         IF BAL-FIRE-TABLE-COUNT < BAL-FIRE-TABLE-MAX
003560             ADD 1 TO BAL-FIRE-TABLE-COUNT
003570             MOVE HL-EVENT-ID
003580                 TO BFR-EVENT-ID (BAL-FIRE-TABLE-COUNT)
003590             MOVE HL-CHANNEL-NAME
003600                 TO BFR-CHANNEL-NAME (BAL-FIRE-TABLE-COUNT)
003610         ELSE
003620             ADD 1 TO BAL-FIRE-DROPPED-COUNT
003630         END-IF
003640     END-IF.
003650     IF NOT BAL-LOG-EOF
003660        AND HL-LOG-DATE-NUM >= BAL-FROM-DATE
003670        AND HL-LOG-DATE-NUM <= BAL-TO-DATE
003680         IF HL-WAS-SUPPRESSED
003690            AND HL-REASON-ECHO
003700             ADD 1 TO BAL-ECHO-SUPPRESSED-COUNT
003710         END-IF
003720         IF HL-WAS-FIRED
003730            AND HL-REASON-ECHO-ALT
003740             ADD 1 TO BAL-ECHO-ALT-COUNT
003750         END-IF
003760     END-IF.
003770 1310-EXIT.
003780     EXIT.
003790*
003800***************************************************************
003810* 1400-LOAD-RELAY-SCENES                                       *
003820*   Læser HYGGE-OUT-FILE's sekvens 01-rækker (én pr. scene)    *
003830*   ind i en tabel, så relay-benet kan slå op i dem.           *
003840***************************************************************
003850 1400-LOAD-RELAY-SCENES.
003860     OPEN INPUT HYGGE-OUT-FILE.
003870     IF HYGGE-OUT-STATUS-OK
003880         PERFORM 1410-READ-ONE-OUT THRU 1410-EXIT
003890             UNTIL BAL-OUT-EOF
003900         CLOSE HYGGE-OUT-FILE
003910     END-IF.
003920 1400-EXIT.
003930     EXIT.
003940*
003950 1410-READ-ONE-OUT.
003960     READ HYGGE-OUT-FILE
003970         AT END
003980             SET BAL-OUT-EOF TO TRUE
003990     END-READ.
004000     IF NOT BAL-OUT-EOF
004010        AND HO-SEQUENCE-NO = 01
004020         ADD 1 TO BAL-OUT-SCENE-COUNT
004030         IF BAL-OUT-TABLE-COUNT < BAL-OUT-TABLE-MAX
004040             ADD 1 TO BAL-OUT-TABLE-COUNT
004050             MOVE HO-EVENT-ID
004060                 TO BOU-EVENT-ID (BAL-OUT-TABLE-COUNT)
004070             MOVE HO-CHANNEL-NAME
004080                 TO BOU-CHANNEL-NAME (BAL-OUT-TABLE-COUNT)
004090         ELSE
004100             ADD 1 TO BAL-OUT-DROPPED-COUNT
004110         END-IF
004120     END-IF.
004130 1410-EXIT.
004140     EXIT.
004150*
004160***************************************************************
004170* 2000-CHECK-CHANNEL-LEG                                       *
004180*   Hver kanal i HYGGE-CHANNEL-FILE skal have et checkpoint    *
004190*   fra nattens kørsel; en kanal uden blev aldrig drevet       *
004200*   færdig.                                                    *
004210***************************************************************
004220 2000-CHECK-CHANNEL-LEG.
004230     OPEN INPUT HYGGE-CHANNEL-FILE.
004240     IF HYGGE-CHANNEL-STATUS-OK
004250         PERFORM 2100-CHECK-ONE-CHANNEL THRU 2100-EXIT
004260             UNTIL BAL-CHANNEL-EOF
004270         CLOSE HYGGE-CHANNEL-FILE
004280     END-IF.
004290     IF BAL-UNCHECKPOINTED-COUNT > ZERO
004300         SET BAL-OUT-OF-BALANCE TO TRUE
004310     END-IF.
004320 2000-EXIT.
004330     EXIT.
004340*
004350 2100-CHECK-ONE-CHANNEL.
004360     READ HYGGE-CHANNEL-FILE
004370         AT END
004380             SET BAL-CHANNEL-EOF TO TRUE
004390     END-READ.
004400     IF NOT BAL-CHANNEL-EOF
004410         ADD 1 TO BAL-CHANNEL-COUNT
004420         MOVE "N" TO BAL-MATCH-FOUND-SW
004430         PERFORM 2110-MATCH-ONE-CKP THRU 2110-EXIT
004440             VARYING BCK-IDX FROM 1 BY 1
004450             UNTIL BCK-IDX > BAL-CKP-TABLE-COUNT
004460                OR BAL-MATCH-FOUND
004470         IF NOT BAL-MATCH-FOUND
004480             ADD 1 TO BAL-UNCHECKPOINTED-COUNT
004490             DISPLAY "HYGGEBAL: NO CHECKPOINT FOR "
004500                 HC-CHANNEL-NAME
004510         END-IF
004520     END-IF.
004530 2100-EXIT.
004540     EXIT.
004550*
004560 2110-MATCH-ONE-CKP.
004570     IF BCK-CHANNEL-NAME (BCK-IDX) = HC-CHANNEL-NAME
004580         SET BAL-MATCH-FOUND TO TRUE
004590     END-IF.
004600 2110-EXIT.
004610     EXIT.
004620*
004630***************************************************************
004640* 3000-CHECK-RELAY-LEG                                         *
004650*   Hver fyret logrække i perioden skal kunne ses i relay-     *
004660*   filen (sekvens 01-rækken) eller være kvitteret - en        *
004670*   kvitteret fyring nåede kanalen, selv om en senere kørsel   *
004680*   har tømt relay-filen for dens rækker.  Fyret uden begge    *
004690*   dele betyder at linjen aldrig nåede relayet.  Den anden    *
004700*   retning kontrolleres ikke: HYGGECMD-svar og genposter      *
004710*   skriver lovligt relay-rækker uden fyret logrække i         *
004720*   perioden.                                                  *
004730***************************************************************
004740 3000-CHECK-RELAY-LEG.
004750     PERFORM 3100-CHECK-ONE-FIRE THRU 3100-EXIT
004760         VARYING BFR-IDX FROM 1 BY 1
004770         UNTIL BFR-IDX > BAL-FIRE-TABLE-COUNT.
004780     IF BAL-UNRELAYED-COUNT > ZERO
004790         SET BAL-OUT-OF-BALANCE TO TRUE
004800     END-IF.
004810 3000-EXIT.
004820     EXIT.
004830*
004840 3100-CHECK-ONE-FIRE.
004850     MOVE "N" TO BAL-MATCH-FOUND-SW.
004860     PERFORM 3110-MATCH-ONE-OUT THRU 3110-EXIT
004870         VARYING BOU-IDX FROM 1 BY 1
004880         UNTIL BOU-IDX > BAL-OUT-TABLE-COUNT
004890            OR BAL-MATCH-FOUND.
004900     IF BAL-MATCH-FOUND
004910         GO TO 3100-EXIT
004920     END-IF.
004930     PERFORM 3120-MATCH-FIRE-TO-ACK THRU 3120-EXIT.
004940     IF BAL-MATCH-FOUND
004950         GO TO 3100-EXIT
004960     END-IF.
004970     ADD 1 TO BAL-UNRELAYED-COUNT.
004980     DISPLAY "HYGGEBAL: FIRED BUT NEVER REACHED RELAY "
004990         BFR-CHANNEL-NAME (BFR-IDX)
005000         " EVENT " BFR-EVENT-ID (BFR-IDX).
005010 3100-EXIT.
005020     EXIT.
005030*
005040 3110-MATCH-ONE-OUT.
005050     IF BOU-EVENT-ID (BOU-IDX) = BFR-EVENT-ID (BFR-IDX)
005060        AND BOU-CHANNEL-NAME (BOU-IDX)
005070            = BFR-CHANNEL-NAME (BFR-IDX)
005080         SET BAL-MATCH-FOUND TO TRUE
005090     END-IF.
005100 3110-EXIT.
005110     EXIT.
005120*
005130 3120-MATCH-FIRE-TO-ACK.
005140     PERFORM 4110-MATCH-ONE-ACK THRU 4110-EXIT
005150         VARYING BAK-IDX FROM 1 BY 1
005160         UNTIL BAK-IDX > BAL-ACK-TABLE-COUNT
005170            OR BAL-MATCH-FOUND.
005180 3120-EXIT.
005190     EXIT.
005200*
005210***************************************************************
005220* 4000-CHECK-ACK-LEG                                           *
005230*   Fyrede rækker uden kvittering skal stå i genpost-køen og   *
005240*   omvendt: ukvitterede = kødybde, ellers er der tabt noget   *
005250*   mellem HYGGEREC og næste kørsel.                           *
005260***************************************************************
005270 4000-CHECK-ACK-LEG.
005280     PERFORM 4100-COUNT-ONE-FIRE-ACK THRU 4100-EXIT
005290         VARYING BFR-IDX FROM 1 BY 1
005300         UNTIL BFR-IDX > BAL-FIRE-TABLE-COUNT.
005310     OPEN INPUT HYGGE-RPQ-FILE.
005320     IF HYGGE-RPQ-STATUS-OK
005330         PERFORM 4200-COUNT-ONE-RPQ THRU 4200-EXIT
005340             UNTIL BAL-RPQ-EOF
005350         CLOSE HYGGE-RPQ-FILE
005360     END-IF.
005370     IF BAL-UNACKED-COUNT NOT = BAL-RPQ-DEPTH
005380         SET BAL-OUT-OF-BALANCE TO TRUE
005390     END-IF.
005400 4000-EXIT.
005410     EXIT.
005420*
005430 4100-COUNT-ONE-FIRE-ACK.
005440     MOVE "N" TO BAL-MATCH-FOUND-SW.
005450     PERFORM 4110-MATCH-ONE-ACK THRU 4110-EXIT
005460         VARYING BAK-IDX FROM 1 BY 1
005470         UNTIL BAK-IDX > BAL-ACK-TABLE-COUNT
005480            OR BAL-MATCH-FOUND.
005490     IF BAL-MATCH-FOUND
005500         ADD 1 TO BAL-ACKED-COUNT
005510     ELSE
005520         ADD 1 TO BAL-UNACKED-COUNT
005530     END-IF.
005540 4100-EXIT.
005550     EXIT.
005560*
005570 4110-MATCH-ONE-ACK.
005580     IF BAK-EVENT-ID (BAK-IDX) = BFR-EVENT-ID (BFR-IDX)
005590        AND BAK-CHANNEL-NAME (BAK-IDX)
005600            = BFR-CHANNEL-NAME (BFR-IDX)
005610         SET BAL-MATCH-FOUND TO TRUE
005620     END-IF.
005630 4110-EXIT.
005640     EXIT.
005650*
005660 4200-COUNT-ONE-RPQ.
005670     READ HYGGE-RPQ-FILE
005680         AT END
005690             SET BAL-RPQ-EOF TO TRUE
005700     END-READ.
005710     IF NOT BAL-RPQ-EOF
005720         ADD 1 TO BAL-RPQ-DEPTH
005730     END-IF.
005740 4200-EXIT.
005750     EXIT.
005760*
005770***************************************************************
005780* 5000-CHECK-HOUSEKEEPING-LEG                                  *
005790*   En stående SWEPT-markør i HYGGE-HKC-FILE betyder at        *
005800*   HYGGEHKP døde mellem arkivering og log-omskrivning.        *
005810***************************************************************
005820 5000-CHECK-HOUSEKEEPING-LEG.
005830     OPEN INPUT HYGGE-HKC-FILE.
005840     IF HYGGE-HKC-STATUS-OK
005850         READ HYGGE-HKC-FILE
005860             AT END
005870                 SET BAL-HKC-EOF TO TRUE
005880         END-READ
005890         IF NOT BAL-HKC-EOF
005900            AND HKC-SWEPT-PHASE
005910             SET BAL-MARKER-STANDS TO TRUE
005920             SET BAL-OUT-OF-BALANCE TO TRUE
005930         END-IF
005940         CLOSE HYGGE-HKC-FILE
005950     END-IF.
005960 5000-EXIT.
005970     EXIT.
005980*
005990***************************************************************
006000* 6000-PRINT-VERDICT                                           *
006010*   Én side med alle fire ben og den samlede dom.              *
006020***************************************************************
006030 6000-PRINT-VERDICT.
006040     DISPLAY "WINDOW " BAL-FROM-DATE " TO " BAL-TO-DATE.
006050     MOVE BAL-CHANNEL-COUNT TO BAL-COUNT-EDIT.
006060     MOVE BAL-UNCHECKPOINTED-COUNT TO BAL-COUNT-EDIT-2.
006070     DISPLAY "CHANNELS          " BAL-COUNT-EDIT
006080         "  WITHOUT CHECKPOINT" BAL-COUNT-EDIT-2.
006090     MOVE BAL-FIRED-COUNT TO BAL-COUNT-EDIT.
006100     MOVE BAL-OUT-SCENE-COUNT TO BAL-COUNT-EDIT-2.
006110     DISPLAY "FIRES IN LOG      " BAL-COUNT-EDIT
006120         "  SCENES IN RELAY   " BAL-COUNT-EDIT-2.
006130     MOVE BAL-UNRELAYED-COUNT TO BAL-COUNT-EDIT.
006140     DISPLAY "FIRED, NO RELAY   " BAL-COUNT-EDIT.
006150     MOVE BAL-ECHO-SUPPRESSED-COUNT TO BAL-COUNT-EDIT.
006160     MOVE BAL-ECHO-ALT-COUNT TO BAL-COUNT-EDIT-2.
006170     DISPLAY "ECHO SUPPRESSED   " BAL-COUNT-EDIT
006180         "  ECHO SWAPPED      " BAL-COUNT-EDIT-2.
006190     MOVE BAL-ACKED-COUNT TO BAL-COUNT-EDIT.
006200     MOVE BAL-UNACKED-COUNT TO BAL-COUNT-EDIT-2.
006210     DISPLAY "ACKED             " BAL-COUNT-EDIT
006220         "  UNACKED           " BAL-COUNT-EDIT-2.
006230     MOVE BAL-RPQ-DEPTH TO BAL-COUNT-EDIT.
006240     DISPLAY "REPOST QUEUE DEPTH" BAL-COUNT-EDIT.
006250     IF BAL-MARKER-STANDS
006260         DISPLAY "HOUSEKEEPING      MARKER LEFT STANDING - "
006270             "HYGGEHKP DIED MID-FLIGHT"
006280     ELSE
006290         DISPLAY "HOUSEKEEPING      CLEAN"
006300     END-IF.
006310     IF BAL-ACK-DROPPED-COUNT > ZERO
006320      OR BAL-OUT-DROPPED-COUNT > ZERO
006330      OR BAL-FIRE-DROPPED-COUNT > ZERO
006340         DISPLAY "HYGGEBAL: WARNING - TABLE OVERFLOW, COUNTS "
006350             "INCOMPLETE; NARROW HYGGERPP OR RAISE THE CAPS"
006360         SET BAL-OUT-OF-BALANCE TO TRUE
006370     END-IF.
006380     IF BAL-OUT-OF-BALANCE
006390         DISPLAY "VERDICT           OUT OF BALANCE - "
006400             "INVESTIGATE BEFORE THE NEXT WINDOW"
006410         MOVE 8 TO RETURN-CODE
006420     ELSE
006430         DISPLAY "VERDICT           ALL LEGS BALANCED"
006440     END-IF.
006450 6000-EXIT.
006460     EXIT.
006470*
006480***************************************************************
006490* 9000-WRITE-RUN-LEDGER                                        *
006500*   Tilføjer trinets række i run-ledgeren med RETURN-CODE og   *
006510*   nøgletal.  CALL nulstiller RETURN-CODE, så koden gemmes i  *
006520*   parameterblokken og sættes tilbage bagefter.               *
006530***************************************************************
006540 9000-WRITE-RUN-LEDGER.
006550     MOVE RETURN-CODE TO HLD-RETURN-CODE.
006560     SET HLD-FUNCTION-END TO TRUE.
006570     MOVE "FIRED"    TO HLD-COUNT-LABEL (1).
006580     MOVE BAL-FIRED-COUNT TO HLD-COUNT-VALUE (1).
006590     MOVE "UNACKED"  TO HLD-COUNT-LABEL (2).
006600     MOVE BAL-UNACKED-COUNT TO HLD-COUNT-VALUE (2).
006610     MOVE "UNRELAYD" TO HLD-COUNT-LABEL (3).
006620     MOVE BAL-UNRELAYED-COUNT TO HLD-COUNT-VALUE (3).
006630     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
006640     MOVE HLD-RETURN-CODE TO RETURN-CODE.
006650 9000-EXIT.
006660     EXIT.
