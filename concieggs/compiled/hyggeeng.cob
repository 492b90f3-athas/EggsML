000340*                  ROWS (RESULT, BLANK, WEIGHT) OPS CAN PASTE  *
000350*                  STRAIGHT INTO HYGGECFG; THE OLD-VS-NEW      *
000360*                  COMPARISON IS PRINTED SEPARATELY.           *
000370* 2026-10-15  KN   NOW CHECKS THE HYGGE-RUN-FILE RUN LEDGER    *
000380*                  THROUGH HYGGELDG BEFORE STARTING AND        *
000390*                  REFUSES TO RUN (RETURN-CODE 12) UNLESS      *
000400*                  HYGGEDRV ENDED CLEANLY, RETURN-CODE 4 OR    *
000410*                  LESS, FOR THE SAME RUN DATE.  APPENDS ITS   *
000420*                  OWN LEDGER RECORD AT THE END WITH ITS       *
000430*                  RETURN-CODE AND FIRED, MATCHED AND          *
000440*                  UNMATCHED COUNTS.                           *
000450* 2026-10-15  KN   THE RUN LEDGER CHECK NOW ALSO WAITS FOR     *
000460*                  HYGGEINT, THE RELAY INTAKE, TO END CLEANLY  *
000470*                  FOR THE SAME RUN DATE BEFORE THIS STEP      *
000480*                  STARTS.                                     *
000490***************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT HYGGE-LOG-FILE ASSIGN TO "HYGGELOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS HYGGE-LOG-STATUS.
000560     SELECT HYGGE-RCT-FILE ASSIGN TO "HYGGERCT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS HYGGE-RCT-STATUS.
000590     SELECT HYGGE-CFG-FILE ASSIGN TO "HYGGECFG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS HYGGE-CFG-STATUS.
000620     SELECT HYGGE-RPT-PARM-FILE ASSIGN TO "HYGGERPP"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS HYGGE-PARM-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  HYGGE-LOG-FILE
000680     RECORDING MODE IS F.
000690 COPY HYGLOGR.
000700 FD  HYGGE-RCT-FILE
000710     RECORDING MODE IS F.
000720 COPY HYGRCTR.
000730 FD  HYGGE-CFG-FILE
000740     RECORDING MODE IS F.
000750 COPY HYGCFGR.
000760 FD  HYGGE-RPT-PARM-FILE
000770     RECORDING MODE IS F.
000780 COPY HYGRPTP.
000790 WORKING-STORAGE SECTION.
000800 01  HYGGEENG-SWITCHES.
000810     05  ENG-LOG-EOF-SW           PIC X(01) VALUE "N".
000820         88  ENG-LOG-EOF                    VALUE "Y".
000830     05  ENG-RCT-EOF-SW           PIC X(01) VALUE "N".
000840         88  ENG-RCT-EOF                    VALUE "Y".
000850     05  ENG-CFG-EOF-SW           PIC X(01) VALUE "N".
000860         88  ENG-CFG-EOF                    VALUE "Y".
000870     05  ENG-PARM-EOF-SW          PIC X(01) VALUE "N".
000880         88  ENG-PARM-EOF                   VALUE "Y".
000890     05  ENG-RCT-FOUND-SW         PIC X(01) VALUE "N".
000900         88  ENG-RCT-FOUND                  VALUE "Y".
000910     05  ENG-SLOT-FOUND-SW        PIC X(01) VALUE "N".
000920         88  ENG-SLOT-FOUND                 VALUE "Y".
000930     05  ENG-SORT-SWAPPED-SW      PIC X(01) VALUE "N".
000940         88  ENG-SORT-SWAPPED               VALUE "Y".
000950 01  HYGGE-LOG-STATUS             PIC X(02) VALUE SPACES.
000960     88  HYGGE-LOG-STATUS-OK                VALUE "00".
000970     88  HYGGE-LOG-NOT-FOUND                VALUE "35".
000980 01  HYGGE-RCT-STATUS             PIC X(02) VALUE SPACES.
000990     88  HYGGE-RCT-STATUS-OK                VALUE "00".
001000     88  HYGGE-RCT-NOT-FOUND                VALUE "35".
001010 01  HYGGE-CFG-STATUS             PIC X(02) VALUE SPACES.
001020     88  HYGGE-CFG-STATUS-OK                VALUE "00".
001030     88  HYGGE-CFG-NOT-FOUND                VALUE "35".
001040 01  HYGGE-PARM-STATUS            PIC X(02) VALUE SPACES.
001050     88  HYGGE-PARM-STATUS-OK               VALUE "00".
001060     88  HYGGE-PARM-NOT-FOUND               VALUE "35".
001070 01  ENG-FROM-DATE                PIC 9(08) VALUE ZERO.
001080 01  ENG-TO-DATE                  PIC 9(08) VALUE 99999999.
001090 01  ENG-RCT-TABLE-MAX            PIC 9(03) VALUE 500.
001100 01  ENG-RCT-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001110 01  ENG-RCT-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
001120 01  ENG-RCT-TABLE.
001130     05  ERT-ENTRY OCCURS 500 TIMES INDEXED BY ERT-IDX.
001140         10  ERT-EVENT-ID         PIC X(20).
001150         10  ERT-CHANNEL-NAME     PIC X(20).
001160         10  ERT-MESSAGE-COUNT    PIC 9(05).
001170 01  ENG-SCORE-TABLE-MAX          PIC 9(03) VALUE 200.
001180 01  ENG-SCORE-TABLE-COUNT        PIC 9(03) VALUE ZERO.
001190 01  ENG-SCORE-DROPPED-COUNT      PIC 9(07) VALUE ZERO.
001200 01  ENG-SCORE-TABLE.
001210     05  ESC-ENTRY OCCURS 200 TIMES INDEXED BY ESC-IDX.
001220         10  ESC-CHANNEL-NAME     PIC X(20).
001230         10  ESC-RANDOM-RESULT    PIC 9.
001240         10  ESC-FIRE-COUNT       PIC 9(05).
001250         10  ESC-REACTION-TOTAL   PIC 9(07).
001260         10  ESC-AVG-X100         PIC 9(09).
001270         10  ESC-MESSAGE-TEXT     PIC X(80).
001280 01  ENG-RESULT-TABLE.
001290     05  ERS-ENTRY OCCURS 10 TIMES INDEXED BY ERS-IDX.
001300         10  ERS-FIRE-COUNT       PIC 9(07) VALUE ZERO.
001310         10  ERS-REACTION-TOTAL   PIC 9(07) VALUE ZERO.
001320         10  ERS-AVG-X100         PIC 9(09) VALUE ZERO.
001330         10  ERS-OLD-WEIGHT       PIC 999   VALUE ZERO.
001340         10  ERS-NEW-WEIGHT       PIC 999   VALUE ZERO.
001350 01  ENG-MATCH-COUNT              PIC 9(05) VALUE ZERO.
001360 01  ENG-FIRED-COUNT              PIC 9(07) VALUE ZERO.
001370 01  ENG-UNMATCHED-COUNT          PIC 9(07) VALUE ZERO.
001380 01  ENG-AVG-SUM                  PIC 9(11) VALUE ZERO.
001390 01  ENG-WEIGHT-SUM               PIC 9(05) VALUE ZERO.
001400 01  ENG-RESULT-SUB               PIC 99    VALUE ZERO.
001410 01  ENG-SORT-I                   PIC 9(03) VALUE ZERO.
001420 01  ENG-SORT-J                   PIC 9(03) VALUE ZERO.
001430 01  ENG-SWAP-ENTRY.
001440     05  ENG-SWAP-CHANNEL-NAME    PIC X(20).
001450     05  ENG-SWAP-RANDOM-RESULT   PIC 9.
001460     05  ENG-SWAP-FIRE-COUNT      PIC 9(05).
001470     05  ENG-SWAP-REACTION-TOTAL  PIC 9(07).
001480     05  ENG-SWAP-AVG-X100        PIC 9(09).
001490     05  ENG-SWAP-MESSAGE-TEXT    PIC X(80).
001500 01  ENG-RANK-NO                  PIC 9(03) VALUE ZERO.
001510 01  ENG-RANK-EDIT                PIC ZZ9.
001520 01  ENG-COUNT-EDIT               PIC ZZZ,ZZ9.
001530 01  ENG-AVG-EDIT                 PIC ZZZ,ZZ9.99.
001540 01  ENG-AVG-DISPLAY              PIC 9(07)V99 VALUE ZERO.
001550 COPY HYGLDGL.
001560*
001570 PROCEDURE DIVISION.
001580*
001590***************************************************************
001600* 0000-MAINLINE                                                *
001610*   Indlæser reaktionerne, løber loggen igennem, scorer pr.    *
001620*   kanal/udtræk og printer rangliste plus vægtforslag.        *
001630***************************************************************
001640 0000-MAINLINE.
001650     DISPLAY "HYGGEENG - ENGAGEMENT SCORING".
001660     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
001670     IF HLD-GATE-CLOSED
001680         STOP RUN
001690     END-IF.
001700     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT.
001710     PERFORM 1200-LOAD-OLD-WEIGHTS THRU 1200-EXIT.
001720     PERFORM 2000-LOAD-REACTIONS THRU 2000-EXIT.
001730     PERFORM 3000-SCORE-LOG THRU 3000-EXIT.
001740     PERFORM 4000-SORT-RANKING THRU 4000-EXIT.
001750     PERFORM 5000-PRINT-RANKING THRU 5000-EXIT.
001760     PERFORM 6000-SUGGEST-WEIGHTS THRU 6000-EXIT.
001770     PERFORM 9000-WRITE-RUN-LEDGER THRU 9000-EXIT.
001780     STOP RUN.
001790*
001800***************************************************************
001810* 0100-CHECK-RUN-LEDGER                                        *
001820*   Spørger HYGGELDG, om trinets forgængere er endt rent for   *
001830*   samme kørselsdato.  Ellers stopper trinet med RETURN-CODE  *
001840*   12, før det har rørt en eneste fil.                        *
001850***************************************************************
001860 0100-CHECK-RUN-LEDGER.
001870     MOVE "HYGGEENG" TO HLD-PROGRAM-ID.
001880     SET HLD-FUNCTION-START TO TRUE.
001890     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
001900     IF HLD-GATE-CLOSED
001910         MOVE HLD-RETURN-CODE TO RETURN-CODE
001920     END-IF.
001930 0100-EXIT.
001940     EXIT.
001950*
001960***************************************************************
001970* 1000-READ-PARAMETERS                                         *
001980*   Læser datoperioden fra HYGGE-RPT-PARM-FILE, samme fil som  *
001990*   HYGGERPT og HYGGEREC bruger.                               *
002000***************************************************************
002010 1000-READ-PARAMETERS.
002020     OPEN INPUT HYGGE-RPT-PARM-FILE.
002030     IF HYGGE-PARM-STATUS-OK
002040         READ HYGGE-RPT-PARM-FILE
002050             AT END
002060                 SET ENG-PARM-EOF TO TRUE
002070         END-READ
002080         IF NOT ENG-PARM-EOF
002090             MOVE HRP-FROM-DATE TO ENG-FROM-DATE
002100             MOVE HRP-TO-DATE   TO ENG-TO-DATE
002110         END-IF
002120         CLOSE HYGGE-RPT-PARM-FILE
002130     END-IF.
002140 1000-EXIT.
002150     EXIT.
002160*
002170***************************************************************
002180* 1200-LOAD-OLD-WEIGHTS                                        *
002190*   Læser de nuværende vægte fra HYGGE-CFG-FILE, så forslaget  *
002200*   kan vises ved siden af det, ops har i dag.                 *
002210***************************************************************
002220 1200-LOAD-OLD-WEIGHTS.
002230     OPEN INPUT HYGGE-CFG-FILE.
002240     IF HYGGE-CFG-STATUS-OK
002250         PERFORM 1210-READ-ONE-WEIGHT THRU 1210-EXIT
002260             UNTIL ENG-CFG-EOF
002270         CLOSE HYGGE-CFG-FILE
002280     END-IF.
002290 1200-EXIT.
002300     EXIT.
002310*
002320 1210-READ-ONE-WEIGHT.
002330     READ HYGGE-CFG-FILE
002340         AT END
002350             SET ENG-CFG-EOF TO TRUE
002360     END-READ.
002370     IF NOT ENG-CFG-EOF
002380         COMPUTE ENG-RESULT-SUB = HW-RANDOM-RESULT + 1
002390         MOVE HW-WEIGHT TO ERS-OLD-WEIGHT (ENG-RESULT-SUB)
002400     END-IF.
002410 1210-EXIT.
002420     EXIT.
002430*
002440***************************************************************
002450* 2000-LOAD-REACTIONS                                          *
002460*   Læser relayets HYGGE-RCT-FILE ind i en tabel.              *
002470***************************************************************
002480 2000-LOAD-REACTIONS.
002490     OPEN INPUT HYGGE-RCT-FILE.
002500     IF HYGGE-RCT-STATUS-OK
002510         PERFORM 2100-READ-ONE-REACTION THRU 2100-EXIT
002520             UNTIL ENG-RCT-EOF
002530         CLOSE HYGGE-RCT-FILE
002540     END-IF.
002550 2000-EXIT.
002560     EXIT.
002570*
002580 2100-READ-ONE-REACTION.
002590     READ HYGGE-RCT-FILE
002600         AT END
002610             SET ENG-RCT-EOF TO TRUE
002620     END-READ.
002630     IF NOT ENG-RCT-EOF
002640         IF ENG-RCT-TABLE-COUNT < ENG-RCT-TABLE-MAX
002650             ADD 1 TO ENG-RCT-TABLE-COUNT
002660             MOVE HRC-EVENT-ID
002670                 TO ERT-EVENT-ID (ENG-RCT-TABLE-COUNT)
002680             MOVE HRC-CHANNEL-NAME
002690                 TO ERT-CHANNEL-NAME (ENG-RCT-TABLE-COUNT)
002700             MOVE HRC-MESSAGE-COUNT
002710                 TO ERT-MESSAGE-COUNT (ENG-RCT-TABLE-COUNT)
002720         ELSE
002730             ADD 1 TO ENG-RCT-DROPPED-COUNT
002740         END-IF
002750     END-IF.
002760 2100-EXIT.
002770     EXIT.
002780*
002790***************************************************************
002800* 3000-SCORE-LOG                                               *
002810*   Løber HYGGE-LOG-FILE igennem; hver FIRED-række i perioden  *
002820*   får sin reaktion slået op og lagt til kanalens/udtrækkets  *
002830*   score.  En fyret linje uden reaktionsrække tæller som nul  *
002840*   reaktioner - det ER et datapunkt.                          *
002850***************************************************************
002860 3000-SCORE-LOG.
002870     OPEN INPUT HYGGE-LOG-FILE.
002880     IF HYGGE-LOG-STATUS-OK
002890         PERFORM 3100-SCORE-ONE-LOG-RECORD THRU 3100-EXIT
002900             UNTIL ENG-LOG-EOF
002910         CLOSE HYGGE-LOG-FILE
002920     END-IF.
002930 3000-EXIT.
002940     EXIT.
002950*
002960 3100-SCORE-ONE-LOG-RECORD.
002970     READ HYGGE-LOG-FILE
002980         AT END
002990             SET ENG-LOG-EOF TO TRUE
003000     END-READ.
003010     IF NOT ENG-LOG-EOF
003020        AND HL-WAS-FIRED
003030        AND HL-LOG-DATE-NUM >= ENG-FROM-DATE
003040        AND HL-LOG-DATE-NUM <= ENG-TO-DATE
003050         ADD 1 TO ENG-FIRED-COUNT
003060         PERFORM 3200-FIND-REACTION THRU 3200-EXIT
003070         IF NOT ENG-RCT-FOUND
003080             ADD 1 TO ENG-UNMATCHED-COUNT
003090             MOVE ZERO TO ENG-MATCH-COUNT
003100         END-IF
003110         PERFORM 3300-TALLY-SCORE THRU 3300-EXIT
003120     END-IF.
003130 3100-EXIT.
003140     EXIT.
003150*
003160***************************************************************
003170* 3200-FIND-REACTION                                           *
003180*   Leder i reaktionstabellen efter logrækkens event-id og     *
003190*   kanal og stiller beskedtallet i ENG-MATCH-COUNT.           *
003200***************************************************************
003210 3200-FIND-REACTION.
003220     MOVE "N" TO ENG-RCT-FOUND-SW.
003230     PERFORM 3210-MATCH-ONE-REACTION THRU 3210-EXIT
003240         VARYING ERT-IDX FROM 1 BY 1
003250         UNTIL ERT-IDX > ENG-RCT-TABLE-COUNT
003260            OR ENG-RCT-FOUND.
003270 3200-EXIT.
003280     EXIT.
003290*
003300 3210-MATCH-ONE-REACTION.
003310     IF ERT-EVENT-ID (ERT-IDX) = HL-EVENT-ID
003320        AND ERT-CHANNEL-NAME (ERT-IDX) = HL-CHANNEL-NAME
003330         SET ENG-RCT-FOUND TO TRUE
003340         MOVE ERT-MESSAGE-COUNT (ERT-IDX) TO ENG-MATCH-COUNT
003350     END-IF.
003360 3210-EXIT.
003370     EXIT.
003380*
003390***************************************************************
003400* 3300-TALLY-SCORE                                             *
003410*   Lægger fyringen og dens reaktioner til kanal/udtræk-       *
003420*   pladsen og til totalerne pr. RANDOM-RESULT.                *
003430***************************************************************
003440 3300-TALLY-SCORE.
003450     PERFORM 3400-FIND-SCORE-SLOT THRU 3400-EXIT.
003460     IF ENG-SLOT-FOUND
003470         ADD 1 TO ESC-FIRE-COUNT (ESC-IDX)
003480         ADD ENG-MATCH-COUNT TO ESC-REACTION-TOTAL (ESC-IDX)
003490         MOVE HL-MESSAGE-TEXT TO ESC-MESSAGE-TEXT (ESC-IDX)
003500     END-IF.
003510     COMPUTE ENG-RESULT-SUB = HL-RANDOM-RESULT + 1.
003520     ADD 1 TO ERS-FIRE-COUNT (ENG-RESULT-SUB).
003530     ADD ENG-MATCH-COUNT TO ERS-REACTION-TOTAL (ENG-RESULT-SUB).
003540 3300-EXIT.
003550     EXIT.
003560*
003570***************************************************************
003580* 3400-FIND-SCORE-SLOT                                         *
003590*   Finder (eller opretter) pladsen for kanal + RANDOM-RESULT  *
003600*   i scoretabellen.  ESC-IDX peger på pladsen ved exit.       *
003610***************************************************************
003620 3400-FIND-SCORE-SLOT.
003630     MOVE "N" TO ENG-SLOT-FOUND-SW.
003640     PERFORM 3410-MATCH-ONE-SLOT THRU 3410-EXIT
003650         VARYING ESC-IDX FROM 1 BY 1
003660         UNTIL ESC-IDX > ENG-SCORE-TABLE-COUNT
003670            OR ENG-SLOT-FOUND.
003680     IF ENG-SLOT-FOUND
003690         SET ESC-IDX DOWN BY 1
003700         GO TO 3400-EXIT
003710     END-IF.
003720     IF ENG-SCORE-TABLE-COUNT < ENG-SCORE-TABLE-MAX
003730         ADD 1 TO ENG-SCORE-TABLE-COUNT
003740         SET ESC-IDX TO ENG-SCORE-TABLE-COUNT
003750         MOVE HL-CHANNEL-NAME TO ESC-CHANNEL-NAME (ESC-IDX)
003760         MOVE HL-RANDOM-RESULT TO ESC-RANDOM-RESULT (ESC-IDX)
003770         MOVE ZERO TO ESC-FIRE-COUNT (ESC-IDX)
003780         MOVE ZERO TO ESC-REACTION-TOTAL (ESC-IDX)
003790         MOVE ZERO TO ESC-AVG-X100 (ESC-IDX)
003800         MOVE SPACES TO ESC-MESSAGE-TEXT (ESC-IDX)
003810         SET ENG-SLOT-FOUND TO TRUE
003820     ELSE
003830         ADD 1 TO ENG-SCORE-DROPPED-COUNT
003840     END-IF.
003850 3400-EXIT.
003860     EXIT.
003870*
003880 3410-MATCH-ONE-SLOT.
003890     IF ESC-CHANNEL-NAME (ESC-IDX) = HL-CHANNEL-NAME
003900        AND ESC-RANDOM-RESULT (ESC-IDX) = HL-RANDOM-RESULT
003910         SET ENG-SLOT-FOUND TO TRUE
003920     END-IF.
003930 3410-EXIT.
003940     EXIT.
003950*
003960***************************************************************
003970* 4000-SORT-RANKING                                            *
003980*   Regner gennemsnittet (x100) ud pr. plads og boble-         *
003990*   sorterer faldende, så den linje der provokerer mest        *
004000*   samtale står øverst.  Tabellen er lille, så det rækker.    *
004010***************************************************************
004020 4000-SORT-RANKING.
004030     PERFORM 4100-COMPUTE-ONE-AVG THRU 4100-EXIT
004040         VARYING ESC-IDX FROM 1 BY 1
004050         UNTIL ESC-IDX > ENG-SCORE-TABLE-COUNT.
004060     IF ENG-SCORE-TABLE-COUNT < 2
004070         GO TO 4000-EXIT
004080     END-IF.
004090     MOVE "Y" TO ENG-SORT-SWAPPED-SW.
004100     PERFORM 4200-ONE-SORT-PASS THRU 4200-EXIT
004110         UNTIL NOT ENG-SORT-SWAPPED.
004120 4000-EXIT.
004130     EXIT.
004140*
004150 4100-COMPUTE-ONE-AVG.
004160     IF ESC-FIRE-COUNT (ESC-IDX) > ZERO
004170         COMPUTE ESC-AVG-X100 (ESC-IDX) ROUNDED =
004180             (ESC-REACTION-TOTAL (ESC-IDX) * 100)
004190             / ESC-FIRE-COUNT (ESC-IDX)
004200     END-IF.
004210 4100-EXIT.
004220     EXIT.
004230*
004240 4200-ONE-SORT-PASS.
004250     MOVE "N" TO ENG-SORT-SWAPPED-SW.
004260     PERFORM 4300-COMPARE-ONE-PAIR THRU 4300-EXIT
004270         VARYING ENG-SORT-I FROM 1 BY 1
004280         UNTIL ENG-SORT-I >= ENG-SCORE-TABLE-COUNT.
004290 4200-EXIT.
004300     EXIT.
004310*
004320 4300-COMPARE-ONE-PAIR.
004330     COMPUTE ENG-SORT-J = ENG-SORT-I + 1.
004340     IF ESC-AVG-X100 (ENG-SORT-I) < ESC-AVG-X100 (ENG-SORT-J)
004350         MOVE ESC-ENTRY (ENG-SORT-I) TO ENG-SWAP-ENTRY
004360         MOVE ESC-ENTRY (ENG-SORT-J)
004370             TO ESC-ENTRY (ENG-SORT-I)
004380         MOVE ENG-SWAP-ENTRY TO ESC-ENTRY (ENG-SORT-J)
004390         SET ENG-SORT-SWAPPED TO TRUE
004400     END-IF.
004410 4300-EXIT.
004420     EXIT.
004430*
004440***************************************************************
004450* 5000-PRINT-RANKING                                           *
004460*   Skriver ranglisten: kanal, udtræk, fyringer, reaktioner    *
004470*   pr. fyring og linjens tekst.                               *
004480***************************************************************
004490 5000-PRINT-RANKING.
004500     DISPLAY " ".
004510     DISPLAY "ENGAGEMENT RANKING " ENG-FROM-DATE
004520         " TO " ENG-TO-DATE.
004530     DISPLAY "RANK CHANNEL              R  FIRES    AVG-REACT"
004540         "  MESSAGE".
004550     MOVE ZERO TO ENG-RANK-NO.
004560     PERFORM 5100-PRINT-ONE-RANK THRU 5100-EXIT
004570         VARYING ESC-IDX FROM 1 BY 1
004580         UNTIL ESC-IDX > ENG-SCORE-TABLE-COUNT.
004590     MOVE ENG-FIRED-COUNT TO ENG-COUNT-EDIT.
004600     DISPLAY "FIRED IN RANGE:    " ENG-COUNT-EDIT.
004610     MOVE ENG-UNMATCHED-COUNT TO ENG-COUNT-EDIT.
004620     DISPLAY "WITHOUT REACTION:  " ENG-COUNT-EDIT.
004630     IF ENG-RCT-DROPPED-COUNT > ZERO
004640         MOVE ENG-RCT-DROPPED-COUNT TO ENG-COUNT-EDIT
004650         DISPLAY "HYGGEENG: WARNING -" ENG-COUNT-EDIT
004660             " REACTIONS DROPPED (TABLE FULL)"
004670     END-IF.
004680     IF ENG-SCORE-DROPPED-COUNT > ZERO
004690         MOVE ENG-SCORE-DROPPED-COUNT TO ENG-COUNT-EDIT
004700         DISPLAY "HYGGEENG: WARNING -" ENG-COUNT-EDIT
004710             " FIRES NOT SCORED (SCORE TABLE FULL)"
004720     END-IF.
004730 5000-EXIT.
004740     EXIT.
004750*
004760 5100-PRINT-ONE-RANK.
004770     ADD 1 TO ENG-RANK-NO.
004780     MOVE ENG-RANK-NO TO ENG-RANK-EDIT.
004790     MOVE ESC-FIRE-COUNT (ESC-IDX) TO ENG-COUNT-EDIT.
004800     COMPUTE ENG-AVG-DISPLAY =
004810         ESC-AVG-X100 (ESC-IDX) / 100.
004820     MOVE ENG-AVG-DISPLAY TO ENG-AVG-EDIT.
004830     DISPLAY ENG-RANK-EDIT " " ESC-CHANNEL-NAME (ESC-IDX)
004840         " " ESC-RANDOM-RESULT (ESC-IDX)
004850         ENG-COUNT-EDIT " " ENG-AVG-EDIT
004860         "  " ESC-MESSAGE-TEXT (ESC-IDX) (1:40).
004870 5100-EXIT.
004880     EXIT.
004890*
004900***************************************************************
004910* 6000-SUGGEST-WEIGHTS                                         *
004920*   Skalerer gennemsnitsreaktionen pr. RANDOM-RESULT til en    *
004930*   vægtrække, der summer til ca. 100 ligesom HYGGECFG gør i   *
004940*   dag.  Først en gammel-mod-ny sammenligning til gennemsyn,  *
004950*   derefter forslaget som rene HYGCFGR-rækker, ops kan        *
004960*   klippe direkte ind i HYGGECFG.  Uden reaktionsdata         *
004970*   beholdes den gamle vægt for det udtræk.                    *
004980***************************************************************
004990 6000-SUGGEST-WEIGHTS.
005000     MOVE ZERO TO ENG-AVG-SUM.
005010     PERFORM 6100-SUM-ONE-RESULT THRU 6100-EXIT
005020         VARYING ERS-IDX FROM 1 BY 1
005030         UNTIL ERS-IDX > 10.
005040     PERFORM 6200-COMPUTE-ONE-WEIGHT THRU 6200-EXIT
005050         VARYING ERS-IDX FROM 1 BY 1
005060         UNTIL ERS-IDX > 10.
005070     DISPLAY " ".
005080     DISPLAY "WEIGHT COMPARISON (R OLD NEW)".
005090     PERFORM 6300-SHOW-ONE-COMPARISON THRU 6300-EXIT
005100         VARYING ERS-IDX FROM 1 BY 1
005110         UNTIL ERS-IDX > 10.
005120     DISPLAY " ".
005130     DISPLAY "SUGGESTED HYGGECFG ROWS (PASTE AS-IS)".
005140     PERFORM 6400-SHOW-ONE-CFG-ROW THRU 6400-EXIT
005150         VARYING ERS-IDX FROM 1 BY 1
005160         UNTIL ERS-IDX > 10.
005170 6000-EXIT.
005180     EXIT.
005190*
005200 6100-SUM-ONE-RESULT.
005210     IF ERS-FIRE-COUNT (ERS-IDX) > ZERO
005220         COMPUTE ERS-AVG-X100 (ERS-IDX) ROUNDED =
005230             (ERS-REACTION-TOTAL (ERS-IDX) * 100)
005240             / ERS-FIRE-COUNT (ERS-IDX)
005250     END-IF.
005260     ADD ERS-AVG-X100 (ERS-IDX) TO ENG-AVG-SUM.
005270 6100-EXIT.
005280     EXIT.
005290*
005300 6200-COMPUTE-ONE-WEIGHT.
005310     IF ENG-AVG-SUM = ZERO
005320      OR ERS-FIRE-COUNT (ERS-IDX) = ZERO
005330         MOVE ERS-OLD-WEIGHT (ERS-IDX)
005340             TO ERS-NEW-WEIGHT (ERS-IDX)
005350     ELSE
005360         COMPUTE ERS-NEW-WEIGHT (ERS-IDX) ROUNDED =
005370             (ERS-AVG-X100 (ERS-IDX) * 100) / ENG-AVG-SUM
005380         IF ERS-NEW-WEIGHT (ERS-IDX) = ZERO
005390             MOVE 1 TO ERS-NEW-WEIGHT (ERS-IDX)
005400         END-IF
005410     END-IF.
005420 6200-EXIT.
005430     EXIT.
005440*
005450 6300-SHOW-ONE-COMPARISON.
005460     COMPUTE ENG-RESULT-SUB = ERS-IDX - 1.
005470     DISPLAY ENG-RESULT-SUB (2:1) " "
005480         ERS-OLD-WEIGHT (ERS-IDX) " "
005490         ERS-NEW-WEIGHT (ERS-IDX).
005500 6300-EXIT.
005510     EXIT.
005520*
005530***************************************************************
005540* 6400-SHOW-ONE-CFG-ROW                                        *
005550*   Præcis HYGCFGR-layoutet: udtræk, blank, vægt - ikke andet. *
005560***************************************************************
005570 6400-SHOW-ONE-CFG-ROW.
005580     COMPUTE ENG-RESULT-SUB = ERS-IDX - 1.
005590     DISPLAY ENG-RESULT-SUB (2:1) " "
005600         ERS-NEW-WEIGHT (ERS-IDX).
005610 6400-EXIT.
005620     EXIT.
005630*
005640***************************************************************
005650* 9000-WRITE-RUN-LEDGER                                        *
005660*   Tilføjer trinets række i run-ledgeren med RETURN-CODE og   *
005670*   nøgletal.  CALL nulstiller RETURN-CODE, så koden gemmes i  *
005680*   parameterblokken og sættes tilbage bagefter.               *
005690***************************************************************
005700 9000-WRITE-RUN-LEDGER.
005710     MOVE RETURN-CODE TO HLD-RETURN-CODE.
005720     SET HLD-FUNCTION-END TO TRUE.
005730     MOVE "FIRED"    TO HLD-COUNT-LABEL (1).
005740     MOVE ENG-FIRED-COUNT TO HLD-COUNT-VALUE (1).
005750     MOVE "MATCHED"  TO HLD-COUNT-LABEL (2).
005760     MOVE ENG-MATCH-COUNT TO HLD-COUNT-VALUE (2).
005770     MOVE "UNMATCHD" TO HLD-COUNT-LABEL (3).
005780     MOVE ENG-UNMATCHED-COUNT TO HLD-COUNT-VALUE (3).
005790     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
005800     MOVE HLD-RETURN-CODE TO RETURN-CODE.
005810 9000-EXIT.
005820     EXIT.
