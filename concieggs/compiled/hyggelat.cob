000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HYGGELAT.
000120 AUTHOR. K. NIELSEN.
000130 INSTALLATION. CONCIEGGS DATA CENTER.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170***************************************************************
000180*                 M O D I F I C A T I O N   L O G              *
000190*---------------------------------------------------------------*
000200* DATE       INIT  DESCRIPTION                                 *
000210* 2026-10-15  KN   ORIGINAL PROGRAM.  RELAY POSTING-LATENCY    *
000220*                  AND DELAY-COMPLIANCE REPORT.  JOINS EVERY   *
000230*                  FIRED HYGGE-LOG-FILE ROW IN THE WINDOW TO   *
000240*                  ITS HYGGE-ACK-FILE POSTS AND HYGGE-OUT-FILE *
000250*                  RELAY LINES ON EVENT ID + CHANNEL.  THE     *
000260*                  RELAY ACKS A SCENE'S LINES IN ORDER, SO THE *
000270*                  N'TH ACK IS LINE N.  A LINE'S LATENCY IS    *
000280*                  POST TIME MINUS CHOSEN TIME MINUS THE DELAY *
000290*                  HINTS UP TO AND INCLUDING IT.  PRINTS       *
000300*                  EVERY LINE LATER THAN THE HYGGE-LAT-PARM-   *
000310*                  FILE THRESHOLD AND EVERY LINE POSTED SOONER *
000320*                  AFTER THE ONE BEFORE IT THAN ITS HINT (LESS *
000330*                  THE TOLERANCE), THEN PER CHANNEL: SCENES,   *
000340*                  LINES, AVERAGE, P50/P90/P95 AND MAXIMUM.    *
000350*                  SCENES NO LONGER IN HYGGE-OUT-FILE (IT IS   *
000360*                  CLEARED PER DRIVER RUN) ARE MEASURED ON     *
000370*                  THEIR FIRST LINE ONLY.  RETURN-CODE 8 WHEN  *
000380*                  THE THRESHOLD WAS BREACHED, 4 WHEN ONLY     *
000390*                  DELAY HINTS WERE IGNORED OR A TABLE         *
000400*                  OVERFLOWED.  DATE RANGE FROM HYGGE-RPT-     *
000410*                  PARM-FILE, SAME AS HYGGEREC.                *
000420***************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT HYGGE-LOG-FILE ASSIGN TO "HYGGELOG"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS HYGGE-LOG-STATUS.
000490     SELECT HYGGE-ACK-FILE ASSIGN TO "HYGGEACK"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS HYGGE-ACK-STATUS.
000520     SELECT HYGGE-OUT-FILE ASSIGN TO "HYGGEOUT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS HYGGE-OUT-STATUS.
000550     SELECT HYGGE-RPT-PARM-FILE ASSIGN TO "HYGGERPP"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS HYGGE-PARM-STATUS.
000580     SELECT HYGGE-LAT-PARM-FILE ASSIGN TO "HYGGELTP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS HYGGE-LTP-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  HYGGE-LOG-FILE
000640     RECORDING MODE IS F.
000650 COPY HYGLOGR.
000660 FD  HYGGE-ACK-FILE
000670     RECORDING MODE IS F.
000680 COPY HYGACKR.
000690 FD  HYGGE-OUT-FILE
000700     RECORDING MODE IS F.
000710 COPY HYGOUTR.
000720 FD  HYGGE-RPT-PARM-FILE
000730     RECORDING MODE IS F.
000740 COPY HYGRPTP.
000750 FD  HYGGE-LAT-PARM-FILE
000760     RECORDING MODE IS F.
000770 COPY HYGLATP.
000780 WORKING-STORAGE SECTION.
000790 01  HYGGELAT-SWITCHES.
000800     05  LAT-LOG-EOF-SW           PIC X(01) VALUE "N".
000810         88  LAT-LOG-EOF                    VALUE "Y".
000820     05  LAT-ACK-EOF-SW           PIC X(01) VALUE "N".
000830         88  LAT-ACK-EOF                    VALUE "Y".
000840     05  LAT-OUT-EOF-SW           PIC X(01) VALUE "N".
000850         88  LAT-OUT-EOF                    VALUE "Y".
000860     05  LAT-PARM-EOF-SW          PIC X(01) VALUE "N".
000870         88  LAT-PARM-EOF                   VALUE "Y".
000880     05  LAT-LTP-EOF-SW           PIC X(01) VALUE "N".
000890         88  LAT-LTP-EOF                    VALUE "Y".
000900     05  LAT-OUT-FOUND-SW         PIC X(01) VALUE "N".
000910         88  LAT-OUT-FOUND                  VALUE "Y".
000920     05  LAT-CHANNEL-FOUND-SW     PIC X(01) VALUE "N".
000930         88  LAT-CHANNEL-FOUND              VALUE "Y".
000940     05  LAT-SCENE-HINTS-SW       PIC X(01) VALUE "N".
000950         88  LAT-SCENE-HAS-HINTS            VALUE "Y".
000960     05  LAT-SCENE-IGNORED-SW     PIC X(01) VALUE "N".
000970         88  LAT-SCENE-IGNORED              VALUE "Y".
000980     05  LAT-SORT-SWAPPED-SW      PIC X(01) VALUE "N".
000990         88  LAT-SORT-SWAPPED               VALUE "Y".
001000 01  HYGGE-LOG-STATUS             PIC X(02) VALUE SPACES.
001010     88  HYGGE-LOG-STATUS-OK                VALUE "00".
001020     88  HYGGE-LOG-NOT-FOUND                VALUE "35".
001030 01  HYGGE-ACK-STATUS             PIC X(02) VALUE SPACES.
001040     88  HYGGE-ACK-STATUS-OK                VALUE "00".
001050     88  HYGGE-ACK-NOT-FOUND                VALUE "35".
001060 01  HYGGE-OUT-STATUS             PIC X(02) VALUE SPACES.
001070     88  HYGGE-OUT-STATUS-OK                VALUE "00".
001080     88  HYGGE-OUT-NOT-FOUND                VALUE "35".
001090 01  HYGGE-PARM-STATUS            PIC X(02) VALUE SPACES.
001100     88  HYGGE-PARM-STATUS-OK               VALUE "00".
001110     88  HYGGE-PARM-NOT-FOUND               VALUE "35".
001120 01  HYGGE-LTP-STATUS             PIC X(02) VALUE SPACES.
001130     88  HYGGE-LTP-STATUS-OK                VALUE "00".
001140     88  HYGGE-LTP-NOT-FOUND                VALUE "35".
001150 01  LAT-FROM-DATE                PIC 9(08) VALUE ZERO.
001160 01  LAT-TO-DATE                  PIC 9(08) VALUE 99999999.
001170 01  LAT-THRESHOLD-SECONDS        PIC 9(05) VALUE 300.
001180 01  LAT-TOLERANCE-SECONDS        PIC 9(03) VALUE 2.
001190 01  LAT-ACK-TABLE-MAX            PIC 9(03) VALUE 500.
001200 01  LAT-ACK-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001210 01  LAT-ACK-TABLE.
001220     05  LAK-ENTRY OCCURS 500 TIMES INDEXED BY LAK-IDX.
001230         10  LAK-EVENT-ID         PIC X(20).
001240         10  LAK-CHANNEL-NAME     PIC X(20).
001250         10  LAK-POST-DATE        PIC 9(08).
001260         10  LAK-POST-TIME        PIC 9(08).
001270 01  LAT-OUT-TABLE-MAX            PIC 9(03) VALUE 500.
001280 01  LAT-OUT-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001290 01  LAT-OUT-TABLE.
001300     05  LOU-ENTRY OCCURS 500 TIMES INDEXED BY LOU-IDX.
001310         10  LOU-EVENT-ID         PIC X(20).
001320         10  LOU-CHANNEL-NAME     PIC X(20).
001330         10  LOU-SEQUENCE-NO      PIC 99.
001340         10  LOU-DELAY-HINT       PIC 9(03).
001350 01  LAT-CHANNEL-TABLE-MAX        PIC 9(03) VALUE 100.
001360 01  LAT-CHANNEL-TABLE-COUNT      PIC 9(03) VALUE ZERO.
001370 01  LAT-CHANNEL-TABLE.
001380     05  LCH-ENTRY OCCURS 100 TIMES INDEXED BY LCH-IDX.
001390         10  LCH-CHANNEL-NAME     PIC X(20).
001400         10  LCH-SCENE-COUNT      PIC 9(07).
001410         10  LCH-LINE-COUNT       PIC 9(07).
001420         10  LCH-TOTAL-SECONDS    PIC 9(11).
001430         10  LCH-MAX-SECONDS      PIC 9(07).
001440         10  LCH-LATE-COUNT       PIC 9(07).
001450         10  LCH-IGNORED-COUNT    PIC 9(07).
001460         10  LCH-SAMPLE-COUNT     PIC 9(04).
001470         10  LCH-FIRST-SAMPLE     PIC 9(04).
001480*
001490* Hver målt linjes forsinkelse, sorteret på kanal og sekunder
001500* så percentilerne kan slås op direkte.
001510*
001520 01  LAT-SAMPLE-TABLE-MAX         PIC 9(04) VALUE 1000.
001530 01  LAT-SAMPLE-TABLE-COUNT       PIC 9(04) VALUE ZERO.
001540 01  LAT-SAMPLE-TABLE.
001550     05  LSM-ENTRY OCCURS 1000 TIMES INDEXED BY LSM-IDX.
001560         10  LSM-CHANNEL-SUB      PIC 9(03).
001570         10  LSM-SECONDS          PIC 9(07).
001580 01  LAT-SAMPLE-SUB               PIC 9(04) VALUE ZERO.
001590 01  LAT-SWAP-ENTRY               PIC X(10) VALUE SPACES.
001600 01  LAT-CHANNEL-SUB              PIC 9(03) VALUE ZERO.
001610 01  LAT-CONV-DATE                PIC 9(08) VALUE ZERO.
001620 01  LAT-CONV-TIME                PIC 9(08) VALUE ZERO.
001630 01  LAT-CONV-TIME-PARTS REDEFINES LAT-CONV-TIME.
001640     05  LAT-CONV-HH              PIC 99.
001650     05  LAT-CONV-MM              PIC 99.
001660     05  LAT-CONV-SS              PIC 99.
001670     05  LAT-CONV-CC              PIC 99.
001680 01  LAT-CONV-SECONDS             PIC 9(11) VALUE ZERO.
001690 01  LAT-CHOSEN-SECONDS           PIC 9(11) VALUE ZERO.
001700 01  LAT-POST-SECONDS             PIC 9(11) VALUE ZERO.
001710 01  LAT-PREV-POST-SECONDS        PIC 9(11) VALUE ZERO.
001720 01  LAT-DIFF-SECONDS             PIC S9(11) VALUE ZERO.
001730 01  LAT-GAP-SECONDS              PIC S9(11) VALUE ZERO.
001740 01  LAT-LINE-SECONDS             PIC 9(07) VALUE ZERO.
001750 01  LAT-HINT                     PIC 9(03) VALUE ZERO.
001760 01  LAT-HINT-TOTAL               PIC 9(05) VALUE ZERO.
001770 01  LAT-LINE-NO                  PIC 99    VALUE ZERO.
001780 01  LAT-FIRED-COUNT              PIC 9(07) VALUE ZERO.
001790 01  LAT-SCENE-COUNT              PIC 9(07) VALUE ZERO.
001800 01  LAT-UNACKED-COUNT            PIC 9(07) VALUE ZERO.
001810 01  LAT-NO-HINT-COUNT            PIC 9(07) VALUE ZERO.
001820 01  LAT-LINE-COUNT               PIC 9(07) VALUE ZERO.
001830 01  LAT-LATE-COUNT               PIC 9(07) VALUE ZERO.
001840 01  LAT-IGNORED-COUNT            PIC 9(07) VALUE ZERO.
001850 01  LAT-ACK-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
001860 01  LAT-OUT-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
001870 01  LAT-CHANNEL-DROPPED-COUNT    PIC 9(07) VALUE ZERO.
001880 01  LAT-SAMPLE-DROPPED-COUNT     PIC 9(07) VALUE ZERO.
001890 01  LAT-AVG-SECONDS              PIC 9(07) VALUE ZERO.
001900 01  LAT-PERCENT                  PIC 9(03) VALUE ZERO.
001910 01  LAT-RANK                     PIC 9(04) VALUE ZERO.
001920 01  LAT-PCT-SECONDS              PIC 9(07) VALUE ZERO.
001930 01  LAT-COUNT-EDIT               PIC ZZZ,ZZ9.
001940 01  LAT-SCENE-EDIT               PIC ZZZZZ9.
001950 01  LAT-LINES-EDIT               PIC ZZZZZ9.
001960 01  LAT-AVG-EDIT                 PIC ZZZZZ9.
001970 01  LAT-P50-EDIT                 PIC ZZZZZ9.
001980 01  LAT-P90-EDIT                 PIC ZZZZZ9.
001990 01  LAT-P95-EDIT                 PIC ZZZZZ9.
002000 01  LAT-MAX-EDIT                 PIC ZZZZZ9.
002010 01  LAT-LATE-EDIT                PIC ZZZZZ9.
002020 01  LAT-IGNORED-EDIT             PIC ZZZZZ9.
002030 01  LAT-SECONDS-EDIT             PIC ZZZZZZ9.
002040 01  LAT-HINT-EDIT                PIC ZZ9.
002050 01  LAT-GAP-EDIT                 PIC -ZZZZZ9.
002060*
002070 PROCEDURE DIVISION.
002080*
002090***************************************************************
002100* 0000-MAINLINE                                                *
002110*   Indlæser kvitteringer og relay-linjer, måler hver fyret    *
002120*   scene i perioden, sorterer målingerne og printer pr.       *
002130*   kanal.  RETURN-CODE 8 ved overskredet tærskel.             *
002140***************************************************************
002150 0000-MAINLINE.
002160     DISPLAY "HYGGELAT - RELAY POSTING LATENCY".
002170     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT.
002180     PERFORM 1100-READ-LATENCY-PARMS THRU 1100-EXIT.
002190     PERFORM 2000-LOAD-ACKS THRU 2000-EXIT.
002200     PERFORM 2200-LOAD-RELAY-LINES THRU 2200-EXIT.
002210     PERFORM 3000-MEASURE-LOG THRU 3000-EXIT.
002220     PERFORM 4000-SORT-SAMPLES THRU 4000-EXIT.
002230     PERFORM 5000-PRINT-CHANNEL-STATS THRU 5000-EXIT.
002240     PERFORM 6000-PRINT-VERDICT THRU 6000-EXIT.
002250     STOP RUN.
002260*
002270***************************************************************
002280* 1000-READ-PARAMETERS                                         *
002290*   Læser datoperioden fra HYGGE-RPT-PARM-FILE, samme fil som  *
002300*   HYGGEREC bruger.                                           *
002310***************************************************************
002320 1000-READ-PARAMETERS.
002330     OPEN INPUT HYGGE-RPT-PARM-FILE.
002340     IF HYGGE-PARM-STATUS-OK
002350         READ HYGGE-RPT-PARM-FILE
002360             AT END
002370                 SET LAT-PARM-EOF TO TRUE
002380         END-READ
002390         IF NOT LAT-PARM-EOF
002400             MOVE HRP-FROM-DATE TO LAT-FROM-DATE
002410             MOVE HRP-TO-DATE   TO LAT-TO-DATE
002420         END-IF
002430         CLOSE HYGGE-RPT-PARM-FILE
002440     END-IF.
002450 1000-EXIT.
002460     EXIT.
002470*
002480***************************************************************
002490* 1100-READ-LATENCY-PARMS                                      *
002500*   Læser tærskel og tolerance fra HYGGE-LAT-PARM-FILE.        *
002510*   Mangler filen, gælder 300 sekunder og 2 sekunder.          *
002520***************************************************************
002530 1100-READ-LATENCY-PARMS.
002540     OPEN INPUT HYGGE-LAT-PARM-FILE.
002550     IF HYGGE-LTP-STATUS-OK
002560         READ HYGGE-LAT-PARM-FILE
002570             AT END
002580                 SET LAT-LTP-EOF TO TRUE
002590         END-READ
002600         IF NOT LAT-LTP-EOF
002610             IF HLT-THRESHOLD-SECONDS NUMERIC
002620                 MOVE HLT-THRESHOLD-SECONDS
002630                     TO LAT-THRESHOLD-SECONDS
002640             END-IF
002650             IF HLT-TOLERANCE-SECONDS NUMERIC
002660                 MOVE HLT-TOLERANCE-SECONDS
002670                     TO LAT-TOLERANCE-SECONDS
002680             END-IF
002690         END-IF
002700         CLOSE HYGGE-LAT-PARM-FILE
002710     END-IF.
002720     MOVE LAT-THRESHOLD-SECONDS TO LAT-SECONDS-EDIT.
002730     MOVE LAT-TOLERANCE-SECONDS TO LAT-HINT-EDIT.
002740     DISPLAY "WINDOW " LAT-FROM-DATE " TO " LAT-TO-DATE
002750         "  THRESHOLD" LAT-SECONDS-EDIT " SEC"
002760         "  HINT TOLERANCE " LAT-HINT-EDIT " SEC".
002770 1100-EXIT.
002780     EXIT.
002790*
002800***************************************************************
002810* 2000-LOAD-ACKS                                               *
002820*   Læser relayets kvitteringer ind i en tabel i filens        *
002830*   rækkefølge - det er rækkefølgen linjerne blev postet i.    *
002840***************************************************************
002850 2000-LOAD-ACKS.
002860     OPEN INPUT HYGGE-ACK-FILE.
002870     IF HYGGE-ACK-STATUS-OK
002880         PERFORM 2100-READ-ONE-ACK THRU 2100-EXIT
002890             UNTIL LAT-ACK-EOF
002900         CLOSE HYGGE-ACK-FILE
002910     END-IF.
002920 2000-EXIT.
002930     EXIT.
002940*
002950 2100-READ-ONE-ACK.
002960     READ HYGGE-ACK-FILE
002970         AT END
002980             SET LAT-ACK-EOF TO TRUE
002990     END-READ.
003000     IF NOT LAT-ACK-EOF
003010         IF LAT-ACK-TABLE-COUNT < LAT-ACK-TABLE-MAX
003020             ADD 1 TO LAT-ACK-TABLE-COUNT
003030             SET LAK-IDX TO LAT-ACK-TABLE-COUNT
003040             MOVE HA-EVENT-ID     TO LAK-EVENT-ID (LAK-IDX)
003050             MOVE HA-CHANNEL-NAME TO LAK-CHANNEL-NAME (LAK-IDX)
003060             MOVE HA-POST-DATE    TO LAK-POST-DATE (LAK-IDX)
003070             MOVE HA-POST-TIME    TO LAK-POST-TIME (LAK-IDX)
003080         ELSE
003090             ADD 1 TO LAT-ACK-DROPPED-COUNT
003100         END-IF
003110     END-IF.
003120 2100-EXIT.
003130     EXIT.
003140*
003150***************************************************************
003160* 2200-LOAD-RELAY-LINES                                        *
003170*   Læser HYGGE-OUT-FILE's linjer med deres pauseforslag.      *
003180***************************************************************
003190 2200-LOAD-RELAY-LINES.
003200     OPEN INPUT HYGGE-OUT-FILE.
003210     IF HYGGE-OUT-STATUS-OK
003220         PERFORM 2300-READ-ONE-RELAY-LINE THRU 2300-EXIT
003230             UNTIL LAT-OUT-EOF
003240         CLOSE HYGGE-OUT-FILE
003250     END-IF.
003260 2200-EXIT.
003270     EXIT.
003280*
003290 2300-READ-ONE-RELAY-LINE.
003300     READ HYGGE-OUT-FILE
003310         AT END
003320             SET LAT-OUT-EOF TO TRUE
003330     END-READ.
003340     IF NOT LAT-OUT-EOF
003350         IF LAT-OUT-TABLE-COUNT < LAT-OUT-TABLE-MAX
003360             ADD 1 TO LAT-OUT-TABLE-COUNT
003370             SET LOU-IDX TO LAT-OUT-TABLE-COUNT
003380             MOVE HO-EVENT-ID     TO LOU-EVENT-ID (LOU-IDX)
003390             MOVE HO-CHANNEL-NAME TO LOU-CHANNEL-NAME (LOU-IDX)
003400             MOVE HO-SEQUENCE-NO  TO LOU-SEQUENCE-NO (LOU-IDX)
003410             MOVE HO-DELAY-HINT   TO LOU-DELAY-HINT (LOU-IDX)
003420         ELSE
003430             ADD 1 TO LAT-OUT-DROPPED-COUNT
003440         END-IF
003450     END-IF.
003460 2300-EXIT.
003470     EXIT.
003480*
003490***************************************************************
003500* 3000-MEASURE-LOG                                             *
003510*   Hver FIRED-række i perioden er én scene.  Dens kvitter-    *
003520*   inger måles linje for linje; forsinkede linjer og          *
003530*   ignorerede pauser skrives ud undervejs.                    *
003540***************************************************************
003550 3000-MEASURE-LOG.
003560     DISPLAY " ".
003570     DISPLAY "EXCEPTIONS (LATE = OVER THRESHOLD, HINT = DELAY"
003580         " HINT IGNORED)".
003590     OPEN INPUT HYGGE-LOG-FILE.
003600     IF HYGGE-LOG-STATUS-OK
003610         PERFORM 3100-MEASURE-ONE-SCENE THRU 3100-EXIT
003620             UNTIL LAT-LOG-EOF
003630         CLOSE HYGGE-LOG-FILE
003640     END-IF.
003650 3000-EXIT.
003660     EXIT.
003670*
003680 3100-MEASURE-ONE-SCENE.
003690     READ HYGGE-LOG-FILE
003700         AT END
003710             SET LAT-LOG-EOF TO TRUE
003720     END-READ.
003730     IF LAT-LOG-EOF
003740         GO TO 3100-EXIT
003750     END-IF.
003760     IF NOT HL-WAS-FIRED
003770        OR HL-LOG-DATE-NUM < LAT-FROM-DATE
003780        OR HL-LOG-DATE-NUM > LAT-TO-DATE
003790         GO TO 3100-EXIT
003800     END-IF.
003810     ADD 1 TO LAT-FIRED-COUNT.
003820     PERFORM 3400-FIND-CHANNEL THRU 3400-EXIT.
003830     MOVE HL-LOG-DATE-NUM TO LAT-CONV-DATE.
003840     MOVE HL-LOG-TIME     TO LAT-CONV-TIME.
003850     PERFORM 7000-CONVERT-TO-SECONDS THRU 7000-EXIT.
003860     MOVE LAT-CONV-SECONDS TO LAT-CHOSEN-SECONDS.
003870     MOVE ZERO TO LAT-LINE-NO.
003880     MOVE ZERO TO LAT-HINT-TOTAL.
003890     MOVE ZERO TO LAT-PREV-POST-SECONDS.
003900     MOVE "N" TO LAT-SCENE-IGNORED-SW.
003910     MOVE 1 TO LAT-LINE-NO.
003920     PERFORM 3310-FIND-RELAY-LINE THRU 3310-EXIT.
003930     MOVE ZERO TO LAT-LINE-NO.
003940     IF LAT-OUT-FOUND
003950         SET LAT-SCENE-HAS-HINTS TO TRUE
003960     ELSE
003970         MOVE "N" TO LAT-SCENE-HINTS-SW
003980     END-IF.
003990     PERFORM 3200-MATCH-ONE-ACK THRU 3200-EXIT
004000         VARYING LAK-IDX FROM 1 BY 1
004010         UNTIL LAK-IDX > LAT-ACK-TABLE-COUNT.
004020     IF LAT-LINE-NO = ZERO
004030         ADD 1 TO LAT-UNACKED-COUNT
004040         GO TO 3100-EXIT
004050     END-IF.
004060     ADD 1 TO LAT-SCENE-COUNT.
004070     IF LAT-CHANNEL-SUB > ZERO
004080         ADD 1 TO LCH-SCENE-COUNT (LAT-CHANNEL-SUB)
004090     END-IF.
004100     IF NOT LAT-SCENE-HAS-HINTS
004110         ADD 1 TO LAT-NO-HINT-COUNT
004120     END-IF.
004130     IF LAT-SCENE-IGNORED
004140         ADD 1 TO LAT-IGNORED-COUNT
004150         IF LAT-CHANNEL-SUB > ZERO
004160             ADD 1 TO LCH-IGNORED-COUNT (LAT-CHANNEL-SUB)
004170         END-IF
004180     END-IF.
004190 3100-EXIT.
004200     EXIT.
004210*
004220 3200-MATCH-ONE-ACK.
004230     IF LAK-EVENT-ID (LAK-IDX) = HL-EVENT-ID
004240        AND LAK-CHANNEL-NAME (LAK-IDX) = HL-CHANNEL-NAME
004250         ADD 1 TO LAT-LINE-NO
004260         PERFORM 3300-MEASURE-ONE-LINE THRU 3300-EXIT
004270     END-IF.
004280 3200-EXIT.
004290     EXIT.
004300*
004310***************************************************************
004320* 3300-MEASURE-ONE-LINE                                        *
004330*   Måler scenens LAT-LINE-NO'te linje.  Uden relay-linjer     *
004340*   kendes pauserne ikke, så kun første linje måles; en        *
004350*   kvittering ud over scenens sidste linje (en genpostning)   *
004360*   springes over.                                             *
004370***************************************************************
004380 3300-MEASURE-ONE-LINE.
004390     IF LAT-LINE-NO > 1
004400        AND NOT LAT-SCENE-HAS-HINTS
004410         GO TO 3300-EXIT
004420     END-IF.
004430     MOVE ZERO TO LAT-HINT.
004440     IF LAT-SCENE-HAS-HINTS
004450         PERFORM 3310-FIND-RELAY-LINE THRU 3310-EXIT
004460         IF NOT LAT-OUT-FOUND
004470             GO TO 3300-EXIT
004480         END-IF
004490         MOVE LOU-DELAY-HINT (LOU-IDX) TO LAT-HINT
004500     END-IF.
004510     ADD LAT-HINT TO LAT-HINT-TOTAL.
004520     MOVE LAK-POST-DATE (LAK-IDX) TO LAT-CONV-DATE.
004530     MOVE LAK-POST-TIME (LAK-IDX) TO LAT-CONV-TIME.
004540     PERFORM 7000-CONVERT-TO-SECONDS THRU 7000-EXIT.
004550     MOVE LAT-CONV-SECONDS TO LAT-POST-SECONDS.
004560     IF LAT-LINE-NO > 1
004570         COMPUTE LAT-GAP-SECONDS =
004580             LAT-POST-SECONDS - LAT-PREV-POST-SECONDS
004590         IF LAT-GAP-SECONDS + LAT-TOLERANCE-SECONDS < LAT-HINT
004600             SET LAT-SCENE-IGNORED TO TRUE
004610             MOVE LAT-HINT TO LAT-HINT-EDIT
004620             MOVE LAT-GAP-SECONDS TO LAT-GAP-EDIT
004630             DISPLAY "HINT " HL-CHANNEL-NAME " EVENT " HL-EVENT-ID
004640                 " LINE " LAT-LINE-NO " HINT " LAT-HINT-EDIT
004650                 " SEC, POSTED" LAT-GAP-EDIT " SEC AFTER THE"
004660                 " PREVIOUS LINE"
004670         END-IF
004680     END-IF.
004690     MOVE LAT-POST-SECONDS TO LAT-PREV-POST-SECONDS.
004700     COMPUTE LAT-DIFF-SECONDS = LAT-POST-SECONDS
004710         - LAT-CHOSEN-SECONDS - LAT-HINT-TOTAL.
004720     IF LAT-DIFF-SECONDS < ZERO
004730         MOVE ZERO TO LAT-DIFF-SECONDS
004740     END-IF.
004750     IF LAT-DIFF-SECONDS > 9999999
004760         MOVE 9999999 TO LAT-DIFF-SECONDS
004770     END-IF.
004780     MOVE LAT-DIFF-SECONDS TO LAT-LINE-SECONDS.
004790     ADD 1 TO LAT-LINE-COUNT.
004800     IF LAT-LINE-SECONDS > LAT-THRESHOLD-SECONDS
004810         ADD 1 TO LAT-LATE-COUNT
004820         MOVE LAT-LINE-SECONDS TO LAT-SECONDS-EDIT
004830         DISPLAY "LATE " HL-CHANNEL-NAME " EVENT " HL-EVENT-ID
004840             " LINE " LAT-LINE-NO " CHOSEN " HL-LOG-DATE-NUM
004850             " " HL-LOG-TIME (1:6) " POSTED "
004860             LAK-POST-DATE (LAK-IDX) " "
004870             LAK-POST-TIME (LAK-IDX) (1:6)
004880             LAT-SECONDS-EDIT " SEC LATE"
004890     END-IF.
004900     IF LAT-CHANNEL-SUB = ZERO
004910         GO TO 3300-EXIT
004920     END-IF.
004930     ADD 1 TO LCH-LINE-COUNT (LAT-CHANNEL-SUB).
004940     ADD LAT-LINE-SECONDS TO LCH-TOTAL-SECONDS (LAT-CHANNEL-SUB).
004950     IF LAT-LINE-SECONDS > LCH-MAX-SECONDS (LAT-CHANNEL-SUB)
004960         MOVE LAT-LINE-SECONDS
004970             TO LCH-MAX-SECONDS (LAT-CHANNEL-SUB)
004980     END-IF.
004990     IF LAT-LINE-SECONDS > LAT-THRESHOLD-SECONDS
005000         ADD 1 TO LCH-LATE-COUNT (LAT-CHANNEL-SUB)
005010     END-IF.
005020     IF LAT-SAMPLE-TABLE-COUNT < LAT-SAMPLE-TABLE-MAX
005030         ADD 1 TO LAT-SAMPLE-TABLE-COUNT
005040         SET LSM-IDX TO LAT-SAMPLE-TABLE-COUNT
005050         MOVE LAT-CHANNEL-SUB  TO LSM-CHANNEL-SUB (LSM-IDX)
005060         MOVE LAT-LINE-SECONDS TO LSM-SECONDS (LSM-IDX)
005070         ADD 1 TO LCH-SAMPLE-COUNT (LAT-CHANNEL-SUB)
005080     ELSE
005090         ADD 1 TO LAT-SAMPLE-DROPPED-COUNT
005100     END-IF.
005110 3300-EXIT.
005120     EXIT.
005130*
005140***************************************************************
005150* 3310-FIND-RELAY-LINE                                         *
005160*   Finder relay-linjen for scenens LAT-LINE-NO'te linje.      *
005170***************************************************************
005180 3310-FIND-RELAY-LINE.
005190     MOVE "N" TO LAT-OUT-FOUND-SW.
005200     PERFORM 3320-MATCH-ONE-RELAY-LINE THRU 3320-EXIT
005210         VARYING LOU-IDX FROM 1 BY 1
005220         UNTIL LOU-IDX > LAT-OUT-TABLE-COUNT
005230            OR LAT-OUT-FOUND.
005240     IF LAT-OUT-FOUND
005250         SET LOU-IDX DOWN BY 1
005260     END-IF.
005270 3310-EXIT.
005280     EXIT.
005290*
005300 3320-MATCH-ONE-RELAY-LINE.
005310     IF LOU-EVENT-ID (LOU-IDX) = HL-EVENT-ID
005320        AND LOU-CHANNEL-NAME (LOU-IDX) = HL-CHANNEL-NAME
005330        AND LOU-SEQUENCE-NO (LOU-IDX) = LAT-LINE-NO
005340         SET LAT-OUT-FOUND TO TRUE
005350     END-IF.
005360 3320-EXIT.
005370     EXIT.
005380*
005390***************************************************************
005400* 3400-FIND-CHANNEL                                            *
005410*   Slår logrækkens kanal op i kanaltabellen og tilføjer den   *
005420*   første gang.  LAT-CHANNEL-SUB er nul, hvis tabellen er     *
005430*   fuld; scenen tæller da kun med i totalerne.                *
005440***************************************************************
005450 3400-FIND-CHANNEL.
005460     MOVE "N" TO LAT-CHANNEL-FOUND-SW.
005470     MOVE ZERO TO LAT-CHANNEL-SUB.
005480     PERFORM 3410-MATCH-ONE-CHANNEL THRU 3410-EXIT
005490         VARYING LCH-IDX FROM 1 BY 1
005500         UNTIL LCH-IDX > LAT-CHANNEL-TABLE-COUNT
005510            OR LAT-CHANNEL-FOUND.
005520     IF LAT-CHANNEL-FOUND
005530         GO TO 3400-EXIT
005540     END-IF.
005550     IF LAT-CHANNEL-TABLE-COUNT < LAT-CHANNEL-TABLE-MAX
005560         ADD 1 TO LAT-CHANNEL-TABLE-COUNT
005570         MOVE LAT-CHANNEL-TABLE-COUNT TO LAT-CHANNEL-SUB
005580         MOVE HL-CHANNEL-NAME
005590             TO LCH-CHANNEL-NAME (LAT-CHANNEL-SUB)
005600         MOVE ZERO TO LCH-SCENE-COUNT (LAT-CHANNEL-SUB)
005610         MOVE ZERO TO LCH-LINE-COUNT (LAT-CHANNEL-SUB)
005620         MOVE ZERO TO LCH-TOTAL-SECONDS (LAT-CHANNEL-SUB)
005630         MOVE ZERO TO LCH-MAX-SECONDS (LAT-CHANNEL-SUB)
005640         MOVE ZERO TO LCH-LATE-COUNT (LAT-CHANNEL-SUB)
005650         MOVE ZERO TO LCH-IGNORED-COUNT (LAT-CHANNEL-SUB)
005660         MOVE ZERO TO LCH-SAMPLE-COUNT (LAT-CHANNEL-SUB)
005670         MOVE ZERO TO LCH-FIRST-SAMPLE (LAT-CHANNEL-SUB)
005680     ELSE
005690         ADD 1 TO LAT-CHANNEL-DROPPED-COUNT
005700     END-IF.
005710 3400-EXIT.
005720     EXIT.
005730*
005740 3410-MATCH-ONE-CHANNEL.
005750     IF LCH-CHANNEL-NAME (LCH-IDX) = HL-CHANNEL-NAME
005760         SET LAT-CHANNEL-FOUND TO TRUE
005770         SET LAT-CHANNEL-SUB TO LCH-IDX
005780     END-IF.
005790 3410-EXIT.
005800     EXIT.
005810*
005820***************************************************************
005830* 4000-SORT-SAMPLES                                            *
005840*   Boble-sorterer målingerne stigende på kanal og sekunder    *
005850*   og noterer hvor hver kanals målinger begynder, så en       *
005860*   percentil er ét opslag.                                    *
005870***************************************************************
005880 4000-SORT-SAMPLES.
005890     IF LAT-SAMPLE-TABLE-COUNT > 1
005900         MOVE "Y" TO LAT-SORT-SWAPPED-SW
005910         PERFORM 4100-ONE-SORT-PASS THRU 4100-EXIT
005920             UNTIL NOT LAT-SORT-SWAPPED
005930     END-IF.
005940     PERFORM 4300-NOTE-FIRST-SAMPLE THRU 4300-EXIT
005950         VARYING LAT-SAMPLE-SUB FROM 1 BY 1
005960         UNTIL LAT-SAMPLE-SUB > LAT-SAMPLE-TABLE-COUNT.
005970 4000-EXIT.
005980     EXIT.
005990*
006000 4100-ONE-SORT-PASS.
006010     MOVE "N" TO LAT-SORT-SWAPPED-SW.
006020     PERFORM 4200-COMPARE-ONE-PAIR THRU 4200-EXIT
006030         VARYING LAT-SAMPLE-SUB FROM 1 BY 1
006040         UNTIL LAT-SAMPLE-SUB >= LAT-SAMPLE-TABLE-COUNT.
006050 4100-EXIT.
006060     EXIT.
006070*
006080 4200-COMPARE-ONE-PAIR.
006090     IF LSM-ENTRY (LAT-SAMPLE-SUB)
006100        > LSM-ENTRY (LAT-SAMPLE-SUB + 1)
006110         MOVE LSM-ENTRY (LAT-SAMPLE-SUB) TO LAT-SWAP-ENTRY
006120         MOVE LSM-ENTRY (LAT-SAMPLE-SUB + 1)
006130             TO LSM-ENTRY (LAT-SAMPLE-SUB)
006140         MOVE LAT-SWAP-ENTRY TO LSM-ENTRY (LAT-SAMPLE-SUB + 1)
006150         SET LAT-SORT-SWAPPED TO TRUE
006160     END-IF.
006170 4200-EXIT.
006180     EXIT.
006190*
006200 4300-NOTE-FIRST-SAMPLE.
006210     MOVE LSM-CHANNEL-SUB (LAT-SAMPLE-SUB) TO LAT-CHANNEL-SUB.
006220     IF LCH-FIRST-SAMPLE (LAT-CHANNEL-SUB) = ZERO
006230         MOVE LAT-SAMPLE-SUB TO LCH-FIRST-SAMPLE (LAT-CHANNEL-SUB)
006240     END-IF.
006250 4300-EXIT.
006260     EXIT.
006270*
006280***************************************************************
006290* 5000-PRINT-CHANNEL-STATS                                     *
006300*   Én linje pr. kanal: scener, linjer, gennemsnit, P50, P90,  *
006310*   P95 og maksimum i sekunder, forsinkede linjer og scener    *
006320*   med ignorerede pauser.                                     *
006330***************************************************************
006340 5000-PRINT-CHANNEL-STATS.
006350     DISPLAY " ".
006360     DISPLAY "TIME TO POST PER CHANNEL (SECONDS)".
006370     DISPLAY "CHANNEL              SCENES  LINES    AVG    P50"
006380         "    P90    P95    MAX   LATE  HINTS".
006390     PERFORM 5100-PRINT-ONE-CHANNEL THRU 5100-EXIT
006400         VARYING LCH-IDX FROM 1 BY 1
006410         UNTIL LCH-IDX > LAT-CHANNEL-TABLE-COUNT.
006420 5000-EXIT.
006430     EXIT.
006440*
006450 5100-PRINT-ONE-CHANNEL.
006460     MOVE ZERO TO LAT-AVG-SECONDS.
006470     IF LCH-LINE-COUNT (LCH-IDX) > ZERO
006480         COMPUTE LAT-AVG-SECONDS ROUNDED =
006490             LCH-TOTAL-SECONDS (LCH-IDX)
006500             / LCH-LINE-COUNT (LCH-IDX)
006510     END-IF.
006520     MOVE 50 TO LAT-PERCENT.
006530     PERFORM 5200-FIND-PERCENTILE THRU 5200-EXIT.
006540     MOVE LAT-PCT-SECONDS TO LAT-P50-EDIT.
006550     MOVE 90 TO LAT-PERCENT.
006560     PERFORM 5200-FIND-PERCENTILE THRU 5200-EXIT.
006570     MOVE LAT-PCT-SECONDS TO LAT-P90-EDIT.
006580     MOVE 95 TO LAT-PERCENT.
006590     PERFORM 5200-FIND-PERCENTILE THRU 5200-EXIT.
006600     MOVE LAT-PCT-SECONDS TO LAT-P95-EDIT.
006610     MOVE LCH-SCENE-COUNT (LCH-IDX)   TO LAT-SCENE-EDIT.
006620     MOVE LCH-LINE-COUNT (LCH-IDX)    TO LAT-LINES-EDIT.
006630     MOVE LAT-AVG-SECONDS             TO LAT-AVG-EDIT.
006640     MOVE LCH-MAX-SECONDS (LCH-IDX)   TO LAT-MAX-EDIT.
006650     MOVE LCH-LATE-COUNT (LCH-IDX)    TO LAT-LATE-EDIT.
006660     MOVE LCH-IGNORED-COUNT (LCH-IDX) TO LAT-IGNORED-EDIT.
006670     DISPLAY LCH-CHANNEL-NAME (LCH-IDX) " " LAT-SCENE-EDIT " "
006680         LAT-LINES-EDIT " " LAT-AVG-EDIT " " LAT-P50-EDIT " "
006690         LAT-P90-EDIT " " LAT-P95-EDIT " " LAT-MAX-EDIT " "
006700         LAT-LATE-EDIT " " LAT-IGNORED-EDIT.
006710 5100-EXIT.
006720     EXIT.
006730*
006740***************************************************************
006750* 5200-FIND-PERCENTILE                                         *
006760*   Nærmeste-rang-percentil: den LAT-PERCENT'te procent af     *
006770*   kanalens sorterede målinger, rundet op.                    *
006780***************************************************************
006790 5200-FIND-PERCENTILE.
006800     MOVE ZERO TO LAT-PCT-SECONDS.
006810     IF LCH-SAMPLE-COUNT (LCH-IDX) = ZERO
006820         GO TO 5200-EXIT
006830     END-IF.
006840     COMPUTE LAT-RANK =
006850         (LCH-SAMPLE-COUNT (LCH-IDX) * LAT-PERCENT + 99) / 100.
006860     COMPUTE LAT-SAMPLE-SUB =
006870         LCH-FIRST-SAMPLE (LCH-IDX) + LAT-RANK - 1.
006880     MOVE LSM-SECONDS (LAT-SAMPLE-SUB) TO LAT-PCT-SECONDS.
006890 5200-EXIT.
006900     EXIT.
006910*
006920***************************************************************
006930* 6000-PRINT-VERDICT                                           *
006940*   Totaler og RETURN-CODE: 8 når tærsklen er overskredet,     *
006950*   4 når pauser blev ignoreret eller en tabel løb fuld.       *
006960***************************************************************
006970 6000-PRINT-VERDICT.
006980     DISPLAY " ".
006990     MOVE LAT-FIRED-COUNT TO LAT-COUNT-EDIT.
007000     DISPLAY "HYGGELAT: FIRED IN RANGE     " LAT-COUNT-EDIT.
007010     MOVE LAT-SCENE-COUNT TO LAT-COUNT-EDIT.
007020     DISPLAY "HYGGELAT: SCENES MEASURED    " LAT-COUNT-EDIT.
007030     MOVE LAT-UNACKED-COUNT TO LAT-COUNT-EDIT.
007040     DISPLAY "HYGGELAT: NEVER POSTED       " LAT-COUNT-EDIT.
007050     MOVE LAT-NO-HINT-COUNT TO LAT-COUNT-EDIT.
007060     DISPLAY "HYGGELAT: FIRST LINE ONLY    " LAT-COUNT-EDIT
007070         " (NO LONGER IN HYGGEOUT)".
007080     MOVE LAT-LINE-COUNT TO LAT-COUNT-EDIT.
007090     DISPLAY "HYGGELAT: LINES MEASURED     " LAT-COUNT-EDIT.
007100     MOVE LAT-LATE-COUNT TO LAT-COUNT-EDIT.
007110     DISPLAY "HYGGELAT: LINES OVER LIMIT   " LAT-COUNT-EDIT.
007120     MOVE LAT-IGNORED-COUNT TO LAT-COUNT-EDIT.
007130     DISPLAY "HYGGELAT: HINTS IGNORED      " LAT-COUNT-EDIT
007140         " SCENE(S)".
007150     IF LAT-ACK-DROPPED-COUNT > ZERO
007160      OR LAT-OUT-DROPPED-COUNT > ZERO
007170      OR LAT-CHANNEL-DROPPED-COUNT > ZERO
007180      OR LAT-SAMPLE-DROPPED-COUNT > ZERO
007190         DISPLAY "HYGGELAT: WARNING - TABLE OVERFLOW, FIGURES "
007200             "INCOMPLETE; NARROW HYGGERPP OR RAISE THE CAPS"
007210         MOVE 4 TO RETURN-CODE
007220     END-IF.
007230     IF LAT-IGNORED-COUNT > ZERO
007240         MOVE 4 TO RETURN-CODE
007250     END-IF.
007260     IF LAT-LATE-COUNT > ZERO
007270         DISPLAY "HYGGELAT: THRESHOLD BREACHED - THE RELAY IS "
007280             "FALLING BEHIND"
007290         MOVE 8 TO RETURN-CODE
007300     ELSE
007310         DISPLAY "HYGGELAT: ALL LINES WITHIN THRESHOLD"
007320     END-IF.
007330 6000-EXIT.
007340     EXIT.
007350*
007360***************************************************************
007370* 7000-CONVERT-TO-SECONDS                                      *
007380*   LAT-CONV-DATE (CCYYMMDD) og LAT-CONV-TIME (HHMMSSHH)       *
007390*   til sekunder siden kalenderens start, så forskelle over    *
007400*   midnat regner rigtigt.                                     *
007410***************************************************************
007420 7000-CONVERT-TO-SECONDS.
007430     MOVE ZERO TO LAT-CONV-SECONDS.
007440     IF LAT-CONV-DATE NOT NUMERIC
007450        OR LAT-CONV-DATE < 16010101
007460        OR LAT-CONV-TIME NOT NUMERIC
007470         GO TO 7000-EXIT
007480     END-IF.
007490     COMPUTE LAT-CONV-SECONDS =
007500         FUNCTION INTEGER-OF-DATE (LAT-CONV-DATE) * 86400
007510         + LAT-CONV-HH * 3600 + LAT-CONV-MM * 60 + LAT-CONV-SS.
007520 7000-EXIT.
007530     EXIT.
