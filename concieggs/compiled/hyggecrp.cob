000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HYGGECRP.
000120 AUTHOR. K. NIELSEN.
000130 INSTALLATION. CONCIEGGS DATA CENTER.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170***************************************************************
000180*                 M O D I F I C A T I O N   L O G              *
000190*---------------------------------------------------------------*
000200* DATE       INIT  DESCRIPTION                                 *
000210* 2026-10-15  KN   ORIGINAL PROGRAM.  COMMAND TRAFFIC REPORT   *
000220*                  OVER THE HYGGE-CTL-FILE LOG HYGGECMD        *
000230*                  WRITES.  FOR THE HYGGE-RPT-PARM-FILE DATE   *
000240*                  RANGE IT PRINTS COMMAND VOLUME BY COMMAND   *
000250*                  WORD AND CHANNEL, SPLIT BY OUTCOME          *
000260*                  (ANSWERED, OPT-OUT, STATS, UNKNOWN,         *
000270*                  DUPLICATE, THROTTLED), THE SAME PER         *
000280*                  CHANNEL, AND THE UNKNOWN COMMAND WORDS      *
000290*                  RANKED BY HOW OFTEN THEY WERE TRIED - THE   *
000300*                  CANDIDATES FOR NEW HYGGECAT ENTRIES.        *
000310*                  RETURN-CODE 4 WHEN A TABLE OVERFLOWED.      *
000320***************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT HYGGE-CTL-FILE ASSIGN TO "HYGGECTL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS HYGGE-CTL-STATUS.
000390     SELECT HYGGE-RPT-PARM-FILE ASSIGN TO "HYGGERPP"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS HYGGE-PARM-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  HYGGE-CTL-FILE
000450     RECORDING MODE IS F.
000460 COPY HYGCTLR.
000470 FD  HYGGE-RPT-PARM-FILE
000480     RECORDING MODE IS F.
000490 COPY HYGRPTP.
000500 WORKING-STORAGE SECTION.
000510 01  HYGGECRP-SWITCHES.
000520     05  CRP-CTL-EOF-SW           PIC X(01) VALUE "N".
000530         88  CRP-CTL-EOF                    VALUE "Y".
000540     05  CRP-PARM-EOF-SW          PIC X(01) VALUE "N".
000550         88  CRP-PARM-EOF                   VALUE "Y".
000560     05  CRP-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
000570         88  CRP-ENTRY-FOUND                VALUE "Y".
000580     05  CRP-SORT-SWAPPED-SW      PIC X(01) VALUE "N".
000590         88  CRP-SORT-SWAPPED               VALUE "Y".
000600 01  HYGGE-CTL-STATUS             PIC X(02) VALUE SPACES.
000610     88  HYGGE-CTL-STATUS-OK                VALUE "00".
000620     88  HYGGE-CTL-NOT-FOUND                VALUE "35".
000630 01  HYGGE-PARM-STATUS            PIC X(02) VALUE SPACES.
000640     88  HYGGE-PARM-STATUS-OK               VALUE "00".
000650     88  HYGGE-PARM-NOT-FOUND               VALUE "35".
000660 01  CRP-FROM-DATE                PIC 9(08) VALUE ZERO.
000670 01  CRP-TO-DATE                  PIC 9(08) VALUE 99999999.
000680*
000690* Trafik pr. kommandoord og kanal, sorteret på ord og kanal.
000700*
000710 01  CRP-WORD-TABLE-MAX           PIC 9(03) VALUE 300.
000720 01  CRP-WORD-TABLE-COUNT         PIC 9(03) VALUE ZERO.
000730 01  CRP-WORD-TABLE.
000740     05  CWC-ENTRY OCCURS 300 TIMES INDEXED BY CWC-IDX.
000750         10  CWC-COMMAND-WORD     PIC X(20).
000760         10  CWC-CHANNEL-NAME     PIC X(20).
000770         10  CWC-TOTAL            PIC 9(07).
000780         10  CWC-ANSWERED         PIC 9(07).
000790         10  CWC-OPT-OUT          PIC 9(07).
000800         10  CWC-STATS            PIC 9(07).
000810         10  CWC-UNKNOWN          PIC 9(07).
000820         10  CWC-DUPLICATE        PIC 9(07).
000830         10  CWC-THROTTLED        PIC 9(07).
000840 01  CRP-WORD-SUB                 PIC 9(03) VALUE ZERO.
000850 01  CRP-WORD-SWAP                PIC X(89) VALUE SPACES.
000860*
000870* Samme tal pr. kanal.
000880*
000890 01  CRP-CHANNEL-TABLE-MAX        PIC 9(03) VALUE 100.
000900 01  CRP-CHANNEL-TABLE-COUNT      PIC 9(03) VALUE ZERO.
000910 01  CRP-CHANNEL-TABLE.
000920     05  CCN-ENTRY OCCURS 100 TIMES INDEXED BY CCN-IDX.
000930         10  CCN-CHANNEL-NAME     PIC X(20).
000940         10  CCN-TOTAL            PIC 9(07).
000950         10  CCN-ANSWERED         PIC 9(07).
000960         10  CCN-OPT-OUT          PIC 9(07).
000970         10  CCN-STATS            PIC 9(07).
000980         10  CCN-UNKNOWN          PIC 9(07).
000990         10  CCN-DUPLICATE        PIC 9(07).
001000         10  CCN-THROTTLED        PIC 9(07).
001010 01  CRP-CHANNEL-SUB              PIC 9(03) VALUE ZERO.
001020*
001030* Ukendte kommandoord, rangeret efter antal forsøg.
001040*
001050 01  CRP-UNKNOWN-TABLE-MAX        PIC 9(03) VALUE 100.
001060 01  CRP-UNKNOWN-TABLE-COUNT      PIC 9(03) VALUE ZERO.
001070 01  CRP-UNKNOWN-TABLE.
001080     05  CUK-ENTRY OCCURS 100 TIMES INDEXED BY CUK-IDX.
001090         10  CUK-COUNT            PIC 9(07).
001100         10  CUK-COMMAND-WORD     PIC X(20).
001110         10  CUK-FIRST-DATE       PIC 9(08).
001120         10  CUK-LAST-DATE        PIC 9(08).
001130         10  CUK-LAST-CHANNEL     PIC X(20).
001140 01  CRP-UNKNOWN-SUB              PIC 9(03) VALUE ZERO.
001150 01  CRP-UNKNOWN-SWAP             PIC X(63) VALUE SPACES.
001160 01  CRP-ROW-COUNT                PIC 9(07) VALUE ZERO.
001170 01  CRP-ANSWERED-COUNT           PIC 9(07) VALUE ZERO.
001180 01  CRP-UNKNOWN-COUNT            PIC 9(07) VALUE ZERO.
001190 01  CRP-DUPLICATE-COUNT          PIC 9(07) VALUE ZERO.
001200 01  CRP-THROTTLED-COUNT          PIC 9(07) VALUE ZERO.
001210 01  CRP-REFUSAL-COUNT            PIC 9(07) VALUE ZERO.
001220 01  CRP-WORD-DROPPED-COUNT       PIC 9(07) VALUE ZERO.
001230 01  CRP-CHANNEL-DROPPED-COUNT    PIC 9(07) VALUE ZERO.
001240 01  CRP-UNKNOWN-DROPPED-COUNT    PIC 9(07) VALUE ZERO.
001250 01  CRP-RANK                     PIC 9(03) VALUE ZERO.
001260 01  CRP-COUNT-EDIT               PIC ZZZ,ZZ9.
001270 01  CRP-TOTAL-EDIT               PIC ZZZZZ9.
001280 01  CRP-ANSWERED-EDIT            PIC ZZZZZ9.
001290 01  CRP-OPT-OUT-EDIT             PIC ZZZZZ9.
001300 01  CRP-STATS-EDIT               PIC ZZZZZ9.
001310 01  CRP-UNKNOWN-EDIT             PIC ZZZZZ9.
001320 01  CRP-DUPLICATE-EDIT           PIC ZZZZZ9.
001330 01  CRP-THROTTLED-EDIT           PIC ZZZZZ9.
001340 01  CRP-RANK-EDIT                PIC ZZ9.
001350*
001360 PROCEDURE DIVISION.
001370*
001380***************************************************************
001390* 0000-MAINLINE                                                *
001400*   Tæller trafikloggen op for perioden, sorterer og printer   *
001410*   pr. kommandoord, pr. kanal og de ukendte ord.              *
001420***************************************************************
001430 0000-MAINLINE.
001440     DISPLAY "HYGGECRP - COMMAND TRAFFIC".
001450     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT.
001460     PERFORM 2000-TALLY-TRAFFIC THRU 2000-EXIT.
001470     PERFORM 3000-SORT-WORDS THRU 3000-EXIT.
001480     PERFORM 3300-RANK-UNKNOWN-WORDS THRU 3300-EXIT.
001490     PERFORM 4000-PRINT-BY-WORD THRU 4000-EXIT.
001500     PERFORM 4200-PRINT-BY-CHANNEL THRU 4200-EXIT.
001510     PERFORM 4400-PRINT-UNKNOWN-WORDS THRU 4400-EXIT.
001520     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001530     STOP RUN.
001540*
001550***************************************************************
001560* 1000-READ-PARAMETERS                                         *
001570*   Læser datoperioden fra HYGGE-RPT-PARM-FILE, samme fil som  *
001580*   HYGGERPT bruger.                                           *
001590***************************************************************
001600 1000-READ-PARAMETERS.
001610     OPEN INPUT HYGGE-RPT-PARM-FILE.
001620     IF HYGGE-PARM-STATUS-OK
001630         READ HYGGE-RPT-PARM-FILE
001640             AT END
001650                 SET CRP-PARM-EOF TO TRUE
001660         END-READ
001670         IF NOT CRP-PARM-EOF
001680             MOVE HRP-FROM-DATE TO CRP-FROM-DATE
001690             MOVE HRP-TO-DATE   TO CRP-TO-DATE
001700         END-IF
001710         CLOSE HYGGE-RPT-PARM-FILE
001720     END-IF.
001730     DISPLAY "WINDOW " CRP-FROM-DATE " TO " CRP-TO-DATE.
001740 1000-EXIT.
001750     EXIT.
001760*
001770***************************************************************
001780* 2000-TALLY-TRAFFIC                                           *
001790*   Løber HYGGE-CTL-FILE igennem og tæller hver række i        *
001800*   perioden op på ord og kanal, kanal og - for ukendte ord -  *
001810*   på ordet.                                                  *
001820***************************************************************
001830 2000-TALLY-TRAFFIC.
001840     OPEN INPUT HYGGE-CTL-FILE.
001850     IF HYGGE-CTL-STATUS-OK
001860         PERFORM 2100-TALLY-ONE-ROW THRU 2100-EXIT
001870             UNTIL CRP-CTL-EOF
001880         CLOSE HYGGE-CTL-FILE
001890     ELSE
001900         DISPLAY "HYGGECRP: NO HYGGECTL TRAFFIC LOG, STATUS "
001910             HYGGE-CTL-STATUS
001920     END-IF.
001930 2000-EXIT.
001940     EXIT.
001950*
001960 2100-TALLY-ONE-ROW.
001970     READ HYGGE-CTL-FILE
001980         AT END
001990             SET CRP-CTL-EOF TO TRUE
002000     END-READ.
002010     IF CRP-CTL-EOF
002020        OR HCG-LOG-DATE < CRP-FROM-DATE
002030        OR HCG-LOG-DATE > CRP-TO-DATE
002040         GO TO 2100-EXIT
002050     END-IF.
002060     ADD 1 TO CRP-ROW-COUNT.
002070     EVALUATE TRUE
002080         WHEN HCG-ANSWERED
002090         WHEN HCG-OPT-OUT
002100         WHEN HCG-STATS
002110             ADD 1 TO CRP-ANSWERED-COUNT
002120         WHEN HCG-UNKNOWN
002130             ADD 1 TO CRP-UNKNOWN-COUNT
002140             PERFORM 2400-TALLY-UNKNOWN-WORD THRU 2400-EXIT
002150         WHEN HCG-DUPLICATE
002160             ADD 1 TO CRP-DUPLICATE-COUNT
002170         WHEN HCG-THROTTLED
002180             ADD 1 TO CRP-THROTTLED-COUNT
002190             IF HCG-REPLY-WRITTEN
002200                 ADD 1 TO CRP-REFUSAL-COUNT
002210             END-IF
002220     END-EVALUATE.
002230     PERFORM 2200-FIND-WORD-ENTRY THRU 2200-EXIT.
002240     IF CRP-WORD-SUB > ZERO
002250         ADD 1 TO CWC-TOTAL (CRP-WORD-SUB)
002260         EVALUATE TRUE
002270             WHEN HCG-ANSWERED
002280                 ADD 1 TO CWC-ANSWERED (CRP-WORD-SUB)
002290             WHEN HCG-OPT-OUT
002300                 ADD 1 TO CWC-OPT-OUT (CRP-WORD-SUB)
002310             WHEN HCG-STATS
002320                 ADD 1 TO CWC-STATS (CRP-WORD-SUB)
002330             WHEN HCG-UNKNOWN
002340                 ADD 1 TO CWC-UNKNOWN (CRP-WORD-SUB)
002350             WHEN HCG-DUPLICATE
002360                 ADD 1 TO CWC-DUPLICATE (CRP-WORD-SUB)
002370             WHEN HCG-THROTTLED
002380                 ADD 1 TO CWC-THROTTLED (CRP-WORD-SUB)
002390         END-EVALUATE
002400     END-IF.
002410     PERFORM 2300-FIND-CHANNEL-ENTRY THRU 2300-EXIT.
002420     IF CRP-CHANNEL-SUB > ZERO
002430         ADD 1 TO CCN-TOTAL (CRP-CHANNEL-SUB)
002440         EVALUATE TRUE
002450             WHEN HCG-ANSWERED
002460                 ADD 1 TO CCN-ANSWERED (CRP-CHANNEL-SUB)
002470             WHEN HCG-OPT-OUT
002480                 ADD 1 TO CCN-OPT-OUT (CRP-CHANNEL-SUB)
002490             WHEN HCG-STATS
002500                 ADD 1 TO CCN-STATS (CRP-CHANNEL-SUB)
002510             WHEN HCG-UNKNOWN
002520                 ADD 1 TO CCN-UNKNOWN (CRP-CHANNEL-SUB)
002530             WHEN HCG-DUPLICATE
002540                 ADD 1 TO CCN-DUPLICATE (CRP-CHANNEL-SUB)
002550             WHEN HCG-THROTTLED
002560                 ADD 1 TO CCN-THROTTLED (CRP-CHANNEL-SUB)
002570         END-EVALUATE
002580     END-IF.
002590 2100-EXIT.
002600     EXIT.
002610*
002620***************************************************************
002630* 2200-FIND-WORD-ENTRY                                         *
002640*   Slår rækkens ord og kanal op i ordtabellen og tilføjer     *
002650*   dem første gang.  CRP-WORD-SUB er nul, hvis tabellen er    *
002660*   fuld; rækken tæller da kun med i totalerne.                *
002670***************************************************************
002680 2200-FIND-WORD-ENTRY.
002690     MOVE "N" TO CRP-ENTRY-FOUND-SW.
002700     MOVE ZERO TO CRP-WORD-SUB.
002710     PERFORM 2210-MATCH-ONE-WORD THRU 2210-EXIT
002720         VARYING CWC-IDX FROM 1 BY 1
002730         UNTIL CWC-IDX > CRP-WORD-TABLE-COUNT
002740            OR CRP-ENTRY-FOUND.
002750     IF CRP-ENTRY-FOUND
002760         GO TO 2200-EXIT
002770     END-IF.
002780     IF CRP-WORD-TABLE-COUNT < CRP-WORD-TABLE-MAX
002790         ADD 1 TO CRP-WORD-TABLE-COUNT
002800         MOVE CRP-WORD-TABLE-COUNT TO CRP-WORD-SUB
002810         INITIALIZE CWC-ENTRY (CRP-WORD-SUB)
002820         MOVE HCG-COMMAND-WORD TO CWC-COMMAND-WORD (CRP-WORD-SUB)
002830         MOVE HCG-CHANNEL-NAME TO CWC-CHANNEL-NAME (CRP-WORD-SUB)
002840     ELSE
002850         ADD 1 TO CRP-WORD-DROPPED-COUNT
002860     END-IF.
002870 2200-EXIT.
002880     EXIT.
002890*
002900 2210-MATCH-ONE-WORD.
002910     IF CWC-COMMAND-WORD (CWC-IDX) = HCG-COMMAND-WORD
002920        AND CWC-CHANNEL-NAME (CWC-IDX) = HCG-CHANNEL-NAME
002930         SET CRP-ENTRY-FOUND TO TRUE
002940         SET CRP-WORD-SUB TO CWC-IDX
002950     END-IF.
002960 2210-EXIT.
002970     EXIT.
002980*
002990***************************************************************
003000* 2300-FIND-CHANNEL-ENTRY                                      *
003010*   Samme opslag for kanalen alene.                            *
003020***************************************************************
003030 2300-FIND-CHANNEL-ENTRY.
003040     MOVE "N" TO CRP-ENTRY-FOUND-SW.
003050     MOVE ZERO TO CRP-CHANNEL-SUB.
003060     PERFORM 2310-MATCH-ONE-CHANNEL THRU 2310-EXIT
003070         VARYING CCN-IDX FROM 1 BY 1
003080         UNTIL CCN-IDX > CRP-CHANNEL-TABLE-COUNT
003090            OR CRP-ENTRY-FOUND.
003100     IF CRP-ENTRY-FOUND
003110         GO TO 2300-EXIT
003120     END-IF.
003130     IF CRP-CHANNEL-TABLE-COUNT < CRP-CHANNEL-TABLE-MAX
003140         ADD 1 TO CRP-CHANNEL-TABLE-COUNT
003150         MOVE CRP-CHANNEL-TABLE-COUNT TO CRP-CHANNEL-SUB
003160         INITIALIZE CCN-ENTRY (CRP-CHANNEL-SUB)
003170         MOVE HCG-CHANNEL-NAME
003180             TO CCN-CHANNEL-NAME (CRP-CHANNEL-SUB)
003190     ELSE
003200         ADD 1 TO CRP-CHANNEL-DROPPED-COUNT
003210     END-IF.
003220 2300-EXIT.
003230     EXIT.
003240*
003250 2310-MATCH-ONE-CHANNEL.
003260     IF CCN-CHANNEL-NAME (CCN-IDX) = HCG-CHANNEL-NAME
003270         SET CRP-ENTRY-FOUND TO TRUE
003280         SET CRP-CHANNEL-SUB TO CCN-IDX
003290     END-IF.
003300 2310-EXIT.
003310     EXIT.
003320*
003330***************************************************************
003340* 2400-TALLY-UNKNOWN-WORD                                      *
003350*   Tæller et ukendt ord op på tværs af kanaler og husker      *
003360*   hvornår det første og sidste gang blev prøvet, og hvor.    *
003370***************************************************************
003380 2400-TALLY-UNKNOWN-WORD.
003390     MOVE "N" TO CRP-ENTRY-FOUND-SW.
003400     MOVE ZERO TO CRP-UNKNOWN-SUB.
003410     PERFORM 2410-MATCH-ONE-UNKNOWN THRU 2410-EXIT
003420         VARYING CUK-IDX FROM 1 BY 1
003430         UNTIL CUK-IDX > CRP-UNKNOWN-TABLE-COUNT
003440            OR CRP-ENTRY-FOUND.
003450     IF NOT CRP-ENTRY-FOUND
003460         IF CRP-UNKNOWN-TABLE-COUNT < CRP-UNKNOWN-TABLE-MAX
003470             ADD 1 TO CRP-UNKNOWN-TABLE-COUNT
003480             MOVE CRP-UNKNOWN-TABLE-COUNT TO CRP-UNKNOWN-SUB
003490             MOVE ZERO TO CUK-COUNT (CRP-UNKNOWN-SUB)
003500             MOVE HCG-COMMAND-WORD
003510                 TO CUK-COMMAND-WORD (CRP-UNKNOWN-SUB)
003520             MOVE HCG-LOG-DATE
003530                 TO CUK-FIRST-DATE (CRP-UNKNOWN-SUB)
003540         ELSE
003550             ADD 1 TO CRP-UNKNOWN-DROPPED-COUNT
003560             GO TO 2400-EXIT
003570         END-IF
003580     END-IF.
003590     ADD 1 TO CUK-COUNT (CRP-UNKNOWN-SUB).
003600     MOVE HCG-LOG-DATE     TO CUK-LAST-DATE (CRP-UNKNOWN-SUB).
003610     MOVE HCG-CHANNEL-NAME TO CUK-LAST-CHANNEL (CRP-UNKNOWN-SUB).
003620 2400-EXIT.
003630     EXIT.
003640*
003650 2410-MATCH-ONE-UNKNOWN.
003660     IF CUK-COMMAND-WORD (CUK-IDX) = HCG-COMMAND-WORD
003670         SET CRP-ENTRY-FOUND TO TRUE
003680         SET CRP-UNKNOWN-SUB TO CUK-IDX
003690     END-IF.
003700 2410-EXIT.
003710     EXIT.
003720*
003730***************************************************************
003740* 3000-SORT-WORDS                                              *
003750*   Boble-sorterer ordtabellen stigende på ord og kanal, så    *
003760*   et ords kanaler står samlet.                               *
003770***************************************************************
003780 3000-SORT-WORDS.
003790     IF CRP-WORD-TABLE-COUNT > 1
003800         MOVE "Y" TO CRP-SORT-SWAPPED-SW
003810         PERFORM 3100-ONE-WORD-PASS THRU 3100-EXIT
003820             UNTIL NOT CRP-SORT-SWAPPED
003830     END-IF.
003840 3000-EXIT.
003850     EXIT.
003860*
003870 3100-ONE-WORD-PASS.
003880     MOVE "N" TO CRP-SORT-SWAPPED-SW.
003890     PERFORM 3200-COMPARE-WORD-PAIR THRU 3200-EXIT
003900         VARYING CRP-WORD-SUB FROM 1 BY 1
003910         UNTIL CRP-WORD-SUB >= CRP-WORD-TABLE-COUNT.
003920 3100-EXIT.
003930     EXIT.
003940*
003950 3200-COMPARE-WORD-PAIR.
003960     IF CWC-COMMAND-WORD (CRP-WORD-SUB)
003970        > CWC-COMMAND-WORD (CRP-WORD-SUB + 1)
003980      OR (CWC-COMMAND-WORD (CRP-WORD-SUB)
003990          = CWC-COMMAND-WORD (CRP-WORD-SUB + 1)
004000      AND CWC-CHANNEL-NAME (CRP-WORD-SUB)
004010          > CWC-CHANNEL-NAME (CRP-WORD-SUB + 1))
004020         MOVE CWC-ENTRY (CRP-WORD-SUB) TO CRP-WORD-SWAP
004030         MOVE CWC-ENTRY (CRP-WORD-SUB + 1)
004040             TO CWC-ENTRY (CRP-WORD-SUB)
004050         MOVE CRP-WORD-SWAP TO CWC-ENTRY (CRP-WORD-SUB + 1)
004060         SET CRP-SORT-SWAPPED TO TRUE
004070     END-IF.
004080 3200-EXIT.
004090     EXIT.
004100*
004110***************************************************************
004120* 3300-RANK-UNKNOWN-WORDS                                      *
004130*   Boble-sorterer de ukendte ord faldende på antal forsøg.    *
004140*   Ved lige antal bevares rækkefølgen, de blev set i.         *
004150***************************************************************
004160 3300-RANK-UNKNOWN-WORDS.
004170     IF CRP-UNKNOWN-TABLE-COUNT > 1
004180         MOVE "Y" TO CRP-SORT-SWAPPED-SW
004190         PERFORM 3400-ONE-UNKNOWN-PASS THRU 3400-EXIT
004200             UNTIL NOT CRP-SORT-SWAPPED
004210     END-IF.
004220 3300-EXIT.
004230     EXIT.
004240*
004250 3400-ONE-UNKNOWN-PASS.
004260     MOVE "N" TO CRP-SORT-SWAPPED-SW.
004270     PERFORM 3500-COMPARE-UNKNOWN-PAIR THRU 3500-EXIT
004280         VARYING CRP-UNKNOWN-SUB FROM 1 BY 1
004290         UNTIL CRP-UNKNOWN-SUB >= CRP-UNKNOWN-TABLE-COUNT.
004300 3400-EXIT.
004310     EXIT.
004320*
004330 3500-COMPARE-UNKNOWN-PAIR.
004340     IF CUK-COUNT (CRP-UNKNOWN-SUB)
004350        < CUK-COUNT (CRP-UNKNOWN-SUB + 1)
004360         MOVE CUK-ENTRY (CRP-UNKNOWN-SUB) TO CRP-UNKNOWN-SWAP
004370         MOVE CUK-ENTRY (CRP-UNKNOWN-SUB + 1)
004380             TO CUK-ENTRY (CRP-UNKNOWN-SUB)
004390         MOVE CRP-UNKNOWN-SWAP TO CUK-ENTRY (CRP-UNKNOWN-SUB + 1)
004400         SET CRP-SORT-SWAPPED TO TRUE
004410     END-IF.
004420 3500-EXIT.
004430     EXIT.
004440*
004450***************************************************************
004460* 4000-PRINT-BY-WORD                                           *
004470*   Én linje pr. kommandoord og kanal med udfaldene.           *
004480***************************************************************
004490 4000-PRINT-BY-WORD.
004500     DISPLAY " ".
004510     DISPLAY "COMMANDS BY WORD AND CHANNEL".
004520     DISPLAY "WORD                 CHANNEL               TOTAL"
004530         " ANSWER OPTOUT  STATS UNKNWN   DUPL THROTL".
004540     PERFORM 4100-PRINT-ONE-WORD THRU 4100-EXIT
004550         VARYING CWC-IDX FROM 1 BY 1
004560         UNTIL CWC-IDX > CRP-WORD-TABLE-COUNT.
004570 4000-EXIT.
004580     EXIT.
004590*
004600 4100-PRINT-ONE-WORD.
004610     MOVE CWC-TOTAL (CWC-IDX)     TO CRP-TOTAL-EDIT.
004620     MOVE CWC-ANSWERED (CWC-IDX)  TO CRP-ANSWERED-EDIT.
004630     MOVE CWC-OPT-OUT (CWC-IDX)   TO CRP-OPT-OUT-EDIT.
004640     MOVE CWC-STATS (CWC-IDX)     TO CRP-STATS-EDIT.
004650     MOVE CWC-UNKNOWN (CWC-IDX)   TO CRP-UNKNOWN-EDIT.
004660     MOVE CWC-DUPLICATE (CWC-IDX) TO CRP-DUPLICATE-EDIT.
004670     MOVE CWC-THROTTLED (CWC-IDX) TO CRP-THROTTLED-EDIT.
004680     DISPLAY CWC-COMMAND-WORD (CWC-IDX) " "
004690         CWC-CHANNEL-NAME (CWC-IDX) " " CRP-TOTAL-EDIT " "
004700         CRP-ANSWERED-EDIT " " CRP-OPT-OUT-EDIT " "
004710         CRP-STATS-EDIT " " CRP-UNKNOWN-EDIT " "
004720         CRP-DUPLICATE-EDIT " " CRP-THROTTLED-EDIT.
004730 4100-EXIT.
004740     EXIT.
004750*
004760***************************************************************
004770* 4200-PRINT-BY-CHANNEL                                        *
004780*   Én linje pr. kanal med de samme kolonner.                  *
004790***************************************************************
004800 4200-PRINT-BY-CHANNEL.
004810     DISPLAY " ".
004820     DISPLAY "COMMANDS BY CHANNEL".
004830     DISPLAY "CHANNEL                                    TOTAL"
004840         " ANSWER OPTOUT  STATS UNKNWN   DUPL THROTL".
004850     PERFORM 4300-PRINT-ONE-CHANNEL THRU 4300-EXIT
004860         VARYING CCN-IDX FROM 1 BY 1
004870         UNTIL CCN-IDX > CRP-CHANNEL-TABLE-COUNT.
004880 4200-EXIT.
004890     EXIT.
004900*
004910 4300-PRINT-ONE-CHANNEL.
004920     MOVE CCN-TOTAL (CCN-IDX)     TO CRP-TOTAL-EDIT.
004930     MOVE CCN-ANSWERED (CCN-IDX)  TO CRP-ANSWERED-EDIT.
004940     MOVE CCN-OPT-OUT (CCN-IDX)   TO CRP-OPT-OUT-EDIT.
004950     MOVE CCN-STATS (CCN-IDX)     TO CRP-STATS-EDIT.
004960     MOVE CCN-UNKNOWN (CCN-IDX)   TO CRP-UNKNOWN-EDIT.
004970     MOVE CCN-DUPLICATE (CCN-IDX) TO CRP-DUPLICATE-EDIT.
004980     MOVE CCN-THROTTLED (CCN-IDX) TO CRP-THROTTLED-EDIT.
004990     DISPLAY CCN-CHANNEL-NAME (CCN-IDX) "                      "
005000         CRP-TOTAL-EDIT " "
005010         CRP-ANSWERED-EDIT " " CRP-OPT-OUT-EDIT " "
005020         CRP-STATS-EDIT " " CRP-UNKNOWN-EDIT " "
005030         CRP-DUPLICATE-EDIT " " CRP-THROTTLED-EDIT.
005040 4300-EXIT.
005050     EXIT.
005060*
005070***************************************************************
005080* 4400-PRINT-UNKNOWN-WORDS                                     *
005090*   De ukendte kommandoord, mest prøvede først - kandidaterne  *
005100*   til nye poster i HYGGECAT.                                 *
005110***************************************************************
005120 4400-PRINT-UNKNOWN-WORDS.
005130     DISPLAY " ".
005140     DISPLAY "UNKNOWN COMMAND WORDS, MOST TRIED FIRST".
005150     IF CRP-UNKNOWN-TABLE-COUNT = ZERO
005160         DISPLAY "(NONE)"
005170         GO TO 4400-EXIT
005180     END-IF.
005190     DISPLAY "RANK WORD                  TRIES FIRST SEEN "
005200         "LAST SEEN LAST CHANNEL".
005210     PERFORM 4500-PRINT-ONE-UNKNOWN THRU 4500-EXIT
005220         VARYING CUK-IDX FROM 1 BY 1
005230         UNTIL CUK-IDX > CRP-UNKNOWN-TABLE-COUNT.
005240 4400-EXIT.
005250     EXIT.
005260*
005270 4500-PRINT-ONE-UNKNOWN.
005280     SET CRP-RANK TO CUK-IDX.
005290     MOVE CRP-RANK TO CRP-RANK-EDIT.
005300     MOVE CUK-COUNT (CUK-IDX) TO CRP-TOTAL-EDIT.
005310     DISPLAY " " CRP-RANK-EDIT " " CUK-COMMAND-WORD (CUK-IDX) " "
005320         CRP-TOTAL-EDIT " " CUK-FIRST-DATE (CUK-IDX) "  "
005330         CUK-LAST-DATE (CUK-IDX) " " CUK-LAST-CHANNEL (CUK-IDX).
005340 4500-EXIT.
005350     EXIT.
005360*
005370***************************************************************
005380* 5000-PRINT-TOTALS                                            *
005390*   Totaler for perioden.  RETURN-CODE 4, hvis en tabel løb    *
005400*   fuld og tallene derfor er ufuldstændige.                   *
005410***************************************************************
005420 5000-PRINT-TOTALS.
005430     DISPLAY " ".
005440     MOVE CRP-ROW-COUNT TO CRP-COUNT-EDIT.
005450     DISPLAY "HYGGECRP: COMMANDS IN RANGE  " CRP-COUNT-EDIT.
005460     MOVE CRP-ANSWERED-COUNT TO CRP-COUNT-EDIT.
005470     DISPLAY "HYGGECRP: ANSWERED           " CRP-COUNT-EDIT
005480         " (INCL. OPT-OUT AND STATS)".
005490     MOVE CRP-UNKNOWN-COUNT TO CRP-COUNT-EDIT.
005500     DISPLAY "HYGGECRP: UNKNOWN            " CRP-COUNT-EDIT.
005510     MOVE CRP-DUPLICATE-COUNT TO CRP-COUNT-EDIT.
005520     DISPLAY "HYGGECRP: DUPLICATES         " CRP-COUNT-EDIT.
005530     MOVE CRP-THROTTLED-COUNT TO CRP-COUNT-EDIT.
005540     DISPLAY "HYGGECRP: THROTTLED          " CRP-COUNT-EDIT.
005550     MOVE CRP-REFUSAL-COUNT TO CRP-COUNT-EDIT.
005560     DISPLAY "HYGGECRP: REFUSALS SENT      " CRP-COUNT-EDIT.
005570     IF CRP-WORD-DROPPED-COUNT > ZERO
005580      OR CRP-CHANNEL-DROPPED-COUNT > ZERO
005590      OR CRP-UNKNOWN-DROPPED-COUNT > ZERO
005600         DISPLAY "HYGGECRP: WARNING - TABLE OVERFLOW, FIGURES "
005610             "INCOMPLETE; NARROW HYGGERPP OR RAISE THE CAPS"
005620         MOVE 4 TO RETURN-CODE
005630     END-IF.
005640 5000-EXIT.
005650     EXIT.
