000600*                  THE SAME HORIZON AS THE LOG, SO THE FILE    *
000610*                  DOESN'T GROW A ROW PER CHANNEL PER DAY      *
000620*                  FOREVER.                                    *
000630* 2026-10-15  KN   ALSO PURGES THE HYGGE-SHS-FILE SCENE        *
000640*                  HISTORY (HYGGE'S REPEAT GUARD) ON ITS OWN   *
000650*                  HORIZON - THE THIRD HYGGE-RTN-FILE FIELD,   *
000660*                  30 DAYS WHEN ABSENT.                        *
000670* 2026-10-15  KN   NOW CHECKS THE HYGGE-RUN-FILE RUN LEDGER    *
000680*                  THROUGH HYGGELDG BEFORE STARTING AND        *
000690*                  REFUSES TO RUN (RETURN-CODE 12) UNLESS      *
000700*                  HYGGEREC ENDED CLEANLY, RETURN-CODE 4 OR    *
000710*                  LESS, FOR THE SAME RUN DATE, SO THE LOG IS  *
000720*                  NEVER TRIMMED UNRECONCILED.  APPENDS ITS    *
000730*                  OWN LEDGER RECORD AT THE END WITH ITS       *
000740*                  RETURN-CODE AND ARCHIVED, KEPT AND PURGED   *
000750*                  COUNTS.                                     *
000760***************************************************************
000770 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
000790 FILE-CONTROL.
000800     SELECT HYGGE-RTN-FILE ASSIGN TO "HYGGERTN"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS HYGGE-RTN-STATUS.
000830     SELECT HYGGE-LOG-FILE ASSIGN TO "HYGGELOG"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS HYGGE-LOG-STATUS.
000860     SELECT HYGGE-ARC-FILE ASSIGN TO "HYGGEARC"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS HYGGE-ARC-STATUS.
000890     SELECT HYGGE-LGN-FILE ASSIGN TO "HYGGELGN"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS HYGGE-LGN-STATUS.
000920     SELECT HYGGE-HST-FILE ASSIGN TO "HYGGEHST"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS HYGGE-HST-STATUS.
000950     SELECT HYGGE-HKC-FILE ASSIGN TO "HYGGEHKC"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS HYGGE-HKC-STATUS.
000980     SELECT HYGGE-SEEN-FILE ASSIGN TO "HYGGESEN"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS SEQUENTIAL
001010         RECORD KEY IS HS-SEEN-KEY
001020         FILE STATUS IS HYGGE-SEEN-STATUS.
001030     SELECT HYGGE-DCT-FILE ASSIGN TO "HYGGEDCT"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS SEQUENTIAL
001060         RECORD KEY IS HD-COUNTER-KEY
001070         FILE STATUS IS HYGGE-DCT-STATUS.
001080     SELECT HYGGE-SHS-FILE ASSIGN TO "HYGGESHS"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS SEQUENTIAL
001110         RECORD KEY IS HSH-HISTORY-KEY
001120         FILE STATUS IS HYGGE-SHS-STATUS.
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  HYGGE-RTN-FILE
001160     RECORDING MODE IS F.
001170 COPY HYGRTNR.
001180 FD  HYGGE-LOG-FILE
001190     RECORDING MODE IS F.
001200 COPY HYGLOGR.
001210 FD  HYGGE-ARC-FILE
001220     RECORDING MODE IS F.
001230 COPY HYGLOGR REPLACING ==HYGGE-LOG-RECORD==
001240     BY ==HYGGE-ARC-RECORD==
001250     LEADING ==HL== BY ==HX==.
001260 FD  HYGGE-LGN-FILE
001270     RECORDING MODE IS F.
001280 COPY HYGLOGR REPLACING ==HYGGE-LOG-RECORD==
001290     BY ==HYGGE-LGN-RECORD==
001300     LEADING ==HL== BY ==HN==.
001310 FD  HYGGE-HST-FILE
001320     RECORDING MODE IS F.
001330 COPY HYGHSTR.
001340 FD  HYGGE-HKC-FILE
001350     RECORDING MODE IS F.
001360 COPY HYGHKCR.
001370 FD  HYGGE-SEEN-FILE.
001380 COPY HYGSEEN.
001390 FD  HYGGE-DCT-FILE.
001400 COPY HYGDCTR.
001410 FD  HYGGE-SHS-FILE.
001420 COPY HYGSHSR.
001430 WORKING-STORAGE SECTION.
001440 01  HYGGEHKP-SWITCHES.
001450     05  HKP-RTN-EOF-SW           PIC X(01) VALUE "N".
001460         88  HKP-RTN-EOF                    VALUE "Y".
001470     05  HKP-LOG-EOF-SW           PIC X(01) VALUE "N".
001480         88  HKP-LOG-EOF                    VALUE "Y".
001490     05  HKP-LGN-EOF-SW           PIC X(01) VALUE "N".
001500         88  HKP-LGN-EOF                    VALUE "Y".
001510     05  HKP-SEEN-EOF-SW          PIC X(01) VALUE "N".
001520         88  HKP-SEEN-EOF                   VALUE "Y".
001530     05  HKP-DCT-EOF-SW           PIC X(01) VALUE "N".
001540         88  HKP-DCT-EOF                    VALUE "Y".
001550     05  HKP-SHS-EOF-SW           PIC X(01) VALUE "N".
001560         88  HKP-SHS-EOF                    VALUE "Y".
001570     05  HKP-MONTH-FOUND-SW       PIC X(01) VALUE "N".
001580         88  HKP-MONTH-FOUND                VALUE "Y".
001590     05  HKP-HKC-EOF-SW           PIC X(01) VALUE "N".
001600         88  HKP-HKC-EOF                    VALUE "Y".
001610     05  HKP-RESUME-SW            PIC X(01) VALUE "N".
001620         88  HKP-RESUME-REWRITE             VALUE "Y".
001630     05  HKP-SWEEP-DONE-SW        PIC X(01) VALUE "N".
001640         88  HKP-SWEEP-DONE                 VALUE "Y".
001650     05  HKP-REWRITE-DONE-SW      PIC X(01) VALUE "N".
001660         88  HKP-REWRITE-DONE               VALUE "Y".
001670     05  HKP-REWRITE-FAIL-SW      PIC X(01) VALUE "N".
001680         88  HKP-REWRITE-FAILED             VALUE "Y".
001690 01  HYGGE-RTN-STATUS             PIC X(02) VALUE SPACES.
001700     88  HYGGE-RTN-STATUS-OK                VALUE "00".
001710     88  HYGGE-RTN-NOT-FOUND                VALUE "35".
001720 01  HYGGE-LOG-STATUS             PIC X(02) VALUE SPACES.
001730     88  HYGGE-LOG-STATUS-OK                VALUE "00".
001740     88  HYGGE-LOG-NOT-FOUND                VALUE "35".
001750 01  HYGGE-ARC-STATUS             PIC X(02) VALUE SPACES.
001760     88  HYGGE-ARC-STATUS-OK                VALUE "00".
001770     88  HYGGE-ARC-NOT-FOUND                VALUE "35".
001780 01  HYGGE-LGN-STATUS             PIC X(02) VALUE SPACES.
001790     88  HYGGE-LGN-STATUS-OK                VALUE "00".
001800     88  HYGGE-LGN-NOT-FOUND                VALUE "35".
001810 01  HYGGE-HST-STATUS             PIC X(02) VALUE SPACES.
001820     88  HYGGE-HST-STATUS-OK                VALUE "00".
001830     88  HYGGE-HST-NOT-FOUND                VALUE "35".
001840 01  HYGGE-SEEN-STATUS            PIC X(02) VALUE SPACES.
001850     88  HYGGE-SEEN-STATUS-OK               VALUE "00".
001860     88  HYGGE-SEEN-NOT-FOUND               VALUE "35".
001870 01  HYGGE-HKC-STATUS             PIC X(02) VALUE SPACES.
001880     88  HYGGE-HKC-STATUS-OK                VALUE "00".
001890     88  HYGGE-HKC-NOT-FOUND                VALUE "35".
001900 01  HYGGE-DCT-STATUS             PIC X(02) VALUE SPACES.
001910     88  HYGGE-DCT-STATUS-OK                VALUE "00".
001920     88  HYGGE-DCT-NOT-FOUND                VALUE "35".
001930 01  HYGGE-SHS-STATUS             PIC X(02) VALUE SPACES.
001940     88  HYGGE-SHS-STATUS-OK                VALUE "00".
001950     88  HYGGE-SHS-NOT-FOUND                VALUE "35".
001960 01  HKP-LOG-RETAIN-DAYS          PIC 9(03) VALUE 90.
001970 01  HKP-SEEN-RETAIN-DAYS         PIC 9(03) VALUE 180.
001980 01  HKP-SCENE-RETAIN-DAYS        PIC 9(03) VALUE 30.
001990 01  HKP-TODAY-DATE               PIC 9(08) VALUE ZERO.
002000 01  HKP-TODAY-INT                PIC 9(08) VALUE ZERO.
002010 01  HKP-CUTOFF-INT               PIC 9(08) VALUE ZERO.
002020 01  HKP-LOG-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
002030 01  HKP-SEEN-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
002040 01  HKP-SCENE-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
002050 01  HKP-ARCHIVED-COUNT           PIC 9(07) VALUE ZERO.
002060 01  HKP-KEPT-COUNT               PIC 9(07) VALUE ZERO.
002070 01  HKP-PURGED-COUNT             PIC 9(07) VALUE ZERO.
002080 01  HKP-DCT-PURGED-COUNT         PIC 9(07) VALUE ZERO.
002090 01  HKP-SHS-PURGED-COUNT         PIC 9(07) VALUE ZERO.
002100 01  HKP-ROLLUP-DROPPED-COUNT     PIC 9(07) VALUE ZERO.
002110 01  HKP-MARKER-DATE              PIC X(08) VALUE SPACES.
002120 01  HKP-MARKER-DATE-NUM REDEFINES HKP-MARKER-DATE
002130                                  PIC 9(08).
002140 01  HKP-COUNT-EDIT               PIC ZZZ,ZZ9.
002150 01  HKP-RECORD-MONTH             PIC 9(06) VALUE ZERO.
002160 01  HKP-RESULT-SUB               PIC 99    VALUE ZERO.
002170 01  HKP-MONTH-SUB                PIC 99    VALUE ZERO.
002180 01  HKP-MONTH-TABLE-MAX          PIC 99    VALUE 24.
002190 01  HKP-MONTH-TABLE-COUNT        PIC 99    VALUE ZERO.
002200 01  HKP-MONTH-TABLE.
002210     05  HKM-ENTRY OCCURS 24 TIMES INDEXED BY HKM-IDX.
002220         10  HKM-MONTH            PIC 9(06).
002230         10  HKM-RUN-COUNT        PIC 9(07).
002240         10  HKM-FIRE-COUNT       PIC 9(07).
002250         10  HKM-SKIP-COUNT       PIC 9(07).
002260         10  HKM-SUPPRESS-COUNT   PIC 9(07).
002270         10  HKM-RESULT-COUNT OCCURS 10 TIMES
002280                                  PIC 9(07).
002290 COPY HYGLDGL.
002300*
002310 PROCEDURE DIVISION.
002320*
002330***************************************************************
002340* 0000-MAINLINE                                                *
002350*   Læser retentionsparametrene, ruller gamle logrækker i      *
002360*   arkiv, omskriver den levende log, skriver månedsrollups    *
002370*   og renser seen-filen, tællerne og scenehistorikken.        *
002380***************************************************************
002390 0000-MAINLINE.
002400     DISPLAY "HYGGEHKP - RETENTION HOUSEKEEPING".
002410     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
002420     IF HLD-GATE-CLOSED
002430         STOP RUN
002440     END-IF.
002450     PERFORM 1000-READ-RETENTION-PARMS THRU 1000-EXIT.
002460     PERFORM 1100-COMPUTE-CUTOFFS THRU 1100-EXIT.
002470     PERFORM 1200-READ-PHASE-MARKER THRU 1200-EXIT.
002480     IF HKP-RESUME-REWRITE
002490         DISPLAY "HYGGEHKP: SWEPT MARKER FOUND - RE-SWEEPING"
002500             " WITHOUT ARCHIVE/ROLLUPS"
002510     END-IF.
002520     PERFORM 2000-SWEEP-LOG THRU 2000-EXIT.
002530     IF HKP-SWEEP-DONE
002540         IF NOT HKP-RESUME-REWRITE
002550             PERFORM 3000-WRITE-MONTHLY-ROLLUPS THRU 3000-EXIT
002560             PERFORM 1300-WRITE-PHASE-MARKER THRU 1300-EXIT
002570         END-IF
002580         PERFORM 2500-REWRITE-LIVE-LOG THRU 2500-EXIT
002590         IF HKP-REWRITE-DONE
002600             PERFORM 1400-CLEAR-PHASE-MARKER THRU 1400-EXIT
002610         END-IF
002620     END-IF.
002630     PERFORM 4000-PURGE-SEEN-IDS THRU 4000-EXIT.
002640     PERFORM 4500-PURGE-FIRE-COUNTERS THRU 4500-EXIT.
002650     PERFORM 4700-PURGE-SCENE-HISTORY THRU 4700-EXIT.
002660     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
002670     PERFORM 9000-WRITE-RUN-LEDGER THRU 9000-EXIT.
002680     STOP RUN.
002690*
002700***************************************************************
002710* 0100-CHECK-RUN-LEDGER                                        *
002720*   Spørger HYGGELDG, om trinets forgængere er endt rent for   *
002730*   samme kørselsdato.  Ellers stopper trinet med RETURN-CODE  *
002740*   12, før det har rørt en eneste fil.                        *
002750***************************************************************
002760 0100-CHECK-RUN-LEDGER.
002770     MOVE "HYGGEHKP" TO HLD-PROGRAM-ID.
002780     SET HLD-FUNCTION-START TO TRUE.
002790     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
002800     IF HLD-GATE-CLOSED
002810         MOVE HLD-RETURN-CODE TO RETURN-CODE
002820     END-IF.
002830 0100-EXIT.
002840     EXIT.
002850*
002860***************************************************************
002870* 1000-READ-RETENTION-PARMS                                    *
002880*   Læser antal dages retention for log, seen-fil og           *
002890*   scenehistorik.  Mangler filen, gælder de deklarerede       *
002900*   standardværdier; et blankt tredje felt (ældre parameter-   *
002910*   filer) lader scenehistorikkens standard stå.               *
002920***************************************************************
002930 1000-READ-RETENTION-PARMS.
002940     OPEN INPUT HYGGE-RTN-FILE.
002950     IF HYGGE-RTN-STATUS-OK
002960         READ HYGGE-RTN-FILE
002970             AT END
002980                 SET HKP-RTN-EOF TO TRUE
002990         END-READ
003000         IF NOT HKP-RTN-EOF
003010             MOVE HRN-LOG-RETAIN-DAYS  TO HKP-LOG-RETAIN-DAYS
003020             MOVE HRN-SEEN-RETAIN-DAYS TO HKP-SEEN-RETAIN-DAYS
003030             IF HRN-SCENE-RETAIN-DAYS NUMERIC
003040                 MOVE HRN-SCENE-RETAIN-DAYS
003050                     TO HKP-SCENE-RETAIN-DAYS
003060             END-IF
003070         END-IF
003080         CLOSE HYGGE-RTN-FILE
003090     END-IF.
003100 1000-EXIT.
003110     EXIT.
003120*
003130***************************************************************
003140* 1100-COMPUTE-CUTOFFS                                         *
003150*   Regner skæringsdatoerne ud fra dags dato og retentionen.   *
003160***************************************************************
003170 1100-COMPUTE-CUTOFFS.
003180     MOVE FUNCTION CURRENT-DATE (1:8) TO HKP-TODAY-DATE.
003190     COMPUTE HKP-TODAY-INT =
003200         FUNCTION INTEGER-OF-DATE (HKP-TODAY-DATE).
003210     COMPUTE HKP-CUTOFF-INT =
003220         HKP-TODAY-INT - HKP-LOG-RETAIN-DAYS.
003230     COMPUTE HKP-LOG-CUTOFF-DATE =
003240         FUNCTION DATE-OF-INTEGER (HKP-CUTOFF-INT).
003250     COMPUTE HKP-CUTOFF-INT =
003260         HKP-TODAY-INT - HKP-SEEN-RETAIN-DAYS.
003270     COMPUTE HKP-SEEN-CUTOFF-DATE =
003280         FUNCTION DATE-OF-INTEGER (HKP-CUTOFF-INT).
003290     COMPUTE HKP-CUTOFF-INT =
003300         HKP-TODAY-INT - HKP-SCENE-RETAIN-DAYS.
003310     COMPUTE HKP-SCENE-CUTOFF-DATE =
003320         FUNCTION DATE-OF-INTEGER (HKP-CUTOFF-INT).
003330 1100-EXIT.
003340     EXIT.
003350*
003360***************************************************************
003370* 1200-READ-PHASE-MARKER                                       *
003380*   Ser efter, om et tidligere køre nåede at arkivere og       *
003390*   skrive rollups, men abendede før den levende log blev      *
003400*   omskrevet.  I så fald fejes den AKTUELLE log igen - uden   *
003410*   arkiv og rollups - så rækker skrevet siden abenden ikke    *
003420*   går tabt ved omskrivningen.                                *
003430***************************************************************
003440 1200-READ-PHASE-MARKER.
003450     OPEN INPUT HYGGE-HKC-FILE.
003460     IF HYGGE-HKC-STATUS-OK
003470         READ HYGGE-HKC-FILE
003480             AT END
003490                 SET HKP-HKC-EOF TO TRUE
003500         END-READ
003510         IF NOT HKP-HKC-EOF
003520            AND HKC-SWEPT-PHASE
003530             SET HKP-RESUME-REWRITE TO TRUE
003540             MOVE HKC-RUN-DATE TO HKP-MARKER-DATE
003550             PERFORM 1250-RECOMPUTE-RESUME-CUTOFF
003560                 THRU 1250-EXIT
003570         END-IF
003580         CLOSE HYGGE-HKC-FILE
003590     END-IF.
003600 1200-EXIT.
003610     EXIT.
003620*
003630***************************************************************
003640* 1250-RECOMPUTE-RESUME-CUTOFF                                 *
003650*   Det afbrudte køre arkiverede kun rækker ældre end SIN      *
003660*   egen skæring.  Gen-fejningen skal bruge samme skæring      *
003670*   (regnet fra markørens dato), ellers ville rækker, der er   *
003680*   krydset horisonten siden abenden, blive smidt væk uden     *
003690*   nogensinde at nå arkivet.  En ulæselig markørdato lader    *
003700*   dagens skæring stå.                                        *
003710***************************************************************
003720 1250-RECOMPUTE-RESUME-CUTOFF.
003730     IF HKP-MARKER-DATE NOT NUMERIC
003740         GO TO 1250-EXIT
003750     END-IF.
003760     IF HKP-MARKER-DATE-NUM = ZERO
003770         GO TO 1250-EXIT
003780     END-IF.
003790     COMPUTE HKP-CUTOFF-INT =
003800         FUNCTION INTEGER-OF-DATE (HKP-MARKER-DATE-NUM)
003810         - HKP-LOG-RETAIN-DAYS.
003820     COMPUTE HKP-LOG-CUTOFF-DATE =
003830         FUNCTION DATE-OF-INTEGER (HKP-CUTOFF-INT).
003840 1250-EXIT.
003850     EXIT.
003860*
003870***************************************************************
003880* 1300-WRITE-PHASE-MARKER                                      *
003890*   Arkiv og rollups er på disk - marker det, så en genstart   *
003900*   ikke tæller de samme rækker med to gange.                  *
003910***************************************************************
003920 1300-WRITE-PHASE-MARKER.
003930     MOVE SPACES         TO HYGGE-HKC-RECORD.
003940     MOVE "SWEPT"        TO HKC-PHASE-CODE.
003950     MOVE HKP-TODAY-DATE TO HKC-RUN-DATE.
003960     OPEN OUTPUT HYGGE-HKC-FILE.
003970     IF HYGGE-HKC-STATUS-OK
003980         WRITE HYGGE-HKC-RECORD
003990         CLOSE HYGGE-HKC-FILE
004000     END-IF.
004010 1300-EXIT.
004020     EXIT.
004030*
004040***************************************************************
004050* 1400-CLEAR-PHASE-MARKER                                      *
004060*   Den levende log er omskrevet; fjern markøren igen.         *
004070***************************************************************
004080 1400-CLEAR-PHASE-MARKER.
004090     OPEN OUTPUT HYGGE-HKC-FILE.
004100     IF HYGGE-HKC-STATUS-OK
004110         CLOSE HYGGE-HKC-FILE
004120     END-IF.
004130 1400-EXIT.
004140     EXIT.
004150*
004160***************************************************************
004170* 2000-SWEEP-LOG                                               *
004180*   Læser hele den levende log: rækker ældre end skæringen     *
004190*   arkiveres og tælles med i månedsrollups, resten skrives    *
004200*   til den nye levende log.  Fejler en af åbningerne, opgives *
004210*   hele fejningen (HKP-SWEEP-DONE forbliver nej), så den      *
004220*   levende log aldrig omskrives fra en gammel arbejdsfil.     *
004230*   I genoptagelses-tilstand (SWEPT-markør fundet) springes    *
004240*   arkiv og rollups over - de gamle rækker ER allerede        *
004250*   arkiveret - og kun den nye arbejdsfil bygges.              *
004260***************************************************************
004270 2000-SWEEP-LOG.
004280     MOVE "N" TO HKP-SWEEP-DONE-SW.
004290     OPEN INPUT HYGGE-LOG-FILE.
004300     IF NOT HYGGE-LOG-STATUS-OK
004310         GO TO 2000-EXIT
004320     END-IF.
004330     OPEN OUTPUT HYGGE-LGN-FILE.
004340     IF NOT HKP-RESUME-REWRITE
004350         OPEN EXTEND HYGGE-ARC-FILE
004360         IF HYGGE-ARC-NOT-FOUND
004370             OPEN OUTPUT HYGGE-ARC-FILE
004380         END-IF
004390     END-IF.
004400     IF NOT HYGGE-LGN-STATUS-OK
004410      OR (NOT HKP-RESUME-REWRITE
004420          AND NOT HYGGE-ARC-STATUS-OK)
004430         DISPLAY "HYGGEHKP: SWEEP ABORTED - LGN STATUS "
004440             HYGGE-LGN-STATUS " ARC STATUS " HYGGE-ARC-STATUS
004450         IF HYGGE-LGN-STATUS-OK
004460             CLOSE HYGGE-LGN-FILE
004470         END-IF
004480         IF NOT HKP-RESUME-REWRITE
004490            AND HYGGE-ARC-STATUS-OK
004500             CLOSE HYGGE-ARC-FILE
004510         END-IF
004520         CLOSE HYGGE-LOG-FILE
004530         GO TO 2000-EXIT
004540     END-IF.
004550     PERFORM 2100-SWEEP-ONE-RECORD THRU 2100-EXIT
004560         UNTIL HKP-LOG-EOF.
004570     CLOSE HYGGE-LOG-FILE.
004580     CLOSE HYGGE-LGN-FILE.
004590     IF NOT HKP-RESUME-REWRITE
004600         CLOSE HYGGE-ARC-FILE
004610     END-IF.
004620     SET HKP-SWEEP-DONE TO TRUE.
004630 2000-EXIT.
004640     EXIT.
004650*
004660 2100-SWEEP-ONE-RECORD.
004670     READ HYGGE-LOG-FILE
004680         AT END
004690             SET HKP-LOG-EOF TO TRUE
004700     END-READ.
004710     IF NOT HKP-LOG-EOF
004720         IF HL-LOG-DATE-NUM < HKP-LOG-CUTOFF-DATE
004730             IF HKP-RESUME-REWRITE
004740                 CONTINUE
004750             ELSE
004760                 ADD 1 TO HKP-ARCHIVED-COUNT
004770                 MOVE HYGGE-LOG-RECORD TO HYGGE-ARC-RECORD
004780                 WRITE HYGGE-ARC-RECORD
004790                 PERFORM 2200-TALLY-MONTH-ROLLUP THRU 2200-EXIT
004800             END-IF
004810         ELSE
004820             ADD 1 TO HKP-KEPT-COUNT
004830             MOVE HYGGE-LOG-RECORD TO HYGGE-LGN-RECORD
004840             IF HYGGE-LGN-STATUS-OK
004850                 WRITE HYGGE-LGN-RECORD
004860             END-IF
004870         END-IF
004880     END-IF.
004890 2100-EXIT.
004900     EXIT.
004910*
004920***************************************************************
004930* 2200-TALLY-MONTH-ROLLUP                                      *
004940*   Lægger den arkiverede række til månedens tællere.          *
004950***************************************************************
004960 2200-TALLY-MONTH-ROLLUP.
004970     COMPUTE HKP-RECORD-MONTH = HL-LOG-DATE-NUM / 100.
004980     PERFORM 2210-FIND-MONTH-SLOT THRU 2210-EXIT.
004990     IF HKP-MONTH-SUB = ZERO
005000         ADD 1 TO HKP-ROLLUP-DROPPED-COUNT
005010         GO TO 2200-EXIT
005020     END-IF.
005030     ADD 1 TO HKM-RUN-COUNT (HKP-MONTH-SUB).
005040     EVALUATE TRUE
005050         WHEN HL-WAS-FIRED
005060             ADD 1 TO HKM-FIRE-COUNT (HKP-MONTH-SUB)
005070             COMPUTE HKP-RESULT-SUB = HL-RANDOM-RESULT + 1
005080             ADD 1 TO HKM-RESULT-COUNT
005090                 (HKP-MONTH-SUB HKP-RESULT-SUB)
005100         WHEN HL-WAS-SUPPRESSED
005110             ADD 1 TO HKM-SUPPRESS-COUNT (HKP-MONTH-SUB)
005120         WHEN OTHER
005130             ADD 1 TO HKM-SKIP-COUNT (HKP-MONTH-SUB)
005140     END-EVALUATE.
005150 2200-EXIT.
005160     EXIT.
005170*
005180***************************************************************
005190* 2210-FIND-MONTH-SLOT                                         *
005200*   Finder (eller opretter) månedens plads i rollup-tabellen.  *
005210*   Løber tabellen tør, tælles rækken ikke med i rollups -     *
005220*   det melder opsummeringen.                                  *
005230***************************************************************
005240 2210-FIND-MONTH-SLOT.
005250     MOVE ZERO TO HKP-MONTH-SUB.
005260     MOVE "N" TO HKP-MONTH-FOUND-SW.
005270     PERFORM 2220-MATCH-ONE-MONTH THRU 2220-EXIT
005280         VARYING HKM-IDX FROM 1 BY 1
005290         UNTIL HKM-IDX > HKP-MONTH-TABLE-COUNT
005300            OR HKP-MONTH-FOUND.
005310     IF NOT HKP-MONTH-FOUND
005320        AND HKP-MONTH-TABLE-COUNT < HKP-MONTH-TABLE-MAX
005330         ADD 1 TO HKP-MONTH-TABLE-COUNT
005340         MOVE HKP-MONTH-TABLE-COUNT TO HKP-MONTH-SUB
005350         INITIALIZE HKM-ENTRY (HKP-MONTH-SUB)
005360         MOVE HKP-RECORD-MONTH TO HKM-MONTH (HKP-MONTH-SUB)
005370     END-IF.
005380 2210-EXIT.
005390     EXIT.
005400*
005410 2220-MATCH-ONE-MONTH.
005420     IF HKM-MONTH (HKM-IDX) = HKP-RECORD-MONTH
005430         SET HKP-MONTH-FOUND TO TRUE
005440         SET HKP-MONTH-SUB TO HKM-IDX
005450     END-IF.
005460 2220-EXIT.
005470     EXIT.
005480*
005490***************************************************************
005500* 2500-REWRITE-LIVE-LOG                                        *
005510*   Kopierer den nye levende log tilbage over HYGGE-LOG-FILE,  *
005520*   så HYGGERPT og rate-tællingen læser videre uforstyrret.    *
005530***************************************************************
005540 2500-REWRITE-LIVE-LOG.
005550     OPEN INPUT HYGGE-LGN-FILE.
005560     IF NOT HYGGE-LGN-STATUS-OK
005570         DISPLAY "HYGGEHKP: REWRITE SKIPPED - LGN STATUS "
005580             HYGGE-LGN-STATUS
005590         GO TO 2500-EXIT
005600     END-IF.
005610     OPEN OUTPUT HYGGE-LOG-FILE.
005620     IF NOT HYGGE-LOG-STATUS-OK
005630         DISPLAY "HYGGEHKP: REWRITE SKIPPED - LOG STATUS "
005640             HYGGE-LOG-STATUS
005650         CLOSE HYGGE-LGN-FILE
005660         GO TO 2500-EXIT
005670     END-IF.
005680     PERFORM 2510-COPY-ONE-KEEPER THRU 2510-EXIT
005690         UNTIL HKP-LGN-EOF.
005700     CLOSE HYGGE-LGN-FILE.
005710     CLOSE HYGGE-LOG-FILE.
005720     IF NOT HKP-REWRITE-FAILED
005730         SET HKP-REWRITE-DONE TO TRUE
005740     END-IF.
005750 2500-EXIT.
005760     EXIT.
005770*
005780 2510-COPY-ONE-KEEPER.
005790     READ HYGGE-LGN-FILE
005800         AT END
005810             SET HKP-LGN-EOF TO TRUE
005820     END-READ.
005830     IF NOT HKP-LGN-EOF
005840         MOVE HYGGE-LGN-RECORD TO HYGGE-LOG-RECORD
005850         WRITE HYGGE-LOG-RECORD
005860         IF NOT HYGGE-LOG-STATUS-OK
005870             DISPLAY "HYGGEHKP: REWRITE WRITE FAILED, STATUS "
005880                 HYGGE-LOG-STATUS
005890             SET HKP-REWRITE-FAILED TO TRUE
005900             SET HKP-LGN-EOF TO TRUE
005910         END-IF
005920     END-IF.
005930 2510-EXIT.
005940     EXIT.
005950*
005960***************************************************************
005970* 3000-WRITE-MONTHLY-ROLLUPS                                   *
005980*   Skriver én historikrække pr. måned, der fik arkiveret      *
005990*   rækker i dette køre.                                       *
006000***************************************************************
006010 3000-WRITE-MONTHLY-ROLLUPS.
006020     IF HKP-MONTH-TABLE-COUNT = ZERO
006030         GO TO 3000-EXIT
006040     END-IF.
006050     OPEN EXTEND HYGGE-HST-FILE.
006060     IF HYGGE-HST-NOT-FOUND
006070         OPEN OUTPUT HYGGE-HST-FILE
006080     END-IF.
006090     IF HYGGE-HST-STATUS-OK
006100         PERFORM 3100-WRITE-ONE-ROLLUP THRU 3100-EXIT
006110             VARYING HKM-IDX FROM 1 BY 1
006120             UNTIL HKM-IDX > HKP-MONTH-TABLE-COUNT
006130     END-IF.
006140     CLOSE HYGGE-HST-FILE.
006150 3000-EXIT.
006160     EXIT.
006170*
006180 3100-WRITE-ONE-ROLLUP.
006190     MOVE SPACES TO HYGGE-HST-RECORD.
006200     MOVE HKM-MONTH (HKM-IDX)          TO HH-MONTH.
006210     MOVE HKM-RUN-COUNT (HKM-IDX)      TO HH-RUN-COUNT.
006220     MOVE HKM-FIRE-COUNT (HKM-IDX)     TO HH-FIRE-COUNT.
006230     MOVE HKM-SKIP-COUNT (HKM-IDX)     TO HH-SKIP-COUNT.
006240     MOVE HKM-SUPPRESS-COUNT (HKM-IDX) TO HH-SUPPRESS-COUNT.
006250     PERFORM 3110-MOVE-ONE-RESULT THRU 3110-EXIT
006260         VARYING HKP-RESULT-SUB FROM 1 BY 1
006270         UNTIL HKP-RESULT-SUB > 10.
006280     WRITE HYGGE-HST-RECORD.
006290 3100-EXIT.
006300     EXIT.
006310*
006320 3110-MOVE-ONE-RESULT.
006330     MOVE HKM-RESULT-COUNT (HKM-IDX HKP-RESULT-SUB)
006340         TO HH-RESULT-COUNT (HKP-RESULT-SUB).
006350 3110-EXIT.
006360     EXIT.
006370*
006380***************************************************************
006390* 4000-PURGE-SEEN-IDS                                          *
006400*   Løber den indekserede seen-fil igennem og sletter rækker   *
006410*   med HS-SEEN-DATE før skæringen.  Rækker fra før datoen     *
006420*   blev stemplet (dato nul) får lov at blive purget med.      *
006430***************************************************************
006440 4000-PURGE-SEEN-IDS.
006450     OPEN I-O HYGGE-SEEN-FILE.
006460     IF NOT HYGGE-SEEN-STATUS-OK
006470         GO TO 4000-EXIT
006480     END-IF.
006490     PERFORM 4100-PURGE-ONE-SEEN-ID THRU 4100-EXIT
006500         UNTIL HKP-SEEN-EOF.
006510     CLOSE HYGGE-SEEN-FILE.
006520 4000-EXIT.
006530     EXIT.
006540*
006550 4100-PURGE-ONE-SEEN-ID.
006560     READ HYGGE-SEEN-FILE
006570         AT END
006580             SET HKP-SEEN-EOF TO TRUE
006590     END-READ.
006600     IF NOT HKP-SEEN-EOF
006610        AND HS-SEEN-DATE < HKP-SEEN-CUTOFF-DATE
006620         DELETE HYGGE-SEEN-FILE RECORD
006630         ADD 1 TO HKP-PURGED-COUNT
006640     END-IF.
006650 4100-EXIT.
006660     EXIT.
006670*
006680***************************************************************
006690* 4500-PURGE-FIRE-COUNTERS                                     *
006700*   Løber den indekserede tællerfil igennem og sletter rækker  *
006710*   med HD-FIRE-DATE før loggens skæring - tællerne skal       *
006720*   rulles på samme horisont som loggen, de spejler.           *
006730***************************************************************
006740 4500-PURGE-FIRE-COUNTERS.
006750     OPEN I-O HYGGE-DCT-FILE.
006760     IF NOT HYGGE-DCT-STATUS-OK
006770         GO TO 4500-EXIT
006780     END-IF.
006790     PERFORM 4600-PURGE-ONE-COUNTER THRU 4600-EXIT
006800         UNTIL HKP-DCT-EOF.
006810     CLOSE HYGGE-DCT-FILE.
006820 4500-EXIT.
006830     EXIT.
006840*
006850 4600-PURGE-ONE-COUNTER.
006860     READ HYGGE-DCT-FILE
006870         AT END
006880             SET HKP-DCT-EOF TO TRUE
006890     END-READ.
006900     IF NOT HKP-DCT-EOF
006910        AND HD-FIRE-DATE < HKP-LOG-CUTOFF-DATE
006920         DELETE HYGGE-DCT-FILE RECORD
006930         ADD 1 TO HKP-DCT-PURGED-COUNT
006940     END-IF.
006950 4600-EXIT.
006960     EXIT.
006970*
006980***************************************************************
006990* 4700-PURGE-SCENE-HISTORY                                     *
007000*   Løber scenehistorikken igennem og sletter rækker med       *
007010*   HSH-POST-DATE før dens egen skæring.  Horisonten skal      *
007020*   blot være længere end HYGGE's gentagelsesvindue.           *
007030***************************************************************
007040 4700-PURGE-SCENE-HISTORY.
007050     OPEN I-O HYGGE-SHS-FILE.
007060     IF NOT HYGGE-SHS-STATUS-OK
007070         GO TO 4700-EXIT
007080     END-IF.
007090     PERFORM 4800-PURGE-ONE-SCENE THRU 4800-EXIT
007100         UNTIL HKP-SHS-EOF.
007110     CLOSE HYGGE-SHS-FILE.
007120 4700-EXIT.
007130     EXIT.
007140*
007150 4800-PURGE-ONE-SCENE.
007160     READ HYGGE-SHS-FILE
007170         AT END
007180             SET HKP-SHS-EOF TO TRUE
007190     END-READ.
007200     IF NOT HKP-SHS-EOF
007210        AND HSH-POST-DATE < HKP-SCENE-CUTOFF-DATE
007220         DELETE HYGGE-SHS-FILE RECORD
007230         ADD 1 TO HKP-SHS-PURGED-COUNT
007240     END-IF.
007250 4800-EXIT.
007260     EXIT.
007270*
007280***************************************************************
007290* 5000-PRINT-SUMMARY                                           *
007300*   Opsummerer, hvad der blev arkiveret, beholdt og purget.    *
007310***************************************************************
007320 5000-PRINT-SUMMARY.
007330     DISPLAY "HYGGEHKP: LOG CUTOFF  " HKP-LOG-CUTOFF-DATE
007340         " SEEN CUTOFF " HKP-SEEN-CUTOFF-DATE.
007350     DISPLAY "HYGGEHKP: SCENE CUTOFF " HKP-SCENE-CUTOFF-DATE.
007360     MOVE HKP-ARCHIVED-COUNT TO HKP-COUNT-EDIT.
007370     DISPLAY "HYGGEHKP: LOG ARCHIVED     " HKP-COUNT-EDIT.
007380     MOVE HKP-KEPT-COUNT TO HKP-COUNT-EDIT.
007390     DISPLAY "HYGGEHKP: LOG KEPT         " HKP-COUNT-EDIT.
007400     MOVE HKP-PURGED-COUNT TO HKP-COUNT-EDIT.
007410     DISPLAY "HYGGEHKP: SEEN IDS PURGED  " HKP-COUNT-EDIT.
007420     MOVE HKP-DCT-PURGED-COUNT TO HKP-COUNT-EDIT.
007430     DISPLAY "HYGGEHKP: COUNTERS PURGED  " HKP-COUNT-EDIT.
007440     MOVE HKP-SHS-PURGED-COUNT TO HKP-COUNT-EDIT.
007450     DISPLAY "HYGGEHKP: SCENES PURGED    " HKP-COUNT-EDIT.
007460     IF HKP-ROLLUP-DROPPED-COUNT > ZERO
007470         MOVE HKP-ROLLUP-DROPPED-COUNT TO HKP-COUNT-EDIT
007480         DISPLAY "HYGGEHKP: WARNING -" HKP-COUNT-EDIT
007490             " ARCHIVED ROWS NOT IN ROLLUPS (MONTH TABLE FULL)"
007500     END-IF.
007510 5000-EXIT.
007520     EXIT.
007530*
007540***************************************************************
007550* 9000-WRITE-RUN-LEDGER                                        *
007560*   Tilføjer trinets række i run-ledgeren med RETURN-CODE og   *
007570*   nøgletal.  CALL nulstiller RETURN-CODE, så koden gemmes i  *
007580*   parameterblokken og sættes tilbage bagefter.               *
007590***************************************************************
007600 9000-WRITE-RUN-LEDGER.
007610     MOVE RETURN-CODE TO HLD-RETURN-CODE.
007620     SET HLD-FUNCTION-END TO TRUE.
007630     MOVE "ARCHIVED" TO HLD-COUNT-LABEL (1).
007640     MOVE HKP-ARCHIVED-COUNT TO HLD-COUNT-VALUE (1).
007650     MOVE "KEPT"     TO HLD-COUNT-LABEL (2).
007660     MOVE HKP-KEPT-COUNT TO HLD-COUNT-VALUE (2).
007670     MOVE "PURGED"   TO HLD-COUNT-LABEL (3).
007680     MOVE HKP-PURGED-COUNT TO HLD-COUNT-VALUE (3).
007690     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
007700     MOVE HLD-RETURN-CODE TO RETURN-CODE.
007710 9000-EXIT.
007720     EXIT.
