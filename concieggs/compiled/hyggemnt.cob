000330*                  EDITS OF THE CATALOGS ARE HOW WE GOT THE    *
000340*                  LOWERCASE-LANG-CODE INCIDENT; THIS IS THE   *
000350*                  FRONT DOOR FROM NOW ON.                     *
000360* 2026-10-15  KN   HYGGE-MSG-FILE AND HYGGE-CAT-FILE ARE NOW   *
000370*                  KEYED (INDEXED) FILES.  THE CATALOGS ARE NO *
000380*                  LONGER LOADED WHOLE: EACH KEY A TRANSACTION *
000390*                  TOUCHES IS READ ONCE AND HELD IN A PENDING  *
000400*                  TABLE, SO LATER TRANSACTIONS IN THE BATCH   *
000410*                  SEE EARLIER ONES AND THE 200/100-ENTRY      *
000420*                  CATALOG CAPS ARE GONE.  A CLEAN BATCH IS    *
000430*                  APPLIED BY REPLAYING ITS AUDIT ENTRIES AS   *
000440*                  KEYED WRITE/REWRITE/DELETE.  MSG IMAGES IN  *
000450*                  HYGGETRN AND HYGGEAUD KEEP THE OLD TEXT     *
000460*                  LAYOUT (HYGMSGI).                           *
000470* 2026-10-15  KN   AUDIT RECORDS NOW CARRY THE WRITING PROGRAM *
000480*                  (HAU-SOURCE-PROGRAM), SO HYGGEPIT'S RESTORE *
000490*                  RECORDS CAN BE TOLD FROM MAINTENANCE.       *
000500* 2026-10-15  KN   NOW APPENDS A RECORD TO THE HYGGE-RUN-FILE  *
000510*                  RUN LEDGER THROUGH HYGGELDG AT THE END,     *
000520*                  WITH ITS RETURN-CODE AND TRANSACTIONS,      *
000530*                  APPLIED AND ERROR COUNTS, SO LATER STEPS    *
000540*                  CAN SEE IT RAN CLEANLY AND THE OPERATOR     *
000550*                  SEES IT IN HYGGERHL.  IT HAS NO PREDECESSOR *
000560*                  TO WAIT FOR.                                *
000570* 2026-10-15  KN   A KEYED WRITE, REWRITE OR DELETE THAT FAILS *
000580*                  DURING THE APPLY IS NOW MARKED ERR AND LEFT *
000590*                  OUT OF THE AUDIT TRAIL, SO THE TRAIL ONLY   *
000600*                  RECORDS CHANGES THAT REACHED THE CATALOG.   *
000610* 2026-10-15  KN   WHEN HYGGE-MSG-FILE OR HYGGE-CAT-FILE       *
000620*                  CANNOT BE OPENED FOR THE APPLY, EVERY AUDIT *
000630*                  ROW FOR THAT CATALOG IS NOW MARKED ERR AND  *
000640*                  TAKEN OFF THE APPLIED COUNT, SO NO AUDIT    *
000650*                  RECORD CLAIMS A CHANGE THAT NEVER REACHED   *
000660*                  THE FILE.                                   *
000670***************************************************************
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT HYGGE-TRN-FILE ASSIGN TO "HYGGETRN"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS HYGGE-TRN-STATUS.
000740     SELECT HYGGE-MSG-FILE ASSIGN TO "HYGGEMSG"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS HM-MSG-KEY
000780         FILE STATUS IS HYGGE-MSG-STATUS.
000790     SELECT HYGGE-CAT-FILE ASSIGN TO "HYGGECAT"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS HCA-COMMAND-WORD
000830         FILE STATUS IS HYGGE-CAT-STATUS.
000840     SELECT HYGGE-AUD-FILE ASSIGN TO "HYGGEAUD"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS HYGGE-AUD-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  HYGGE-TRN-FILE
000900     RECORDING MODE IS F.
000910 COPY HYGTRNR.
000920 FD  HYGGE-MSG-FILE.
000930 COPY HYGMSGR.
000940 FD  HYGGE-CAT-FILE.
000950 COPY HYGCATR.
000960 FD  HYGGE-AUD-FILE
000970     RECORDING MODE IS F.
000980 COPY HYGAUDR.
000990 WORKING-STORAGE SECTION.
001000 01  HYGGEMNT-SWITCHES.
001010     05  MNT-TRN-EOF-SW           PIC X(01) VALUE "N".
001020         88  MNT-TRN-EOF                    VALUE "Y".
001030     05  MNT-MSG-OPEN-SW          PIC X(01) VALUE "N".
001040         88  MNT-MSG-OPEN                   VALUE "Y".
001050     05  MNT-CAT-OPEN-SW          PIC X(01) VALUE "N".
001060         88  MNT-CAT-OPEN                   VALUE "Y".
001070     05  MNT-KEY-FOUND-SW         PIC X(01) VALUE "N".
001080         88  MNT-KEY-FOUND                  VALUE "Y".
001090     05  MNT-TXN-ERROR-SW         PIC X(01) VALUE "N".
001100         88  MNT-TXN-IN-ERROR               VALUE "Y".
001110 01  HYGGE-TRN-STATUS             PIC X(02) VALUE SPACES.
001120     88  HYGGE-TRN-STATUS-OK                VALUE "00".
001130     88  HYGGE-TRN-NOT-FOUND                VALUE "35".
001140 01  HYGGE-MSG-STATUS             PIC X(02) VALUE SPACES.
001150     88  HYGGE-MSG-STATUS-OK                VALUE "00".
001160     88  HYGGE-MSG-NOT-FOUND                VALUE "35".
001170 01  HYGGE-CAT-STATUS             PIC X(02) VALUE SPACES.
001180     88  HYGGE-CAT-STATUS-OK                VALUE "00".
001190     88  HYGGE-CAT-NOT-FOUND                VALUE "35".
001200 01  HYGGE-AUD-STATUS             PIC X(02) VALUE SPACES.
001210     88  HYGGE-AUD-STATUS-OK                VALUE "00".
001220     88  HYGGE-AUD-NOT-FOUND                VALUE "35".
001230 01  MNT-RUN-DATE                 PIC 9(08) VALUE ZERO.
001240 01  MNT-RUN-TIME                 PIC 9(08) VALUE ZERO.
001250 01  MNT-ERROR-COUNT              PIC 9(05) VALUE ZERO.
001260 01  MNT-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
001270 01  MNT-FAILED-TARGET            PIC X(03) VALUE SPACES.
001280 01  MNT-COUNT-EDIT               PIC ZZ,ZZ9.
001290 01  MNT-TXN-NO                   PIC 9(04) VALUE ZERO.
001300 01  MNT-TXN-NO-EDIT              PIC ZZZ9.
001310 01  MNT-SPACE-COUNT              PIC 9(02) VALUE ZERO.
001320 01  MNT-PND-TABLE-MAX            PIC 9(03) VALUE 100.
001330 01  MNT-PND-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001340 01  MNT-PND-TABLE.
001350     05  MPT-ENTRY OCCURS 100 TIMES INDEXED BY MPT-IDX.
001360         10  MPT-TARGET-CODE      PIC X(03).
001370         10  MPT-KEY              PIC X(28).
001380         10  MPT-IMAGE            PIC X(117).
001390         10  MPT-ACTIVE-SW        PIC X(01).
001400             88  MPT-ACTIVE                 VALUE "Y".
001410 01  MNT-TRN-TABLE-MAX            PIC 9(03) VALUE 100.
001420 01  MNT-TRN-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001430 01  MNT-TRN-TABLE.
001440     05  MTT-ENTRY OCCURS 100 TIMES INDEXED BY MTT-IDX.
001450         10  MTT-ACTION-CODE      PIC X(03).
001460         10  MTT-TARGET-CODE      PIC X(03).
001470         10  MTT-USER-ID          PIC X(08).
001480         10  MTT-RECORD-IMAGE     PIC X(117).
001490 01  MNT-AUD-TABLE-MAX            PIC 9(03) VALUE 100.
001500 01  MNT-AUD-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001510 01  MNT-AUD-TABLE.
001520     05  MAT-ENTRY OCCURS 100 TIMES INDEXED BY MAT-IDX.
001530         10  MAT-USER-ID          PIC X(08).
001540         10  MAT-ACTION-CODE      PIC X(03).
001550         10  MAT-TARGET-CODE      PIC X(03).
001560         10  MAT-OLD-IMAGE        PIC X(117).
001570         10  MAT-NEW-IMAGE        PIC X(117).
001580 01  MNT-MSG-WORK-IMAGE           PIC X(117) VALUE SPACES.
001590 01  MNT-MSG-WORK REDEFINES MNT-MSG-WORK-IMAGE.
001600     05  MNT-WRK-LANG-CODE        PIC X(02).
001610     05  FILLER                   PIC X(01).
001620     05  MNT-WRK-RANDOM-RESULT    PIC X(01).
001630     05  FILLER                   PIC X(01).
001640     05  MNT-WRK-SEASON-CODE      PIC X(03).
001650     05  FILLER                   PIC X(01).
001660     05  MNT-WRK-SEQUENCE-NO      PIC X(02).
001670     05  FILLER                   PIC X(01).
001680     05  MNT-WRK-DELAY-HINT       PIC X(03).
001690     05  FILLER                   PIC X(01).
001700     05  MNT-WRK-CHANNEL-NAME     PIC X(20).
001710     05  FILLER                   PIC X(01).
001720     05  MNT-WRK-MESSAGE-TEXT     PIC X(80).
001730 01  MNT-TXN-MSG-KEY.
001740     05  MNT-KEY-LANG-CODE        PIC X(02).
001750     05  MNT-KEY-RANDOM-RESULT    PIC X(01).
001760     05  MNT-KEY-SEASON-CODE      PIC X(03).
001770     05  MNT-KEY-SEQUENCE-NO      PIC X(02).
001780     05  MNT-KEY-CHANNEL-NAME     PIC X(20).
001790 01  MNT-TXN-CAT-WORD             PIC X(20) VALUE SPACES.
001800 01  MNT-FOUND-SUB                PIC 9(03) VALUE ZERO.
001810 01  MNT-PND-TARGET-CODE          PIC X(03) VALUE SPACES.
001820 01  MNT-PND-KEY                  PIC X(28) VALUE SPACES.
001830 COPY HYGLDGL.
001840*
001850 PROCEDURE DIVISION.
001860*
001870***************************************************************
001880* 0000-MAINLINE                                                *
001890*   Åbner katalogerne til opslag, indlæser transaktionerne,    *
001900*   validerer og anvender hele bunken i hukommelsen, og        *
001910*   opdaterer først katalogerne og revisionssporet, når ALT    *
001920*   var rent.                                                  *
001930***************************************************************
001940 0000-MAINLINE.
001950     DISPLAY "HYGGEMNT - CATALOG MAINTENANCE".
001960     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
001970     IF HLD-GATE-CLOSED
001980         STOP RUN
001990     END-IF.
002000     MOVE FUNCTION CURRENT-DATE (1:8) TO MNT-RUN-DATE.
002010     MOVE FUNCTION CURRENT-DATE (9:8) TO MNT-RUN-TIME.
002020     PERFORM 1000-OPEN-CATALOGS THRU 1000-EXIT.
002030     PERFORM 1400-LOAD-TRANSACTIONS THRU 1400-EXIT.
002040     PERFORM 2000-VALIDATE-AND-APPLY THRU 2000-EXIT.
002050     IF MNT-MSG-OPEN
002060         CLOSE HYGGE-MSG-FILE
002070     END-IF.
002080     IF MNT-CAT-OPEN
002090         CLOSE HYGGE-CAT-FILE
002100     END-IF.
002110     IF MNT-ERROR-COUNT > ZERO
002120         PERFORM 7000-REJECT-BATCH THRU 7000-EXIT
002130     ELSE
002140         PERFORM 4000-APPLY-MSG-CHANGES THRU 4000-EXIT
002150         PERFORM 4200-APPLY-CAT-CHANGES THRU 4200-EXIT
002160         PERFORM 5000-APPEND-AUDIT-TRAIL THRU 5000-EXIT
002170         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002180     END-IF.
002190     PERFORM 9000-WRITE-RUN-LEDGER THRU 9000-EXIT.
002200     STOP RUN.
002210*
002220***************************************************************
002230* 0100-CHECK-RUN-LEDGER                                        *
002240*   Spørger HYGGELDG, om trinets forgængere er endt rent for   *
002250*   samme kørselsdato.  Ellers stopper trinet med RETURN-CODE  *
002260*   12, før det har rørt en eneste fil.                        *
002270***************************************************************
002280 0100-CHECK-RUN-LEDGER.
002290     MOVE "HYGGEMNT" TO HLD-PROGRAM-ID.
002300     SET HLD-FUNCTION-START TO TRUE.
002310     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
002320     IF HLD-GATE-CLOSED
002330         MOVE HLD-RETURN-CODE TO RETURN-CODE
002340     END-IF.
002350 0100-EXIT.
002360     EXIT.
002370*
002380***************************************************************
002390* 1000-OPEN-CATALOGS                                           *
002400*   Åbner HYGGE-MSG-FILE og HYGGE-CAT-FILE læse-kun til        *
002410*   valideringens nøgleopslag.  Et katalog, der ikke kan       *
002420*   åbnes, er et fund - HYGGELOD lægger dem op første gang.    *
002430***************************************************************
002440 1000-OPEN-CATALOGS.
002450     OPEN INPUT HYGGE-MSG-FILE.
002460     IF HYGGE-MSG-STATUS-OK
002470         SET MNT-MSG-OPEN TO TRUE
002480     ELSE
002490         DISPLAY "HYGGEMNT: CANNOT OPEN HYGGEMSG, STATUS "
002500             HYGGE-MSG-STATUS
002510         ADD 1 TO MNT-ERROR-COUNT
002520     END-IF.
002530     OPEN INPUT HYGGE-CAT-FILE.
002540     IF HYGGE-CAT-STATUS-OK
002550         SET MNT-CAT-OPEN TO TRUE
002560     ELSE
002570         DISPLAY "HYGGEMNT: CANNOT OPEN HYGGECAT, STATUS "
002580             HYGGE-CAT-STATUS
002590         ADD 1 TO MNT-ERROR-COUNT
002600     END-IF.
002610 1000-EXIT.
002620     EXIT.
002630*
002640***************************************************************
002650* 1400-LOAD-TRANSACTIONS                                       *
002660*   Læser hele HYGGE-TRN-FILE ind i en tabel.  En tom eller    *
002670*   manglende fil er en gyldig (tom) bunke.                    *
002680***************************************************************
002690 1400-LOAD-TRANSACTIONS.
002700     OPEN INPUT HYGGE-TRN-FILE.
002710     IF HYGGE-TRN-STATUS-OK
002720         PERFORM 1500-READ-ONE-TXN THRU 1500-EXIT
002730             UNTIL MNT-TRN-EOF
002740         CLOSE HYGGE-TRN-FILE
002750     END-IF.
002760 1400-EXIT.
002770     EXIT.
002780*
002790 1500-READ-ONE-TXN.
002800     READ HYGGE-TRN-FILE
002810         AT END
002820             SET MNT-TRN-EOF TO TRUE
002830     END-READ.
002840     IF NOT MNT-TRN-EOF
002850         IF MNT-TRN-TABLE-COUNT < MNT-TRN-TABLE-MAX
002860             ADD 1 TO MNT-TRN-TABLE-COUNT
002870             MOVE HT-ACTION-CODE
002880                 TO MTT-ACTION-CODE (MNT-TRN-TABLE-COUNT)
002890             MOVE HT-TARGET-CODE
002900                 TO MTT-TARGET-CODE (MNT-TRN-TABLE-COUNT)
002910             MOVE HT-USER-ID
002920                 TO MTT-USER-ID (MNT-TRN-TABLE-COUNT)
002930             MOVE HT-RECORD-IMAGE
002940                 TO MTT-RECORD-IMAGE (MNT-TRN-TABLE-COUNT)
002950         ELSE
002960             DISPLAY "HYGGEMNT: MORE THAN 100 TRANSACTIONS - "
002970                 "SPLIT THE BATCH"
002980             ADD 1 TO MNT-ERROR-COUNT
002990             SET MNT-TRN-EOF TO TRUE
003000         END-IF
003010     END-IF.
003020 1500-EXIT.
003030     EXIT.
003040*
003050***************************************************************
003060* 2000-VALIDATE-AND-APPLY                                      *
003070*   Validerer og anvender transaktionerne i rækkefølge mod     *
003080*   de ventende nøgler i hukommelsen, så en ADD kan følges af  *
003090*   en REP af samme nøgle i samme bunke.  Filerne opdateres    *
003100*   ikke her.                                                  *
003110***************************************************************
003120 2000-VALIDATE-AND-APPLY.
003130     PERFORM 2100-APPLY-ONE-TXN THRU 2100-EXIT
003140         VARYING MTT-IDX FROM 1 BY 1
003150         UNTIL MTT-IDX > MNT-TRN-TABLE-COUNT.
003160 2000-EXIT.
003170     EXIT.
003180*
003190***************************************************************
003200* 2100-APPLY-ONE-TXN                                           *
003210*   Formkontrol af én transaktion og anvendelse mod den        *
003220*   rigtige katalog.  Hver afvisning står med sit løbenummer   *
003230*   i undtagelseslisten.                                       *
003240***************************************************************
003250 2100-APPLY-ONE-TXN.
003260     ADD 1 TO MNT-TXN-NO.
003270     MOVE "N" TO MNT-TXN-ERROR-SW.
003280     IF MTT-ACTION-CODE (MTT-IDX) NOT = "ADD"
003290        AND MTT-ACTION-CODE (MTT-IDX) NOT = "REP"
003300        AND MTT-ACTION-CODE (MTT-IDX) NOT = "RET"
003310         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
003320         DISPLAY "          BAD ACTION '"
003330             MTT-ACTION-CODE (MTT-IDX) "'"
003340     END-IF.
003350     IF MTT-TARGET-CODE (MTT-IDX) NOT = "MSG"
003360        AND MTT-TARGET-CODE (MTT-IDX) NOT = "CAT"
003370         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
003380         DISPLAY "          BAD TARGET '"
003390             MTT-TARGET-CODE (MTT-IDX) "'"
003400     END-IF.
003410     IF MTT-USER-ID (MTT-IDX) = SPACES
003420         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
003430         DISPLAY "          MISSING USER ID"
003440     END-IF.
003450     IF MNT-TXN-IN-ERROR
003460         GO TO 2100-EXIT
003470     END-IF.
003480     IF MTT-TARGET-CODE (MTT-IDX) = "MSG"
003490         PERFORM 2200-APPLY-MSG-TXN THRU 2200-EXIT
003500     ELSE
003510         PERFORM 2500-APPLY-CAT-TXN THRU 2500-EXIT
003520     END-IF.
003530 2100-EXIT.
003540     EXIT.
003550*
003560***************************************************************
003570* 2200-APPLY-MSG-TXN                                           *
003580*   Formkontrol af billedet i HYGGE-MSG-FILE layoutet og       *
003590*   anvendelse mod nøglens ventende billede.                   *
003600***************************************************************
003610 2200-APPLY-MSG-TXN.
003620     MOVE MTT-RECORD-IMAGE (MTT-IDX) TO MNT-MSG-WORK-IMAGE.
003630     IF MTT-ACTION-CODE (MTT-IDX) NOT = "RET"
003640         PERFORM 2300-CHECK-MSG-IMAGE THRU 2300-EXIT
003650     END-IF.
003660     IF MNT-TXN-IN-ERROR
003670         GO TO 2200-EXIT
003680     END-IF.
003690     MOVE MNT-WRK-LANG-CODE     TO MNT-KEY-LANG-CODE.
003700     MOVE MNT-WRK-RANDOM-RESULT TO MNT-KEY-RANDOM-RESULT.
003710     MOVE MNT-WRK-SEASON-CODE   TO MNT-KEY-SEASON-CODE.
003720     MOVE MNT-WRK-SEQUENCE-NO   TO MNT-KEY-SEQUENCE-NO.
003730     MOVE MNT-WRK-CHANNEL-NAME  TO MNT-KEY-CHANNEL-NAME.
003740     PERFORM 2400-FIND-MSG-KEY THRU 2400-EXIT.
003750     IF MNT-TXN-IN-ERROR
003760         GO TO 2200-EXIT
003770     END-IF.
003780*    2400 bruger arbejdsbilledet til at bygge det gemte
003790*    billede - læg transaktionens eget billede tilbage.
003800     MOVE MTT-RECORD-IMAGE (MTT-IDX) TO MNT-MSG-WORK-IMAGE.
003810     EVALUATE MTT-ACTION-CODE (MTT-IDX)
003820         WHEN "ADD"
003830             IF MNT-KEY-FOUND
003840                 PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
003850                 DISPLAY "          ADD OF EXISTING MSG KEY"
003860             ELSE
003870                 PERFORM 2250-ADD-MSG-ENTRY THRU 2250-EXIT
003880             END-IF
003890         WHEN "REP"
003900             IF NOT MNT-KEY-FOUND
003910                 PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
003920                 DISPLAY "          REP OF UNKNOWN MSG KEY"
003930             ELSE
003940                 PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT
003950                 MOVE MPT-IMAGE (MNT-FOUND-SUB)
003960                     TO MAT-OLD-IMAGE (MNT-AUD-TABLE-COUNT)
003970                 MOVE MNT-MSG-WORK-IMAGE
003980                     TO MAT-NEW-IMAGE (MNT-AUD-TABLE-COUNT)
003990                 MOVE MNT-MSG-WORK-IMAGE
004000                     TO MPT-IMAGE (MNT-FOUND-SUB)
004010                 ADD 1 TO MNT-APPLIED-COUNT
004020             END-IF
004030         WHEN "RET"
004040             IF NOT MNT-KEY-FOUND
004050                 PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
004060                 DISPLAY "          RET OF UNKNOWN MSG KEY"
004070             ELSE
004080                 PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT
004090                 MOVE MPT-IMAGE (MNT-FOUND-SUB)
004100                     TO MAT-OLD-IMAGE (MNT-AUD-TABLE-COUNT)
004110                 MOVE SPACES
004120                     TO MAT-NEW-IMAGE (MNT-AUD-TABLE-COUNT)
004130                 MOVE "N" TO MPT-ACTIVE-SW (MNT-FOUND-SUB)
004140                 ADD 1 TO MNT-APPLIED-COUNT
004150             END-IF
004160     END-EVALUATE.
004170 2200-EXIT.
004180     EXIT.
004190*
004200***************************************************************
004210* 2250-ADD-MSG-ENTRY                                           *
004220*   Gør nøglens ventende billede aktivt med den nye tekst.     *
004230***************************************************************
004240 2250-ADD-MSG-ENTRY.
004250     MOVE MNT-MSG-WORK-IMAGE TO MPT-IMAGE (MNT-FOUND-SUB).
004260     MOVE "Y" TO MPT-ACTIVE-SW (MNT-FOUND-SUB).
004270     PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT.
004280     MOVE SPACES TO MAT-OLD-IMAGE (MNT-AUD-TABLE-COUNT).
004290     MOVE MNT-MSG-WORK-IMAGE
004300         TO MAT-NEW-IMAGE (MNT-AUD-TABLE-COUNT).
004310     ADD 1 TO MNT-APPLIED-COUNT.
004320 2250-EXIT.
004330     EXIT.
004340*
004350***************************************************************
004360* 2300-CHECK-MSG-IMAGE                                         *
004370*   Samme formkrav som HYGGEVAL stiller: sprogkode to store    *
004380*   bogstaver, udtræk et ciffer, sekvens og pause numeriske,   *
004390*   sæson og kanal udfyldt.                                    *
004400***************************************************************
004410 2300-CHECK-MSG-IMAGE.
004420     MOVE ZERO TO MNT-SPACE-COUNT.
004430     INSPECT MNT-WRK-LANG-CODE
004440         TALLYING MNT-SPACE-COUNT FOR ALL " ".
004450     IF MNT-WRK-LANG-CODE NOT ALPHABETIC-UPPER
004460      OR MNT-SPACE-COUNT > ZERO
004470         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
004480         DISPLAY "          BAD LANG CODE '"
004490             MNT-WRK-LANG-CODE "'"
004500     END-IF.
004510     IF MNT-WRK-RANDOM-RESULT NOT NUMERIC
004520         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
004530         DISPLAY "          BAD RANDOM-RESULT '"
004540             MNT-WRK-RANDOM-RESULT "'"
004550     END-IF.
004560     IF MNT-WRK-SEASON-CODE = SPACES
004570         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
004580         DISPLAY "          MISSING SEASON CODE"
004590     END-IF.
004600     IF MNT-WRK-SEQUENCE-NO NOT NUMERIC
004610         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
004620         DISPLAY "          BAD SEQUENCE NO '"
004630             MNT-WRK-SEQUENCE-NO "'"
004640     END-IF.
004650     IF MNT-WRK-DELAY-HINT NOT NUMERIC
004660         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
004670         DISPLAY "          BAD DELAY HINT '"
004680             MNT-WRK-DELAY-HINT "'"
004690     END-IF.
004700     IF MNT-WRK-CHANNEL-NAME = SPACES
004710         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
004720         DISPLAY "          MISSING CHANNEL ('*' OR A NAME)"
004730     END-IF.
004740     IF MNT-WRK-MESSAGE-TEXT = SPACES
004750        AND MTT-ACTION-CODE (MTT-IDX) NOT = "RET"
004760         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
004770         DISPLAY "          MISSING MESSAGE TEXT"
004780     END-IF.
004790 2300-EXIT.
004800     EXIT.
004810*
004820***************************************************************
004830* 2400-FIND-MSG-KEY                                            *
004840*   Finder transaktionens LANG/RESULT/SEASON/SEQUENCE/CHANNEL  *
004850*   nøgle blandt de ventende billeder; første gang nøglen ses  *
004860*   i bunken, læses den i HYGGE-MSG-FILE og lægges i tabellen  *
004870*   (som aktiv eller ej).  MNT-FOUND-SUB peger på rækken.      *
004880***************************************************************
004890 2400-FIND-MSG-KEY.
004900     MOVE "MSG"           TO MNT-PND-TARGET-CODE.
004910     MOVE MNT-TXN-MSG-KEY TO MNT-PND-KEY.
004920     PERFORM 2700-FIND-PENDING-KEY THRU 2700-EXIT.
004930     IF MNT-FOUND-SUB > ZERO
004940         GO TO 2400-EXIT
004950     END-IF.
004960     MOVE SPACES TO MNT-MSG-WORK-IMAGE.
004970     IF MNT-MSG-OPEN
004980        AND MNT-KEY-RANDOM-RESULT NUMERIC
004990        AND MNT-KEY-SEQUENCE-NO NUMERIC
005000         MOVE MNT-KEY-LANG-CODE     TO HM-LANG-CODE
005010         MOVE MNT-KEY-RANDOM-RESULT TO HM-RANDOM-RESULT
005020         MOVE MNT-KEY-SEASON-CODE   TO HM-SEASON-CODE
005030         MOVE MNT-KEY-CHANNEL-NAME  TO HM-CHANNEL-NAME
005040         MOVE MNT-KEY-SEQUENCE-NO   TO HM-SEQUENCE-NO
005050         READ HYGGE-MSG-FILE
005060             INVALID KEY
005070                 CONTINUE
005080             NOT INVALID KEY
005090                 SET MNT-KEY-FOUND TO TRUE
005100                 PERFORM 2450-IMAGE-FROM-MSG THRU 2450-EXIT
005110         END-READ
005120     END-IF.
005130     PERFORM 2750-ADD-PENDING-KEY THRU 2750-EXIT.
005140     IF MNT-FOUND-SUB > ZERO
005150         MOVE MNT-MSG-WORK-IMAGE TO MPT-IMAGE (MNT-FOUND-SUB)
005160     END-IF.
005170 2400-EXIT.
005180     EXIT.
005190*
005200 2450-IMAGE-FROM-MSG.
005210     MOVE HM-LANG-CODE     TO MNT-WRK-LANG-CODE.
005220     MOVE HM-RANDOM-RESULT TO MNT-WRK-RANDOM-RESULT.
005230     MOVE HM-SEASON-CODE   TO MNT-WRK-SEASON-CODE.
005240     MOVE HM-SEQUENCE-NO   TO MNT-WRK-SEQUENCE-NO.
005250     MOVE HM-DELAY-HINT    TO MNT-WRK-DELAY-HINT.
005260     MOVE HM-CHANNEL-NAME  TO MNT-WRK-CHANNEL-NAME.
005270     MOVE HM-MESSAGE-TEXT  TO MNT-WRK-MESSAGE-TEXT.
005280 2450-EXIT.
005290     EXIT.
005300*
005310***************************************************************
005320* 2500-APPLY-CAT-TXN                                           *
005330*   Anvendelse mod kommandokataloget; nøglen er kommandoordet  *
005340*   (billedets første 20 tegn).                                *
005350***************************************************************
005360 2500-APPLY-CAT-TXN.
005370     MOVE MTT-RECORD-IMAGE (MTT-IDX) (1:20)
005380         TO MNT-TXN-CAT-WORD.
005390     IF MNT-TXN-CAT-WORD = SPACES
005400         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
005410         DISPLAY "          MISSING COMMAND WORD"
005420         GO TO 2500-EXIT
005430     END-IF.
005440     IF MTT-ACTION-CODE (MTT-IDX) NOT = "RET"
005450        AND MTT-RECORD-IMAGE (MTT-IDX) (22:80) = SPACES
005460         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
005470         DISPLAY "          MISSING RESPONSE TEXT"
005480         GO TO 2500-EXIT
005490     END-IF.
005500     PERFORM 2600-FIND-CAT-KEY THRU 2600-EXIT.
005510     IF MNT-TXN-IN-ERROR
005520         GO TO 2500-EXIT
005530     END-IF.
005540     EVALUATE MTT-ACTION-CODE (MTT-IDX)
005550         WHEN "ADD"
005560             IF MNT-KEY-FOUND
005570                 PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
005580                 DISPLAY "          ADD OF EXISTING COMMAND '"
005590                     MNT-TXN-CAT-WORD "'"
005600             ELSE
005610                 PERFORM 2550-ADD-CAT-ENTRY THRU 2550-EXIT
005620             END-IF
005630         WHEN "REP"
005640             IF NOT MNT-KEY-FOUND
005650                 PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
005660                 DISPLAY "          REP OF UNKNOWN COMMAND '"
005670                     MNT-TXN-CAT-WORD "'"
005680             ELSE
005690                 PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT
005700                 MOVE MPT-IMAGE (MNT-FOUND-SUB)
005710                     TO MAT-OLD-IMAGE (MNT-AUD-TABLE-COUNT)
005720                 MOVE MTT-RECORD-IMAGE (MTT-IDX) (1:101)
005730                     TO MAT-NEW-IMAGE (MNT-AUD-TABLE-COUNT)
005740                 MOVE MTT-RECORD-IMAGE (MTT-IDX) (1:101)
005750                     TO MPT-IMAGE (MNT-FOUND-SUB)
005760                 ADD 1 TO MNT-APPLIED-COUNT
005770             END-IF
005780         WHEN "RET"
005790             IF NOT MNT-KEY-FOUND
005800                 PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
005810                 DISPLAY "          RET OF UNKNOWN COMMAND '"
005820                     MNT-TXN-CAT-WORD "'"
005830             ELSE
005840                 PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT
005850                 MOVE MPT-IMAGE (MNT-FOUND-SUB)
005860                     TO MAT-OLD-IMAGE (MNT-AUD-TABLE-COUNT)
005870                 MOVE SPACES
005880                     TO MAT-NEW-IMAGE (MNT-AUD-TABLE-COUNT)
005890                 MOVE "N" TO MPT-ACTIVE-SW (MNT-FOUND-SUB)
005900                 ADD 1 TO MNT-APPLIED-COUNT
005910             END-IF
005920     END-EVALUATE.
005930 2500-EXIT.
005940     EXIT.
005950*
005960***************************************************************
005970* 2550-ADD-CAT-ENTRY                                           *
005980*   Gør kommandoens ventende billede aktivt med det nye svar.  *
005990***************************************************************
006000 2550-ADD-CAT-ENTRY.
006010     MOVE MTT-RECORD-IMAGE (MTT-IDX) (1:101)
006020         TO MPT-IMAGE (MNT-FOUND-SUB).
006030     MOVE "Y" TO MPT-ACTIVE-SW (MNT-FOUND-SUB).
006040     PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT.
006050     MOVE SPACES TO MAT-OLD-IMAGE (MNT-AUD-TABLE-COUNT).
006060     MOVE MTT-RECORD-IMAGE (MTT-IDX) (1:101)
006070         TO MAT-NEW-IMAGE (MNT-AUD-TABLE-COUNT).
006080     ADD 1 TO MNT-APPLIED-COUNT.
006090 2550-EXIT.
006100     EXIT.
006110*
006120***************************************************************
006130* 2600-FIND-CAT-KEY                                            *
006140*   Finder kommandoordet blandt de ventende billeder; første   *
006150*   gang det ses i bunken, læses det i HYGGE-CAT-FILE og       *
006160*   lægges i tabellen.  MNT-FOUND-SUB peger på rækken.         *
006170***************************************************************
006180 2600-FIND-CAT-KEY.
006190     MOVE "CAT"            TO MNT-PND-TARGET-CODE.
006200     MOVE MNT-TXN-CAT-WORD TO MNT-PND-KEY.
006210     PERFORM 2700-FIND-PENDING-KEY THRU 2700-EXIT.
006220     IF MNT-FOUND-SUB > ZERO
006230         GO TO 2600-EXIT
006240     END-IF.
006250     MOVE SPACES TO HYGGE-CAT-RECORD.
006260     IF MNT-CAT-OPEN
006270         MOVE MNT-TXN-CAT-WORD TO HCA-COMMAND-WORD
006280         READ HYGGE-CAT-FILE
006290             INVALID KEY
006300                 MOVE SPACES TO HYGGE-CAT-RECORD
006310             NOT INVALID KEY
006320                 SET MNT-KEY-FOUND TO TRUE
006330         END-READ
006340     END-IF.
006350     PERFORM 2750-ADD-PENDING-KEY THRU 2750-EXIT.
006360     IF MNT-FOUND-SUB > ZERO
006370         MOVE HYGGE-CAT-RECORD TO MPT-IMAGE (MNT-FOUND-SUB)
006380     END-IF.
006390 2600-EXIT.
006400     EXIT.
006410*
006420***************************************************************
006430* 2700-FIND-PENDING-KEY                                        *
006440*   Leder i de ventende billeder efter MNT-PND-TARGET-CODE og  *
006450*   MNT-PND-KEY.  Fundet: MNT-FOUND-SUB peger på rækken, og    *
006460*   MNT-KEY-FOUND fortæller, om billedet er aktivt.            *
006470***************************************************************
006480 2700-FIND-PENDING-KEY.
006490     MOVE "N" TO MNT-KEY-FOUND-SW.
006500     MOVE ZERO TO MNT-FOUND-SUB.
006510     PERFORM 2710-MATCH-ONE-PENDING THRU 2710-EXIT
006520         VARYING MPT-IDX FROM 1 BY 1
006530         UNTIL MPT-IDX > MNT-PND-TABLE-COUNT
006540            OR MNT-FOUND-SUB > ZERO.
006550 2700-EXIT.
006560     EXIT.
006570*
006580 2710-MATCH-ONE-PENDING.
006590     IF MPT-TARGET-CODE (MPT-IDX) = MNT-PND-TARGET-CODE
006600        AND MPT-KEY (MPT-IDX) = MNT-PND-KEY
006610         SET MNT-FOUND-SUB TO MPT-IDX
006620         IF MPT-ACTIVE (MPT-IDX)
006630             SET MNT-KEY-FOUND TO TRUE
006640         END-IF
006650     END-IF.
006660 2710-EXIT.
006670     EXIT.
006680*
006690***************************************************************
006700* 2750-ADD-PENDING-KEY                                         *
006710*   Lægger en ny nøgle i de ventende billeder, aktiv hvis den  *
006720*   fandtes i kataloget.  Kalderen flytter billedet ind.       *
006730***************************************************************
006740 2750-ADD-PENDING-KEY.
006750     IF MNT-PND-TABLE-COUNT NOT < MNT-PND-TABLE-MAX
006760         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
006770         DISPLAY "          MORE THAN 100 KEYS IN ONE BATCH"
006780         GO TO 2750-EXIT
006790     END-IF.
006800     ADD 1 TO MNT-PND-TABLE-COUNT.
006810     MOVE MNT-PND-TABLE-COUNT TO MNT-FOUND-SUB.
006820     MOVE MNT-PND-TARGET-CODE TO MPT-TARGET-CODE (MNT-FOUND-SUB).
006830     MOVE MNT-PND-KEY         TO MPT-KEY (MNT-FOUND-SUB).
006840     IF MNT-KEY-FOUND
006850         MOVE "Y" TO MPT-ACTIVE-SW (MNT-FOUND-SUB)
006860     ELSE
006870         MOVE "N" TO MPT-ACTIVE-SW (MNT-FOUND-SUB)
006880     END-IF.
006890 2750-EXIT.
006900     EXIT.
006910*
006920***************************************************************
006930* 2900-REPORT-ONE-ERROR                                        *
006940*   Skriver transaktionens løbenummer én gang og tæller op;    *
006950*   den kaldende paragraf skriver selv årsagen bagefter.       *
006960***************************************************************
006970 2900-REPORT-ONE-ERROR.
006980     IF NOT MNT-TXN-IN-ERROR
006990         MOVE MNT-TXN-NO TO MNT-TXN-NO-EDIT
007000         DISPLAY "HYGGEMNT: TXN" MNT-TXN-NO-EDIT " REJECTED ("
007010             MTT-ACTION-CODE (MTT-IDX) " "
007020             MTT-TARGET-CODE (MTT-IDX) " BY "
007030             MTT-USER-ID (MTT-IDX) ")"
007040     END-IF.
007050     SET MNT-TXN-IN-ERROR TO TRUE.
007060     ADD 1 TO MNT-ERROR-COUNT.
007070 2900-EXIT.
007080     EXIT.
007090*
007100***************************************************************
007110* 2940-NOTE-AUDIT                                              *
007120*   Stiller en revisionsrække klar i tabellen for den netop    *
007130*   anvendte transaktion; billederne udfyldes af kalderen.     *
007140***************************************************************
007150 2940-NOTE-AUDIT.
007160     IF MNT-AUD-TABLE-COUNT < MNT-AUD-TABLE-MAX
007170         ADD 1 TO MNT-AUD-TABLE-COUNT
007180         MOVE MTT-USER-ID (MTT-IDX)
007190             TO MAT-USER-ID (MNT-AUD-TABLE-COUNT)
007200         MOVE MTT-ACTION-CODE (MTT-IDX)
007210             TO MAT-ACTION-CODE (MNT-AUD-TABLE-COUNT)
007220         MOVE MTT-TARGET-CODE (MTT-IDX)
007230             TO MAT-TARGET-CODE (MNT-AUD-TABLE-COUNT)
007240     END-IF.
007250 2940-EXIT.
007260     EXIT.
007270*
007280***************************************************************
007290* 4000-APPLY-MSG-CHANGES                                       *
007300*   Afspiller revisionsrækkerne for HYGGE-MSG-FILE i           *
007310*   rækkefølge som nøgleskrivninger: ADD skriver, REP          *
007320*   genskriver og RET sletter.                                 *
007330***************************************************************
007340 4000-APPLY-MSG-CHANGES.
007350     OPEN I-O HYGGE-MSG-FILE.
007360     IF HYGGE-MSG-STATUS-OK
007370         PERFORM 4100-APPLY-ONE-MSG THRU 4100-EXIT
007380             VARYING MAT-IDX FROM 1 BY 1
007390             UNTIL MAT-IDX > MNT-AUD-TABLE-COUNT
007400         CLOSE HYGGE-MSG-FILE
007410     ELSE
007420         DISPLAY "HYGGEMNT: CANNOT UPDATE HYGGEMSG, STATUS "
007430             HYGGE-MSG-STATUS
007440         MOVE 8 TO RETURN-CODE
007450         MOVE "MSG" TO MNT-FAILED-TARGET
007460         PERFORM 4950-MARK-ONE-FAILED THRU 4950-EXIT
007470             VARYING MAT-IDX FROM 1 BY 1
007480             UNTIL MAT-IDX > MNT-AUD-TABLE-COUNT
007490     END-IF.
007500 4000-EXIT.
007510     EXIT.
007520*
007530 4100-APPLY-ONE-MSG.
007540     IF MAT-TARGET-CODE (MAT-IDX) NOT = "MSG"
007550         GO TO 4100-EXIT
007560     END-IF.
007570     IF MAT-ACTION-CODE (MAT-IDX) = "RET"
007580         MOVE MAT-OLD-IMAGE (MAT-IDX) TO MNT-MSG-WORK-IMAGE
007590     ELSE
007600         MOVE MAT-NEW-IMAGE (MAT-IDX) TO MNT-MSG-WORK-IMAGE
007610     END-IF.
007620     MOVE MNT-WRK-LANG-CODE     TO HM-LANG-CODE.
007630     MOVE MNT-WRK-RANDOM-RESULT TO HM-RANDOM-RESULT.
007640     MOVE MNT-WRK-SEASON-CODE   TO HM-SEASON-CODE.
007650     MOVE MNT-WRK-CHANNEL-NAME  TO HM-CHANNEL-NAME.
007660     MOVE MNT-WRK-SEQUENCE-NO   TO HM-SEQUENCE-NO.
007670     MOVE MNT-WRK-DELAY-HINT    TO HM-DELAY-HINT.
007680     MOVE MNT-WRK-MESSAGE-TEXT  TO HM-MESSAGE-TEXT.
007690     EVALUATE MAT-ACTION-CODE (MAT-IDX)
007700         WHEN "ADD"
007710             WRITE HYGGE-MSG-RECORD
007720                 INVALID KEY
007730                     PERFORM 4900-REPORT-APPLY-ERROR
007740                         THRU 4900-EXIT
007750             END-WRITE
007760         WHEN "REP"
007770             REWRITE HYGGE-MSG-RECORD
007780                 INVALID KEY
007790                     PERFORM 4900-REPORT-APPLY-ERROR
007800                         THRU 4900-EXIT
007810             END-REWRITE
007820         WHEN "RET"
007830             DELETE HYGGE-MSG-FILE RECORD
007840                 INVALID KEY
007850                     PERFORM 4900-REPORT-APPLY-ERROR
007860                         THRU 4900-EXIT
007870             END-DELETE
007880     END-EVALUATE.
007890 4100-EXIT.
007900     EXIT.
007910*
007920***************************************************************
007930* 4200-APPLY-CAT-CHANGES                                       *
007940*   Afspiller revisionsrækkerne for HYGGE-CAT-FILE på samme    *
007950*   måde.                                                      *
007960***************************************************************
007970 4200-APPLY-CAT-CHANGES.
007980     OPEN I-O HYGGE-CAT-FILE.
007990     IF HYGGE-CAT-STATUS-OK
008000         PERFORM 4300-APPLY-ONE-CAT THRU 4300-EXIT
008010             VARYING MAT-IDX FROM 1 BY 1
008020             UNTIL MAT-IDX > MNT-AUD-TABLE-COUNT
008030         CLOSE HYGGE-CAT-FILE
008040     ELSE
008050         DISPLAY "HYGGEMNT: CANNOT UPDATE HYGGECAT, STATUS "
008060             HYGGE-CAT-STATUS
008070         MOVE 8 TO RETURN-CODE
008080         MOVE "CAT" TO MNT-FAILED-TARGET
008090         PERFORM 4950-MARK-ONE-FAILED THRU 4950-EXIT
008100             VARYING MAT-IDX FROM 1 BY 1
008110             UNTIL MAT-IDX > MNT-AUD-TABLE-COUNT
008120     END-IF.
008130 4200-EXIT.
008140     EXIT.
008150*
008160 4300-APPLY-ONE-CAT.
008170     IF MAT-TARGET-CODE (MAT-IDX) NOT = "CAT"
008180         GO TO 4300-EXIT
008190     END-IF.
008200     IF MAT-ACTION-CODE (MAT-IDX) = "RET"
008210         MOVE MAT-OLD-IMAGE (MAT-IDX) (1:101) TO HYGGE-CAT-RECORD
008220     ELSE
008230         MOVE MAT-NEW-IMAGE (MAT-IDX) (1:101) TO HYGGE-CAT-RECORD
008240     END-IF.
008250     EVALUATE MAT-ACTION-CODE (MAT-IDX)
008260         WHEN "ADD"
008270             WRITE HYGGE-CAT-RECORD
008280                 INVALID KEY
008290                     PERFORM 4900-REPORT-APPLY-ERROR
008300                         THRU 4900-EXIT
008310             END-WRITE
008320         WHEN "REP"
008330             REWRITE HYGGE-CAT-RECORD
008340                 INVALID KEY
008350                     PERFORM 4900-REPORT-APPLY-ERROR
008360                         THRU 4900-EXIT
008370             END-REWRITE
008380         WHEN "RET"
008390             DELETE HYGGE-CAT-FILE RECORD
008400                 INVALID KEY
008410                     PERFORM 4900-REPORT-APPLY-ERROR
008420                         THRU 4900-EXIT
008430             END-DELETE
008440     END-EVALUATE.
008450 4300-EXIT.
008460     EXIT.
008470*
008480***************************************************************
008490* 4900-REPORT-APPLY-ERROR                                      *
008500*   En nøgleskrivning, valideringen lovede ville gå, gik ikke  *
008510*   - nogen har rørt kataloget undervejs.  Meld, sæt RC 8 og   *
008520*   mærk rækken ERR, så den ikke kommer i revisionssporet.     *
008530***************************************************************
008540 4900-REPORT-APPLY-ERROR.
008550     DISPLAY "HYGGEMNT: " MAT-ACTION-CODE (MAT-IDX) " "
008560         MAT-TARGET-CODE (MAT-IDX)
008570         " FAILED ON THE FILE - KEY CHANGED SINCE VALIDATION".
008580     IF MAT-ACTION-CODE (MAT-IDX) = "RET"
008590         DISPLAY "          " MAT-OLD-IMAGE (MAT-IDX) (1:60)
008600     ELSE
008610         DISPLAY "          " MAT-NEW-IMAGE (MAT-IDX) (1:60)
008620     END-IF.
008630     MOVE 8 TO RETURN-CODE.
008640     MOVE "ERR" TO MAT-ACTION-CODE (MAT-IDX).
008650 4900-EXIT.
008660     EXIT.
008670*
008680***************************************************************
008690* 4950-MARK-ONE-FAILED                                         *
008700*   Kataloget kunne slet ikke åbnes til opdatering: Mærk       *
008710*   dets rækker ERR og tæl dem ud af de anvendte, så de        *
008720*   holdes ude af revisionssporet og opsummeringen.            *
008730***************************************************************
008740 4950-MARK-ONE-FAILED.
008750     IF MAT-TARGET-CODE (MAT-IDX) NOT = MNT-FAILED-TARGET
008760        OR MAT-ACTION-CODE (MAT-IDX) = "ERR"
008770         GO TO 4950-EXIT
008780     END-IF.
008790     MOVE "ERR" TO MAT-ACTION-CODE (MAT-IDX).
008800     SUBTRACT 1 FROM MNT-APPLIED-COUNT.
008810 4950-EXIT.
008820     EXIT.
008830*
008840***************************************************************
008850* 5000-APPEND-AUDIT-TRAIL                                      *
008860*   Tilføjer én revisionsrække pr. anvendt transaktion med     *
008870*   hvem/hvornår/hvad - gamle og nye billede side om side.     *
008880***************************************************************
008890 5000-APPEND-AUDIT-TRAIL.
008900     IF MNT-AUD-TABLE-COUNT = ZERO
008910         GO TO 5000-EXIT
008920     END-IF.
008930     OPEN EXTEND HYGGE-AUD-FILE.
008940     IF HYGGE-AUD-NOT-FOUND
008950         OPEN OUTPUT HYGGE-AUD-FILE
008960     END-IF.
008970     IF HYGGE-AUD-STATUS-OK
008980         PERFORM 5100-WRITE-ONE-AUDIT THRU 5100-EXIT
008990             VARYING MAT-IDX FROM 1 BY 1
009000             UNTIL MAT-IDX > MNT-AUD-TABLE-COUNT
009010         CLOSE HYGGE-AUD-FILE
009020     ELSE
009030         DISPLAY "HYGGEMNT: CANNOT APPEND HYGGEAUD, STATUS "
009040             HYGGE-AUD-STATUS
009050         MOVE 8 TO RETURN-CODE
009060     END-IF.
009070 5000-EXIT.
009080     EXIT.
009090*
009100 5100-WRITE-ONE-AUDIT.
009110     IF MAT-ACTION-CODE (MAT-IDX) = "ERR"
009120         GO TO 5100-EXIT
009130     END-IF.
009140     MOVE SPACES                 TO HYGGE-AUD-RECORD.
009150     MOVE MNT-RUN-DATE           TO HAU-AUDIT-DATE.
009160     MOVE MNT-RUN-TIME           TO HAU-AUDIT-TIME.
009170     MOVE MAT-USER-ID (MAT-IDX)  TO HAU-USER-ID.
009180     MOVE MAT-ACTION-CODE (MAT-IDX) TO HAU-ACTION-CODE.
009190     MOVE MAT-TARGET-CODE (MAT-IDX) TO HAU-TARGET-CODE.
009200     MOVE MAT-OLD-IMAGE (MAT-IDX)   TO HAU-OLD-IMAGE.
009210     MOVE MAT-NEW-IMAGE (MAT-IDX)   TO HAU-NEW-IMAGE.
009220     MOVE "HYGGEMNT"             TO HAU-SOURCE-PROGRAM.
009230     WRITE HYGGE-AUD-RECORD.
009240 5100-EXIT.
009250     EXIT.
009260*
009270***************************************************************
009280* 6000-PRINT-SUMMARY                                           *
009290*   Opsummerer en ren og anvendt bunke.                        *
009300***************************************************************
009310 6000-PRINT-SUMMARY.
009320     MOVE MNT-APPLIED-COUNT TO MNT-COUNT-EDIT.
009330     DISPLAY "HYGGEMNT: TRANSACTIONS APPLIED" MNT-COUNT-EDIT.
009340     DISPLAY "HYGGEMNT: CATALOGS UPDATED, AUDIT APPENDED".
009350 6000-EXIT.
009360     EXIT.
009370*
009380***************************************************************
009390* 7000-REJECT-BATCH                                            *
009400*   Mindst ét fund: Hele bunken afvises, intet er skrevet.     *
009410***************************************************************
009420 7000-REJECT-BATCH.
009430     MOVE MNT-ERROR-COUNT TO MNT-COUNT-EDIT.
009440     DISPLAY "HYGGEMNT:" MNT-COUNT-EDIT
009450         " FINDING(S) - WHOLE BATCH REJECTED, CATALOGS"
009460         " UNTOUCHED".
009470     MOVE 8 TO RETURN-CODE.
009480 7000-EXIT.
009490     EXIT.
009500*
009510***************************************************************
009520* 9000-WRITE-RUN-LEDGER                                        *
009530*   Tilføjer trinets række i run-ledgeren med RETURN-CODE og   *
009540*   nøgletal.  CALL nulstiller RETURN-CODE, så koden gemmes i  *
009550*   parameterblokken og sættes tilbage bagefter.               *
009560***************************************************************
009570 9000-WRITE-RUN-LEDGER.
009580     MOVE RETURN-CODE TO HLD-RETURN-CODE.
009590     SET HLD-FUNCTION-END TO TRUE.
009600     MOVE "TXNS"     TO HLD-COUNT-LABEL (1).
009610     MOVE MNT-TRN-TABLE-COUNT TO HLD-COUNT-VALUE (1).
009620     MOVE "APPLIED"  TO HLD-COUNT-LABEL (2).
009630     MOVE MNT-APPLIED-COUNT TO HLD-COUNT-VALUE (2).
009640     MOVE "ERRORS"   TO HLD-COUNT-LABEL (3).
009650     MOVE MNT-ERROR-COUNT TO HLD-COUNT-VALUE (3).
009660     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
009670     MOVE HLD-RETURN-CODE TO RETURN-CODE.
009680 9000-EXIT.
009690     EXIT.
