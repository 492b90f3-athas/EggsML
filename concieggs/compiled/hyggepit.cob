000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HYGGEPIT.
000120 AUTHOR. K. NIELSEN.
000130 INSTALLATION. CONCIEGGS DATA CENTER.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170***************************************************************
000180*                 M O D I F I C A T I O N   L O G              *
000190*---------------------------------------------------------------*
000200* DATE       INIT  DESCRIPTION                                 *
000210* 2026-10-15  KN   ORIGINAL PROGRAM.  POINT-IN-TIME RESTORE OF *
000220*                  THE KEYED CATALOGS: PUTS HYGGE-MSG-FILE     *
000230*                  AND/OR HYGGE-CAT-FILE BACK AS THEY STOOD AT *
000240*                  THE DATE AND TIME ON HYGGE-PIT-PARM-FILE.   *
000250*                  EVERY HYGGE-AUD-FILE RECORD STAMPED AFTER   *
000260*                  THE RESTORE POINT IS UNDONE, NEWEST FIRST,  *
000270*                  AGAINST THE CURRENT CATALOGS.  A LIST RUN   *
000280*                  ONLY PRINTS WHAT WOULD CHANGE AND THE       *
000290*                  CHANGE COUNT; AN APPLY RUN CARRYING THAT    *
000300*                  COUNT AS ITS APPROVAL MAKES THE CHANGES     *
000310*                  WITH KEYED WRITE/REWRITE/DELETE AND APPENDS *
000320*                  ONE AUDIT RECORD PER CHANGE (SOURCE         *
000330*                  HYGGEPIT), SO THE RESTORE CAN ITSELF BE     *
000340*                  RESTORED AWAY.  ANY FINDING - BAD CARD,     *
000350*                  AUDIT TRAIL AND CATALOG DISAGREEING, STALE  *
000360*                  APPROVAL - ENDS WITH RETURN-CODE 8 AND THE  *
000370*                  CATALOGS UNTOUCHED.                         *
000380* 2026-10-15  KN   SKIPS AUDIT RECORDS FOR THE CHANNEL         *
000390*                  FILES (HYGGECHL WRITES THOSE TOO);          *
000400*                  ONLY MSG AND CAT ARE RESTORED HERE.         *
000410* 2026-10-15  KN   WHEN HYGGE-MSG-FILE OR HYGGE-CAT-FILE       *
000420*                  CANNOT BE OPENED FOR THE APPLY, EVERY       *
000430*                  LISTED CHANGE FOR THAT CATALOG IS NOW       *
000440*                  MARKED ERR AND LEFT OUT OF THE AUDIT TRAIL, *
000450*                  SO A LATER RESTORE DOES NOT WALK BACK OVER  *
000460*                  A CHANGE THAT NEVER HAPPENED.               *
000470***************************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT HYGGE-PIT-PARM-FILE ASSIGN TO "HYGGEPIP"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS HYGGE-PIT-PARM-STATUS.
000540     SELECT HYGGE-AUD-FILE ASSIGN TO "HYGGEAUD"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS HYGGE-AUD-STATUS.
000570     SELECT HYGGE-MSG-FILE ASSIGN TO "HYGGEMSG"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS HM-MSG-KEY
000610         FILE STATUS IS HYGGE-MSG-STATUS.
000620     SELECT HYGGE-CAT-FILE ASSIGN TO "HYGGECAT"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS HCA-COMMAND-WORD
000660         FILE STATUS IS HYGGE-CAT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  HYGGE-PIT-PARM-FILE
000700     RECORDING MODE IS F.
000710 COPY HYGPITP.
000720 FD  HYGGE-AUD-FILE
000730     RECORDING MODE IS F.
000740 COPY HYGAUDR.
000750 FD  HYGGE-MSG-FILE.
000760 COPY HYGMSGR.
000770 FD  HYGGE-CAT-FILE.
000780 COPY HYGCATR.
000790 WORKING-STORAGE SECTION.
000800 01  HYGGEPIT-SWITCHES.
000810     05  PIT-AUD-EOF-SW           PIC X(01) VALUE "N".
000820         88  PIT-AUD-EOF                    VALUE "Y".
000830     05  PIT-MSG-OPEN-SW          PIC X(01) VALUE "N".
000840         88  PIT-MSG-OPEN                   VALUE "Y".
000850     05  PIT-CAT-OPEN-SW          PIC X(01) VALUE "N".
000860         88  PIT-CAT-OPEN                   VALUE "Y".
000870     05  PIT-DO-MSG-SW            PIC X(01) VALUE "N".
000880         88  PIT-DO-MSG                     VALUE "Y".
000890     05  PIT-DO-CAT-SW            PIC X(01) VALUE "N".
000900         88  PIT-DO-CAT                     VALUE "Y".
000910     05  PIT-KEY-FOUND-SW         PIC X(01) VALUE "N".
000920         88  PIT-KEY-FOUND                  VALUE "Y".
000930 01  HYGGE-PIT-PARM-STATUS        PIC X(02) VALUE SPACES.
000940     88  HYGGE-PIT-PARM-STATUS-OK           VALUE "00".
000950     88  HYGGE-PIT-PARM-NOT-FOUND           VALUE "35".
000960 01  HYGGE-AUD-STATUS             PIC X(02) VALUE SPACES.
000970     88  HYGGE-AUD-STATUS-OK                VALUE "00".
000980     88  HYGGE-AUD-NOT-FOUND                VALUE "35".
000990 01  HYGGE-MSG-STATUS             PIC X(02) VALUE SPACES.
001000     88  HYGGE-MSG-STATUS-OK                VALUE "00".
001010     88  HYGGE-MSG-NOT-FOUND                VALUE "35".
001020 01  HYGGE-CAT-STATUS             PIC X(02) VALUE SPACES.
001030     88  HYGGE-CAT-STATUS-OK                VALUE "00".
001040     88  HYGGE-CAT-NOT-FOUND                VALUE "35".
001050 COPY HYGMSGI.
001060 01  PIT-RUN-DATE                 PIC 9(08) VALUE ZERO.
001070 01  PIT-RUN-TIME                 PIC 9(08) VALUE ZERO.
001080 01  PIT-RESTORE-DATE             PIC 9(08) VALUE ZERO.
001090 01  PIT-RESTORE-TIME             PIC 9(08) VALUE ZERO.
001100 01  PIT-TARGET-CODE              PIC X(03) VALUE SPACES.
001110 01  PIT-RUN-MODE                 PIC X(05) VALUE SPACES.
001120     88  PIT-MODE-LIST                      VALUE "LIST ".
001130     88  PIT-MODE-APPLY                     VALUE "APPLY".
001140 01  PIT-USER-ID                  PIC X(08) VALUE SPACES.
001150 01  PIT-APPROVED-COUNT           PIC 9(05) VALUE ZERO.
001160 01  PIT-ERROR-COUNT              PIC 9(05) VALUE ZERO.
001170 01  PIT-AUD-READ-COUNT           PIC 9(07) VALUE ZERO.
001180 01  PIT-CHANGE-COUNT             PIC 9(05) VALUE ZERO.
001190 01  PIT-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
001200 01  PIT-FAILED-TARGET            PIC X(03) VALUE SPACES.
001210 01  PIT-COUNT-EDIT               PIC ZZ,ZZ9.
001220 01  PIT-READ-EDIT                PIC Z,ZZZ,ZZ9.
001230 01  PIT-AUD-TABLE-MAX            PIC 9(03) VALUE 500.
001240 01  PIT-AUD-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001250 01  PIT-AUD-TABLE.
001260     05  PAT-ENTRY OCCURS 500 TIMES INDEXED BY PAT-IDX.
001270         10  PAT-AUDIT-DATE       PIC 9(08).
001280         10  PAT-AUDIT-TIME       PIC 9(08).
001290         10  PAT-USER-ID          PIC X(08).
001300         10  PAT-ACTION-CODE      PIC X(03).
001310         10  PAT-TARGET-CODE      PIC X(03).
001320         10  PAT-OLD-IMAGE        PIC X(117).
001330         10  PAT-NEW-IMAGE        PIC X(117).
001340 01  PIT-PND-TABLE-MAX            PIC 9(03) VALUE 500.
001350 01  PIT-PND-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001360 01  PIT-PND-TABLE.
001370     05  PPT-ENTRY OCCURS 500 TIMES INDEXED BY PPT-IDX.
001380         10  PPT-TARGET-CODE      PIC X(03).
001390         10  PPT-KEY              PIC X(28).
001400         10  PPT-CUR-IMAGE        PIC X(117).
001410         10  PPT-CUR-ACTIVE-SW    PIC X(01).
001420             88  PPT-CUR-ACTIVE             VALUE "Y".
001430         10  PPT-PIT-IMAGE        PIC X(117).
001440         10  PPT-PIT-ACTIVE-SW    PIC X(01).
001450             88  PPT-PIT-ACTIVE             VALUE "Y".
001460         10  PPT-ACTION-CODE      PIC X(03).
001470 01  PIT-MSG-KEY.
001480     05  PIT-KEY-LANG-CODE        PIC X(02).
001490     05  PIT-KEY-RANDOM-RESULT    PIC X(01).
001500     05  PIT-KEY-SEASON-CODE      PIC X(03).
001510     05  PIT-KEY-SEQUENCE-NO      PIC X(02).
001520     05  PIT-KEY-CHANNEL-NAME     PIC X(20).
001530 01  PIT-PND-TARGET-CODE          PIC X(03) VALUE SPACES.
001540 01  PIT-PND-KEY                  PIC X(28) VALUE SPACES.
001550 01  PIT-FOUND-SUB                PIC 9(03) VALUE ZERO.
001560 01  PIT-KEY-IMAGE                PIC X(117) VALUE SPACES.
001570*
001580 PROCEDURE DIVISION.
001590*
001600***************************************************************
001610* 0000-MAINLINE                                                *
001620*   Læser styrekortet, samler revisionsrækkerne efter          *
001630*   gendannelsespunktet, spoler dem baglæns mod de nuværende   *
001640*   kataloger og lister forskellen.  Kun en godkendt APPLY-    *
001650*   kørsel uden fund skriver noget.                            *
001660***************************************************************
001670 0000-MAINLINE.
001680     DISPLAY "HYGGEPIT - POINT-IN-TIME CATALOG RESTORE".
001690     MOVE FUNCTION CURRENT-DATE (1:8) TO PIT-RUN-DATE.
001700     MOVE FUNCTION CURRENT-DATE (9:8) TO PIT-RUN-TIME.
001710     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT.
001720     IF PIT-ERROR-COUNT > ZERO
001730         PERFORM 7000-REJECT-RESTORE THRU 7000-EXIT
001740         STOP RUN
001750     END-IF.
001760     PERFORM 1100-OPEN-CATALOGS THRU 1100-EXIT.
001770     PERFORM 2000-LOAD-LATER-AUDIT THRU 2000-EXIT.
001780     PERFORM 3000-WALK-BACKWARDS THRU 3000-EXIT.
001790     IF PIT-MSG-OPEN
001800         CLOSE HYGGE-MSG-FILE
001810     END-IF.
001820     IF PIT-CAT-OPEN
001830         CLOSE HYGGE-CAT-FILE
001840     END-IF.
001850     PERFORM 4000-PRINT-LISTING THRU 4000-EXIT.
001860     IF PIT-MODE-APPLY
001870        AND PIT-ERROR-COUNT = ZERO
001880        AND PIT-APPROVED-COUNT NOT = PIT-CHANGE-COUNT
001890         MOVE PIT-APPROVED-COUNT TO PIT-COUNT-EDIT
001900         DISPLAY "HYGGEPIT: APPROVED COUNT" PIT-COUNT-EDIT
001910             " DOES NOT MATCH THIS RUN - RERUN LIST AND"
001920             " APPROVE AGAIN"
001930         ADD 1 TO PIT-ERROR-COUNT
001940     END-IF.
001950     IF PIT-ERROR-COUNT > ZERO
001960         PERFORM 7000-REJECT-RESTORE THRU 7000-EXIT
001970     ELSE
001980         IF PIT-MODE-APPLY
001990             PERFORM 5000-APPLY-MSG-CHANGES THRU 5000-EXIT
002000             PERFORM 5200-APPLY-CAT-CHANGES THRU 5200-EXIT
002010             PERFORM 6000-APPEND-AUDIT-TRAIL THRU 6000-EXIT
002020         END-IF
002030         PERFORM 6500-PRINT-SUMMARY THRU 6500-EXIT
002040     END-IF.
002050     STOP RUN.
002060*
002070***************************************************************
002080* 1000-READ-PARAMETERS                                         *
002090*   Læser styrekortet fra HYGGE-PIT-PARM-FILE.  Et manglende   *
002100*   eller ufuldstændigt kort er et fund - en gendannelse       *
002110*   gætter aldrig på sit tidspunkt.                            *
002120***************************************************************
002130 1000-READ-PARAMETERS.
002140     OPEN INPUT HYGGE-PIT-PARM-FILE.
002150     IF NOT HYGGE-PIT-PARM-STATUS-OK
002160         DISPLAY "HYGGEPIT: CANNOT OPEN HYGGEPIP, STATUS "
002170             HYGGE-PIT-PARM-STATUS
002180         ADD 1 TO PIT-ERROR-COUNT
002190         GO TO 1000-EXIT
002200     END-IF.
002210     READ HYGGE-PIT-PARM-FILE
002220         AT END
002230             DISPLAY "HYGGEPIT: HYGGEPIP IS EMPTY"
002240             ADD 1 TO PIT-ERROR-COUNT
002250     END-READ.
002260     CLOSE HYGGE-PIT-PARM-FILE.
002270     IF PIT-ERROR-COUNT > ZERO
002280         GO TO 1000-EXIT
002290     END-IF.
002300     IF HPI-RESTORE-DATE NOT NUMERIC
002310      OR HPI-RESTORE-TIME NOT NUMERIC
002320         DISPLAY "HYGGEPIT: BAD RESTORE POINT '"
002330             HPI-RESTORE-DATE "' '" HPI-RESTORE-TIME "'"
002340         ADD 1 TO PIT-ERROR-COUNT
002350     ELSE
002360         MOVE HPI-RESTORE-DATE TO PIT-RESTORE-DATE
002370         MOVE HPI-RESTORE-TIME TO PIT-RESTORE-TIME
002380     END-IF.
002390     EVALUATE TRUE
002400         WHEN HPI-TARGET-MSG
002410             SET PIT-DO-MSG TO TRUE
002420         WHEN HPI-TARGET-CAT
002430             SET PIT-DO-CAT TO TRUE
002440         WHEN HPI-TARGET-ALL
002450             SET PIT-DO-MSG TO TRUE
002460             SET PIT-DO-CAT TO TRUE
002470         WHEN OTHER
002480             DISPLAY "HYGGEPIT: BAD TARGET '" HPI-TARGET-CODE
002490                 "' (MSG, CAT OR ALL)"
002500             ADD 1 TO PIT-ERROR-COUNT
002510     END-EVALUATE.
002520     MOVE HPI-TARGET-CODE TO PIT-TARGET-CODE.
002530     MOVE HPI-RUN-MODE    TO PIT-RUN-MODE.
002540     MOVE HPI-USER-ID     TO PIT-USER-ID.
002550     IF NOT PIT-MODE-LIST
002560        AND NOT PIT-MODE-APPLY
002570         DISPLAY "HYGGEPIT: BAD RUN MODE '" HPI-RUN-MODE
002580             "' (LIST OR APPLY)"
002590         ADD 1 TO PIT-ERROR-COUNT
002600     END-IF.
002610     IF PIT-USER-ID = SPACES
002620         DISPLAY "HYGGEPIT: MISSING USER ID"
002630         ADD 1 TO PIT-ERROR-COUNT
002640     END-IF.
002650     IF PIT-MODE-APPLY
002660         IF HPI-APPROVED-COUNT NUMERIC
002670             MOVE HPI-APPROVED-COUNT TO PIT-APPROVED-COUNT
002680         ELSE
002690             DISPLAY "HYGGEPIT: APPLY NEEDS THE APPROVED CHANGE"
002700                 " COUNT FROM THE LIST RUN"
002710             ADD 1 TO PIT-ERROR-COUNT
002720         END-IF
002730     END-IF.
002740     DISPLAY "RESTORE POINT " PIT-RESTORE-DATE " "
002750         PIT-RESTORE-TIME
002760         "  TARGET " PIT-TARGET-CODE "  MODE " PIT-RUN-MODE
002770         "  BY " PIT-USER-ID.
002780 1000-EXIT.
002790     EXIT.
002800*
002810***************************************************************
002820* 1100-OPEN-CATALOGS                                           *
002830*   Åbner de valgte kataloger læse-kun til nøgleopslagene.     *
002840***************************************************************
002850 1100-OPEN-CATALOGS.
002860     IF PIT-DO-MSG
002870         OPEN INPUT HYGGE-MSG-FILE
002880         IF HYGGE-MSG-STATUS-OK
002890             SET PIT-MSG-OPEN TO TRUE
002900         ELSE
002910             DISPLAY "HYGGEPIT: CANNOT OPEN HYGGEMSG, STATUS "
002920                 HYGGE-MSG-STATUS
002930             ADD 1 TO PIT-ERROR-COUNT
002940         END-IF
002950     END-IF.
002960     IF PIT-DO-CAT
002970         OPEN INPUT HYGGE-CAT-FILE
002980         IF HYGGE-CAT-STATUS-OK
002990             SET PIT-CAT-OPEN TO TRUE
003000         ELSE
003010             DISPLAY "HYGGEPIT: CANNOT OPEN HYGGECAT, STATUS "
003020                 HYGGE-CAT-STATUS
003030             ADD 1 TO PIT-ERROR-COUNT
003040         END-IF
003050     END-IF.
003060 1100-EXIT.
003070     EXIT.
003080*
003090***************************************************************
003100* 2000-LOAD-LATER-AUDIT                                        *
003110*   Læser HYGGE-AUD-FILE forfra og gemmer hver række for de    *
003120*   valgte kataloger, der er stemplet efter gendannelses-      *
003130*   punktet.  Sporet er kun tilføjet til, så rækkefølgen i     *
003140*   tabellen er tidsfølgen.  Intet spor betyder intet at       *
003150*   gendanne.                                                  *
003160***************************************************************
003170 2000-LOAD-LATER-AUDIT.
003180     OPEN INPUT HYGGE-AUD-FILE.
003190     IF HYGGE-AUD-STATUS-OK
003200         PERFORM 2100-READ-ONE-AUDIT THRU 2100-EXIT
003210             UNTIL PIT-AUD-EOF
003220         CLOSE HYGGE-AUD-FILE
003230     END-IF.
003240     MOVE PIT-AUD-READ-COUNT TO PIT-READ-EDIT.
003250     MOVE PIT-AUD-TABLE-COUNT TO PIT-COUNT-EDIT.
003260     DISPLAY "AUDIT RECORDS READ" PIT-READ-EDIT
003270         "  AFTER THE RESTORE POINT" PIT-COUNT-EDIT.
003280 2000-EXIT.
003290     EXIT.
003300*
003310 2100-READ-ONE-AUDIT.
003320     READ HYGGE-AUD-FILE
003330         AT END
003340             SET PIT-AUD-EOF TO TRUE
003350     END-READ.
003360     IF PIT-AUD-EOF
003370         GO TO 2100-EXIT
003380     END-IF.
003390     ADD 1 TO PIT-AUD-READ-COUNT.
003400     IF HAU-AUDIT-DATE < PIT-RESTORE-DATE
003410         GO TO 2100-EXIT
003420     END-IF.
003430     IF HAU-AUDIT-DATE = PIT-RESTORE-DATE
003440        AND HAU-AUDIT-TIME NOT > PIT-RESTORE-TIME
003450         GO TO 2100-EXIT
003460     END-IF.
003470     IF HAU-TARGET-CODE NOT = "MSG"
003480        AND HAU-TARGET-CODE NOT = "CAT"
003490         GO TO 2100-EXIT
003500     END-IF.
003510     IF HAU-TARGET-CODE = "MSG" AND NOT PIT-DO-MSG
003520         GO TO 2100-EXIT
003530     END-IF.
003540     IF HAU-TARGET-CODE = "CAT" AND NOT PIT-DO-CAT
003550         GO TO 2100-EXIT
003560     END-IF.
003570     IF PIT-AUD-TABLE-COUNT NOT < PIT-AUD-TABLE-MAX
003580         DISPLAY "HYGGEPIT: MORE THAN 500 CHANGES SINCE THE "
003590             "RESTORE POINT - RESTORE IN STEPS"
003600         ADD 1 TO PIT-ERROR-COUNT
003610         SET PIT-AUD-EOF TO TRUE
003620         GO TO 2100-EXIT
003630     END-IF.
003640     ADD 1 TO PIT-AUD-TABLE-COUNT.
003650     SET PAT-IDX TO PIT-AUD-TABLE-COUNT.
003660     MOVE HAU-AUDIT-DATE  TO PAT-AUDIT-DATE (PAT-IDX).
003670     MOVE HAU-AUDIT-TIME  TO PAT-AUDIT-TIME (PAT-IDX).
003680     MOVE HAU-USER-ID     TO PAT-USER-ID (PAT-IDX).
003690     MOVE HAU-ACTION-CODE TO PAT-ACTION-CODE (PAT-IDX).
003700     MOVE HAU-TARGET-CODE TO PAT-TARGET-CODE (PAT-IDX).
003710     MOVE HAU-OLD-IMAGE   TO PAT-OLD-IMAGE (PAT-IDX).
003720     MOVE HAU-NEW-IMAGE   TO PAT-NEW-IMAGE (PAT-IDX).
003730 2100-EXIT.
003740     EXIT.
003750*
003760***************************************************************
003770* 3000-WALK-BACKWARDS                                          *
003780*   Fortryder revisionsrækkerne fra den nyeste og bagud mod    *
003790*   nøglernes billeder: en ADD fortrydes til "fandtes ikke",   *
003800*   en REP og en RET til det gamle billede.  Hvert trin skal   *
003810*   passe med nøglens tilstand - ellers er kataloget rettet    *
003820*   uden om HYGGEMNT, og gendannelsen afvises.                 *
003830***************************************************************
003840 3000-WALK-BACKWARDS.
003850     IF PIT-ERROR-COUNT > ZERO
003860         GO TO 3000-EXIT
003870     END-IF.
003880     PERFORM 3100-UNDO-ONE-AUDIT THRU 3100-EXIT
003890         VARYING PAT-IDX FROM PIT-AUD-TABLE-COUNT BY -1
003900         UNTIL PAT-IDX < 1.
003910 3000-EXIT.
003920     EXIT.
003930*
003940 3100-UNDO-ONE-AUDIT.
003950     IF PAT-ACTION-CODE (PAT-IDX) = "ADD"
003960         MOVE PAT-NEW-IMAGE (PAT-IDX) TO PIT-KEY-IMAGE
003970     ELSE
003980         MOVE PAT-OLD-IMAGE (PAT-IDX) TO PIT-KEY-IMAGE
003990     END-IF.
004000     IF PAT-TARGET-CODE (PAT-IDX) = "MSG"
004010         PERFORM 3200-FIND-MSG-KEY THRU 3200-EXIT
004020     ELSE
004030         PERFORM 3300-FIND-CAT-KEY THRU 3300-EXIT
004040     END-IF.
004050     IF PIT-FOUND-SUB = ZERO
004060         GO TO 3100-EXIT
004070     END-IF.
004080     EVALUATE PAT-ACTION-CODE (PAT-IDX)
004090         WHEN "ADD"
004100             IF NOT PPT-PIT-ACTIVE (PIT-FOUND-SUB)
004110                 PERFORM 3900-REPORT-MISMATCH THRU 3900-EXIT
004120             ELSE
004130                 PERFORM 3150-CHECK-NEW-IMAGE THRU 3150-EXIT
004140             END-IF
004150             MOVE SPACES TO PPT-PIT-IMAGE (PIT-FOUND-SUB)
004160             MOVE "N" TO PPT-PIT-ACTIVE-SW (PIT-FOUND-SUB)
004170         WHEN "REP"
004180             IF NOT PPT-PIT-ACTIVE (PIT-FOUND-SUB)
004190                 PERFORM 3900-REPORT-MISMATCH THRU 3900-EXIT
004200             ELSE
004210                 PERFORM 3150-CHECK-NEW-IMAGE THRU 3150-EXIT
004220             END-IF
004230             MOVE PAT-OLD-IMAGE (PAT-IDX)
004240                 TO PPT-PIT-IMAGE (PIT-FOUND-SUB)
004250             MOVE "Y" TO PPT-PIT-ACTIVE-SW (PIT-FOUND-SUB)
004260         WHEN "RET"
004270             IF PPT-PIT-ACTIVE (PIT-FOUND-SUB)
004280                 PERFORM 3900-REPORT-MISMATCH THRU 3900-EXIT
004290             END-IF
004300             MOVE PAT-OLD-IMAGE (PAT-IDX)
004310                 TO PPT-PIT-IMAGE (PIT-FOUND-SUB)
004320             MOVE "Y" TO PPT-PIT-ACTIVE-SW (PIT-FOUND-SUB)
004330         WHEN OTHER
004340             DISPLAY "HYGGEPIT: AUDIT RECORD "
004350                 PAT-AUDIT-DATE (PAT-IDX) " "
004360                 PAT-AUDIT-TIME (PAT-IDX)
004370                 " HAS UNKNOWN ACTION '"
004380                 PAT-ACTION-CODE (PAT-IDX) "'"
004390             ADD 1 TO PIT-ERROR-COUNT
004400     END-EVALUATE.
004410 3100-EXIT.
004420     EXIT.
004430*
004440***************************************************************
004450* 3150-CHECK-NEW-IMAGE                                         *
004460*   Før en ADD eller REP rulles tilbage, skal nøglens billede  *
004470*   være præcis det, revisionsrækken efterlod.  Er rækken      *
004480*   rettet uden om HYGGEMNT, er sporet og kataloget uenige.    *
004490*   Katalogbilledet sammenlignes kun på postens 101 tegn.      *
004500***************************************************************
004510 3150-CHECK-NEW-IMAGE.
004520     IF PAT-TARGET-CODE (PAT-IDX) = "CAT"
004530         IF PPT-PIT-IMAGE (PIT-FOUND-SUB) (1:101)
004540            NOT = PAT-NEW-IMAGE (PAT-IDX) (1:101)
004550             PERFORM 3900-REPORT-MISMATCH THRU 3900-EXIT
004560         END-IF
004570         GO TO 3150-EXIT
004580     END-IF.
004590     IF PPT-PIT-IMAGE (PIT-FOUND-SUB)
004600        NOT = PAT-NEW-IMAGE (PAT-IDX)
004610         PERFORM 3900-REPORT-MISMATCH THRU 3900-EXIT
004620     END-IF.
004630 3150-EXIT.
004640     EXIT.
004650*
004660***************************************************************
004670* 3200-FIND-MSG-KEY                                            *
004680*   Finder nøglen i PIT-KEY-IMAGE (HYGMSGI-layout) blandt de   *
004690*   ventende billeder; første gang den ses, læses dens         *
004700*   nuværende række i HYGGE-MSG-FILE.  PIT-FOUND-SUB peger på  *
004710*   rækken.                                                    *
004720***************************************************************
004730 3200-FIND-MSG-KEY.
004740     MOVE PIT-KEY-IMAGE     TO HYGGE-MSG-IMAGE.
004750     MOVE HMI-LANG-CODE     TO PIT-KEY-LANG-CODE.
004760     MOVE HMI-RANDOM-RESULT TO PIT-KEY-RANDOM-RESULT.
004770     MOVE HMI-SEASON-CODE   TO PIT-KEY-SEASON-CODE.
004780     MOVE HMI-SEQUENCE-NO   TO PIT-KEY-SEQUENCE-NO.
004790     MOVE HMI-CHANNEL-NAME  TO PIT-KEY-CHANNEL-NAME.
004800     MOVE "MSG"             TO PIT-PND-TARGET-CODE.
004810     MOVE PIT-MSG-KEY       TO PIT-PND-KEY.
004820     PERFORM 3500-FIND-PENDING-KEY THRU 3500-EXIT.
004830     IF PIT-FOUND-SUB > ZERO
004840         GO TO 3200-EXIT
004850     END-IF.
004860     MOVE SPACES TO HYGGE-MSG-IMAGE.
004870     IF PIT-MSG-OPEN
004880        AND PIT-KEY-RANDOM-RESULT NUMERIC
004890        AND PIT-KEY-SEQUENCE-NO NUMERIC
004900         MOVE PIT-KEY-LANG-CODE     TO HM-LANG-CODE
004910         MOVE PIT-KEY-RANDOM-RESULT TO HM-RANDOM-RESULT
004920         MOVE PIT-KEY-SEASON-CODE   TO HM-SEASON-CODE
004930         MOVE PIT-KEY-CHANNEL-NAME  TO HM-CHANNEL-NAME
004940         MOVE PIT-KEY-SEQUENCE-NO   TO HM-SEQUENCE-NO
004950         READ HYGGE-MSG-FILE
004960             INVALID KEY
004970                 CONTINUE
004980             NOT INVALID KEY
004990                 SET PIT-KEY-FOUND TO TRUE
005000                 PERFORM 3250-IMAGE-FROM-MSG THRU 3250-EXIT
005010         END-READ
005020     END-IF.
005030     PERFORM 3550-ADD-PENDING-KEY THRU 3550-EXIT.
005040     IF PIT-FOUND-SUB > ZERO
005050         MOVE HYGGE-MSG-IMAGE TO PPT-CUR-IMAGE (PIT-FOUND-SUB)
005060         MOVE HYGGE-MSG-IMAGE TO PPT-PIT-IMAGE (PIT-FOUND-SUB)
005070     END-IF.
005080 3200-EXIT.
005090     EXIT.
005100*
005110 3250-IMAGE-FROM-MSG.
005120     MOVE HM-LANG-CODE     TO HMI-LANG-CODE.
005130     MOVE HM-RANDOM-RESULT TO HMI-RANDOM-RESULT.
005140     MOVE HM-SEASON-CODE   TO HMI-SEASON-CODE.
005150     MOVE HM-SEQUENCE-NO   TO HMI-SEQUENCE-NO.
005160     MOVE HM-DELAY-HINT    TO HMI-DELAY-HINT.
005170     MOVE HM-CHANNEL-NAME  TO HMI-CHANNEL-NAME.
005180     MOVE HM-MESSAGE-TEXT  TO HMI-MESSAGE-TEXT.
005190 3250-EXIT.
005200     EXIT.
005210*
005220***************************************************************
005230* 3300-FIND-CAT-KEY                                            *
005240*   Samme for kommandokataloget; nøglen er billedets første    *
005250*   20 tegn, og billedet er selve HYGGE-CAT-FILE rækken.       *
005260***************************************************************
005270 3300-FIND-CAT-KEY.
005280     MOVE "CAT"               TO PIT-PND-TARGET-CODE.
005290     MOVE PIT-KEY-IMAGE (1:20) TO PIT-PND-KEY.
005300     PERFORM 3500-FIND-PENDING-KEY THRU 3500-EXIT.
005310     IF PIT-FOUND-SUB > ZERO
005320         GO TO 3300-EXIT
005330     END-IF.
005340     MOVE SPACES TO HYGGE-CAT-RECORD.
005350     IF PIT-CAT-OPEN
005360         MOVE PIT-KEY-IMAGE (1:20) TO HCA-COMMAND-WORD
005370         READ HYGGE-CAT-FILE
005380             INVALID KEY
005390                 MOVE SPACES TO HYGGE-CAT-RECORD
005400             NOT INVALID KEY
005410                 SET PIT-KEY-FOUND TO TRUE
005420         END-READ
005430     END-IF.
005440     PERFORM 3550-ADD-PENDING-KEY THRU 3550-EXIT.
005450     IF PIT-FOUND-SUB > ZERO
005460         MOVE HYGGE-CAT-RECORD TO PPT-CUR-IMAGE (PIT-FOUND-SUB)
005470         MOVE HYGGE-CAT-RECORD TO PPT-PIT-IMAGE (PIT-FOUND-SUB)
005480     END-IF.
005490 3300-EXIT.
005500     EXIT.
005510*
005520***************************************************************
005530* 3500-FIND-PENDING-KEY                                        *
005540*   Leder i de ventende billeder efter PIT-PND-TARGET-CODE og  *
005550*   PIT-PND-KEY.  Fundet: PIT-FOUND-SUB peger på rækken.       *
005560***************************************************************
005570 3500-FIND-PENDING-KEY.
005580     MOVE "N" TO PIT-KEY-FOUND-SW.
005590     MOVE ZERO TO PIT-FOUND-SUB.
005600     PERFORM 3510-MATCH-ONE-PENDING THRU 3510-EXIT
005610         VARYING PPT-IDX FROM 1 BY 1
005620         UNTIL PPT-IDX > PIT-PND-TABLE-COUNT
005630            OR PIT-FOUND-SUB > ZERO.
005640 3500-EXIT.
005650     EXIT.
005660*
005670 3510-MATCH-ONE-PENDING.
005680     IF PPT-TARGET-CODE (PPT-IDX) = PIT-PND-TARGET-CODE
005690        AND PPT-KEY (PPT-IDX) = PIT-PND-KEY
005700         SET PIT-FOUND-SUB TO PPT-IDX
005710     END-IF.
005720 3510-EXIT.
005730     EXIT.
005740*
005750***************************************************************
005760* 3550-ADD-PENDING-KEY                                         *
005770*   Lægger en ny nøgle i de ventende billeder med dens         *
005780*   nuværende tilstand som udgangspunkt for begge sider.       *
005790*   Kalderen flytter billedet ind.                             *
005800***************************************************************
005810 3550-ADD-PENDING-KEY.
005820     IF PIT-PND-TABLE-COUNT NOT < PIT-PND-TABLE-MAX
005830         DISPLAY "HYGGEPIT: MORE THAN 500 KEYS CHANGED SINCE "
005840             "THE RESTORE POINT - RESTORE IN STEPS"
005850         ADD 1 TO PIT-ERROR-COUNT
005860         MOVE ZERO TO PIT-FOUND-SUB
005870         GO TO 3550-EXIT
005880     END-IF.
005890     ADD 1 TO PIT-PND-TABLE-COUNT.
005900     MOVE PIT-PND-TABLE-COUNT TO PIT-FOUND-SUB.
005910     MOVE PIT-PND-TARGET-CODE TO PPT-TARGET-CODE (PIT-FOUND-SUB).
005920     MOVE PIT-PND-KEY         TO PPT-KEY (PIT-FOUND-SUB).
005930     MOVE SPACES              TO PPT-ACTION-CODE (PIT-FOUND-SUB).
005940     IF PIT-KEY-FOUND
005950         MOVE "Y" TO PPT-CUR-ACTIVE-SW (PIT-FOUND-SUB)
005960         MOVE "Y" TO PPT-PIT-ACTIVE-SW (PIT-FOUND-SUB)
005970     ELSE
005980         MOVE "N" TO PPT-CUR-ACTIVE-SW (PIT-FOUND-SUB)
005990         MOVE "N" TO PPT-PIT-ACTIVE-SW (PIT-FOUND-SUB)
006000     END-IF.
006010 3550-EXIT.
006020     EXIT.
006030*
006040***************************************************************
006050* 3900-REPORT-MISMATCH                                         *
006060*   Revisionsrækken passer ikke med nøglens tilstand på det    *
006070*   tidspunkt - sporet og kataloget er uenige.                 *
006080***************************************************************
006090 3900-REPORT-MISMATCH.
006100     DISPLAY "HYGGEPIT: AUDIT " PAT-ACTION-CODE (PAT-IDX) " "
006110         PAT-TARGET-CODE (PAT-IDX) " OF "
006120         PAT-AUDIT-DATE (PAT-IDX) " " PAT-AUDIT-TIME (PAT-IDX)
006130         " BY " PAT-USER-ID (PAT-IDX)
006140         " DOES NOT MATCH THE CATALOG".
006150     DISPLAY "          KEY " PPT-KEY (PIT-FOUND-SUB).
006160     ADD 1 TO PIT-ERROR-COUNT.
006170 3900-EXIT.
006180     EXIT.
006190*
006200***************************************************************
006210* 4000-PRINT-LISTING                                           *
006220*   Sammenligner hver nøgles nuværende billede med billedet    *
006230*   på gendannelsespunktet og lister forskellen: RET hvor      *
006240*   rækken ikke fandtes, ADD hvor den er væk siden, REP hvor   *
006250*   teksten er en anden.                                       *
006260***************************************************************
006270 4000-PRINT-LISTING.
006280     DISPLAY "CHANGES THE RESTORE WOULD MAKE:".
006290     PERFORM 4100-LIST-ONE-KEY THRU 4100-EXIT
006300         VARYING PPT-IDX FROM 1 BY 1
006310         UNTIL PPT-IDX > PIT-PND-TABLE-COUNT.
006320     MOVE PIT-CHANGE-COUNT TO PIT-COUNT-EDIT.
006330     DISPLAY "CHANGE COUNT" PIT-COUNT-EDIT.
006340 4000-EXIT.
006350     EXIT.
006360*
006370 4100-LIST-ONE-KEY.
006380     EVALUATE TRUE
006390         WHEN PPT-CUR-ACTIVE (PPT-IDX)
006400          AND PPT-PIT-ACTIVE (PPT-IDX)
006410             IF PPT-CUR-IMAGE (PPT-IDX)
006420                 NOT = PPT-PIT-IMAGE (PPT-IDX)
006430                 MOVE "REP" TO PPT-ACTION-CODE (PPT-IDX)
006440             END-IF
006450         WHEN PPT-CUR-ACTIVE (PPT-IDX)
006460             MOVE "RET" TO PPT-ACTION-CODE (PPT-IDX)
006470         WHEN PPT-PIT-ACTIVE (PPT-IDX)
006480             MOVE "ADD" TO PPT-ACTION-CODE (PPT-IDX)
006490         WHEN OTHER
006500             CONTINUE
006510     END-EVALUATE.
006520     IF PPT-ACTION-CODE (PPT-IDX) = SPACES
006530         GO TO 4100-EXIT
006540     END-IF.
006550     ADD 1 TO PIT-CHANGE-COUNT.
006560     DISPLAY "  " PPT-ACTION-CODE (PPT-IDX) " "
006570         PPT-TARGET-CODE (PPT-IDX) " " PPT-KEY (PPT-IDX).
006580     IF PPT-CUR-ACTIVE (PPT-IDX)
006590         DISPLAY "      NOW:  " PPT-CUR-IMAGE (PPT-IDX)
006600     END-IF.
006610     IF PPT-PIT-ACTIVE (PPT-IDX)
006620         DISPLAY "      THEN: " PPT-PIT-IMAGE (PPT-IDX)
006630     END-IF.
006640 4100-EXIT.
006650     EXIT.
006660*
006670***************************************************************
006680* 5000-APPLY-MSG-CHANGES                                       *
006690*   Skriver de listede ændringer til HYGGE-MSG-FILE med        *
006700*   nøgleskrivninger: ADD skriver, REP genskriver og RET       *
006710*   sletter.                                                   *
006720***************************************************************
006730 5000-APPLY-MSG-CHANGES.
006740     IF NOT PIT-DO-MSG
006750         GO TO 5000-EXIT
006760     END-IF.
006770     OPEN I-O HYGGE-MSG-FILE.
006780     IF HYGGE-MSG-STATUS-OK
006790         PERFORM 5100-APPLY-ONE-MSG THRU 5100-EXIT
006800             VARYING PPT-IDX FROM 1 BY 1
006810             UNTIL PPT-IDX > PIT-PND-TABLE-COUNT
006820         CLOSE HYGGE-MSG-FILE
006830     ELSE
006840         DISPLAY "HYGGEPIT: CANNOT UPDATE HYGGEMSG, STATUS "
006850             HYGGE-MSG-STATUS
006860         MOVE 8 TO RETURN-CODE
006870         MOVE "MSG" TO PIT-FAILED-TARGET
006880         PERFORM 5950-MARK-ONE-FAILED THRU 5950-EXIT
006890             VARYING PPT-IDX FROM 1 BY 1
006900             UNTIL PPT-IDX > PIT-PND-TABLE-COUNT
006910     END-IF.
006920 5000-EXIT.
006930     EXIT.
006940*
006950 5100-APPLY-ONE-MSG.
006960     IF PPT-TARGET-CODE (PPT-IDX) NOT = "MSG"
006970        OR PPT-ACTION-CODE (PPT-IDX) = SPACES
006980         GO TO 5100-EXIT
006990     END-IF.
007000     IF PPT-ACTION-CODE (PPT-IDX) = "RET"
007010         MOVE PPT-CUR-IMAGE (PPT-IDX) TO HYGGE-MSG-IMAGE
007020     ELSE
007030         MOVE PPT-PIT-IMAGE (PPT-IDX) TO HYGGE-MSG-IMAGE
007040     END-IF.
007050     MOVE HMI-LANG-CODE     TO HM-LANG-CODE.
007060     MOVE HMI-RANDOM-RESULT TO HM-RANDOM-RESULT.
007070     MOVE HMI-SEASON-CODE   TO HM-SEASON-CODE.
007080     MOVE HMI-CHANNEL-NAME  TO HM-CHANNEL-NAME.
007090     MOVE HMI-SEQUENCE-NO   TO HM-SEQUENCE-NO.
007100     MOVE HMI-DELAY-HINT    TO HM-DELAY-HINT.
007110     MOVE HMI-MESSAGE-TEXT  TO HM-MESSAGE-TEXT.
007120     EVALUATE PPT-ACTION-CODE (PPT-IDX)
007130         WHEN "ADD"
007140             WRITE HYGGE-MSG-RECORD
007150                 INVALID KEY
007160                     PERFORM 5900-REPORT-APPLY-ERROR
007170                         THRU 5900-EXIT
007180             END-WRITE
007190         WHEN "REP"
007200             REWRITE HYGGE-MSG-RECORD
007210                 INVALID KEY
007220                     PERFORM 5900-REPORT-APPLY-ERROR
007230                         THRU 5900-EXIT
007240             END-REWRITE
007250         WHEN "RET"
007260             DELETE HYGGE-MSG-FILE RECORD
007270                 INVALID KEY
007280                     PERFORM 5900-REPORT-APPLY-ERROR
007290                         THRU 5900-EXIT
007300             END-DELETE
007310     END-EVALUATE.
007320     ADD 1 TO PIT-APPLIED-COUNT.
007330 5100-EXIT.
007340     EXIT.
007350*
007360***************************************************************
007370* 5200-APPLY-CAT-CHANGES                                       *
007380*   Samme for HYGGE-CAT-FILE.                                  *
007390***************************************************************
007400 5200-APPLY-CAT-CHANGES.
007410     IF NOT PIT-DO-CAT
007420         GO TO 5200-EXIT
007430     END-IF.
007440     OPEN I-O HYGGE-CAT-FILE.
007450     IF HYGGE-CAT-STATUS-OK
007460         PERFORM 5300-APPLY-ONE-CAT THRU 5300-EXIT
007470             VARYING PPT-IDX FROM 1 BY 1
007480             UNTIL PPT-IDX > PIT-PND-TABLE-COUNT
007490         CLOSE HYGGE-CAT-FILE
007500     ELSE
007510         DISPLAY "HYGGEPIT: CANNOT UPDATE HYGGECAT, STATUS "
007520             HYGGE-CAT-STATUS
007530         MOVE 8 TO RETURN-CODE
007540         MOVE "CAT" TO PIT-FAILED-TARGET
007550         PERFORM 5950-MARK-ONE-FAILED THRU 5950-EXIT
007560             VARYING PPT-IDX FROM 1 BY 1
007570             UNTIL PPT-IDX > PIT-PND-TABLE-COUNT
007580     END-IF.
007590 5200-EXIT.
007600     EXIT.
007610*
007620 5300-APPLY-ONE-CAT.
007630     IF PPT-TARGET-CODE (PPT-IDX) NOT = "CAT"
007640        OR PPT-ACTION-CODE (PPT-IDX) = SPACES
007650         GO TO 5300-EXIT
007660     END-IF.
007670     IF PPT-ACTION-CODE (PPT-IDX) = "RET"
007680         MOVE PPT-CUR-IMAGE (PPT-IDX) (1:101) TO HYGGE-CAT-RECORD
007690     ELSE
007700         MOVE PPT-PIT-IMAGE (PPT-IDX) (1:101) TO HYGGE-CAT-RECORD
007710     END-IF.
007720     EVALUATE PPT-ACTION-CODE (PPT-IDX)
007730         WHEN "ADD"
007740             WRITE HYGGE-CAT-RECORD
007750                 INVALID KEY
007760                     PERFORM 5900-REPORT-APPLY-ERROR
007770                         THRU 5900-EXIT
007780             END-WRITE
007790         WHEN "REP"
007800             REWRITE HYGGE-CAT-RECORD
007810                 INVALID KEY
007820                     PERFORM 5900-REPORT-APPLY-ERROR
007830                         THRU 5900-EXIT
007840             END-REWRITE
007850         WHEN "RET"
007860             DELETE HYGGE-CAT-FILE RECORD
007870                 INVALID KEY
007880                     PERFORM 5900-REPORT-APPLY-ERROR
007890                         THRU 5900-EXIT
007900             END-DELETE
007910     END-EVALUATE.
007920     ADD 1 TO PIT-APPLIED-COUNT.
007930 5300-EXIT.
007940     EXIT.
007950*
007960***************************************************************
007970* 5900-REPORT-APPLY-ERROR                                      *
007980*   En nøgleskrivning, listen lovede ville gå, gik ikke -      *
007990*   nogen har rørt kataloget undervejs.  Meld og sæt RC 8.     *
008000***************************************************************
008010 5900-REPORT-APPLY-ERROR.
008020     DISPLAY "HYGGEPIT: " PPT-ACTION-CODE (PPT-IDX) " "
008030         PPT-TARGET-CODE (PPT-IDX)
008040         " FAILED ON THE FILE - KEY CHANGED SINCE THE LISTING".
008050     DISPLAY "          KEY " PPT-KEY (PPT-IDX).
008060     MOVE "ERR" TO PPT-ACTION-CODE (PPT-IDX).
008070     SUBTRACT 1 FROM PIT-APPLIED-COUNT.
008080     MOVE 8 TO RETURN-CODE.
008090 5900-EXIT.
008100     EXIT.
008110*
008120***************************************************************
008130* 5950-MARK-ONE-FAILED                                         *
008140*   Kataloget kunne slet ikke åbnes til opdatering: Mærk       *
008150*   dets ændringer ERR, så de holdes ude af revisionssporet.   *
008160*   De er aldrig talt med i PIT-APPLIED-COUNT.                 *
008170***************************************************************
008180 5950-MARK-ONE-FAILED.
008190     IF PPT-TARGET-CODE (PPT-IDX) NOT = PIT-FAILED-TARGET
008200        OR PPT-ACTION-CODE (PPT-IDX) = SPACES
008210         GO TO 5950-EXIT
008220     END-IF.
008230     MOVE "ERR" TO PPT-ACTION-CODE (PPT-IDX).
008240 5950-EXIT.
008250     EXIT.
008260*
008270***************************************************************
008280* 6000-APPEND-AUDIT-TRAIL                                      *
008290*   Tilføjer én revisionsrække pr. gennemført ændring med      *
008300*   kilde HYGGEPIT, så gendannelsen selv kan spores - og selv  *
008310*   kan gendannes væk igen.                                    *
008320***************************************************************
008330 6000-APPEND-AUDIT-TRAIL.
008340     IF PIT-APPLIED-COUNT = ZERO
008350         GO TO 6000-EXIT
008360     END-IF.
008370     OPEN EXTEND HYGGE-AUD-FILE.
008380     IF HYGGE-AUD-NOT-FOUND
008390         OPEN OUTPUT HYGGE-AUD-FILE
008400     END-IF.
008410     IF HYGGE-AUD-STATUS-OK
008420         PERFORM 6100-WRITE-ONE-AUDIT THRU 6100-EXIT
008430             VARYING PPT-IDX FROM 1 BY 1
008440             UNTIL PPT-IDX > PIT-PND-TABLE-COUNT
008450         CLOSE HYGGE-AUD-FILE
008460     ELSE
008470         DISPLAY "HYGGEPIT: CANNOT APPEND HYGGEAUD, STATUS "
008480             HYGGE-AUD-STATUS
008490         MOVE 8 TO RETURN-CODE
008500     END-IF.
008510 6000-EXIT.
008520     EXIT.
008530*
008540 6100-WRITE-ONE-AUDIT.
008550     IF PPT-ACTION-CODE (PPT-IDX) = SPACES
008560        OR PPT-ACTION-CODE (PPT-IDX) = "ERR"
008570         GO TO 6100-EXIT
008580     END-IF.
008590     MOVE SPACES                    TO HYGGE-AUD-RECORD.
008600     MOVE PIT-RUN-DATE              TO HAU-AUDIT-DATE.
008610     MOVE PIT-RUN-TIME              TO HAU-AUDIT-TIME.
008620     MOVE PIT-USER-ID               TO HAU-USER-ID.
008630     MOVE PPT-ACTION-CODE (PPT-IDX) TO HAU-ACTION-CODE.
008640     MOVE PPT-TARGET-CODE (PPT-IDX) TO HAU-TARGET-CODE.
008650     IF PPT-CUR-ACTIVE (PPT-IDX)
008660         MOVE PPT-CUR-IMAGE (PPT-IDX) TO HAU-OLD-IMAGE
008670     END-IF.
008680     IF PPT-PIT-ACTIVE (PPT-IDX)
008690         MOVE PPT-PIT-IMAGE (PPT-IDX) TO HAU-NEW-IMAGE
008700     END-IF.
008710     MOVE "HYGGEPIT"                TO HAU-SOURCE-PROGRAM.
008720     WRITE HYGGE-AUD-RECORD.
008730 6100-EXIT.
008740     EXIT.
008750*
008760***************************************************************
008770* 6500-PRINT-SUMMARY                                           *
008780*   Opsummerer en ren kørsel.  En LIST-kørsel fortæller, hvad  *
008790*   APPLY-kortet skal bære som godkendelse.                    *
008800***************************************************************
008810 6500-PRINT-SUMMARY.
008820     IF PIT-CHANGE-COUNT = ZERO
008830         DISPLAY "HYGGEPIT: NOTHING TO RESTORE - THE CATALOGS"
008840             " ALREADY MATCH THE RESTORE POINT"
008850         GO TO 6500-EXIT
008860     END-IF.
008870     IF PIT-MODE-LIST
008880         MOVE PIT-CHANGE-COUNT TO PIT-COUNT-EDIT
008890         DISPLAY "HYGGEPIT: LISTING ONLY, NOTHING CHANGED - TO"
008900             " APPLY, RERUN WITH MODE APPLY AND APPROVED COUNT"
008910             PIT-COUNT-EDIT
008920     ELSE
008930         MOVE PIT-APPLIED-COUNT TO PIT-COUNT-EDIT
008940         DISPLAY "HYGGEPIT: CHANGES APPLIED" PIT-COUNT-EDIT
008950         DISPLAY "HYGGEPIT: CATALOGS RESTORED, AUDIT APPENDED"
008960     END-IF.
008970 6500-EXIT.
008980     EXIT.
008990*
009000***************************************************************
009010* 7000-REJECT-RESTORE                                          *
009020*   Mindst ét fund: intet er skrevet.                          *
009030***************************************************************
009040 7000-REJECT-RESTORE.
009050     MOVE PIT-ERROR-COUNT TO PIT-COUNT-EDIT.
009060     DISPLAY "HYGGEPIT:" PIT-COUNT-EDIT
009070         " FINDING(S) - RESTORE REJECTED, CATALOGS UNTOUCHED".
009080     MOVE 8 TO RETURN-CODE.
009090 7000-EXIT.
009100     EXIT.
