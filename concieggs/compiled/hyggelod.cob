000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HYGGELOD.
000120 AUTHOR. K. NIELSEN.
000130 INSTALLATION. CONCIEGGS DATA CENTER.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170***************************************************************
000180*                 M O D I F I C A T I O N   L O G              *
000190*---------------------------------------------------------------*
000200* DATE       INIT  DESCRIPTION                                 *
000210* 2026-10-15  KN   ORIGINAL PROGRAM.  INITIAL LOAD OF THE      *
000220*                  KEYED CATALOGS: BUILDS THE INDEXED          *
000230*                  HYGGE-MSG-FILE FROM THE FLAT HYGGEMSQ TEXT  *
000240*                  FILE (HYGMSGI LAYOUT) AND THE INDEXED       *
000250*                  HYGGE-CAT-FILE FROM THE FLAT HYGGECSQ FILE. *
000260*                  A CATALOG THAT ALREADY HOLDS RECORDS IS     *
000270*                  LEFT ALONE (NOTED, NOT AN ERROR) - FROM     *
000280*                  THEN ON EVERY CHANGE GOES THROUGH HYGGEMNT  *
000290*                  AND ITS AUDIT TRAIL.                        *
000300*                  A MALFORMED OR DUPLICATE LINE REJECTS THAT  *
000310*                  CATALOG'S WHOLE LOAD (THE CATALOG IS LEFT   *
000320*                  EMPTY) AND ENDS WITH RETURN-CODE 8.         *
000330***************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT HYGGE-MSQ-FILE ASSIGN TO "HYGGEMSQ"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS HYGGE-MSQ-STATUS.
000400     SELECT HYGGE-CSQ-FILE ASSIGN TO "HYGGECSQ"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS HYGGE-CSQ-STATUS.
000430     SELECT HYGGE-MSG-FILE ASSIGN TO "HYGGEMSG"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS HM-MSG-KEY
000470         FILE STATUS IS HYGGE-MSG-STATUS.
000480     SELECT HYGGE-CAT-FILE ASSIGN TO "HYGGECAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS HCA-COMMAND-WORD
000520         FILE STATUS IS HYGGE-CAT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  HYGGE-MSQ-FILE
000560     RECORDING MODE IS F.
000570 COPY HYGMSGI.
000580 FD  HYGGE-CSQ-FILE
000590     RECORDING MODE IS F.
000600 01  HYGGE-CSQ-RECORD             PIC X(101).
000610 FD  HYGGE-MSG-FILE.
000620 COPY HYGMSGR.
000630 FD  HYGGE-CAT-FILE.
000640 COPY HYGCATR.
000650 WORKING-STORAGE SECTION.
000660 01  HYGGELOD-SWITCHES.
000670     05  LOD-MSQ-EOF-SW           PIC X(01) VALUE "N".
000680         88  LOD-MSQ-EOF                    VALUE "Y".
000690     05  LOD-CSQ-EOF-SW           PIC X(01) VALUE "N".
000700         88  LOD-CSQ-EOF                    VALUE "Y".
000710     05  LOD-TARGET-LOADED-SW     PIC X(01) VALUE "N".
000720         88  LOD-TARGET-LOADED              VALUE "Y".
000730     05  LOD-LINE-ERROR-SW        PIC X(01) VALUE "N".
000740         88  LOD-LINE-IN-ERROR              VALUE "Y".
000750 01  HYGGE-MSQ-STATUS             PIC X(02) VALUE SPACES.
000760     88  HYGGE-MSQ-STATUS-OK                VALUE "00".
000770     88  HYGGE-MSQ-NOT-FOUND                VALUE "35".
000780 01  HYGGE-CSQ-STATUS             PIC X(02) VALUE SPACES.
000790     88  HYGGE-CSQ-STATUS-OK                VALUE "00".
000800     88  HYGGE-CSQ-NOT-FOUND                VALUE "35".
000810 01  HYGGE-MSG-STATUS             PIC X(02) VALUE SPACES.
000820     88  HYGGE-MSG-STATUS-OK                VALUE "00".
000830     88  HYGGE-MSG-NOT-FOUND                VALUE "35".
000840 01  HYGGE-CAT-STATUS             PIC X(02) VALUE SPACES.
000850     88  HYGGE-CAT-STATUS-OK                VALUE "00".
000860     88  HYGGE-CAT-NOT-FOUND                VALUE "35".
000870 01  LOD-LINE-NO                  PIC 9(05) VALUE ZERO.
000880 01  LOD-LINE-EDIT                PIC ZZZZ9.
000890 01  LOD-SPACE-COUNT              PIC 9(02) VALUE ZERO.
000900 01  LOD-LOADED-COUNT             PIC 9(05) VALUE ZERO.
000910 01  LOD-REJECT-COUNT             PIC 9(05) VALUE ZERO.
000920 01  LOD-ERROR-COUNT              PIC 9(05) VALUE ZERO.
000930 01  LOD-COUNT-EDIT               PIC ZZ,ZZ9.
000940 01  LOD-FILE-NAME                PIC X(08) VALUE SPACES.
000950*
000960 PROCEDURE DIVISION.
000970*
000980***************************************************************
000990* 0000-MAINLINE                                                *
001000*   Lægger de to flade katalogfiler ind i de indekserede       *
001010*   kataloger, hvis de er tomme, og sætter RETURN-CODE 8 ved   *
001020*   ethvert fund.                                              *
001030***************************************************************
001040 0000-MAINLINE.
001050     DISPLAY "HYGGELOD - CATALOG INITIAL LOAD".
001060     PERFORM 1000-LOAD-MSG-CATALOG THRU 1000-EXIT.
001070     PERFORM 2000-LOAD-CAT-CATALOG THRU 2000-EXIT.
001080     PERFORM 9000-REPORT-AND-SET-RC THRU 9000-EXIT.
001090     STOP RUN.
001100*
001110***************************************************************
001120* 1000-LOAD-MSG-CATALOG                                        *
001130*   Bygger HYGGE-MSG-FILE fra HYGGEMSQ.  Står der allerede     *
001140*   rækker i kataloget, røres det ikke.  Blev en linje afvist, *
001150*   tømmes kataloget igen, så en rettet genkørsel kan starte   *
001160*   forfra - alt eller intet, som i HYGGEMNT.                  *
001170***************************************************************
001180 1000-LOAD-MSG-CATALOG.
001190     MOVE "HYGGEMSG" TO LOD-FILE-NAME.
001200     MOVE ZERO TO LOD-LINE-NO.
001210     MOVE ZERO TO LOD-LOADED-COUNT.
001220     MOVE ZERO TO LOD-REJECT-COUNT.
001230     PERFORM 1050-CHECK-MSG-EMPTY THRU 1050-EXIT.
001240     IF LOD-TARGET-LOADED
001250         DISPLAY "HYGGELOD: HYGGEMSG ALREADY HOLDS RECORDS - "
001260             "NOT RELOADED (USE HYGGEMNT)"
001270         GO TO 1000-EXIT
001280     END-IF.
001290     OPEN INPUT HYGGE-MSQ-FILE.
001300     IF NOT HYGGE-MSQ-STATUS-OK
001310         DISPLAY "HYGGELOD: CANNOT OPEN HYGGEMSQ, STATUS "
001320             HYGGE-MSQ-STATUS
001330         ADD 1 TO LOD-ERROR-COUNT
001340         GO TO 1000-EXIT
001350     END-IF.
001360     OPEN OUTPUT HYGGE-MSG-FILE.
001370     IF NOT HYGGE-MSG-STATUS-OK
001380         DISPLAY "HYGGELOD: CANNOT CREATE HYGGEMSG, STATUS "
001390             HYGGE-MSG-STATUS
001400         ADD 1 TO LOD-ERROR-COUNT
001410         CLOSE HYGGE-MSQ-FILE
001420         GO TO 1000-EXIT
001430     END-IF.
001440     PERFORM 1100-LOAD-ONE-MSG THRU 1100-EXIT
001450         UNTIL LOD-MSQ-EOF.
001460     CLOSE HYGGE-MSQ-FILE.
001470     CLOSE HYGGE-MSG-FILE.
001480     IF LOD-REJECT-COUNT > ZERO
001490         OPEN OUTPUT HYGGE-MSG-FILE
001500         CLOSE HYGGE-MSG-FILE
001510         MOVE ZERO TO LOD-LOADED-COUNT
001520     END-IF.
001530     PERFORM 8000-REPORT-ONE-CATALOG THRU 8000-EXIT.
001540 1000-EXIT.
001550     EXIT.
001560*
001570 1050-CHECK-MSG-EMPTY.
001580     MOVE "N" TO LOD-TARGET-LOADED-SW.
001590     OPEN INPUT HYGGE-MSG-FILE.
001600     IF HYGGE-MSG-STATUS-OK
001610         READ HYGGE-MSG-FILE NEXT RECORD
001620             AT END
001630                 CONTINUE
001640             NOT AT END
001650                 SET LOD-TARGET-LOADED TO TRUE
001660         END-READ
001670         CLOSE HYGGE-MSG-FILE
001680     END-IF.
001690 1050-EXIT.
001700     EXIT.
001710*
001720 1100-LOAD-ONE-MSG.
001730     READ HYGGE-MSQ-FILE
001740         AT END
001750             SET LOD-MSQ-EOF TO TRUE
001760     END-READ.
001770     IF LOD-MSQ-EOF
001780         GO TO 1100-EXIT
001790     END-IF.
001800     ADD 1 TO LOD-LINE-NO.
001810     MOVE "N" TO LOD-LINE-ERROR-SW.
001820     PERFORM 1200-CHECK-MSG-IMAGE THRU 1200-EXIT.
001830     IF LOD-LINE-IN-ERROR
001840         GO TO 1100-EXIT
001850     END-IF.
001860     MOVE HMI-LANG-CODE     TO HM-LANG-CODE.
001870     MOVE HMI-RANDOM-RESULT TO HM-RANDOM-RESULT.
001880     MOVE HMI-SEASON-CODE   TO HM-SEASON-CODE.
001890     MOVE HMI-CHANNEL-NAME  TO HM-CHANNEL-NAME.
001900     MOVE HMI-SEQUENCE-NO   TO HM-SEQUENCE-NO.
001910     MOVE HMI-DELAY-HINT    TO HM-DELAY-HINT.
001920     MOVE HMI-MESSAGE-TEXT  TO HM-MESSAGE-TEXT.
001930     WRITE HYGGE-MSG-RECORD
001940         INVALID KEY
001950             PERFORM 8100-REJECT-ONE-LINE THRU 8100-EXIT
001960             DISPLAY "          DUPLICATE KEY "
001970                 HMI-LANG-CODE "/" HMI-RANDOM-RESULT "/"
001980                 HMI-SEASON-CODE "/" HMI-CHANNEL-NAME "/"
001990                 HMI-SEQUENCE-NO
002000         NOT INVALID KEY
002010             ADD 1 TO LOD-LOADED-COUNT
002020     END-WRITE.
002030 1100-EXIT.
002040     EXIT.
002050*
002060***************************************************************
002070* 1200-CHECK-MSG-IMAGE                                         *
002080*   Samme formkrav som HYGGEMNT stiller til et MSG-billede.    *
002090***************************************************************
002100 1200-CHECK-MSG-IMAGE.
002110     MOVE ZERO TO LOD-SPACE-COUNT.
002120     INSPECT HMI-LANG-CODE
002130         TALLYING LOD-SPACE-COUNT FOR ALL " ".
002140     IF HMI-LANG-CODE NOT ALPHABETIC-UPPER
002150      OR LOD-SPACE-COUNT > ZERO
002160         PERFORM 8100-REJECT-ONE-LINE THRU 8100-EXIT
002170         DISPLAY "          BAD LANG CODE '" HMI-LANG-CODE "'"
002180     END-IF.
002190     IF HMI-RANDOM-RESULT NOT NUMERIC
002200         PERFORM 8100-REJECT-ONE-LINE THRU 8100-EXIT
002210         DISPLAY "          BAD RANDOM-RESULT '"
002220             HMI-RANDOM-RESULT "'"
002230     END-IF.
002240     IF HMI-SEASON-CODE = SPACES
002250         PERFORM 8100-REJECT-ONE-LINE THRU 8100-EXIT
002260         DISPLAY "          MISSING SEASON CODE"
002270     END-IF.
002280     IF HMI-SEQUENCE-NO NOT NUMERIC
002290         PERFORM 8100-REJECT-ONE-LINE THRU 8100-EXIT
002300         DISPLAY "          BAD SEQUENCE NO '"
002310             HMI-SEQUENCE-NO "'"
002320     END-IF.
002330     IF HMI-DELAY-HINT NOT NUMERIC
002340         PERFORM 8100-REJECT-ONE-LINE THRU 8100-EXIT
002350         DISPLAY "          BAD DELAY HINT '"
002360             HMI-DELAY-HINT "'"
002370     END-IF.
002380     IF HMI-CHANNEL-NAME = SPACES
002390         PERFORM 8100-REJECT-ONE-LINE THRU 8100-EXIT
002400         DISPLAY "          MISSING CHANNEL ('*' OR A NAME)"
002410     END-IF.
002420     IF HMI-MESSAGE-TEXT = SPACES
002430         PERFORM 8100-REJECT-ONE-LINE THRU 8100-EXIT
002440         DISPLAY "          MISSING MESSAGE TEXT"
002450     END-IF.
002460 1200-EXIT.
002470     EXIT.
002480*
002490***************************************************************
002500* 2000-LOAD-CAT-CATALOG                                        *
002510*   Bygger HYGGE-CAT-FILE fra HYGGECSQ efter samme regler som  *
002520*   meddelelseskataloget.                                      *
002530***************************************************************
002540 2000-LOAD-CAT-CATALOG.
002550     MOVE "HYGGECAT" TO LOD-FILE-NAME.
002560     MOVE ZERO TO LOD-LINE-NO.
002570     MOVE ZERO TO LOD-LOADED-COUNT.
002580     MOVE ZERO TO LOD-REJECT-COUNT.
002590     PERFORM 2050-CHECK-CAT-EMPTY THRU 2050-EXIT.
002600     IF LOD-TARGET-LOADED
002610         DISPLAY "HYGGELOD: HYGGECAT ALREADY HOLDS RECORDS - "
002620             "NOT RELOADED (USE HYGGEMNT)"
002630         GO TO 2000-EXIT
002640     END-IF.
002650     OPEN INPUT HYGGE-CSQ-FILE.
002660     IF NOT HYGGE-CSQ-STATUS-OK
002670         DISPLAY "HYGGELOD: CANNOT OPEN HYGGECSQ, STATUS "
002680             HYGGE-CSQ-STATUS
002690         ADD 1 TO LOD-ERROR-COUNT
002700         GO TO 2000-EXIT
002710     END-IF.
002720     OPEN OUTPUT HYGGE-CAT-FILE.
002730     IF NOT HYGGE-CAT-STATUS-OK
002740         DISPLAY "HYGGELOD: CANNOT CREATE HYGGECAT, STATUS "
002750             HYGGE-CAT-STATUS
002760         ADD 1 TO LOD-ERROR-COUNT
002770         CLOSE HYGGE-CSQ-FILE
002780         GO TO 2000-EXIT
002790     END-IF.
002800     PERFORM 2100-LOAD-ONE-CAT THRU 2100-EXIT
002810         UNTIL LOD-CSQ-EOF.
002820     CLOSE HYGGE-CSQ-FILE.
002830     CLOSE HYGGE-CAT-FILE.
002840     IF LOD-REJECT-COUNT > ZERO
002850         OPEN OUTPUT HYGGE-CAT-FILE
002860         CLOSE HYGGE-CAT-FILE
002870         MOVE ZERO TO LOD-LOADED-COUNT
002880     END-IF.
002890     PERFORM 8000-REPORT-ONE-CATALOG THRU 8000-EXIT.
002900 2000-EXIT.
002910     EXIT.
002920*
002930 2050-CHECK-CAT-EMPTY.
002940     MOVE "N" TO LOD-TARGET-LOADED-SW.
002950     OPEN INPUT HYGGE-CAT-FILE.
002960     IF HYGGE-CAT-STATUS-OK
002970         READ HYGGE-CAT-FILE NEXT RECORD
002980             AT END
002990                 CONTINUE
003000             NOT AT END
003010                 SET LOD-TARGET-LOADED TO TRUE
003020         END-READ
003030         CLOSE HYGGE-CAT-FILE
003040     END-IF.
003050 2050-EXIT.
003060     EXIT.
003070*
003080 2100-LOAD-ONE-CAT.
003090     READ HYGGE-CSQ-FILE
003100         AT END
003110             SET LOD-CSQ-EOF TO TRUE
003120     END-READ.
003130     IF LOD-CSQ-EOF
003140         GO TO 2100-EXIT
003150     END-IF.
003160     ADD 1 TO LOD-LINE-NO.
003170     MOVE "N" TO LOD-LINE-ERROR-SW.
003180     MOVE HYGGE-CSQ-RECORD TO HYGGE-CAT-RECORD.
003190     IF HCA-COMMAND-WORD = SPACES
003200         PERFORM 8100-REJECT-ONE-LINE THRU 8100-EXIT
003210         DISPLAY "          MISSING COMMAND WORD"
003220     END-IF.
003230     IF HCA-RESPONSE-TEXT = SPACES
003240         PERFORM 8100-REJECT-ONE-LINE THRU 8100-EXIT
003250         DISPLAY "          MISSING RESPONSE TEXT"
003260     END-IF.
003270     IF LOD-LINE-IN-ERROR
003280         GO TO 2100-EXIT
003290     END-IF.
003300     WRITE HYGGE-CAT-RECORD
003310         INVALID KEY
003320             PERFORM 8100-REJECT-ONE-LINE THRU 8100-EXIT
003330             DISPLAY "          DUPLICATE COMMAND '"
003340                 HCA-COMMAND-WORD "'"
003350         NOT INVALID KEY
003360             ADD 1 TO LOD-LOADED-COUNT
003370     END-WRITE.
003380 2100-EXIT.
003390     EXIT.
003400*
003410***************************************************************
003420* 8000-REPORT-ONE-CATALOG                                      *
003430*   Én linje pr. katalog: indlæst, eller afvist og tømt.       *
003440***************************************************************
003450 8000-REPORT-ONE-CATALOG.
003460     IF LOD-REJECT-COUNT > ZERO
003470         MOVE LOD-REJECT-COUNT TO LOD-COUNT-EDIT
003480         DISPLAY "HYGGELOD: " LOD-FILE-NAME LOD-COUNT-EDIT
003490             " LINE(S) REJECTED - LOAD BACKED OUT, CATALOG"
003500             " LEFT EMPTY"
003510     ELSE
003520         MOVE LOD-LOADED-COUNT TO LOD-COUNT-EDIT
003530         DISPLAY "HYGGELOD: " LOD-FILE-NAME " LOADED"
003540             LOD-COUNT-EDIT " RECORD(S)"
003550     END-IF.
003560 8000-EXIT.
003570     EXIT.
003580*
003590***************************************************************
003600* 8100-REJECT-ONE-LINE                                         *
003610*   Skriver linjenummeret én gang og tæller op; kalderen       *
003620*   skriver selv årsagen bagefter.                             *
003630***************************************************************
003640 8100-REJECT-ONE-LINE.
003650     IF NOT LOD-LINE-IN-ERROR
003660         MOVE LOD-LINE-NO TO LOD-LINE-EDIT
003670         DISPLAY "HYGGELOD: " LOD-FILE-NAME " LINE"
003680             LOD-LINE-EDIT " REJECTED"
003690         ADD 1 TO LOD-REJECT-COUNT
003700         ADD 1 TO LOD-ERROR-COUNT
003710     END-IF.
003720     SET LOD-LINE-IN-ERROR TO TRUE.
003730 8100-EXIT.
003740     EXIT.
003750*
003760***************************************************************
003770* 9000-REPORT-AND-SET-RC                                       *
003780*   RETURN-CODE 8 ved ethvert fund, så scheduleren ikke        *
003790*   starter hygge-jobbet på et halvt indlæst katalog.          *
003800***************************************************************
003810 9000-REPORT-AND-SET-RC.
003820     IF LOD-ERROR-COUNT = ZERO
003830         DISPLAY "HYGGELOD: CATALOGS LOADED"
003840     ELSE
003850         MOVE LOD-ERROR-COUNT TO LOD-COUNT-EDIT
003860         DISPLAY "HYGGELOD:" LOD-COUNT-EDIT " FINDING(S)"
003870         MOVE 8 TO RETURN-CODE
003880     END-IF.
003890 9000-EXIT.
003900     EXIT.
