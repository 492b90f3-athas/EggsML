000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HYGGELDG.
000120 AUTHOR. K. NIELSEN.
000130 INSTALLATION. CONCIEGGS DATA CENTER.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170***************************************************************
000180*                 M O D I F I C A T I O N   L O G              *
000190*---------------------------------------------------------------*
000200* DATE       INIT  DESCRIPTION                                 *
000210* 2026-10-15  KN   ORIGINAL PROGRAM.  RUN LEDGER AND STEP GATE *
000220*                  FOR THE HYGGE JOB STREAM, CALLED BY         *
000230*                  HYGGEVAL, HYGGEDRV, HYGGECMD, HYGGEREC,     *
000240*                  HYGGEBAL, HYGGEHKP, HYGGEENG AND HYGGEMNT   *
000250*                  WITH THE HYGLDGL PARAMETER BLOCK.  START    *
000260*                  CHECKS HYGGE-RUN-FILE FOR THE STEP'S        *
000270*                  PREDECESSORS: THE LATEST RECORD FOR EACH    *
000280*                  ON THE SAME RUN DATE MUST BE ENDED WITH     *
000290*                  RETURN-CODE 4 OR LESS, OR THE STEP IS       *
000300*                  REFUSED (RETURN-CODE 12, RECORDED AS        *
000310*                  REFUSED).  END APPENDS THE STEP'S RECORD    *
000320*                  WITH ITS RETURN-CODE AND KEY COUNTS.        *
000330* 2026-10-15  KN   HYGGEINT, THE RELAY INTAKE STEP, IS NOW A   *
000340*                  PREDECESSOR OF HYGGEDRV, HYGGECMD, HYGGEREC *
000350*                  AND HYGGEENG, SO NONE OF THEM READS A RELAY *
000360*                  FILE THE INTAKE HAS NOT CLEANED FOR THE RUN *
000370*                  DATE.  HYGGEINT ITSELF HAS NO PREDECESSOR.  *
000380* 2026-10-15  KN   THE RUN DATE IS NOW THE STREAM'S BUSINESS   *
000390*                  DATE FROM THE HYGGE-RDT-PARM-FILE RUN-DATE  *
000400*                  CARD (HYGRDTP) INSTEAD OF THE SYSTEM CLOCK, *
000410*                  SO A STEP THAT STARTS AFTER MIDNIGHT STILL  *
000420*                  FINDS PREDECESSORS THAT RAN BEFORE IT.      *
000430*                  WITHOUT A VALID CARD THE SYSTEM DATE IS     *
000440*                  USED AS BEFORE.                             *
000450***************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT HYGGE-RUN-FILE ASSIGN TO "HYGGERUN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS HYGGE-RUN-STATUS.
000520     SELECT HYGGE-RDT-PARM-FILE ASSIGN TO "HYGGERDP"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS HYGGE-RDP-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  HYGGE-RUN-FILE
000580     RECORDING MODE IS F.
000590 COPY HYGRUNR.
000600 FD  HYGGE-RDT-PARM-FILE
000610     RECORDING MODE IS F.
000620 COPY HYGRDTP.
000630 WORKING-STORAGE SECTION.
000640 01  HYGGELDG-SWITCHES.
000650     05  LDG-RUN-EOF-SW           PIC X(01) VALUE "N".
000660         88  LDG-RUN-EOF                    VALUE "Y".
000670     05  LDG-REFUSED-SW           PIC X(01) VALUE "N".
000680         88  LDG-REFUSED                    VALUE "Y".
000690     05  LDG-RDP-EOF-SW           PIC X(01) VALUE "N".
000700         88  LDG-RDP-EOF                    VALUE "Y".
000710 01  HYGGE-RUN-STATUS             PIC X(02) VALUE SPACES.
000720     88  HYGGE-RUN-STATUS-OK                VALUE "00".
000730     88  HYGGE-RUN-NOT-FOUND                VALUE "35".
000740 01  HYGGE-RDP-STATUS             PIC X(02) VALUE SPACES.
000750     88  HYGGE-RDP-STATUS-OK                VALUE "00".
000760     88  HYGGE-RDP-NOT-FOUND                VALUE "35".
000770*
000780* Trinenes rækkefølge.  Hver række: trinet, dernæst et trin
000790* der skal være endt rent samme kørselsdato før det må starte.
000800* HYGGEVAL, HYGGEINT og HYGGEMNT har ingen forgængere.
000810*
000820 01  LDG-DEPENDENCY-VALUES.
000830     05  FILLER                   PIC X(16)
000840                                  VALUE "HYGGEDRVHYGGEVAL".
000850     05  FILLER                   PIC X(16)
000860                                  VALUE "HYGGEDRVHYGGEINT".
000870     05  FILLER                   PIC X(16)
000880                                  VALUE "HYGGECMDHYGGEVAL".
000890     05  FILLER                   PIC X(16)
000900                                  VALUE "HYGGECMDHYGGEINT".
000910     05  FILLER                   PIC X(16)
000920                                  VALUE "HYGGERECHYGGEDRV".
000930     05  FILLER                   PIC X(16)
000940                                  VALUE "HYGGERECHYGGEINT".
000950     05  FILLER                   PIC X(16)
000960                                  VALUE "HYGGEENGHYGGEDRV".
000970     05  FILLER                   PIC X(16)
000980                                  VALUE "HYGGEENGHYGGEINT".
000990     05  FILLER                   PIC X(16)
001000                                  VALUE "HYGGEBALHYGGEREC".
001010     05  FILLER                   PIC X(16)
001020                                  VALUE "HYGGEHKPHYGGEREC".
001030 01  LDG-DEPENDENCY-TABLE REDEFINES LDG-DEPENDENCY-VALUES.
001040     05  LDP-ENTRY OCCURS 10 TIMES INDEXED BY LDP-IDX.
001050         10  LDP-PROGRAM-ID       PIC X(08).
001060         10  LDP-PREDECESSOR-ID   PIC X(08).
001070 01  LDG-DEPENDENCY-COUNT         PIC 9(02) VALUE 10.
001080 01  LDG-PRED-TABLE-MAX           PIC 9(02) VALUE 5.
001090 01  LDG-PRED-TABLE-COUNT         PIC 9(02) VALUE ZERO.
001100 01  LDG-PRED-TABLE.
001110     05  LPR-ENTRY OCCURS 5 TIMES INDEXED BY LPR-IDX.
001120         10  LPR-PROGRAM-ID       PIC X(08).
001130         10  LPR-FOUND-SW         PIC X(01).
001140             88  LPR-FOUND                  VALUE "Y".
001150         10  LPR-RUN-STATUS       PIC X(07).
001160             88  LPR-STATUS-ENDED           VALUE "ENDED".
001170         10  LPR-RETURN-CODE      PIC 9(04).
001180         10  LPR-END-TIME         PIC 9(08).
001190 01  LDG-CLEAN-RC-MAX             PIC 9(04) VALUE 4.
001200 01  LDG-REFUSED-RC               PIC 9(04) VALUE 12.
001210 01  LDG-END-TIME                 PIC 9(08) VALUE ZERO.
001220 01  LDG-RUN-STATUS               PIC X(07) VALUE SPACES.
001230 01  LDG-COUNT-SUB                PIC 9(01) VALUE ZERO.
001240*
001250 LINKAGE SECTION.
001260 COPY HYGLDGL.
001270*
001280 PROCEDURE DIVISION USING HYGGE-LDG-PARMS.
001290*
001300***************************************************************
001310* 0000-MAINLINE                                                *
001320*   START: stempler kørselsdato (fra HYGGERDP) og starttid og  *
001330*   tjekker forgængerne.  END: tilføjer trinets ledger-række.  *
001340*   Programmet bliver indlæst mellem kald, så alle             *
001350*   arbejdsfelter nulstilles her.                              *
001360***************************************************************
001370 0000-MAINLINE.
001380     MOVE "N" TO LDG-RUN-EOF-SW.
001390     MOVE "N" TO LDG-REFUSED-SW.
001400     MOVE "N" TO LDG-RDP-EOF-SW.
001410     MOVE ZERO TO LDG-PRED-TABLE-COUNT.
001420     IF HLD-FUNCTION-START
001430         PERFORM 1000-START-STEP THRU 1000-EXIT
001440     ELSE
001450         PERFORM 3000-END-STEP THRU 3000-EXIT
001460     END-IF.
001470     GOBACK.
001480*
001490***************************************************************
001500* 1000-START-STEP                                              *
001510*   Finder trinets forgængere, læser deres seneste række for   *
001520*   samme kørselsdato og afviser trinet hvis blot én af dem    *
001530*   ikke er endt rent.                                         *
001540***************************************************************
001550 1000-START-STEP.
001560     PERFORM 1050-READ-RUN-DATE THRU 1050-EXIT.
001570     MOVE FUNCTION CURRENT-DATE (9:8) TO HLD-START-TIME.
001580     MOVE ZERO TO HLD-RETURN-CODE.
001590     SET HLD-GATE-OPEN TO TRUE.
001600     PERFORM 1100-NOTE-ONE-DEPENDENCY THRU 1100-EXIT
001610         VARYING LDP-IDX FROM 1 BY 1
001620         UNTIL LDP-IDX > LDG-DEPENDENCY-COUNT.
001630     IF LDG-PRED-TABLE-COUNT = ZERO
001640         GO TO 1000-EXIT
001650     END-IF.
001660     OPEN INPUT HYGGE-RUN-FILE.
001670     IF HYGGE-RUN-STATUS-OK
001680         PERFORM 1200-READ-ONE-RUN THRU 1200-EXIT
001690             UNTIL LDG-RUN-EOF
001700         CLOSE HYGGE-RUN-FILE
001710     ELSE
001720         IF NOT HYGGE-RUN-NOT-FOUND
001730             DISPLAY "HYGGELDG: CANNOT READ HYGGERUN, STATUS "
001740                 HYGGE-RUN-STATUS
001750         END-IF
001760     END-IF.
001770     PERFORM 1400-CHECK-ONE-PREDECESSOR THRU 1400-EXIT
001780         VARYING LPR-IDX FROM 1 BY 1
001790         UNTIL LPR-IDX > LDG-PRED-TABLE-COUNT.
001800     IF LDG-REFUSED
001810         DISPLAY HLD-PROGRAM-ID ": NOT STARTED FOR RUN DATE "
001820             HLD-RUN-DATE " - RERUN THE STEP(S) ABOVE FIRST,"
001830             " RETURN-CODE " LDG-REFUSED-RC
001840         MOVE LDG-REFUSED-RC TO HLD-RETURN-CODE
001850         SET HLD-GATE-CLOSED TO TRUE
001860         MOVE HLD-START-TIME TO LDG-END-TIME
001870         MOVE "REFUSED" TO LDG-RUN-STATUS
001880         PERFORM 2000-APPEND-RUN-RECORD THRU 2000-EXIT
001890     END-IF.
001900 1000-EXIT.
001910     EXIT.
001920*
001930***************************************************************
001940* 1050-READ-RUN-DATE                                           *
001950*   Kørselsdatoen er strømmens forretningsdato fra             *
001960*   HYGGE-RDT-PARM-FILE, ikke uret - ellers finder et trin,    *
001970*   der starter efter midnat, ingen forgængere.  Mangler       *
001980*   kortet, eller er datoen ikke et tal, bruges dagens dato.   *
001990***************************************************************
002000 1050-READ-RUN-DATE.
002010     MOVE FUNCTION CURRENT-DATE (1:8) TO HLD-RUN-DATE.
002020     OPEN INPUT HYGGE-RDT-PARM-FILE.
002030     IF NOT HYGGE-RDP-STATUS-OK
002040         DISPLAY "HYGGELDG: NO HYGGERDP RUN DATE, USING TODAY "
002050             HLD-RUN-DATE
002060         GO TO 1050-EXIT
002070     END-IF.
002080     READ HYGGE-RDT-PARM-FILE
002090         AT END
002100             SET LDG-RDP-EOF TO TRUE
002110     END-READ.
002120     IF NOT LDG-RDP-EOF
002130        AND HRD-RUN-DATE NUMERIC
002140        AND HRD-RUN-DATE > ZERO
002150         MOVE HRD-RUN-DATE TO HLD-RUN-DATE
002160     ELSE
002170         DISPLAY "HYGGELDG: HYGGERDP RUN DATE NOT VALID, "
002180             "USING TODAY " HLD-RUN-DATE
002190     END-IF.
002200     CLOSE HYGGE-RDT-PARM-FILE.
002210 1050-EXIT.
002220     EXIT.
002230*
002240 1100-NOTE-ONE-DEPENDENCY.
002250     IF LDP-PROGRAM-ID (LDP-IDX) = HLD-PROGRAM-ID
002260        AND LDG-PRED-TABLE-COUNT < LDG-PRED-TABLE-MAX
002270         ADD 1 TO LDG-PRED-TABLE-COUNT
002280         SET LPR-IDX TO LDG-PRED-TABLE-COUNT
002290         MOVE LDP-PREDECESSOR-ID (LDP-IDX)
002300             TO LPR-PROGRAM-ID (LPR-IDX)
002310         MOVE "N"    TO LPR-FOUND-SW (LPR-IDX)
002320         MOVE SPACES TO LPR-RUN-STATUS (LPR-IDX)
002330         MOVE ZERO   TO LPR-RETURN-CODE (LPR-IDX)
002340         MOVE ZERO   TO LPR-END-TIME (LPR-IDX)
002350     END-IF.
002360 1100-EXIT.
002370     EXIT.
002380*
002390***************************************************************
002400* 1200-READ-ONE-RUN                                            *
002410*   Ledgeren er kronologisk, så den sidste række for en        *
002420*   forgænger på kørselsdatoen er den der gælder.              *
002430***************************************************************
002440 1200-READ-ONE-RUN.
002450     READ HYGGE-RUN-FILE
002460         AT END
002470             SET LDG-RUN-EOF TO TRUE
002480     END-READ.
002490     IF NOT LDG-RUN-EOF
002500        AND HRU-RUN-DATE = HLD-RUN-DATE
002510         PERFORM 1300-MATCH-ONE-PREDECESSOR THRU 1300-EXIT
002520             VARYING LPR-IDX FROM 1 BY 1
002530             UNTIL LPR-IDX > LDG-PRED-TABLE-COUNT
002540     END-IF.
002550 1200-EXIT.
002560     EXIT.
002570*
002580 1300-MATCH-ONE-PREDECESSOR.
002590     IF HRU-PROGRAM-ID = LPR-PROGRAM-ID (LPR-IDX)
002600         MOVE "Y"             TO LPR-FOUND-SW (LPR-IDX)
002610         MOVE HRU-RUN-STATUS  TO LPR-RUN-STATUS (LPR-IDX)
002620         MOVE HRU-RETURN-CODE TO LPR-RETURN-CODE (LPR-IDX)
002630         MOVE HRU-END-TIME    TO LPR-END-TIME (LPR-IDX)
002640     END-IF.
002650 1300-EXIT.
002660     EXIT.
002670*
002680***************************************************************
002690* 1400-CHECK-ONE-PREDECESSOR                                   *
002700*   Ren afslutning: ENDED med RETURN-CODE 4 eller mindre.      *
002710*   Hver forgænger der ikke lever op til det får sin egen      *
002720*   linje, så operatøren kan se hvad der skal køres om.        *
002730***************************************************************
002740 1400-CHECK-ONE-PREDECESSOR.
002750     IF NOT LPR-FOUND (LPR-IDX)
002760         DISPLAY HLD-PROGRAM-ID ": REFUSED - "
002770             LPR-PROGRAM-ID (LPR-IDX)
002780             " HAS NOT RUN FOR " HLD-RUN-DATE
002790         SET LDG-REFUSED TO TRUE
002800         GO TO 1400-EXIT
002810     END-IF.
002820     IF NOT LPR-STATUS-ENDED (LPR-IDX)
002830         DISPLAY HLD-PROGRAM-ID ": REFUSED - "
002840             LPR-PROGRAM-ID (LPR-IDX)
002850             " WAS ITSELF REFUSED AT "
002860             LPR-END-TIME (LPR-IDX) " ON " HLD-RUN-DATE
002870         SET LDG-REFUSED TO TRUE
002880         GO TO 1400-EXIT
002890     END-IF.
002900     IF LPR-RETURN-CODE (LPR-IDX) > LDG-CLEAN-RC-MAX
002910         DISPLAY HLD-PROGRAM-ID ": REFUSED - "
002920             LPR-PROGRAM-ID (LPR-IDX)
002930             " ENDED RETURN-CODE " LPR-RETURN-CODE (LPR-IDX)
002940             " AT " LPR-END-TIME (LPR-IDX) " ON " HLD-RUN-DATE
002950         SET LDG-REFUSED TO TRUE
002960     END-IF.
002970 1400-EXIT.
002980     EXIT.
002990*
003000***************************************************************
003010* 2000-APPEND-RUN-RECORD                                       *
003020*   Tilføjer én række til HYGGE-RUN-FILE.  Kalderen har sat    *
003030*   status og sluttid; resten kommer fra parameterblokken.     *
003040***************************************************************
003050 2000-APPEND-RUN-RECORD.
003060     MOVE SPACES TO HYGGE-RUN-RECORD.
003070     MOVE LDG-RUN-STATUS  TO HRU-RUN-STATUS.
003080     MOVE HLD-PROGRAM-ID  TO HRU-PROGRAM-ID.
003090     MOVE HLD-RUN-DATE    TO HRU-RUN-DATE.
003100     MOVE HLD-START-TIME  TO HRU-START-TIME.
003110     MOVE LDG-END-TIME    TO HRU-END-TIME.
003120     MOVE HLD-RETURN-CODE TO HRU-RETURN-CODE.
003130     PERFORM 2100-MOVE-ONE-COUNT THRU 2100-EXIT
003140         VARYING LDG-COUNT-SUB FROM 1 BY 1
003150         UNTIL LDG-COUNT-SUB > 3.
003160     OPEN EXTEND HYGGE-RUN-FILE.
003170     IF HYGGE-RUN-NOT-FOUND
003180         OPEN OUTPUT HYGGE-RUN-FILE
003190     END-IF.
003200     IF HYGGE-RUN-STATUS-OK
003210         WRITE HYGGE-RUN-RECORD
003220         CLOSE HYGGE-RUN-FILE
003230     ELSE
003240         DISPLAY "HYGGELDG: CANNOT APPEND HYGGERUN, STATUS "
003250             HYGGE-RUN-STATUS
003260     END-IF.
003270 2000-EXIT.
003280     EXIT.
003290*
003300 2100-MOVE-ONE-COUNT.
003310     IF LDG-REFUSED
003320         MOVE SPACES TO HRU-COUNT-LABEL (LDG-COUNT-SUB)
003330         MOVE ZERO   TO HRU-COUNT-VALUE (LDG-COUNT-SUB)
003340     ELSE
003350         MOVE HLD-COUNT-LABEL (LDG-COUNT-SUB)
003360             TO HRU-COUNT-LABEL (LDG-COUNT-SUB)
003370         MOVE HLD-COUNT-VALUE (LDG-COUNT-SUB)
003380             TO HRU-COUNT-VALUE (LDG-COUNT-SUB)
003390     END-IF.
003400 2100-EXIT.
003410     EXIT.
003420*
003430***************************************************************
003440* 3000-END-STEP                                                *
003450*   Trinet er færdigt: tilføj rækken med sluttid, RETURN-CODE  *
003460*   og nøgletal.                                               *
003470***************************************************************
003480 3000-END-STEP.
003490     MOVE FUNCTION CURRENT-DATE (9:8) TO LDG-END-TIME.
003500     MOVE "ENDED" TO LDG-RUN-STATUS.
003510     PERFORM 2000-APPEND-RUN-RECORD THRU 2000-EXIT.
003520 3000-EXIT.
003530     EXIT.
