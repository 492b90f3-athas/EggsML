000630*                  CAN ACK THEM.  THE QUEUE IS NOW DRAINED     *
000640*                  RECORD FOR RECORD (NO TABLE CAP) AND ONLY   *
000650*                  CLEARED AFTER A COMPLETE DRAIN.             *
000660* 2026-10-15  KN   NOW CHECKS THE HYGGE-RUN-FILE RUN LEDGER    *
000670*                  THROUGH HYGGELDG BEFORE STARTING AND        *
000680*                  REFUSES TO RUN (RETURN-CODE 12) UNLESS      *
000690*                  HYGGEVAL ENDED CLEANLY, RETURN-CODE 4 OR    *
000700*                  LESS, FOR THE SAME RUN DATE.  APPENDS ITS   *
000710*                  OWN LEDGER RECORD AT THE END WITH ITS       *
000720*                  RETURN-CODE AND CHANNELS DRIVEN, CHANNELS   *
000730*                  SKIPPED AS ALREADY CHECKPOINTED AND REPOSTS *
000740*                  DRAINED.                                    *
000750* 2026-10-15  KN   ON A FRESH RUN ALSO CLEARS THE              *
000760*                  HYGGE-SRV-FILE SERVED REGISTER THAT HYGGE'S *
000770*                  CROSS-CHANNEL ECHO GUARD READS AND WRITES,  *
000780*                  SO ONLY THIS RUN'S SCENES COUNT; A RESTART  *
000790*                  KEEPS IT, LIKE THE RELAY FILE.              *
000800* 2026-10-15  KN   THE RUN LEDGER CHECK NOW ALSO WAITS FOR     *
000810*                  HYGGEINT, THE RELAY INTAKE, TO END CLEANLY  *
000820*                  FOR THE SAME RUN DATE BEFORE THIS STEP      *
000830*                  STARTS.                                     *
000840***************************************************************
000850 ENVIRONMENT DIVISION.
000860 INPUT-OUTPUT SECTION.
000870 FILE-CONTROL.
000880     SELECT HYGGE-CHANNEL-FILE ASSIGN TO "HYGGECHN"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS HYGGE-CHANNEL-STATUS.
000910     SELECT HYGGE-EVENT-FILE ASSIGN TO "HYGGEEVP"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS HYGGE-EVENT-STATUS.
000940     SELECT HYGGE-OUT-FILE ASSIGN TO "HYGGEOUT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS HYGGE-OUT-STATUS.
000970     SELECT HYGGE-CKP-FILE ASSIGN TO "HYGGECKP"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS HYGGE-CKP-STATUS.
001000     SELECT HYGGE-RPQ-FILE ASSIGN TO "HYGGERPQ"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS HYGGE-RPQ-STATUS.
001030     SELECT HYGGE-SRV-FILE ASSIGN TO "HYGGESRV"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS HYGGE-SRV-STATUS.
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  HYGGE-CHANNEL-FILE
001090     RECORDING MODE IS F.
001100 COPY HYGCHNR.
001110 FD  HYGGE-EVENT-FILE
001120     RECORDING MODE IS F.
001130 COPY HYGEVTP.
001140 FD  HYGGE-OUT-FILE
001150     RECORDING MODE IS F.
001160 COPY HYGOUTR.
001170 FD  HYGGE-CKP-FILE
001180     RECORDING MODE IS F.
001190 COPY HYGCKPR.
001200 FD  HYGGE-RPQ-FILE
001210     RECORDING MODE IS F.
001220 COPY HYGRPQR.
001230 FD  HYGGE-SRV-FILE
001240     RECORDING MODE IS F.
001250 COPY HYGSRVR.
001260 WORKING-STORAGE SECTION.
001270 01  HYGGEDRV-SWITCHES.
001280     05  HYGGE-CHANNEL-EOF-SW     PIC X(01) VALUE "N".
001290         88  HYGGE-CHANNEL-EOF              VALUE "Y".
001300     05  HYGGE-EVENT-EOF-SW       PIC X(01) VALUE "N".
001310         88  HYGGE-EVENT-EOF                VALUE "Y".
001320     05  HYGGE-CKP-EOF-SW         PIC X(01) VALUE "N".
001330         88  HYGGE-CKP-EOF                  VALUE "Y".
001340     05  HYGGE-RPQ-EOF-SW         PIC X(01) VALUE "N".
001350         88  HYGGE-RPQ-EOF                  VALUE "Y".
001360     05  DRV-RESTART-SW           PIC X(01) VALUE "N".
001370         88  DRV-RESTART-MODE               VALUE "Y".
001380     05  DRV-CHANNEL-DONE-SW      PIC X(01) VALUE "N".
001390         88  DRV-CHANNEL-DONE               VALUE "Y".
001400 01  HYGGE-CHANNEL-STATUS         PIC X(02) VALUE SPACES.
001410     88  HYGGE-CHANNEL-STATUS-OK             VALUE "00".
001420     88  HYGGE-CHANNEL-NOT-FOUND             VALUE "35".
001430 01  HYGGE-EVENT-STATUS           PIC X(02) VALUE SPACES.
001440     88  HYGGE-EVENT-STATUS-OK               VALUE "00".
001450     88  HYGGE-EVENT-NOT-FOUND               VALUE "35".
001460 01  HYGGE-OUT-STATUS             PIC X(02) VALUE SPACES.
001470     88  HYGGE-OUT-STATUS-OK                 VALUE "00".
001480     88  HYGGE-OUT-NOT-FOUND                 VALUE "35".
001490 01  HYGGE-CKP-STATUS             PIC X(02) VALUE SPACES.
001500     88  HYGGE-CKP-STATUS-OK                 VALUE "00".
001510     88  HYGGE-CKP-NOT-FOUND                 VALUE "35".
001520 01  HYGGE-RPQ-STATUS             PIC X(02) VALUE SPACES.
001530     88  HYGGE-RPQ-STATUS-OK                 VALUE "00".
001540     88  HYGGE-RPQ-NOT-FOUND                 VALUE "35".
001550 01  HYGGE-SRV-STATUS             PIC X(02) VALUE SPACES.
001560     88  HYGGE-SRV-STATUS-OK                 VALUE "00".
001570     88  HYGGE-SRV-NOT-FOUND                 VALUE "35".
001580 01  DRV-CHANNEL-NAME             PIC X(20) VALUE SPACES.
001590 01  DRV-OCCUPANT-COUNT           PIC 9(04) VALUE ZERO.
001600 01  DRV-EVENT-ID                 PIC X(20) VALUE SPACES.
001610 01  DRV-LANG-CODE                PIC X(02) VALUE SPACES.
001620 01  DRV-RUN-KEY                  PIC X(20) VALUE SPACES.
001630 01  DRV-RUN-DATE                 PIC 9(08) VALUE ZERO.
001640 01  DRV-CKP-TABLE-MAX            PIC 9(03) VALUE 100.
001650 01  DRV-CKP-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001660 01  DRV-CKP-TABLE.
001670     05  DCK-ENTRY OCCURS 100 TIMES INDEXED BY DCK-IDX.
001680         10  DCK-CHANNEL-NAME    PIC X(20).
001690 01  DRV-DRIVEN-COUNT             PIC 9(07) VALUE ZERO.
001700 01  DRV-SKIPPED-COUNT            PIC 9(07) VALUE ZERO.
001710 01  DRV-REPOST-COUNT             PIC 9(07) VALUE ZERO.
001720 COPY HYGLDGL.
001730*
001740 PROCEDURE DIVISION.
001750*
001760***************************************************************
001770* 0000-MAINLINE                                                *
001780*   Læser hændelses-id'et, indlæser checkpoints fra et evt.    *
001790*   afbrudt køre, tømmer relay-filen og registret over         *
001800*   serverede scener (kun ved frisk start) og                  *
001810*   kalder HYGGE én gang pr. kanal i HYGGE-CHANNEL-FILE.       *
001820***************************************************************
001830 0000-MAINLINE.
001840     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
001850     IF HLD-GATE-CLOSED
001860         STOP RUN
001870     END-IF.
001880     PERFORM 1100-READ-EVENT-ID THRU 1100-EXIT.
001890     PERFORM 1150-RESOLVE-RUN-KEY THRU 1150-EXIT.
001900     PERFORM 1300-LOAD-CHECKPOINTS THRU 1300-EXIT.
001910     IF NOT DRV-RESTART-MODE
001920         PERFORM 1200-CLEAR-RELAY-OUTPUT THRU 1200-EXIT
001930         PERFORM 1400-CLEAR-CHECKPOINTS THRU 1400-EXIT
001940         PERFORM 1450-CLEAR-SERVED-REGISTER THRU 1450-EXIT
001950     END-IF.
001960     PERFORM 1500-DRAIN-REPOST-QUEUE THRU 1500-EXIT.
001970     PERFORM 2000-PROCESS-ALL-CHANNELS THRU 2000-EXIT.
001980     PERFORM 9000-WRITE-RUN-LEDGER THRU 9000-EXIT.
001990     STOP RUN.
002000*
002010***************************************************************
002020* 0100-CHECK-RUN-LEDGER                                        *
002030*   Spørger HYGGELDG, om trinets forgængere er endt rent for   *
002040*   samme kørselsdato.  Ellers stopper trinet med RETURN-CODE  *
002050*   12, før det har rørt en eneste fil.                        *
002060***************************************************************
002070 0100-CHECK-RUN-LEDGER.
002080     MOVE "HYGGEDRV" TO HLD-PROGRAM-ID.
002090     SET HLD-FUNCTION-START TO TRUE.
002100     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
002110     IF HLD-GATE-CLOSED
002120         MOVE HLD-RETURN-CODE TO RETURN-CODE
002130     END-IF.
002140 0100-EXIT.
002150     EXIT.
002160*
002170***************************************************************
002180* 1100-READ-EVENT-ID                                           *
002190*   Henter id'et på den IRC-hændelse, der udløste dette køre,  *
002200*   fra HYGGE-EVENT-FILE.                                      *
002210***************************************************************
002220 1100-READ-EVENT-ID.
002230     OPEN INPUT HYGGE-EVENT-FILE.
002240     IF HYGGE-EVENT-STATUS-OK
002250         READ HYGGE-EVENT-FILE
002260             AT END
002270                 SET HYGGE-EVENT-EOF TO TRUE
002280         END-READ
002290         IF NOT HYGGE-EVENT-EOF
002300             MOVE HEP-EVENT-ID TO DRV-EVENT-ID
002310         END-IF
002320         CLOSE HYGGE-EVENT-FILE
002330     END-IF.
002340 1100-EXIT.
002350     EXIT.
002360*
002370***************************************************************
002380* 1150-RESOLVE-RUN-KEY                                         *
002390*   Nøglen for dette køre er hændelses-id'et; var HYGGEEVP     *
002400*   tom, bruges kørselsdatoen i stedet, så også et køre uden   *
002410*   event-id kan genstartes uden dobbeltpost.                  *
002420***************************************************************
002430 1150-RESOLVE-RUN-KEY.
002440     IF DRV-EVENT-ID NOT = SPACES
002450         MOVE DRV-EVENT-ID TO DRV-RUN-KEY
002460     ELSE
002470         MOVE FUNCTION CURRENT-DATE (1:8) TO DRV-RUN-DATE
002480         MOVE DRV-RUN-DATE TO DRV-RUN-KEY
002490     END-IF.
002500 1150-EXIT.
002510     EXIT.
002520*
002530***************************************************************
002540* 1200-CLEAR-RELAY-OUTPUT                                      *
002550*   Tømmer HYGGE-OUT-FILE én gang pr. kørsel, så HYGGE kan     *
002560*   tilføje én relay-række pr. kanal uden at den forrige        *
002570*   kanals linje bliver overskrevet.  Springes over i          *
002580*   restart-tilstand, så linjer relayet endnu ikke har pollet  *
002590*   overlever genstarten.                                      *
002600***************************************************************
002610 1200-CLEAR-RELAY-OUTPUT.
002620     OPEN OUTPUT HYGGE-OUT-FILE.
002630     IF HYGGE-OUT-STATUS-OK
002640         CLOSE HYGGE-OUT-FILE
002650     END-IF.
002660 1200-EXIT.
002670     EXIT.
002680*
002690***************************************************************
002700* 1300-LOAD-CHECKPOINTS                                        *
002710*   Læser HYGGE-CKP-FILE og samler de kanaler, der allerede er *
002720*   gjort færdige for dette runs nøgle.  Findes der mindst én, *
002730*   er vi i restart-tilstand.                                  *
002740***************************************************************
002750 1300-LOAD-CHECKPOINTS.
002760     MOVE ZERO TO DRV-CKP-TABLE-COUNT.
002770     OPEN INPUT HYGGE-CKP-FILE.
002780     IF HYGGE-CKP-STATUS-OK
002790         PERFORM 1310-READ-ONE-CHECKPOINT THRU 1310-EXIT
002800             UNTIL HYGGE-CKP-EOF
002810         CLOSE HYGGE-CKP-FILE
002820     END-IF.
002830     IF DRV-CKP-TABLE-COUNT > ZERO
002840         SET DRV-RESTART-MODE TO TRUE
002850     END-IF.
002860 1300-EXIT.
002870     EXIT.
002880*
002890 1310-READ-ONE-CHECKPOINT.
002900     READ HYGGE-CKP-FILE
002910         AT END
002920             SET HYGGE-CKP-EOF TO TRUE
002930     END-READ.
002940     IF NOT HYGGE-CKP-EOF
002950         IF HK-RUN-KEY = DRV-RUN-KEY
002960            AND DRV-CKP-TABLE-COUNT < DRV-CKP-TABLE-MAX
002970             ADD 1 TO DRV-CKP-TABLE-COUNT
002980             MOVE HK-CHANNEL-NAME
002990                 TO DCK-CHANNEL-NAME (DRV-CKP-TABLE-COUNT)
003000         END-IF
003010     END-IF.
003020 1310-EXIT.
003030     EXIT.
003040*
003050***************************************************************
003060* 1400-CLEAR-CHECKPOINTS                                       *
003070*   Ved frisk start tømmes HYGGE-CKP-FILE, så gamle runs        *
003080*   nøgler ikke hober sig op i filen.                          *
003090***************************************************************
003100 1400-CLEAR-CHECKPOINTS.
003110     OPEN OUTPUT HYGGE-CKP-FILE.
003120     IF HYGGE-CKP-STATUS-OK
003130         CLOSE HYGGE-CKP-FILE
003140     END-IF.
003150 1400-EXIT.
003160     EXIT.
003170*
003180***************************************************************
003190* 1450-CLEAR-SERVED-REGISTER                                   *
003200*   Tømmer HYGGE-SRV-FILE ved frisk start, så HYGGE's          *
003210*   ekkovagt kun ser de scener, der er sendt i dette køre.  I  *
003220*   restart-tilstand bliver registret stående, så de kanaler,  *
003230*   der allerede er kørt, stadig tæller med.                   *
003240***************************************************************
003250 1450-CLEAR-SERVED-REGISTER.
003260     OPEN OUTPUT HYGGE-SRV-FILE.
003270     IF HYGGE-SRV-STATUS-OK
003280         CLOSE HYGGE-SRV-FILE
003290     END-IF.
003300 1450-EXIT.
003310     EXIT.
003320*
003330***************************************************************
003340* 1500-DRAIN-REPOST-QUEUE                                      *
003350*   Kopierer genpost-køen fra HYGGEREC række for række direkte *
003360*   over i relay-filen - ingen tabel, så ingen stille grænse   *
003370*   for hvor mange linjer et relay-udfald kan efterlade.  Køen *
003380*   tømmes først, når alt er drænet; fejler relay-filens       *
003390*   åbning, bliver køen stående urørt til næste kørsel.        *
003400***************************************************************
003410 1500-DRAIN-REPOST-QUEUE.
003420     MOVE "N" TO HYGGE-RPQ-EOF-SW.
003430     OPEN INPUT HYGGE-RPQ-FILE.
003440     IF NOT HYGGE-RPQ-STATUS-OK
003450         GO TO 1500-EXIT
003460     END-IF.
003470     OPEN EXTEND HYGGE-OUT-FILE.
003480     IF HYGGE-OUT-NOT-FOUND
003490         OPEN OUTPUT HYGGE-OUT-FILE
003500     END-IF.
003510     IF HYGGE-OUT-STATUS-OK
003520         PERFORM 1510-RELAY-ONE-REPOST THRU 1510-EXIT
003530             UNTIL HYGGE-RPQ-EOF
003540         CLOSE HYGGE-OUT-FILE
003550         CLOSE HYGGE-RPQ-FILE
003560         OPEN OUTPUT HYGGE-RPQ-FILE
003570         IF HYGGE-RPQ-STATUS-OK
003580             CLOSE HYGGE-RPQ-FILE
003590         END-IF
003600     ELSE
003610         CLOSE HYGGE-RPQ-FILE
003620     END-IF.
003630 1500-EXIT.
003640     EXIT.
003650*
003660 1510-RELAY-ONE-REPOST.
003670     READ HYGGE-RPQ-FILE
003680         AT END
003690             SET HYGGE-RPQ-EOF TO TRUE
003700     END-READ.
003710     IF NOT HYGGE-RPQ-EOF
003720         MOVE SPACES          TO HYGGE-OUT-RECORD
003730         MOVE HQ-CHANNEL-NAME TO HO-CHANNEL-NAME
003740         MOVE HQ-EVENT-ID     TO HO-EVENT-ID
003750         MOVE 1               TO HO-SEQUENCE-NO
003760         MOVE ZERO            TO HO-DELAY-HINT
003770         MOVE HQ-MESSAGE-TEXT TO HO-MESSAGE-TEXT
003780         WRITE HYGGE-OUT-RECORD
003790         ADD 1 TO DRV-REPOST-COUNT
003800     END-IF.
003810 1510-EXIT.
003820     EXIT.
003830*
003840***************************************************************
003850* 2000-PROCESS-ALL-CHANNELS                                    *
003860*   Løber hele HYGGE-CHANNEL-FILE igennem og kalder HYGGE for  *
003870*   hver kanal med dens egen kontekst.                         *
003880***************************************************************
003890 2000-PROCESS-ALL-CHANNELS.
003900     OPEN INPUT HYGGE-CHANNEL-FILE.
003910     IF HYGGE-CHANNEL-STATUS-OK
003920         PERFORM 2100-PROCESS-ONE-CHANNEL THRU 2100-EXIT
003930             UNTIL HYGGE-CHANNEL-EOF
003940         CLOSE HYGGE-CHANNEL-FILE
003950     END-IF.
003960 2000-EXIT.
003970     EXIT.
003980*
003990***************************************************************
004000* 2100-PROCESS-ONE-CHANNEL                                     *
004010*   Læser én HYGGE-CHANNEL-RECORD og kalder HYGGE med den,     *
004020*   medmindre kanalen allerede er checkpointet for dette runs  *
004030*   nøgle.  Efter kaldet skrives kanalens checkpoint.          *
004040***************************************************************
004050 2100-PROCESS-ONE-CHANNEL.
004060     READ HYGGE-CHANNEL-FILE
004070         AT END
004080             SET HYGGE-CHANNEL-EOF TO TRUE
004090     END-READ.
004100     IF NOT HYGGE-CHANNEL-EOF
004110         MOVE HC-CHANNEL-NAME    TO DRV-CHANNEL-NAME
004120         MOVE HC-OCCUPANT-COUNT  TO DRV-OCCUPANT-COUNT
004130         MOVE HC-LANG-CODE       TO DRV-LANG-CODE
004140         PERFORM 2200-CHECK-CHANNEL-DONE THRU 2200-EXIT
004150         IF NOT DRV-CHANNEL-DONE
004160             CALL "HYGGE" USING DRV-CHANNEL-NAME
004170                 DRV-OCCUPANT-COUNT DRV-EVENT-ID DRV-LANG-CODE
004180             PERFORM 2300-WRITE-CHECKPOINT THRU 2300-EXIT
004190             ADD 1 TO DRV-DRIVEN-COUNT
004200         ELSE
004210             ADD 1 TO DRV-SKIPPED-COUNT
004220         END-IF
004230     END-IF.
004240 2100-EXIT.
004250     EXIT.
004260*
004270***************************************************************
004280* 2200-CHECK-CHANNEL-DONE                                      *
004290*   Slår DRV-CHANNEL-NAME op blandt de indlæste checkpoints.   *
004300***************************************************************
004310 2200-CHECK-CHANNEL-DONE.
004320     MOVE "N" TO DRV-CHANNEL-DONE-SW.
004330     PERFORM 2210-CHECK-ONE-CHECKPOINT THRU 2210-EXIT
004340         VARYING DCK-IDX FROM 1 BY 1
004350         UNTIL DCK-IDX > DRV-CKP-TABLE-COUNT
004360            OR DRV-CHANNEL-DONE.
004370 2200-EXIT.
004380     EXIT.
004390*
004400 2210-CHECK-ONE-CHECKPOINT.
004410     IF DCK-CHANNEL-NAME (DCK-IDX) = DRV-CHANNEL-NAME
004420         SET DRV-CHANNEL-DONE TO TRUE
004430     END-IF.
004440 2210-EXIT.
004450     EXIT.
004460*
004470***************************************************************
004480* 2300-WRITE-CHECKPOINT                                        *
004490*   Tilføjer en checkpoint-række for den netop færdiggjorte    *
004500*   kanal, så en genstart kan springe den over.                *
004510***************************************************************
004520 2300-WRITE-CHECKPOINT.
004530     MOVE SPACES          TO HYGGE-CKP-RECORD.
004540     MOVE DRV-RUN-KEY     TO HK-RUN-KEY.
004550     MOVE DRV-CHANNEL-NAME TO HK-CHANNEL-NAME.
004560     OPEN EXTEND HYGGE-CKP-FILE.
004570     IF HYGGE-CKP-NOT-FOUND
004580         OPEN OUTPUT HYGGE-CKP-FILE
004590     END-IF.
004600     IF HYGGE-CKP-STATUS-OK
004610         WRITE HYGGE-CKP-RECORD
004620     END-IF.
004630     CLOSE HYGGE-CKP-FILE.
004640 2300-EXIT.
004650     EXIT.
004660*
004670***************************************************************
004680* 9000-WRITE-RUN-LEDGER                                        *
004690*   Tilføjer trinets række i run-ledgeren med RETURN-CODE og   *
004700*   nøgletal.  CALL nulstiller RETURN-CODE, så koden gemmes i  *
004710*   parameterblokken og sættes tilbage bagefter.               *
004720***************************************************************
004730 9000-WRITE-RUN-LEDGER.
004740     MOVE RETURN-CODE TO HLD-RETURN-CODE.
004750     SET HLD-FUNCTION-END TO TRUE.
004760     MOVE "CHANNELS" TO HLD-COUNT-LABEL (1).
004770     MOVE DRV-DRIVEN-COUNT TO HLD-COUNT-VALUE (1).
004780     MOVE "SKIPPED"  TO HLD-COUNT-LABEL (2).
004790     MOVE DRV-SKIPPED-COUNT TO HLD-COUNT-VALUE (2).
004800     MOVE "REPOSTS"  TO HLD-COUNT-LABEL (3).
004810     MOVE DRV-REPOST-COUNT TO HLD-COUNT-VALUE (3).
004820     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
004830     MOVE HLD-RETURN-CODE TO RETURN-CODE.
004840 9000-EXIT.
004850     EXIT.
