000350*                  (REPORT + RETURN-CODE ONLY), SO A FIRED     *
000360*                  LINE WHOSE ACK WAS DROPPED CAN'T BE         *
000370*                  REPOSTED TO THE CHANNEL A SECOND TIME.      *
000380* 2026-10-15  KN   NOW CHECKS THE HYGGE-RUN-FILE RUN LEDGER    *
000390*                  THROUGH HYGGELDG BEFORE STARTING AND        *
000400*                  REFUSES TO RUN (RETURN-CODE 12) UNLESS      *
000410*                  HYGGEDRV ENDED CLEANLY, RETURN-CODE 4 OR    *
000420*                  LESS, FOR THE SAME RUN DATE.  APPENDS ITS   *
000430*                  OWN LEDGER RECORD AT THE END WITH ITS       *
000440*                  RETURN-CODE AND FIRED, MATCHED AND UNPOSTED *
000450*                  COUNTS.                                     *
000460* 2026-10-15  KN   THE RUN LEDGER CHECK NOW ALSO WAITS FOR     *
000470*                  HYGGEINT, THE RELAY INTAKE, TO END CLEANLY  *
000480*                  FOR THE SAME RUN DATE BEFORE THIS STEP      *
000490*                  STARTS.                                     *
000500***************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT HYGGE-LOG-FILE ASSIGN TO "HYGGELOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS HYGGE-LOG-STATUS.
000570     SELECT HYGGE-ACK-FILE ASSIGN TO "HYGGEACK"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS HYGGE-ACK-STATUS.
000600     SELECT HYGGE-RPQ-FILE ASSIGN TO "HYGGERPQ"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS HYGGE-RPQ-STATUS.
000630     SELECT HYGGE-RPT-PARM-FILE ASSIGN TO "HYGGERPP"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS HYGGE-PARM-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  HYGGE-LOG-FILE
000690     RECORDING MODE IS F.
000700 COPY HYGLOGR.
000710 FD  HYGGE-ACK-FILE
000720     RECORDING MODE IS F.
000730 COPY HYGACKR.
000740 FD  HYGGE-RPQ-FILE
000750     RECORDING MODE IS F.
000760 COPY HYGRPQR.
000770 FD  HYGGE-RPT-PARM-FILE
000780     RECORDING MODE IS F.
000790 COPY HYGRPTP.
000800 WORKING-STORAGE SECTION.
000810 01  HYGGEREC-SWITCHES.
000820     05  REC-LOG-EOF-SW           PIC X(01) VALUE "N".
000830         88  REC-LOG-EOF                    VALUE "Y".
000840     05  REC-ACK-EOF-SW           PIC X(01) VALUE "N".
000850         88  REC-ACK-EOF                    VALUE "Y".
000860     05  REC-PARM-EOF-SW          PIC X(01) VALUE "N".
000870         88  REC-PARM-EOF                   VALUE "Y".
000880     05  REC-ACK-FOUND-SW         PIC X(01) VALUE "N".
000890         88  REC-ACK-FOUND                  VALUE "Y".
000900 01  HYGGE-LOG-STATUS             PIC X(02) VALUE SPACES.
000910     88  HYGGE-LOG-STATUS-OK                VALUE "00".
000920     88  HYGGE-LOG-NOT-FOUND                VALUE "35".
000930 01  HYGGE-ACK-STATUS             PIC X(02) VALUE SPACES.
000940     88  HYGGE-ACK-STATUS-OK                VALUE "00".
000950     88  HYGGE-ACK-NOT-FOUND                VALUE "35".
000960 01  HYGGE-RPQ-STATUS             PIC X(02) VALUE SPACES.
000970     88  HYGGE-RPQ-STATUS-OK                VALUE "00".
000980     88  HYGGE-RPQ-NOT-FOUND                VALUE "35".
000990 01  HYGGE-PARM-STATUS            PIC X(02) VALUE SPACES.
001000     88  HYGGE-PARM-STATUS-OK               VALUE "00".
001010     88  HYGGE-PARM-NOT-FOUND               VALUE "35".
001020 01  REC-FROM-DATE                PIC 9(08) VALUE ZERO.
001030 01  REC-TO-DATE                  PIC 9(08) VALUE 99999999.
001040 01  REC-ACK-TABLE-MAX            PIC 9(03) VALUE 500.
001050 01  REC-ACK-TABLE-COUNT          PIC 9(03) VALUE ZERO.
001060 01  REC-ACK-TABLE.
001070     05  RAK-ENTRY OCCURS 500 TIMES INDEXED BY RAK-IDX.
001080         10  RAK-EVENT-ID         PIC X(20).
001090         10  RAK-CHANNEL-NAME     PIC X(20).
001100 01  REC-FIRED-COUNT              PIC 9(07) VALUE ZERO.
001110 01  REC-MATCHED-COUNT            PIC 9(07) VALUE ZERO.
001120 01  REC-UNPOSTED-COUNT           PIC 9(07) VALUE ZERO.
001130 01  REC-ACK-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
001140 01  REC-COUNT-EDIT               PIC ZZZ,ZZ9.
001150 COPY HYGLDGL.
001160*
001170 PROCEDURE DIVISION.
001180*
001190***************************************************************
001200* 0000-MAINLINE                                                *
001210*   Indlæser kvitteringerne, løber loggen igennem og melder    *
001220*   de linjer, der blev valgt men aldrig postet.               *
001230***************************************************************
001240 0000-MAINLINE.
001250     DISPLAY "HYGGEREC - RELAY ACK RECONCILIATION".
001260     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
001270     IF HLD-GATE-CLOSED
001280         STOP RUN
001290     END-IF.
001300     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT.
001310     PERFORM 2000-LOAD-ACKS THRU 2000-EXIT.
001320     PERFORM 2500-CLEAR-REPOST-QUEUE THRU 2500-EXIT.
001330     PERFORM 3000-RECONCILE-LOG THRU 3000-EXIT.
001340     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
001350     PERFORM 9000-WRITE-RUN-LEDGER THRU 9000-EXIT.
001360     STOP RUN.
001370*
001380***************************************************************
001390* 0100-CHECK-RUN-LEDGER                                        *
001400*   Spørger HYGGELDG, om trinets forgængere er endt rent for   *
001410*   samme kørselsdato.  Ellers stopper trinet med RETURN-CODE  *
001420*   12, før det har rørt en eneste fil.                        *
001430***************************************************************
001440 0100-CHECK-RUN-LEDGER.
001450     MOVE "HYGGEREC" TO HLD-PROGRAM-ID.
001460     SET HLD-FUNCTION-START TO TRUE.
001470     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
001480     IF HLD-GATE-CLOSED
001490         MOVE HLD-RETURN-CODE TO RETURN-CODE
001500     END-IF.
001510 0100-EXIT.
001520     EXIT.
001530*
001540***************************************************************
001550* 1000-READ-PARAMETERS                                         *
001560*   Læser datoperioden fra HYGGE-RPT-PARM-FILE, samme fil som  *
001570*   HYGGERPT bruger.                                           *
001580***************************************************************
001590 1000-READ-PARAMETERS.
001600     OPEN INPUT HYGGE-RPT-PARM-FILE.
001610     IF HYGGE-PARM-STATUS-OK
001620         READ HYGGE-RPT-PARM-FILE
001630             AT END
001640                 SET REC-PARM-EOF TO TRUE
001650         END-READ
001660         IF NOT REC-PARM-EOF
001670             MOVE HRP-FROM-DATE TO REC-FROM-DATE
001680             MOVE HRP-TO-DATE   TO REC-TO-DATE
001690         END-IF
001700         CLOSE HYGGE-RPT-PARM-FILE
001710     END-IF.
001720 1000-EXIT.
001730     EXIT.
001740*
001750***************************************************************
001760* 2000-LOAD-ACKS                                               *
001770*   Læser relayets HYGGE-ACK-FILE ind i en tabel.              *
001780***************************************************************
001790 2000-LOAD-ACKS.
001800     OPEN INPUT HYGGE-ACK-FILE.
001810     IF HYGGE-ACK-STATUS-OK
001820         PERFORM 2100-READ-ONE-ACK THRU 2100-EXIT
001830             UNTIL REC-ACK-EOF
001840         CLOSE HYGGE-ACK-FILE
001850     END-IF.
001860 2000-EXIT.
001870     EXIT.
001880*
001890 2100-READ-ONE-ACK.
001900     READ HYGGE-ACK-FILE
001910         AT END
001920             SET REC-ACK-EOF TO TRUE
001930     END-READ.
001940     IF NOT REC-ACK-EOF
001950         IF REC-ACK-TABLE-COUNT < REC-ACK-TABLE-MAX
001960             ADD 1 TO REC-ACK-TABLE-COUNT
001970             MOVE HA-EVENT-ID
001980                 TO RAK-EVENT-ID (REC-ACK-TABLE-COUNT)
001990             MOVE HA-CHANNEL-NAME
002000                 TO RAK-CHANNEL-NAME (REC-ACK-TABLE-COUNT)
002010         ELSE
002020             ADD 1 TO REC-ACK-DROPPED-COUNT
002030         END-IF
002040     END-IF.
002050 2100-EXIT.
002060     EXIT.
002070*
002080***************************************************************
002090* 2500-CLEAR-REPOST-QUEUE                                      *
002100*   Tømmer genpost-køen, før den genopbygges fra log mod       *
002110*   kvitteringer, så to kørsler samme dag ikke lægger de       *
002120*   samme linjer i køen to gange.                              *
002130***************************************************************
002140 2500-CLEAR-REPOST-QUEUE.
002150     OPEN OUTPUT HYGGE-RPQ-FILE.
002160     IF HYGGE-RPQ-STATUS-OK
002170         CLOSE HYGGE-RPQ-FILE
002180     END-IF.
002190 2500-EXIT.
002200     EXIT.
002210*
002220***************************************************************
002230* 3000-RECONCILE-LOG                                           *
002240*   Løber HYGGE-LOG-FILE igennem; hver FIRED-række i perioden  *
002250*   skal have en kvittering.  Mangler den, skrives rækken på   *
002260*   undtagelsesrapporten og i genpost-køen.                    *
002270***************************************************************
002280 3000-RECONCILE-LOG.
002290     OPEN INPUT HYGGE-LOG-FILE.
002300     IF HYGGE-LOG-STATUS-OK
002310         PERFORM 3100-CHECK-ONE-LOG-RECORD THRU 3100-EXIT
002320             UNTIL REC-LOG-EOF
002330         CLOSE HYGGE-LOG-FILE
002340     END-IF.
002350 3000-EXIT.
002360     EXIT.
002370*
002380 3100-CHECK-ONE-LOG-RECORD.
002390     READ HYGGE-LOG-FILE
002400         AT END
002410             SET REC-LOG-EOF TO TRUE
002420     END-READ.
002430     IF NOT REC-LOG-EOF
002440        AND HL-WAS-FIRED
002450        AND HL-LOG-DATE-NUM >= REC-FROM-DATE
002460        AND HL-LOG-DATE-NUM <= REC-TO-DATE
002470         ADD 1 TO REC-FIRED-COUNT
002480         PERFORM 3200-FIND-MATCHING-ACK THRU 3200-EXIT
002490         IF REC-ACK-FOUND
002500             ADD 1 TO REC-MATCHED-COUNT
002510         ELSE
002520             ADD 1 TO REC-UNPOSTED-COUNT
002530             DISPLAY "HYGGEREC: UNPOSTED " HL-CHANNEL-NAME
002540                 " EVENT " HL-EVENT-ID
002550                 " DATE " HL-LOG-DATE-NUM
002560             IF REC-ACK-DROPPED-COUNT = ZERO
002570                 PERFORM 3300-WRITE-REPOST-RECORD THRU 3300-EXIT
002580             END-IF
002590         END-IF
002600     END-IF.
002610 3100-EXIT.
002620     EXIT.
002630*
002640***************************************************************
002650* 3200-FIND-MATCHING-ACK                                       *
002660*   Leder i kvitteringstabellen efter logrækkens event-id og   *
002670*   kanal.                                                     *
002680***************************************************************
002690 3200-FIND-MATCHING-ACK.
002700     MOVE "N" TO REC-ACK-FOUND-SW.
002710     PERFORM 3210-MATCH-ONE-ACK THRU 3210-EXIT
002720         VARYING RAK-IDX FROM 1 BY 1
002730         UNTIL RAK-IDX > REC-ACK-TABLE-COUNT
002740            OR REC-ACK-FOUND.
002750 3200-EXIT.
002760     EXIT.
002770*
002780 3210-MATCH-ONE-ACK.
002790     IF RAK-EVENT-ID (RAK-IDX) = HL-EVENT-ID
002800        AND RAK-CHANNEL-NAME (RAK-IDX) = HL-CHANNEL-NAME
002810         SET REC-ACK-FOUND TO TRUE
002820     END-IF.
002830 3210-EXIT.
002840     EXIT.
002850*
002860***************************************************************
002870* 3300-WRITE-REPOST-RECORD                                     *
002880*   Lægger den uposterede linje i genpost-køen, så HYGGEDRV    *
002890*   kan dræne den ved næste kørsel.                            *
002900***************************************************************
002910 3300-WRITE-REPOST-RECORD.
002920     MOVE SPACES          TO HYGGE-RPQ-RECORD.
002930     MOVE HL-EVENT-ID     TO HQ-EVENT-ID.
002940     MOVE HL-CHANNEL-NAME TO HQ-CHANNEL-NAME.
002950     MOVE HL-MESSAGE-TEXT TO HQ-MESSAGE-TEXT.
002960     OPEN EXTEND HYGGE-RPQ-FILE.
002970     IF HYGGE-RPQ-NOT-FOUND
002980         OPEN OUTPUT HYGGE-RPQ-FILE
002990     END-IF.
003000     IF HYGGE-RPQ-STATUS-OK
003010         WRITE HYGGE-RPQ-RECORD
003020     END-IF.
003030     CLOSE HYGGE-RPQ-FILE.
003040 3300-EXIT.
003050     EXIT.
003060*
003070***************************************************************
003080* 4000-PRINT-SUMMARY                                           *
003090*   Opsummerer og sætter RETURN-CODE 4, når der var linjer,    *
003100*   der aldrig nåede kanalen.                                  *
003110***************************************************************
003120 4000-PRINT-SUMMARY.
003130     MOVE REC-FIRED-COUNT TO REC-COUNT-EDIT.
003140     DISPLAY "HYGGEREC: FIRED IN RANGE   " REC-COUNT-EDIT.
003150     MOVE REC-MATCHED-COUNT TO REC-COUNT-EDIT.
003160     DISPLAY "HYGGEREC: ACKNOWLEDGED     " REC-COUNT-EDIT.
003170     MOVE REC-UNPOSTED-COUNT TO REC-COUNT-EDIT.
003180     DISPLAY "HYGGEREC: UNPOSTED         " REC-COUNT-EDIT.
003190     IF REC-ACK-DROPPED-COUNT > ZERO
003200         MOVE REC-ACK-DROPPED-COUNT TO REC-COUNT-EDIT
003210         DISPLAY "HYGGEREC: WARNING -" REC-COUNT-EDIT
003220             " ACKS DROPPED (TABLE FULL) - REPOST QUEUE"
003230             " SUPPRESSED; NARROW HYGGERPP OR RAISE THE CAP"
003240     END-IF.
003250     IF REC-UNPOSTED-COUNT > ZERO
003260         IF REC-ACK-DROPPED-COUNT = ZERO
003270             DISPLAY "HYGGEREC: UNPOSTED LINES QUEUED FOR REPOST"
003280         END-IF
003290         MOVE 4 TO RETURN-CODE
003300     END-IF.
003310 4000-EXIT.
003320     EXIT.
003330*
003340***************************************************************
003350* 9000-WRITE-RUN-LEDGER                                        *
003360*   Tilføjer trinets række i run-ledgeren med RETURN-CODE og   *
003370*   nøgletal.  CALL nulstiller RETURN-CODE, så koden gemmes i  *
003380*   parameterblokken og sættes tilbage bagefter.               *
003390***************************************************************
003400 9000-WRITE-RUN-LEDGER.
003410     MOVE RETURN-CODE TO HLD-RETURN-CODE.
003420     SET HLD-FUNCTION-END TO TRUE.
003430     MOVE "FIRED"    TO HLD-COUNT-LABEL (1).
003440     MOVE REC-FIRED-COUNT TO HLD-COUNT-VALUE (1).
003450     MOVE "MATCHED"  TO HLD-COUNT-LABEL (2).
003460     MOVE REC-MATCHED-COUNT TO HLD-COUNT-VALUE (2).
003470     MOVE "UNPOSTED" TO HLD-COUNT-LABEL (3).
003480     MOVE REC-UNPOSTED-COUNT TO HLD-COUNT-VALUE (3).
003490     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
003500     MOVE HLD-RETURN-CODE TO RETURN-CODE.
003510 9000-EXIT.
003520     EXIT.
