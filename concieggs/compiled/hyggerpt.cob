000270*                  HYGGE-RPT-PARM-FILE, FALLS BACK TO THE      *
000280*                  DECLARED SENTINEL DEFAULTS INSTEAD OF       *
000290*                  ABENDING THE REPORT JOB.                    *
000300* 2026-10-15  KN   NOW ALSO COUNTS THE RANGE'S SKIPPED AND     *
000310*                  SUPPRESSED RUNS BY THE LOG RECORD'S REASON  *
000320*                  CODE, SO THE ECHO GUARD'S SUPPRESSIONS      *
000330*                  (ECHO) AND ITS SWAPPED SCENES (ECHOALT)     *
000340*                  SHOW UP NEXT TO THE FIRED TOTALS.  OLDER    *
000350*                  RECORDS WITHOUT A REASON COUNT AS           *
000360*                  UNRECORDED.                                 *
000370***************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT HYGGE-LOG-FILE ASSIGN TO "HYGGELOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS HYGGE-LOG-STATUS.
000440     SELECT HYGGE-RPT-PARM-FILE ASSIGN TO "HYGGERPP"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS HYGGE-PARM-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  HYGGE-LOG-FILE
000500     RECORDING MODE IS F.
000510 COPY HYGLOGR.
000520 FD  HYGGE-RPT-PARM-FILE
000530     RECORDING MODE IS F.
000540 COPY HYGRPTP.
000550 WORKING-STORAGE SECTION.
000560 01  HYGGE-RPT-SWITCHES.
000570     05  HYGGE-LOG-EOF-SW         PIC X(01) VALUE "N".
000580         88  HYGGE-LOG-EOF                  VALUE "Y".
000590     05  HYGGE-PARM-EOF-SW        PIC X(01) VALUE "N".
000600         88  HYGGE-PARM-EOF                 VALUE "Y".
000610 01  HYGGE-LOG-STATUS             PIC X(02) VALUE SPACES.
000620     88  HYGGE-LOG-STATUS-OK                VALUE "00".
000630     88  HYGGE-LOG-NOT-FOUND                VALUE "35".
000640 01  HYGGE-PARM-STATUS            PIC X(02) VALUE SPACES.
000650     88  HYGGE-PARM-STATUS-OK               VALUE "00".
000660     88  HYGGE-PARM-NOT-FOUND               VALUE "35".
000670 01  RPT-FROM-DATE                PIC 9(08) VALUE ZERO.
000680 01  RPT-TO-DATE                  PIC 9(08) VALUE 99999999.
000690 01  RPT-TABLE-COUNT              PIC 99    VALUE 10.
000700 01  RPT-TABLE.
000710     05  RPT-ENTRY OCCURS 10 TIMES INDEXED BY RPT-IDX.
000720         10  RPT-RANDOM-RESULT    PIC 9.
000730         10  RPT-COUNT            PIC 9(07) VALUE ZERO.
000740         10  RPT-MESSAGE-TEXT     PIC X(80) VALUE SPACES.
000750 01  RPT-SUBSCRIPT                PIC 99    VALUE ZERO.
000760 01  RPT-TOTAL-RUNS               PIC 9(07) VALUE ZERO.
000770 01  RPT-TOTAL-HYGGE              PIC 9(07) VALUE ZERO.
000780 01  RPT-HYGGE-RATE               PIC 999V99 VALUE ZERO.
000790 01  RPT-HYGGE-RATE-EDIT          PIC ZZ9.99.
000800 01  RPT-COUNT-EDIT               PIC ZZZ,ZZ9.
000810 01  RPT-REASON-COUNTS.
000820     05  RPT-SKIPPED-RUNS         PIC 9(07) VALUE ZERO.
000830     05  RPT-SUPPRESSED-RUNS      PIC 9(07) VALUE ZERO.
000840     05  RPT-SEEN-COUNT           PIC 9(07) VALUE ZERO.
000850     05  RPT-NO-SCENE-COUNT       PIC 9(07) VALUE ZERO.
000860     05  RPT-WINDOW-COUNT         PIC 9(07) VALUE ZERO.
000870     05  RPT-QUOTA-COUNT          PIC 9(07) VALUE ZERO.
000880     05  RPT-ECHO-COUNT           PIC 9(07) VALUE ZERO.
000890     05  RPT-ECHO-ALT-COUNT       PIC 9(07) VALUE ZERO.
000900     05  RPT-UNRECORDED-COUNT     PIC 9(07) VALUE ZERO.
000910*
000920 PROCEDURE DIVISION.
000930*
000940***************************************************************
000950* 0000-MAINLINE                                                *
000960*   Opsummerer HYGGE-LOG-FILE for den ønskede datoperiode.     *
000970***************************************************************
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE-TABLE THRU 1000-EXIT.
001000     PERFORM 2000-READ-PARAMETERS THRU 2000-EXIT.
001010     PERFORM 3000-SUMMARIZE-LOG THRU 3000-EXIT.
001020     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
001030     STOP RUN.
001040*
001050***************************************************************
001060* 1000-INITIALIZE-TABLE                                        *
001070*   Sætter RPT-RANDOM-RESULT for hver af de ti mulige værdier. *
001080***************************************************************
001090 1000-INITIALIZE-TABLE.
001100     PERFORM 1100-INIT-ONE-ENTRY THRU 1100-EXIT
001110         VARYING RPT-IDX FROM 1 BY 1
001120         UNTIL RPT-IDX > RPT-TABLE-COUNT.
001130 1000-EXIT.
001140     EXIT.
001150*
001160 1100-INIT-ONE-ENTRY.
001170     COMPUTE RPT-RANDOM-RESULT (RPT-IDX) = RPT-IDX - 1.
001180 1100-EXIT.
001190     EXIT.
001200*
001210***************************************************************
001220* 2000-READ-PARAMETERS                                         *
001230*   Læser datoperioden fra HYGGE-RPT-PARM-FILE.                *
001240***************************************************************
001250 2000-READ-PARAMETERS.
001260     OPEN INPUT HYGGE-RPT-PARM-FILE.
001270     IF HYGGE-PARM-STATUS-OK
001280         READ HYGGE-RPT-PARM-FILE
001290             AT END
001300                 SET HYGGE-PARM-EOF TO TRUE
001310         END-READ
001320         IF NOT HYGGE-PARM-EOF
001330             MOVE HRP-FROM-DATE TO RPT-FROM-DATE
001340             MOVE HRP-TO-DATE   TO RPT-TO-DATE
001350         END-IF
001360         CLOSE HYGGE-RPT-PARM-FILE
001370     END-IF.
001380 2000-EXIT.
001390     EXIT.
001400*
001410***************************************************************
001420* 3000-SUMMARIZE-LOG                                           *
001430*   Læser hele HYGGE-LOG-FILE og tæller op pr. RANDOM-RESULT.  *
001440***************************************************************
001450 3000-SUMMARIZE-LOG.
001460     OPEN INPUT HYGGE-LOG-FILE.
001470     IF HYGGE-LOG-STATUS-OK
001480         PERFORM 3100-READ-ONE-LOG-RECORD THRU 3100-EXIT
001490             UNTIL HYGGE-LOG-EOF
001500         CLOSE HYGGE-LOG-FILE
001510     END-IF.
001520 3000-EXIT.
001530     EXIT.
001540*
001550 3100-READ-ONE-LOG-RECORD.
001560     READ HYGGE-LOG-FILE
001570         AT END
001580             SET HYGGE-LOG-EOF TO TRUE
001590     END-READ.
001600     IF NOT HYGGE-LOG-EOF
001610         IF HL-LOG-DATE-NUM >= RPT-FROM-DATE
001620            AND HL-LOG-DATE-NUM <= RPT-TO-DATE
001630             IF HL-WAS-FIRED
001640                 PERFORM 3200-TALLY-ONE-RECORD THRU 3200-EXIT
001650             ELSE
001660                 PERFORM 3300-TALLY-ONE-REASON THRU 3300-EXIT
001670             END-IF
001680         END-IF
001690     END-IF.
001700 3100-EXIT.
001710     EXIT.
001720*
001730 3200-TALLY-ONE-RECORD.
001740     COMPUTE RPT-SUBSCRIPT = HL-RANDOM-RESULT + 1.
001750     ADD 1 TO RPT-COUNT (RPT-SUBSCRIPT).
001760     MOVE HL-MESSAGE-TEXT TO RPT-MESSAGE-TEXT (RPT-SUBSCRIPT).
001770     ADD 1 TO RPT-TOTAL-RUNS.
001780     IF HL-RANDOM-RESULT < 5
001790         ADD 1 TO RPT-TOTAL-HYGGE
001800     END-IF.
001810     IF HL-REASON-ECHO-ALT
001820         ADD 1 TO RPT-ECHO-ALT-COUNT
001830     END-IF.
001840 3200-EXIT.
001850     EXIT.
001860*
001870***************************************************************
001880* 3300-TALLY-ONE-REASON                                        *
001890*   Tæller en kørsel, der ikke fyrede, under sin årsagskode.   *
001900*   Rækker fra før årsagskoden kom til, tæller som             *
001910*   UNRECORDED.                                                *
001920***************************************************************
001930 3300-TALLY-ONE-REASON.
001940     IF HL-WAS-SUPPRESSED
001950         ADD 1 TO RPT-SUPPRESSED-RUNS
001960     ELSE
001970         ADD 1 TO RPT-SKIPPED-RUNS
001980     END-IF.
001990     EVALUATE TRUE
002000         WHEN HL-REASON-SEEN
002010             ADD 1 TO RPT-SEEN-COUNT
002020         WHEN HL-REASON-NO-SCENE
002030             ADD 1 TO RPT-NO-SCENE-COUNT
002040         WHEN HL-REASON-WINDOW
002050             ADD 1 TO RPT-WINDOW-COUNT
002060         WHEN HL-REASON-QUOTA
002070             ADD 1 TO RPT-QUOTA-COUNT
002080         WHEN HL-REASON-ECHO
002090             ADD 1 TO RPT-ECHO-COUNT
002100         WHEN OTHER
002110             ADD 1 TO RPT-UNRECORDED-COUNT
002120     END-EVALUATE.
002130 3300-EXIT.
002140     EXIT.
002150*
002160***************************************************************
002170* 4000-PRINT-REPORT                                            *
002180*   Skriver breakdown-linjer og den samlede hygge-rate.        *
002190*   Derefter kørslerne uden fyring, fordelt på årsag.          *
002200***************************************************************
002210 4000-PRINT-REPORT.
002220     DISPLAY "HYGGE TREND REPORT".
002230     DISPLAY "FROM " RPT-FROM-DATE " TO " RPT-TO-DATE.
002240     DISPLAY "RANDOM-RESULT  COUNT  MESSAGE".
002250     PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
002260         VARYING RPT-IDX FROM 1 BY 1
002270         UNTIL RPT-IDX > RPT-TABLE-COUNT.
002280     DISPLAY "TOTAL RUNS: " RPT-TOTAL-RUNS.
002290     IF RPT-TOTAL-RUNS = ZERO
002300         DISPLAY "HYGGE RATE: N/A (NO RUNS IN RANGE)"
002310     ELSE
002320         COMPUTE RPT-HYGGE-RATE ROUNDED =
002330             (RPT-TOTAL-HYGGE / RPT-TOTAL-RUNS) * 100
002340         MOVE RPT-HYGGE-RATE TO RPT-HYGGE-RATE-EDIT
002350         DISPLAY "HYGGE RATE: " RPT-HYGGE-RATE-EDIT "%"
002360     END-IF.
002370     PERFORM 4200-PRINT-REASONS THRU 4200-EXIT.
002380 4000-EXIT.
002390     EXIT.
002400*
002410 4100-PRINT-ONE-LINE.
002420     MOVE RPT-COUNT (RPT-IDX) TO RPT-COUNT-EDIT.
002430     DISPLAY "     " RPT-RANDOM-RESULT (RPT-IDX)
002440         "        " RPT-COUNT-EDIT
002450         "  " RPT-MESSAGE-TEXT (RPT-IDX).
002460 4100-EXIT.
002470     EXIT.
002480*
002490***************************************************************
002500* 4200-PRINT-REASONS                                           *
002510*   Kørsler, der blev sprunget over eller undertrykt, pr.      *
002520*   årsag, og fyringer, hvor ekkovagten byttede scenen.        *
002530***************************************************************
002540 4200-PRINT-REASONS.
002550     MOVE RPT-SKIPPED-RUNS TO RPT-COUNT-EDIT.
002560     DISPLAY "SKIPPED RUNS:      " RPT-COUNT-EDIT.
002570     MOVE RPT-SUPPRESSED-RUNS TO RPT-COUNT-EDIT.
002580     DISPLAY "SUPPRESSED RUNS:   " RPT-COUNT-EDIT.
002590     MOVE RPT-SEEN-COUNT TO RPT-COUNT-EDIT.
002600     DISPLAY "  SEEN (RERUN)     " RPT-COUNT-EDIT.
002610     MOVE RPT-NO-SCENE-COUNT TO RPT-COUNT-EDIT.
002620     DISPLAY "  NOSCENE          " RPT-COUNT-EDIT.
002630     MOVE RPT-WINDOW-COUNT TO RPT-COUNT-EDIT.
002640     DISPLAY "  WINDOW           " RPT-COUNT-EDIT.
002650     MOVE RPT-QUOTA-COUNT TO RPT-COUNT-EDIT.
002660     DISPLAY "  QUOTA            " RPT-COUNT-EDIT.
002670     MOVE RPT-ECHO-COUNT TO RPT-COUNT-EDIT.
002680     DISPLAY "  ECHO             " RPT-COUNT-EDIT.
002690     MOVE RPT-UNRECORDED-COUNT TO RPT-COUNT-EDIT.
002700     DISPLAY "  UNRECORDED       " RPT-COUNT-EDIT.
002710     MOVE RPT-ECHO-ALT-COUNT TO RPT-COUNT-EDIT.
002720     DISPLAY "ECHOALT (FIRED):   " RPT-COUNT-EDIT.
002730 4200-EXIT.
002740     EXIT.
