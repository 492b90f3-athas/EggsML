000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HYGGERHL.
000120 AUTHOR. K. NIELSEN.
000130 INSTALLATION. CONCIEGGS DATA CENTER.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170***************************************************************
000180*                 M O D I F I C A T I O N   L O G              *
000190*---------------------------------------------------------------*
000200* DATE       INIT  DESCRIPTION                                 *
000210* 2026-10-15  KN   ORIGINAL PROGRAM.  ONE-PAGE RUN HISTORY     *
000220*                  FOR THE OPERATOR FROM THE HYGGE-RUN-FILE    *
000230*                  LEDGER HYGGELDG KEEPS: THE LATEST RUN OF    *
000240*                  EACH STEP IN THE WINDOW, THEN THE LAST 40   *
000250*                  RUNS IN ORDER WITH START/END TIME, RETURN-  *
000260*                  CODE, STATUS AND KEY COUNTS.  RUNS THAT DID *
000270*                  NOT END CLEANLY (REFUSED, OR RETURN-CODE    *
000280*                  OVER 4) ARE FLAGGED "<<".  DATE RANGE FROM  *
000290*                  HYGGE-RPT-PARM-FILE, SAME AS HYGGERPT.      *
000300***************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT HYGGE-RUN-FILE ASSIGN TO "HYGGERUN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS HYGGE-RUN-STATUS.
000370     SELECT HYGGE-RPT-PARM-FILE ASSIGN TO "HYGGERPP"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS HYGGE-PARM-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  HYGGE-RUN-FILE
000430     RECORDING MODE IS F.
000440 COPY HYGRUNR.
000450 FD  HYGGE-RPT-PARM-FILE
000460     RECORDING MODE IS F.
000470 COPY HYGRPTP.
000480 WORKING-STORAGE SECTION.
000490 01  HYGGERHL-SWITCHES.
000500     05  RHL-RUN-EOF-SW           PIC X(01) VALUE "N".
000510         88  RHL-RUN-EOF                    VALUE "Y".
000520     05  RHL-PARM-EOF-SW          PIC X(01) VALUE "N".
000530         88  RHL-PARM-EOF                   VALUE "Y".
000540     05  RHL-STEP-FOUND-SW        PIC X(01) VALUE "N".
000550         88  RHL-STEP-FOUND                 VALUE "Y".
000560 01  HYGGE-RUN-STATUS             PIC X(02) VALUE SPACES.
000570     88  HYGGE-RUN-STATUS-OK                VALUE "00".
000580     88  HYGGE-RUN-NOT-FOUND                VALUE "35".
000590 01  HYGGE-PARM-STATUS            PIC X(02) VALUE SPACES.
000600     88  HYGGE-PARM-STATUS-OK               VALUE "00".
000610     88  HYGGE-PARM-NOT-FOUND               VALUE "35".
000620 01  RHL-FROM-DATE                PIC 9(08) VALUE ZERO.
000630 01  RHL-TO-DATE                  PIC 9(08) VALUE 99999999.
000640 01  RHL-CLEAN-RC-MAX             PIC 9(04) VALUE 4.
000650*
000660* De seneste kørsler, i en ring på 40 pladser, så siden altid
000670* viser de nyeste uanset hvor langt vinduet er.
000680*
000690 01  RHL-RING-MAX                 PIC 9(03) VALUE 40.
000700 01  RHL-RUN-COUNT                PIC 9(07) VALUE ZERO.
000710 01  RHL-RING-SLOT                PIC 9(03) VALUE ZERO.
000720 01  RHL-RING-SHOWN               PIC 9(03) VALUE ZERO.
000730 01  RHL-RING-START               PIC 9(03) VALUE ZERO.
000740 01  RHL-RING-LINE                PIC 9(03) VALUE ZERO.
000750 01  RHL-QUOTIENT                 PIC 9(07) VALUE ZERO.
000760 01  RHL-RING-TABLE.
000770     05  RRG-ENTRY OCCURS 40 TIMES INDEXED BY RRG-IDX.
000780         10  RRG-RUN-RECORD       PIC X(99).
000790*
000800* Seneste kørsel pr. trin, i den rækkefølge trinene første
000810* gang optræder i vinduet.
000820*
000830 01  RHL-STEP-TABLE-MAX           PIC 9(02) VALUE 20.
000840 01  RHL-STEP-TABLE-COUNT         PIC 9(02) VALUE ZERO.
000850 01  RHL-STEP-TABLE.
000860     05  RSP-ENTRY OCCURS 20 TIMES INDEXED BY RSP-IDX.
000870         10  RSP-RUN-RECORD       PIC X(99).
000880 COPY HYGRUNR REPLACING ==HYGGE-RUN-RECORD==
000890     BY ==RHL-WORK-RECORD==
000900     LEADING ==HRU== BY ==RHW==.
000910 01  RHL-FLAG                     PIC X(02) VALUE SPACES.
000920 01  RHL-COUNT-EDIT-1             PIC ZZZZZZ9.
000930 01  RHL-COUNT-EDIT-2             PIC ZZZZZZ9.
000940 01  RHL-COUNT-EDIT-3             PIC ZZZZZZ9.
000950 01  RHL-TOTAL-EDIT               PIC ZZZ,ZZ9.
000960*
000970 PROCEDURE DIVISION.
000980*
000990***************************************************************
001000* 0000-MAINLINE                                                *
001010*   Læser vinduet, løber ledgeren igennem og printer én side:  *
001020*   seneste kørsel pr. trin og de sidste 40 kørsler.           *
001030***************************************************************
001040 0000-MAINLINE.
001050     DISPLAY "HYGGERHL - RUN HISTORY".
001060     PERFORM 1000-READ-PARAMETERS THRU 1000-EXIT.
001070     PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT.
001080     PERFORM 3000-PRINT-LATEST-PER-STEP THRU 3000-EXIT.
001090     PERFORM 4000-PRINT-RECENT-RUNS THRU 4000-EXIT.
001100     STOP RUN.
001110*
001120***************************************************************
001130* 1000-READ-PARAMETERS                                         *
001140*   Læser datoperioden fra HYGGE-RPT-PARM-FILE.                *
001150***************************************************************
001160 1000-READ-PARAMETERS.
001170     OPEN INPUT HYGGE-RPT-PARM-FILE.
001180     IF HYGGE-PARM-STATUS-OK
001190         READ HYGGE-RPT-PARM-FILE
001200             AT END
001210                 SET RHL-PARM-EOF TO TRUE
001220         END-READ
001230         IF NOT RHL-PARM-EOF
001240             MOVE HRP-FROM-DATE TO RHL-FROM-DATE
001250             MOVE HRP-TO-DATE   TO RHL-TO-DATE
001260         END-IF
001270         CLOSE HYGGE-RPT-PARM-FILE
001280     END-IF.
001290     DISPLAY "WINDOW " RHL-FROM-DATE " TO " RHL-TO-DATE.
001300 1000-EXIT.
001310     EXIT.
001320*
001330***************************************************************
001340* 2000-LOAD-LEDGER                                             *
001350*   Hver række i vinduet lægges i ringen og overskriver        *
001360*   trinets seneste række i trintabellen.                      *
001370***************************************************************
001380 2000-LOAD-LEDGER.
001390     OPEN INPUT HYGGE-RUN-FILE.
001400     IF HYGGE-RUN-STATUS-OK
001410         PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
001420             UNTIL RHL-RUN-EOF
001430         CLOSE HYGGE-RUN-FILE
001440     ELSE
001450         IF NOT HYGGE-RUN-NOT-FOUND
001460             DISPLAY "HYGGERHL: CANNOT READ HYGGERUN, STATUS "
001470                 HYGGE-RUN-STATUS
001480             MOVE 8 TO RETURN-CODE
001490         END-IF
001500     END-IF.
001510 2000-EXIT.
001520     EXIT.
001530*
001540 2100-READ-ONE-RUN.
001550     READ HYGGE-RUN-FILE
001560         AT END
001570             SET RHL-RUN-EOF TO TRUE
001580     END-READ.
001590     IF RHL-RUN-EOF
001600         GO TO 2100-EXIT
001610     END-IF.
001620     IF HRU-RUN-DATE < RHL-FROM-DATE
001630        OR HRU-RUN-DATE > RHL-TO-DATE
001640         GO TO 2100-EXIT
001650     END-IF.
001660     ADD 1 TO RHL-RUN-COUNT.
001670     DIVIDE RHL-RUN-COUNT BY RHL-RING-MAX
001680         GIVING RHL-QUOTIENT REMAINDER RHL-RING-SLOT.
001690     IF RHL-RING-SLOT = ZERO
001700         MOVE RHL-RING-MAX TO RHL-RING-SLOT
001710     END-IF.
001720     MOVE HYGGE-RUN-RECORD TO RRG-RUN-RECORD (RHL-RING-SLOT).
001730     MOVE "N" TO RHL-STEP-FOUND-SW.
001740     PERFORM 2200-MATCH-ONE-STEP THRU 2200-EXIT
001750         VARYING RSP-IDX FROM 1 BY 1
001760         UNTIL RSP-IDX > RHL-STEP-TABLE-COUNT
001770            OR RHL-STEP-FOUND.
001780     IF NOT RHL-STEP-FOUND
001790        AND RHL-STEP-TABLE-COUNT < RHL-STEP-TABLE-MAX
001800         ADD 1 TO RHL-STEP-TABLE-COUNT
001810         MOVE HYGGE-RUN-RECORD
001820             TO RSP-RUN-RECORD (RHL-STEP-TABLE-COUNT)
001830     END-IF.
001840 2100-EXIT.
001850     EXIT.
001860*
001870 2200-MATCH-ONE-STEP.
001880     MOVE RSP-RUN-RECORD (RSP-IDX) TO RHL-WORK-RECORD.
001890     IF RHW-PROGRAM-ID = HRU-PROGRAM-ID
001900         MOVE HYGGE-RUN-RECORD TO RSP-RUN-RECORD (RSP-IDX)
001910         SET RHL-STEP-FOUND TO TRUE
001920     END-IF.
001930 2200-EXIT.
001940     EXIT.
001950*
001960***************************************************************
001970* 3000-PRINT-LATEST-PER-STEP                                   *
001980*   Én linje pr. trin: hvordan gik dets seneste kørsel.        *
001990***************************************************************
002000 3000-PRINT-LATEST-PER-STEP.
002010     DISPLAY " ".
002020     DISPLAY "LATEST RUN PER STEP".
002030     DISPLAY "STEP      RUN DATE START  END    RC   STATUS".
002040     IF RHL-STEP-TABLE-COUNT = ZERO
002050         DISPLAY "(NO RUNS IN WINDOW)"
002060     END-IF.
002070     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
002080         VARYING RSP-IDX FROM 1 BY 1
002090         UNTIL RSP-IDX > RHL-STEP-TABLE-COUNT.
002100 3000-EXIT.
002110     EXIT.
002120*
002130 3100-PRINT-ONE-STEP.
002140     MOVE RSP-RUN-RECORD (RSP-IDX) TO RHL-WORK-RECORD.
002150     PERFORM 5000-SET-FLAG THRU 5000-EXIT.
002160     DISPLAY RHW-PROGRAM-ID "  " RHW-RUN-DATE " "
002170         RHW-START-TIME (1:6) " " RHW-END-TIME (1:6) " "
002180         RHW-RETURN-CODE " " RHW-RUN-STATUS " " RHL-FLAG.
002190 3100-EXIT.
002200     EXIT.
002210*
002220***************************************************************
002230* 4000-PRINT-RECENT-RUNS                                       *
002240*   De sidste (højst 40) kørsler i vinduet, ældste først,      *
002250*   med nøgletal.                                              *
002260***************************************************************
002270 4000-PRINT-RECENT-RUNS.
002280     MOVE RHL-RUN-COUNT TO RHL-TOTAL-EDIT.
002290     DISPLAY " ".
002300     DISPLAY "RUNS IN WINDOW   " RHL-TOTAL-EDIT.
002310     IF RHL-RUN-COUNT > RHL-RING-MAX
002320         MOVE RHL-RING-MAX TO RHL-RING-SHOWN
002330         DIVIDE RHL-RUN-COUNT BY RHL-RING-MAX
002340             GIVING RHL-QUOTIENT REMAINDER RHL-RING-START
002350         ADD 1 TO RHL-RING-START
002360         DISPLAY "(LAST 40 SHOWN)"
002370     ELSE
002380         MOVE RHL-RUN-COUNT TO RHL-RING-SHOWN
002390         MOVE 1 TO RHL-RING-START
002400     END-IF.
002410     DISPLAY "STEP      RUN DATE START  END    RC   STATUS     "
002420         "COUNTS".
002430     PERFORM 4100-PRINT-ONE-RUN THRU 4100-EXIT
002440         VARYING RHL-RING-LINE FROM 1 BY 1
002450         UNTIL RHL-RING-LINE > RHL-RING-SHOWN.
002460 4000-EXIT.
002470     EXIT.
002480*
002490 4100-PRINT-ONE-RUN.
002500     COMPUTE RHL-RING-SLOT = RHL-RING-START + RHL-RING-LINE - 1.
002510     IF RHL-RING-SLOT > RHL-RING-MAX
002520         SUBTRACT RHL-RING-MAX FROM RHL-RING-SLOT
002530     END-IF.
002540     MOVE RRG-RUN-RECORD (RHL-RING-SLOT) TO RHL-WORK-RECORD.
002550     PERFORM 5000-SET-FLAG THRU 5000-EXIT.
002560     MOVE RHW-COUNT-VALUE (1) TO RHL-COUNT-EDIT-1.
002570     MOVE RHW-COUNT-VALUE (2) TO RHL-COUNT-EDIT-2.
002580     MOVE RHW-COUNT-VALUE (3) TO RHL-COUNT-EDIT-3.
002590     IF RHW-STATUS-ENDED
002600         DISPLAY RHW-PROGRAM-ID "  " RHW-RUN-DATE " "
002610             RHW-START-TIME (1:6) " " RHW-END-TIME (1:6) " "
002620             RHW-RETURN-CODE " " RHW-RUN-STATUS " " RHL-FLAG " "
002630             RHW-COUNT-LABEL (1) RHL-COUNT-EDIT-1 " "
002640             RHW-COUNT-LABEL (2) RHL-COUNT-EDIT-2 " "
002650             RHW-COUNT-LABEL (3) RHL-COUNT-EDIT-3
002660     ELSE
002670         DISPLAY RHW-PROGRAM-ID "  " RHW-RUN-DATE " "
002680             RHW-START-TIME (1:6) " " RHW-END-TIME (1:6) " "
002690             RHW-RETURN-CODE " " RHW-RUN-STATUS " " RHL-FLAG
002700     END-IF.
002710 4100-EXIT.
002720     EXIT.
002730*
002740***************************************************************
002750* 5000-SET-FLAG                                                *
002760*   "<<" ud for kørsler, der ikke endte rent.                  *
002770***************************************************************
002780 5000-SET-FLAG.
002790     MOVE SPACES TO RHL-FLAG.
002800     IF NOT RHW-STATUS-ENDED
002810        OR RHW-RETURN-CODE > RHL-CLEAN-RC-MAX
002820         MOVE "<<" TO RHL-FLAG
002830     END-IF.
002840 5000-EXIT.
002850     EXIT.
