000610*                  CODE MUST HAVE AT LEAST ONE LINE IN         *
000620*                  HYGGEMSG, SO AN EVENT DAY CAN'T DAWN TO AN  *
000630*                  EMPTY SCENE.                                *
000640* 2026-10-15  KN   FOLLOWS HYGGE-MSG-FILE'S MOVE TO A KEYED    *
000650*                  (INDEXED) FILE: THE CATALOG IS CHECKED IN   *
000660*                  ONE PASS IN KEY ORDER WITH NO TABLE, SO THE *
000670*                  200-RECORD LIMIT AND THE CHECK AGAINST      *
000680*                  HYGGE'S OLD 50-ENTRY TABLE ARE GONE.  THE   *
000690*                  KEY RULES OUT DUPLICATES, SO THAT CHECK IS  *
000700*                  DROPPED.  'ALL' BACKSTOPS ARE FOUND BY KEYED*
000710*                  START/READ NEXT, AND FINDINGS NAME THE      *
000720*                  RECORD KEY INSTEAD OF A LINE NUMBER.        *
000730* 2026-10-15  KN   NOW APPENDS A RECORD TO THE HYGGE-RUN-FILE  *
000740*                  RUN LEDGER THROUGH HYGGELDG AT THE END,     *
000750*                  WITH ITS RETURN-CODE AND ERRORS, CHANNELS   *
000760*                  AND CALENDAR ROWS, SO LATER STEPS CAN SEE   *
000770*                  IT RAN CLEANLY AND THE OPERATOR SEES IT IN  *
000780*                  HYGGERHL.  IT HAS NO PREDECESSOR TO WAIT    *
000790*                  FOR.                                        *
000800* 2026-10-15  KN   FOLLOWS HYGGE'S BIRTHDAY SCENE: "BDY" IS A  *
000810*                  VALID SEASON CODE, A BDY LINE MUST BE       *
000820*                  RESULT 0, IT NEEDS NO "ALL" BACKSTOP (HYGGE *
000830*                  DRAWS AS USUAL WITHOUT IT), AND EVERY       *
000840*                  CHANNEL LANGUAGE MUST HAVE A BDY RESULT 0   *
000850*                  SCENE IN THE GENERAL "*" POOL.              *
000860***************************************************************
000870 ENVIRONMENT DIVISION.
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT HYGGE-MSG-FILE ASSIGN TO "HYGGEMSG"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS HM-MSG-KEY
000940         FILE STATUS IS HYGGE-MSG-STATUS.
000950     SELECT HYGGE-CFG-FILE ASSIGN TO "HYGGECFG"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS HYGGE-CFG-STATUS.
000980     SELECT HYGGE-CHANNEL-FILE ASSIGN TO "HYGGECHN"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS HYGGE-CHANNEL-STATUS.
001010     SELECT HYGGE-CAL-FILE ASSIGN TO "HYGGECAL"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS HYGGE-CAL-STATUS.
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  HYGGE-MSG-FILE.
001070 COPY HYGMSGR.
001080 FD  HYGGE-CFG-FILE
001090     RECORDING MODE IS F.
001100 COPY HYGCFGR.
001110 FD  HYGGE-CHANNEL-FILE
001120     RECORDING MODE IS F.
001130 COPY HYGCHNR.
001140 FD  HYGGE-CAL-FILE
001150     RECORDING MODE IS F.
001160 COPY HYGCALR.
001170 WORKING-STORAGE SECTION.
001180 01  HYGGEVAL-SWITCHES.
001190     05  VAL-MSG-EOF-SW           PIC X(01) VALUE "N".
001200         88  VAL-MSG-EOF                    VALUE "Y".
001210     05  VAL-MSG-OPEN-SW          PIC X(01) VALUE "N".
001220         88  VAL-MSG-OPEN                   VALUE "Y".
001230     05  VAL-MSG-VALID-SW         PIC X(01) VALUE "N".
001240         88  VAL-MSG-VALID                  VALUE "Y".
001250     05  VAL-CFG-EOF-SW           PIC X(01) VALUE "N".
001260         88  VAL-CFG-EOF                    VALUE "Y".
001270     05  VAL-CHANNEL-EOF-SW       PIC X(01) VALUE "N".
001280         88  VAL-CHANNEL-EOF                VALUE "Y".
001290     05  VAL-LANG-KNOWN-SW        PIC X(01) VALUE "N".
001300         88  VAL-LANG-KNOWN                 VALUE "Y".
001310     05  VAL-ALL-FOUND-SW         PIC X(01) VALUE "N".
001320         88  VAL-ALL-FOUND                  VALUE "Y".
001330     05  VAL-CHAN-KNOWN-SW        PIC X(01) VALUE "N".
001340         88  VAL-CHAN-KNOWN                 VALUE "Y".
001350     05  VAL-CAL-EOF-SW           PIC X(01) VALUE "N".
001360         88  VAL-CAL-EOF                    VALUE "Y".
001370     05  VAL-CAL-CODE-KNOWN-SW    PIC X(01) VALUE "N".
001380         88  VAL-CAL-CODE-KNOWN             VALUE "Y".
001390     05  VAL-BDY-FOUND-SW         PIC X(01) VALUE "N".
001400         88  VAL-BDY-FOUND                  VALUE "Y".
001410 01  HYGGE-MSG-STATUS             PIC X(02) VALUE SPACES.
001420     88  HYGGE-MSG-STATUS-OK                VALUE "00".
001430     88  HYGGE-MSG-NOT-FOUND                VALUE "35".
001440 01  HYGGE-CFG-STATUS             PIC X(02) VALUE SPACES.
001450     88  HYGGE-CFG-STATUS-OK                VALUE "00".
001460     88  HYGGE-CFG-NOT-FOUND                VALUE "35".
001470 01  HYGGE-CHANNEL-STATUS         PIC X(02) VALUE SPACES.
001480     88  HYGGE-CHANNEL-STATUS-OK            VALUE "00".
001490     88  HYGGE-CHANNEL-NOT-FOUND            VALUE "35".
001500 01  HYGGE-CAL-STATUS             PIC X(02) VALUE SPACES.
001510     88  HYGGE-CAL-STATUS-OK                VALUE "00".
001520     88  HYGGE-CAL-NOT-FOUND                VALUE "35".
001530 01  VAL-ERROR-COUNT              PIC 9(05) VALUE ZERO.
001540 01  VAL-ERROR-COUNT-EDIT         PIC ZZ,ZZ9.
001550 01  VAL-SPACE-COUNT              PIC 9(02) VALUE ZERO.
001560 01  VAL-LINE-EDIT                PIC ZZZ9.
001570 01  VAL-MSG-KEY-EDIT.
001580     05  VKE-LANG-CODE            PIC X(02).
001590     05  FILLER                   PIC X(01) VALUE "/".
001600     05  VKE-RANDOM-RESULT        PIC X(01).
001610     05  FILLER                   PIC X(01) VALUE "/".
001620     05  VKE-SEASON-CODE          PIC X(03).
001630     05  FILLER                   PIC X(01) VALUE "/".
001640     05  VKE-SEQUENCE-NO          PIC X(02).
001650     05  FILLER                   PIC X(01) VALUE "/".
001660     05  VKE-CHANNEL-NAME         PIC X(20).
001670 01  VAL-RESUME-KEY               PIC X(28) VALUE SPACES.
001680 01  VAL-WANTED-SCENE-KEY         PIC X(26) VALUE SPACES.
001690 01  VAL-LANG-TABLE-MAX           PIC 9(02) VALUE 20.
001700 01  VAL-LANG-TABLE-COUNT         PIC 9(02) VALUE ZERO.
001710 01  VAL-LANG-TABLE.
001720     05  VLT-ENTRY OCCURS 20 TIMES INDEXED BY VLT-IDX.
001730         10  VLT-LANG-CODE        PIC X(02).
001740 01  VAL-CHAN-TABLE-MAX           PIC 9(02) VALUE 50.
001750 01  VAL-CHAN-TABLE-COUNT         PIC 9(02) VALUE ZERO.
001760 01  VAL-CHAN-TABLE.
001770     05  VCH-ENTRY OCCURS 50 TIMES INDEXED BY VCH-IDX.
001780         10  VCH-CHANNEL-NAME     PIC X(20).
001790         10  VCH-LANG-CODE        PIC X(02).
001800 01  VAL-WEIGHT-TABLE-COUNT       PIC 99    VALUE ZERO.
001810 01  VAL-WEIGHT-TABLE.
001820     05  VWT-ENTRY OCCURS 10 TIMES INDEXED BY VWT-IDX.
001830         10  VWT-RANDOM-RESULT    PIC 9.
001840         10  VWT-WEIGHT           PIC 999.
001850 01  VAL-CHECK-LANG-CODE          PIC X(02) VALUE SPACES.
001860 01  VAL-CHECK-RESULT             PIC X(01) VALUE SPACES.
001870 01  VAL-CHECK-CHANNEL-NAME       PIC X(20) VALUE SPACES.
001880 01  VAL-GENERAL-POOL-NAME        PIC X(20) VALUE "*".
001890 01  VAL-CAL-TABLE-MAX            PIC 9(02) VALUE 50.
001900 01  VAL-CAL-TABLE-COUNT          PIC 9(02) VALUE ZERO.
001910 01  VAL-CAL-TABLE.
001920     05  VCL-ENTRY OCCURS 50 TIMES INDEXED BY VCL-IDX.
001930         10  VCL-LINE-NO          PIC 9(04).
001940         10  VCL-FROM-DATE        PIC X(08).
001950         10  VCL-TO-DATE          PIC X(08).
001960         10  VCL-SEASON-CODE      PIC X(03).
001970         10  VCL-CHANNEL-NAME     PIC X(20).
001980         10  VCL-VALID-SW         PIC X(01).
001990             88  VCL-VALID                  VALUE "Y".
002000         10  VCL-HAS-LINE-SW      PIC X(01).
002010             88  VCL-HAS-LINE               VALUE "Y".
002020 01  VAL-CAL-RECORD-COUNT         PIC 9(05) VALUE ZERO.
002030 01  VAL-CHECK-SEASON-CODE        PIC X(03) VALUE SPACES.
002040 01  VAL-BIRTHDAY-SEASON-CODE     PIC X(03) VALUE "BDY".
002050 COPY HYGLDGL.
002060*
002070 PROCEDURE DIVISION.
002080*
002090***************************************************************
002100* 0000-MAINLINE                                                *
002110*   Indlæser de tre filer, kører alle kontroller og sætter     *
002120*   RETURN-CODE 8, hvis noget skal holde hygge-jobbet tilbage. *
002130***************************************************************
002140 0000-MAINLINE.
002150     DISPLAY "HYGGEVAL - PRE-FLIGHT VALIDATION".
002160     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
002170     IF HLD-GATE-CLOSED
002180         STOP RUN
002190     END-IF.
002200     PERFORM 1000-LOAD-CHANNEL-LANGS THRU 1000-EXIT.
002210     PERFORM 1200-LOAD-WEIGHTS THRU 1200-EXIT.
002220     PERFORM 1250-LOAD-CALENDAR THRU 1250-EXIT.
002230     PERFORM 1300-CHECK-MESSAGES THRU 1300-EXIT.
002240     PERFORM 4000-CHECK-COVERAGE THRU 4000-EXIT.
002250     PERFORM 4500-CHECK-BIRTHDAY-SCENES THRU 4500-EXIT.
002260     PERFORM 5600-CHECK-CALENDAR-CODES THRU 5600-EXIT.
002270     IF VAL-MSG-OPEN
002280         CLOSE HYGGE-MSG-FILE
002290     END-IF.
002300     PERFORM 6000-REPORT-AND-SET-RC THRU 6000-EXIT.
002310     PERFORM 9000-WRITE-RUN-LEDGER THRU 9000-EXIT.
002320     STOP RUN.
002330*
002340***************************************************************
002350* 0100-CHECK-RUN-LEDGER                                        *
002360*   Spørger HYGGELDG, om trinets forgængere er endt rent for   *
002370*   samme kørselsdato.  Ellers stopper trinet med RETURN-CODE  *
002380*   12, før det har rørt en eneste fil.                        *
002390***************************************************************
002400 0100-CHECK-RUN-LEDGER.
002410     MOVE "HYGGEVAL" TO HLD-PROGRAM-ID.
002420     SET HLD-FUNCTION-START TO TRUE.
002430     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
002440     IF HLD-GATE-CLOSED
002450         MOVE HLD-RETURN-CODE TO RETURN-CODE
002460     END-IF.
002470 0100-EXIT.
002480     EXIT.
002490*
002500***************************************************************
002510* 1000-LOAD-CHANNEL-LANGS                                      *
002520*   Samler de forskellige sprogkoder fra HYGGE-CHANNEL-FILE.   *
002530***************************************************************
002540 1000-LOAD-CHANNEL-LANGS.
002550     OPEN INPUT HYGGE-CHANNEL-FILE.
002560     IF HYGGE-CHANNEL-STATUS-OK
002570         PERFORM 1100-READ-ONE-CHANNEL THRU 1100-EXIT
002580             UNTIL VAL-CHANNEL-EOF
002590         CLOSE HYGGE-CHANNEL-FILE
002600     ELSE
002610         DISPLAY "HYGGEVAL: CANNOT OPEN HYGGECHN, STATUS "
002620             HYGGE-CHANNEL-STATUS
002630         ADD 1 TO VAL-ERROR-COUNT
002640     END-IF.
002650 1000-EXIT.
002660     EXIT.
002670*
002680 1100-READ-ONE-CHANNEL.
002690     READ HYGGE-CHANNEL-FILE
002700         AT END
002710             SET VAL-CHANNEL-EOF TO TRUE
002720     END-READ.
002730     IF NOT VAL-CHANNEL-EOF
002740         MOVE "N" TO VAL-LANG-KNOWN-SW
002750         PERFORM 1110-CHECK-ONE-LANG THRU 1110-EXIT
002760             VARYING VLT-IDX FROM 1 BY 1
002770             UNTIL VLT-IDX > VAL-LANG-TABLE-COUNT
002780                OR VAL-LANG-KNOWN
002790         IF NOT VAL-LANG-KNOWN
002800            AND VAL-LANG-TABLE-COUNT < VAL-LANG-TABLE-MAX
002810             ADD 1 TO VAL-LANG-TABLE-COUNT
002820             MOVE HC-LANG-CODE
002830                 TO VLT-LANG-CODE (VAL-LANG-TABLE-COUNT)
002840         END-IF
002850         IF VAL-CHAN-TABLE-COUNT < VAL-CHAN-TABLE-MAX
002860             ADD 1 TO VAL-CHAN-TABLE-COUNT
002870             MOVE HC-CHANNEL-NAME
002880                 TO VCH-CHANNEL-NAME (VAL-CHAN-TABLE-COUNT)
002890             MOVE HC-LANG-CODE
002900                 TO VCH-LANG-CODE (VAL-CHAN-TABLE-COUNT)
002910         END-IF
002920     END-IF.
002930 1100-EXIT.
002940     EXIT.
002950*
002960 1110-CHECK-ONE-LANG.
002970     IF VLT-LANG-CODE (VLT-IDX) = HC-LANG-CODE
002980         SET VAL-LANG-KNOWN TO TRUE
002990     END-IF.
003000 1110-EXIT.
003010     EXIT.
003020*
003030***************************************************************
003040* 1200-LOAD-WEIGHTS                                            *
003050*   Læser vægtene fra HYGGE-CFG-FILE.                          *
003060***************************************************************
003070 1200-LOAD-WEIGHTS.
003080     OPEN INPUT HYGGE-CFG-FILE.
003090     IF HYGGE-CFG-STATUS-OK
003100         PERFORM 1210-READ-ONE-WEIGHT THRU 1210-EXIT
003110             UNTIL VAL-CFG-EOF
003120         CLOSE HYGGE-CFG-FILE
003130     ELSE
003140         DISPLAY "HYGGEVAL: CANNOT OPEN HYGGECFG, STATUS "
003150             HYGGE-CFG-STATUS
003160         ADD 1 TO VAL-ERROR-COUNT
003170     END-IF.
003180 1200-EXIT.
003190     EXIT.
003200*
003210 1210-READ-ONE-WEIGHT.
003220     READ HYGGE-CFG-FILE
003230         AT END
003240             SET VAL-CFG-EOF TO TRUE
003250     END-READ.
003260     IF NOT VAL-CFG-EOF
003270        AND VAL-WEIGHT-TABLE-COUNT < 10
003280         ADD 1 TO VAL-WEIGHT-TABLE-COUNT
003290         MOVE HW-RANDOM-RESULT
003300             TO VWT-RANDOM-RESULT (VAL-WEIGHT-TABLE-COUNT)
003310         MOVE HW-WEIGHT
003320             TO VWT-WEIGHT (VAL-WEIGHT-TABLE-COUNT)
003330     END-IF.
003340 1210-EXIT.
003350     EXIT.
003360*
003370***************************************************************
003380* 1250-LOAD-CALENDAR                                           *
003390*   Læser HYGGE-CAL-FILE ind i en tabel og formkontrollerer    *
003400*   hver række undervejs: datoer numeriske og i orden, koden   *
003410*   udfyldt, kanalen "*" eller kendt fra HYGGE-CHANNEL-FILE.   *
003420*   En manglende fil er en gyldig (tom) kalender.              *
003430***************************************************************
003440 1250-LOAD-CALENDAR.
003450     OPEN INPUT HYGGE-CAL-FILE.
003460     IF HYGGE-CAL-STATUS-OK
003470         PERFORM 1260-READ-ONE-CAL THRU 1260-EXIT
003480             UNTIL VAL-CAL-EOF
003490         CLOSE HYGGE-CAL-FILE
003500     END-IF.
003510 1250-EXIT.
003520     EXIT.
003530*
003540 1260-READ-ONE-CAL.
003550     READ HYGGE-CAL-FILE
003560         AT END
003570             SET VAL-CAL-EOF TO TRUE
003580     END-READ.
003590     IF NOT VAL-CAL-EOF
003600         ADD 1 TO VAL-CAL-RECORD-COUNT
003610         IF VAL-CAL-TABLE-COUNT < VAL-CAL-TABLE-MAX
003620             ADD 1 TO VAL-CAL-TABLE-COUNT
003630             SET VCL-IDX TO VAL-CAL-TABLE-COUNT
003640             MOVE VAL-CAL-RECORD-COUNT TO VCL-LINE-NO (VCL-IDX)
003650             MOVE HCL-FROM-DATE    TO VCL-FROM-DATE (VCL-IDX)
003660             MOVE HCL-TO-DATE      TO VCL-TO-DATE (VCL-IDX)
003670             MOVE HCL-SEASON-CODE  TO VCL-SEASON-CODE (VCL-IDX)
003680             MOVE HCL-CHANNEL-NAME TO VCL-CHANNEL-NAME (VCL-IDX)
003690             MOVE "Y" TO VCL-VALID-SW (VCL-IDX)
003700             MOVE "N" TO VCL-HAS-LINE-SW (VCL-IDX)
003710             PERFORM 1270-CHECK-ONE-CAL THRU 1270-EXIT
003720         ELSE
003730             DISPLAY "HYGGEVAL: HYGGECAL OVERFLOWS THE "
003740                 "50-ENTRY TABLE - RAISE THE CAP"
003750             ADD 1 TO VAL-ERROR-COUNT
003760             SET VAL-CAL-EOF TO TRUE
003770         END-IF
003780     END-IF.
003790 1260-EXIT.
003800     EXIT.
003810*
003820 1270-CHECK-ONE-CAL.
003830     IF VCL-FROM-DATE (VCL-IDX) NOT NUMERIC
003840      OR VCL-TO-DATE (VCL-IDX) NOT NUMERIC
003850         MOVE VCL-LINE-NO (VCL-IDX) TO VAL-LINE-EDIT
003860         DISPLAY "HYGGEVAL: CAL LINE" VAL-LINE-EDIT
003870             " BAD DATE(S) '" VCL-FROM-DATE (VCL-IDX) "'-'"
003880             VCL-TO-DATE (VCL-IDX) "'"
003890         MOVE "N" TO VCL-VALID-SW (VCL-IDX)
003900         ADD 1 TO VAL-ERROR-COUNT
003910         GO TO 1270-EXIT
003920     END-IF.
003930     IF VCL-FROM-DATE (VCL-IDX) > VCL-TO-DATE (VCL-IDX)
003940         MOVE VCL-LINE-NO (VCL-IDX) TO VAL-LINE-EDIT
003950         DISPLAY "HYGGEVAL: CAL LINE" VAL-LINE-EDIT
003960             " FROM-DATE AFTER TO-DATE"
003970         MOVE "N" TO VCL-VALID-SW (VCL-IDX)
003980         ADD 1 TO VAL-ERROR-COUNT
003990     END-IF.
004000     IF VCL-SEASON-CODE (VCL-IDX) = SPACES
004010      OR VCL-SEASON-CODE (VCL-IDX) = "ALL"
004020         MOVE VCL-LINE-NO (VCL-IDX) TO VAL-LINE-EDIT
004030         DISPLAY "HYGGEVAL: CAL LINE" VAL-LINE-EDIT
004040             " BAD SEASON CODE '" VCL-SEASON-CODE (VCL-IDX) "'"
004050         MOVE "N" TO VCL-VALID-SW (VCL-IDX)
004060         ADD 1 TO VAL-ERROR-COUNT
004070     END-IF.
004080     IF VCL-CHANNEL-NAME (VCL-IDX) NOT = VAL-GENERAL-POOL-NAME
004090         MOVE "N" TO VAL-CHAN-KNOWN-SW
004100         PERFORM 1280-MATCH-ONE-CAL-CHAN THRU 1280-EXIT
004110             VARYING VCH-IDX FROM 1 BY 1
004120             UNTIL VCH-IDX > VAL-CHAN-TABLE-COUNT
004130                OR VAL-CHAN-KNOWN
004140         IF NOT VAL-CHAN-KNOWN
004150             MOVE VCL-LINE-NO (VCL-IDX) TO VAL-LINE-EDIT
004160             DISPLAY "HYGGEVAL: CAL LINE" VAL-LINE-EDIT
004170                 " CHANNEL '" VCL-CHANNEL-NAME (VCL-IDX)
004180                 "' NOT IN HYGGECHN"
004190             MOVE "N" TO VCL-VALID-SW (VCL-IDX)
004200             ADD 1 TO VAL-ERROR-COUNT
004210         END-IF
004220     END-IF.
004230 1270-EXIT.
004240     EXIT.
004250*
004260 1280-MATCH-ONE-CAL-CHAN.
004270     IF VCH-CHANNEL-NAME (VCH-IDX) = VCL-CHANNEL-NAME (VCL-IDX)
004280         SET VAL-CHAN-KNOWN TO TRUE
004290     END-IF.
004300 1280-EXIT.
004310     EXIT.
004320*
004330***************************************************************
004340* 1300-CHECK-MESSAGES                                          *
004350*   Læser HYGGE-MSG-FILE i nøgleorden og kontrollerer hver     *
004360*   række undervejs: formfejl, kanalfelt, kalenderkoder med    *
004370*   linjer, og om en sæsonlinje har en "ALL"-linje bag sig.    *
004380*   Filen står åben bagefter til dækningskontrollens opslag.   *
004390***************************************************************
004400 1300-CHECK-MESSAGES.
004410     OPEN INPUT HYGGE-MSG-FILE.
004420     IF HYGGE-MSG-STATUS-OK
004430         SET VAL-MSG-OPEN TO TRUE
004440         PERFORM 1310-CHECK-ONE-MESSAGE THRU 1310-EXIT
004450             UNTIL VAL-MSG-EOF
004460     ELSE
004470         DISPLAY "HYGGEVAL: CANNOT OPEN HYGGEMSG, STATUS "
004480             HYGGE-MSG-STATUS
004490         ADD 1 TO VAL-ERROR-COUNT
004500     END-IF.
004510 1300-EXIT.
004520     EXIT.
004530*
004540 1310-CHECK-ONE-MESSAGE.
004550     READ HYGGE-MSG-FILE NEXT RECORD
004560         AT END
004570             SET VAL-MSG-EOF TO TRUE
004580     END-READ.
004590     IF VAL-MSG-EOF
004600         GO TO 1310-EXIT
004610     END-IF.
004620     MOVE HM-LANG-CODE     TO VKE-LANG-CODE.
004630     MOVE HM-RANDOM-RESULT TO VKE-RANDOM-RESULT.
004640     MOVE HM-SEASON-CODE   TO VKE-SEASON-CODE.
004650     MOVE HM-SEQUENCE-NO   TO VKE-SEQUENCE-NO.
004660     MOVE HM-CHANNEL-NAME  TO VKE-CHANNEL-NAME.
004670     MOVE "Y" TO VAL-MSG-VALID-SW.
004680     PERFORM 2000-CHECK-ONE-MALFORMED THRU 2000-EXIT.
004690     IF NOT VAL-MSG-VALID
004700         GO TO 1310-EXIT
004710     END-IF.
004720     PERFORM 1320-MARK-ONE-CAL-CODE THRU 1320-EXIT
004730         VARYING VCL-IDX FROM 1 BY 1
004740         UNTIL VCL-IDX > VAL-CAL-TABLE-COUNT.
004750     IF HM-SEASON-CODE NOT = "ALL"
004760        AND HM-SEASON-CODE NOT = VAL-BIRTHDAY-SEASON-CODE
004770         PERFORM 5100-CHECK-ONE-SHADOW THRU 5100-EXIT
004780     END-IF.
004790 1310-EXIT.
004800     EXIT.
004810*
004820 1320-MARK-ONE-CAL-CODE.
004830     IF VCL-VALID (VCL-IDX)
004840        AND VCL-SEASON-CODE (VCL-IDX) = HM-SEASON-CODE
004850         SET VCL-HAS-LINE (VCL-IDX) TO TRUE
004860     END-IF.
004870 1320-EXIT.
004880     EXIT.
004890*
004900***************************************************************
004910* 2000-CHECK-ONE-MALFORMED                                     *
004920*   Formkontrol af den netop læste række.  En ugyldig række    *
004930*   rapporteres med sin nøgle og deltager ikke i de øvrige     *
004940*   kontroller.                                                *
004950***************************************************************
004960 2000-CHECK-ONE-MALFORMED.
004970     MOVE ZERO TO VAL-SPACE-COUNT.
004980     INSPECT HM-LANG-CODE
004990         TALLYING VAL-SPACE-COUNT FOR ALL " ".
005000     IF HM-LANG-CODE NOT ALPHABETIC-UPPER
005010      OR VAL-SPACE-COUNT > ZERO
005020         DISPLAY "HYGGEVAL: KEY " VAL-MSG-KEY-EDIT
005030             " BAD LANG CODE '" HM-LANG-CODE "'"
005040         MOVE "N" TO VAL-MSG-VALID-SW
005050         ADD 1 TO VAL-ERROR-COUNT
005060     END-IF.
005070     IF HM-RANDOM-RESULT NOT NUMERIC
005080         DISPLAY "HYGGEVAL: KEY " VAL-MSG-KEY-EDIT
005090             " BAD RANDOM-RESULT '" VKE-RANDOM-RESULT "'"
005100         MOVE "N" TO VAL-MSG-VALID-SW
005110         ADD 1 TO VAL-ERROR-COUNT
005120     END-IF.
005130     IF HM-SEASON-CODE NOT = "ALL"
005140        AND HM-SEASON-CODE NOT = "WIN"
005150        AND HM-SEASON-CODE NOT = "SUM"
005160        AND HM-SEASON-CODE NOT = VAL-BIRTHDAY-SEASON-CODE
005170         MOVE HM-SEASON-CODE TO VAL-CHECK-SEASON-CODE
005180         PERFORM 2080-SEASON-IN-CALENDAR THRU 2080-EXIT
005190         IF NOT VAL-CAL-CODE-KNOWN
005200             DISPLAY "HYGGEVAL: KEY " VAL-MSG-KEY-EDIT
005210                 " BAD SEASON CODE '" HM-SEASON-CODE
005220                 "' (NOT ALL/WIN/SUM/BDY, NOT IN HYGGECAL)"
005230             MOVE "N" TO VAL-MSG-VALID-SW
005240             ADD 1 TO VAL-ERROR-COUNT
005250         END-IF
005260     END-IF.
005270     IF HM-SEASON-CODE = VAL-BIRTHDAY-SEASON-CODE
005280        AND HM-RANDOM-RESULT NUMERIC
005290        AND HM-RANDOM-RESULT NOT = ZERO
005300         DISPLAY "HYGGEVAL: KEY " VAL-MSG-KEY-EDIT
005310             " BIRTHDAY (BDY) LINE MUST BE RESULT 0"
005320         MOVE "N" TO VAL-MSG-VALID-SW
005330         ADD 1 TO VAL-ERROR-COUNT
005340     END-IF.
005350     IF HM-SEQUENCE-NO NOT NUMERIC
005360         DISPLAY "HYGGEVAL: KEY " VAL-MSG-KEY-EDIT
005370             " BAD SEQUENCE NO '" VKE-SEQUENCE-NO "'"
005380         MOVE "N" TO VAL-MSG-VALID-SW
005390         ADD 1 TO VAL-ERROR-COUNT
005400     END-IF.
005410     IF HM-DELAY-HINT NOT NUMERIC
005420         DISPLAY "HYGGEVAL: KEY " VAL-MSG-KEY-EDIT
005430             " BAD DELAY HINT '" HM-DELAY-HINT "'"
005440         MOVE "N" TO VAL-MSG-VALID-SW
005450         ADD 1 TO VAL-ERROR-COUNT
005460     END-IF.
005470     PERFORM 2050-CHECK-CHANNEL-FIELD THRU 2050-EXIT.
005480 2000-EXIT.
005490     EXIT.
005500*
005510***************************************************************
005520* 2050-CHECK-CHANNEL-FIELD                                     *
005530*   Kanalfeltet skal være "*" (den generelle pulje) eller en   *
005540*   kanal fra HYGGE-CHANNEL-FILE, og en override-linjes sprog  *
005550*   skal matche kanalens - ellers kan linjen aldrig trækkes.   *
005560***************************************************************
005570 2050-CHECK-CHANNEL-FIELD.
005580     IF HM-CHANNEL-NAME = VAL-GENERAL-POOL-NAME
005590         GO TO 2050-EXIT
005600     END-IF.
005610     MOVE "N" TO VAL-CHAN-KNOWN-SW.
005620     PERFORM 2060-MATCH-ONE-CHANNEL THRU 2060-EXIT
005630         VARYING VCH-IDX FROM 1 BY 1
005640         UNTIL VCH-IDX > VAL-CHAN-TABLE-COUNT
005650            OR VAL-CHAN-KNOWN.
005660     IF NOT VAL-CHAN-KNOWN
005670         DISPLAY "HYGGEVAL: KEY " VAL-MSG-KEY-EDIT
005680             " OVERRIDE CHANNEL NOT IN HYGGECHN"
005690         MOVE "N" TO VAL-MSG-VALID-SW
005700         ADD 1 TO VAL-ERROR-COUNT
005710         GO TO 2050-EXIT
005720     END-IF.
005730     IF HM-LANG-CODE NOT = VAL-CHECK-LANG-CODE
005740         DISPLAY "HYGGEVAL: KEY " VAL-MSG-KEY-EDIT
005750             " OVERRIDE LANG " HM-LANG-CODE
005760             " DOES NOT MATCH CHANNEL LANG "
005770             VAL-CHECK-LANG-CODE
005780         MOVE "N" TO VAL-MSG-VALID-SW
005790         ADD 1 TO VAL-ERROR-COUNT
005800     END-IF.
005810 2050-EXIT.
005820     EXIT.
005830*
005840 2060-MATCH-ONE-CHANNEL.
005850     IF VCH-CHANNEL-NAME (VCH-IDX) = HM-CHANNEL-NAME
005860         SET VAL-CHAN-KNOWN TO TRUE
005870         MOVE VCH-LANG-CODE (VCH-IDX) TO VAL-CHECK-LANG-CODE
005880     END-IF.
005890 2060-EXIT.
005900     EXIT.
005910*
005920***************************************************************
005930* 2080-SEASON-IN-CALENDAR                                      *
005940*   Leder blandt de gyldige kalenderrækker efter koden i       *
005950*   VAL-CHECK-SEASON-CODE.                                     *
005960***************************************************************
005970 2080-SEASON-IN-CALENDAR.
005980     MOVE "N" TO VAL-CAL-CODE-KNOWN-SW.
005990     PERFORM 2090-MATCH-ONE-CAL-CODE THRU 2090-EXIT
006000         VARYING VCL-IDX FROM 1 BY 1
006010         UNTIL VCL-IDX > VAL-CAL-TABLE-COUNT
006020            OR VAL-CAL-CODE-KNOWN.
006030 2080-EXIT.
006040     EXIT.
006050*
006060 2090-MATCH-ONE-CAL-CODE.
006070     IF VCL-VALID (VCL-IDX)
006080        AND VCL-SEASON-CODE (VCL-IDX) = VAL-CHECK-SEASON-CODE
006090         SET VAL-CAL-CODE-KNOWN TO TRUE
006100     END-IF.
006110 2090-EXIT.
006120     EXIT.
006130*
006140***************************************************************
006150* 4000-CHECK-COVERAGE                                          *
006160*   For hver RANDOM-RESULT med vægt over nul skal der findes   *
006170*   en "ALL"-linje for hvert sprog i HYGGE-CHANNEL-FILE -      *
006180*   ellers kan et vægtet udtræk ende uden tekst.               *
006190***************************************************************
006200 4000-CHECK-COVERAGE.
006210     PERFORM 4100-CHECK-ONE-WEIGHT THRU 4100-EXIT
006220         VARYING VWT-IDX FROM 1 BY 1
006230         UNTIL VWT-IDX > VAL-WEIGHT-TABLE-COUNT.
006240 4000-EXIT.
006250     EXIT.
006260*
006270 4100-CHECK-ONE-WEIGHT.
006280     IF VWT-WEIGHT (VWT-IDX) > ZERO
006290         MOVE VWT-RANDOM-RESULT (VWT-IDX) TO VAL-CHECK-RESULT
006300         PERFORM 4110-CHECK-ONE-LANG-SLOT THRU 4110-EXIT
006310             VARYING VLT-IDX FROM 1 BY 1
006320             UNTIL VLT-IDX > VAL-LANG-TABLE-COUNT
006330     END-IF.
006340 4100-EXIT.
006350     EXIT.
006360*
006370 4110-CHECK-ONE-LANG-SLOT.
006380     MOVE VLT-LANG-CODE (VLT-IDX) TO VAL-CHECK-LANG-CODE.
006390     MOVE VAL-GENERAL-POOL-NAME TO VAL-CHECK-CHANNEL-NAME.
006400     PERFORM 4200-FIND-ALL-LINE THRU 4200-EXIT.
006410     IF NOT VAL-ALL-FOUND
006420         DISPLAY "HYGGEVAL: NO 'ALL' LINE FOR LANG "
006430             VAL-CHECK-LANG-CODE " RESULT " VAL-CHECK-RESULT
006440             " (WEIGHTED IN HYGGECFG)"
006450         ADD 1 TO VAL-ERROR-COUNT
006460     END-IF.
006470 4110-EXIT.
006480     EXIT.
006490*
006500***************************************************************
006510* 4200-FIND-ALL-LINE                                           *
006520*   Slår op efter en "ALL"-linje med nøglen VAL-CHECK-LANG-    *
006530*   CODE / VAL-CHECK-RESULT i puljen VAL-CHECK-CHANNEL-NAME    *
006540*   ("*" eller en kanal): START på scenens nøgle og én READ    *
006550*   NEXT.  Filens læseposition flyttes - den der læser         *
006560*   sekventielt, må selv sætte den tilbage.                    *
006570***************************************************************
006580 4200-FIND-ALL-LINE.
006590     MOVE "N" TO VAL-ALL-FOUND-SW.
006600     IF NOT VAL-MSG-OPEN
006610         GO TO 4200-EXIT
006620     END-IF.
006630     MOVE SPACES                 TO HM-MSG-KEY.
006640     MOVE VAL-CHECK-LANG-CODE    TO HM-LANG-CODE.
006650     MOVE VAL-CHECK-RESULT       TO HM-RANDOM-RESULT.
006660     MOVE "ALL"                  TO HM-SEASON-CODE.
006670     MOVE VAL-CHECK-CHANNEL-NAME TO HM-CHANNEL-NAME.
006680     MOVE ZERO                   TO HM-SEQUENCE-NO.
006690     MOVE HM-SCENE-KEY           TO VAL-WANTED-SCENE-KEY.
006700     START HYGGE-MSG-FILE KEY IS NOT LESS THAN HM-MSG-KEY
006710         INVALID KEY
006720             GO TO 4200-EXIT
006730     END-START.
006740     READ HYGGE-MSG-FILE NEXT RECORD
006750         AT END
006760             GO TO 4200-EXIT
006770     END-READ.
006780     IF HM-SCENE-KEY = VAL-WANTED-SCENE-KEY
006790         SET VAL-ALL-FOUND TO TRUE
006800     END-IF.
006810 4200-EXIT.
006820     EXIT.
006830*
006840***************************************************************
006850* 4500-CHECK-BIRTHDAY-SCENES                                   *
006860*   Hvert sprog i HYGGE-CHANNEL-FILE skal have en              *
006870*   fødselsdagsscene ("BDY", udtræk 0) i den generelle pulje - *
006880*   ellers går en fødselsdag i kanalen upåagtet hen.           *
006890***************************************************************
006900 4500-CHECK-BIRTHDAY-SCENES.
006910     PERFORM 4510-CHECK-ONE-LANG-BIRTHDAY THRU 4510-EXIT
006920         VARYING VLT-IDX FROM 1 BY 1
006930         UNTIL VLT-IDX > VAL-LANG-TABLE-COUNT.
006940 4500-EXIT.
006950     EXIT.
006960*
006970 4510-CHECK-ONE-LANG-BIRTHDAY.
006980     MOVE VLT-LANG-CODE (VLT-IDX) TO VAL-CHECK-LANG-CODE.
006990     MOVE "0" TO VAL-CHECK-RESULT.
007000     MOVE VAL-GENERAL-POOL-NAME TO VAL-CHECK-CHANNEL-NAME.
007010     PERFORM 4600-FIND-BIRTHDAY-SCENE THRU 4600-EXIT.
007020     IF NOT VAL-BDY-FOUND
007030         DISPLAY "HYGGEVAL: NO BIRTHDAY SCENE ('BDY' RESULT 0)"
007040             " FOR LANG " VAL-CHECK-LANG-CODE
007050         ADD 1 TO VAL-ERROR-COUNT
007060     END-IF.
007070 4510-EXIT.
007080     EXIT.
007090*
007100***************************************************************
007110* 4600-FIND-BIRTHDAY-SCENE                                     *
007120*   Som 4200-FIND-ALL-LINE, men for sæsonkoden "BDY".          *
007130***************************************************************
007140 4600-FIND-BIRTHDAY-SCENE.
007150     MOVE "N" TO VAL-BDY-FOUND-SW.
007160     IF NOT VAL-MSG-OPEN
007170         GO TO 4600-EXIT
007180     END-IF.
007190     MOVE SPACES                   TO HM-MSG-KEY.
007200     MOVE VAL-CHECK-LANG-CODE      TO HM-LANG-CODE.
007210     MOVE VAL-CHECK-RESULT         TO HM-RANDOM-RESULT.
007220     MOVE VAL-BIRTHDAY-SEASON-CODE TO HM-SEASON-CODE.
007230     MOVE VAL-CHECK-CHANNEL-NAME   TO HM-CHANNEL-NAME.
007240     MOVE ZERO                     TO HM-SEQUENCE-NO.
007250     MOVE HM-SCENE-KEY             TO VAL-WANTED-SCENE-KEY.
007260     START HYGGE-MSG-FILE KEY IS NOT LESS THAN HM-MSG-KEY
007270         INVALID KEY
007280             GO TO 4600-EXIT
007290     END-START.
007300     READ HYGGE-MSG-FILE NEXT RECORD
007310         AT END
007320             GO TO 4600-EXIT
007330     END-READ.
007340     IF HM-SCENE-KEY = VAL-WANTED-SCENE-KEY
007350         SET VAL-BDY-FOUND TO TRUE
007360     END-IF.
007370 4600-EXIT.
007380     EXIT.
007390*
007400***************************************************************
007410* 5100-CHECK-ONE-SHADOW                                        *
007420*   En sæsonlinje uden en "ALL"-linje bag sig efterlader       *
007430*   slottet tomt uden for sæsonen - flag den.  En override-    *
007440*   linje må støtte sig til en "ALL"-linje i sin egen kanal    *
007450*   eller i den generelle pulje.  Opslagene flytter filens     *
007460*   læseposition, så den sættes tilbage efter den aktuelle     *
007470*   række, før 1300-CHECK-MESSAGES læser videre.               *
007480***************************************************************
007490 5100-CHECK-ONE-SHADOW.
007500     MOVE HM-MSG-KEY       TO VAL-RESUME-KEY.
007510     MOVE HM-LANG-CODE     TO VAL-CHECK-LANG-CODE.
007520     MOVE HM-RANDOM-RESULT TO VAL-CHECK-RESULT.
007530     MOVE HM-CHANNEL-NAME  TO VAL-CHECK-CHANNEL-NAME.
007540     PERFORM 4200-FIND-ALL-LINE THRU 4200-EXIT.
007550     IF NOT VAL-ALL-FOUND
007560        AND VAL-CHECK-CHANNEL-NAME NOT = VAL-GENERAL-POOL-NAME
007570         MOVE VAL-GENERAL-POOL-NAME TO VAL-CHECK-CHANNEL-NAME
007580         PERFORM 4200-FIND-ALL-LINE THRU 4200-EXIT
007590     END-IF.
007600     IF NOT VAL-ALL-FOUND
007610         DISPLAY "HYGGEVAL: KEY " VAL-MSG-KEY-EDIT
007620             " SEASONAL " VKE-SEASON-CODE
007630             " LINE SHADOWS MISSING 'ALL' LINE, KEY "
007640             VAL-CHECK-LANG-CODE "/" VAL-CHECK-RESULT
007650         ADD 1 TO VAL-ERROR-COUNT
007660     END-IF.
007670     MOVE VAL-RESUME-KEY TO HM-MSG-KEY.
007680     START HYGGE-MSG-FILE KEY IS GREATER THAN HM-MSG-KEY
007690         INVALID KEY
007700             SET VAL-MSG-EOF TO TRUE
007710     END-START.
007720 5100-EXIT.
007730     EXIT.
007740*
007750***************************************************************
007760* 5600-CHECK-CALENDAR-CODES                                    *
007770*   Hver gyldig kalenderkode skal have mindst én gyldig linje  *
007780*   i HYGGE-MSG-FILE - ellers gryr dens mærkedag med en tom    *
007790*   scene, netop den dag det gjaldt.                           *
007800***************************************************************
007810 5600-CHECK-CALENDAR-CODES.
007820     PERFORM 5700-CHECK-ONE-CAL-CODE THRU 5700-EXIT
007830         VARYING VCL-IDX FROM 1 BY 1
007840         UNTIL VCL-IDX > VAL-CAL-TABLE-COUNT.
007850 5600-EXIT.
007860     EXIT.
007870*
007880 5700-CHECK-ONE-CAL-CODE.
007890     IF NOT VCL-VALID (VCL-IDX)
007900         GO TO 5700-EXIT
007910     END-IF.
007920     IF NOT VCL-HAS-LINE (VCL-IDX)
007930         MOVE VCL-LINE-NO (VCL-IDX) TO VAL-LINE-EDIT
007940         DISPLAY "HYGGEVAL: CAL LINE" VAL-LINE-EDIT
007950             " CODE '" VCL-SEASON-CODE (VCL-IDX)
007960             "' HAS NO LINE IN HYGGEMSG"
007970         ADD 1 TO VAL-ERROR-COUNT
007980     END-IF.
007990 5700-EXIT.
008000     EXIT.
008010*
008020***************************************************************
008030* 6000-REPORT-AND-SET-RC                                       *
008040*   Opsummerer og sætter RETURN-CODE 8, hvis der var fund, så  *
008050*   scheduleren kan holde hygge-jobbet tilbage.                *
008060***************************************************************
008070 6000-REPORT-AND-SET-RC.
008080     IF VAL-ERROR-COUNT = ZERO
008090         DISPLAY "HYGGEVAL: ALL CHECKS PASSED"
008100     ELSE
008110         MOVE VAL-ERROR-COUNT TO VAL-ERROR-COUNT-EDIT
008120         DISPLAY "HYGGEVAL:" VAL-ERROR-COUNT-EDIT
008130             " FINDING(S) - HOLD THE HYGGE JOB"
008140         MOVE 8 TO RETURN-CODE
008150     END-IF.
008160 6000-EXIT.
008170     EXIT.
008180*
008190***************************************************************
008200* 9000-WRITE-RUN-LEDGER                                        *
008210*   Tilføjer trinets række i run-ledgeren med RETURN-CODE og   *
008220*   nøgletal.  CALL nulstiller RETURN-CODE, så koden gemmes i  *
008230*   parameterblokken og sættes tilbage bagefter.               *
008240***************************************************************
008250 9000-WRITE-RUN-LEDGER.
008260     MOVE RETURN-CODE TO HLD-RETURN-CODE.
008270     SET HLD-FUNCTION-END TO TRUE.
008280     MOVE "ERRORS"   TO HLD-COUNT-LABEL (1).
008290     MOVE VAL-ERROR-COUNT TO HLD-COUNT-VALUE (1).
008300     MOVE "CHANNELS" TO HLD-COUNT-LABEL (2).
008310     MOVE VAL-CHAN-TABLE-COUNT TO HLD-COUNT-VALUE (2).
008320     MOVE "CALROWS"  TO HLD-COUNT-LABEL (3).
008330     MOVE VAL-CAL-RECORD-COUNT TO HLD-COUNT-VALUE (3).
008340     CALL "HYGGELDG" USING HYGGE-LDG-PARMS.
008350     MOVE HLD-RETURN-CODE TO RETURN-CODE.
008360 9000-EXIT.
008370     EXIT.
