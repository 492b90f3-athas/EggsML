000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HYGGECHL.
000120 AUTHOR. K. NIELSEN.
000130 INSTALLATION. CONCIEGGS DATA CENTER.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170***************************************************************
000180*                 M O D I F I C A T I O N   L O G              *
000190*---------------------------------------------------------------*
000200* DATE       INIT  DESCRIPTION                                 *
000210* 2026-10-15  KN   ORIGINAL PROGRAM.  CHANNEL LIFECYCLE:       *
000220*                  APPLIES ADD/RET/REN TRANSACTIONS FROM       *
000230*                  HYGGE-CHT-FILE ACROSS EVERY FILE THAT NAMES *
000240*                  A CHANNEL - HYGGE-CHANNEL-FILE, THE         *
000250*                  SCHEDULE, CALENDAR AND ROSTER, THE          *
000260*                  HM-CHANNEL-NAME OVERRIDES IN HYGGE-MSG-FILE *
000270*                  AND THE KEYED FIRE COUNTERS AND SCENE       *
000280*                  HISTORY.  AN ADD GETS A DEFAULT SCHEDULE    *
000290*                  ROW; A RETIREMENT RETIRES THE CHANNEL'S     *
000300*                  ROWS EVERYWHERE; A RENAME CARRIES COUNTERS  *
000310*                  AND HISTORY ACROSS UNDER THE NEW NAME.  AS  *
000320*                  IN HYGGEMNT THE WHOLE BATCH IS VALIDATED    *
000330*                  AND APPLIED IN MEMORY FIRST - ANY FINDING   *
000340*                  ENDS WITH RETURN-CODE 8 AND NO FILE         *
000350*                  TOUCHED - AND EVERY ROW CHANGED APPENDS AN  *
000360*                  OLD/NEW IMAGE RECORD TO HYGGE-AUD-FILE.     *
000370*                  OVERRIDE LINES ARE AUDITED AS MSG RECORDS   *
000380*                  IN HYGGEMNT'S OWN FORMAT, SO HYGGEPIT CAN   *
000390*                  PUT THEM BACK.                              *
000400* 2026-10-15  KN   THE CASCADE NOW ALSO COVERS THE KEYED       *
000410*                  HYGGE-BGR-FILE BIRTHDAY GREETINGS (TARGET   *
000420*                  BGR).  A RENAME MOVES A NICK'S GREETING ROW *
000430*                  TO THE NEW CHANNEL KEY, SO A NICK ALREADY   *
000440*                  GREETED TODAY IS NOT GREETED AGAIN UNDER    *
000450*                  THE NEW NAME; A RETIREMENT DELETES THE      *
000460*                  CHANNEL'S ROWS.                             *
000470* 2026-10-15  KN   WHEN HYGGE-MSG-FILE, HYGGE-DCT-FILE,        *
000480*                  HYGGE-SHS-FILE OR HYGGE-BGR-FILE CANNOT BE  *
000490*                  OPENED FOR THE APPLY, EVERY AUDIT ROW FOR   *
000500*                  THAT FILE IS NOW MARKED ERR AND LEFT OUT OF *
000510*                  THE AUDIT TRAIL.                            *
000520***************************************************************
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT HYGGE-CHT-FILE ASSIGN TO "HYGGECHT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS HYGGE-CHT-STATUS.
000590     SELECT HYGGE-CHANNEL-FILE ASSIGN TO "HYGGECHN"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS HYGGE-CHANNEL-STATUS.
000620     SELECT HYGGE-SCH-FILE ASSIGN TO "HYGGESCH"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS HYGGE-SCH-STATUS.
000650     SELECT HYGGE-CAL-FILE ASSIGN TO "HYGGECAL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS HYGGE-CAL-STATUS.
000680     SELECT HYGGE-RST-FILE ASSIGN TO "HYGGERST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS HYGGE-RST-STATUS.
000710     SELECT HYGGE-MSG-FILE ASSIGN TO "HYGGEMSG"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS HM-MSG-KEY
000750         FILE STATUS IS HYGGE-MSG-STATUS.
000760     SELECT HYGGE-DCT-FILE ASSIGN TO "HYGGEDCT"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS HD-COUNTER-KEY
000800         FILE STATUS IS HYGGE-DCT-STATUS.
000810     SELECT HYGGE-SHS-FILE ASSIGN TO "HYGGESHS"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS HSH-HISTORY-KEY
000850         FILE STATUS IS HYGGE-SHS-STATUS.
000860     SELECT HYGGE-BGR-FILE ASSIGN TO "HYGGEBGR"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS HBG-GREET-KEY
000900         FILE STATUS IS HYGGE-BGR-STATUS.
000910     SELECT HYGGE-AUD-FILE ASSIGN TO "HYGGEAUD"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS HYGGE-AUD-STATUS.
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  HYGGE-CHT-FILE
000970     RECORDING MODE IS F.
000980 COPY HYGCHTR.
000990 FD  HYGGE-CHANNEL-FILE
001000     RECORDING MODE IS F.
001010 COPY HYGCHNR.
001020 FD  HYGGE-SCH-FILE
001030     RECORDING MODE IS F.
001040 COPY HYGSCHR.
001050 FD  HYGGE-CAL-FILE
001060     RECORDING MODE IS F.
001070 COPY HYGCALR.
001080 FD  HYGGE-RST-FILE
001090     RECORDING MODE IS F.
001100 COPY HYGRSTR.
001110 FD  HYGGE-MSG-FILE.
001120 COPY HYGMSGR.
001130 FD  HYGGE-DCT-FILE.
001140 COPY HYGDCTR.
001150 FD  HYGGE-SHS-FILE.
001160 COPY HYGSHSR.
001170 FD  HYGGE-BGR-FILE.
001180 COPY HYGBGRR.
001190 FD  HYGGE-AUD-FILE
001200     RECORDING MODE IS F.
001210 COPY HYGAUDR.
001220 WORKING-STORAGE SECTION.
001230 01  HYGGECHL-SWITCHES.
001240     05  CHL-CHT-EOF-SW           PIC X(01) VALUE "N".
001250         88  CHL-CHT-EOF                    VALUE "Y".
001260     05  CHL-CHN-EOF-SW           PIC X(01) VALUE "N".
001270         88  CHL-CHN-EOF                    VALUE "Y".
001280     05  CHL-SCH-EOF-SW           PIC X(01) VALUE "N".
001290         88  CHL-SCH-EOF                    VALUE "Y".
001300     05  CHL-CAL-EOF-SW           PIC X(01) VALUE "N".
001310         88  CHL-CAL-EOF                    VALUE "Y".
001320     05  CHL-RST-EOF-SW           PIC X(01) VALUE "N".
001330         88  CHL-RST-EOF                    VALUE "Y".
001340     05  CHL-KEYED-EOF-SW         PIC X(01) VALUE "N".
001350         88  CHL-KEYED-EOF                  VALUE "Y".
001360     05  CHL-MSG-OPEN-SW          PIC X(01) VALUE "N".
001370         88  CHL-MSG-OPEN                   VALUE "Y".
001380     05  CHL-DCT-OPEN-SW          PIC X(01) VALUE "N".
001390         88  CHL-DCT-OPEN                   VALUE "Y".
001400     05  CHL-SHS-OPEN-SW          PIC X(01) VALUE "N".
001410         88  CHL-SHS-OPEN                   VALUE "Y".
001420     05  CHL-BGR-OPEN-SW          PIC X(01) VALUE "N".
001430         88  CHL-BGR-OPEN                   VALUE "Y".
001440     05  CHL-TXN-ERROR-SW         PIC X(01) VALUE "N".
001450         88  CHL-TXN-IN-ERROR               VALUE "Y".
001460     05  CHL-NICK-PRESENT-SW      PIC X(01) VALUE "N".
001470         88  CHL-NICK-PRESENT               VALUE "Y".
001480 01  HYGGE-CHT-STATUS             PIC X(02) VALUE SPACES.
001490     88  HYGGE-CHT-STATUS-OK                VALUE "00".
001500     88  HYGGE-CHT-NOT-FOUND                VALUE "35".
001510 01  HYGGE-CHANNEL-STATUS         PIC X(02) VALUE SPACES.
001520     88  HYGGE-CHANNEL-STATUS-OK            VALUE "00".
001530     88  HYGGE-CHANNEL-NOT-FOUND            VALUE "35".
001540 01  HYGGE-SCH-STATUS             PIC X(02) VALUE SPACES.
001550     88  HYGGE-SCH-STATUS-OK                VALUE "00".
001560     88  HYGGE-SCH-NOT-FOUND                VALUE "35".
001570 01  HYGGE-CAL-STATUS             PIC X(02) VALUE SPACES.
001580     88  HYGGE-CAL-STATUS-OK                VALUE "00".
001590     88  HYGGE-CAL-NOT-FOUND                VALUE "35".
001600 01  HYGGE-RST-STATUS             PIC X(02) VALUE SPACES.
001610     88  HYGGE-RST-STATUS-OK                VALUE "00".
001620     88  HYGGE-RST-NOT-FOUND                VALUE "35".
001630 01  HYGGE-MSG-STATUS             PIC X(02) VALUE SPACES.
001640     88  HYGGE-MSG-STATUS-OK                VALUE "00".
001650     88  HYGGE-MSG-NOT-FOUND                VALUE "35".
001660 01  HYGGE-DCT-STATUS             PIC X(02) VALUE SPACES.
001670     88  HYGGE-DCT-STATUS-OK                VALUE "00".
001680     88  HYGGE-DCT-NOT-FOUND                VALUE "35".
001690 01  HYGGE-SHS-STATUS             PIC X(02) VALUE SPACES.
001700     88  HYGGE-SHS-STATUS-OK                VALUE "00".
001710     88  HYGGE-SHS-NOT-FOUND                VALUE "35".
001720 01  HYGGE-BGR-STATUS             PIC X(02) VALUE SPACES.
001730     88  HYGGE-BGR-STATUS-OK                VALUE "00".
001740     88  HYGGE-BGR-NOT-FOUND                VALUE "35".
001750 01  HYGGE-AUD-STATUS             PIC X(02) VALUE SPACES.
001760     88  HYGGE-AUD-STATUS-OK                VALUE "00".
001770     88  HYGGE-AUD-NOT-FOUND                VALUE "35".
001780 COPY HYGMSGI.
001790 COPY HYGCHNR REPLACING ==HYGGE-CHANNEL-RECORD==
001800     BY ==CHL-CHN-WORK==
001810     LEADING ==HC== BY ==CW==.
001820 COPY HYGSCHR REPLACING ==HYGGE-SCH-RECORD==
001830     BY ==CHL-SCH-WORK==
001840     LEADING ==HSC== BY ==CSW==.
001850 COPY HYGDCTR REPLACING ==HYGGE-DCT-RECORD==
001860     BY ==CHL-DCT-WORK==
001870     LEADING ==HD== BY ==CDW==.
001880 COPY HYGSHSR REPLACING ==HYGGE-SHS-RECORD==
001890     BY ==CHL-SHS-WORK==
001900     LEADING ==HSH== BY ==CHW==.
001910 COPY HYGBGRR REPLACING ==HYGGE-BGR-RECORD==
001920     BY ==CHL-BGR-WORK==
001930     LEADING ==HBG== BY ==CBW==.
001940*    Standardvindue for en ny kanals skemarække - samme som
001950*    de fleste eksisterende kanaler.
001960 01  CHL-DEFAULT-START-HOUR       PIC 9(02) VALUE 08.
001970 01  CHL-DEFAULT-END-HOUR         PIC 9(02) VALUE 22.
001980 01  CHL-DEFAULT-MAX-PER-HOUR     PIC 9(03) VALUE 002.
001990 01  CHL-DEFAULT-MAX-PER-DAY      PIC 9(03) VALUE 008.
002000 01  CHL-GENERAL-POOL-NAME        PIC X(20) VALUE "*".
002010 01  CHL-RUN-DATE                 PIC 9(08) VALUE ZERO.
002020 01  CHL-RUN-TIME                 PIC 9(08) VALUE ZERO.
002030 01  CHL-ERROR-COUNT              PIC 9(05) VALUE ZERO.
002040 01  CHL-APPLIED-COUNT            PIC 9(05) VALUE ZERO.
002050 01  CHL-COUNT-EDIT               PIC ZZ,ZZ9.
002060 01  CHL-TXN-NO                   PIC 9(04) VALUE ZERO.
002070 01  CHL-TXN-NO-EDIT              PIC ZZZ9.
002080 01  CHL-SPACE-COUNT              PIC 9(02) VALUE ZERO.
002090 01  CHL-OLD-NAME                 PIC X(20) VALUE SPACES.
002100 01  CHL-NEW-NAME                 PIC X(20) VALUE SPACES.
002110 01  CHL-FIND-NAME                PIC X(20) VALUE SPACES.
002120 01  CHL-FOUND-SUB                PIC 9(04) VALUE ZERO.
002130 01  CHL-NICK-SUB                 PIC 9(04) VALUE ZERO.
002140 01  CHL-CASCADE-MODE             PIC X(03) VALUE SPACES.
002150     88  CHL-CASCADE-RETIRE                 VALUE "RET".
002160     88  CHL-CASCADE-RENAME                 VALUE "REN".
002170 01  CHL-NOTE-ACTION              PIC X(03) VALUE SPACES.
002180 01  CHL-NOTE-TARGET              PIC X(03) VALUE SPACES.
002190 01  CHL-FAILED-TARGET            PIC X(03) VALUE SPACES.
002200 01  CHL-NOTE-OLD-IMAGE           PIC X(117) VALUE SPACES.
002210 01  CHL-NOTE-NEW-IMAGE           PIC X(117) VALUE SPACES.
002220 01  CHL-CHANGE-COUNTS.
002230     05  CHL-CHN-CHANGES          PIC 9(05) VALUE ZERO.
002240     05  CHL-SCH-CHANGES          PIC 9(05) VALUE ZERO.
002250     05  CHL-CAL-CHANGES          PIC 9(05) VALUE ZERO.
002260     05  CHL-RST-CHANGES          PIC 9(05) VALUE ZERO.
002270     05  CHL-MSG-CHANGES          PIC 9(05) VALUE ZERO.
002280     05  CHL-DCT-CHANGES          PIC 9(05) VALUE ZERO.
002290     05  CHL-SHS-CHANGES          PIC 9(05) VALUE ZERO.
002300     05  CHL-BGR-CHANGES          PIC 9(05) VALUE ZERO.
002310 01  CHL-CHN-TABLE-MAX            PIC 9(04) VALUE 100.
002320 01  CHL-CHN-TABLE-COUNT          PIC 9(04) VALUE ZERO.
002330 01  CHL-CHN-TABLE.
002340     05  CCN-ENTRY OCCURS 100 TIMES INDEXED BY CCN-IDX.
002350         10  CCN-RECORD.
002360             15  CCN-CHANNEL-NAME PIC X(20).
002370             15  FILLER           PIC X(08).
002380         10  CCN-ACTIVE-SW        PIC X(01).
002390             88  CCN-ACTIVE                 VALUE "Y".
002400 01  CHL-SCH-TABLE-MAX            PIC 9(04) VALUE 100.
002410 01  CHL-SCH-TABLE-COUNT          PIC 9(04) VALUE ZERO.
002420 01  CHL-SCH-TABLE.
002430     05  CSC-ENTRY OCCURS 100 TIMES INDEXED BY CSC-IDX.
002440         10  CSC-RECORD.
002450             15  CSC-CHANNEL-NAME PIC X(20).
002460             15  FILLER           PIC X(14).
002470         10  CSC-ACTIVE-SW        PIC X(01).
002480             88  CSC-ACTIVE                 VALUE "Y".
002490 01  CHL-CAL-TABLE-MAX            PIC 9(04) VALUE 200.
002500 01  CHL-CAL-TABLE-COUNT          PIC 9(04) VALUE ZERO.
002510 01  CHL-CAL-TABLE.
002520     05  CCL-ENTRY OCCURS 200 TIMES INDEXED BY CCL-IDX.
002530         10  CCL-RECORD.
002540             15  FILLER           PIC X(22).
002550             15  CCL-CHANNEL-NAME PIC X(20).
002560         10  CCL-ACTIVE-SW        PIC X(01).
002570             88  CCL-ACTIVE                 VALUE "Y".
002580 01  CHL-RST-TABLE-MAX            PIC 9(04) VALUE 2000.
002590 01  CHL-RST-TABLE-COUNT          PIC 9(04) VALUE ZERO.
002600 01  CHL-RST-TABLE.
002610     05  CRS-ENTRY OCCURS 2000 TIMES INDEXED BY CRS-IDX.
002620         10  CRS-RECORD.
002630             15  CRS-CHANNEL-NAME PIC X(20).
002640             15  FILLER           PIC X(01).
002650             15  CRS-NICK         PIC X(20).
002660         10  CRS-ACTIVE-SW        PIC X(01).
002670             88  CRS-ACTIVE                 VALUE "Y".
002680 01  CHL-TRN-TABLE-MAX            PIC 9(03) VALUE 100.
002690 01  CHL-TRN-TABLE-COUNT          PIC 9(03) VALUE ZERO.
002700 01  CHL-TRN-TABLE.
002710     05  CTT-ENTRY OCCURS 100 TIMES INDEXED BY CTT-IDX
002720                                            CTT-SCAN-IDX.
002730         10  CTT-ACTION-CODE      PIC X(03).
002740         10  CTT-USER-ID          PIC X(08).
002750         10  CTT-CHANNEL-NAME     PIC X(20).
002760         10  CTT-LANG-CODE        PIC X(02).
002770         10  CTT-NEW-CHANNEL-NAME PIC X(20).
002780 01  CHL-AUD-TABLE-MAX            PIC 9(03) VALUE 999.
002790 01  CHL-AUD-TABLE-COUNT          PIC 9(03) VALUE ZERO.
002800 01  CHL-AUD-TABLE.
002810     05  CAU-ENTRY OCCURS 999 TIMES INDEXED BY CAU-IDX.
002820         10  CAU-USER-ID          PIC X(08).
002830         10  CAU-ACTION-CODE      PIC X(03).
002840         10  CAU-TARGET-CODE      PIC X(03).
002850         10  CAU-OLD-IMAGE        PIC X(117).
002860         10  CAU-NEW-IMAGE        PIC X(117).
002870*
002880 PROCEDURE DIVISION.
002890*
002900***************************************************************
002910* 0000-MAINLINE                                                *
002920*   Indlæser de flade kanalfiler og transaktionerne, åbner de  *
002930*   nøglede filer til opslag, validerer og anvender hele       *
002940*   bunken i hukommelsen, og skriver først filerne og          *
002950*   revisionssporet, når ALT var rent.  Kan en flad fil ikke   *
002960*   skrives, rører trinet hverken de nøglede filer eller       *
002970*   revisionssporet.                                           *
002980***************************************************************
002990 0000-MAINLINE.
003000     DISPLAY "HYGGECHL - CHANNEL LIFECYCLE".
003010     MOVE FUNCTION CURRENT-DATE (1:8) TO CHL-RUN-DATE.
003020     MOVE FUNCTION CURRENT-DATE (9:8) TO CHL-RUN-TIME.
003030     PERFORM 1000-OPEN-KEYED-FILES THRU 1000-EXIT.
003040     PERFORM 1200-LOAD-CHANNELS THRU 1200-EXIT.
003050     PERFORM 1300-LOAD-SCHEDULES THRU 1300-EXIT.
003060     PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
003070     PERFORM 1500-LOAD-ROSTER THRU 1500-EXIT.
003080     PERFORM 1600-LOAD-TRANSACTIONS THRU 1600-EXIT.
003090     IF CHL-ERROR-COUNT = ZERO
003100         PERFORM 2000-VALIDATE-AND-APPLY THRU 2000-EXIT
003110     END-IF.
003120     IF CHL-MSG-OPEN
003130         CLOSE HYGGE-MSG-FILE
003140     END-IF.
003150     IF CHL-DCT-OPEN
003160         CLOSE HYGGE-DCT-FILE
003170     END-IF.
003180     IF CHL-SHS-OPEN
003190         CLOSE HYGGE-SHS-FILE
003200     END-IF.
003210     IF CHL-BGR-OPEN
003220         CLOSE HYGGE-BGR-FILE
003230     END-IF.
003240     IF CHL-ERROR-COUNT > ZERO
003250         PERFORM 7000-REJECT-BATCH THRU 7000-EXIT
003260     ELSE
003270         PERFORM 3000-REWRITE-FLAT-FILES THRU 3000-EXIT
003280         IF RETURN-CODE = 8
003290             DISPLAY "HYGGECHL: FLAT FILES NOT ALL REWRITTEN - "
003300                 "KEYED FILES AND HYGGEAUD LEFT ALONE"
003310         ELSE
003320             PERFORM 4000-APPLY-MSG-CHANGES THRU 4000-EXIT
003330             PERFORM 4200-APPLY-DCT-CHANGES THRU 4200-EXIT
003340             PERFORM 4400-APPLY-SHS-CHANGES THRU 4400-EXIT
003350             PERFORM 4600-APPLY-BGR-CHANGES THRU 4600-EXIT
003360             PERFORM 5000-APPEND-AUDIT-TRAIL THRU 5000-EXIT
003370             PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
003380         END-IF
003390     END-IF.
003400     STOP RUN.
003410*
003420***************************************************************
003430* 1000-OPEN-KEYED-FILES                                        *
003440*   Åbner HYGGE-MSG-FILE læse-kun til opslag - den skal        *
003450*   findes.  Tællerne, scenehistorikken og fødselsdags-        *
003460*   hilsenerne må mangle (der er intet at flytte endnu).       *
003470***************************************************************
003480 1000-OPEN-KEYED-FILES.
003490     OPEN INPUT HYGGE-MSG-FILE.
003500     IF HYGGE-MSG-STATUS-OK
003510         SET CHL-MSG-OPEN TO TRUE
003520     ELSE
003530         DISPLAY "HYGGECHL: CANNOT OPEN HYGGEMSG, STATUS "
003540             HYGGE-MSG-STATUS
003550         ADD 1 TO CHL-ERROR-COUNT
003560     END-IF.
003570     OPEN INPUT HYGGE-DCT-FILE.
003580     IF HYGGE-DCT-STATUS-OK
003590         SET CHL-DCT-OPEN TO TRUE
003600     END-IF.
003610     OPEN INPUT HYGGE-SHS-FILE.
003620     IF HYGGE-SHS-STATUS-OK
003630         SET CHL-SHS-OPEN TO TRUE
003640     END-IF.
003650     OPEN INPUT HYGGE-BGR-FILE.
003660     IF HYGGE-BGR-STATUS-OK
003670         SET CHL-BGR-OPEN TO TRUE
003680     END-IF.
003690 1000-EXIT.
003700     EXIT.
003710*
003720***************************************************************
003730* 1200-LOAD-CHANNELS                                           *
003740*   Indlæser HYGGE-CHANNEL-FILE.  Den skal findes - uden den   *
003750*   kan ingen transaktion kontrolleres.                        *
003760***************************************************************
003770 1200-LOAD-CHANNELS.
003780     OPEN INPUT HYGGE-CHANNEL-FILE.
003790     IF NOT HYGGE-CHANNEL-STATUS-OK
003800         DISPLAY "HYGGECHL: CANNOT OPEN HYGGECHN, STATUS "
003810             HYGGE-CHANNEL-STATUS
003820         ADD 1 TO CHL-ERROR-COUNT
003830         GO TO 1200-EXIT
003840     END-IF.
003850     PERFORM 1210-READ-ONE-CHANNEL THRU 1210-EXIT
003860         UNTIL CHL-CHN-EOF.
003870     CLOSE HYGGE-CHANNEL-FILE.
003880 1200-EXIT.
003890     EXIT.
003900*
003910 1210-READ-ONE-CHANNEL.
003920     READ HYGGE-CHANNEL-FILE
003930         AT END
003940             SET CHL-CHN-EOF TO TRUE
003950     END-READ.
003960     IF CHL-CHN-EOF
003970         GO TO 1210-EXIT
003980     END-IF.
003990     IF CHL-CHN-TABLE-COUNT NOT < CHL-CHN-TABLE-MAX
004000         DISPLAY "HYGGECHL: MORE THAN 100 CHANNELS IN HYGGECHN"
004010         ADD 1 TO CHL-ERROR-COUNT
004020         SET CHL-CHN-EOF TO TRUE
004030         GO TO 1210-EXIT
004040     END-IF.
004050     ADD 1 TO CHL-CHN-TABLE-COUNT.
004060     MOVE HYGGE-CHANNEL-RECORD
004070         TO CCN-RECORD (CHL-CHN-TABLE-COUNT).
004080     MOVE "Y" TO CCN-ACTIVE-SW (CHL-CHN-TABLE-COUNT).
004090 1210-EXIT.
004100     EXIT.
004110*
004120***************************************************************
004130* 1300-LOAD-SCHEDULES                                          *
004140*   Indlæser HYGGE-SCH-FILE.  Ingen fil er et tomt skema.      *
004150***************************************************************
004160 1300-LOAD-SCHEDULES.
004170     OPEN INPUT HYGGE-SCH-FILE.
004180     IF NOT HYGGE-SCH-STATUS-OK
004190         GO TO 1300-EXIT
004200     END-IF.
004210     PERFORM 1310-READ-ONE-SCHEDULE THRU 1310-EXIT
004220         UNTIL CHL-SCH-EOF.
004230     CLOSE HYGGE-SCH-FILE.
004240 1300-EXIT.
004250     EXIT.
004260*
004270 1310-READ-ONE-SCHEDULE.
004280     READ HYGGE-SCH-FILE
004290         AT END
004300             SET CHL-SCH-EOF TO TRUE
004310     END-READ.
004320     IF CHL-SCH-EOF
004330         GO TO 1310-EXIT
004340     END-IF.
004350     IF CHL-SCH-TABLE-COUNT NOT < CHL-SCH-TABLE-MAX
004360         DISPLAY "HYGGECHL: MORE THAN 100 ROWS IN HYGGESCH"
004370         ADD 1 TO CHL-ERROR-COUNT
004380         SET CHL-SCH-EOF TO TRUE
004390         GO TO 1310-EXIT
004400     END-IF.
004410     ADD 1 TO CHL-SCH-TABLE-COUNT.
004420     MOVE HYGGE-SCH-RECORD TO CSC-RECORD (CHL-SCH-TABLE-COUNT).
004430     MOVE "Y" TO CSC-ACTIVE-SW (CHL-SCH-TABLE-COUNT).
004440 1310-EXIT.
004450     EXIT.
004460*
004470***************************************************************
004480* 1400-LOAD-CALENDAR                                           *
004490*   Indlæser HYGGE-CAL-FILE.  Ingen fil er en tom kalender.    *
004500***************************************************************
004510 1400-LOAD-CALENDAR.
004520     OPEN INPUT HYGGE-CAL-FILE.
004530     IF NOT HYGGE-CAL-STATUS-OK
004540         GO TO 1400-EXIT
004550     END-IF.
004560     PERFORM 1410-READ-ONE-CALENDAR THRU 1410-EXIT
004570         UNTIL CHL-CAL-EOF.
004580     CLOSE HYGGE-CAL-FILE.
004590 1400-EXIT.
004600     EXIT.
004610*
004620 1410-READ-ONE-CALENDAR.
004630     READ HYGGE-CAL-FILE
004640         AT END
004650             SET CHL-CAL-EOF TO TRUE
004660     END-READ.
004670     IF CHL-CAL-EOF
004680         GO TO 1410-EXIT
004690     END-IF.
004700     IF CHL-CAL-TABLE-COUNT NOT < CHL-CAL-TABLE-MAX
004710         DISPLAY "HYGGECHL: MORE THAN 200 ROWS IN HYGGECAL"
004720         ADD 1 TO CHL-ERROR-COUNT
004730         SET CHL-CAL-EOF TO TRUE
004740         GO TO 1410-EXIT
004750     END-IF.
004760     ADD 1 TO CHL-CAL-TABLE-COUNT.
004770     MOVE HYGGE-CAL-RECORD TO CCL-RECORD (CHL-CAL-TABLE-COUNT).
004780     MOVE "Y" TO CCL-ACTIVE-SW (CHL-CAL-TABLE-COUNT).
004790 1410-EXIT.
004800     EXIT.
004810*
004820***************************************************************
004830* 1500-LOAD-ROSTER                                             *
004840*   Indlæser HYGGE-RST-FILE.  Ingen fil er en tom liste.       *
004850***************************************************************
004860 1500-LOAD-ROSTER.
004870     OPEN INPUT HYGGE-RST-FILE.
004880     IF NOT HYGGE-RST-STATUS-OK
004890         GO TO 1500-EXIT
004900     END-IF.
004910     PERFORM 1510-READ-ONE-ROSTER THRU 1510-EXIT
004920         UNTIL CHL-RST-EOF.
004930     CLOSE HYGGE-RST-FILE.
004940 1500-EXIT.
004950     EXIT.
004960*
004970 1510-READ-ONE-ROSTER.
004980     READ HYGGE-RST-FILE
004990         AT END
005000             SET CHL-RST-EOF TO TRUE
005010     END-READ.
005020     IF CHL-RST-EOF
005030         GO TO 1510-EXIT
005040     END-IF.
005050     IF CHL-RST-TABLE-COUNT NOT < CHL-RST-TABLE-MAX
005060         DISPLAY "HYGGECHL: MORE THAN 2000 ROWS IN HYGGERST"
005070         ADD 1 TO CHL-ERROR-COUNT
005080         SET CHL-RST-EOF TO TRUE
005090         GO TO 1510-EXIT
005100     END-IF.
005110     ADD 1 TO CHL-RST-TABLE-COUNT.
005120     MOVE HYGGE-RST-RECORD TO CRS-RECORD (CHL-RST-TABLE-COUNT).
005130     MOVE "Y" TO CRS-ACTIVE-SW (CHL-RST-TABLE-COUNT).
005140 1510-EXIT.
005150     EXIT.
005160*
005170***************************************************************
005180* 1600-LOAD-TRANSACTIONS                                       *
005190*   Læser hele HYGGE-CHT-FILE ind i en tabel.  En tom eller    *
005200*   manglende fil er en gyldig (tom) bunke.                    *
005210***************************************************************
005220 1600-LOAD-TRANSACTIONS.
005230     OPEN INPUT HYGGE-CHT-FILE.
005240     IF HYGGE-CHT-STATUS-OK
005250         PERFORM 1610-READ-ONE-TXN THRU 1610-EXIT
005260             UNTIL CHL-CHT-EOF
005270         CLOSE HYGGE-CHT-FILE
005280     END-IF.
005290 1600-EXIT.
005300     EXIT.
005310*
005320 1610-READ-ONE-TXN.
005330     READ HYGGE-CHT-FILE
005340         AT END
005350             SET CHL-CHT-EOF TO TRUE
005360     END-READ.
005370     IF CHL-CHT-EOF
005380         GO TO 1610-EXIT
005390     END-IF.
005400     IF CHL-TRN-TABLE-COUNT NOT < CHL-TRN-TABLE-MAX
005410         DISPLAY "HYGGECHL: MORE THAN 100 TRANSACTIONS - "
005420             "SPLIT THE BATCH"
005430         ADD 1 TO CHL-ERROR-COUNT
005440         SET CHL-CHT-EOF TO TRUE
005450         GO TO 1610-EXIT
005460     END-IF.
005470     ADD 1 TO CHL-TRN-TABLE-COUNT.
005480     SET CTT-IDX TO CHL-TRN-TABLE-COUNT.
005490     MOVE HCT-ACTION-CODE      TO CTT-ACTION-CODE (CTT-IDX).
005500     MOVE HCT-USER-ID          TO CTT-USER-ID (CTT-IDX).
005510     MOVE HCT-CHANNEL-NAME     TO CTT-CHANNEL-NAME (CTT-IDX).
005520     MOVE HCT-LANG-CODE        TO CTT-LANG-CODE (CTT-IDX).
005530     MOVE HCT-NEW-CHANNEL-NAME TO CTT-NEW-CHANNEL-NAME (CTT-IDX).
005540 1610-EXIT.
005550     EXIT.
005560*
005570***************************************************************
005580* 2000-VALIDATE-AND-APPLY                                      *
005590*   Validerer og anvender transaktionerne i rækkefølge mod     *
005600*   tabellerne i hukommelsen og noterer hver berørt række i    *
005610*   revisionstabellen.  Filerne opdateres ikke her.            *
005620***************************************************************
005630 2000-VALIDATE-AND-APPLY.
005640     PERFORM 2100-APPLY-ONE-TXN THRU 2100-EXIT
005650         VARYING CTT-IDX FROM 1 BY 1
005660         UNTIL CTT-IDX > CHL-TRN-TABLE-COUNT.
005670 2000-EXIT.
005680     EXIT.
005690*
005700***************************************************************
005710* 2100-APPLY-ONE-TXN                                           *
005720*   Formkontrol af én transaktion.  En kanal må kun nævnes af  *
005730*   én transaktion pr. bunke - de nøglede filer læses fra      *
005740*   disken, så en senere ændring af samme kanal ville ikke se  *
005750*   den første.                                                *
005760***************************************************************
005770 2100-APPLY-ONE-TXN.
005780     ADD 1 TO CHL-TXN-NO.
005790     MOVE "N" TO CHL-TXN-ERROR-SW.
005800     MOVE CTT-CHANNEL-NAME (CTT-IDX)     TO CHL-OLD-NAME.
005810     MOVE CTT-NEW-CHANNEL-NAME (CTT-IDX) TO CHL-NEW-NAME.
005820     IF CTT-ACTION-CODE (CTT-IDX) NOT = "ADD"
005830        AND CTT-ACTION-CODE (CTT-IDX) NOT = "RET"
005840        AND CTT-ACTION-CODE (CTT-IDX) NOT = "REN"
005850         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
005860         DISPLAY "          BAD ACTION '"
005870             CTT-ACTION-CODE (CTT-IDX) "'"
005880     END-IF.
005890     IF CTT-USER-ID (CTT-IDX) = SPACES
005900         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
005910         DISPLAY "          MISSING USER ID"
005920     END-IF.
005930     IF CHL-OLD-NAME = SPACES
005940      OR CHL-OLD-NAME = CHL-GENERAL-POOL-NAME
005950         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
005960         DISPLAY "          MISSING OR BAD CHANNEL NAME '"
005970             CHL-OLD-NAME "'"
005980     END-IF.
005990     IF CTT-ACTION-CODE (CTT-IDX) = "REN"
006000         IF CHL-NEW-NAME = SPACES
006010          OR CHL-NEW-NAME = CHL-GENERAL-POOL-NAME
006020          OR CHL-NEW-NAME = CHL-OLD-NAME
006030             PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
006040             DISPLAY "          MISSING OR BAD NEW CHANNEL NAME '"
006050                 CHL-NEW-NAME "'"
006060         END-IF
006070     ELSE
006080         MOVE SPACES TO CHL-NEW-NAME
006090     END-IF.
006100     IF CHL-TXN-IN-ERROR
006110         GO TO 2100-EXIT
006120     END-IF.
006130     PERFORM 2150-CHECK-EARLIER-TXN THRU 2150-EXIT
006140         VARYING CTT-SCAN-IDX FROM 1 BY 1
006150         UNTIL CTT-SCAN-IDX NOT < CTT-IDX.
006160     IF CHL-TXN-IN-ERROR
006170         GO TO 2100-EXIT
006180     END-IF.
006190     EVALUATE CTT-ACTION-CODE (CTT-IDX)
006200         WHEN "ADD"
006210             PERFORM 2200-ADD-CHANNEL THRU 2200-EXIT
006220         WHEN "RET"
006230             SET CHL-CASCADE-RETIRE TO TRUE
006240             PERFORM 2300-CASCADE-CHANNEL THRU 2300-EXIT
006250         WHEN "REN"
006260             SET CHL-CASCADE-RENAME TO TRUE
006270             PERFORM 2300-CASCADE-CHANNEL THRU 2300-EXIT
006280     END-EVALUATE.
006290 2100-EXIT.
006300     EXIT.
006310*
006320 2150-CHECK-EARLIER-TXN.
006330     IF CTT-CHANNEL-NAME (CTT-SCAN-IDX) = CHL-OLD-NAME
006340      OR (CHL-NEW-NAME NOT = SPACES
006350          AND CTT-CHANNEL-NAME (CTT-SCAN-IDX) = CHL-NEW-NAME)
006360      OR (CTT-ACTION-CODE (CTT-SCAN-IDX) = "REN"
006370          AND (CTT-NEW-CHANNEL-NAME (CTT-SCAN-IDX)
006380                   = CHL-OLD-NAME
006390            OR CTT-NEW-CHANNEL-NAME (CTT-SCAN-IDX)
006400                   = CHL-NEW-NAME))
006410         IF NOT CHL-TXN-IN-ERROR
006420             PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
006430             DISPLAY "          CHANNEL ALREADY CHANGED IN THIS"
006440                 " BATCH - RUN IT IN THE NEXT ONE"
006450         END-IF
006460     END-IF.
006470 2150-EXIT.
006480     EXIT.
006490*
006500***************************************************************
006510* 2170-FIND-CHANNEL                                            *
006520*   Finder den aktive kanal CHL-FIND-NAME i kanaltabellen.     *
006530*   Fundet: CHL-FOUND-SUB peger på rækken, ellers nul.         *
006540***************************************************************
006550 2170-FIND-CHANNEL.
006560     MOVE ZERO TO CHL-FOUND-SUB.
006570     PERFORM 2180-MATCH-ONE-CHANNEL THRU 2180-EXIT
006580         VARYING CCN-IDX FROM 1 BY 1
006590         UNTIL CCN-IDX > CHL-CHN-TABLE-COUNT
006600            OR CHL-FOUND-SUB > ZERO.
006610 2170-EXIT.
006620     EXIT.
006630*
006640 2180-MATCH-ONE-CHANNEL.
006650     IF CCN-ACTIVE (CCN-IDX)
006660        AND CCN-CHANNEL-NAME (CCN-IDX) = CHL-FIND-NAME
006670         SET CHL-FOUND-SUB TO CCN-IDX
006680     END-IF.
006690 2180-EXIT.
006700     EXIT.
006710*
006720***************************************************************
006730* 2200-ADD-CHANNEL                                             *
006740*   Ny kanal: sprogkoden skal være to store bogstaver, og      *
006750*   navnet må ikke findes.  Kanalen lægges ind med nul         *
006760*   tilstedeværende (relæet tæller dem op), og får en          *
006770*   standard skemarække, hvis den ikke har en.                 *
006780***************************************************************
006790 2200-ADD-CHANNEL.
006800     MOVE ZERO TO CHL-SPACE-COUNT.
006810     INSPECT CTT-LANG-CODE (CTT-IDX)
006820         TALLYING CHL-SPACE-COUNT FOR ALL " ".
006830     IF CTT-LANG-CODE (CTT-IDX) NOT ALPHABETIC-UPPER
006840      OR CHL-SPACE-COUNT > ZERO
006850         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
006860         DISPLAY "          BAD LANG CODE '"
006870             CTT-LANG-CODE (CTT-IDX) "'"
006880     END-IF.
006890     MOVE CHL-OLD-NAME TO CHL-FIND-NAME.
006900     PERFORM 2170-FIND-CHANNEL THRU 2170-EXIT.
006910     IF CHL-FOUND-SUB > ZERO
006920         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
006930         DISPLAY "          CHANNEL ALREADY IN HYGGECHN"
006940     END-IF.
006950     IF CHL-CHN-TABLE-COUNT NOT < CHL-CHN-TABLE-MAX
006960         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
006970         DISPLAY "          HYGGECHN WOULD PASS 100 CHANNELS"
006980     END-IF.
006990     IF CHL-TXN-IN-ERROR
007000         GO TO 2200-EXIT
007010     END-IF.
007020     MOVE SPACES                  TO CHL-CHN-WORK.
007030     MOVE CHL-OLD-NAME            TO CW-CHANNEL-NAME.
007040     MOVE ZERO                    TO CW-OCCUPANT-COUNT.
007050     MOVE CTT-LANG-CODE (CTT-IDX) TO CW-LANG-CODE.
007060     ADD 1 TO CHL-CHN-TABLE-COUNT.
007070     MOVE CHL-CHN-WORK TO CCN-RECORD (CHL-CHN-TABLE-COUNT).
007080     MOVE "Y" TO CCN-ACTIVE-SW (CHL-CHN-TABLE-COUNT).
007090     MOVE "ADD"        TO CHL-NOTE-ACTION.
007100     MOVE "CHN"        TO CHL-NOTE-TARGET.
007110     MOVE SPACES       TO CHL-NOTE-OLD-IMAGE.
007120     MOVE CHL-CHN-WORK TO CHL-NOTE-NEW-IMAGE.
007130     PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT.
007140     MOVE ZERO TO CHL-FOUND-SUB.
007150     PERFORM 2210-MATCH-ONE-SCHEDULE THRU 2210-EXIT
007160         VARYING CSC-IDX FROM 1 BY 1
007170         UNTIL CSC-IDX > CHL-SCH-TABLE-COUNT
007180            OR CHL-FOUND-SUB > ZERO.
007190     IF CHL-FOUND-SUB > ZERO
007200         DISPLAY "HYGGECHL: " CHL-OLD-NAME
007210             " KEEPS ITS EXISTING HYGGESCH ROW"
007220         GO TO 2200-EXIT
007230     END-IF.
007240     IF CHL-SCH-TABLE-COUNT NOT < CHL-SCH-TABLE-MAX
007250         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
007260         DISPLAY "          HYGGESCH WOULD PASS 100 ROWS"
007270         GO TO 2200-EXIT
007280     END-IF.
007290     MOVE SPACES                   TO CHL-SCH-WORK.
007300     MOVE CHL-OLD-NAME             TO CSW-CHANNEL-NAME.
007310     MOVE CHL-DEFAULT-START-HOUR   TO CSW-START-HOUR.
007320     MOVE CHL-DEFAULT-END-HOUR     TO CSW-END-HOUR.
007330     MOVE CHL-DEFAULT-MAX-PER-HOUR TO CSW-MAX-PER-HOUR.
007340     MOVE CHL-DEFAULT-MAX-PER-DAY  TO CSW-MAX-PER-DAY.
007350     ADD 1 TO CHL-SCH-TABLE-COUNT.
007360     MOVE CHL-SCH-WORK TO CSC-RECORD (CHL-SCH-TABLE-COUNT).
007370     MOVE "Y" TO CSC-ACTIVE-SW (CHL-SCH-TABLE-COUNT).
007380     MOVE "ADD"        TO CHL-NOTE-ACTION.
007390     MOVE "SCH"        TO CHL-NOTE-TARGET.
007400     MOVE SPACES       TO CHL-NOTE-OLD-IMAGE.
007410     MOVE CHL-SCH-WORK TO CHL-NOTE-NEW-IMAGE.
007420     PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT.
007430 2200-EXIT.
007440     EXIT.
007450*
007460 2210-MATCH-ONE-SCHEDULE.
007470     IF CSC-ACTIVE (CSC-IDX)
007480        AND CSC-CHANNEL-NAME (CSC-IDX) = CHL-OLD-NAME
007490         SET CHL-FOUND-SUB TO CSC-IDX
007500     END-IF.
007510 2210-EXIT.
007520     EXIT.
007530*
007540***************************************************************
007550* 2300-CASCADE-CHANNEL                                         *
007560*   Fælles for RET og REN: kanalen skal findes (og ved REN     *
007570*   må det nye navn ikke), og hver fil, der nævner kanalen,    *
007580*   gennemgås.  RET pensionerer rækkerne, REN flytter dem til  *
007590*   det nye navn.                                              *
007600***************************************************************
007610 2300-CASCADE-CHANNEL.
007620     MOVE CHL-OLD-NAME TO CHL-FIND-NAME.
007630     PERFORM 2170-FIND-CHANNEL THRU 2170-EXIT.
007640     IF CHL-FOUND-SUB = ZERO
007650         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
007660         DISPLAY "          CHANNEL NOT IN HYGGECHN"
007670         GO TO 2300-EXIT
007680     END-IF.
007690     IF CHL-CASCADE-RENAME
007700         MOVE CHL-NEW-NAME TO CHL-FIND-NAME
007710         PERFORM 2170-FIND-CHANNEL THRU 2170-EXIT
007720         IF CHL-FOUND-SUB > ZERO
007730             PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
007740             DISPLAY "          NEW NAME ALREADY IN HYGGECHN"
007750             GO TO 2300-EXIT
007760         END-IF
007770         PERFORM 2800-CHECK-NEW-NAME-FREE THRU 2800-EXIT
007780         IF CHL-TXN-IN-ERROR
007790             GO TO 2300-EXIT
007800         END-IF
007810     END-IF.
007820     PERFORM 2310-CASCADE-ONE-CHANNEL THRU 2310-EXIT
007830         VARYING CCN-IDX FROM 1 BY 1
007840         UNTIL CCN-IDX > CHL-CHN-TABLE-COUNT.
007850     PERFORM 2320-CASCADE-ONE-SCHEDULE THRU 2320-EXIT
007860         VARYING CSC-IDX FROM 1 BY 1
007870         UNTIL CSC-IDX > CHL-SCH-TABLE-COUNT.
007880     PERFORM 2330-CASCADE-ONE-CALENDAR THRU 2330-EXIT
007890         VARYING CCL-IDX FROM 1 BY 1
007900         UNTIL CCL-IDX > CHL-CAL-TABLE-COUNT.
007910     PERFORM 2340-CASCADE-ONE-ROSTER THRU 2340-EXIT
007920         VARYING CRS-IDX FROM 1 BY 1
007930         UNTIL CRS-IDX > CHL-RST-TABLE-COUNT.
007940     PERFORM 2400-CASCADE-OVERRIDES THRU 2400-EXIT.
007950     PERFORM 2500-CASCADE-COUNTERS THRU 2500-EXIT.
007960     PERFORM 2600-CASCADE-HISTORY THRU 2600-EXIT.
007970     PERFORM 2650-CASCADE-BIRTHDAYS THRU 2650-EXIT.
007980 2300-EXIT.
007990     EXIT.
008000*
008010 2310-CASCADE-ONE-CHANNEL.
008020     IF NOT CCN-ACTIVE (CCN-IDX)
008030      OR CCN-CHANNEL-NAME (CCN-IDX) NOT = CHL-OLD-NAME
008040         GO TO 2310-EXIT
008050     END-IF.
008060     MOVE "CHN"               TO CHL-NOTE-TARGET.
008070     MOVE CCN-RECORD (CCN-IDX) TO CHL-NOTE-OLD-IMAGE.
008080     IF CHL-CASCADE-RETIRE
008090         MOVE "N" TO CCN-ACTIVE-SW (CCN-IDX)
008100         MOVE "RET"  TO CHL-NOTE-ACTION
008110         MOVE SPACES TO CHL-NOTE-NEW-IMAGE
008120     ELSE
008130         MOVE CHL-NEW-NAME TO CCN-CHANNEL-NAME (CCN-IDX)
008140         MOVE "REP"  TO CHL-NOTE-ACTION
008150         MOVE CCN-RECORD (CCN-IDX) TO CHL-NOTE-NEW-IMAGE
008160     END-IF.
008170     PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT.
008180 2310-EXIT.
008190     EXIT.
008200*
008210 2320-CASCADE-ONE-SCHEDULE.
008220     IF NOT CSC-ACTIVE (CSC-IDX)
008230      OR CSC-CHANNEL-NAME (CSC-IDX) NOT = CHL-OLD-NAME
008240         GO TO 2320-EXIT
008250     END-IF.
008260     MOVE "SCH"               TO CHL-NOTE-TARGET.
008270     MOVE CSC-RECORD (CSC-IDX) TO CHL-NOTE-OLD-IMAGE.
008280     IF CHL-CASCADE-RETIRE
008290         MOVE "N" TO CSC-ACTIVE-SW (CSC-IDX)
008300         MOVE "RET"  TO CHL-NOTE-ACTION
008310         MOVE SPACES TO CHL-NOTE-NEW-IMAGE
008320     ELSE
008330         MOVE CHL-NEW-NAME TO CSC-CHANNEL-NAME (CSC-IDX)
008340         MOVE "REP"  TO CHL-NOTE-ACTION
008350         MOVE CSC-RECORD (CSC-IDX) TO CHL-NOTE-NEW-IMAGE
008360     END-IF.
008370     PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT.
008380 2320-EXIT.
008390     EXIT.
008400*
008410 2330-CASCADE-ONE-CALENDAR.
008420     IF NOT CCL-ACTIVE (CCL-IDX)
008430      OR CCL-CHANNEL-NAME (CCL-IDX) NOT = CHL-OLD-NAME
008440         GO TO 2330-EXIT
008450     END-IF.
008460     MOVE "CAL"               TO CHL-NOTE-TARGET.
008470     MOVE CCL-RECORD (CCL-IDX) TO CHL-NOTE-OLD-IMAGE.
008480     IF CHL-CASCADE-RETIRE
008490         MOVE "N" TO CCL-ACTIVE-SW (CCL-IDX)
008500         MOVE "RET"  TO CHL-NOTE-ACTION
008510         MOVE SPACES TO CHL-NOTE-NEW-IMAGE
008520     ELSE
008530         MOVE CHL-NEW-NAME TO CCL-CHANNEL-NAME (CCL-IDX)
008540         MOVE "REP"  TO CHL-NOTE-ACTION
008550         MOVE CCL-RECORD (CCL-IDX) TO CHL-NOTE-NEW-IMAGE
008560     END-IF.
008570     PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT.
008580 2330-EXIT.
008590     EXIT.
008600*
008610***************************************************************
008620* 2340-CASCADE-ONE-ROSTER                                      *
008630*   Ved REN kan relæet allerede have skrevet nicket under det  *
008640*   nye navn - så pensioneres den gamle række i stedet, så     *
008650*   ingen står der to gange.                                   *
008660***************************************************************
008670 2340-CASCADE-ONE-ROSTER.
008680     IF NOT CRS-ACTIVE (CRS-IDX)
008690      OR CRS-CHANNEL-NAME (CRS-IDX) NOT = CHL-OLD-NAME
008700         GO TO 2340-EXIT
008710     END-IF.
008720     MOVE "RST"               TO CHL-NOTE-TARGET.
008730     MOVE CRS-RECORD (CRS-IDX) TO CHL-NOTE-OLD-IMAGE.
008740     MOVE "N" TO CHL-NICK-PRESENT-SW.
008750     IF CHL-CASCADE-RENAME
008760         PERFORM 2350-MATCH-ONE-NICK THRU 2350-EXIT
008770             VARYING CHL-NICK-SUB FROM 1 BY 1
008780             UNTIL CHL-NICK-SUB > CHL-RST-TABLE-COUNT
008790                OR CHL-NICK-PRESENT
008800     END-IF.
008810     IF CHL-CASCADE-RETIRE
008820      OR CHL-NICK-PRESENT
008830         MOVE "N" TO CRS-ACTIVE-SW (CRS-IDX)
008840         MOVE "RET"  TO CHL-NOTE-ACTION
008850         MOVE SPACES TO CHL-NOTE-NEW-IMAGE
008860     ELSE
008870         MOVE CHL-NEW-NAME TO CRS-CHANNEL-NAME (CRS-IDX)
008880         MOVE "REP"  TO CHL-NOTE-ACTION
008890         MOVE CRS-RECORD (CRS-IDX) TO CHL-NOTE-NEW-IMAGE
008900     END-IF.
008910     PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT.
008920 2340-EXIT.
008930     EXIT.
008940*
008950 2350-MATCH-ONE-NICK.
008960     IF CRS-ACTIVE (CHL-NICK-SUB)
008970        AND CRS-CHANNEL-NAME (CHL-NICK-SUB) = CHL-NEW-NAME
008980        AND CRS-NICK (CHL-NICK-SUB) = CRS-NICK (CRS-IDX)
008990         SET CHL-NICK-PRESENT TO TRUE
009000     END-IF.
009010 2350-EXIT.
009020     EXIT.
009030*
009040***************************************************************
009050* 2400-CASCADE-OVERRIDES                                       *
009060*   Løber HYGGE-MSG-FILE igennem efter kanalens override-      *
009070*   linjer (kanalen står sidst i nøglen, så hele kataloget     *
009080*   læses).  RET pensionerer linjen, REN pensionerer den       *
009090*   under det gamle navn og tilføjer den under det nye - hver  *
009100*   som en MSG-revisionsrække i HYGGEMNT's format.             *
009110***************************************************************
009120 2400-CASCADE-OVERRIDES.
009130     IF NOT CHL-MSG-OPEN
009140         GO TO 2400-EXIT
009150     END-IF.
009160     MOVE "N" TO CHL-KEYED-EOF-SW.
009170     MOVE LOW-VALUES TO HM-MSG-KEY.
009180     START HYGGE-MSG-FILE KEY IS NOT LESS THAN HM-MSG-KEY
009190         INVALID KEY
009200             SET CHL-KEYED-EOF TO TRUE
009210     END-START.
009220     PERFORM 2410-CASCADE-ONE-OVERRIDE THRU 2410-EXIT
009230         UNTIL CHL-KEYED-EOF.
009240 2400-EXIT.
009250     EXIT.
009260*
009270 2410-CASCADE-ONE-OVERRIDE.
009280     READ HYGGE-MSG-FILE NEXT RECORD
009290         AT END
009300             SET CHL-KEYED-EOF TO TRUE
009310     END-READ.
009320     IF CHL-KEYED-EOF
009330         GO TO 2410-EXIT
009340     END-IF.
009350     IF HM-CHANNEL-NAME NOT = CHL-OLD-NAME
009360         GO TO 2410-EXIT
009370     END-IF.
009380     MOVE HM-LANG-CODE     TO HMI-LANG-CODE.
009390     MOVE HM-RANDOM-RESULT TO HMI-RANDOM-RESULT.
009400     MOVE HM-SEASON-CODE   TO HMI-SEASON-CODE.
009410     MOVE HM-SEQUENCE-NO   TO HMI-SEQUENCE-NO.
009420     MOVE HM-DELAY-HINT    TO HMI-DELAY-HINT.
009430     MOVE HM-CHANNEL-NAME  TO HMI-CHANNEL-NAME.
009440     MOVE HM-MESSAGE-TEXT  TO HMI-MESSAGE-TEXT.
009450     MOVE "MSG"            TO CHL-NOTE-TARGET.
009460     MOVE "RET"            TO CHL-NOTE-ACTION.
009470     MOVE HYGGE-MSG-IMAGE  TO CHL-NOTE-OLD-IMAGE.
009480     MOVE SPACES           TO CHL-NOTE-NEW-IMAGE.
009490     PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT.
009500     IF CHL-CASCADE-RENAME
009510         MOVE CHL-NEW-NAME    TO HMI-CHANNEL-NAME
009520         MOVE "ADD"           TO CHL-NOTE-ACTION
009530         MOVE SPACES          TO CHL-NOTE-OLD-IMAGE
009540         MOVE HYGGE-MSG-IMAGE TO CHL-NOTE-NEW-IMAGE
009550         PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT
009560     END-IF.
009570 2410-EXIT.
009580     EXIT.
009590*
009600***************************************************************
009610* 2500-CASCADE-COUNTERS                                        *
009620*   Kanalens fyringstællere ligger samlet forrest i nøglen.    *
009630*   RET sletter dem, REN flytter dem til det nye navn, så      *
009640*   dagens grænser følger kanalen.                             *
009650***************************************************************
009660 2500-CASCADE-COUNTERS.
009670     IF NOT CHL-DCT-OPEN
009680         GO TO 2500-EXIT
009690     END-IF.
009700     MOVE "N" TO CHL-KEYED-EOF-SW.
009710     MOVE CHL-OLD-NAME TO HD-CHANNEL-NAME.
009720     MOVE ZERO         TO HD-FIRE-DATE.
009730     START HYGGE-DCT-FILE KEY IS NOT LESS THAN HD-COUNTER-KEY
009740         INVALID KEY
009750             SET CHL-KEYED-EOF TO TRUE
009760     END-START.
009770     PERFORM 2510-CASCADE-ONE-COUNTER THRU 2510-EXIT
009780         UNTIL CHL-KEYED-EOF.
009790 2500-EXIT.
009800     EXIT.
009810*
009820 2510-CASCADE-ONE-COUNTER.
009830     READ HYGGE-DCT-FILE NEXT RECORD
009840         AT END
009850             SET CHL-KEYED-EOF TO TRUE
009860     END-READ.
009870     IF CHL-KEYED-EOF
009880         GO TO 2510-EXIT
009890     END-IF.
009900     IF HD-CHANNEL-NAME NOT = CHL-OLD-NAME
009910         SET CHL-KEYED-EOF TO TRUE
009920         GO TO 2510-EXIT
009930     END-IF.
009940     MOVE "DCT"            TO CHL-NOTE-TARGET.
009950     MOVE "RET"            TO CHL-NOTE-ACTION.
009960     MOVE HYGGE-DCT-RECORD TO CHL-NOTE-OLD-IMAGE.
009970     MOVE SPACES           TO CHL-NOTE-NEW-IMAGE.
009980     PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT.
009990     IF CHL-CASCADE-RENAME
010000         MOVE HYGGE-DCT-RECORD TO CHL-DCT-WORK
010010         MOVE CHL-NEW-NAME     TO CDW-CHANNEL-NAME
010020         MOVE "ADD"            TO CHL-NOTE-ACTION
010030         MOVE SPACES           TO CHL-NOTE-OLD-IMAGE
010040         MOVE CHL-DCT-WORK     TO CHL-NOTE-NEW-IMAGE
010050         PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT
010060     END-IF.
010070 2510-EXIT.
010080     EXIT.
010090*
010100***************************************************************
010110* 2600-CASCADE-HISTORY                                         *
010120*   Samme for scenehistorikken bag gentagelsesvagten.  Ved     *
010130*   REN følger også scenens egen override-kanal med, når den   *
010140*   var kanalen selv.                                          *
010150***************************************************************
010160 2600-CASCADE-HISTORY.
010170     IF NOT CHL-SHS-OPEN
010180         GO TO 2600-EXIT
010190     END-IF.
010200     MOVE "N" TO CHL-KEYED-EOF-SW.
010210     MOVE LOW-VALUES   TO HSH-HISTORY-KEY.
010220     MOVE CHL-OLD-NAME TO HSH-CHANNEL-NAME.
010230     START HYGGE-SHS-FILE KEY IS NOT LESS THAN HSH-HISTORY-KEY
010240         INVALID KEY
010250             SET CHL-KEYED-EOF TO TRUE
010260     END-START.
010270     PERFORM 2610-CASCADE-ONE-SCENE THRU 2610-EXIT
010280         UNTIL CHL-KEYED-EOF.
010290 2600-EXIT.
010300     EXIT.
010310*
010320 2610-CASCADE-ONE-SCENE.
010330     READ HYGGE-SHS-FILE NEXT RECORD
010340         AT END
010350             SET CHL-KEYED-EOF TO TRUE
010360     END-READ.
010370     IF CHL-KEYED-EOF
010380         GO TO 2610-EXIT
010390     END-IF.
010400     IF HSH-CHANNEL-NAME NOT = CHL-OLD-NAME
010410         SET CHL-KEYED-EOF TO TRUE
010420         GO TO 2610-EXIT
010430     END-IF.
010440     MOVE "SHS"            TO CHL-NOTE-TARGET.
010450     MOVE "RET"            TO CHL-NOTE-ACTION.
010460     MOVE HYGGE-SHS-RECORD TO CHL-NOTE-OLD-IMAGE.
010470     MOVE SPACES           TO CHL-NOTE-NEW-IMAGE.
010480     PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT.
010490     IF CHL-CASCADE-RENAME
010500         MOVE HYGGE-SHS-RECORD TO CHL-SHS-WORK
010510         MOVE CHL-NEW-NAME     TO CHW-CHANNEL-NAME
010520         IF CHW-SCENE-CHANNEL = CHL-OLD-NAME
010530             MOVE CHL-NEW-NAME TO CHW-SCENE-CHANNEL
010540         END-IF
010550         MOVE "ADD"            TO CHL-NOTE-ACTION
010560         MOVE SPACES           TO CHL-NOTE-OLD-IMAGE
010570         MOVE CHL-SHS-WORK     TO CHL-NOTE-NEW-IMAGE
010580         PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT
010590     END-IF.
010600 2610-EXIT.
010610     EXIT.
010620*
010630***************************************************************
010640* 2650-CASCADE-BIRTHDAYS                                       *
010650*   Samme for fødselsdagshilsenerne i HYGGE-BGR-FILE.  Nøglen  *
010660*   begynder med nick, så kanalens rækker kan ikke findes med  *
010670*   START - hele filen læses.  Ved REN flyttes rækken til det  *
010680*   nye navn, så en nick, der er hilst i dag, ikke hilses igen *
010690*   under det nye navn; ved RET slettes den.                   *
010700***************************************************************
010710 2650-CASCADE-BIRTHDAYS.
010720     IF NOT CHL-BGR-OPEN
010730         GO TO 2650-EXIT
010740     END-IF.
010750     MOVE "N" TO CHL-KEYED-EOF-SW.
010760     MOVE LOW-VALUES TO HBG-GREET-KEY.
010770     START HYGGE-BGR-FILE KEY IS NOT LESS THAN HBG-GREET-KEY
010780         INVALID KEY
010790             SET CHL-KEYED-EOF TO TRUE
010800     END-START.
010810     PERFORM 2660-CASCADE-ONE-GREETING THRU 2660-EXIT
010820         UNTIL CHL-KEYED-EOF.
010830 2650-EXIT.
010840     EXIT.
010850*
010860 2660-CASCADE-ONE-GREETING.
010870     READ HYGGE-BGR-FILE NEXT RECORD
010880         AT END
010890             SET CHL-KEYED-EOF TO TRUE
010900     END-READ.
010910     IF CHL-KEYED-EOF
010920        OR HBG-CHANNEL-NAME NOT = CHL-OLD-NAME
010930         GO TO 2660-EXIT
010940     END-IF.
010950     MOVE "BGR"            TO CHL-NOTE-TARGET.
010960     MOVE "RET"            TO CHL-NOTE-ACTION.
010970     MOVE HYGGE-BGR-RECORD TO CHL-NOTE-OLD-IMAGE.
010980     MOVE SPACES           TO CHL-NOTE-NEW-IMAGE.
010990     PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT.
011000     IF CHL-CASCADE-RENAME
011010         MOVE HYGGE-BGR-RECORD TO CHL-BGR-WORK
011020         MOVE CHL-NEW-NAME     TO CBW-CHANNEL-NAME
011030         MOVE "ADD"            TO CHL-NOTE-ACTION
011040         MOVE SPACES           TO CHL-NOTE-OLD-IMAGE
011050         MOVE CHL-BGR-WORK     TO CHL-NOTE-NEW-IMAGE
011060         PERFORM 2940-NOTE-AUDIT THRU 2940-EXIT
011070     END-IF.
011080 2660-EXIT.
011090     EXIT.
011100*
011110***************************************************************
011120* 2800-CHECK-NEW-NAME-FREE                                     *
011130*   Før en omdøbning: det nye navn må ikke allerede have en    *
011140*   skemarække, override-linjer, tællere, historik eller       *
011150*   fødselsdagshilsener - ellers ville flytningen støde        *
011160*   sammen med dem.                                            *
011170***************************************************************
011180 2800-CHECK-NEW-NAME-FREE.
011190     MOVE ZERO TO CHL-FOUND-SUB.
011200     PERFORM 2810-MATCH-NEW-SCHEDULE THRU 2810-EXIT
011210         VARYING CSC-IDX FROM 1 BY 1
011220         UNTIL CSC-IDX > CHL-SCH-TABLE-COUNT
011230            OR CHL-FOUND-SUB > ZERO.
011240     IF CHL-FOUND-SUB > ZERO
011250         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
011260         DISPLAY "          NEW NAME ALREADY IN HYGGESCH"
011270     END-IF.
011280     IF CHL-MSG-OPEN
011290         MOVE "N" TO CHL-KEYED-EOF-SW
011300         MOVE LOW-VALUES TO HM-MSG-KEY
011310         START HYGGE-MSG-FILE KEY IS NOT LESS THAN HM-MSG-KEY
011320             INVALID KEY
011330                 SET CHL-KEYED-EOF TO TRUE
011340         END-START
011350         PERFORM 2820-MATCH-NEW-OVERRIDE THRU 2820-EXIT
011360             UNTIL CHL-KEYED-EOF
011370     END-IF.
011380     IF CHL-DCT-OPEN
011390         MOVE CHL-NEW-NAME TO HD-CHANNEL-NAME
011400         MOVE ZERO         TO HD-FIRE-DATE
011410         START HYGGE-DCT-FILE KEY IS NOT LESS THAN HD-COUNTER-KEY
011420             INVALID KEY
011430                 CONTINUE
011440             NOT INVALID KEY
011450                 READ HYGGE-DCT-FILE NEXT RECORD
011460                     AT END
011470                         CONTINUE
011480                     NOT AT END
011490                         IF HD-CHANNEL-NAME = CHL-NEW-NAME
011500                             PERFORM 2900-REPORT-ONE-ERROR
011510                                 THRU 2900-EXIT
011520                             DISPLAY "          NEW NAME ALREADY"
011530                                 " HAS FIRE COUNTERS IN HYGGEDCT"
011540                         END-IF
011550                 END-READ
011560         END-START
011570     END-IF.
011580     IF CHL-SHS-OPEN
011590         MOVE LOW-VALUES   TO HSH-HISTORY-KEY
011600         MOVE CHL-NEW-NAME TO HSH-CHANNEL-NAME
011610         START HYGGE-SHS-FILE KEY IS NOT LESS THAN HSH-HISTORY-KEY
011620             INVALID KEY
011630                 CONTINUE
011640             NOT INVALID KEY
011650                 READ HYGGE-SHS-FILE NEXT RECORD
011660                     AT END
011670                         CONTINUE
011680                     NOT AT END
011690                         IF HSH-CHANNEL-NAME = CHL-NEW-NAME
011700                             PERFORM 2900-REPORT-ONE-ERROR
011710                                 THRU 2900-EXIT
011720                             DISPLAY "          NEW NAME ALREADY"
011730                                 " HAS SCENE HISTORY IN HYGGESHS"
011740                         END-IF
011750                 END-READ
011760         END-START
011770     END-IF.
011780     IF CHL-BGR-OPEN
011790         MOVE "N" TO CHL-KEYED-EOF-SW
011800         MOVE LOW-VALUES TO HBG-GREET-KEY
011810         START HYGGE-BGR-FILE KEY IS NOT LESS THAN HBG-GREET-KEY
011820             INVALID KEY
011830                 SET CHL-KEYED-EOF TO TRUE
011840         END-START
011850         PERFORM 2830-MATCH-NEW-GREETING THRU 2830-EXIT
011860             UNTIL CHL-KEYED-EOF
011870     END-IF.
011880 2800-EXIT.
011890     EXIT.
011900*
011910 2810-MATCH-NEW-SCHEDULE.
011920     IF CSC-ACTIVE (CSC-IDX)
011930        AND CSC-CHANNEL-NAME (CSC-IDX) = CHL-NEW-NAME
011940         SET CHL-FOUND-SUB TO CSC-IDX
011950     END-IF.
011960 2810-EXIT.
011970     EXIT.
011980*
011990 2820-MATCH-NEW-OVERRIDE.
012000     READ HYGGE-MSG-FILE NEXT RECORD
012010         AT END
012020             SET CHL-KEYED-EOF TO TRUE
012030     END-READ.
012040     IF NOT CHL-KEYED-EOF
012050        AND HM-CHANNEL-NAME = CHL-NEW-NAME
012060         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
012070         DISPLAY "          NEW NAME ALREADY HAS OVERRIDE LINES"
012080             " IN HYGGEMSG"
012090         SET CHL-KEYED-EOF TO TRUE
012100     END-IF.
012110 2820-EXIT.
012120     EXIT.
012130*
012140 2830-MATCH-NEW-GREETING.
012150     READ HYGGE-BGR-FILE NEXT RECORD
012160         AT END
012170             SET CHL-KEYED-EOF TO TRUE
012180     END-READ.
012190     IF NOT CHL-KEYED-EOF
012200        AND HBG-CHANNEL-NAME = CHL-NEW-NAME
012210         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
012220         DISPLAY "          NEW NAME ALREADY HAS BIRTHDAY"
012230             " GREETINGS IN HYGGEBGR"
012240         SET CHL-KEYED-EOF TO TRUE
012250     END-IF.
012260 2830-EXIT.
012270     EXIT.
012280*
012290***************************************************************
012300* 2900-REPORT-ONE-ERROR                                        *
012310*   Første fund på en transaktion skriver dens løbenummer og   *
012320*   indhold; de følgende fund står under den.                  *
012330***************************************************************
012340 2900-REPORT-ONE-ERROR.
012350     IF NOT CHL-TXN-IN-ERROR
012360         MOVE CHL-TXN-NO TO CHL-TXN-NO-EDIT
012370         DISPLAY "HYGGECHL: TXN" CHL-TXN-NO-EDIT " REJECTED ("
012380             CTT-ACTION-CODE (CTT-IDX) " "
012390             CTT-CHANNEL-NAME (CTT-IDX) " BY "
012400             CTT-USER-ID (CTT-IDX) ")"
012410     END-IF.
012420     SET CHL-TXN-IN-ERROR TO TRUE.
012430     ADD 1 TO CHL-ERROR-COUNT.
012440 2900-EXIT.
012450     EXIT.
012460*
012470***************************************************************
012480* 2940-NOTE-AUDIT                                              *
012490*   Noterer én ændret række (CHL-NOTE-ACTION/-TARGET og de     *
012500*   to billeder) i revisionstabellen og tæller den pr. fil.    *
012510***************************************************************
012520 2940-NOTE-AUDIT.
012530     IF CHL-AUD-TABLE-COUNT NOT < CHL-AUD-TABLE-MAX
012540         PERFORM 2900-REPORT-ONE-ERROR THRU 2900-EXIT
012550         DISPLAY "          MORE THAN 999 ROW CHANGES IN ONE"
012560             " BATCH - SPLIT THE BATCH"
012570         GO TO 2940-EXIT
012580     END-IF.
012590     ADD 1 TO CHL-AUD-TABLE-COUNT.
012600     SET CAU-IDX TO CHL-AUD-TABLE-COUNT.
012610     MOVE CTT-USER-ID (CTT-IDX) TO CAU-USER-ID (CAU-IDX).
012620     MOVE CHL-NOTE-ACTION       TO CAU-ACTION-CODE (CAU-IDX).
012630     MOVE CHL-NOTE-TARGET       TO CAU-TARGET-CODE (CAU-IDX).
012640     MOVE CHL-NOTE-OLD-IMAGE    TO CAU-OLD-IMAGE (CAU-IDX).
012650     MOVE CHL-NOTE-NEW-IMAGE    TO CAU-NEW-IMAGE (CAU-IDX).
012660     ADD 1 TO CHL-APPLIED-COUNT.
012670     EVALUATE CHL-NOTE-TARGET
012680         WHEN "CHN"
012690             ADD 1 TO CHL-CHN-CHANGES
012700         WHEN "SCH"
012710             ADD 1 TO CHL-SCH-CHANGES
012720         WHEN "CAL"
012730             ADD 1 TO CHL-CAL-CHANGES
012740         WHEN "RST"
012750             ADD 1 TO CHL-RST-CHANGES
012760         WHEN "MSG"
012770             ADD 1 TO CHL-MSG-CHANGES
012780         WHEN "DCT"
012790             ADD 1 TO CHL-DCT-CHANGES
012800         WHEN "SHS"
012810             ADD 1 TO CHL-SHS-CHANGES
012820         WHEN "BGR"
012830             ADD 1 TO CHL-BGR-CHANGES
012840     END-EVALUATE.
012850 2940-EXIT.
012860     EXIT.
012870*
012880***************************************************************
012890* 3000-REWRITE-FLAT-FILES                                      *
012900*   Skriver de flade filer, der er ændret, forfra fra          *
012910*   tabellerne - kun de aktive rækker.                         *
012920***************************************************************
012930 3000-REWRITE-FLAT-FILES.
012940     IF CHL-CHN-CHANGES > ZERO
012950         OPEN OUTPUT HYGGE-CHANNEL-FILE
012960         IF HYGGE-CHANNEL-STATUS-OK
012970             PERFORM 3100-WRITE-ONE-CHANNEL THRU 3100-EXIT
012980                 VARYING CCN-IDX FROM 1 BY 1
012990                 UNTIL CCN-IDX > CHL-CHN-TABLE-COUNT
013000             CLOSE HYGGE-CHANNEL-FILE
013010         ELSE
013020             DISPLAY "HYGGECHL: CANNOT REWRITE HYGGECHN, STATUS "
013030                 HYGGE-CHANNEL-STATUS
013040             MOVE 8 TO RETURN-CODE
013050         END-IF
013060     END-IF.
013070     IF CHL-SCH-CHANGES > ZERO
013080         OPEN OUTPUT HYGGE-SCH-FILE
013090         IF HYGGE-SCH-STATUS-OK
013100             PERFORM 3200-WRITE-ONE-SCHEDULE THRU 3200-EXIT
013110                 VARYING CSC-IDX FROM 1 BY 1
013120                 UNTIL CSC-IDX > CHL-SCH-TABLE-COUNT
013130             CLOSE HYGGE-SCH-FILE
013140         ELSE
013150             DISPLAY "HYGGECHL: CANNOT REWRITE HYGGESCH, STATUS "
013160                 HYGGE-SCH-STATUS
013170             MOVE 8 TO RETURN-CODE
013180         END-IF
013190     END-IF.
013200     IF CHL-CAL-CHANGES > ZERO
013210         OPEN OUTPUT HYGGE-CAL-FILE
013220         IF HYGGE-CAL-STATUS-OK
013230             PERFORM 3300-WRITE-ONE-CALENDAR THRU 3300-EXIT
013240                 VARYING CCL-IDX FROM 1 BY 1
013250                 UNTIL CCL-IDX > CHL-CAL-TABLE-COUNT
013260             CLOSE HYGGE-CAL-FILE
013270         ELSE
013280             DISPLAY "HYGGECHL: CANNOT REWRITE HYGGECAL, STATUS "
013290                 HYGGE-CAL-STATUS
013300             MOVE 8 TO RETURN-CODE
013310         END-IF
013320     END-IF.
013330     IF CHL-RST-CHANGES > ZERO
013340         OPEN OUTPUT HYGGE-RST-FILE
013350         IF HYGGE-RST-STATUS-OK
013360             PERFORM 3400-WRITE-ONE-ROSTER THRU 3400-EXIT
013370                 VARYING CRS-IDX FROM 1 BY 1
013380                 UNTIL CRS-IDX > CHL-RST-TABLE-COUNT
013390             CLOSE HYGGE-RST-FILE
013400         ELSE
013410             DISPLAY "HYGGECHL: CANNOT REWRITE HYGGERST, STATUS "
013420                 HYGGE-RST-STATUS
013430             MOVE 8 TO RETURN-CODE
013440         END-IF
013450     END-IF.
013460 3000-EXIT.
013470     EXIT.
013480*
013490 3100-WRITE-ONE-CHANNEL.
013500     IF CCN-ACTIVE (CCN-IDX)
013510         MOVE CCN-RECORD (CCN-IDX) TO HYGGE-CHANNEL-RECORD
013520         WRITE HYGGE-CHANNEL-RECORD
013530     END-IF.
013540 3100-EXIT.
013550     EXIT.
013560*
013570 3200-WRITE-ONE-SCHEDULE.
013580     IF CSC-ACTIVE (CSC-IDX)
013590         MOVE CSC-RECORD (CSC-IDX) TO HYGGE-SCH-RECORD
013600         WRITE HYGGE-SCH-RECORD
013610     END-IF.
013620 3200-EXIT.
013630     EXIT.
013640*
013650 3300-WRITE-ONE-CALENDAR.
013660     IF CCL-ACTIVE (CCL-IDX)
013670         MOVE CCL-RECORD (CCL-IDX) TO HYGGE-CAL-RECORD
013680         WRITE HYGGE-CAL-RECORD
013690     END-IF.
013700 3300-EXIT.
013710     EXIT.
013720*
013730 3400-WRITE-ONE-ROSTER.
013740     IF CRS-ACTIVE (CRS-IDX)
013750         MOVE CRS-RECORD (CRS-IDX) TO HYGGE-RST-RECORD
013760         WRITE HYGGE-RST-RECORD
013770     END-IF.
013780 3400-EXIT.
013790     EXIT.
013800*
013810***************************************************************
013820* 4000-APPLY-MSG-CHANGES                                       *
013830*   Afspiller revisionsrækkerne for HYGGE-MSG-FILE i           *
013840*   rækkefølge som nøgleskrivninger: ADD skriver, RET sletter. *
013850***************************************************************
013860 4000-APPLY-MSG-CHANGES.
013870     IF CHL-MSG-CHANGES = ZERO
013880         GO TO 4000-EXIT
013890     END-IF.
013900     OPEN I-O HYGGE-MSG-FILE.
013910     IF HYGGE-MSG-STATUS-OK
013920         PERFORM 4100-APPLY-ONE-MSG THRU 4100-EXIT
013930             VARYING CAU-IDX FROM 1 BY 1
013940             UNTIL CAU-IDX > CHL-AUD-TABLE-COUNT
013950         CLOSE HYGGE-MSG-FILE
013960     ELSE
013970         DISPLAY "HYGGECHL: CANNOT UPDATE HYGGEMSG, STATUS "
013980             HYGGE-MSG-STATUS
013990         MOVE 8 TO RETURN-CODE
014000         MOVE "MSG" TO CHL-FAILED-TARGET
014010         PERFORM 4950-MARK-ONE-FAILED THRU 4950-EXIT
014020             VARYING CAU-IDX FROM 1 BY 1
014030             UNTIL CAU-IDX > CHL-AUD-TABLE-COUNT
014040     END-IF.
014050 4000-EXIT.
014060     EXIT.
014070*
014080 4100-APPLY-ONE-MSG.
014090     IF CAU-TARGET-CODE (CAU-IDX) NOT = "MSG"
014100         GO TO 4100-EXIT
014110     END-IF.
014120     IF CAU-ACTION-CODE (CAU-IDX) = "RET"
014130         MOVE CAU-OLD-IMAGE (CAU-IDX) TO HYGGE-MSG-IMAGE
014140     ELSE
014150         MOVE CAU-NEW-IMAGE (CAU-IDX) TO HYGGE-MSG-IMAGE
014160     END-IF.
014170     MOVE HMI-LANG-CODE     TO HM-LANG-CODE.
014180     MOVE HMI-RANDOM-RESULT TO HM-RANDOM-RESULT.
014190     MOVE HMI-SEASON-CODE   TO HM-SEASON-CODE.
014200     MOVE HMI-CHANNEL-NAME  TO HM-CHANNEL-NAME.
014210     MOVE HMI-SEQUENCE-NO   TO HM-SEQUENCE-NO.
014220     MOVE HMI-DELAY-HINT    TO HM-DELAY-HINT.
014230     MOVE HMI-MESSAGE-TEXT  TO HM-MESSAGE-TEXT.
014240     IF CAU-ACTION-CODE (CAU-IDX) = "RET"
014250         DELETE HYGGE-MSG-FILE RECORD
014260             INVALID KEY
014270                 PERFORM 4900-REPORT-APPLY-ERROR THRU 4900-EXIT
014280         END-DELETE
014290     ELSE
014300         WRITE HYGGE-MSG-RECORD
014310             INVALID KEY
014320                 PERFORM 4900-REPORT-APPLY-ERROR THRU 4900-EXIT
014330         END-WRITE
014340     END-IF.
014350 4100-EXIT.
014360     EXIT.
014370*
014380***************************************************************
014390* 4200-APPLY-DCT-CHANGES                                       *
014400*   Samme for fyringstællerne i HYGGE-DCT-FILE.                *
014410***************************************************************
014420 4200-APPLY-DCT-CHANGES.
014430     IF CHL-DCT-CHANGES = ZERO
014440         GO TO 4200-EXIT
014450     END-IF.
014460     OPEN I-O HYGGE-DCT-FILE.
014470     IF HYGGE-DCT-STATUS-OK
014480         PERFORM 4300-APPLY-ONE-DCT THRU 4300-EXIT
014490             VARYING CAU-IDX FROM 1 BY 1
014500             UNTIL CAU-IDX > CHL-AUD-TABLE-COUNT
014510         CLOSE HYGGE-DCT-FILE
014520     ELSE
014530         DISPLAY "HYGGECHL: CANNOT UPDATE HYGGEDCT, STATUS "
014540             HYGGE-DCT-STATUS
014550         MOVE 8 TO RETURN-CODE
014560         MOVE "DCT" TO CHL-FAILED-TARGET
014570         PERFORM 4950-MARK-ONE-FAILED THRU 4950-EXIT
014580             VARYING CAU-IDX FROM 1 BY 1
014590             UNTIL CAU-IDX > CHL-AUD-TABLE-COUNT
014600     END-IF.
014610 4200-EXIT.
014620     EXIT.
014630*
014640 4300-APPLY-ONE-DCT.
014650     IF CAU-TARGET-CODE (CAU-IDX) NOT = "DCT"
014660         GO TO 4300-EXIT
014670     END-IF.
014680     IF CAU-ACTION-CODE (CAU-IDX) = "RET"
014690         MOVE CAU-OLD-IMAGE (CAU-IDX) TO CHL-DCT-WORK
014700         MOVE CHL-DCT-WORK TO HYGGE-DCT-RECORD
014710         DELETE HYGGE-DCT-FILE RECORD
014720             INVALID KEY
014730                 PERFORM 4900-REPORT-APPLY-ERROR THRU 4900-EXIT
014740         END-DELETE
014750     ELSE
014760         MOVE CAU-NEW-IMAGE (CAU-IDX) TO CHL-DCT-WORK
014770         MOVE CHL-DCT-WORK TO HYGGE-DCT-RECORD
014780         WRITE HYGGE-DCT-RECORD
014790             INVALID KEY
014800                 PERFORM 4900-REPORT-APPLY-ERROR THRU 4900-EXIT
014810         END-WRITE
014820     END-IF.
014830 4300-EXIT.
014840     EXIT.
014850*
014860***************************************************************
014870* 4400-APPLY-SHS-CHANGES                                       *
014880*   Samme for scenehistorikken i HYGGE-SHS-FILE.               *
014890***************************************************************
014900 4400-APPLY-SHS-CHANGES.
014910     IF CHL-SHS-CHANGES = ZERO
014920         GO TO 4400-EXIT
014930     END-IF.
014940     OPEN I-O HYGGE-SHS-FILE.
014950     IF HYGGE-SHS-STATUS-OK
014960         PERFORM 4500-APPLY-ONE-SHS THRU 4500-EXIT
014970             VARYING CAU-IDX FROM 1 BY 1
014980             UNTIL CAU-IDX > CHL-AUD-TABLE-COUNT
014990         CLOSE HYGGE-SHS-FILE
015000     ELSE
015010         DISPLAY "HYGGECHL: CANNOT UPDATE HYGGESHS, STATUS "
015020             HYGGE-SHS-STATUS
015030         MOVE 8 TO RETURN-CODE
015040         MOVE "SHS" TO CHL-FAILED-TARGET
015050         PERFORM 4950-MARK-ONE-FAILED THRU 4950-EXIT
015060             VARYING CAU-IDX FROM 1 BY 1
015070             UNTIL CAU-IDX > CHL-AUD-TABLE-COUNT
015080     END-IF.
015090 4400-EXIT.
015100     EXIT.
015110*
015120 4500-APPLY-ONE-SHS.
015130     IF CAU-TARGET-CODE (CAU-IDX) NOT = "SHS"
015140         GO TO 4500-EXIT
015150     END-IF.
015160     IF CAU-ACTION-CODE (CAU-IDX) = "RET"
015170         MOVE CAU-OLD-IMAGE (CAU-IDX) TO CHL-SHS-WORK
015180         MOVE CHL-SHS-WORK TO HYGGE-SHS-RECORD
015190         DELETE HYGGE-SHS-FILE RECORD
015200             INVALID KEY
015210                 PERFORM 4900-REPORT-APPLY-ERROR THRU 4900-EXIT
015220         END-DELETE
015230     ELSE
015240         MOVE CAU-NEW-IMAGE (CAU-IDX) TO CHL-SHS-WORK
015250         MOVE CHL-SHS-WORK TO HYGGE-SHS-RECORD
015260         WRITE HYGGE-SHS-RECORD
015270             INVALID KEY
015280                 PERFORM 4900-REPORT-APPLY-ERROR THRU 4900-EXIT
015290         END-WRITE
015300     END-IF.
015310 4500-EXIT.
015320     EXIT.
015330*
015340***************************************************************
015350* 4600-APPLY-BGR-CHANGES                                       *
015360*   Samme for fødselsdagshilsenerne i HYGGE-BGR-FILE.          *
015370***************************************************************
015380 4600-APPLY-BGR-CHANGES.
015390     IF CHL-BGR-CHANGES = ZERO
015400         GO TO 4600-EXIT
015410     END-IF.
015420     OPEN I-O HYGGE-BGR-FILE.
015430     IF HYGGE-BGR-STATUS-OK
015440         PERFORM 4700-APPLY-ONE-BGR THRU 4700-EXIT
015450             VARYING CAU-IDX FROM 1 BY 1
015460             UNTIL CAU-IDX > CHL-AUD-TABLE-COUNT
015470         CLOSE HYGGE-BGR-FILE
015480     ELSE
015490         DISPLAY "HYGGECHL: CANNOT UPDATE HYGGEBGR, STATUS "
015500             HYGGE-BGR-STATUS
015510         MOVE 8 TO RETURN-CODE
015520         MOVE "BGR" TO CHL-FAILED-TARGET
015530         PERFORM 4950-MARK-ONE-FAILED THRU 4950-EXIT
015540             VARYING CAU-IDX FROM 1 BY 1
015550             UNTIL CAU-IDX > CHL-AUD-TABLE-COUNT
015560     END-IF.
015570 4600-EXIT.
015580     EXIT.
015590*
015600 4700-APPLY-ONE-BGR.
015610     IF CAU-TARGET-CODE (CAU-IDX) NOT = "BGR"
015620         GO TO 4700-EXIT
015630     END-IF.
015640     IF CAU-ACTION-CODE (CAU-IDX) = "RET"
015650         MOVE CAU-OLD-IMAGE (CAU-IDX) TO CHL-BGR-WORK
015660         MOVE CHL-BGR-WORK TO HYGGE-BGR-RECORD
015670         DELETE HYGGE-BGR-FILE RECORD
015680             INVALID KEY
015690                 PERFORM 4900-REPORT-APPLY-ERROR THRU 4900-EXIT
015700         END-DELETE
015710     ELSE
015720         MOVE CAU-NEW-IMAGE (CAU-IDX) TO CHL-BGR-WORK
015730         MOVE CHL-BGR-WORK TO HYGGE-BGR-RECORD
015740         WRITE HYGGE-BGR-RECORD
015750             INVALID KEY
015760                 PERFORM 4900-REPORT-APPLY-ERROR THRU 4900-EXIT
015770         END-WRITE
015780     END-IF.
015790 4700-EXIT.
015800     EXIT.
015810*
015820***************************************************************
015830* 4900-REPORT-APPLY-ERROR                                      *
015840*   En nøgleskrivning, valideringen lovede ville gå, gik ikke  *
015850*   - nogen har rørt filen undervejs.  Meld, sæt RC 8 og mærk  *
015860*   rækken ERR, så den ikke kommer i revisionssporet.          *
015870***************************************************************
015880 4900-REPORT-APPLY-ERROR.
015890     DISPLAY "HYGGECHL: " CAU-ACTION-CODE (CAU-IDX) " "
015900         CAU-TARGET-CODE (CAU-IDX)
015910         " FAILED ON THE FILE - KEY CHANGED SINCE VALIDATION".
015920     IF CAU-ACTION-CODE (CAU-IDX) = "RET"
015930         DISPLAY "          " CAU-OLD-IMAGE (CAU-IDX) (1:60)
015940     ELSE
015950         DISPLAY "          " CAU-NEW-IMAGE (CAU-IDX) (1:60)
015960     END-IF.
015970     MOVE 8 TO RETURN-CODE.
015980     MOVE "ERR" TO CAU-ACTION-CODE (CAU-IDX).
015990 4900-EXIT.
016000     EXIT.
016010*
016020***************************************************************
016030* 4950-MARK-ONE-FAILED                                         *
016040*   Filen kunne slet ikke åbnes til opdatering: Mærk dens      *
016050*   rækker ERR, så revisionssporet ikke påstår en omdøbning    *
016060*   eller nedlæggelse, der aldrig nåede filen.                 *
016070***************************************************************
016080 4950-MARK-ONE-FAILED.
016090     IF CAU-TARGET-CODE (CAU-IDX) = CHL-FAILED-TARGET
016100         MOVE "ERR" TO CAU-ACTION-CODE (CAU-IDX)
016110     END-IF.
016120 4950-EXIT.
016130     EXIT.
016140*
016150***************************************************************
016160* 5000-APPEND-AUDIT-TRAIL                                      *
016170*   Tilføjer én revisionsrække pr. ændret række med kilde      *
016180*   HYGGECHL - gamle og nye billede side om side.              *
016190***************************************************************
016200 5000-APPEND-AUDIT-TRAIL.
016210     IF CHL-AUD-TABLE-COUNT = ZERO
016220         GO TO 5000-EXIT
016230     END-IF.
016240     OPEN EXTEND HYGGE-AUD-FILE.
016250     IF HYGGE-AUD-NOT-FOUND
016260         OPEN OUTPUT HYGGE-AUD-FILE
016270     END-IF.
016280     IF HYGGE-AUD-STATUS-OK
016290         PERFORM 5100-WRITE-ONE-AUDIT THRU 5100-EXIT
016300             VARYING CAU-IDX FROM 1 BY 1
016310             UNTIL CAU-IDX > CHL-AUD-TABLE-COUNT
016320         CLOSE HYGGE-AUD-FILE
016330     ELSE
016340         DISPLAY "HYGGECHL: CANNOT APPEND HYGGEAUD, STATUS "
016350             HYGGE-AUD-STATUS
016360         MOVE 8 TO RETURN-CODE
016370     END-IF.
016380 5000-EXIT.
016390     EXIT.
016400*
016410 5100-WRITE-ONE-AUDIT.
016420     IF CAU-ACTION-CODE (CAU-IDX) = "ERR"
016430         GO TO 5100-EXIT
016440     END-IF.
016450     MOVE SPACES                    TO HYGGE-AUD-RECORD.
016460     MOVE CHL-RUN-DATE              TO HAU-AUDIT-DATE.
016470     MOVE CHL-RUN-TIME              TO HAU-AUDIT-TIME.
016480     MOVE CAU-USER-ID (CAU-IDX)     TO HAU-USER-ID.
016490     MOVE CAU-ACTION-CODE (CAU-IDX) TO HAU-ACTION-CODE.
016500     MOVE CAU-TARGET-CODE (CAU-IDX) TO HAU-TARGET-CODE.
016510     MOVE CAU-OLD-IMAGE (CAU-IDX)   TO HAU-OLD-IMAGE.
016520     MOVE CAU-NEW-IMAGE (CAU-IDX)   TO HAU-NEW-IMAGE.
016530     MOVE "HYGGECHL"                TO HAU-SOURCE-PROGRAM.
016540     WRITE HYGGE-AUD-RECORD.
016550 5100-EXIT.
016560     EXIT.
016570*
016580***************************************************************
016590* 6000-PRINT-SUMMARY                                           *
016600*   Opsummerer en ren og anvendt bunke pr. fil.                *
016610***************************************************************
016620 6000-PRINT-SUMMARY.
016630     MOVE CHL-TRN-TABLE-COUNT TO CHL-COUNT-EDIT.
016640     DISPLAY "HYGGECHL: TRANSACTIONS APPLIED " CHL-COUNT-EDIT.
016650     MOVE CHL-CHN-CHANGES TO CHL-COUNT-EDIT.
016660     DISPLAY "HYGGECHL: HYGGECHN ROWS CHANGED" CHL-COUNT-EDIT.
016670     MOVE CHL-SCH-CHANGES TO CHL-COUNT-EDIT.
016680     DISPLAY "HYGGECHL: HYGGESCH ROWS CHANGED" CHL-COUNT-EDIT.
016690     MOVE CHL-CAL-CHANGES TO CHL-COUNT-EDIT.
016700     DISPLAY "HYGGECHL: HYGGECAL ROWS CHANGED" CHL-COUNT-EDIT.
016710     MOVE CHL-RST-CHANGES TO CHL-COUNT-EDIT.
016720     DISPLAY "HYGGECHL: HYGGERST ROWS CHANGED" CHL-COUNT-EDIT.
016730     MOVE CHL-MSG-CHANGES TO CHL-COUNT-EDIT.
016740     DISPLAY "HYGGECHL: HYGGEMSG ROWS CHANGED" CHL-COUNT-EDIT.
016750     MOVE CHL-DCT-CHANGES TO CHL-COUNT-EDIT.
016760     DISPLAY "HYGGECHL: HYGGEDCT ROWS CHANGED" CHL-COUNT-EDIT.
016770     MOVE CHL-SHS-CHANGES TO CHL-COUNT-EDIT.
016780     DISPLAY "HYGGECHL: HYGGESHS ROWS CHANGED" CHL-COUNT-EDIT.
016790     MOVE CHL-BGR-CHANGES TO CHL-COUNT-EDIT.
016800     DISPLAY "HYGGECHL: HYGGEBGR ROWS CHANGED" CHL-COUNT-EDIT.
016810     MOVE CHL-APPLIED-COUNT TO CHL-COUNT-EDIT.
016820     DISPLAY "HYGGECHL: AUDIT RECORDS        " CHL-COUNT-EDIT.
016830     DISPLAY "HYGGECHL: CHANNEL FILES UPDATED, AUDIT APPENDED".
016840 6000-EXIT.
016850     EXIT.
016860*
016870***************************************************************
016880* 7000-REJECT-BATCH                                            *
016890*   Mindst ét fund: Hele bunken afvises, intet er skrevet.     *
016900***************************************************************
016910 7000-REJECT-BATCH.
016920     MOVE CHL-ERROR-COUNT TO CHL-COUNT-EDIT.
016930     DISPLAY "HYGGECHL:" CHL-COUNT-EDIT
016940         " FINDING(S) - WHOLE BATCH REJECTED, FILES UNTOUCHED".
016950     MOVE 8 TO RETURN-CODE.
016960 7000-EXIT.
016970     EXIT.
