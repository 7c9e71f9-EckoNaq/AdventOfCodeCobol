000260*                  RECORDS WHOSE VALUE WOULD CHANGE. THE MODE
000270*                  DECISION BECOMES A BEFORE/AFTER NUMBER
000280*                  INSTEAD OF A GUESS.
000290* 2026-10-15  RD   MASTER RECORDS DELETED OR REVERSED BY CALMCOR
000300*                  ARE LEFT OUT OF THE RESTATEMENT; A CORRECTED
000310*                  RECORD IS RESTATED FROM ITS CORRECTED LINE.
000320* 2026-10-15  RD   A MONTH CLOSED BY CALPCLS (ASKED THROUGH THE
000330*                  CALPCHK PERIOD-LOCK SERVICE) IS NOW LEFT OUT OF
000340*                  THE RESTATEMENT UNTIL IT IS FORMALLY REOPENED;
000350*                  THE CLOSED MONTHS, AND ANY REOPENED MONTH
000360*                  RESTATED WITH ITS REOPEN, ARE LISTED AFTER THE
000370*                  TOTALS AND THE STEP ENDS RC 4.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410
000420     SELECT SYSIN ASSIGN TO DYNAMIC WS-SYSIN-PATH
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SYSIN-STATUS.
000450
000460     SELECT CALMST ASSIGN TO DYNAMIC WS-CALMST-PATH
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CALM-KEY
000500         FILE STATUS IS CALMST-STATUS.
000510
000520     SELECT RSTARPT ASSIGN TO DYNAMIC WS-RSTARPT-PATH
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RSTARPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  SYSIN.
000600 01  SYSIN-RECORD                PIC X(80).
000610
000620 FD  CALMST.
000630* CALIBRATION MASTER RECORD LAYOUT (SHARED WITH CALLOAD)
000640 COPY CALMST01.
000650
000660 FD  RSTARPT.
000670 01  RSTA-RECORD                 PIC X(132).
000680
000690 WORKING-STORAGE SECTION.
000700
000710* RUN-TIME FILE ASSIGNMENT
000720 01  WS-SYSIN-PATH               PIC X(200).
000730 01  WS-DEFAULT-SYSIN-PATH       PIC X(200) VALUE 'SYSIN'.
000740 01  WS-CALMST-PATH              PIC X(200).
000750 01  WS-DEFAULT-CALMST-PATH      PIC X(200) VALUE
000760     'AOC20231201.CALMST.FILE'.
000770 01  WS-RSTARPT-PATH             PIC X(200).
000780 01  WS-DEFAULT-RSTARPT-PATH     PIC X(200) VALUE
000790     'AOC20231201.RSTA.RPT'.
000800
000810* FILE STATUS
000820 01  SYSIN-STATUS                PIC 9(02).
000830     88  SYSIN-STATUS-OK         VALUE 00.
000840     88  SYSIN-STATUS-EOF        VALUE 10.
000850 01  CALMST-STATUS               PIC 9(02).
000860     88  CALMST-STATUS-OK        VALUE 00.
000870     88  CALMST-STATUS-EOF       VALUE 10.
000880     88  CALMST-STATUS-NOTFND    VALUE 23.
000890 01  RSTARPT-STATUS              PIC 9(02).
000900     88  RSTARPT-STATUS-OK       VALUE 00.
000910
000920* SELECTION CRITERIA AND RESTATEMENT MODE, AS PARSED FROM THE
000930* SYSIN CARDS. THE DATE RANGE DEFAULTS WIDE OPEN; THE MODE
000940* DEFAULTS TO WORDS, THE FEED'S HISTORICAL MODE.
000950 01  WS-SEL-RUN-DATE-FROM        PIC 9(08) VALUE ZERO.
000960 01  WS-SEL-RUN-DATE-TO          PIC 9(08) VALUE 99999999.
000970 01  WS-RSTA-MODE-SW             PIC X(01) VALUE 'W'.
000980     88  WS-RSTA-MODE-WORDS      VALUE 'W'.
000990     88  WS-RSTA-MODE-DIGITS     VALUE 'D'.
001000
001010* SYSIN CARD PARSING WORK AREAS, AS IN CALINQ
001020 01  WS-CARD-KEYWORD             PIC X(20).
001030 01  WS-CARD-VALUE               PIC X(20).
001040 01  WS-PARSED-VALUE             PIC 9(08) VALUE ZERO.
001050 01  WS-VALUE-DIGIT-COUNT        PIC 9(02) VALUE ZERO.
001060 01  WS-VALUE-END-SW             PIC X(01) VALUE 'N'.
001070     88  WS-VALUE-END            VALUE 'Y'.
001080 01  WS-VALUE-DIGIT              PIC 9(01) VALUE ZERO.
001090 01  K                           PIC 9(02) VALUE ZERO.
001100
001110* RESTATEMENT SCAN WORK AREAS. THE SCAN RULES AND THE DIGIT
001120* WORD CONSTANTS MIRROR 2300-SCAN-ONE-POSITION IN
001130* AOC-2023-12-01 EXACTLY, APPLIED TO CALM-SOURCE-LINE.
001140 01  I                           PIC 9(03) VALUE ZERO.
001150 01  CAR-REC                     PIC X(01).
001160 01  PRE-CHI                     PIC S9(1) VALUE ZERO.
001170 01  DER-CHI                     PIC S9(1) VALUE ZERO.
001180 01  PRE-CHI-DIGITS              PIC S9(1) VALUE ZERO.
001190 01  DER-CHI-DIGITS              PIC S9(1) VALUE ZERO.
001200 01  WS-DIGIT-VALUE              PIC 9(01) VALUE ZERO.
001210 01  WS-FIRST-DIGIT-SW           PIC X(01) VALUE 'N'.
001220     88  WS-FIRST-DIGIT-FOUND    VALUE 'Y'.
001230 01  WS-FIRST-DIGIT-ONLY-SW      PIC X(01) VALUE 'N'.
001240     88  WS-FIRST-DIGIT-ONLY-FOUND VALUE 'Y'.
001250 01  WS-DIGIT-FOUND-SW           PIC X(01) VALUE 'N'.
001260     88  WS-DIGIT-FOUND          VALUE 'Y'.
001270 01  WS-RESTATED-VALUE           PIC 9(02) VALUE ZERO.
001280
001290 01  ONE                         PIC X(03) VALUE 'one'.
001300 01  TWO                         PIC X(03) VALUE 'two'.
001310 01  THREE                       PIC X(05) VALUE 'three'.
001320 01  FOUR                        PIC X(04) VALUE 'four'.
001330 01  FIVE                        PIC X(05) VALUE 'five'.
001340 01  SIX                         PIC X(03) VALUE 'six'.
001350 01  SEVEN                       PIC X(05) VALUE 'seven'.
001360 01  EIGHT                       PIC X(05) VALUE 'eight'.
001370 01  NINE                        PIC X(04) VALUE 'nine'.
001380
001390* PER-RUN-DATE AND GRAND ACCUMULATORS. THE MASTER IS READ IN
001400* KEY ORDER, SO THE RUN DATE IS A CLEAN CONTROL BREAK.
001410 01  WS-CURR-RUN-DATE            PIC 9(08) VALUE ZERO.
001420 01  WS-DATE-STORED-TOTAL        PIC 9(10) VALUE ZERO.
001430 01  WS-DATE-RESTATED-TOTAL      PIC 9(10) VALUE ZERO.
001440 01  WS-DATE-CHANGED-COUNT       PIC 9(06) VALUE ZERO.
001450 01  WS-GRAND-STORED-TOTAL       PIC 9(12) VALUE ZERO.
001460 01  WS-GRAND-RESTATED-TOTAL     PIC 9(12) VALUE ZERO.
001470 01  WS-GRAND-CHANGED-COUNT      PIC 9(08) VALUE ZERO.
001480 01  WS-READ-COUNT               PIC 9(08) VALUE ZERO.
001490 01  WS-DIFFERENCE               PIC S9(11) VALUE ZERO.
001500
001510* PERIOD-LOCK CALL BLOCK FOR CALPCHK, ASKED ONCE PER MONTH MET.
001520* THE MONTHS FOUND CLOSED ARE LEFT OUT OF THE RESTATEMENT AND
001530* LISTED AFTER THE TOTALS.
001540 01  WS-PCHK-PARM.
001550     05  WS-PCK-MONTH            PIC 9(06) VALUE ZERO.
001560     05  WS-PCK-PERIOD-STATUS    PIC X(01).
001570         88  WS-PCK-PERIOD-CLOSED    VALUE 'C'.
001580         88  WS-PCK-PERIOD-REOPENED  VALUE 'R'.
001590     05  WS-PCK-REOPEN-DATE      PIC 9(08).
001600     05  WS-PCK-REOPEN-USER      PIC X(08).
001610     05  WS-PCK-REOPEN-REASON    PIC X(40).
001620     05  WS-PCK-STATUS           PIC X(01).
001630 01  WS-REC-MONTH                PIC 9(06) VALUE ZERO.
001640 01  WS-LOCKED-COUNT             PIC 9(08) VALUE ZERO.
001650 01  WS-PLK-MAX                  PIC 9(03) VALUE 120.
001660 01  WS-PLK-COUNT                PIC 9(03) VALUE ZERO.
001670 01  WS-PLK-TABLE.
001680     05  WS-PLK-ENTRY OCCURS 120 TIMES.
001690         10  WS-PLK-MONTH        PIC 9(06).
001700         10  WS-PLK-STATUS       PIC X(01).
001710         10  WS-PLK-REOPEN-DATE  PIC 9(08).
001720         10  WS-PLK-REOPEN-USER  PIC X(08).
001730 01  J                           PIC 9(03) VALUE ZERO.
001740
001750* RESTATEMENT REPORT LINE LAYOUTS
001760 01  WS-RSTA-HEADING.
001770     05  FILLER                  PIC X(34) VALUE
001780         'CALIBRATION RESTATEMENT - MODE '.
001790     05  WS-HDG-MODE             PIC X(06).
001800 01  WS-RSTA-COL-HEADS           PIC X(70) VALUE
001810     'RUN DATE   STORED TOTAL  RESTATED TOTAL    DIFFERENCE  CHANG
001820-    'ED'.
001830 01  WS-RSTA-DETAIL.
001840     05  WS-RSD-RUN-DATE         PIC 9(08).
001850     05  FILLER                  PIC X(01) VALUE SPACE.
001860     05  WS-RSD-STORED           PIC Z(12)9.
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  WS-RSD-RESTATED         PIC Z(12)9.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  WS-RSD-DIFFERENCE       PIC +Z(11)9.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  WS-RSD-CHANGED          PIC Z(06)9.
001930 01  WS-RSTA-TOTAL-LINE.
001940     05  FILLER                  PIC X(08) VALUE 'TOTAL   '.
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  WS-RST-STORED           PIC Z(12)9.
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  WS-RST-RESTATED         PIC Z(12)9.
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  WS-RST-DIFFERENCE       PIC +Z(11)9.
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  WS-RST-CHANGED          PIC Z(06)9.
002030
002040 PROCEDURE DIVISION.
002050
002060 0000-MAINLINE.
002070     DISPLAY 'CALRSTA'
002080     PERFORM 1000-INITIALIZE
002090     PERFORM 1500-READ-SYSIN-CARDS
002100     PERFORM 2000-MAIN-PROCESSING
002110     IF WS-READ-COUNT = ZERO
002120         DISPLAY 'CALRSTA ENDED - NO RECORDS IN RANGE'
002130         MOVE 4 TO RETURN-CODE
002140     ELSE
002150         DISPLAY 'CALRSTA ENDED - RECORDS RESTATED :'
002160             WS-READ-COUNT
002170         DISPLAY 'RECORDS WHOSE VALUE CHANGES :'
002180             WS-GRAND-CHANGED-COUNT
002190     END-IF
002200     IF WS-LOCKED-COUNT > ZERO
002210         DISPLAY 'RECORDS IN CLOSED PERIODS NOT RESTATED :'
002220             WS-LOCKED-COUNT
002230         MOVE 4 TO RETURN-CODE
002240     END-IF
002250     STOP RUN
002260     .
002270
002280* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME,
002290* FALLING BACK TO THE DEVELOPMENT DEFAULTS WHEN THE VARIABLES
002300* ARE NOT SET.
002310 1000-INITIALIZE.
002320     MOVE SPACES TO WS-SYSIN-PATH
002330     ACCEPT WS-SYSIN-PATH
002340         FROM ENVIRONMENT 'AOC-SYSIN'
002350     IF WS-SYSIN-PATH = SPACES
002360         MOVE WS-DEFAULT-SYSIN-PATH TO WS-SYSIN-PATH
002370     END-IF
002380
002390     MOVE SPACES TO WS-CALMST-PATH
002400     ACCEPT WS-CALMST-PATH
002410         FROM ENVIRONMENT 'AOC-CALMST'
002420     IF WS-CALMST-PATH = SPACES
002430         MOVE WS-DEFAULT-CALMST-PATH TO WS-CALMST-PATH
002440     END-IF
002450
002460     MOVE SPACES TO WS-RSTARPT-PATH
002470     ACCEPT WS-RSTARPT-PATH
002480         FROM ENVIRONMENT 'AOC-RSTARPT'
002490     IF WS-RSTARPT-PATH = SPACES
002500         MOVE WS-DEFAULT-RSTARPT-PATH TO WS-RSTARPT-PATH
002510     END-IF
002520     .
002530
002540* 1500-READ-SYSIN-CARDS READS THE SELECTION CARDS, AS IN
002550* CALINQ. A MISSING SYSIN RESTATES THE WHOLE HISTORY UNDER
002560* WORDS MODE; A CARD THAT DOES NOT PARSE STOPS THE RUN.
002570 1500-READ-SYSIN-CARDS.
002580     OPEN INPUT SYSIN
002590     IF NOT SYSIN-STATUS-OK
002600         DISPLAY 'NO SYSIN CARDS - FULL HISTORY, WORDS MODE'
002610     ELSE
002620         PERFORM 4100-READ-SYSIN
002630         PERFORM UNTIL SYSIN-STATUS-EOF
002640         OR NOT SYSIN-STATUS-OK
002650             IF SYSIN-RECORD NOT = SPACES
002660                 AND SYSIN-RECORD(1:1) NOT = '*'
002670                 PERFORM 1550-PARSE-ONE-CARD
002680             END-IF
002690             PERFORM 4100-READ-SYSIN
002700         END-PERFORM
002710         CLOSE SYSIN
002720     END-IF
002730     .
002740
002750 1550-PARSE-ONE-CARD.
002760     MOVE SPACES TO WS-CARD-KEYWORD
002770     MOVE SPACES TO WS-CARD-VALUE
002780     UNSTRING SYSIN-RECORD DELIMITED BY '='
002790         INTO WS-CARD-KEYWORD WS-CARD-VALUE
002800     EVALUATE WS-CARD-KEYWORD
002810         WHEN 'RUNDATE-FROM'
002820             PERFORM 1560-EDIT-NUMERIC-VALUE
002830             PERFORM 1580-REQUIRE-DATE-WIDTH
002840             MOVE WS-PARSED-VALUE TO WS-SEL-RUN-DATE-FROM
002850         WHEN 'RUNDATE-TO'
002860             PERFORM 1560-EDIT-NUMERIC-VALUE
002870             PERFORM 1580-REQUIRE-DATE-WIDTH
002880             MOVE WS-PARSED-VALUE TO WS-SEL-RUN-DATE-TO
002890         WHEN 'MODE'
002900             EVALUATE WS-CARD-VALUE
002910                 WHEN 'WORDS'
002920                     SET WS-RSTA-MODE-WORDS TO TRUE
002930                 WHEN 'DIGITS'
002940                     SET WS-RSTA-MODE-DIGITS TO TRUE
002950                 WHEN OTHER
002960                     DISPLAY 'INVALID MODE VALUE : ' SYSIN-RECORD
002970                     MOVE 8 TO RETURN-CODE
002980                     STOP RUN
002990             END-EVALUATE
003000         WHEN OTHER
003010             DISPLAY 'UNRECOGNIZED SYSIN CARD : ' SYSIN-RECORD
003020             MOVE 8 TO RETURN-CODE
003030             STOP RUN
003040     END-EVALUATE
003050     .
003060
003070* 1560-EDIT-NUMERIC-VALUE CONVERTS THE LEFT-JUSTIFIED CARD
003080* VALUE INTO WS-PARSED-VALUE ONE DIGIT AT A TIME, AS IN
003090* CALINQ. A VALUE WITH NO DIGITS, A NON-DIGIT CHARACTER, OR
003100* MORE DIGITS THAN THE FIELD HOLDS IS A PARAMETER ERROR.
003110 1560-EDIT-NUMERIC-VALUE.
003120     MOVE ZERO TO WS-PARSED-VALUE
003130     MOVE ZERO TO WS-VALUE-DIGIT-COUNT
003140     MOVE 'N'  TO WS-VALUE-END-SW
003150     PERFORM 1570-PARSE-ONE-DIGIT
003160         THRU 1570-EXIT
003170         VARYING K FROM 1 BY 1
003180         UNTIL K > 20
003190         OR WS-VALUE-END
003200     IF WS-VALUE-DIGIT-COUNT = ZERO
003210         DISPLAY 'MISSING SYSIN VALUE : ' SYSIN-RECORD
003220         MOVE 8 TO RETURN-CODE
003230         STOP RUN
003240     END-IF
003250     .
003260
003270 1570-PARSE-ONE-DIGIT.
003280     IF WS-CARD-VALUE(K:1) = SPACE
003290         SET WS-VALUE-END TO TRUE
003300         GO TO 1570-EXIT
003310     END-IF
003320     IF WS-CARD-VALUE(K:1) NOT NUMERIC
003330         DISPLAY 'NON-NUMERIC SYSIN VALUE : ' SYSIN-RECORD
003340         MOVE 8 TO RETURN-CODE
003350         STOP RUN
003360     END-IF
003370     ADD 1 TO WS-VALUE-DIGIT-COUNT
003380     MOVE WS-CARD-VALUE(K:1) TO WS-VALUE-DIGIT
003390     COMPUTE WS-PARSED-VALUE =
003400         (WS-PARSED-VALUE * 10) + WS-VALUE-DIGIT
003410         ON SIZE ERROR
003420             DISPLAY 'SYSIN VALUE TOO LONG : ' SYSIN-RECORD
003430             MOVE 8 TO RETURN-CODE
003440             STOP RUN
003450     END-COMPUTE
003460     .
003470 1570-EXIT.
003480     EXIT
003490     .
003500
003510 1580-REQUIRE-DATE-WIDTH.
003520     IF WS-VALUE-DIGIT-COUNT NOT = 8
003530         DISPLAY 'SYSIN DATE VALUE NOT YYYYMMDD : ' SYSIN-RECORD
003540         MOVE 8 TO RETURN-CODE
003550         STOP RUN
003560     END-IF
003570     .
003580
003590 2000-MAIN-PROCESSING.
003600     PERFORM 3100-OPEN-RSTARPT
003610     IF WS-RSTA-MODE-DIGITS
003620         MOVE 'DIGITS' TO WS-HDG-MODE
003630     ELSE
003640         MOVE 'WORDS ' TO WS-HDG-MODE
003650     END-IF
003660     MOVE WS-RSTA-HEADING TO RSTA-RECORD
003670     PERFORM 6000-WRITE-RSTA-LINE
003680     MOVE WS-RSTA-COL-HEADS TO RSTA-RECORD
003690     PERFORM 6000-WRITE-RSTA-LINE
003700     PERFORM 2500-SCAN-MASTER
003710     IF WS-READ-COUNT > ZERO
003720         PERFORM 2700-WRITE-DATE-LINE
003730         PERFORM 2800-WRITE-GRAND-TOTAL
003740     END-IF
003750     IF WS-PLK-COUNT > ZERO
003760         PERFORM 2900-WRITE-PERIOD-NOTES
003770     END-IF
003780     PERFORM 5100-CLOSE-RSTARPT
003790     .
003800
003810* 2500-SCAN-MASTER POSITIONS THE MASTER AT THE FIRST KEY IN
003820* THE RUN-DATE RANGE AND RESTATES FORWARD UNTIL THE RANGE IS
003830* EXHAUSTED, BREAKING ON THE RUN DATE FOR THE PER-DATE REPORT
003840* LINES, AS IN CALINQ'S KEYED SCAN.
003850 2500-SCAN-MASTER.
003860     OPEN INPUT CALMST
003870     IF NOT CALMST-STATUS-OK
003880         DISPLAY 'OPEN ERROR ON CALMST'
003890         DISPLAY 'FILE STATUS : ' CALMST-STATUS
003900         MOVE 12 TO RETURN-CODE
003910         STOP RUN
003920     END-IF
003930
003940     MOVE WS-SEL-RUN-DATE-FROM TO CALM-RUN-DATE
003950     MOVE ZERO                 TO CALM-REC-NO
003960     START CALMST KEY NOT < CALM-KEY
003970     EVALUATE TRUE
003980         WHEN CALMST-STATUS-OK
003990             PERFORM 4000-READ-CALMST-NEXT
004000             PERFORM UNTIL CALMST-STATUS-EOF
004010             OR NOT CALMST-STATUS-OK
004020             OR CALM-RUN-DATE > WS-SEL-RUN-DATE-TO
004030                 IF CALM-LIVE
004040                     PERFORM 2520-CHECK-RECORD-PERIOD
004050                     IF WS-PCK-PERIOD-CLOSED
004060                         ADD 1 TO WS-LOCKED-COUNT
004070                     ELSE
004080                         PERFORM 2550-RESTATE-ONE-RECORD
004090                     END-IF
004100                 END-IF
004110                 PERFORM 4000-READ-CALMST-NEXT
004120             END-PERFORM
004130         WHEN CALMST-STATUS-NOTFND
004140         WHEN CALMST-STATUS-EOF
004150             CONTINUE
004160         WHEN OTHER
004170             DISPLAY 'START ERROR ON CALMST'
004180             DISPLAY 'FILE STATUS : ' CALMST-STATUS
004190             MOVE 12 TO RETURN-CODE
004200             STOP RUN
004210     END-EVALUATE
004220
004230     CLOSE CALMST
004240     IF NOT CALMST-STATUS-OK
004250         DISPLAY 'CLOSE ERROR ON CALMST'
004260         DISPLAY 'FILE STATUS : ' CALMST-STATUS
004270         MOVE 12 TO RETURN-CODE
004280         STOP RUN
004290     END-IF
004300     .
004310
004320* 2520-CHECK-RECORD-PERIOD ASKS CALPCHK WHETHER THE MONTH OF
004330* THE CURRENT RECORD IS CLOSED, ON THE FIRST RECORD OF EACH
004340* MONTH, AND NOTES A CLOSED OR REOPENED MONTH FOR THE REPORT.
004350* A CLOSED MONTH'S FIGURES ARE SIGNED OFF AND ARE NOT
004360* RESTATED UNTIL THE MONTH IS FORMALLY REOPENED.
004370 2520-CHECK-RECORD-PERIOD.
004380     MOVE CALM-RUN-DATE(1:6) TO WS-REC-MONTH
004390     IF WS-REC-MONTH NOT = WS-PCK-MONTH
004400         MOVE WS-REC-MONTH TO WS-PCK-MONTH
004410         CALL 'CALPCHK' USING WS-PCHK-PARM
004420         IF WS-PCK-STATUS NOT = '0'
004430             DISPLAY 'PERIOD REGISTER UNREADABLE - RESTATEMENT '
004440                 'STOPPED'
004450             MOVE 12 TO RETURN-CODE
004460             STOP RUN
004470         END-IF
004480         IF WS-PCK-PERIOD-CLOSED
004490             OR WS-PCK-PERIOD-REOPENED
004500             IF WS-PLK-COUNT >= WS-PLK-MAX
004510                 DISPLAY 'PERIOD NOTE TABLE FULL - INCREASE '
004520                     'WS-PLK-MAX AND RERUN'
004530                 MOVE 8 TO RETURN-CODE
004540                 STOP RUN
004550             END-IF
004560             ADD 1 TO WS-PLK-COUNT
004570             MOVE WS-PCK-MONTH TO WS-PLK-MONTH(WS-PLK-COUNT)
004580             MOVE WS-PCK-PERIOD-STATUS
004590                 TO WS-PLK-STATUS(WS-PLK-COUNT)
004600             MOVE WS-PCK-REOPEN-DATE
004610                 TO WS-PLK-REOPEN-DATE(WS-PLK-COUNT)
004620             MOVE WS-PCK-REOPEN-USER
004630                 TO WS-PLK-REOPEN-USER(WS-PLK-COUNT)
004640         END-IF
004650     END-IF
004660     .
004670
004680* 2550-RESTATE-ONE-RECORD BREAKS ON THE RUN DATE, RESCANS THE
004690* STORED SOURCE LINE UNDER THE REQUESTED MODE AND FOLDS THE
004700* STORED AND RESTATED VALUES INTO THE DATE ACCUMULATORS.
004710 2550-RESTATE-ONE-RECORD.
004720     IF WS-READ-COUNT > ZERO
004730         AND CALM-RUN-DATE NOT = WS-CURR-RUN-DATE
004740         PERFORM 2700-WRITE-DATE-LINE
004750     END-IF
004760     IF WS-READ-COUNT = ZERO
004770         OR CALM-RUN-DATE NOT = WS-CURR-RUN-DATE
004780         MOVE CALM-RUN-DATE TO WS-CURR-RUN-DATE
004790     END-IF
004800     ADD 1 TO WS-READ-COUNT
004810
004820     PERFORM 2600-RESCAN-SOURCE-LINE
004830     IF WS-RSTA-MODE-DIGITS
004840         COMPUTE WS-RESTATED-VALUE =
004850             (PRE-CHI-DIGITS * 10) + DER-CHI-DIGITS
004860     ELSE
004870         COMPUTE WS-RESTATED-VALUE =
004880             (PRE-CHI * 10) + DER-CHI
004890     END-IF
004900
004910     ADD CALM-ETALONNAGE   TO WS-DATE-STORED-TOTAL
004920     ADD WS-RESTATED-VALUE TO WS-DATE-RESTATED-TOTAL
004930     IF WS-RESTATED-VALUE NOT = CALM-ETALONNAGE
004940         ADD 1 TO WS-DATE-CHANGED-COUNT
004950     END-IF
004960     .
004970
004980* 2600-RESCAN-SOURCE-LINE RE-RUNS THE FULL CALIBRATION SCAN
004990* OVER THE STORED SOURCE LINE, SETTLING BOTH THE COMBINED AND
005000* THE DIGITS-ONLY FIRST/LAST VALUES EXACTLY AS THE EXTRACT'S
005010* FULL SCAN DOES.
005020 2600-RESCAN-SOURCE-LINE.
005030     MOVE 'N' TO WS-FIRST-DIGIT-SW
005040     MOVE 'N' TO WS-FIRST-DIGIT-ONLY-SW
005050     MOVE 0   TO PRE-CHI DER-CHI
005060     MOVE 0   TO PRE-CHI-DIGITS DER-CHI-DIGITS
005070     PERFORM 2650-SCAN-ONE-POSITION
005080         THRU 2650-EXIT
005090         VARYING I FROM 1 BY 1
005100         UNTIL I > 195
005110     .
005120
005130* 2650-SCAN-ONE-POSITION EXAMINES A SINGLE POSITION OF THE
005140* STORED SOURCE LINE FOR A NUMERIC DIGIT OR A SPELLED-OUT
005150* DIGIT WORD - THE SAME RULES, OVERLAP HANDLING AND FIRST/LAST
005160* SEMANTICS AS 2300-SCAN-ONE-POSITION IN AOC-2023-12-01.
005170 2650-SCAN-ONE-POSITION.
005180     MOVE 'N' TO WS-DIGIT-FOUND-SW
005190     MOVE CALM-SOURCE-LINE(I:1) TO CAR-REC
005200
005210     IF CAR-REC IS NUMERIC
005220         MOVE CAR-REC TO WS-DIGIT-VALUE
005230         MOVE 'Y' TO WS-DIGIT-FOUND-SW
005240         IF NOT WS-FIRST-DIGIT-ONLY-FOUND
005250             MOVE WS-DIGIT-VALUE TO PRE-CHI-DIGITS
005260             SET WS-FIRST-DIGIT-ONLY-FOUND TO TRUE
005270         END-IF
005280         MOVE WS-DIGIT-VALUE TO DER-CHI-DIGITS
005290     ELSE
005300         EVALUATE TRUE
005310         WHEN CALM-SOURCE-LINE(I:3) = ONE
005320             MOVE 1 TO WS-DIGIT-VALUE
005330             MOVE 'Y' TO WS-DIGIT-FOUND-SW
005340         WHEN CALM-SOURCE-LINE(I:3) = TWO
005350             MOVE 2 TO WS-DIGIT-VALUE
005360             MOVE 'Y' TO WS-DIGIT-FOUND-SW
005370         WHEN CALM-SOURCE-LINE(I:5) = THREE
005380             MOVE 3 TO WS-DIGIT-VALUE
005390             MOVE 'Y' TO WS-DIGIT-FOUND-SW
005400         WHEN CALM-SOURCE-LINE(I:4) = FOUR
005410             MOVE 4 TO WS-DIGIT-VALUE
005420             MOVE 'Y' TO WS-DIGIT-FOUND-SW
005430         WHEN CALM-SOURCE-LINE(I:4) = FIVE
005440             MOVE 5 TO WS-DIGIT-VALUE
005450             MOVE 'Y' TO WS-DIGIT-FOUND-SW
005460         WHEN CALM-SOURCE-LINE(I:3) = SIX
005470             MOVE 6 TO WS-DIGIT-VALUE
005480             MOVE 'Y' TO WS-DIGIT-FOUND-SW
005490         WHEN CALM-SOURCE-LINE(I:5) = SEVEN
005500             MOVE 7 TO WS-DIGIT-VALUE
005510             MOVE 'Y' TO WS-DIGIT-FOUND-SW
005520         WHEN CALM-SOURCE-LINE(I:5) = EIGHT
005530             MOVE 8 TO WS-DIGIT-VALUE
005540             MOVE 'Y' TO WS-DIGIT-FOUND-SW
005550         WHEN CALM-SOURCE-LINE(I:4) = NINE
005560             MOVE 9 TO WS-DIGIT-VALUE
005570             MOVE 'Y' TO WS-DIGIT-FOUND-SW
005580         WHEN OTHER
005590             CONTINUE
005600         END-EVALUATE
005610     END-IF
005620
005630     IF WS-DIGIT-FOUND
005640         IF NOT WS-FIRST-DIGIT-FOUND
005650             MOVE WS-DIGIT-VALUE TO PRE-CHI
005660             SET WS-FIRST-DIGIT-FOUND TO TRUE
005670         END-IF
005680         MOVE WS-DIGIT-VALUE TO DER-CHI
005690     END-IF
005700     .
005710 2650-EXIT.
005720     EXIT
005730     .
005740
005750* 2700-WRITE-DATE-LINE CLOSES THE CURRENT RUN DATE OFF WITH
005760* ITS REPORT LINE, ROLLS THE DATE FIGURES INTO THE GRAND
005770* TOTALS AND RESETS THE DATE ACCUMULATORS.
005780 2700-WRITE-DATE-LINE.
005790     MOVE WS-CURR-RUN-DATE       TO WS-RSD-RUN-DATE
005800     MOVE WS-DATE-STORED-TOTAL   TO WS-RSD-STORED
005810     MOVE WS-DATE-RESTATED-TOTAL TO WS-RSD-RESTATED
005820     COMPUTE WS-DIFFERENCE =
005830         WS-DATE-RESTATED-TOTAL - WS-DATE-STORED-TOTAL
005840     MOVE WS-DIFFERENCE          TO WS-RSD-DIFFERENCE
005850     MOVE WS-DATE-CHANGED-COUNT  TO WS-RSD-CHANGED
005860     MOVE WS-RSTA-DETAIL         TO RSTA-RECORD
005870     PERFORM 6000-WRITE-RSTA-LINE
005880
005890     ADD WS-DATE-STORED-TOTAL    TO WS-GRAND-STORED-TOTAL
005900     ADD WS-DATE-RESTATED-TOTAL  TO WS-GRAND-RESTATED-TOTAL
005910     ADD WS-DATE-CHANGED-COUNT   TO WS-GRAND-CHANGED-COUNT
005920     MOVE ZERO TO WS-DATE-STORED-TOTAL
005930     MOVE ZERO TO WS-DATE-RESTATED-TOTAL
005940     MOVE ZERO TO WS-DATE-CHANGED-COUNT
005950     .
005960
005970* 2800-WRITE-GRAND-TOTAL CLOSES THE REPORT OFF WITH THE GRAND
005980* STORED AND RESTATED TOTALS ACROSS THE WHOLE RANGE.
005990 2800-WRITE-GRAND-TOTAL.
006000     MOVE WS-GRAND-STORED-TOTAL   TO WS-RST-STORED
006010     MOVE WS-GRAND-RESTATED-TOTAL TO WS-RST-RESTATED
006020     COMPUTE WS-DIFFERENCE =
006030         WS-GRAND-RESTATED-TOTAL - WS-GRAND-STORED-TOTAL
006040     MOVE WS-DIFFERENCE           TO WS-RST-DIFFERENCE
006050     MOVE WS-GRAND-CHANGED-COUNT  TO WS-RST-CHANGED
006060     MOVE WS-RSTA-TOTAL-LINE      TO RSTA-RECORD
006070     PERFORM 6000-WRITE-RSTA-LINE
006080     .
006090
006100* 2900-WRITE-PERIOD-NOTES LISTS THE MONTHS OF THE RANGE THAT
006110* ARE CLOSED (LEFT OUT OF THE FIGURES ABOVE) OR REOPENED
006120* (RESTATED UNDER THE REOPEN SHOWN).
006130 2900-WRITE-PERIOD-NOTES.
006140     MOVE SPACES TO RSTA-RECORD
006150     PERFORM 6000-WRITE-RSTA-LINE
006160     PERFORM 2950-WRITE-ONE-PERIOD-NOTE
006170         THRU 2950-EXIT
006180         VARYING J FROM 1 BY 1
006190         UNTIL J > WS-PLK-COUNT
006200     .
006210
006220 2950-WRITE-ONE-PERIOD-NOTE.
006230     IF WS-PLK-STATUS(J) = 'C'
006240         STRING 'PERIOD '            DELIMITED BY SIZE
006250             WS-PLK-MONTH(J)         DELIMITED BY SIZE
006260             ' CLOSED - NOT RESTATED' DELIMITED BY SIZE
006270             INTO RSTA-RECORD
006280     ELSE
006290         STRING 'PERIOD '            DELIMITED BY SIZE
006300             WS-PLK-MONTH(J)         DELIMITED BY SIZE
006310             ' REOPENED '            DELIMITED BY SIZE
006320             WS-PLK-REOPEN-DATE(J)   DELIMITED BY SIZE
006330             ' BY '                  DELIMITED BY SIZE
006340             WS-PLK-REOPEN-USER(J)   DELIMITED BY SIZE
006350             ' - RESTATED'           DELIMITED BY SIZE
006360             INTO RSTA-RECORD
006370     END-IF
006380     PERFORM 6000-WRITE-RSTA-LINE
006390     .
006400 2950-EXIT.
006410     EXIT
006420     .
006430
006440 3100-OPEN-RSTARPT.
006450     OPEN OUTPUT RSTARPT
006460     IF NOT RSTARPT-STATUS-OK
006470         DISPLAY 'OPEN ERROR ON RSTARPT'
006480         DISPLAY 'FILE STATUS : ' RSTARPT-STATUS
006490         MOVE 12 TO RETURN-CODE
006500         STOP RUN
006510     END-IF
006520     .
006530
006540 4000-READ-CALMST-NEXT.
006550     READ CALMST NEXT
006560         AT END
006570             CONTINUE
006580          NOT AT END
006590             IF NOT CALMST-STATUS-OK
006600                 DISPLAY 'READ ERROR ON CALMST'
006610                 DISPLAY 'FILE STATUS : ' CALMST-STATUS
006620                 MOVE 12 TO RETURN-CODE
006630                 STOP RUN
006640             END-IF
006650     END-READ
006660     .
006670
006680 4100-READ-SYSIN.
006690     READ SYSIN
006700         AT END
006710             CONTINUE
006720          NOT AT END
006730             IF NOT SYSIN-STATUS-OK
006740                 DISPLAY 'READ ERROR ON SYSIN'
006750                 DISPLAY 'FILE STATUS : ' SYSIN-STATUS
006760                 MOVE 12 TO RETURN-CODE
006770                 STOP RUN
006780             END-IF
006790     END-READ
006800     .
006810
006820 5100-CLOSE-RSTARPT.
006830     CLOSE RSTARPT
006840     IF NOT RSTARPT-STATUS-OK
006850         DISPLAY 'CLOSE ERROR ON RSTARPT'
006860         DISPLAY 'FILE STATUS : ' RSTARPT-STATUS
006870         MOVE 12 TO RETURN-CODE
006880         STOP RUN
006890     END-IF
006900     .
006910
006920 6000-WRITE-RSTA-LINE.
006930     WRITE RSTA-RECORD
006940     IF NOT RSTARPT-STATUS-OK
006950         DISPLAY 'WRITE ERROR ON RSTARPT'
006960         DISPLAY 'FILE STATUS : ' RSTARPT-STATUS
006970         MOVE 12 TO RETURN-CODE
006980         STOP RUN
006990     END-IF
007000     MOVE SPACES TO RSTA-RECORD
007010     .
