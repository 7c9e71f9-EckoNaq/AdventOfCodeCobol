000280*                  HELD MORNING, NOT A MASTER-FILE CORRECTION
000290*                  EXERCISE. THE FIRST RUNS WITHOUT HISTORY
000300*                  PASS WITH A NOTE.
000310* 2026-10-15  RD   EACH GATE TOLERANCE GIVEN (AOC-GATEWIN,
000320*                  AOC-GATEPCT, AOC-GATEEXC) IS NOW WRITTEN TO THE
000330*                  SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD. THE
000340*                  GATE JUDGES THE WHOLE DAY, SO THE LINES CARRY
000350*                  NO SUPPLIER.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390
000400     SELECT RUNSTAT ASSIGN TO DYNAMIC WS-RUNSTAT-PATH
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS RUNSTAT-STATUS.
000430
000440     SELECT TRENDLOG ASSIGN TO DYNAMIC WS-TRENDLOG-PATH
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS TRENDLOG-STATUS.
000470
000480     SELECT GATERPT ASSIGN TO DYNAMIC WS-GATERPT-PATH
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS GATERPT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540
000550 FD  RUNSTAT.
000560 01  RUNSTAT-RECORD              PIC X(266).
000570
000580 FD  TRENDLOG.
000590 01  TRENDLOG-RECORD             PIC X(240).
000600
000610 FD  GATERPT.
000620 01  GATE-RECORD                 PIC X(132).
000630
000640 WORKING-STORAGE SECTION.
000650
000660* RUN-TIME FILE ASSIGNMENT
000670 01  WS-RUNSTAT-PATH             PIC X(200).
000680 01  WS-DEFAULT-RUNSTAT-PATH     PIC X(200) VALUE
000690     'AOC20231201.RUNSTAT.FILE'.
000700 01  WS-TRENDLOG-PATH            PIC X(200).
000710 01  WS-DEFAULT-TRENDLOG-PATH    PIC X(200) VALUE
000720     'AOC20231201.TREND.LOG'.
000730 01  WS-GATERPT-PATH             PIC X(200).
000740 01  WS-DEFAULT-GATERPT-PATH     PIC X(200) VALUE
000750     'AOC20231201.GATE.RPT'.
000760
000770* FILE STATUS
000780 01  RUNSTAT-STATUS              PIC 9(02).
000790     88  RUNSTAT-STATUS-OK       VALUE 00.
000800     88  RUNSTAT-STATUS-EOF      VALUE 10.
000810 01  TRENDLOG-STATUS             PIC 9(02).
000820     88  TRENDLOG-STATUS-OK      VALUE 00.
000830     88  TRENDLOG-STATUS-EOF     VALUE 10.
000840 01  GATERPT-STATUS              PIC 9(02).
000850     88  GATERPT-STATUS-OK       VALUE 00.
000860
000870* THE EXTRACT RUN-STATUS LINE, AS WRITTEN BY 8000-WRITE-RUN-
000880* STATUS IN AOC-2023-12-01.
000890 01  WS-RUNSTAT-LINE.
000900     05  WS-RST-RUN-DATE         PIC 9(08).
000910     05  FILLER                  PIC X(01).
000920     05  WS-RST-MODE             PIC X(06).
000930     05  FILLER                  PIC X(01).
000940     05  WS-RST-INPUT-NAME       PIC X(200).
000950     05  FILLER                  PIC X(01).
000960     05  WS-RST-REC-COUNT        PIC 9(06).
000970     05  FILLER                  PIC X(01).
000980     05  WS-RST-EXCEPT-COUNT     PIC 9(06).
000990     05  FILLER                  PIC X(01).
001000     05  WS-RST-ETALONNAGE-FINAL PIC 9(10).
001010     05  FILLER                  PIC X(01).
001020     05  WS-RST-ETALONNAGE-FINAL-DIGITS PIC 9(10).
001030     05  FILLER                  PIC X(01).
001040     05  WS-RST-STATUS           PIC X(10).
001050     05  FILLER                  PIC X(01).
001060     05  WS-RST-RETURN-CODE      PIC 9(02).
001070 01  WS-RUNSTAT-FOUND-SW         PIC X(01) VALUE 'N'.
001080     88  WS-RUNSTAT-FOUND        VALUE 'Y'.
001090
001100* TRENDLOG LINE LAYOUT, AS WRITTEN BY 7000-WRITE-TRENDLOG-
001110* RECORD IN AOC-2023-12-01. THE FIRST TOTAL COLUMN IS THE
001120* HEADLINE FIGURE FOR THE RUN'S MODE, WHICH IS WHAT THE GATE
001130* COMPARES.
001140 01  WS-TREND-LINE.
001150     05  WS-TRD-RUN-DATE         PIC 9(08).
001160     05  FILLER                  PIC X(01).
001170     05  WS-TRD-INPUT-NAME       PIC X(200).
001180     05  FILLER                  PIC X(01).
001190     05  WS-TRD-REC-COUNT        PIC 9(06).
001200     05  FILLER                  PIC X(01).
001210     05  WS-TRD-ETALONNAGE-FINAL PIC 9(10).
001220     05  FILLER                  PIC X(01).
001230     05  WS-TRD-ETALONNAGE-FINAL-DIGITS PIC 9(10).
001240
001250* TRAILING WINDOW OF THE MOST RECENT TRENDLOG LINES, OLDEST
001260* FIRST, SHIFTED AS IN TRENDRPT'S ROLLING AVERAGE. ONE SLOT
001270* MORE THAN THE WINDOW IS KEPT SO TODAY'S OWN LINE (THE LAST
001280* ONE THE EXTRACT APPENDED) CAN BE EXCLUDED FROM ITS OWN
001290* COMPARISON BASE.
001300 01  WS-SLOT-MAX                 PIC 9(02) VALUE 11.
001310 01  WS-SLOT-COUNT               PIC 9(02) VALUE ZERO.
001320 01  WS-SLOT-TABLE.
001330     05  WS-SLOT-ENTRY OCCURS 11 TIMES.
001340         10  WS-SLT-RUN-DATE     PIC 9(08).
001350         10  WS-SLT-REC-COUNT    PIC 9(06).
001360         10  WS-SLT-TOTAL        PIC 9(10).
001370 01  J                           PIC 9(02) VALUE ZERO.
001380 01  WS-WINDOW-COUNT             PIC 9(02) VALUE ZERO.
001390 01  WS-WINDOW-END               PIC 9(02) VALUE ZERO.
001400
001410* GATE PARAMETERS, EACH PARSED ONE DIGIT AT A TIME FROM ITS
001420* LEFT-JUSTIFIED ENVIRONMENT VALUE.
001430 01  WS-GATEWIN-ENV              PIC X(02) VALUE SPACES.
001440 01  WS-GATE-WINDOW              PIC 9(02) VALUE 5.
001450 01  WS-GATEPCT-ENV              PIC X(03) VALUE SPACES.
001460 01  WS-GATE-PCT                 PIC 9(03) VALUE 20.
001470 01  WS-GATEEXC-ENV              PIC X(03) VALUE SPACES.
001480 01  WS-GATE-EXC-PCT             PIC 9(03) VALUE 5.
001490 01  WS-PARSE-ENV                PIC X(03) VALUE SPACES.
001500 01  WS-PARSE-RESULT             PIC 9(03) VALUE ZERO.
001510 01  WS-PARSE-DIGIT              PIC 9(01) VALUE ZERO.
001520 01  WS-PARSE-DIGIT-COUNT        PIC 9(01) VALUE ZERO.
001530 01  WS-PARSE-END-SW             PIC X(01) VALUE 'N'.
001540     88  WS-PARSE-END            VALUE 'Y'.
001550 01  K                           PIC 9(01) VALUE ZERO.
001560
001570* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
001580* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
001590 01  WS-OVRD-PARM.
001600     05  WS-OVD-PROGRAM          PIC X(08).
001610     05  WS-OVD-NAME             PIC X(16).
001620     05  WS-OVD-VALUE            PIC X(30).
001630     05  WS-OVD-BUS-DATE         PIC 9(08).
001640     05  WS-OVD-SUPPLIER-ID      PIC X(03).
001650     05  WS-OVD-STATUS           PIC X(01).
001660
001670* GATE ARITHMETIC WORK AREAS
001680 01  WS-TODAY-TOTAL              PIC 9(10) VALUE ZERO.
001690 01  WS-WINDOW-COUNT-SUM         PIC 9(10) VALUE ZERO.
001700 01  WS-WINDOW-TOTAL-SUM         PIC 9(12) VALUE ZERO.
001710 01  WS-AVG-REC-COUNT            PIC 9(08)V99 VALUE ZERO.
001720 01  WS-AVG-TOTAL                PIC 9(10)V99 VALUE ZERO.
001730 01  WS-BAND-DIFF                PIC S9(11)V99 VALUE ZERO.
001740 01  WS-BAND-THRESHOLD           PIC 9(11)V99 VALUE ZERO.
001750 01  WS-EXC-RATE                 PIC 9(03)V9 VALUE ZERO.
001760 01  WS-BREAK-COUNT              PIC 9(02) VALUE ZERO.
001770
001780* GATE REPORT LINE LAYOUTS
001790 01  WS-GATE-HEADING.
001800     05  FILLER                  PIC X(30) VALUE
001810         'EXTRACT TOLERANCE GATE - RUN '.
001820     05  WS-HDG-RUN-DATE         PIC 9(08).
001830 01  WS-GATE-CHECK-LINE.
001840     05  WS-GTC-LABEL            PIC X(26).
001850     05  FILLER                  PIC X(06) VALUE ' BASE '.
001860     05  WS-GTC-BASE             PIC Z(09)9.9.
001870     05  FILLER                  PIC X(08) VALUE ' ACTUAL '.
001880     05  WS-GTC-ACTUAL           PIC Z(09)9.9.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  WS-GTC-VERDICT          PIC X(11).
001910
001920 PROCEDURE DIVISION.
001930
001940 0000-MAINLINE.
001950     DISPLAY 'CALGATE'
001960     PERFORM 1000-INITIALIZE
001970     PERFORM 2000-MAIN-PROCESSING
001980     IF WS-BREAK-COUNT > ZERO
001990         DISPLAY 'CALGATE DAY OUT OF BAND - HOLD CALLOAD'
002000         MOVE 6 TO RETURN-CODE
002010     ELSE
002020         DISPLAY 'CALGATE DAY IN BAND - RELEASE CALLOAD'
002030     END-IF
002040     STOP RUN
002050     .
002060
002070* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AND THE GATE
002080* PARAMETERS AT RUN TIME, FALLING BACK TO THE DEVELOPMENT
002090* DEFAULTS WHEN THE VARIABLES ARE NOT SET.
002100 1000-INITIALIZE.
002110     MOVE SPACES TO WS-RUNSTAT-PATH
002120     ACCEPT WS-RUNSTAT-PATH
002130         FROM ENVIRONMENT 'AOC-RUNSTAT'
002140     IF WS-RUNSTAT-PATH = SPACES
002150         MOVE WS-DEFAULT-RUNSTAT-PATH TO WS-RUNSTAT-PATH
002160     END-IF
002170
002180     MOVE SPACES TO WS-TRENDLOG-PATH
002190     ACCEPT WS-TRENDLOG-PATH
002200         FROM ENVIRONMENT 'AOC-TRENDLOG'
002210     IF WS-TRENDLOG-PATH = SPACES
002220         MOVE WS-DEFAULT-TRENDLOG-PATH TO WS-TRENDLOG-PATH
002230     END-IF
002240
002250     MOVE SPACES TO WS-GATERPT-PATH
002260     ACCEPT WS-GATERPT-PATH
002270         FROM ENVIRONMENT 'AOC-GATERPT'
002280     IF WS-GATERPT-PATH = SPACES
002290         MOVE WS-DEFAULT-GATERPT-PATH TO WS-GATERPT-PATH
002300     END-IF
002310
002320     MOVE SPACES TO WS-GATEWIN-ENV
002330     ACCEPT WS-GATEWIN-ENV
002340         FROM ENVIRONMENT 'AOC-GATEWIN'
002350     IF WS-GATEWIN-ENV NOT = SPACES
002360         MOVE WS-GATEWIN-ENV TO WS-PARSE-ENV(1:2)
002370         MOVE SPACE TO WS-PARSE-ENV(3:1)
002380         PERFORM 1100-PARSE-ONE-PARAMETER
002390         IF WS-PARSE-RESULT = ZERO
002400             OR WS-PARSE-RESULT > 10
002410             DISPLAY 'AOC-GATEWIN OUT OF RANGE (1-10) : '
002420                 WS-GATEWIN-ENV
002430             MOVE 8 TO RETURN-CODE
002440             STOP RUN
002450         END-IF
002460         MOVE WS-PARSE-RESULT TO WS-GATE-WINDOW
002470         MOVE 'AOC-GATEWIN'  TO WS-OVD-NAME
002480         MOVE WS-GATEWIN-ENV TO WS-OVD-VALUE
002490         PERFORM 1170-LOG-OVERRIDE
002500     END-IF
002510
002520     MOVE SPACES TO WS-GATEPCT-ENV
002530     ACCEPT WS-GATEPCT-ENV
002540         FROM ENVIRONMENT 'AOC-GATEPCT'
002550     IF WS-GATEPCT-ENV NOT = SPACES
002560         MOVE WS-GATEPCT-ENV TO WS-PARSE-ENV
002570         PERFORM 1100-PARSE-ONE-PARAMETER
002580         MOVE WS-PARSE-RESULT TO WS-GATE-PCT
002590         MOVE 'AOC-GATEPCT'  TO WS-OVD-NAME
002600         MOVE WS-GATEPCT-ENV TO WS-OVD-VALUE
002610         PERFORM 1170-LOG-OVERRIDE
002620     END-IF
002630
002640     MOVE SPACES TO WS-GATEEXC-ENV
002650     ACCEPT WS-GATEEXC-ENV
002660         FROM ENVIRONMENT 'AOC-GATEEXC'
002670     IF WS-GATEEXC-ENV NOT = SPACES
002680         MOVE WS-GATEEXC-ENV TO WS-PARSE-ENV
002690         PERFORM 1100-PARSE-ONE-PARAMETER
002700         MOVE WS-PARSE-RESULT TO WS-GATE-EXC-PCT
002710         MOVE 'AOC-GATEEXC'  TO WS-OVD-NAME
002720         MOVE WS-GATEEXC-ENV TO WS-OVD-VALUE
002730         PERFORM 1170-LOG-OVERRIDE
002740     END-IF
002750     .
002760
002770* 1100-PARSE-ONE-PARAMETER CONVERTS THE LEFT-JUSTIFIED VALUE
002780* IN WS-PARSE-ENV INTO WS-PARSE-RESULT ONE DIGIT AT A TIME. A
002790* VALUE WITH NO DIGITS OR A NON-DIGIT CHARACTER IS A PARAMETER
002800* ERROR.
002810 1100-PARSE-ONE-PARAMETER.
002820     MOVE ZERO TO WS-PARSE-RESULT
002830     MOVE ZERO TO WS-PARSE-DIGIT-COUNT
002840     MOVE 'N'  TO WS-PARSE-END-SW
002850     PERFORM 1150-PARSE-ONE-DIGIT
002860         THRU 1150-EXIT
002870         VARYING K FROM 1 BY 1
002880         UNTIL K > 3
002890         OR WS-PARSE-END
002900     IF WS-PARSE-DIGIT-COUNT = ZERO
002910         DISPLAY 'GATE PARAMETER NOT NUMERIC : ' WS-PARSE-ENV
002920         MOVE 8 TO RETURN-CODE
002930         STOP RUN
002940     END-IF
002950     .
002960
002970 1150-PARSE-ONE-DIGIT.
002980     IF WS-PARSE-ENV(K:1) = SPACE
002990         SET WS-PARSE-END TO TRUE
003000         GO TO 1150-EXIT
003010     END-IF
003020     IF WS-PARSE-ENV(K:1) NOT NUMERIC
003030         DISPLAY 'GATE PARAMETER NOT NUMERIC : ' WS-PARSE-ENV
003040         MOVE 8 TO RETURN-CODE
003050         STOP RUN
003060     END-IF
003070     ADD 1 TO WS-PARSE-DIGIT-COUNT
003080     MOVE WS-PARSE-ENV(K:1) TO WS-PARSE-DIGIT
003090     COMPUTE WS-PARSE-RESULT =
003100         (WS-PARSE-RESULT * 10) + WS-PARSE-DIGIT
003110     .
003120 1150-EXIT.
003130     EXIT
003140     .
003150
003160* 1170-LOG-OVERRIDE PUTS THE GATE TOLERANCE IN WS-OVRD-PARM ON
003170* THE SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD, CHAIN-WIDE AND
003180* UNDER THE RUN DATE. A TOLERANCE THAT CANNOT BE AUDITED IS NOT
003190* TAKEN - A LOG THAT CANNOT BE WRITTEN ENDS THE RUN AS A FILE
003200* ERROR.
003210 1170-LOG-OVERRIDE.
003220     MOVE 'CALGATE' TO WS-OVD-PROGRAM
003230     MOVE ZERO      TO WS-OVD-BUS-DATE
003240     MOVE SPACES    TO WS-OVD-SUPPLIER-ID
003250     CALL 'CALOVRD' USING WS-OVRD-PARM
003260     IF WS-OVD-STATUS NOT = '0'
003270         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
003280         MOVE 12 TO RETURN-CODE
003290         STOP RUN
003300     END-IF
003310     .
003320
003330 2000-MAIN-PROCESSING.
003340     PERFORM 3100-OPEN-GATERPT
003350     PERFORM 2100-READ-RUN-STATUS
003360     MOVE WS-RST-RUN-DATE TO WS-HDG-RUN-DATE
003370     MOVE WS-GATE-HEADING TO GATE-RECORD
003380     PERFORM 6000-WRITE-GATE-LINE
003390     PERFORM 2200-LOAD-TRAILING-WINDOW
003400     PERFORM 2500-APPLY-THE-GATE
003410     MOVE SPACES TO GATE-RECORD
003420     PERFORM 6000-WRITE-GATE-LINE
003430     IF WS-BREAK-COUNT > ZERO
003440         MOVE 'DAY OUT OF BAND - HOLD CALLOAD' TO GATE-RECORD
003450     ELSE
003460         MOVE 'DAY IN BAND - RELEASE CALLOAD' TO GATE-RECORD
003470     END-IF
003480     PERFORM 6000-WRITE-GATE-LINE
003490     PERFORM 5100-CLOSE-GATERPT
003500     .
003510
003520* 2100-READ-RUN-STATUS READS THE ONE-LINE RUN-STATUS FILE THE
003530* EXTRACT JUST WROTE. NO STATUS LINE, OR AN EXTRACT THAT DID
003540* NOT END CLEAN (OR WITH EXCEPTIONS ONLY), MEANS THERE IS
003550* NOTHING SOUND TO GATE AND THE DAY IS HELD.
003560 2100-READ-RUN-STATUS.
003570     OPEN INPUT RUNSTAT
003580     IF NOT RUNSTAT-STATUS-OK
003590         DISPLAY 'OPEN ERROR ON RUNSTAT'
003600         DISPLAY 'FILE STATUS : ' RUNSTAT-STATUS
003610         MOVE 12 TO RETURN-CODE
003620         STOP RUN
003630     END-IF
003640     READ RUNSTAT
003650         AT END
003660             CONTINUE
003670         NOT AT END
003680             MOVE RUNSTAT-RECORD TO WS-RUNSTAT-LINE
003690             SET WS-RUNSTAT-FOUND TO TRUE
003700     END-READ
003710     CLOSE RUNSTAT
003720     IF NOT RUNSTAT-STATUS-OK
003730         DISPLAY 'CLOSE ERROR ON RUNSTAT'
003740         DISPLAY 'FILE STATUS : ' RUNSTAT-STATUS
003750         MOVE 12 TO RETURN-CODE
003760         STOP RUN
003770     END-IF
003780
003790     IF NOT WS-RUNSTAT-FOUND
003800         DISPLAY 'NO EXTRACT RUN-STATUS LINE - DAY HELD'
003810         MOVE 6 TO RETURN-CODE
003820         STOP RUN
003830     END-IF
003840     IF WS-RST-RETURN-CODE > 4
003850         DISPLAY 'EXTRACT DID NOT COMPLETE CLEAN - DAY HELD'
003860         MOVE 6 TO RETURN-CODE
003870         STOP RUN
003880     END-IF
003890
003900*    THE HEADLINE TOTAL FOLLOWS THE RUN'S CALIBRATION MODE,
003910*    EXACTLY AS THE EXTRACT LOGS IT ON TRENDLOG.
003920     IF WS-RST-MODE = 'DIGITS'
003930         MOVE WS-RST-ETALONNAGE-FINAL-DIGITS TO WS-TODAY-TOTAL
003940     ELSE
003950         MOVE WS-RST-ETALONNAGE-FINAL TO WS-TODAY-TOTAL
003960     END-IF
003970     .
003980
003990* 2200-LOAD-TRAILING-WINDOW READS THE WHOLE TREND LOG, KEEPING
004000* THE MOST RECENT LINES IN THE SHIFTING TABLE, THEN DROPS THE
004010* FINAL LINE WHEN IT IS TODAY'S OWN RUN SO THE COMPARISON BASE
004020* IS THE TRAILING WINDOW BEFORE TODAY.
004030 2200-LOAD-TRAILING-WINDOW.
004040     OPEN INPUT TRENDLOG
004050     IF NOT TRENDLOG-STATUS-OK
004060         DISPLAY 'NO TRENDLOG HISTORY - GATE PASSES BY DEFAULT'
004070     ELSE
004080         PERFORM 4100-READ-TRENDLOG
004090         PERFORM UNTIL TRENDLOG-STATUS-EOF
004100         OR NOT TRENDLOG-STATUS-OK
004110             MOVE TRENDLOG-RECORD TO WS-TREND-LINE
004120             PERFORM 2250-SHIFT-IN-ONE-LINE
004130             PERFORM 4100-READ-TRENDLOG
004140         END-PERFORM
004150         CLOSE TRENDLOG
004160     END-IF
004170
004180     MOVE WS-SLOT-COUNT TO WS-WINDOW-END
004190     IF WS-WINDOW-END > ZERO
004200         AND WS-SLT-RUN-DATE(WS-SLOT-COUNT) = WS-RST-RUN-DATE
004210         SUBTRACT 1 FROM WS-WINDOW-END
004220     END-IF
004230     MOVE WS-WINDOW-END TO WS-WINDOW-COUNT
004240     IF WS-WINDOW-COUNT > WS-GATE-WINDOW
004250         MOVE WS-GATE-WINDOW TO WS-WINDOW-COUNT
004260     END-IF
004270     .
004280
004290* 2250-SHIFT-IN-ONE-LINE APPENDS THE CURRENT TRENDLOG LINE TO
004300* THE SLOT TABLE, SHIFTING THE OLDEST OUT ONCE IT IS FULL, AS
004310* IN TRENDRPT'S ROLLING-AVERAGE TABLE.
004320 2250-SHIFT-IN-ONE-LINE.
004330     IF WS-SLOT-COUNT < WS-SLOT-MAX
004340         ADD 1 TO WS-SLOT-COUNT
004350     ELSE
004360         PERFORM 2260-SHIFT-ONE-SLOT
004370             THRU 2260-EXIT
004380             VARYING J FROM 1 BY 1
004390             UNTIL J >= WS-SLOT-MAX
004400     END-IF
004410     MOVE WS-TRD-RUN-DATE  TO WS-SLT-RUN-DATE(WS-SLOT-COUNT)
004420     MOVE WS-TRD-REC-COUNT TO WS-SLT-REC-COUNT(WS-SLOT-COUNT)
004430     MOVE WS-TRD-ETALONNAGE-FINAL
004440                           TO WS-SLT-TOTAL(WS-SLOT-COUNT)
004450     .
004460
004470 2260-SHIFT-ONE-SLOT.
004480     MOVE WS-SLOT-ENTRY(J + 1) TO WS-SLOT-ENTRY(J)
004490     .
004500 2260-EXIT.
004510     EXIT
004520     .
004530
004540* 2500-APPLY-THE-GATE COMPUTES THE TRAILING-WINDOW AVERAGES
004550* AND APPLIES THE THREE CHECKS. THE WINDOW IS THE WS-WINDOW-
004560* COUNT ENTRIES IMMEDIATELY BEFORE TODAY'S OWN LINE; WITH NO
004570* HISTORY AT ALL THERE IS NOTHING TO COMPARE AGAINST AND THE
004580* GATE PASSES WITH A NOTE - THE FIRST DAYS OF A NEW FEED
004590* CANNOT BE OUT OF BAND.
004600 2500-APPLY-THE-GATE.
004610     IF WS-WINDOW-COUNT = ZERO
004620         MOVE 'NO TRAILING HISTORY - GATE PASSES BY DEFAULT'
004630             TO GATE-RECORD
004640         PERFORM 6000-WRITE-GATE-LINE
004650         PERFORM 2570-CHECK-EXCEPTION-RATE
004660     ELSE
004670         MOVE ZERO TO WS-WINDOW-COUNT-SUM
004680         MOVE ZERO TO WS-WINDOW-TOTAL-SUM
004690         PERFORM 2520-SUM-ONE-WINDOW-SLOT
004700             THRU 2520-EXIT
004710             VARYING J FROM 1 BY 1
004720             UNTIL J > WS-WINDOW-COUNT
004730         COMPUTE WS-AVG-REC-COUNT ROUNDED =
004740             WS-WINDOW-COUNT-SUM / WS-WINDOW-COUNT
004750         COMPUTE WS-AVG-TOTAL ROUNDED =
004760             WS-WINDOW-TOTAL-SUM / WS-WINDOW-COUNT
004770         PERFORM 2550-CHECK-RECORD-COUNT
004780         PERFORM 2560-CHECK-HEADLINE-TOTAL
004790         PERFORM 2570-CHECK-EXCEPTION-RATE
004800     END-IF
004810     .
004820
004830* 2520-SUM-ONE-WINDOW-SLOT FOLDS ONE WINDOW ENTRY INTO THE
004840* AVERAGING SUMS. THE WINDOW ENTRIES ARE THE ONES IMMEDIATELY
004850* BEFORE TODAY'S LINE, SO THE SLOT SUBSCRIPT COUNTS BACK FROM
004860* THE END OF THE TABLE.
004870 2520-SUM-ONE-WINDOW-SLOT.
004880     ADD WS-SLT-REC-COUNT(WS-WINDOW-END - J + 1)
004890         TO WS-WINDOW-COUNT-SUM
004900     ADD WS-SLT-TOTAL(WS-WINDOW-END - J + 1)
004910         TO WS-WINDOW-TOTAL-SUM
004920     .
004930 2520-EXIT.
004940     EXIT
004950     .
004960
004970* 2550-CHECK-RECORD-COUNT HOLDS THE DAY WHEN TODAY'S RECORD
004980* COUNT SITS MORE THAN THE TOLERANCE PERCENTAGE AWAY FROM THE
004990* TRAILING-WINDOW AVERAGE.
005000 2550-CHECK-RECORD-COUNT.
005010     COMPUTE WS-BAND-DIFF =
005020         WS-RST-REC-COUNT - WS-AVG-REC-COUNT
005030     IF WS-BAND-DIFF < ZERO
005040         COMPUTE WS-BAND-DIFF = ZERO - WS-BAND-DIFF
005050     END-IF
005060     COMPUTE WS-BAND-THRESHOLD ROUNDED =
005070         (WS-AVG-REC-COUNT * WS-GATE-PCT) / 100
005080     MOVE 'RECORD COUNT VS AVERAGE ' TO WS-GTC-LABEL
005090     MOVE WS-AVG-REC-COUNT TO WS-GTC-BASE
005100     MOVE WS-RST-REC-COUNT TO WS-GTC-ACTUAL
005110     IF WS-BAND-DIFF > WS-BAND-THRESHOLD
005120         MOVE 'OUT OF BAND' TO WS-GTC-VERDICT
005130         ADD 1 TO WS-BREAK-COUNT
005140     ELSE
005150         MOVE 'OK         ' TO WS-GTC-VERDICT
005160     END-IF
005170     MOVE WS-GATE-CHECK-LINE TO GATE-RECORD
005180     PERFORM 6000-WRITE-GATE-LINE
005190     .
005200
005210* 2560-CHECK-HEADLINE-TOTAL HOLDS THE DAY WHEN TODAY'S
005220* HEADLINE ETALONNAGE TOTAL SITS MORE THAN THE TOLERANCE
005230* PERCENTAGE AWAY FROM THE TRAILING-WINDOW AVERAGE.
005240 2560-CHECK-HEADLINE-TOTAL.
005250     COMPUTE WS-BAND-DIFF =
005260         WS-TODAY-TOTAL - WS-AVG-TOTAL
005270     IF WS-BAND-DIFF < ZERO
005280         COMPUTE WS-BAND-DIFF = ZERO - WS-BAND-DIFF
005290     END-IF
005300     COMPUTE WS-BAND-THRESHOLD ROUNDED =
005310         (WS-AVG-TOTAL * WS-GATE-PCT) / 100
005320     MOVE 'HEADLINE TOTAL VS AVERAGE' TO WS-GTC-LABEL
005330     MOVE WS-AVG-TOTAL   TO WS-GTC-BASE
005340     MOVE WS-TODAY-TOTAL TO WS-GTC-ACTUAL
005350     IF WS-BAND-DIFF > WS-BAND-THRESHOLD
005360         MOVE 'OUT OF BAND' TO WS-GTC-VERDICT
005370         ADD 1 TO WS-BREAK-COUNT
005380     ELSE
005390         MOVE 'OK         ' TO WS-GTC-VERDICT
005400     END-IF
005410     MOVE WS-GATE-CHECK-LINE TO GATE-RECORD
005420     PERFORM 6000-WRITE-GATE-LINE
005430     .
005440
005450* 2570-CHECK-EXCEPTION-RATE HOLDS THE DAY WHEN TODAY'S
005460* EXCEPTION RATE EXCEEDS THE ABSOLUTE CEILING. THE TREND LOG
005470* CARRIES NO EXCEPTION HISTORY, SO THIS CHECK IS AGAINST THE
005480* FIXED AOC-GATEEXC CEILING RATHER THAN A TRAILING AVERAGE.
005490* A RUN WITH NO RECORDS AT ALL ALREADY FAILS THE COUNT CHECK;
005500* ITS EXCEPTION RATE IS TAKEN AS ZERO HERE.
005510 2570-CHECK-EXCEPTION-RATE.
005520     IF WS-RST-REC-COUNT > ZERO
005530         COMPUTE WS-EXC-RATE ROUNDED =
005540             (WS-RST-EXCEPT-COUNT * 100) / WS-RST-REC-COUNT
005550     ELSE
005560         MOVE ZERO TO WS-EXC-RATE
005570     END-IF
005580     MOVE 'EXCEPTION RATE VS CEILING' TO WS-GTC-LABEL
005590     MOVE WS-GATE-EXC-PCT TO WS-GTC-BASE
005600     MOVE WS-EXC-RATE     TO WS-GTC-ACTUAL
005610     IF WS-EXC-RATE > WS-GATE-EXC-PCT
005620         MOVE 'OUT OF BAND' TO WS-GTC-VERDICT
005630         ADD 1 TO WS-BREAK-COUNT
005640     ELSE
005650         MOVE 'OK         ' TO WS-GTC-VERDICT
005660     END-IF
005670     MOVE WS-GATE-CHECK-LINE TO GATE-RECORD
005680     PERFORM 6000-WRITE-GATE-LINE
005690     .
005700
005710 3100-OPEN-GATERPT.
005720     OPEN OUTPUT GATERPT
005730     IF NOT GATERPT-STATUS-OK
005740         DISPLAY 'OPEN ERROR ON GATERPT'
005750         DISPLAY 'FILE STATUS : ' GATERPT-STATUS
005760         MOVE 12 TO RETURN-CODE
005770         STOP RUN
005780     END-IF
005790     .
005800
005810 4100-READ-TRENDLOG.
005820     READ TRENDLOG
005830         AT END
005840             CONTINUE
005850          NOT AT END
005860             IF NOT TRENDLOG-STATUS-OK
005870                 DISPLAY 'READ ERROR ON TRENDLOG'
005880                 DISPLAY 'FILE STATUS : ' TRENDLOG-STATUS
005890                 MOVE 12 TO RETURN-CODE
005900                 STOP RUN
005910             END-IF
005920     END-READ
005930     .
005940
005950 5100-CLOSE-GATERPT.
005960     CLOSE GATERPT
005970     IF NOT GATERPT-STATUS-OK
005980         DISPLAY 'CLOSE ERROR ON GATERPT'
005990         DISPLAY 'FILE STATUS : ' GATERPT-STATUS
006000         MOVE 12 TO RETURN-CODE
006010         STOP RUN
006020     END-IF
006030     .
006040
006050 6000-WRITE-GATE-LINE.
006060     WRITE GATE-RECORD
006070     IF NOT GATERPT-STATUS-OK
006080         DISPLAY 'WRITE ERROR ON GATERPT'
006090         DISPLAY 'FILE STATUS : ' GATERPT-STATUS
006100         MOVE 12 TO RETURN-CODE
006110         STOP RUN
006120     END-IF
006130     MOVE SPACES TO GATE-RECORD
006140     .
