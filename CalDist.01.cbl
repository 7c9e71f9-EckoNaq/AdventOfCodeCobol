000320*                  ONE THE EXTRACT RUN JUST WROTE. WITHOUT A
000330*                  CATALOG THE FIXED AOC-CALOUTPT PATH IS USED
000340*                  UNCHANGED.
000350* 2026-10-15  RD   CALOUTPT RECORD WIDENED TO 218 BYTES FOR THE
000360*                  SUPPLIER ID NOW CARRIED ON CALOUT01.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400
000410     SELECT CALOUTPT ASSIGN TO DYNAMIC WS-CALOUTPT-PATH
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CALOUTPT-STATUS.
000440
000450     SELECT CALCAT ASSIGN TO DYNAMIC WS-CALCAT-PATH
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CALCAT-STATUS.
000480
000490     SELECT DISTHIST ASSIGN TO DYNAMIC WS-DISTHIST-PATH
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DISTHIST-STATUS.
000520
000530     SELECT DISTRPT ASSIGN TO DYNAMIC WS-DISTRPT-PATH
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DISTRPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590
000600 FD  CALOUTPT.
000610 01  CALOUTPT-RECORD             PIC X(218).
000620
000630 FD  CALCAT.
000640 01  CALCAT-RECORD               PIC X(248).
000650
000660 FD  DISTHIST.
000670 01  DISTHIST-RECORD             PIC X(09).
000680
000690 FD  DISTRPT.
000700 01  DIST-RECORD                 PIC X(132).
000710
000720 WORKING-STORAGE SECTION.
000730
000740* RUN-TIME FILE ASSIGNMENT
000750 01  WS-CALOUTPT-PATH            PIC X(220).
000760 01  WS-DEFAULT-CALOUTPT-PATH    PIC X(200) VALUE
000770     'AOC20231201.CALOUT.FILE'.
000780 01  WS-CALCAT-PATH              PIC X(200).
000790 01  WS-DEFAULT-CALCAT-PATH      PIC X(200) VALUE
000800     'AOC20231201.CALCAT.FILE'.
000810 01  WS-DISTHIST-PATH            PIC X(200).
000820 01  WS-DEFAULT-DISTHIST-PATH    PIC X(200) VALUE
000830     'AOC20231201.DIST.HIST'.
000840 01  WS-DISTRPT-PATH             PIC X(200).
000850 01  WS-DEFAULT-DISTRPT-PATH     PIC X(200) VALUE
000860     'AOC20231201.DIST.RPT'.
000870
000880* FILE STATUS
000890 01  CALOUTPT-STATUS             PIC 9(02).
000900     88  CALOUTPT-STATUS-OK      VALUE 00.
000910     88  CALOUTPT-STATUS-EOF     VALUE 10.
000920 01  DISTHIST-STATUS             PIC 9(02).
000930     88  DISTHIST-STATUS-OK      VALUE 00.
000940     88  DISTHIST-STATUS-EOF     VALUE 10.
000950 01  DISTRPT-STATUS              PIC 9(02).
000960     88  DISTRPT-STATUS-OK       VALUE 00.
000970 01  CALCAT-STATUS               PIC 9(02).
000980     88  CALCAT-STATUS-OK        VALUE 00.
000990     88  CALCAT-STATUS-EOF       VALUE 10.
001000
001010* CALIBRATION OUTPUT RECORD LAYOUT (SHARED WITH AOC-2023-12-01)
001020 COPY CALOUT01.
001030
001040* CALOUTPT GENERATION CATALOG (SHARED WITH AOC-2023-12-01). THE
001050* FEEDER THIS STEP READS IS RESOLVED FROM THE CATALOG INSTEAD
001060* OF A FIXED PATH; SEE 1100-RESOLVE-FEEDER-GENERATION.
001070 COPY CALCAT01.
001080 01  WS-GEN-FOUND-SW             PIC X(01) VALUE 'N'.
001090     88  WS-GEN-FOUND            VALUE 'Y'.
001100
001110* DISTRIBUTION TABLES. ONE SLOT PER POSSIBLE ETALONNAGE VALUE
001120* (0 THROUGH 99, SUBSCRIPTED VALUE PLUS ONE), FOR THIS RUN AND
001130* FOR THE PRIOR RUN AS RELOADED FROM THE HISTORY FILE.
001140 01  WS-DIST-TABLE.
001150     05  WS-DIST-COUNT OCCURS 100 TIMES
001160                                 PIC 9(06).
001170 01  WS-PRIOR-TABLE.
001180     05  WS-PRIOR-COUNT OCCURS 100 TIMES
001190                                 PIC 9(06).
001200 01  WS-PRIOR-LOADED-SW          PIC X(01) VALUE 'N'.
001210     88  WS-PRIOR-LOADED         VALUE 'Y'.
001220
001230* HISTORY FILE LINE LAYOUT (ONE LINE PER ETALONNAGE VALUE)
001240 01  WS-DIST-HIST-LINE.
001250     05  WS-DSH-VALUE            PIC 9(02).
001260     05  FILLER                  PIC X(01) VALUE SPACE.
001270     05  WS-DSH-COUNT            PIC 9(06).
001280
001290* DISTRIBUTION WORK AREAS
001300 01  WS-READ-COUNT               PIC 9(06) VALUE ZERO.
001310 01  WS-MAX-COUNT                PIC 9(06) VALUE ZERO.
001320 01  WS-STAR-COUNT               PIC 9(02) VALUE ZERO.
001330 01  WS-BAND-COUNT               PIC 9(06) VALUE ZERO.
001340 01  WS-BAND-PRIOR-COUNT         PIC 9(06) VALUE ZERO.
001350 01  WS-BAND-PCT                 PIC 9(03)V9 VALUE ZERO.
001360 01  WS-BAND-LOW                 PIC 9(02) VALUE ZERO.
001370 01  WS-BAND-HIGH                PIC 9(02) VALUE ZERO.
001380 01  WS-VALUE-IX                 PIC 9(03) VALUE ZERO.
001390 01  WS-BAND-IX                  PIC 9(02) VALUE ZERO.
001400 01  V                           PIC 9(03) VALUE ZERO.
001410
001420* DISTRIBUTION REPORT LINE LAYOUTS
001430 01  WS-DIST-HEADING             PIC X(42) VALUE
001440     'ETALONNAGE FREQUENCY DISTRIBUTION REPORT'.
001450 01  WS-DIST-COL-HEADS           PIC X(75) VALUE
001460     'VALUE  COUNT  PRIOR  HISTOGRAM'.
001470 01  WS-DIST-DETAIL.
001480     05  WS-DSD-VALUE            PIC 9(02).
001490     05  FILLER                  PIC X(03) VALUE SPACES.
001500     05  WS-DSD-COUNT            PIC Z(05)9.
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  WS-DSD-PRIOR            PIC Z(05)9.
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  WS-DSD-HISTOGRAM        PIC X(50).
001550 01  WS-BAND-COL-HEADS           PIC X(52) VALUE
001560     'BAND    COUNT    PCT  PRIOR COUNT'.
001570 01  WS-BAND-DETAIL.
001580     05  WS-BND-LOW              PIC 9(02).
001590     05  FILLER                  PIC X(01) VALUE '-'.
001600     05  WS-BND-HIGH             PIC 9(02).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  WS-BND-COUNT            PIC Z(05)9.
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  WS-BND-PCT              PIC Z(02)9.9.
001650     05  FILLER                  PIC X(06) VALUE SPACES.
001660     05  WS-BND-PRIOR            PIC Z(05)9.
001670 01  WS-DIST-SUMMARY.
001680     05  WS-DSS-LABEL            PIC X(24).
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  WS-DSS-COUNT            PIC 9(06).
001710
001720 PROCEDURE DIVISION.
001730
001740 0000-MAINLINE.
001750     DISPLAY 'CALDIST'
001760     PERFORM 1000-INITIALIZE
001770     PERFORM 2000-MAIN-PROCESSING
001780     IF WS-READ-COUNT = ZERO
001790         DISPLAY 'CALDIST ENDED - NO RECORDS ON FEEDER FILE'
001800         MOVE 4 TO RETURN-CODE
001810     ELSE
001820         DISPLAY 'CALDIST ENDED - RECORDS DISTRIBUTED :'
001830             WS-READ-COUNT
001840     END-IF
001850     STOP RUN
001860     .
001870
001880* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME
001890* AND CLEARS BOTH DISTRIBUTION TABLES.
001900 1000-INITIALIZE.
001910     MOVE SPACES TO WS-CALOUTPT-PATH
001920     ACCEPT WS-CALOUTPT-PATH
001930         FROM ENVIRONMENT 'AOC-CALOUTPT'
001940     IF WS-CALOUTPT-PATH = SPACES
001950         MOVE WS-DEFAULT-CALOUTPT-PATH TO WS-CALOUTPT-PATH
001960     END-IF
001970
001980     MOVE SPACES TO WS-DISTHIST-PATH
001990     ACCEPT WS-DISTHIST-PATH
002000         FROM ENVIRONMENT 'AOC-DISTHIST'
002010     IF WS-DISTHIST-PATH = SPACES
002020         MOVE WS-DEFAULT-DISTHIST-PATH TO WS-DISTHIST-PATH
002030     END-IF
002040
002050     MOVE SPACES TO WS-DISTRPT-PATH
002060     ACCEPT WS-DISTRPT-PATH
002070         FROM ENVIRONMENT 'AOC-DISTRPT'
002080     IF WS-DISTRPT-PATH = SPACES
002090         MOVE WS-DEFAULT-DISTRPT-PATH TO WS-DISTRPT-PATH
002100     END-IF
002110
002120     MOVE SPACES TO WS-CALCAT-PATH
002130     ACCEPT WS-CALCAT-PATH
002140         FROM ENVIRONMENT 'AOC-CALCAT'
002150     IF WS-CALCAT-PATH = SPACES
002160         MOVE WS-DEFAULT-CALCAT-PATH TO WS-CALCAT-PATH
002170     END-IF
002180
002190     PERFORM 1100-RESOLVE-FEEDER-GENERATION
002200
002210     PERFORM 1150-CLEAR-ONE-SLOT
002220         THRU 1150-EXIT
002230         VARYING V FROM 1 BY 1
002240         UNTIL V > 100
002250     .
002260
002270 1150-CLEAR-ONE-SLOT.
002280     MOVE ZERO TO WS-DIST-COUNT(V)
002290     MOVE ZERO TO WS-PRIOR-COUNT(V)
002300     .
002310 1150-EXIT.
002320     EXIT
002330     .
002340
002350* 1100-RESOLVE-FEEDER-GENERATION RESOLVES THE FEEDER THIS STEP
002360* READS FROM THE CALOUTPT GENERATION CATALOG: THE NEWEST
002370* GENERATION NOT YET PURGED IS THE ONE THE EXTRACT RUN THIS
002380* STEP FOLLOWS JUST WROTE. NO CATALOG AT ALL IS THE LEGACY
002390* SINGLE-FILE CHAIN AND THE FIXED PATH STANDS.
002400 1100-RESOLVE-FEEDER-GENERATION.
002410     OPEN INPUT CALCAT
002420     IF NOT CALCAT-STATUS-OK
002430         DISPLAY 'NO CALOUTPT CATALOG - USING FIXED FEEDER PATH'
002440     ELSE
002450         PERFORM 4500-READ-CALCAT
002460         PERFORM UNTIL CALCAT-STATUS-EOF
002470         OR NOT CALCAT-STATUS-OK
002480             MOVE CALCAT-RECORD TO CALOUTPT-CATALOG-RECORD
002490             IF NOT CAT-STATUS-PURGED
002500                 MOVE CAT-GEN-PATH TO WS-CALOUTPT-PATH
002510                 SET WS-GEN-FOUND TO TRUE
002520             END-IF
002530             PERFORM 4500-READ-CALCAT
002540         END-PERFORM
002550         CLOSE CALCAT
002560         IF WS-GEN-FOUND
002570             DISPLAY 'FEEDER GENERATION : '
002580                 WS-CALOUTPT-PATH(1:60)
002590         ELSE
002600             DISPLAY 'NO LIVE GENERATION ON CATALOG - USING '
002610                 'FIXED FEEDER PATH'
002620         END-IF
002630     END-IF
002640     .
002650
002660 2000-MAIN-PROCESSING.
002670     PERFORM 3100-OPEN-DISTRPT
002680     PERFORM 2100-LOAD-PRIOR-DISTRIBUTION
002690     PERFORM 2500-TALLY-CALOUTPT
002700     PERFORM 2600-WRITE-VALUE-SECTION
002710     PERFORM 2700-WRITE-BAND-SECTION
002720     PERFORM 2800-SAVE-DISTRIBUTION
002730     PERFORM 5100-CLOSE-DISTRPT
002740     .
002750
002760* 2100-LOAD-PRIOR-DISTRIBUTION RELOADS THE PRIOR RUN'S COUNTS
002770* FROM THE HISTORY FILE FOR THE COMPARISON COLUMN. NO HISTORY
002780* YET (THE FIRST EVER RUN) IS NOT AN ERROR - THE PRIOR COLUMN
002790* SIMPLY REPORTS ZERO.
002800 2100-LOAD-PRIOR-DISTRIBUTION.
002810     OPEN INPUT DISTHIST
002820     IF NOT DISTHIST-STATUS-OK
002830         DISPLAY 'NO PRIOR DISTRIBUTION HISTORY - COMPARISON '
002840             'COLUMN STARTS WITH THIS RUN'
002850     ELSE
002860         SET WS-PRIOR-LOADED TO TRUE
002870         PERFORM 4100-READ-DISTHIST
002880         PERFORM UNTIL DISTHIST-STATUS-EOF
002890         OR NOT DISTHIST-STATUS-OK
002900             MOVE DISTHIST-RECORD TO WS-DIST-HIST-LINE
002910             IF WS-DSH-VALUE NUMERIC
002920                 AND WS-DSH-COUNT NUMERIC
002930                 COMPUTE WS-VALUE-IX = WS-DSH-VALUE + 1
002940                 MOVE WS-DSH-COUNT
002950                     TO WS-PRIOR-COUNT(WS-VALUE-IX)
002960             END-IF
002970             PERFORM 4100-READ-DISTHIST
002980         END-PERFORM
002990         CLOSE DISTHIST
003000     END-IF
003010     .
003020
003030* 2500-TALLY-CALOUTPT READS EVERY CALOUT01 RECORD ON THE
003040* FEEDER FILE AND COUNTS ITS ETALONNAGE INTO THE DISTRIBUTION
003050* TABLE.
003060 2500-TALLY-CALOUTPT.
003070     OPEN INPUT CALOUTPT
003080     IF NOT CALOUTPT-STATUS-OK
003090         DISPLAY 'OPEN ERROR ON CALOUTPT'
003100         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
003110         MOVE 12 TO RETURN-CODE
003120         STOP RUN
003130     END-IF
003140
003150     PERFORM 4000-READ-CALOUTPT
003160
003170     PERFORM UNTIL CALOUTPT-STATUS-EOF
003180     OR NOT CALOUTPT-STATUS-OK
003190
003200                 MOVE CALOUTPT-RECORD
003210                     TO CALIBRATION-OUTPUT-RECORD
003220                 ADD 1 TO WS-READ-COUNT
003230                 COMPUTE WS-VALUE-IX = CAL-ETALONNAGE + 1
003240                 ADD 1 TO WS-DIST-COUNT(WS-VALUE-IX)
003250                 IF WS-DIST-COUNT(WS-VALUE-IX) > WS-MAX-COUNT
003260                     MOVE WS-DIST-COUNT(WS-VALUE-IX)
003270                         TO WS-MAX-COUNT
003280                 END-IF
003290
003300          PERFORM 4000-READ-CALOUTPT
003310
003320     END-PERFORM
003330
003340     CLOSE CALOUTPT
003350     IF NOT CALOUTPT-STATUS-OK
003360         DISPLAY 'CLOSE ERROR ON CALOUTPT'
003370         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
003380         MOVE 12 TO RETURN-CODE
003390         STOP RUN
003400     END-IF
003410     .
003420
003430* 2600-WRITE-VALUE-SECTION WRITES THE PER-VALUE SECTION OF THE
003440* REPORT: THE ZERO BUCKET, EVERY VALUE IN THE REGULAR 11-99
003450* RANGE, AND ANY OTHER VALUE THAT ACTUALLY OCCURRED THIS RUN
003460* OR LAST RUN. THE HISTOGRAM IS SCALED SO THE LARGEST COUNT
003470* FILLS THE FIFTY-POSITION BAR.
003480 2600-WRITE-VALUE-SECTION.
003490     MOVE WS-DIST-HEADING TO DIST-RECORD
003500     PERFORM 6000-WRITE-DIST-LINE
003510     MOVE SPACES TO DIST-RECORD
003520     PERFORM 6000-WRITE-DIST-LINE
003530     MOVE WS-DIST-COL-HEADS TO DIST-RECORD
003540     PERFORM 6000-WRITE-DIST-LINE
003550     PERFORM 2650-WRITE-ONE-VALUE
003560         THRU 2650-EXIT
003570         VARYING V FROM 0 BY 1
003580         UNTIL V > 99
003590     .
003600
003610* 2650-WRITE-ONE-VALUE WRITES THE REPORT LINE FOR ONE
003620* ETALONNAGE VALUE. THE IMPOSSIBLE LOW VALUES (1-10) ARE ONLY
003630* SHOWN WHEN A COUNT ACTUALLY LANDED THERE, SO THE REGULAR
003640* REPORT STAYS COMPACT WHILE A STRAY VALUE STILL SURFACES.
003650 2650-WRITE-ONE-VALUE.
003660     COMPUTE WS-VALUE-IX = V + 1
003670     IF V > ZERO AND V < 11
003680         AND WS-DIST-COUNT(WS-VALUE-IX) = ZERO
003690         AND WS-PRIOR-COUNT(WS-VALUE-IX) = ZERO
003700         GO TO 2650-EXIT
003710     END-IF
003720     MOVE V TO WS-DSD-VALUE
003730     MOVE WS-DIST-COUNT(WS-VALUE-IX)  TO WS-DSD-COUNT
003740     MOVE WS-PRIOR-COUNT(WS-VALUE-IX) TO WS-DSD-PRIOR
003750     MOVE SPACES TO WS-DSD-HISTOGRAM
003760     IF WS-DIST-COUNT(WS-VALUE-IX) > ZERO
003770         AND WS-MAX-COUNT > ZERO
003780         COMPUTE WS-STAR-COUNT =
003790             (WS-DIST-COUNT(WS-VALUE-IX) * 50) / WS-MAX-COUNT
003800         IF WS-STAR-COUNT = ZERO
003810             MOVE 1 TO WS-STAR-COUNT
003820         END-IF
003830         MOVE ALL '*' TO WS-DSD-HISTOGRAM(1:WS-STAR-COUNT)
003840     END-IF
003850     MOVE WS-DIST-DETAIL TO DIST-RECORD
003860     PERFORM 6000-WRITE-DIST-LINE
003870     .
003880 2650-EXIT.
003890     EXIT
003900     .
003910
003920* 2700-WRITE-BAND-SECTION WRITES THE BAND-OF-TEN SECTION: FOR
003930* EACH BAND THE RECORD COUNT, ITS PERCENTAGE OF THE RUN, AND
003940* THE PRIOR RUN'S COUNT FOR THE SAME BAND.
003950 2700-WRITE-BAND-SECTION.
003960     MOVE SPACES TO DIST-RECORD
003970     PERFORM 6000-WRITE-DIST-LINE
003980     MOVE WS-BAND-COL-HEADS TO DIST-RECORD
003990     PERFORM 6000-WRITE-DIST-LINE
004000     PERFORM 2750-WRITE-ONE-BAND
004010         THRU 2750-EXIT
004020         VARYING WS-BAND-IX FROM 0 BY 1
004030         UNTIL WS-BAND-IX > 9
004040
004050     MOVE SPACES TO DIST-RECORD
004060     PERFORM 6000-WRITE-DIST-LINE
004070     MOVE 'RECORDS DISTRIBUTED   :' TO WS-DSS-LABEL
004080     MOVE WS-READ-COUNT              TO WS-DSS-COUNT
004090     MOVE WS-DIST-SUMMARY            TO DIST-RECORD
004100     PERFORM 6000-WRITE-DIST-LINE
004110     IF NOT WS-PRIOR-LOADED
004120         MOVE 'NO PRIOR RUN DISTRIBUTION FOR COMPARISON'
004130             TO DIST-RECORD
004140         PERFORM 6000-WRITE-DIST-LINE
004150     END-IF
004160     .
004170
004180 2750-WRITE-ONE-BAND.
004190     COMPUTE WS-BAND-LOW  = WS-BAND-IX * 10
004200     COMPUTE WS-BAND-HIGH = WS-BAND-LOW + 9
004210     MOVE ZERO TO WS-BAND-COUNT
004220     MOVE ZERO TO WS-BAND-PRIOR-COUNT
004230     PERFORM 2760-ADD-ONE-BAND-SLOT
004240         THRU 2760-EXIT
004250         VARYING V FROM WS-BAND-LOW BY 1
004260         UNTIL V > WS-BAND-HIGH
004270     MOVE WS-BAND-LOW   TO WS-BND-LOW
004280     MOVE WS-BAND-HIGH  TO WS-BND-HIGH
004290     MOVE WS-BAND-COUNT TO WS-BND-COUNT
004300     IF WS-READ-COUNT > ZERO
004310         COMPUTE WS-BAND-PCT ROUNDED =
004320             (WS-BAND-COUNT * 100) / WS-READ-COUNT
004330     ELSE
004340         MOVE ZERO TO WS-BAND-PCT
004350     END-IF
004360     MOVE WS-BAND-PCT         TO WS-BND-PCT
004370     MOVE WS-BAND-PRIOR-COUNT TO WS-BND-PRIOR
004380     MOVE WS-BAND-DETAIL      TO DIST-RECORD
004390     PERFORM 6000-WRITE-DIST-LINE
004400     .
004410 2750-EXIT.
004420     EXIT
004430     .
004440
004450 2760-ADD-ONE-BAND-SLOT.
004460     COMPUTE WS-VALUE-IX = V + 1
004470     ADD WS-DIST-COUNT(WS-VALUE-IX)  TO WS-BAND-COUNT
004480     ADD WS-PRIOR-COUNT(WS-VALUE-IX) TO WS-BAND-PRIOR-COUNT
004490     .
004500 2760-EXIT.
004510     EXIT
004520     .
004530
004540* 2800-SAVE-DISTRIBUTION REWRITES THE HISTORY FILE WITH THIS
004550* RUN'S COUNTS, ONE LINE PER VALUE, TO BECOME THE NEXT RUN'S
004560* COMPARISON COLUMN.
004570 2800-SAVE-DISTRIBUTION.
004580     OPEN OUTPUT DISTHIST
004590     IF NOT DISTHIST-STATUS-OK
004600         DISPLAY 'OPEN ERROR ON DISTHIST'
004610         DISPLAY 'FILE STATUS : ' DISTHIST-STATUS
004620         MOVE 12 TO RETURN-CODE
004630         STOP RUN
004640     END-IF
004650     PERFORM 2850-SAVE-ONE-VALUE
004660         THRU 2850-EXIT
004670         VARYING V FROM 0 BY 1
004680         UNTIL V > 99
004690     CLOSE DISTHIST
004700     IF NOT DISTHIST-STATUS-OK
004710         DISPLAY 'CLOSE ERROR ON DISTHIST'
004720         DISPLAY 'FILE STATUS : ' DISTHIST-STATUS
004730         MOVE 12 TO RETURN-CODE
004740         STOP RUN
004750     END-IF
004760     .
004770
004780 2850-SAVE-ONE-VALUE.
004790     COMPUTE WS-VALUE-IX = V + 1
004800     MOVE V TO WS-DSH-VALUE
004810     MOVE WS-DIST-COUNT(WS-VALUE-IX) TO WS-DSH-COUNT
004820     MOVE WS-DIST-HIST-LINE TO DISTHIST-RECORD
004830     WRITE DISTHIST-RECORD
004840     IF NOT DISTHIST-STATUS-OK
004850         DISPLAY 'WRITE ERROR ON DISTHIST'
004860         DISPLAY 'FILE STATUS : ' DISTHIST-STATUS
004870         MOVE 12 TO RETURN-CODE
004880         STOP RUN
004890     END-IF
004900     .
004910 2850-EXIT.
004920     EXIT
004930     .
004940
004950 3100-OPEN-DISTRPT.
004960     OPEN OUTPUT DISTRPT
004970     IF NOT DISTRPT-STATUS-OK
004980         DISPLAY 'OPEN ERROR ON DISTRPT'
004990         DISPLAY 'FILE STATUS : ' DISTRPT-STATUS
005000         MOVE 12 TO RETURN-CODE
005010         STOP RUN
005020     END-IF
005030     .
005040
005050 4000-READ-CALOUTPT.
005060     READ CALOUTPT
005070         AT END
005080             CONTINUE
005090          NOT AT END
005100             IF NOT CALOUTPT-STATUS-OK
005110                 DISPLAY 'READ ERROR ON CALOUTPT'
005120                 DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
005130                 MOVE 12 TO RETURN-CODE
005140                 STOP RUN
005150             END-IF
005160     END-READ
005170     .
005180
005190 4100-READ-DISTHIST.
005200     READ DISTHIST
005210         AT END
005220             CONTINUE
005230          NOT AT END
005240             IF NOT DISTHIST-STATUS-OK
005250                 DISPLAY 'READ ERROR ON DISTHIST'
005260                 DISPLAY 'FILE STATUS : ' DISTHIST-STATUS
005270                 MOVE 12 TO RETURN-CODE
005280                 STOP RUN
005290             END-IF
005300     END-READ
005310     .
005320
005330 4500-READ-CALCAT.
005340     READ CALCAT
005350         AT END
005360             CONTINUE
005370          NOT AT END
005380             IF NOT CALCAT-STATUS-OK
005390                 DISPLAY 'READ ERROR ON CALCAT'
005400                 DISPLAY 'FILE STATUS : ' CALCAT-STATUS
005410                 MOVE 12 TO RETURN-CODE
005420                 STOP RUN
005430             END-IF
005440     END-READ
005450     .
005460
005470 5100-CLOSE-DISTRPT.
005480     CLOSE DISTRPT
005490     IF NOT DISTRPT-STATUS-OK
005500         DISPLAY 'CLOSE ERROR ON DISTRPT'
005510         DISPLAY 'FILE STATUS : ' DISTRPT-STATUS
005520         MOVE 12 TO RETURN-CODE
005530         STOP RUN
005540     END-IF
005550     .
005560
005570 6000-WRITE-DIST-LINE.
005580     WRITE DIST-RECORD
005590     IF NOT DISTRPT-STATUS-OK
005600         DISPLAY 'WRITE ERROR ON DISTRPT'
005610         DISPLAY 'FILE STATUS : ' DISTRPT-STATUS
005620         MOVE 12 TO RETURN-CODE
005630         STOP RUN
005640     END-IF
005650     MOVE SPACES TO DIST-RECORD
005660     .
