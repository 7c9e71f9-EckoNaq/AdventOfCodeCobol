000260*                  ONE THE EXTRACT RUN JUST WROTE. WITHOUT A
000270*                  CATALOG THE FIXED AOC-CALOUTPT PATH IS USED
000280*                  UNCHANGED.
000290* 2026-10-15  RD   CALOUTPT RECORD WIDENED TO 218 BYTES FOR THE
000300*                  SUPPLIER ID NOW CARRIED ON CALOUT01.
000310* 2026-10-15  RD   AN AOC-CALMODE OVERRIDE IS NOW WRITTEN TO THE
000320*                  SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360
000370     SELECT CALOUTPT ASSIGN TO DYNAMIC WS-CALOUTPT-PATH
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CALOUTPT-STATUS.
000400
000410     SELECT CALCAT ASSIGN TO DYNAMIC WS-CALCAT-PATH
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CALCAT-STATUS.
000440
000450     SELECT TRENDLOG ASSIGN TO DYNAMIC WS-TRENDLOG-PATH
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS TRENDLOG-STATUS.
000480
000490     SELECT RECONRPT ASSIGN TO DYNAMIC WS-RECONRPT-PATH
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RECONRPT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550
000560 FD  CALOUTPT.
000570 01  CALOUTPT-RECORD             PIC X(218).
000580
000590 FD  CALCAT.
000600 01  CALCAT-RECORD               PIC X(248).
000610
000620 FD  TRENDLOG.
000630 01  TRENDLOG-RECORD             PIC X(240).
000640
000650 FD  RECONRPT.
000660 01  RECON-RECORD                PIC X(132).
000670
000680 WORKING-STORAGE SECTION.
000690
000700* RUN-TIME FILE ASSIGNMENT
000710 01  WS-CALOUTPT-PATH            PIC X(220).
000720 01  WS-DEFAULT-CALOUTPT-PATH    PIC X(200) VALUE
000730     'AOC20231201.CALOUT.FILE'.
000740 01  WS-CALCAT-PATH              PIC X(200).
000750 01  WS-DEFAULT-CALCAT-PATH      PIC X(200) VALUE
000760     'AOC20231201.CALCAT.FILE'.
000770 01  WS-TRENDLOG-PATH            PIC X(200).
000780 01  WS-DEFAULT-TRENDLOG-PATH    PIC X(200) VALUE
000790     'AOC20231201.TREND.LOG'.
000800 01  WS-RECONRPT-PATH            PIC X(200).
000810 01  WS-DEFAULT-RECONRPT-PATH    PIC X(200) VALUE
000820     'AOC20231201.RECON.RPT'.
000830
000840* FILE STATUS
000850 01  CALOUTPT-STATUS             PIC 9(02).
000860     88  CALOUTPT-STATUS-OK      VALUE 00.
000870     88  CALOUTPT-STATUS-EOF     VALUE 10.
000880 01  TRENDLOG-STATUS             PIC 9(02).
000890     88  TRENDLOG-STATUS-OK      VALUE 00.
000900     88  TRENDLOG-STATUS-EOF     VALUE 10.
000910 01  RECONRPT-STATUS             PIC 9(02).
000920     88  RECONRPT-STATUS-OK      VALUE 00.
000930 01  CALCAT-STATUS               PIC 9(02).
000940     88  CALCAT-STATUS-OK        VALUE 00.
000950     88  CALCAT-STATUS-EOF       VALUE 10.
000960
000970* CALIBRATION OUTPUT RECORD LAYOUT (SHARED WITH AOC-2023-12-01)
000980 COPY CALOUT01.
000990
001000* CALOUTPT GENERATION CATALOG (SHARED WITH AOC-2023-12-01). THE
001010* FEEDER THIS STEP READS IS RESOLVED FROM THE CATALOG INSTEAD
001020* OF A FIXED PATH; SEE 1100-RESOLVE-FEEDER-GENERATION.
001030 COPY CALCAT01.
001040 01  WS-GEN-FOUND-SW             PIC X(01) VALUE 'N'.
001050     88  WS-GEN-FOUND            VALUE 'Y'.
001060
001070* TRENDLOG LINE LAYOUT, AS WRITTEN BY 7000-WRITE-TRENDLOG-RECORD
001080* IN AOC-2023-12-01. THE LAST LINE ON THE LOG IS THE RUN THIS
001090* STEP RECONCILES AGAINST.
001100 01  WS-TREND-LINE.
001110     05  WS-TRD-RUN-DATE         PIC 9(08).
001120     05  FILLER                  PIC X(01).
001130     05  WS-TRD-INPUT-NAME       PIC X(200).
001140     05  FILLER                  PIC X(01).
001150     05  WS-TRD-REC-COUNT        PIC 9(06).
001160     05  FILLER                  PIC X(01).
001170     05  WS-TRD-ETALONNAGE-FINAL PIC 9(10).
001180     05  FILLER                  PIC X(01).
001190     05  WS-TRD-ETALONNAGE-FINAL-DIGITS PIC 9(10).
001200 01  WS-TREND-FOUND-SW           PIC X(01) VALUE 'N'.
001210     88  WS-TREND-FOUND          VALUE 'Y'.
001220
001230* CALIBRATION MODE OF THE RUN BEING RECONCILED. CALOUTPT
001240* ALWAYS CARRIES THE WORDS-DERIVED ETALONNAGE, BUT A DIGITS-
001250* MODE RUN LOGS ONLY ITS DIGITS TOTAL ON TRENDLOG, SO THERE IS
001260* NO WORDS FIGURE TO BALANCE THE FEEDER VALUE SUM AGAINST -
001270* FOR SUCH A RUN ONLY THE RECORD COUNT IS RECONCILED. THE
001280* SCHEDULER PASSES THE SAME AOC-CALMODE VALUE TO BOTH STEPS.
001290 01  WS-CALMODE-ENV              PIC X(06) VALUE SPACES.
001300 01  WS-CAL-MODE-SW              PIC X(01) VALUE 'W'.
001310     88  WS-CAL-MODE-DIGITS      VALUE 'D'.
001320     88  WS-CAL-MODE-WORDS       VALUE 'W'.
001330     88  WS-CAL-MODE-BOTH        VALUE 'B'.
001340
001350* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
001360* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
001370 01  WS-OVRD-PARM.
001380     05  WS-OVD-PROGRAM          PIC X(08).
001390     05  WS-OVD-NAME             PIC X(16).
001400     05  WS-OVD-VALUE            PIC X(30).
001410     05  WS-OVD-BUS-DATE         PIC 9(08).
001420     05  WS-OVD-SUPPLIER-ID      PIC X(03).
001430     05  WS-OVD-STATUS           PIC X(01).
001440
001450* RECONCILIATION WORK AREAS
001460 01  WS-RECON-REC-COUNT          PIC 9(06) VALUE ZERO.
001470 01  WS-RECON-TOTAL              PIC 9(10) VALUE ZERO.
001480 01  WS-DERIVED-ETALONNAGE       PIC 9(02) VALUE ZERO.
001490 01  WS-EXPECTED-REC-NO          PIC 9(06) VALUE ZERO.
001500 01  WS-ERROR-COUNT              PIC 9(06) VALUE ZERO.
001510 01  WS-FIRST-RECORD-SW          PIC X(01) VALUE 'Y'.
001520     88  WS-FIRST-RECORD         VALUE 'Y'.
001530
001540* RECONCILIATION REPORT LINE LAYOUTS
001550 01  WS-RECON-HEADING.
001560     05  FILLER                  PIC X(34) VALUE
001570         'CALOUTPT RECONCILIATION REPORT - '.
001580     05  WS-HDG-RUN-DATE         PIC 9(08).
001590 01  WS-RECON-DETAIL.
001600     05  WS-RCD-REC-NO           PIC 9(06).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  WS-RCD-REASON           PIC X(30).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  WS-RCD-EXPECTED         PIC 9(10).
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  WS-RCD-ACTUAL           PIC 9(10).
001670 01  WS-RECON-SUMMARY.
001680     05  WS-RCS-LABEL            PIC X(30).
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  WS-RCS-EXPECTED         PIC 9(10).
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  WS-RCS-ACTUAL           PIC 9(10).
001730
001740 PROCEDURE DIVISION.
001750
001760 0000-MAINLINE.
001770     DISPLAY 'CALRECON'
001780     PERFORM 1000-INITIALIZE
001790     PERFORM 2000-MAIN-PROCESSING
001800     IF WS-ERROR-COUNT > ZERO
001810         DISPLAY 'CALRECON OUT OF BALANCE - ERRORS :'
001820             WS-ERROR-COUNT
001830         MOVE 8 TO RETURN-CODE
001840     ELSE
001850         DISPLAY 'CALRECON IN BALANCE'
001860     END-IF
001870     STOP RUN
001880     .
001890
001900* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME FROM
001910* THE SAME AOC-CALOUTPT AND AOC-TRENDLOG ENVIRONMENT VARIABLES
001920* THE EXTRACT STEP USES, SO THE RECONCILIATION ALWAYS READS THE
001930* FILES THAT RUN ACTUALLY WROTE. FALLS BACK TO THE DEVELOPMENT
001940* DEFAULTS WHEN THE VARIABLES ARE NOT SET.
001950 1000-INITIALIZE.
001960     MOVE SPACES TO WS-CALOUTPT-PATH
001970     ACCEPT WS-CALOUTPT-PATH
001980         FROM ENVIRONMENT 'AOC-CALOUTPT'
001990     IF WS-CALOUTPT-PATH = SPACES
002000         MOVE WS-DEFAULT-CALOUTPT-PATH TO WS-CALOUTPT-PATH
002010     END-IF
002020
002030     MOVE SPACES TO WS-TRENDLOG-PATH
002040     ACCEPT WS-TRENDLOG-PATH
002050         FROM ENVIRONMENT 'AOC-TRENDLOG'
002060     IF WS-TRENDLOG-PATH = SPACES
002070         MOVE WS-DEFAULT-TRENDLOG-PATH TO WS-TRENDLOG-PATH
002080     END-IF
002090
002100     MOVE SPACES TO WS-RECONRPT-PATH
002110     ACCEPT WS-RECONRPT-PATH
002120         FROM ENVIRONMENT 'AOC-RECONRPT'
002130     IF WS-RECONRPT-PATH = SPACES
002140         MOVE WS-DEFAULT-RECONRPT-PATH TO WS-RECONRPT-PATH
002150     END-IF
002160
002170     MOVE SPACES TO WS-CALMODE-ENV
002180     ACCEPT WS-CALMODE-ENV
002190         FROM ENVIRONMENT 'AOC-CALMODE'
002200     EVALUATE WS-CALMODE-ENV
002210         WHEN 'DIGITS'
002220             SET WS-CAL-MODE-DIGITS TO TRUE
002230         WHEN 'BOTH'
002240             SET WS-CAL-MODE-BOTH TO TRUE
002250         WHEN OTHER
002260             SET WS-CAL-MODE-WORDS TO TRUE
002270     END-EVALUATE
002280*    THE STEP CARRIES NO BUSINESS DATE OF ITS OWN; A ZERO DATE IS
002290*    LOGGED AS THE RUN DATE.
002300     IF WS-CALMODE-ENV NOT = SPACES
002310         MOVE 'AOC-CALMODE'  TO WS-OVD-NAME
002320         MOVE WS-CALMODE-ENV TO WS-OVD-VALUE
002330         MOVE ZERO           TO WS-OVD-BUS-DATE
002340         MOVE SPACES         TO WS-OVD-SUPPLIER-ID
002350         PERFORM 1170-LOG-OVERRIDE
002360     END-IF
002370
002380     MOVE SPACES TO WS-CALCAT-PATH
002390     ACCEPT WS-CALCAT-PATH
002400         FROM ENVIRONMENT 'AOC-CALCAT'
002410     IF WS-CALCAT-PATH = SPACES
002420         MOVE WS-DEFAULT-CALCAT-PATH TO WS-CALCAT-PATH
002430     END-IF
002440
002450     PERFORM 1100-RESOLVE-FEEDER-GENERATION
002460     .
002470
002480* 1100-RESOLVE-FEEDER-GENERATION RESOLVES THE FEEDER THIS STEP
002490* READS FROM THE CALOUTPT GENERATION CATALOG: THE NEWEST
002500* GENERATION NOT YET PURGED IS THE ONE THE EXTRACT RUN THIS
002510* STEP FOLLOWS JUST WROTE. NO CATALOG AT ALL IS THE LEGACY
002520* SINGLE-FILE CHAIN AND THE FIXED PATH STANDS.
002530 1100-RESOLVE-FEEDER-GENERATION.
002540     OPEN INPUT CALCAT
002550     IF NOT CALCAT-STATUS-OK
002560         DISPLAY 'NO CALOUTPT CATALOG - USING FIXED FEEDER PATH'
002570     ELSE
002580         PERFORM 4500-READ-CALCAT
002590         PERFORM UNTIL CALCAT-STATUS-EOF
002600         OR NOT CALCAT-STATUS-OK
002610             MOVE CALCAT-RECORD TO CALOUTPT-CATALOG-RECORD
002620             IF NOT CAT-STATUS-PURGED
002630                 MOVE CAT-GEN-PATH TO WS-CALOUTPT-PATH
002640                 SET WS-GEN-FOUND TO TRUE
002650             END-IF
002660             PERFORM 4500-READ-CALCAT
002670         END-PERFORM
002680         CLOSE CALCAT
002690         IF WS-GEN-FOUND
002700             DISPLAY 'FEEDER GENERATION : '
002710                 WS-CALOUTPT-PATH(1:60)
002720         ELSE
002730             DISPLAY 'NO LIVE GENERATION ON CATALOG - USING '
002740                 'FIXED FEEDER PATH'
002750         END-IF
002760     END-IF
002770     .
002780
002790* 1170-LOG-OVERRIDE PUTS THE OVERRIDE IN WS-OVRD-PARM ON THE
002800* SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD. AN OVERRIDE THAT
002810* CANNOT BE AUDITED IS NOT TAKEN - A LOG THAT CANNOT BE WRITTEN
002820* ENDS THE RUN AS A FILE ERROR.
002830 1170-LOG-OVERRIDE.
002840     MOVE 'CALRECON' TO WS-OVD-PROGRAM
002850     CALL 'CALOVRD' USING WS-OVRD-PARM
002860     IF WS-OVD-STATUS NOT = '0'
002870         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
002880         MOVE 12 TO RETURN-CODE
002890         STOP RUN
002900     END-IF
002910     .
002920
002930 2000-MAIN-PROCESSING.
002940     PERFORM 3100-OPEN-RECONRPT
002950     PERFORM 2100-READ-TRENDLOG-LAST
002960     PERFORM 2500-PROCESS-CALOUTPT
002970     PERFORM 2600-BALANCE-TOTALS
002980     PERFORM 5100-CLOSE-RECONRPT
002990     .
003000
003010* 2100-READ-TRENDLOG-LAST READS THE WHOLE TREND LOG AND KEEPS
003020* THE LAST LINE, WHICH IS THE ONE APPENDED BY THE EXTRACT RUN
003030* THIS STEP FOLLOWS. ITS RECORD COUNT AND ETALONNAGE TOTAL ARE
003040* THE FIGURES CALOUTPT IS BALANCED AGAINST. A MISSING OR EMPTY
003050* TREND LOG IS ITSELF A RECONCILIATION ERROR - THERE IS THEN
003060* NOTHING TO PROVE THE FEEDER FILE AGAINST.
003070 2100-READ-TRENDLOG-LAST.
003080     OPEN INPUT TRENDLOG
003090     IF NOT TRENDLOG-STATUS-OK
003100         DISPLAY 'OPEN ERROR ON TRENDLOG'
003110         DISPLAY 'FILE STATUS : ' TRENDLOG-STATUS
003120         MOVE 12 TO RETURN-CODE
003130         STOP RUN
003140     END-IF
003150
003160     PERFORM 4100-READ-TRENDLOG
003170
003180     PERFORM UNTIL TRENDLOG-STATUS-EOF
003190     OR NOT TRENDLOG-STATUS-OK
003200
003210                 MOVE TRENDLOG-RECORD TO WS-TREND-LINE
003220                 SET WS-TREND-FOUND TO TRUE
003230
003240          PERFORM 4100-READ-TRENDLOG
003250
003260     END-PERFORM
003270
003280     CLOSE TRENDLOG
003290     IF NOT TRENDLOG-STATUS-OK
003300         DISPLAY 'CLOSE ERROR ON TRENDLOG'
003310         DISPLAY 'FILE STATUS : ' TRENDLOG-STATUS
003320         MOVE 12 TO RETURN-CODE
003330         STOP RUN
003340     END-IF
003350
003360     IF WS-TREND-FOUND
003370         MOVE WS-TRD-RUN-DATE TO WS-HDG-RUN-DATE
003380         MOVE WS-RECON-HEADING TO RECON-RECORD
003390         PERFORM 6000-WRITE-RECON-LINE
003400         DISPLAY 'RECONCILING RUN OF ' WS-TRD-RUN-DATE
003410     ELSE
003420         MOVE ZERO TO WS-HDG-RUN-DATE
003430         MOVE WS-RECON-HEADING TO RECON-RECORD
003440         PERFORM 6000-WRITE-RECON-LINE
003450         MOVE 'NO TRENDLOG LINE FOR RUN' TO RECON-RECORD
003460         PERFORM 6000-WRITE-RECON-LINE
003470         ADD 1 TO WS-ERROR-COUNT
003480     END-IF
003490     .
003500
003510* 2500-PROCESS-CALOUTPT READS EVERY CALOUT01 RECORD ON THE
003520* FEEDER FILE, RE-DERIVES THE ETALONNAGE FROM CAL-PRE-CHI AND
003530* CAL-DER-CHI, AND CHECKS THE CAL-REC-NO SEQUENCE. A TRUNCATED
003540* OR DOUBLE-APPENDED FILE SHOWS UP HERE AS A GAP OR DUPLICATE
003550* IN THE SEQUENCE EVEN WHEN THE GRAND TOTAL HAPPENS TO BALANCE.
003560 2500-PROCESS-CALOUTPT.
003570     OPEN INPUT CALOUTPT
003580     IF NOT CALOUTPT-STATUS-OK
003590         DISPLAY 'OPEN ERROR ON CALOUTPT'
003600         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
003610         MOVE 12 TO RETURN-CODE
003620         STOP RUN
003630     END-IF
003640
003650     PERFORM 4000-READ-CALOUTPT
003660
003670     PERFORM UNTIL CALOUTPT-STATUS-EOF
003680     OR NOT CALOUTPT-STATUS-OK
003690
003700                 MOVE CALOUTPT-RECORD
003710                     TO CALIBRATION-OUTPUT-RECORD
003720                 PERFORM 2550-CHECK-ONE-RECORD
003730
003740          PERFORM 4000-READ-CALOUTPT
003750
003760     END-PERFORM
003770
003780     CLOSE CALOUTPT
003790     IF NOT CALOUTPT-STATUS-OK
003800         DISPLAY 'CLOSE ERROR ON CALOUTPT'
003810         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
003820         MOVE 12 TO RETURN-CODE
003830         STOP RUN
003840     END-IF
003850     .
003860
003870* 2550-CHECK-ONE-RECORD APPLIES THE PER-RECORD EDITS: THE
003880* CARRIED ETALONNAGE MUST EQUAL CAL-PRE-CHI TIMES TEN PLUS
003890* CAL-DER-CHI, AND CAL-REC-NO MUST FOLLOW ON FROM THE PREVIOUS
003900* RECORD WITH NO GAP AND NO DUPLICATE. EVERY FAILURE WRITES A
003910* REPORT LINE AND COUNTS TOWARDS THE ERROR TOTAL.
003920 2550-CHECK-ONE-RECORD.
003930     ADD 1 TO WS-RECON-REC-COUNT
003940     ADD CAL-ETALONNAGE TO WS-RECON-TOTAL
003950
003960     COMPUTE WS-DERIVED-ETALONNAGE =
003970         (CAL-PRE-CHI * 10) + CAL-DER-CHI
003980     IF CAL-ETALONNAGE NOT = WS-DERIVED-ETALONNAGE
003990         MOVE CAL-REC-NO            TO WS-RCD-REC-NO
004000         MOVE 'ETALONNAGE MISMATCH'    TO WS-RCD-REASON
004010         MOVE WS-DERIVED-ETALONNAGE TO WS-RCD-EXPECTED
004020         MOVE CAL-ETALONNAGE        TO WS-RCD-ACTUAL
004030         MOVE WS-RECON-DETAIL       TO RECON-RECORD
004040         PERFORM 6000-WRITE-RECON-LINE
004050         ADD 1 TO WS-ERROR-COUNT
004060     END-IF
004070
004080     IF WS-FIRST-RECORD
004090         MOVE 'N' TO WS-FIRST-RECORD-SW
004100         IF CAL-REC-NO > 1
004110             MOVE CAL-REC-NO      TO WS-RCD-REC-NO
004120             MOVE 'GAP IN RECORD NUMBERS' TO WS-RCD-REASON
004130             MOVE 1               TO WS-RCD-EXPECTED
004140             MOVE CAL-REC-NO      TO WS-RCD-ACTUAL
004150             MOVE WS-RECON-DETAIL TO RECON-RECORD
004160             PERFORM 6000-WRITE-RECON-LINE
004170             ADD 1 TO WS-ERROR-COUNT
004180         END-IF
004190     ELSE
004200         EVALUATE TRUE
004210         WHEN CAL-REC-NO = WS-EXPECTED-REC-NO
004220             MOVE CAL-REC-NO         TO WS-RCD-REC-NO
004230             MOVE 'DUPLICATE RECORD NUMBER' TO WS-RCD-REASON
004240             MOVE WS-EXPECTED-REC-NO TO WS-RCD-EXPECTED
004250             MOVE CAL-REC-NO         TO WS-RCD-ACTUAL
004260             MOVE WS-RECON-DETAIL    TO RECON-RECORD
004270             PERFORM 6000-WRITE-RECON-LINE
004280             ADD 1 TO WS-ERROR-COUNT
004290         WHEN CAL-REC-NO < WS-EXPECTED-REC-NO
004300             MOVE CAL-REC-NO         TO WS-RCD-REC-NO
004310             MOVE 'RECORD NUMBER OUT OF ORDER' TO WS-RCD-REASON
004320             COMPUTE WS-RCD-EXPECTED =
004330                 WS-EXPECTED-REC-NO + 1
004340             MOVE CAL-REC-NO         TO WS-RCD-ACTUAL
004350             MOVE WS-RECON-DETAIL    TO RECON-RECORD
004360             PERFORM 6000-WRITE-RECON-LINE
004370             ADD 1 TO WS-ERROR-COUNT
004380         WHEN CAL-REC-NO > WS-EXPECTED-REC-NO + 1
004390             MOVE CAL-REC-NO      TO WS-RCD-REC-NO
004400             MOVE 'GAP IN RECORD NUMBERS' TO WS-RCD-REASON
004410             COMPUTE WS-RCD-EXPECTED =
004420                 WS-EXPECTED-REC-NO + 1
004430             MOVE CAL-REC-NO      TO WS-RCD-ACTUAL
004440             MOVE WS-RECON-DETAIL TO RECON-RECORD
004450             PERFORM 6000-WRITE-RECON-LINE
004460             ADD 1 TO WS-ERROR-COUNT
004470         WHEN OTHER
004480             CONTINUE
004490         END-EVALUATE
004500     END-IF
004510     MOVE CAL-REC-NO TO WS-EXPECTED-REC-NO
004520     .
004530
004540* 2600-BALANCE-TOTALS COMPARES THE RECORD COUNT AND ETALONNAGE
004550* SUM ACCUMULATED FROM CALOUTPT AGAINST THE COUNT AND TOTAL THE
004560* EXTRACT RUN REPORTED ON ITS TRENDLOG LINE, AND WRITES THE
004570* GRAND-TOTAL SECTION OF THE RECONCILIATION REPORT. IN DIGITS
004580* MODE THE TRENDLOG TOTAL IS THE DIGITS-ONLY FIGURE, WHICH THE
004590* FEEDER FILE DOES NOT CARRY, SO ONLY THE RECORD COUNT CAN BE
004600* BALANCED AND THE VALUE COMPARISON IS SKIPPED WITH A NOTE.
004610 2600-BALANCE-TOTALS.
004620     IF WS-TREND-FOUND
004630         IF WS-RECON-REC-COUNT NOT = WS-TRD-REC-COUNT
004640             MOVE 'RECORD COUNT OUT OF BALANCE'
004650                 TO WS-RCS-LABEL
004660             MOVE WS-TRD-REC-COUNT   TO WS-RCS-EXPECTED
004670             MOVE WS-RECON-REC-COUNT TO WS-RCS-ACTUAL
004680             MOVE WS-RECON-SUMMARY   TO RECON-RECORD
004690             PERFORM 6000-WRITE-RECON-LINE
004700             ADD 1 TO WS-ERROR-COUNT
004710         END-IF
004720         IF WS-CAL-MODE-DIGITS
004730             MOVE 'GRAND TOTAL NOT BALANCED - DIGITS MODE RUN'
004740                 TO RECON-RECORD
004750             PERFORM 6000-WRITE-RECON-LINE
004760         ELSE
004770             IF WS-RECON-TOTAL NOT = WS-TRD-ETALONNAGE-FINAL
004780                 MOVE 'GRAND TOTAL OUT OF BALANCE'
004790                     TO WS-RCS-LABEL
004800                 MOVE WS-TRD-ETALONNAGE-FINAL
004810                     TO WS-RCS-EXPECTED
004820                 MOVE WS-RECON-TOTAL   TO WS-RCS-ACTUAL
004830                 MOVE WS-RECON-SUMMARY TO RECON-RECORD
004840                 PERFORM 6000-WRITE-RECON-LINE
004850                 ADD 1 TO WS-ERROR-COUNT
004860             END-IF
004870         END-IF
004880     END-IF
004890
004900     MOVE 'RECORDS READ / ERRORS' TO WS-RCS-LABEL
004910     MOVE WS-RECON-REC-COUNT      TO WS-RCS-EXPECTED
004920     MOVE WS-ERROR-COUNT          TO WS-RCS-ACTUAL
004930     MOVE WS-RECON-SUMMARY        TO RECON-RECORD
004940     PERFORM 6000-WRITE-RECON-LINE
004950
004960     DISPLAY 'CALOUTPT RECORDS :' WS-RECON-REC-COUNT
004970     DISPLAY 'CALOUTPT TOTAL   :' WS-RECON-TOTAL
004980     .
004990
005000 3100-OPEN-RECONRPT.
005010     OPEN OUTPUT RECONRPT
005020     IF NOT RECONRPT-STATUS-OK
005030         DISPLAY 'OPEN ERROR ON RECONRPT'
005040         DISPLAY 'FILE STATUS : ' RECONRPT-STATUS
005050         MOVE 12 TO RETURN-CODE
005060         STOP RUN
005070     END-IF
005080     .
005090
005100 4000-READ-CALOUTPT.
005110     READ CALOUTPT
005120         AT END
005130             CONTINUE
005140          NOT AT END
005150             IF NOT CALOUTPT-STATUS-OK
005160                 DISPLAY 'READ ERROR ON CALOUTPT'
005170                 DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
005180                 MOVE 12 TO RETURN-CODE
005190                 STOP RUN
005200             END-IF
005210     END-READ
005220     .
005230
005240 4100-READ-TRENDLOG.
005250     READ TRENDLOG
005260         AT END
005270             CONTINUE
005280          NOT AT END
005290             IF NOT TRENDLOG-STATUS-OK
005300                 DISPLAY 'READ ERROR ON TRENDLOG'
005310                 DISPLAY 'FILE STATUS : ' TRENDLOG-STATUS
005320                 MOVE 12 TO RETURN-CODE
005330                 STOP RUN
005340             END-IF
005350     END-READ
005360     .
005370
005380 4500-READ-CALCAT.
005390     READ CALCAT
005400         AT END
005410             CONTINUE
005420          NOT AT END
005430             IF NOT CALCAT-STATUS-OK
005440                 DISPLAY 'READ ERROR ON CALCAT'
005450                 DISPLAY 'FILE STATUS : ' CALCAT-STATUS
005460                 MOVE 12 TO RETURN-CODE
005470                 STOP RUN
005480             END-IF
005490     END-READ
005500     .
005510
005520 5100-CLOSE-RECONRPT.
005530     CLOSE RECONRPT
005540     IF NOT RECONRPT-STATUS-OK
005550         DISPLAY 'CLOSE ERROR ON RECONRPT'
005560         DISPLAY 'FILE STATUS : ' RECONRPT-STATUS
005570         MOVE 12 TO RETURN-CODE
005580         STOP RUN
005590     END-IF
005600     .
005610
005620 6000-WRITE-RECON-LINE.
005630     WRITE RECON-RECORD
005640     IF NOT RECONRPT-STATUS-OK
005650         DISPLAY 'WRITE ERROR ON RECONRPT'
005660         DISPLAY 'FILE STATUS : ' RECONRPT-STATUS
005670         MOVE 12 TO RETURN-CODE
005680         STOP RUN
005690     END-IF
005700     MOVE SPACES TO RECON-RECORD
005710     .
