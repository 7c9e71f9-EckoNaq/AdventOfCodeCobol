000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALPMRG.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - MERGE-AND-BALANCE STEP FOR
000110*                  A PARTITIONED EXTRACT. ON MONTH-END AND
000120*                  CATCH-UP DAYS THE EXTRACT RUNS AS N PARALLEL
000130*                  PARTITIONS (AOC-PARTNO/AOC-PARTCOUNT), EACH
000140*                  WRITING ITS OWN CALOUTPT PARTITION, DETAIL
000150*                  AND EXCEPTION FILES AND A PARTITION CONTROL
000160*                  FILE (CALPRT01 LAYOUT). THIS STEP RUNS ONCE
000170*                  ALL PARTITIONS HAVE ENDED. IT CHECKS THAT
000180*                  EVERY PARTITION REPORTED IN CLEANLY FOR THE
000190*                  SAME DAY AND THAT THEIR RECORD RANGES TILE
000200*                  THE DAY, THEN CONCATENATES THE PARTITIONS IN
000210*                  ORDER INTO THE SINGLE CALOUTPT GENERATION,
000220*                  DETAIL REPORT AND EXCEPTION REPORT, CHECKING
000230*                  CAL-REC-NO RUNS IN ORIGINAL SEQUENCE. THE
000240*                  BALANCE REPORT (MRGRPT) PROVES EACH
000250*                  PARTITION'S RECORD COUNT, ETALONNAGE SUBTOTAL
000260*                  AND EXCEPTION COUNT AGAINST WHAT IT ACTUALLY
000270*                  WROTE, AND THE PARTITIONS' SUMS AGAINST THE
000280*                  MERGED TOTALS. ONLY A DAY THAT FOOTS IS
000290*                  CATALOGUED; THE STEP THEN WRITES THE DAY'S
000300*                  TREND LINE, RUN STATUS, SUPPLIER QUALITY
000310*                  LINES AND RUN-CONTROL REGISTER ENTRIES EXACTLY
000320*                  AS A SINGLE-STEP EXTRACT WOULD, SO CALGATE
000330*                  AND EVERY LATER STEP SEE AN ORDINARY DAY. A
000340*                  DAY THAT DOES NOT FOOT ENDS RC 8 WITH A
000350*                  CTL-ERROR RUN STATUS (OR THE WORST FAILED
000360*                  PARTITION'S OWN CODE), SO THE GATE HOLDS IT.
000370* 2026-10-15  RD   AN AOC-BUSDATE OR AOC-CALMODE OVERRIDE IS NOW
000380*                  WRITTEN TO THE SHARED OVERRIDE AUDIT LOG
000390*                  THROUGH CALOVRD.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430
000440     SELECT PARTCTL ASSIGN TO DYNAMIC WS-PARTCTL-PATH
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS PARTCTL-STATUS.
000470
000480     SELECT PARTOUT ASSIGN TO DYNAMIC WS-PARTOUT-PATH
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS PARTOUT-STATUS.
000510
000520     SELECT PARTDTL ASSIGN TO DYNAMIC WS-PARTDTL-PATH
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PARTDTL-STATUS.
000550
000560     SELECT PARTEXC ASSIGN TO DYNAMIC WS-PARTEXC-PATH
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS PARTEXC-STATUS.
000590
000600     SELECT CALOUTPT ASSIGN TO DYNAMIC WS-CALOUTPT-PATH
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS CALOUTPT-STATUS.
000630
000640     SELECT DETAILRPT ASSIGN TO DYNAMIC WS-DETAILRPT-PATH
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS DETAILRPT-STATUS.
000670
000680     SELECT EXCEPTRPT ASSIGN TO DYNAMIC WS-EXCEPTRPT-PATH
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS EXCEPTRPT-STATUS.
000710
000720     SELECT CALCAT ASSIGN TO DYNAMIC WS-CALCAT-PATH
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS CALCAT-STATUS.
000750
000760     SELECT TRENDLOG ASSIGN TO DYNAMIC WS-TRENDLOG-PATH
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS TRENDLOG-STATUS.
000790
000800     SELECT RUNSTAT ASSIGN TO DYNAMIC WS-RUNSTAT-PATH
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS RUNSTAT-STATUS.
000830
000840     SELECT RUNCTL ASSIGN TO DYNAMIC WS-RUNCTL-PATH
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS RUNCTL-STATUS.
000870
000880     SELECT SUPQLOG ASSIGN TO DYNAMIC WS-SUPQLOG-PATH
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS SUPQLOG-STATUS.
000910
000920     SELECT MRGRPT ASSIGN TO DYNAMIC WS-MRGRPT-PATH
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS MRGRPT-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980
000990 FD  PARTCTL.
001000 01  PARTCTL-RECORD              PIC X(292).
001010
001020 FD  PARTOUT.
001030 01  PARTOUT-RECORD              PIC X(218).
001040
001050 FD  PARTDTL.
001060 01  PARTDTL-RECORD              PIC X(220).
001070
001080 FD  PARTEXC.
001090 01  PARTEXC-RECORD              PIC X(214).
001100
001110 FD  CALOUTPT.
001120 01  CALOUTPT-RECORD             PIC X(218).
001130
001140 FD  DETAILRPT.
001150 01  DETAIL-RECORD               PIC X(220).
001160
001170 FD  EXCEPTRPT.
001180 01  EXCEPT-RECORD               PIC X(214).
001190
001200 FD  CALCAT.
001210 01  CALCAT-RECORD               PIC X(248).
001220
001230 FD  TRENDLOG.
001240 01  TRENDLOG-RECORD             PIC X(240).
001250
001260 FD  RUNSTAT.
001270 01  RUNSTAT-RECORD              PIC X(266).
001280
001290 FD  RUNCTL.
001300 01  RUNCTL-RECORD               PIC X(230).
001310
001320 FD  SUPQLOG.
001330 01  SUPQLOG-RECORD              PIC X(80).
001340
001350 FD  MRGRPT.
001360 01  MRG-RECORD                  PIC X(132).
001370
001380 WORKING-STORAGE SECTION.
001390
001400* RUN-TIME FILE ASSIGNMENT. THE PARTITION FILE NAMES ARE BUILT
001410* FROM THE SAME BASE NAMES THE EXTRACT PARTITIONS RAN WITH, AS
001420* 1250-SET-PARTITION-PATHS IN AOC-2023-12-01 BUILDS THEM.
001430 01  WS-PARTCTL-PATH             PIC X(200).
001440 01  WS-PARTCTL-BASE-PATH        PIC X(200).
001450 01  WS-DEFAULT-PARTCTL-PATH     PIC X(200) VALUE
001460     'AOC20231201.PARTCTL.FILE'.
001470 01  WS-PARTOUT-PATH             PIC X(220).
001480 01  WS-PARTDTL-PATH             PIC X(200).
001490 01  WS-PARTEXC-PATH             PIC X(200).
001500 01  WS-CALOUTPT-PATH            PIC X(220).
001510 01  WS-CALOUTPT-BASE-PATH       PIC X(200).
001520 01  WS-DEFAULT-CALOUTPT-PATH    PIC X(200) VALUE
001530     'AOC20231201.CALOUT.FILE'.
001540 01  WS-DETAILRPT-PATH           PIC X(200).
001550 01  WS-DEFAULT-DETAILRPT-PATH   PIC X(200) VALUE
001560     'AOC20231201.DETAIL.RPT'.
001570 01  WS-EXCEPTRPT-PATH           PIC X(200).
001580 01  WS-DEFAULT-EXCEPTRPT-PATH   PIC X(200) VALUE
001590     'AOC20231201.EXCEPT.RPT'.
001600 01  WS-CALCAT-PATH              PIC X(200).
001610 01  WS-DEFAULT-CALCAT-PATH      PIC X(200) VALUE
001620     'AOC20231201.CALCAT.FILE'.
001630 01  WS-TRENDLOG-PATH            PIC X(200).
001640 01  WS-DEFAULT-TRENDLOG-PATH    PIC X(200) VALUE
001650     'AOC20231201.TREND.LOG'.
001660 01  WS-RUNSTAT-PATH             PIC X(200).
001670 01  WS-DEFAULT-RUNSTAT-PATH     PIC X(200) VALUE
001680     'AOC20231201.RUNSTAT.FILE'.
001690 01  WS-RUNCTL-PATH              PIC X(200).
001700 01  WS-DEFAULT-RUNCTL-PATH      PIC X(200) VALUE
001710     'AOC20231201.RUNCTL.FILE'.
001720 01  WS-SUPQLOG-PATH             PIC X(200).
001730 01  WS-DEFAULT-SUPQLOG-PATH     PIC X(200) VALUE
001740     'AOC20231201.SUPQ.LOG'.
001750 01  WS-MRGRPT-PATH              PIC X(200).
001760 01  WS-DEFAULT-MRGRPT-PATH      PIC X(200) VALUE
001770     'AOC20231201.MERGE.RPT'.
001780
001790* FILE STATUS
001800 01  PARTCTL-STATUS              PIC 9(02).
001810     88  PARTCTL-STATUS-OK       VALUE 00.
001820     88  PARTCTL-STATUS-EOF      VALUE 10.
001830 01  PARTOUT-STATUS              PIC 9(02).
001840     88  PARTOUT-STATUS-OK       VALUE 00.
001850     88  PARTOUT-STATUS-EOF      VALUE 10.
001860 01  PARTDTL-STATUS              PIC 9(02).
001870     88  PARTDTL-STATUS-OK       VALUE 00.
001880     88  PARTDTL-STATUS-EOF      VALUE 10.
001890 01  PARTEXC-STATUS              PIC 9(02).
001900     88  PARTEXC-STATUS-OK       VALUE 00.
001910     88  PARTEXC-STATUS-EOF      VALUE 10.
001920 01  CALOUTPT-STATUS             PIC 9(02).
001930     88  CALOUTPT-STATUS-OK      VALUE 00.
001940 01  DETAILRPT-STATUS            PIC 9(02).
001950     88  DETAILRPT-STATUS-OK     VALUE 00.
001960 01  EXCEPTRPT-STATUS            PIC 9(02).
001970     88  EXCEPTRPT-STATUS-OK     VALUE 00.
001980 01  CALCAT-STATUS               PIC 9(02).
001990     88  CALCAT-STATUS-OK        VALUE 00.
002000     88  CALCAT-STATUS-EOF       VALUE 10.
002010 01  TRENDLOG-STATUS             PIC 9(02).
002020     88  TRENDLOG-STATUS-OK      VALUE 00.
002030 01  RUNSTAT-STATUS              PIC 9(02).
002040     88  RUNSTAT-STATUS-OK       VALUE 00.
002050 01  RUNCTL-STATUS               PIC 9(02).
002060     88  RUNCTL-STATUS-OK        VALUE 00.
002070 01  SUPQLOG-STATUS              PIC 9(02).
002080     88  SUPQLOG-STATUS-OK       VALUE 00.
002090 01  MRGRPT-STATUS               PIC 9(02).
002100     88  MRGRPT-STATUS-OK        VALUE 00.
002110
002120* EXPECTED BUSINESS DATE OF THE DAY BEING MERGED. THE SCHEDULER
002130* PASSES THE SAME AOC-BUSDATE THE PARTITIONS RAN WITH; WITHOUT
002140* IT THE CALENDAR RULE OF THE EXTRACT APPLIES.
002150 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002160 01  WS-BUSDATE-ENV              PIC X(08) VALUE SPACES.
002170 01  WS-EXPECTED-BUSDATE         PIC 9(08) VALUE ZERO.
002180
002190* PROCESSING-CALENDAR CALL BLOCK FOR CALBDATE, WHICH RESOLVES
002200* BUSINESS DATES FROM THE SHARED AOC-CALENDAR FILE.
002210 01  WS-BDATE-PARM.
002220     05  WS-BDT-FUNCTION         PIC X(01).
002230     05  WS-BDT-BASE-DATE        PIC 9(08).
002240     05  WS-BDT-RESULT-DATE      PIC 9(08).
002250     05  WS-BDT-STATUS           PIC X(01).
002260
002270* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
002280* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
002290 01  WS-OVRD-PARM.
002300     05  WS-OVD-PROGRAM          PIC X(08).
002310     05  WS-OVD-NAME             PIC X(16).
002320     05  WS-OVD-VALUE            PIC X(30).
002330     05  WS-OVD-BUS-DATE         PIC 9(08).
002340     05  WS-OVD-SUPPLIER-ID      PIC X(03).
002350     05  WS-OVD-STATUS           PIC X(01).
002360
002370* CALIBRATION MODE OF THE DAY. AOC-CALMODE IS THE DEFAULT; THE
002380* MODE PARTITION 1 RAN WITH REPLACES IT ONCE ITS TOTAL LINE IS
002390* READ, SO THE HEADLINE TOTAL IS THE ONE THE EXTRACT CHOSE.
002400 01  WS-CALMODE-ENV              PIC X(06) VALUE SPACES.
002410 01  WS-CAL-MODE-SW              PIC X(01) VALUE 'W'.
002420     88  WS-CAL-MODE-DIGITS      VALUE 'D'.
002430     88  WS-CAL-MODE-WORDS       VALUE 'W'.
002440     88  WS-CAL-MODE-BOTH        VALUE 'B'.
002450
002460* PARTITION COUNT OF THE DAY (AOC-PARTCOUNT, AS GIVEN TO EVERY
002470* PARTITION) AND ONE TABLE ENTRY PER PARTITION: THE FIGURES IT
002480* REPORTED ON ITS TOTAL LINE, AND THE FIGURES COUNTED BACK
002490* FROM WHAT IT ACTUALLY WROTE WHILE IT IS MERGED.
002500 01  WS-PARTCOUNT-ENV            PIC X(02) VALUE SPACES.
002510 01  WS-PART-COUNT               PIC 9(02) VALUE ZERO.
002520 01  WS-PART-MAX                 PIC 9(02) VALUE 20.
002530 01  P                           PIC 9(02) VALUE ZERO.
002540 01  WS-PREV-P                   PIC 9(02) VALUE ZERO.
002550 01  WS-PART-SUFFIX              PIC X(04) VALUE SPACES.
002560 01  WS-PART-TABLE.
002570     05  WS-PART-ENTRY OCCURS 20 TIMES.
002580         10  WS-PT-TOTAL-SW      PIC X(01).
002590             88  WS-PT-REPORTED  VALUE 'Y'.
002600         10  WS-PT-FILE-LINES    PIC 9(03).
002610         10  WS-PT-CAL-MODE      PIC X(01).
002620         10  WS-PT-FROM-REC-NO   PIC 9(06).
002630         10  WS-PT-TO-REC-NO     PIC 9(06).
002640         10  WS-PT-DAY-REC-COUNT PIC 9(06).
002650         10  WS-PT-REC-COUNT     PIC 9(06).
002660         10  WS-PT-EXCEPT-COUNT  PIC 9(06).
002670         10  WS-PT-ETALONNAGE    PIC 9(10).
002680         10  WS-PT-ETALONNAGE-DIGITS PIC 9(10).
002690         10  WS-PT-STATUS        PIC X(10).
002700         10  WS-PT-RETURN-CODE   PIC 9(02).
002710         10  WS-PT-OUT-COUNT     PIC 9(06).
002720         10  WS-PT-OUT-SUM       PIC 9(10).
002730         10  WS-PT-DTL-COUNT     PIC 9(06).
002740         10  WS-PT-EXC-COUNT     PIC 9(06).
002750
002760* INPUT FILES OF THE DAY, IN FILELIST ORDER, FROM PARTITION 1'S
002770* FILE LINES. WS-FT-LAST-REC-NO IS THE CAL-REC-NO OF THE FILE'S
002780* LAST DATA RECORD, SO A MERGED RECORD OR EXCEPTION LINE IS
002790* ATTRIBUTED BACK TO ITS FILE BY RECORD NUMBER.
002800 01  WS-FILE-MAX                 PIC 9(03) VALUE 500.
002810 01  WS-FILE-COUNT               PIC 9(03) VALUE ZERO.
002820 01  F                           PIC 9(03) VALUE ZERO.
002830 01  WS-OUT-FILE-IX              PIC 9(03) VALUE ZERO.
002840 01  WS-EXC-FILE-IX              PIC 9(03) VALUE ZERO.
002850 01  WS-FILE-REC-TOTAL           PIC 9(06) VALUE ZERO.
002860 01  WS-FILE-TABLE.
002870     05  WS-FILE-ENTRY OCCURS 500 TIMES.
002880         10  WS-FT-PATH          PIC X(200).
002890         10  WS-FT-SUPPLIER-ID   PIC X(03).
002900         10  WS-FT-REC-COUNT     PIC 9(06).
002910         10  WS-FT-CTL-FAIL      PIC X(01).
002920         10  WS-FT-LATE          PIC X(01).
002930         10  WS-FT-OUT-OF-SEQ    PIC X(01).
002940         10  WS-FT-REGISTERED    PIC X(01).
002950         10  WS-FT-LAST-REC-NO   PIC 9(06).
002960         10  WS-FT-EXCEPT-COUNT  PIC 9(06).
002970         10  WS-FT-SUBTOTAL      PIC 9(10).
002980
002990* DAY-LEVEL FIGURES: FROM PARTITION 1'S TOTAL LINE, SUMMED
003000* ACROSS THE PARTITIONS' TOTAL LINES, AND COUNTED FROM THE
003010* MERGED FILES.
003020 01  WS-DAY-REC-COUNT            PIC 9(06) VALUE ZERO.
003030 01  WS-DAY-INPUT-NAME           PIC X(200) VALUE SPACES.
003040 01  WS-DAY-FILELIST-SW          PIC X(01) VALUE 'N'.
003050     88  WS-DAY-USED-FILELIST    VALUE 'Y'.
003060 01  WS-SUM-REC-COUNT            PIC 9(06) VALUE ZERO.
003070 01  WS-SUM-EXCEPT-COUNT         PIC 9(06) VALUE ZERO.
003080 01  WS-SUM-ETALONNAGE           PIC 9(10) VALUE ZERO.
003090 01  WS-SUM-ETALONNAGE-DIGITS    PIC 9(10) VALUE ZERO.
003100 01  WS-MRG-REC-COUNT            PIC 9(06) VALUE ZERO.
003110 01  WS-MRG-DTL-COUNT            PIC 9(06) VALUE ZERO.
003120 01  WS-MRG-EXC-COUNT            PIC 9(06) VALUE ZERO.
003130 01  WS-MRG-ETALONNAGE           PIC 9(10) VALUE ZERO.
003140 01  WS-NEXT-REC-NO              PIC 9(06) VALUE ZERO.
003150 01  WS-SEQ-BREAK-COUNT          PIC 9(06) VALUE ZERO.
003160 01  WS-EXC-REC-NO               PIC 9(06) VALUE ZERO.
003170
003180* CONDITION CODE AND COMPLETION STATUS, AS THE EXTRACT SETS
003190* THEM: 0 CLEAN, 4 EXCEPTIONS, 8 CONTROL FAILURE, 12 FILE I/O
003200* ERROR - OR THE CODE OF THE WORST PARTITION THAT FAILED.
003210 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
003220 01  WS-RST-STATUS-HOLD          PIC X(10) VALUE SPACES.
003230 01  WS-BREAK-COUNT              PIC 9(03) VALUE ZERO.
003240 01  WS-CHECK-EXPECTED           PIC 9(10) VALUE ZERO.
003250 01  WS-CHECK-ACTUAL             PIC 9(10) VALUE ZERO.
003260
003270* THE EXTRACT RUN-STATUS LINE, AS WRITTEN BY 8000-WRITE-RUN-
003280* STATUS IN AOC-2023-12-01.
003290 01  WS-RUNSTAT-LINE.
003300     05  WS-RST-RUN-DATE         PIC 9(08).
003310     05  FILLER                  PIC X(01) VALUE SPACE.
003320     05  WS-RST-MODE             PIC X(06).
003330     05  FILLER                  PIC X(01) VALUE SPACE.
003340     05  WS-RST-INPUT-NAME       PIC X(200).
003350     05  FILLER                  PIC X(01) VALUE SPACE.
003360     05  WS-RST-REC-COUNT        PIC 9(06).
003370     05  FILLER                  PIC X(01) VALUE SPACE.
003380     05  WS-RST-EXCEPT-COUNT     PIC 9(06).
003390     05  FILLER                  PIC X(01) VALUE SPACE.
003400     05  WS-RST-ETALONNAGE-FINAL PIC 9(10).
003410     05  FILLER                  PIC X(01) VALUE SPACE.
003420     05  WS-RST-ETALONNAGE-FINAL-DIGITS PIC 9(10).
003430     05  FILLER                  PIC X(01) VALUE SPACE.
003440     05  WS-RST-STATUS           PIC X(10).
003450     05  FILLER                  PIC X(01) VALUE SPACE.
003460     05  WS-RST-RETURN-CODE      PIC 9(02).
003470
003480* TRENDLOG LINE LAYOUT, AS WRITTEN BY 7000-WRITE-TRENDLOG-
003490* RECORD IN AOC-2023-12-01.
003500 01  WS-TREND-LINE.
003510     05  WS-TRD-RUN-DATE         PIC 9(08).
003520     05  FILLER                  PIC X(01) VALUE SPACE.
003530     05  WS-TRD-INPUT-NAME       PIC X(200).
003540     05  FILLER                  PIC X(01) VALUE SPACE.
003550     05  WS-TRD-REC-COUNT        PIC 9(06).
003560     05  FILLER                  PIC X(01) VALUE SPACE.
003570     05  WS-TRD-ETALONNAGE-FINAL PIC 9(10).
003580     05  FILLER                  PIC X(01) VALUE SPACE.
003590     05  WS-TRD-ETALONNAGE-FINAL-DIGITS PIC 9(10).
003600
003610* RUN-CONTROL REGISTER LINE, AS WRITTEN BY 2190-REGISTER-FILE
003620* IN AOC-2023-12-01.
003630 01  WS-RUNCTL-LINE.
003640     05  WS-RCT-PATH             PIC X(200).
003650     05  FILLER                  PIC X(01) VALUE SPACE.
003660     05  WS-RCT-DATE             PIC 9(08).
003670     05  FILLER                  PIC X(01) VALUE SPACE.
003680     05  WS-RCT-COUNT            PIC 9(06).
003690     05  FILLER                  PIC X(01) VALUE SPACE.
003700     05  WS-RCT-SUBTOTAL         PIC 9(10).
003710
003720* CALIBRATION OUTPUT RECORD LAYOUT (SHARED WITH DOWNSTREAM JOBS)
003730 COPY CALOUT01.
003740
003750* CALOUTPT GENERATION CATALOG (SHARED WITH DOWNSTREAM JOBS)
003760 COPY CALCAT01.
003770 01  WS-GEN-CYCLE-NO             PIC 9(02) VALUE ZERO.
003780
003790* SUPPLIER QUALITY LOG LINE (SHARED WITH CALEDIT AND CALSCRD)
003800 COPY SUPQ01.
003810
003820* PARTITION CONTROL LINE (SHARED WITH AOC-2023-12-01)
003830 COPY CALPRT01.
003840
003850* MERGE BALANCE REPORT LINE LAYOUTS
003860 01  WS-MRG-HEADING.
003870     05  FILLER                  PIC X(36) VALUE
003880         'EXTRACT PARTITION MERGE AND BALANCE '.
003890     05  WS-HDG-BUSDATE          PIC 9(08).
003900     05  FILLER                  PIC X(13) VALUE
003910         '  PARTITIONS '.
003920     05  WS-HDG-PART-COUNT       PIC 9(02).
003930 01  WS-MRG-PART-LINE.
003940     05  FILLER                  PIC X(10) VALUE 'PARTITION '.
003950     05  WS-MPL-PART-NO          PIC 9(02).
003960     05  FILLER                  PIC X(09) VALUE ' RECORDS '.
003970     05  WS-MPL-FROM-REC-NO      PIC 9(06).
003980     05  FILLER                  PIC X(03) VALUE ' - '.
003990     05  WS-MPL-TO-REC-NO        PIC 9(06).
004000     05  FILLER                  PIC X(12) VALUE
004010         ' ETALONNAGE '.
004020     05  WS-MPL-ETALONNAGE       PIC 9(10).
004030     05  FILLER                  PIC X(12) VALUE
004040         ' EXCEPTIONS '.
004050     05  WS-MPL-EXCEPT-COUNT     PIC 9(06).
004060     05  FILLER                  PIC X(01) VALUE SPACE.
004070     05  WS-MPL-STATUS           PIC X(10).
004080     05  FILLER                  PIC X(04) VALUE ' RC '.
004090     05  WS-MPL-RETURN-CODE      PIC 9(02).
004100 01  WS-MRG-CHECK-LINE.
004110     05  WS-CHK-LABEL            PIC X(40).
004120     05  FILLER                  PIC X(01) VALUE SPACE.
004130     05  WS-CHK-EXPECTED         PIC 9(10).
004140     05  FILLER                  PIC X(01) VALUE SPACE.
004150     05  WS-CHK-ACTUAL           PIC 9(10).
004160     05  FILLER                  PIC X(01) VALUE SPACE.
004170     05  WS-CHK-VERDICT          PIC X(05).
004180 01  WS-PART-CHECK-LABEL.
004190     05  FILLER                  PIC X(10) VALUE 'PARTITION '.
004200     05  WS-PCL-PART-NO          PIC 9(02).
004210     05  FILLER                  PIC X(01) VALUE SPACE.
004220     05  WS-PCL-TEXT             PIC X(27).
004230 01  WS-MRG-TOTAL-LINE.
004240     05  WS-TOT-LABEL            PIC X(40).
004250     05  FILLER                  PIC X(01) VALUE SPACE.
004260     05  WS-TOT-VALUE            PIC 9(10).
004270 01  WS-MRG-TEXT-LINE.
004280     05  FILLER                  PIC X(10) VALUE 'PARTITION '.
004290     05  WS-MTL-PART-NO          PIC 9(02).
004300     05  FILLER                  PIC X(01) VALUE SPACE.
004310     05  WS-MTL-TEXT             PIC X(119).
004320
004330 PROCEDURE DIVISION.
004340
004350 0000-MAINLINE.
004360     DISPLAY 'CALPMRG'
004370     PERFORM 1000-INITIALIZE
004380     PERFORM 2000-MAIN-PROCESSING
004390     IF WS-BREAK-COUNT > ZERO
004400         IF WS-RETURN-CODE < 8
004410             MOVE 8 TO WS-RETURN-CODE
004420             MOVE 'CTL-ERROR' TO WS-RST-STATUS-HOLD
004430         END-IF
004440         DISPLAY 'CALPMRG PARTITIONS DO NOT FOOT - BREAKS :'
004450             WS-BREAK-COUNT
004460     ELSE
004470         PERFORM 7500-WRITE-CATALOG-ENTRY
004480         PERFORM 7600-WRITE-SUPPLIER-STATS
004490         IF WS-DAY-USED-FILELIST
004500             PERFORM 7700-REGISTER-FILES
004510         END-IF
004520         PERFORM 7000-WRITE-TRENDLOG-RECORD
004530         IF WS-MRG-EXC-COUNT > ZERO
004540             MOVE 4 TO WS-RETURN-CODE
004550             MOVE 'EXCEPTIONS' TO WS-RST-STATUS-HOLD
004560         ELSE
004570             MOVE ZERO TO WS-RETURN-CODE
004580             MOVE 'CLEAN' TO WS-RST-STATUS-HOLD
004590         END-IF
004600         DISPLAY 'CALPMRG PARTITIONS FOOT - DAY RELEASED'
004610     END-IF
004620     PERFORM 8000-WRITE-RUN-STATUS
004630     MOVE WS-RETURN-CODE TO RETURN-CODE
004640     STOP RUN
004650     .
004660
004670* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS, THE PARTITION
004680* COUNT, THE CALIBRATION MODE AND THE EXPECTED BUSINESS DATE
004690* FROM THE SAME ENVIRONMENT VARIABLES THE EXTRACT PARTITIONS
004700* RAN WITH, FALLING BACK TO THE DEVELOPMENT DEFAULTS.
004710 1000-INITIALIZE.
004720     MOVE SPACES TO WS-PARTCTL-BASE-PATH
004730     ACCEPT WS-PARTCTL-BASE-PATH
004740         FROM ENVIRONMENT 'AOC-PARTCTL'
004750     IF WS-PARTCTL-BASE-PATH = SPACES
004760         MOVE WS-DEFAULT-PARTCTL-PATH TO WS-PARTCTL-BASE-PATH
004770     END-IF
004780
004790     MOVE SPACES TO WS-CALOUTPT-BASE-PATH
004800     ACCEPT WS-CALOUTPT-BASE-PATH
004810         FROM ENVIRONMENT 'AOC-CALOUTPT'
004820     IF WS-CALOUTPT-BASE-PATH = SPACES
004830         MOVE WS-DEFAULT-CALOUTPT-PATH
004840             TO WS-CALOUTPT-BASE-PATH
004850     END-IF
004860
004870     MOVE SPACES TO WS-DETAILRPT-PATH
004880     ACCEPT WS-DETAILRPT-PATH
004890         FROM ENVIRONMENT 'AOC-DETAILRPT'
004900     IF WS-DETAILRPT-PATH = SPACES
004910         MOVE WS-DEFAULT-DETAILRPT-PATH TO WS-DETAILRPT-PATH
004920     END-IF
004930
004940     MOVE SPACES TO WS-EXCEPTRPT-PATH
004950     ACCEPT WS-EXCEPTRPT-PATH
004960         FROM ENVIRONMENT 'AOC-EXCEPTRPT'
004970     IF WS-EXCEPTRPT-PATH = SPACES
004980         MOVE WS-DEFAULT-EXCEPTRPT-PATH TO WS-EXCEPTRPT-PATH
004990     END-IF
005000
005010     MOVE SPACES TO WS-CALCAT-PATH
005020     ACCEPT WS-CALCAT-PATH
005030         FROM ENVIRONMENT 'AOC-CALCAT'
005040     IF WS-CALCAT-PATH = SPACES
005050         MOVE WS-DEFAULT-CALCAT-PATH TO WS-CALCAT-PATH
005060     END-IF
005070
005080     MOVE SPACES TO WS-TRENDLOG-PATH
005090     ACCEPT WS-TRENDLOG-PATH
005100         FROM ENVIRONMENT 'AOC-TRENDLOG'
005110     IF WS-TRENDLOG-PATH = SPACES
005120         MOVE WS-DEFAULT-TRENDLOG-PATH TO WS-TRENDLOG-PATH
005130     END-IF
005140
005150     MOVE SPACES TO WS-RUNSTAT-PATH
005160     ACCEPT WS-RUNSTAT-PATH
005170         FROM ENVIRONMENT 'AOC-RUNSTAT'
005180     IF WS-RUNSTAT-PATH = SPACES
005190         MOVE WS-DEFAULT-RUNSTAT-PATH TO WS-RUNSTAT-PATH
005200     END-IF
005210
005220     MOVE SPACES TO WS-RUNCTL-PATH
005230     ACCEPT WS-RUNCTL-PATH
005240         FROM ENVIRONMENT 'AOC-RUNCTL'
005250     IF WS-RUNCTL-PATH = SPACES
005260         MOVE WS-DEFAULT-RUNCTL-PATH TO WS-RUNCTL-PATH
005270     END-IF
005280
005290     MOVE SPACES TO WS-SUPQLOG-PATH
005300     ACCEPT WS-SUPQLOG-PATH
005310         FROM ENVIRONMENT 'AOC-SUPQLOG'
005320     IF WS-SUPQLOG-PATH = SPACES
005330         MOVE WS-DEFAULT-SUPQLOG-PATH TO WS-SUPQLOG-PATH
005340     END-IF
005350
005360     MOVE SPACES TO WS-MRGRPT-PATH
005370     ACCEPT WS-MRGRPT-PATH
005380         FROM ENVIRONMENT 'AOC-MRGRPT'
005390     IF WS-MRGRPT-PATH = SPACES
005400         MOVE WS-DEFAULT-MRGRPT-PATH TO WS-MRGRPT-PATH
005410     END-IF
005420
005430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005440     MOVE SPACES TO WS-BUSDATE-ENV
005450     ACCEPT WS-BUSDATE-ENV
005460         FROM ENVIRONMENT 'AOC-BUSDATE'
005470     IF WS-BUSDATE-ENV NOT = SPACES
005480         MOVE WS-BUSDATE-ENV TO WS-EXPECTED-BUSDATE
005490         MOVE 'AOC-BUSDATE'  TO WS-OVD-NAME
005500         MOVE WS-BUSDATE-ENV TO WS-OVD-VALUE
005510         MOVE WS-EXPECTED-BUSDATE TO WS-OVD-BUS-DATE
005520         MOVE SPACES         TO WS-OVD-SUPPLIER-ID
005530         PERFORM 1170-LOG-OVERRIDE
005540     ELSE
005550         PERFORM 1150-RESOLVE-CALENDAR-BUSDATE
005560     END-IF
005570     DISPLAY 'MERGING BUSINESS DATE : ' WS-EXPECTED-BUSDATE
005580
005590     MOVE SPACES TO WS-CALMODE-ENV
005600     ACCEPT WS-CALMODE-ENV
005610         FROM ENVIRONMENT 'AOC-CALMODE'
005620     EVALUATE WS-CALMODE-ENV
005630         WHEN 'DIGITS'
005640             SET WS-CAL-MODE-DIGITS TO TRUE
005650         WHEN 'BOTH'
005660             SET WS-CAL-MODE-BOTH TO TRUE
005670         WHEN OTHER
005680             SET WS-CAL-MODE-WORDS TO TRUE
005690     END-EVALUATE
005700     IF WS-CALMODE-ENV NOT = SPACES
005710         MOVE 'AOC-CALMODE'  TO WS-OVD-NAME
005720         MOVE WS-CALMODE-ENV TO WS-OVD-VALUE
005730         MOVE WS-EXPECTED-BUSDATE TO WS-OVD-BUS-DATE
005740         MOVE SPACES         TO WS-OVD-SUPPLIER-ID
005750         PERFORM 1170-LOG-OVERRIDE
005760     END-IF
005770
005780*    THE PARTITION COUNT IS MANDATORY - THE MERGE CANNOT KNOW
005790*    HOW MANY PARTITIONS TO WAIT FOR FROM THE FILES ALONE. A
005800*    SINGLE DIGIT IS TAKEN AS THE UNITS.
005810     MOVE SPACES TO WS-PARTCOUNT-ENV
005820     ACCEPT WS-PARTCOUNT-ENV
005830         FROM ENVIRONMENT 'AOC-PARTCOUNT'
005840     IF WS-PARTCOUNT-ENV(2:1) = SPACE
005850         MOVE WS-PARTCOUNT-ENV(1:1) TO WS-PARTCOUNT-ENV(2:1)
005860         MOVE '0' TO WS-PARTCOUNT-ENV(1:1)
005870     END-IF
005880     IF WS-PARTCOUNT-ENV NOT NUMERIC
005890         DISPLAY 'AOC-PARTCOUNT MISSING OR NOT NUMERIC : '
005900             WS-PARTCOUNT-ENV
005910         MOVE 8 TO WS-RETURN-CODE
005920         MOVE 'CTL-ERROR' TO WS-RST-STATUS-HOLD
005930         PERFORM 9999-ABEND-RUN
005940     END-IF
005950     MOVE WS-PARTCOUNT-ENV TO WS-PART-COUNT
005960     IF WS-PART-COUNT = ZERO
005970         OR WS-PART-COUNT > WS-PART-MAX
005980         DISPLAY 'INVALID PARTITION COUNT ' WS-PART-COUNT
005990             ' - MAXIMUM PARTITIONS ' WS-PART-MAX
006000         MOVE 8 TO WS-RETURN-CODE
006010         MOVE 'CTL-ERROR' TO WS-RST-STATUS-HOLD
006020         PERFORM 9999-ABEND-RUN
006030     END-IF
006040     .
006050
006060* 1150-RESOLVE-CALENDAR-BUSDATE RESOLVES THE BUSINESS DATE FROM
006070* THE PROCESSING CALENDAR THROUGH CALBDATE WHEN NO AOC-BUSDATE
006080* OVERRIDE IS GIVEN - THE SAME RULE THE EXTRACT APPLIES. A
006090* FAILED RESOLUTION FALLS BACK TO THE RUN DATE WITH A WARNING.
006100 1150-RESOLVE-CALENDAR-BUSDATE.
006110     MOVE 'E'         TO WS-BDT-FUNCTION
006120     MOVE WS-RUN-DATE TO WS-BDT-BASE-DATE
006130     CALL 'CALBDATE' USING WS-BDATE-PARM
006140     IF WS-BDT-STATUS = '0'
006150         MOVE WS-BDT-RESULT-DATE TO WS-EXPECTED-BUSDATE
006160     ELSE
006170         DISPLAY 'CALENDAR DATE RESOLUTION FAILED - BUSINESS '
006180             'DATE DEFAULTS TO RUN DATE'
006190         MOVE WS-RUN-DATE TO WS-EXPECTED-BUSDATE
006200     END-IF
006210     .
006220
006230* 1170-LOG-OVERRIDE PUTS THE OVERRIDE IN WS-OVRD-PARM ON THE
006240* SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD. AN OVERRIDE THAT
006250* CANNOT BE AUDITED IS NOT TAKEN - A LOG THAT CANNOT BE WRITTEN
006260* ENDS THE RUN AS A FILE ERROR.
006270 1170-LOG-OVERRIDE.
006280     MOVE 'CALPMRG' TO WS-OVD-PROGRAM
006290     CALL 'CALOVRD' USING WS-OVRD-PARM
006300     IF WS-OVD-STATUS NOT = '0'
006310         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
006320         MOVE 12 TO WS-RETURN-CODE
006330         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
006340         PERFORM 9999-ABEND-RUN
006350     END-IF
006360     .
006370
006380* 1200-RESOLVE-OUTPUT-GENERATION BUILDS THE PATH OF THE MERGED
006390* GENERATION EXACTLY AS THE EXTRACT BUILDS ITS OWN: BASE NAME,
006400* BUSINESS DATE AND A CYCLE NUMBER ONE HIGHER THAN ANY ALREADY
006410* CATALOGUED FOR THE DATE. A MERGE THAT DOES NOT FOOT NEVER
006420* CATALOGUES, SO ITS RERUN LANDS ON THE SAME CYCLE.
006430 1200-RESOLVE-OUTPUT-GENERATION.
006440     MOVE ZERO TO WS-GEN-CYCLE-NO
006450     OPEN INPUT CALCAT
006460     IF NOT CALCAT-STATUS-OK
006470         DISPLAY 'NO CALOUTPT CATALOG FOUND - NEW ONE STARTS '
006480             'WITH THIS RUN'
006490     ELSE
006500         PERFORM 4200-READ-CALCAT
006510         PERFORM UNTIL CALCAT-STATUS-EOF
006520         OR NOT CALCAT-STATUS-OK
006530             MOVE CALCAT-RECORD TO CALOUTPT-CATALOG-RECORD
006540             IF CAT-BUS-DATE = WS-EXPECTED-BUSDATE
006550                 AND CAT-CYCLE-NO > WS-GEN-CYCLE-NO
006560                 MOVE CAT-CYCLE-NO TO WS-GEN-CYCLE-NO
006570             END-IF
006580             PERFORM 4200-READ-CALCAT
006590         END-PERFORM
006600         CLOSE CALCAT
006610     END-IF
006620     ADD 1 TO WS-GEN-CYCLE-NO
006630     MOVE SPACES TO WS-CALOUTPT-PATH
006640     STRING WS-CALOUTPT-BASE-PATH DELIMITED BY SPACE
006650         '.'                      DELIMITED BY SIZE
006660         WS-EXPECTED-BUSDATE      DELIMITED BY SIZE
006670         '.C'                     DELIMITED BY SIZE
006680         WS-GEN-CYCLE-NO          DELIMITED BY SIZE
006690         INTO WS-CALOUTPT-PATH
006700     DISPLAY 'CALOUTPT GENERATION : ' WS-CALOUTPT-PATH(1:60)
006710     .
006720
006730* 1250-SET-PARTITION-PATHS BUILDS THE NAMES OF PARTITION P'S
006740* FILES AS THE EXTRACT PARTITION BUILT THEM: THE CONTROL,
006750* DETAIL AND EXCEPTION NAMES SUFFIXED .PNN, THE CALOUTPT
006760* PARTITION AS BASE NAME, BUSINESS DATE AND .PNN.
006770 1250-SET-PARTITION-PATHS.
006780     MOVE SPACES TO WS-PART-SUFFIX
006790     STRING '.P'       DELIMITED BY SIZE
006800         P             DELIMITED BY SIZE
006810         INTO WS-PART-SUFFIX
006820     MOVE SPACES TO WS-PARTCTL-PATH
006830     STRING WS-PARTCTL-BASE-PATH DELIMITED BY SPACE
006840         WS-PART-SUFFIX           DELIMITED BY SIZE
006850         INTO WS-PARTCTL-PATH
006860     MOVE SPACES TO WS-PARTDTL-PATH
006870     STRING WS-DETAILRPT-PATH   DELIMITED BY SPACE
006880         WS-PART-SUFFIX           DELIMITED BY SIZE
006890         INTO WS-PARTDTL-PATH
006900     MOVE SPACES TO WS-PARTEXC-PATH
006910     STRING WS-EXCEPTRPT-PATH   DELIMITED BY SPACE
006920         WS-PART-SUFFIX           DELIMITED BY SIZE
006930         INTO WS-PARTEXC-PATH
006940     MOVE SPACES TO WS-PARTOUT-PATH
006950     STRING WS-CALOUTPT-BASE-PATH DELIMITED BY SPACE
006960         '.'                      DELIMITED BY SIZE
006970         WS-EXPECTED-BUSDATE      DELIMITED BY SIZE
006980         WS-PART-SUFFIX           DELIMITED BY SIZE
006990         INTO WS-PARTOUT-PATH
007000     .
007010
007020* 2000-MAIN-PROCESSING READS EVERY PARTITION'S CONTROL FILE
007030* AND CHECKS THE PARTITIONS FORM ONE WHOLE DAY. ONLY THEN ARE
007040* THE PARTITIONS MERGED AND FOOTED - A MISSING, FAILED OR
007050* MISMATCHED PARTITION IS REPORTED AND NOTHING IS MERGED.
007060 2000-MAIN-PROCESSING.
007070     PERFORM 3100-OPEN-MRGRPT
007080     MOVE WS-EXPECTED-BUSDATE TO WS-HDG-BUSDATE
007090     MOVE WS-PART-COUNT       TO WS-HDG-PART-COUNT
007100     MOVE WS-MRG-HEADING TO MRG-RECORD
007110     PERFORM 6000-WRITE-MRG-LINE
007120     MOVE SPACES TO MRG-RECORD
007130     PERFORM 6000-WRITE-MRG-LINE
007140
007150     PERFORM 2100-LOAD-ONE-PARTITION
007160         THRU 2100-EXIT
007170         VARYING P FROM 1 BY 1
007180         UNTIL P > WS-PART-COUNT
007190
007200     IF WS-BREAK-COUNT = ZERO
007210         MOVE SPACES TO MRG-RECORD
007220         PERFORM 6000-WRITE-MRG-LINE
007230         PERFORM 2200-CHECK-PARTITION-SET
007240     END-IF
007250
007260     IF WS-BREAK-COUNT = ZERO
007270         PERFORM 1200-RESOLVE-OUTPUT-GENERATION
007280         PERFORM 2300-MERGE-PARTITIONS
007290         MOVE SPACES TO MRG-RECORD
007300         PERFORM 6000-WRITE-MRG-LINE
007310         PERFORM 2600-FOOT-PARTITIONS
007320     ELSE
007330         MOVE SPACES TO MRG-RECORD
007340         PERFORM 6000-WRITE-MRG-LINE
007350         MOVE 'PARTITIONS INCOMPLETE - NO MERGE ATTEMPTED'
007360             TO MRG-RECORD
007370         PERFORM 6000-WRITE-MRG-LINE
007380     END-IF
007390
007400     MOVE SPACES TO MRG-RECORD
007410     PERFORM 6000-WRITE-MRG-LINE
007420     IF WS-BREAK-COUNT > ZERO
007430         MOVE 'PARTITIONS DO NOT FOOT - GENERATION NOT CATALOGUED'
007440             TO MRG-RECORD
007450     ELSE
007460         MOVE 'PARTITIONS FOOT TO THE MERGED GENERATION - DAY '
007470             TO MRG-RECORD
007480         MOVE 'RELEASED' TO MRG-RECORD(48:8)
007490     END-IF
007500     PERFORM 6000-WRITE-MRG-LINE
007510     PERFORM 5100-CLOSE-MRGRPT
007520     .
007530
007540* 2100-LOAD-ONE-PARTITION READS PARTITION P'S CONTROL FILE.
007550* PARTITION 1'S FILE LINES BUILD THE FILE TABLE; THE TOTAL LINE
007560* OF EVERY PARTITION IS KEPT IN THE PARTITION TABLE AND LISTED
007570* ON THE REPORT. A PARTITION WITH NO CONTROL FILE OR NO TOTAL
007580* LINE NEVER FINISHED; ONE THAT ENDED ABOVE RC 4, RAN FOR
007590* ANOTHER DAY OR UNDER ANOTHER PARTITION COUNT CANNOT BE
007600* MERGED. EACH IS A BREAK.
007610 2100-LOAD-ONE-PARTITION.
007620     MOVE 'N'    TO WS-PT-TOTAL-SW(P)
007630     MOVE ZERO   TO WS-PT-FILE-LINES(P)
007640     MOVE ZERO   TO WS-PT-OUT-COUNT(P)
007650     MOVE ZERO   TO WS-PT-OUT-SUM(P)
007660     MOVE ZERO   TO WS-PT-DTL-COUNT(P)
007670     MOVE ZERO   TO WS-PT-EXC-COUNT(P)
007680     MOVE P      TO WS-MTL-PART-NO
007690     PERFORM 1250-SET-PARTITION-PATHS
007700     OPEN INPUT PARTCTL
007710     IF NOT PARTCTL-STATUS-OK
007720         MOVE 'CONTROL FILE NOT FOUND - PARTITION NEVER RAN'
007730             TO WS-MTL-TEXT
007740         PERFORM 6100-WRITE-PART-BREAK
007750         GO TO 2100-EXIT
007760     END-IF
007770     PERFORM 4100-READ-PARTCTL
007780     PERFORM UNTIL PARTCTL-STATUS-EOF
007790     OR NOT PARTCTL-STATUS-OK
007800         MOVE PARTCTL-RECORD TO PARTITION-CONTROL-RECORD
007810         EVALUATE TRUE
007820             WHEN PTC-FILE-LINE
007830                 ADD 1 TO WS-PT-FILE-LINES(P)
007840                 IF P = 1
007850                     PERFORM 2150-ADD-FILE-ENTRY
007860                 END-IF
007870             WHEN PTC-TOTAL-LINE
007880                 PERFORM 2160-KEEP-PARTITION-TOTAL
007890             WHEN OTHER
007900                 CONTINUE
007910         END-EVALUATE
007920         PERFORM 4100-READ-PARTCTL
007930     END-PERFORM
007940     CLOSE PARTCTL
007950
007960     IF NOT WS-PT-REPORTED(P)
007970         MOVE 'NO TOTAL LINE - PARTITION DID NOT FINISH'
007980             TO WS-MTL-TEXT
007990         PERFORM 6100-WRITE-PART-BREAK
008000         GO TO 2100-EXIT
008010     END-IF
008020
008030     MOVE P                       TO WS-MPL-PART-NO
008040     MOVE WS-PT-FROM-REC-NO(P)    TO WS-MPL-FROM-REC-NO
008050     MOVE WS-PT-TO-REC-NO(P)      TO WS-MPL-TO-REC-NO
008060     MOVE WS-PT-ETALONNAGE(P)     TO WS-MPL-ETALONNAGE
008070     MOVE WS-PT-EXCEPT-COUNT(P)   TO WS-MPL-EXCEPT-COUNT
008080     MOVE WS-PT-STATUS(P)         TO WS-MPL-STATUS
008090     MOVE WS-PT-RETURN-CODE(P)    TO WS-MPL-RETURN-CODE
008100     MOVE WS-MRG-PART-LINE TO MRG-RECORD
008110     PERFORM 6000-WRITE-MRG-LINE
008120
008130     IF WS-PT-RETURN-CODE(P) > 4
008140         MOVE 'ENDED IN ERROR - RERUN OR RESTART THE PARTITION'
008150             TO WS-MTL-TEXT
008160         PERFORM 6100-WRITE-PART-BREAK
008170         IF WS-PT-RETURN-CODE(P) > WS-RETURN-CODE
008180             MOVE WS-PT-RETURN-CODE(P) TO WS-RETURN-CODE
008190             MOVE WS-PT-STATUS(P)      TO WS-RST-STATUS-HOLD
008200         END-IF
008210     END-IF
008220     IF PTC-BUS-DATE NOT = WS-EXPECTED-BUSDATE
008230         MOVE 'RAN FOR ANOTHER BUSINESS DATE' TO WS-MTL-TEXT
008240         MOVE PTC-BUS-DATE TO WS-MTL-TEXT(31:8)
008250         PERFORM 6100-WRITE-PART-BREAK
008260     END-IF
008270     IF PTC-PART-NO NOT = P
008280         OR PTC-PART-COUNT NOT = WS-PART-COUNT
008290         MOVE 'RAN AS ANOTHER PARTITION NUMBER OR COUNT'
008300             TO WS-MTL-TEXT
008310         PERFORM 6100-WRITE-PART-BREAK
008320     END-IF
008330     .
008340 2100-EXIT.
008350     EXIT
008360     .
008370
008380* 2150-ADD-FILE-ENTRY ADDS ONE OF PARTITION 1'S FILE LINES TO
008390* THE FILE TABLE AND SETS THE CAL-REC-NO OF ITS LAST DATA
008400* RECORD FROM THE RUNNING RECORD TOTAL. A DAY WITH MORE FILES
008410* THAN THE TABLE HOLDS STOPS THE MERGE.
008420 2150-ADD-FILE-ENTRY.
008430     IF WS-FILE-COUNT >= WS-FILE-MAX
008440         DISPLAY 'FILE TABLE FULL - INCREASE WS-FILE-MAX AND '
008450             'RERUN'
008460         MOVE 8 TO WS-RETURN-CODE
008470         MOVE 'CTL-ERROR' TO WS-RST-STATUS-HOLD
008480         PERFORM 9999-ABEND-RUN
008490     END-IF
008500     ADD 1 TO WS-FILE-COUNT
008510     ADD PTC-FILE-REC-COUNT TO WS-FILE-REC-TOTAL
008520     MOVE PTC-INPUT-NAME      TO WS-FT-PATH(WS-FILE-COUNT)
008530     MOVE PTC-SUPPLIER-ID     TO WS-FT-SUPPLIER-ID(WS-FILE-COUNT)
008540     MOVE PTC-FILE-REC-COUNT  TO WS-FT-REC-COUNT(WS-FILE-COUNT)
008550     MOVE PTC-FILE-CTL-FAIL   TO WS-FT-CTL-FAIL(WS-FILE-COUNT)
008560     MOVE PTC-FILE-LATE       TO WS-FT-LATE(WS-FILE-COUNT)
008570     MOVE PTC-FILE-OUT-OF-SEQ TO WS-FT-OUT-OF-SEQ(WS-FILE-COUNT)
008580     MOVE PTC-FILE-REGISTERED
008590         TO WS-FT-REGISTERED(WS-FILE-COUNT)
008600     MOVE WS-FILE-REC-TOTAL   TO WS-FT-LAST-REC-NO(WS-FILE-COUNT)
008610     MOVE ZERO TO WS-FT-EXCEPT-COUNT(WS-FILE-COUNT)
008620     MOVE ZERO TO WS-FT-SUBTOTAL(WS-FILE-COUNT)
008630     .
008640
008650* 2160-KEEP-PARTITION-TOTAL KEEPS PARTITION P'S TOTAL LINE.
008660* PARTITION 1'S ALSO SETS THE DAY'S INPUT NAME, FILELIST
008670* SWITCH, CALIBRATION MODE AND DAY RECORD COUNT.
008680 2160-KEEP-PARTITION-TOTAL.
008690     SET WS-PT-REPORTED(P) TO TRUE
008700     MOVE PTC-CAL-MODE          TO WS-PT-CAL-MODE(P)
008710     MOVE PTC-FROM-REC-NO       TO WS-PT-FROM-REC-NO(P)
008720     MOVE PTC-TO-REC-NO         TO WS-PT-TO-REC-NO(P)
008730     MOVE PTC-DAY-REC-COUNT     TO WS-PT-DAY-REC-COUNT(P)
008740     MOVE PTC-REC-COUNT         TO WS-PT-REC-COUNT(P)
008750     MOVE PTC-EXCEPT-COUNT      TO WS-PT-EXCEPT-COUNT(P)
008760     MOVE PTC-ETALONNAGE-FINAL  TO WS-PT-ETALONNAGE(P)
008770     MOVE PTC-ETALONNAGE-FINAL-DIGITS
008780         TO WS-PT-ETALONNAGE-DIGITS(P)
008790     MOVE PTC-STATUS            TO WS-PT-STATUS(P)
008800     MOVE PTC-RETURN-CODE       TO WS-PT-RETURN-CODE(P)
008810     IF P = 1
008820         MOVE PTC-INPUT-NAME    TO WS-DAY-INPUT-NAME
008830         MOVE PTC-FILELIST-SW   TO WS-DAY-FILELIST-SW
008840         MOVE PTC-CAL-MODE      TO WS-CAL-MODE-SW
008850         MOVE PTC-DAY-REC-COUNT TO WS-DAY-REC-COUNT
008860     END-IF
008870     .
008880
008890* 2200-CHECK-PARTITION-SET PROVES THE PARTITIONS FORM ONE DAY:
008900* EVERY PARTITION COUNTED THE SAME DAY AND WALKED THE SAME
008910* FILES UNDER THE SAME MODE, EACH RANGE STARTS ONE AFTER THE
008920* LAST ONE ENDED, THE LAST ENDS ON THE DAY'S RECORD COUNT, AND
008930* THE FILES' OWN COUNTS ADD UP TO THAT SAME COUNT.
008940 2200-CHECK-PARTITION-SET.
008950     PERFORM 2250-CHECK-ONE-PARTITION
008960         VARYING P FROM 1 BY 1
008970         UNTIL P > WS-PART-COUNT
008980
008990     MOVE 'LAST PARTITION ENDS ON DAY RECORDS'
009000         TO WS-CHK-LABEL
009010     MOVE WS-DAY-REC-COUNT TO WS-CHECK-EXPECTED
009020     MOVE WS-PT-TO-REC-NO(WS-PART-COUNT) TO WS-CHECK-ACTUAL
009030     PERFORM 2550-WRITE-ONE-CHECK
009040
009050     MOVE 'FILE RECORD COUNTS = DAY RECORDS' TO WS-CHK-LABEL
009060     MOVE WS-DAY-REC-COUNT  TO WS-CHECK-EXPECTED
009070     MOVE WS-FILE-REC-TOTAL TO WS-CHECK-ACTUAL
009080     PERFORM 2550-WRITE-ONE-CHECK
009090     .
009100
009110 2250-CHECK-ONE-PARTITION.
009120     MOVE P TO WS-PCL-PART-NO
009130     MOVE 'FIRST RECORD' TO WS-PCL-TEXT
009140     IF P = 1
009150         MOVE 1 TO WS-CHECK-EXPECTED
009160     ELSE
009170         COMPUTE WS-PREV-P = P - 1
009180         COMPUTE WS-CHECK-EXPECTED =
009190             WS-PT-TO-REC-NO(WS-PREV-P) + 1
009200     END-IF
009210     MOVE WS-PT-FROM-REC-NO(P) TO WS-CHECK-ACTUAL
009220     PERFORM 2560-WRITE-PART-CHECK
009230
009240     IF P > 1
009250         MOVE 'DAY RECORDS COUNTED' TO WS-PCL-TEXT
009260         MOVE WS-DAY-REC-COUNT TO WS-CHECK-EXPECTED
009270         MOVE WS-PT-DAY-REC-COUNT(P) TO WS-CHECK-ACTUAL
009280         PERFORM 2560-WRITE-PART-CHECK
009290
009300         MOVE 'INPUT FILES WALKED' TO WS-PCL-TEXT
009310         MOVE WS-PT-FILE-LINES(1) TO WS-CHECK-EXPECTED
009320         MOVE WS-PT-FILE-LINES(P) TO WS-CHECK-ACTUAL
009330         PERFORM 2560-WRITE-PART-CHECK
009340
009350         IF WS-PT-CAL-MODE(P) NOT = WS-PT-CAL-MODE(1)
009360             MOVE P TO WS-MTL-PART-NO
009370             MOVE 'RAN UNDER ANOTHER CALIBRATION MODE'
009380                 TO WS-MTL-TEXT
009390             PERFORM 6100-WRITE-PART-BREAK
009400         END-IF
009410     END-IF
009420     .
009430
009440* 2300-MERGE-PARTITIONS CONCATENATES THE PARTITIONS IN ORDER
009450* INTO THE ONE GENERATION, DETAIL REPORT AND EXCEPTION REPORT
009460* OF THE DAY. THE PARTITIONS HOLD CONSECUTIVE RANGES, SO
009470* PARTITION ORDER IS CAL-REC-NO ORDER; 2320-MERGE-ONE-RECORD
009480* PROVES IT RECORD BY RECORD.
009490 2300-MERGE-PARTITIONS.
009500     OPEN OUTPUT CALOUTPT
009510     IF NOT CALOUTPT-STATUS-OK
009520         DISPLAY 'OPEN ERROR ON CALOUTPT'
009530         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
009540         MOVE 12 TO WS-RETURN-CODE
009550         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
009560         PERFORM 9999-ABEND-RUN
009570     END-IF
009580     OPEN OUTPUT DETAILRPT
009590     IF NOT DETAILRPT-STATUS-OK
009600         DISPLAY 'OPEN ERROR ON DETAILRPT'
009610         DISPLAY 'FILE STATUS : ' DETAILRPT-STATUS
009620         MOVE 12 TO WS-RETURN-CODE
009630         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
009640         PERFORM 9999-ABEND-RUN
009650     END-IF
009660     OPEN OUTPUT EXCEPTRPT
009670     IF NOT EXCEPTRPT-STATUS-OK
009680         DISPLAY 'OPEN ERROR ON EXCEPTRPT'
009690         DISPLAY 'FILE STATUS : ' EXCEPTRPT-STATUS
009700         MOVE 12 TO WS-RETURN-CODE
009710         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
009720         PERFORM 9999-ABEND-RUN
009730     END-IF
009740
009750     MOVE 1 TO WS-NEXT-REC-NO
009760     MOVE 1 TO WS-OUT-FILE-IX
009770     MOVE 1 TO WS-EXC-FILE-IX
009780     PERFORM 2310-MERGE-ONE-PARTITION
009790         THRU 2310-EXIT
009800         VARYING P FROM 1 BY 1
009810         UNTIL P > WS-PART-COUNT
009820
009830     CLOSE CALOUTPT
009840     CLOSE DETAILRPT
009850     CLOSE EXCEPTRPT
009860     .
009870
009880* 2310-MERGE-ONE-PARTITION COPIES PARTITION P'S CALOUTPT,
009890* DETAIL AND EXCEPTION FILES ONTO THE MERGED FILES, COUNTING
009900* AND SUMMING WHAT IT ACTUALLY FINDS FOR THE FOOTING. A
009910* PARTITION FILE THAT IS MISSING IS A BREAK. AN EMPTY RANGE
009920* STILL HAS ITS (EMPTY) FILES.
009930 2310-MERGE-ONE-PARTITION.
009940     MOVE P TO WS-MTL-PART-NO
009950     PERFORM 1250-SET-PARTITION-PATHS
009960
009970     OPEN INPUT PARTOUT
009980     IF NOT PARTOUT-STATUS-OK
009990         MOVE 'CALOUTPT PARTITION NOT FOUND' TO WS-MTL-TEXT
010000         PERFORM 6100-WRITE-PART-BREAK
010010         GO TO 2310-EXIT
010020     END-IF
010030     PERFORM 4300-READ-PARTOUT
010040     PERFORM UNTIL PARTOUT-STATUS-EOF
010050     OR NOT PARTOUT-STATUS-OK
010060         PERFORM 2320-MERGE-ONE-RECORD
010070         PERFORM 4300-READ-PARTOUT
010080     END-PERFORM
010090     CLOSE PARTOUT
010100
010110     OPEN INPUT PARTDTL
010120     IF NOT PARTDTL-STATUS-OK
010130         MOVE 'DETAIL PARTITION NOT FOUND' TO WS-MTL-TEXT
010140         PERFORM 6100-WRITE-PART-BREAK
010150         GO TO 2310-EXIT
010160     END-IF
010170     PERFORM 4400-READ-PARTDTL
010180     PERFORM UNTIL PARTDTL-STATUS-EOF
010190     OR NOT PARTDTL-STATUS-OK
010200         MOVE PARTDTL-RECORD TO DETAIL-RECORD
010210         PERFORM 6200-WRITE-DETAIL-RECORD
010220         ADD 1 TO WS-PT-DTL-COUNT(P)
010230         ADD 1 TO WS-MRG-DTL-COUNT
010240         PERFORM 4400-READ-PARTDTL
010250     END-PERFORM
010260     CLOSE PARTDTL
010270
010280     OPEN INPUT PARTEXC
010290     IF NOT PARTEXC-STATUS-OK
010300         MOVE 'EXCEPTION PARTITION NOT FOUND' TO WS-MTL-TEXT
010310         PERFORM 6100-WRITE-PART-BREAK
010320         GO TO 2310-EXIT
010330     END-IF
010340     PERFORM 4500-READ-PARTEXC
010350     PERFORM UNTIL PARTEXC-STATUS-EOF
010360     OR NOT PARTEXC-STATUS-OK
010370         PERFORM 2340-MERGE-ONE-EXCEPTION
010380         PERFORM 4500-READ-PARTEXC
010390     END-PERFORM
010400     CLOSE PARTEXC
010410     .
010420 2310-EXIT.
010430     EXIT
010440     .
010450
010460* 2320-MERGE-ONE-RECORD WRITES ONE CALOUTPT RECORD TO THE
010470* MERGED GENERATION. ITS CAL-REC-NO MUST BE THE NEXT IN
010480* SEQUENCE AND LIE IN ITS PARTITION'S RANGE; A RECORD THAT IS
010490* NOT IS COUNTED AS A SEQUENCE BREAK AND THE EXPECTED NUMBER
010500* PICKS UP FROM IT, SO ONE GAP IS NOT REPORTED AS THOUSANDS.
010510* THE RECORD'S ETALONNAGE IS ADDED TO ITS PARTITION, THE DAY
010520* AND THE INPUT FILE IT CAME FROM.
010530 2320-MERGE-ONE-RECORD.
010540     MOVE PARTOUT-RECORD TO CALIBRATION-OUTPUT-RECORD
010550     IF CAL-REC-NO NOT = WS-NEXT-REC-NO
010560         OR CAL-REC-NO < WS-PT-FROM-REC-NO(P)
010570         OR CAL-REC-NO > WS-PT-TO-REC-NO(P)
010580         ADD 1 TO WS-SEQ-BREAK-COUNT
010590         DISPLAY 'CAL-REC-NO OUT OF SEQUENCE IN PARTITION '
010600             P ' : ' CAL-REC-NO ' EXPECTED ' WS-NEXT-REC-NO
010610         MOVE CAL-REC-NO TO WS-NEXT-REC-NO
010620     END-IF
010630     ADD 1 TO WS-NEXT-REC-NO
010640     MOVE CALIBRATION-OUTPUT-RECORD TO CALOUTPT-RECORD
010650     WRITE CALOUTPT-RECORD
010660     IF NOT CALOUTPT-STATUS-OK
010670         DISPLAY 'WRITE ERROR ON CALOUTPT'
010680         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
010690         MOVE 12 TO WS-RETURN-CODE
010700         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
010710         PERFORM 9999-ABEND-RUN
010720     END-IF
010730     ADD 1 TO WS-PT-OUT-COUNT(P)
010740     ADD 1 TO WS-MRG-REC-COUNT
010750     ADD CAL-ETALONNAGE TO WS-PT-OUT-SUM(P)
010760     ADD CAL-ETALONNAGE TO WS-MRG-ETALONNAGE
010770     PERFORM UNTIL WS-OUT-FILE-IX > WS-FILE-COUNT
010780     OR CAL-REC-NO NOT > WS-FT-LAST-REC-NO(WS-OUT-FILE-IX)
010790         ADD 1 TO WS-OUT-FILE-IX
010800     END-PERFORM
010810     IF WS-OUT-FILE-IX NOT > WS-FILE-COUNT
010820         ADD CAL-ETALONNAGE TO WS-FT-SUBTOTAL(WS-OUT-FILE-IX)
010830     END-IF
010840     .
010850
010860* 2340-MERGE-ONE-EXCEPTION WRITES ONE EXCEPTION LINE TO THE
010870* MERGED EXCEPTION REPORT AND COUNTS IT AGAINST ITS PARTITION,
010880* THE DAY AND THE INPUT FILE ITS RECORD NUMBER FALLS IN - THE
010890* FILE'S EXCEPTION COUNT ON THE SUPPLIER QUALITY LOG.
010900 2340-MERGE-ONE-EXCEPTION.
010910     MOVE PARTEXC-RECORD TO EXCEPT-RECORD
010920     WRITE EXCEPT-RECORD
010930     IF NOT EXCEPTRPT-STATUS-OK
010940         DISPLAY 'WRITE ERROR ON EXCEPTRPT'
010950         DISPLAY 'FILE STATUS : ' EXCEPTRPT-STATUS
010960         MOVE 12 TO WS-RETURN-CODE
010970         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
010980         PERFORM 9999-ABEND-RUN
010990     END-IF
011000     ADD 1 TO WS-PT-EXC-COUNT(P)
011010     ADD 1 TO WS-MRG-EXC-COUNT
011020     IF PARTEXC-RECORD(1:6) IS NUMERIC
011030         MOVE PARTEXC-RECORD(1:6) TO WS-EXC-REC-NO
011040         PERFORM UNTIL WS-EXC-FILE-IX > WS-FILE-COUNT
011050         OR WS-EXC-REC-NO NOT > WS-FT-LAST-REC-NO(WS-EXC-FILE-IX)
011060             ADD 1 TO WS-EXC-FILE-IX
011070         END-PERFORM
011080         IF WS-EXC-FILE-IX NOT > WS-FILE-COUNT
011090             ADD 1 TO WS-FT-EXCEPT-COUNT(WS-EXC-FILE-IX)
011100         END-IF
011110     END-IF
011120     .
011130
011140* 2600-FOOT-PARTITIONS PROVES EACH PARTITION AGAINST WHAT IT
011150* WROTE - ITS RECORD COUNT AGAINST ITS CALOUTPT RECORDS AND
011160* DETAIL LINES, ITS ETALONNAGE SUBTOTAL AGAINST THE SUM OF ITS
011170* CALOUTPT ETALONNAGE, ITS EXCEPTION COUNT AGAINST ITS
011180* EXCEPTION LINES - AND THEN THE SUM OF THE PARTITIONS AGAINST
011190* THE MERGED DAY. THE DIGITS-ONLY TOTAL IS NOT CARRIED ON
011200* CALOUTPT, SO IT IS REPORTED AS THE SUM OF THE PARTITIONS.
011210 2600-FOOT-PARTITIONS.
011220     MOVE ZERO TO WS-SUM-REC-COUNT
011230     MOVE ZERO TO WS-SUM-EXCEPT-COUNT
011240     MOVE ZERO TO WS-SUM-ETALONNAGE
011250     MOVE ZERO TO WS-SUM-ETALONNAGE-DIGITS
011260     PERFORM 2650-FOOT-ONE-PARTITION
011270         VARYING P FROM 1 BY 1
011280         UNTIL P > WS-PART-COUNT
011290
011300     MOVE 'DAY RECORDS = MERGED CALOUTPT RECORDS'
011310         TO WS-CHK-LABEL
011320     MOVE WS-DAY-REC-COUNT TO WS-CHECK-EXPECTED
011330     MOVE WS-MRG-REC-COUNT TO WS-CHECK-ACTUAL
011340     PERFORM 2550-WRITE-ONE-CHECK
011350
011360     MOVE 'PARTITION RECORDS = MERGED RECORDS'
011370         TO WS-CHK-LABEL
011380     MOVE WS-SUM-REC-COUNT TO WS-CHECK-EXPECTED
011390     MOVE WS-MRG-REC-COUNT TO WS-CHECK-ACTUAL
011400     PERFORM 2550-WRITE-ONE-CHECK
011410
011420     MOVE 'PARTITION ETALONNAGE = MERGED ETALONNAGE'
011430         TO WS-CHK-LABEL
011440     MOVE WS-SUM-ETALONNAGE TO WS-CHECK-EXPECTED
011450     MOVE WS-MRG-ETALONNAGE TO WS-CHECK-ACTUAL
011460     PERFORM 2550-WRITE-ONE-CHECK
011470
011480     MOVE 'PARTITION EXCEPTIONS = MERGED EXCEPTIONS'
011490         TO WS-CHK-LABEL
011500     MOVE WS-SUM-EXCEPT-COUNT TO WS-CHECK-EXPECTED
011510     MOVE WS-MRG-EXC-COUNT    TO WS-CHECK-ACTUAL
011520     PERFORM 2550-WRITE-ONE-CHECK
011530
011540     MOVE 'MERGED RECORDS = MERGED DETAIL LINES'
011550         TO WS-CHK-LABEL
011560     MOVE WS-MRG-REC-COUNT TO WS-CHECK-EXPECTED
011570     MOVE WS-MRG-DTL-COUNT TO WS-CHECK-ACTUAL
011580     PERFORM 2550-WRITE-ONE-CHECK
011590
011600     MOVE 'CAL-REC-NO SEQUENCE BREAKS' TO WS-CHK-LABEL
011610     MOVE ZERO               TO WS-CHECK-EXPECTED
011620     MOVE WS-SEQ-BREAK-COUNT TO WS-CHECK-ACTUAL
011630     PERFORM 2550-WRITE-ONE-CHECK
011640
011650     MOVE SPACES TO MRG-RECORD
011660     PERFORM 6000-WRITE-MRG-LINE
011670     MOVE 'MERGED RECORD COUNT' TO WS-TOT-LABEL
011680     MOVE WS-MRG-REC-COUNT TO WS-TOT-VALUE
011690     MOVE WS-MRG-TOTAL-LINE TO MRG-RECORD
011700     PERFORM 6000-WRITE-MRG-LINE
011710     MOVE 'MERGED ETALONNAGE-FINAL' TO WS-TOT-LABEL
011720     MOVE WS-MRG-ETALONNAGE TO WS-TOT-VALUE
011730     MOVE WS-MRG-TOTAL-LINE TO MRG-RECORD
011740     PERFORM 6000-WRITE-MRG-LINE
011750     MOVE 'MERGED ETALONNAGE-FINAL-DIGITS' TO WS-TOT-LABEL
011760     MOVE WS-SUM-ETALONNAGE-DIGITS TO WS-TOT-VALUE
011770     MOVE WS-MRG-TOTAL-LINE TO MRG-RECORD
011780     PERFORM 6000-WRITE-MRG-LINE
011790     MOVE 'MERGED EXCEPTION COUNT' TO WS-TOT-LABEL
011800     MOVE WS-MRG-EXC-COUNT TO WS-TOT-VALUE
011810     MOVE WS-MRG-TOTAL-LINE TO MRG-RECORD
011820     PERFORM 6000-WRITE-MRG-LINE
011830     .
011840
011850 2650-FOOT-ONE-PARTITION.
011860     ADD WS-PT-REC-COUNT(P)    TO WS-SUM-REC-COUNT
011870     ADD WS-PT-EXCEPT-COUNT(P) TO WS-SUM-EXCEPT-COUNT
011880     ADD WS-PT-ETALONNAGE(P)   TO WS-SUM-ETALONNAGE
011890     ADD WS-PT-ETALONNAGE-DIGITS(P)
011900         TO WS-SUM-ETALONNAGE-DIGITS
011910     MOVE P TO WS-PCL-PART-NO
011920
011930     MOVE 'RECORDS = CALOUTPT RECORDS' TO WS-PCL-TEXT
011940     MOVE WS-PT-REC-COUNT(P) TO WS-CHECK-EXPECTED
011950     MOVE WS-PT-OUT-COUNT(P) TO WS-CHECK-ACTUAL
011960     PERFORM 2560-WRITE-PART-CHECK
011970
011980     MOVE 'ETALONNAGE = CALOUTPT SUM' TO WS-PCL-TEXT
011990     MOVE WS-PT-ETALONNAGE(P) TO WS-CHECK-EXPECTED
012000     MOVE WS-PT-OUT-SUM(P)    TO WS-CHECK-ACTUAL
012010     PERFORM 2560-WRITE-PART-CHECK
012020
012030     MOVE 'RECORDS = DETAIL LINES' TO WS-PCL-TEXT
012040     MOVE WS-PT-REC-COUNT(P) TO WS-CHECK-EXPECTED
012050     MOVE WS-PT-DTL-COUNT(P) TO WS-CHECK-ACTUAL
012060     PERFORM 2560-WRITE-PART-CHECK
012070
012080     MOVE 'EXCEPTIONS = EXCEPT LINES' TO WS-PCL-TEXT
012090     MOVE WS-PT-EXCEPT-COUNT(P) TO WS-CHECK-EXPECTED
012100     MOVE WS-PT-EXC-COUNT(P)    TO WS-CHECK-ACTUAL
012110     PERFORM 2560-WRITE-PART-CHECK
012120     .
012130
012140* 2550-WRITE-ONE-CHECK WRITES THE REPORT LINE FOR ONE FOOTING
012150* AND COUNTS A BREAK WHEN THE TWO FIGURES DISAGREE.
012160 2550-WRITE-ONE-CHECK.
012170     MOVE WS-CHECK-EXPECTED TO WS-CHK-EXPECTED
012180     MOVE WS-CHECK-ACTUAL   TO WS-CHK-ACTUAL
012190     IF WS-CHECK-EXPECTED = WS-CHECK-ACTUAL
012200         MOVE 'OK   ' TO WS-CHK-VERDICT
012210     ELSE
012220         MOVE 'BREAK' TO WS-CHK-VERDICT
012230         ADD 1 TO WS-BREAK-COUNT
012240     END-IF
012250     MOVE WS-MRG-CHECK-LINE TO MRG-RECORD
012260     PERFORM 6000-WRITE-MRG-LINE
012270     .
012280
012290* 2560-WRITE-PART-CHECK IS 2550-WRITE-ONE-CHECK WITH THE
012300* PARTITION NUMBER LEADING THE LABEL.
012310 2560-WRITE-PART-CHECK.
012320     MOVE WS-PART-CHECK-LABEL TO WS-CHK-LABEL
012330     PERFORM 2550-WRITE-ONE-CHECK
012340     .
012350
012360 3100-OPEN-MRGRPT.
012370     OPEN OUTPUT MRGRPT
012380     IF NOT MRGRPT-STATUS-OK
012390         DISPLAY 'OPEN ERROR ON MRGRPT'
012400         DISPLAY 'FILE STATUS : ' MRGRPT-STATUS
012410         MOVE 12 TO WS-RETURN-CODE
012420         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
012430         PERFORM 9999-ABEND-RUN
012440     END-IF
012450     .
012460
012470 4100-READ-PARTCTL.
012480     READ PARTCTL
012490         AT END
012500             CONTINUE
012510          NOT AT END
012520             IF NOT PARTCTL-STATUS-OK
012530                 DISPLAY 'READ ERROR ON PARTCTL'
012540                 DISPLAY 'FILE STATUS : ' PARTCTL-STATUS
012550                 MOVE 12 TO WS-RETURN-CODE
012560                 MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
012570                 PERFORM 9999-ABEND-RUN
012580             END-IF
012590     END-READ
012600     .
012610
012620 4200-READ-CALCAT.
012630     READ CALCAT
012640         AT END
012650             CONTINUE
012660          NOT AT END
012670             IF NOT CALCAT-STATUS-OK
012680                 DISPLAY 'READ ERROR ON CALCAT'
012690                 DISPLAY 'FILE STATUS : ' CALCAT-STATUS
012700                 MOVE 12 TO WS-RETURN-CODE
012710                 MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
012720                 PERFORM 9999-ABEND-RUN
012730             END-IF
012740     END-READ
012750     .
012760
012770 4300-READ-PARTOUT.
012780     READ PARTOUT
012790         AT END
012800             CONTINUE
012810          NOT AT END
012820             IF NOT PARTOUT-STATUS-OK
012830                 DISPLAY 'READ ERROR ON CALOUTPT PARTITION'
012840                 DISPLAY 'FILE STATUS : ' PARTOUT-STATUS
012850                 MOVE 12 TO WS-RETURN-CODE
012860                 MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
012870                 PERFORM 9999-ABEND-RUN
012880             END-IF
012890     END-READ
012900     .
012910
012920 4400-READ-PARTDTL.
012930     READ PARTDTL
012940         AT END
012950             CONTINUE
012960          NOT AT END
012970             IF NOT PARTDTL-STATUS-OK
012980                 DISPLAY 'READ ERROR ON DETAIL PARTITION'
012990                 DISPLAY 'FILE STATUS : ' PARTDTL-STATUS
013000                 MOVE 12 TO WS-RETURN-CODE
013010                 MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
013020                 PERFORM 9999-ABEND-RUN
013030             END-IF
013040     END-READ
013050     .
013060
013070 4500-READ-PARTEXC.
013080     READ PARTEXC
013090         AT END
013100             CONTINUE
013110          NOT AT END
013120             IF NOT PARTEXC-STATUS-OK
013130                 DISPLAY 'READ ERROR ON EXCEPTION PARTITION'
013140                 DISPLAY 'FILE STATUS : ' PARTEXC-STATUS
013150                 MOVE 12 TO WS-RETURN-CODE
013160                 MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
013170                 PERFORM 9999-ABEND-RUN
013180             END-IF
013190     END-READ
013200     .
013210
013220 5100-CLOSE-MRGRPT.
013230     CLOSE MRGRPT
013240     IF NOT MRGRPT-STATUS-OK
013250         DISPLAY 'CLOSE ERROR ON MRGRPT'
013260         DISPLAY 'FILE STATUS : ' MRGRPT-STATUS
013270         MOVE 12 TO WS-RETURN-CODE
013280         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
013290         PERFORM 9999-ABEND-RUN
013300     END-IF
013310     .
013320
013330 6000-WRITE-MRG-LINE.
013340     WRITE MRG-RECORD
013350     IF NOT MRGRPT-STATUS-OK
013360         DISPLAY 'WRITE ERROR ON MRGRPT'
013370         DISPLAY 'FILE STATUS : ' MRGRPT-STATUS
013380         MOVE 12 TO WS-RETURN-CODE
013390         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
013400         PERFORM 9999-ABEND-RUN
013410     END-IF
013420     MOVE SPACES TO MRG-RECORD
013430     .
013440
013450* 6100-WRITE-PART-BREAK REPORTS A PARTITION THAT CANNOT BE
013460* MERGED (WS-MTL-PART-NO AND WS-MTL-TEXT SET BY THE CALLER)
013470* AND COUNTS THE BREAK.
013480 6100-WRITE-PART-BREAK.
013490     ADD 1 TO WS-BREAK-COUNT
013500     MOVE WS-MRG-TEXT-LINE TO MRG-RECORD
013510     PERFORM 6000-WRITE-MRG-LINE
013520     MOVE SPACES TO WS-MTL-TEXT
013530     .
013540
013550 6200-WRITE-DETAIL-RECORD.
013560     WRITE DETAIL-RECORD
013570     IF NOT DETAILRPT-STATUS-OK
013580         DISPLAY 'WRITE ERROR ON DETAILRPT'
013590         DISPLAY 'FILE STATUS : ' DETAILRPT-STATUS
013600         MOVE 12 TO WS-RETURN-CODE
013610         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
013620         PERFORM 9999-ABEND-RUN
013630     END-IF
013640     .
013650
013660* 7000-WRITE-TRENDLOG-RECORD APPENDS THE DAY'S ONE TREND LINE,
013670* WITH THE HEADLINE FIGURE(S) FOR THE DAY'S CALIBRATION MODE
013680* CHOSEN AS 7000-WRITE-TRENDLOG-RECORD IN THE EXTRACT CHOOSES
013690* THEM. CREATED ON FIRST USE.
013700 7000-WRITE-TRENDLOG-RECORD.
013710     OPEN EXTEND TRENDLOG
013720     IF NOT TRENDLOG-STATUS-OK
013730         OPEN OUTPUT TRENDLOG
013740         IF NOT TRENDLOG-STATUS-OK
013750             DISPLAY 'OPEN ERROR ON TRENDLOG'
013760             DISPLAY 'FILE STATUS : ' TRENDLOG-STATUS
013770             MOVE 12 TO WS-RETURN-CODE
013780             MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
013790             PERFORM 9999-ABEND-RUN
013800         END-IF
013810     END-IF
013820     MOVE WS-RUN-DATE       TO WS-TRD-RUN-DATE
013830     MOVE WS-DAY-INPUT-NAME TO WS-TRD-INPUT-NAME
013840     MOVE WS-MRG-REC-COUNT  TO WS-TRD-REC-COUNT
013850     EVALUATE TRUE
013860         WHEN WS-CAL-MODE-DIGITS
013870             MOVE WS-SUM-ETALONNAGE-DIGITS
013880                 TO WS-TRD-ETALONNAGE-FINAL
013890             MOVE ZERO TO WS-TRD-ETALONNAGE-FINAL-DIGITS
013900         WHEN WS-CAL-MODE-BOTH
013910             MOVE WS-MRG-ETALONNAGE TO WS-TRD-ETALONNAGE-FINAL
013920             MOVE WS-SUM-ETALONNAGE-DIGITS
013930                 TO WS-TRD-ETALONNAGE-FINAL-DIGITS
013940         WHEN OTHER
013950             MOVE WS-MRG-ETALONNAGE TO WS-TRD-ETALONNAGE-FINAL
013960             MOVE ZERO TO WS-TRD-ETALONNAGE-FINAL-DIGITS
013970     END-EVALUATE
013980     MOVE WS-TREND-LINE TO TRENDLOG-RECORD
013990     WRITE TRENDLOG-RECORD
014000     IF NOT TRENDLOG-STATUS-OK
014010         DISPLAY 'WRITE ERROR ON TRENDLOG'
014020         DISPLAY 'FILE STATUS : ' TRENDLOG-STATUS
014030         MOVE 12 TO WS-RETURN-CODE
014040         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
014050         PERFORM 9999-ABEND-RUN
014060     END-IF
014070     CLOSE TRENDLOG
014080     .
014090
014100* 7500-WRITE-CATALOG-ENTRY CATALOGUES THE MERGED GENERATION
014110* WITH STATUS CREATED, AS THE EXTRACT CATALOGUES A SINGLE-STEP
014120* DAY. WRITTEN ONLY ONCE THE PARTITIONS HAVE FOOTED.
014130 7500-WRITE-CATALOG-ENTRY.
014140     OPEN EXTEND CALCAT
014150     IF NOT CALCAT-STATUS-OK
014160         OPEN OUTPUT CALCAT
014170         IF NOT CALCAT-STATUS-OK
014180             DISPLAY 'OPEN ERROR ON CALCAT'
014190             DISPLAY 'FILE STATUS : ' CALCAT-STATUS
014200             MOVE 12 TO WS-RETURN-CODE
014210             MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
014220             PERFORM 9999-ABEND-RUN
014230         END-IF
014240     END-IF
014250     MOVE WS-EXPECTED-BUSDATE TO CAT-BUS-DATE
014260     MOVE WS-GEN-CYCLE-NO     TO CAT-CYCLE-NO
014270     MOVE 'CREATED '          TO CAT-STATUS
014280     MOVE WS-MRG-REC-COUNT    TO CAT-REC-COUNT
014290     MOVE WS-CALOUTPT-PATH    TO CAT-GEN-PATH
014300     MOVE CALOUTPT-CATALOG-RECORD TO CALCAT-RECORD
014310     WRITE CALCAT-RECORD
014320     IF NOT CALCAT-STATUS-OK
014330         DISPLAY 'WRITE ERROR ON CALCAT'
014340         DISPLAY 'FILE STATUS : ' CALCAT-STATUS
014350         MOVE 12 TO WS-RETURN-CODE
014360         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
014370         PERFORM 9999-ABEND-RUN
014380     END-IF
014390     CLOSE CALCAT
014400     .
014410
014420* 7600-WRITE-SUPPLIER-STATS APPENDS ONE SUPPLIER QUALITY LOG
014430* LINE PER INPUT FILE OF THE DAY, AS 7600-WRITE-SUPPLIER-STAT
014440* IN THE EXTRACT DOES AT THE END OF EACH FILE, WITH THE FILE'S
014450* EXCEPTIONS GATHERED FROM EVERY PARTITION.
014460 7600-WRITE-SUPPLIER-STATS.
014470     OPEN EXTEND SUPQLOG
014480     IF NOT SUPQLOG-STATUS-OK
014490         OPEN OUTPUT SUPQLOG
014500         IF NOT SUPQLOG-STATUS-OK
014510             DISPLAY 'OPEN ERROR ON SUPQLOG'
014520             DISPLAY 'FILE STATUS : ' SUPQLOG-STATUS
014530             MOVE 12 TO WS-RETURN-CODE
014540             MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
014550             PERFORM 9999-ABEND-RUN
014560         END-IF
014570     END-IF
014580     PERFORM 7650-WRITE-ONE-SUPPLIER-STAT
014590         VARYING F FROM 1 BY 1
014600         UNTIL F > WS-FILE-COUNT
014610     CLOSE SUPQLOG
014620     .
014630
014640 7650-WRITE-ONE-SUPPLIER-STAT.
014650     MOVE WS-RUN-DATE            TO SPQ-PROC-DATE
014660     MOVE 'EXTRACT'              TO SPQ-SOURCE
014670     MOVE WS-EXPECTED-BUSDATE    TO SPQ-BUS-DATE
014680     MOVE WS-FT-SUPPLIER-ID(F)   TO SPQ-SUPPLIER-ID
014690     MOVE WS-FT-REC-COUNT(F)     TO SPQ-REC-COUNT
014700     MOVE ZERO                   TO SPQ-REJ-EMPTY
014710     MOVE ZERO                   TO SPQ-REJ-NONPRT
014720     MOVE ZERO                   TO SPQ-REJ-OVRLEN
014730     MOVE ZERO                   TO SPQ-REJ-DUPLIC
014740     MOVE WS-FT-EXCEPT-COUNT(F)  TO SPQ-EXCEPT-COUNT
014750     MOVE WS-FT-CTL-FAIL(F)      TO SPQ-CTL-FAIL
014760     MOVE WS-FT-LATE(F)          TO SPQ-LATE
014770     MOVE WS-FT-OUT-OF-SEQ(F)    TO SPQ-OUT-OF-SEQ
014780     MOVE SUPPLIER-QUALITY-RECORD TO SUPQLOG-RECORD
014790     WRITE SUPQLOG-RECORD
014800     IF NOT SUPQLOG-STATUS-OK
014810         DISPLAY 'WRITE ERROR ON SUPQLOG'
014820         DISPLAY 'FILE STATUS : ' SUPQLOG-STATUS
014830         MOVE 12 TO WS-RETURN-CODE
014840         MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
014850         PERFORM 9999-ABEND-RUN
014860     END-IF
014870     .
014880
014890* 7700-REGISTER-FILES APPENDS EACH FILE OF A FILELIST DAY TO
014900* THE RUN-CONTROL REGISTER WITH ITS RECORD COUNT AND MERGED
014910* SUBTOTAL, AS 2190-REGISTER-FILE IN THE EXTRACT DOES. A FILE
014920* THE PARTITIONS FOUND ALREADY REGISTERED IS NOT ADDED AGAIN.
014930 7700-REGISTER-FILES.
014940     OPEN EXTEND RUNCTL
014950     IF NOT RUNCTL-STATUS-OK
014960         OPEN OUTPUT RUNCTL
014970         IF NOT RUNCTL-STATUS-OK
014980             DISPLAY 'OPEN ERROR ON RUNCTL'
014990             DISPLAY 'FILE STATUS : ' RUNCTL-STATUS
015000             MOVE 12 TO WS-RETURN-CODE
015010             MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
015020             PERFORM 9999-ABEND-RUN
015030         END-IF
015040     END-IF
015050     PERFORM 7750-REGISTER-ONE-FILE
015060         VARYING F FROM 1 BY 1
015070         UNTIL F > WS-FILE-COUNT
015080     CLOSE RUNCTL
015090     .
015100
015110 7750-REGISTER-ONE-FILE.
015120     IF WS-FT-REGISTERED(F) NOT = 'Y'
015130         MOVE WS-FT-PATH(F)      TO WS-RCT-PATH
015140         MOVE WS-RUN-DATE        TO WS-RCT-DATE
015150         MOVE WS-FT-REC-COUNT(F) TO WS-RCT-COUNT
015160         MOVE WS-FT-SUBTOTAL(F)  TO WS-RCT-SUBTOTAL
015170         MOVE WS-RUNCTL-LINE TO RUNCTL-RECORD
015180         WRITE RUNCTL-RECORD
015190         IF NOT RUNCTL-STATUS-OK
015200             DISPLAY 'WRITE ERROR ON RUNCTL'
015210             DISPLAY 'FILE STATUS : ' RUNCTL-STATUS
015220             MOVE 12 TO WS-RETURN-CODE
015230             MOVE 'FILE-ERROR' TO WS-RST-STATUS-HOLD
015240             PERFORM 9999-ABEND-RUN
015250         END-IF
015260     END-IF
015270     .
015280
015290* 8000-WRITE-RUN-STATUS WRITES THE DAY'S ONE-LINE RUN STATUS IN
015300* THE EXTRACT'S LAYOUT, SO CALGATE AND CALBAL BRANCH ON A
015310* PARTITIONED DAY EXACTLY AS ON A SINGLE-STEP ONE. A DAY THAT
015320* DID NOT FOOT CARRIES CTL-ERROR AND RC 8 (OR THE WORST FAILED
015330* PARTITION'S OWN STATUS AND CODE). A FAILURE WRITING THE
015340* STATUS FILE ITSELF ENDS THE RUN DIRECTLY.
015350 8000-WRITE-RUN-STATUS.
015360     MOVE WS-RUN-DATE       TO WS-RST-RUN-DATE
015370     EVALUATE TRUE
015380         WHEN WS-CAL-MODE-DIGITS
015390             MOVE 'DIGITS' TO WS-RST-MODE
015400         WHEN WS-CAL-MODE-BOTH
015410             MOVE 'BOTH'   TO WS-RST-MODE
015420         WHEN OTHER
015430             MOVE 'WORDS'  TO WS-RST-MODE
015440     END-EVALUATE
015450     MOVE WS-DAY-INPUT-NAME TO WS-RST-INPUT-NAME
015460     MOVE WS-MRG-REC-COUNT  TO WS-RST-REC-COUNT
015470     MOVE WS-MRG-EXC-COUNT  TO WS-RST-EXCEPT-COUNT
015480     MOVE WS-MRG-ETALONNAGE TO WS-RST-ETALONNAGE-FINAL
015490     MOVE WS-SUM-ETALONNAGE-DIGITS
015500         TO WS-RST-ETALONNAGE-FINAL-DIGITS
015510     MOVE WS-RST-STATUS-HOLD TO WS-RST-STATUS
015520     MOVE WS-RETURN-CODE    TO WS-RST-RETURN-CODE
015530     OPEN OUTPUT RUNSTAT
015540     IF NOT RUNSTAT-STATUS-OK
015550         DISPLAY 'OPEN ERROR ON RUNSTAT'
015560         DISPLAY 'FILE STATUS : ' RUNSTAT-STATUS
015570         MOVE 12 TO RETURN-CODE
015580         STOP RUN
015590     END-IF
015600     MOVE WS-RUNSTAT-LINE TO RUNSTAT-RECORD
015610     WRITE RUNSTAT-RECORD
015620     IF NOT RUNSTAT-STATUS-OK
015630         DISPLAY 'WRITE ERROR ON RUNSTAT'
015640         DISPLAY 'FILE STATUS : ' RUNSTAT-STATUS
015650         MOVE 12 TO RETURN-CODE
015660         STOP RUN
015670     END-IF
015680     CLOSE RUNSTAT
015690     .
015700
015710* 9999-ABEND-RUN IS THE SINGLE TERMINATION POINT FOR EVERY
015720* ERROR PATH. THE CALLER HAS ALREADY DISPLAYED THE DETAIL AND
015730* SET WS-RETURN-CODE AND THE STATUS; THE DAY'S RUN STATUS IS
015740* WRITTEN SO THE GATE HOLDS, AND THE JOB ENDS WITH THE CODE.
015750 9999-ABEND-RUN.
015760     PERFORM 8000-WRITE-RUN-STATUS
015770     MOVE WS-RETURN-CODE TO RETURN-CODE
015780     STOP RUN
015790     .
