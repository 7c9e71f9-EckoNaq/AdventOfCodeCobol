002140*                  THE RUN-DATE TEST FLAGGED EVERY ON-SCHEDULE
002150*                  MONDAY FILE AS LATE AND TURNED THE SCORECARD
002160*                  COLUMN INTO CALENDAR NOISE.
002170* 2026-10-15  RD   EACH WRAPPED FILE IS NOW SCORED UNDER ITS OWN
002180*                  SUPPLIER'S CALIBRATION MODE, READ FROM THE
002190*                  SUPPLIER PROFILE MASTER (SUPMST, CALSUP01
002200*                  LAYOUT) WHEN THE HDR IS VALIDATED. AOC-CALMODE
002210*                  IS NOW THE DEFAULT FOR FILES WHOSE SUPPLIER IS
002220*                  NOT ON THE MASTER OR NOT NAMED AT ALL, AND IT
002230*                  STILL DECIDES WHICH GRAND TOTAL THE TREND LOG
002240*                  AND RUN STATUS HEADLINE. A DIGITS-MODE FILE
002250*                  CARRIES ITS DIGITS-ONLY SCORE ON THE DETAIL
002260*                  REPORT, CALOUTPT AND THE WORDS GRAND TOTAL, SO
002270*                  CALRECON STILL BALANCES A MIXED DAY.
002280* 2026-10-15  RD   CALOUTPT RECORDS NOW CARRY THE SUPPLIER ID OF
002290*                  THE TRANSMISSION EACH RECORD CAME IN ON.
002300* 2026-10-15  RD   PARTITIONED EXTRACT FOR MONTH-END AND CATCH-UP
002310*                  DAYS. WITH AOC-PARTNO AND AOC-PARTCOUNT SET,
002320*                  THE STEP RUNS AS ONE OF N PARTITIONS OF THE
002330*                  DAY: A COUNTING PASS SPLITS THE DAY'S DATA
002340*                  RECORDS INTO N EQUAL CAL-REC-NO RANGES, AND THE
002350*                  INSTANCE WALKS THE WHOLE DAY (SO HDR/TRL CHECKS
002360*                  AND NUMBERING ARE UNCHANGED) BUT SCORES AND
002370*                  WRITES ONLY ITS OWN RANGE, TO ITS OWN
002380*                  CHECKPOINT, CALOUTPT PARTITION, DETAIL AND
002390*                  EXCEPTION FILES (.PNN SUFFIX). IN PLACE OF THE
002400*                  CATALOG ENTRY, TREND LINE, RUN STATUS, SKIP AND
002410*                  SUPPLIER QUALITY LINES AND REGISTER ENTRIES IT
002420*                  WRITES A PARTITION CONTROL FILE (PARTCTL,
002430*                  CALPRT01 LAYOUT); THE NEW CALPMRG STEP MERGES
002440*                  AND BALANCES THE PARTITIONS AND WRITES THOSE
002450*                  FOR THE WHOLE DAY.
002460* 2026-10-15  RD   EVERY OPERATOR OVERRIDE HONOURED - AOC-
002470*                  REPROCESS, AOC-RESTART, AOC-BUSDATE, AOC-
002480*                  CALMODE AND AOC-HIVOL - IS NOW WRITTEN TO THE
002490*                  SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD, AND
002500*                  EACH FILE RE-WALKED UNDER AOC-REPROCESS GETS
002510*                  ITS OWN LINE WITH THE HDR SUPPLIER.
002520 ENVIRONMENT DIVISION.
002530 INPUT-OUTPUT SECTION.
002540 FILE-CONTROL.
002550
002560     SELECT INPUTFILE1 ASSIGN TO DYNAMIC WS-INPUTFILE1-PATH
002570         ORGANIZATION IS LINE SEQUENTIAL
002580         FILE STATUS IS FILE1-STATUS.
002590
002600     SELECT DETAILRPT ASSIGN TO DYNAMIC WS-DETAILRPT-PATH
002610         ORGANIZATION IS LINE SEQUENTIAL
002620         FILE STATUS IS DETAILRPT-STATUS.
002630
002640     SELECT FILELIST ASSIGN TO DYNAMIC WS-FILELIST-PATH
002650         ORGANIZATION IS LINE SEQUENTIAL
002660         FILE STATUS IS FILELIST-STATUS.
002670
002680     SELECT EXCEPTRPT ASSIGN TO DYNAMIC WS-EXCEPTRPT-PATH
002690         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS EXCEPTRPT-STATUS.
002710
002720     SELECT CKPTFILE ASSIGN TO DYNAMIC WS-CKPTFILE-PATH
002730         ORGANIZATION IS LINE SEQUENTIAL
002740         FILE STATUS IS CKPTFILE-STATUS.
002750
002760     SELECT CALOUTPT ASSIGN TO DYNAMIC WS-CALOUTPT-PATH
002770         ORGANIZATION IS LINE SEQUENTIAL
002780         FILE STATUS IS CALOUTPT-STATUS.
002790
002800     SELECT TRENDLOG ASSIGN TO DYNAMIC WS-TRENDLOG-PATH
002810         ORGANIZATION IS LINE SEQUENTIAL
002820         FILE STATUS IS TRENDLOG-STATUS.
002830
002840     SELECT RUNCTL ASSIGN TO DYNAMIC WS-RUNCTL-PATH
002850         ORGANIZATION IS LINE SEQUENTIAL
002860         FILE STATUS IS RUNCTL-STATUS.
002870
002880     SELECT SKIPRPT ASSIGN TO DYNAMIC WS-SKIPRPT-PATH
002890         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS SKIPRPT-STATUS.
002910
002920     SELECT RUNSTAT ASSIGN TO DYNAMIC WS-RUNSTAT-PATH
002930         ORGANIZATION IS LINE SEQUENTIAL
002940         FILE STATUS IS RUNSTAT-STATUS.
002950
002960     SELECT CALCAT ASSIGN TO DYNAMIC WS-CALCAT-PATH
002970         ORGANIZATION IS LINE SEQUENTIAL
002980         FILE STATUS IS CALCAT-STATUS.
002990
003000     SELECT SUPQLOG ASSIGN TO DYNAMIC WS-SUPQLOG-PATH
003010         ORGANIZATION IS LINE SEQUENTIAL
003020         FILE STATUS IS SUPQLOG-STATUS.
003030
003040     SELECT PARTCTL ASSIGN TO DYNAMIC WS-PARTCTL-PATH
003050         ORGANIZATION IS LINE SEQUENTIAL
003060         FILE STATUS IS PARTCTL-STATUS.
003070
003080     SELECT SUPMST ASSIGN TO DYNAMIC WS-SUPMST-PATH
003090         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003110         RECORD KEY IS SUP-SUPPLIER-ID
003120         FILE STATUS IS SUPMST-STATUS.
003130
003140 DATA DIVISION.
003150 FILE SECTION.
003160
003170 FD  INPUTFILE1.
003180 01  INPUTRECORD1 PIC X(200).
003190
003200 FD  DETAILRPT.
003210 01  DETAIL-RECORD PIC X(220).
003220
003230 FD  FILELIST.
003240 01  FILELIST-RECORD PIC X(200).
003250
003260 FD  EXCEPTRPT.
003270 01  EXCEPT-RECORD PIC X(214).
003280
003290 FD  CKPTFILE.
003300 01  CKPT-RECORD PIC X(35).
003310
003320 FD  CALOUTPT.
003330 01  CALOUTPT-RECORD             PIC X(218).
003340
003350 FD  TRENDLOG.
003360 01  TRENDLOG-RECORD             PIC X(240).
003370
003380 FD  RUNCTL.
003390 01  RUNCTL-RECORD               PIC X(230).
003400
003410 FD  SKIPRPT.
003420 01  SKIP-RECORD                 PIC X(250).
003430
003440 FD  RUNSTAT.
003450 01  RUNSTAT-RECORD              PIC X(266).
003460
003470 FD  CALCAT.
003480 01  CALCAT-RECORD               PIC X(248).
003490
003500 FD  SUPQLOG.
003510 01  SUPQLOG-RECORD              PIC X(80).
003520
003530 FD  PARTCTL.
003540 01  PARTCTL-RECORD              PIC X(292).
003550
003560 FD  SUPMST.
003570* SUPPLIER PROFILE RECORD LAYOUT (SHARED WITH CALSUPM, CALEDIT
003580* AND CALMISS)
003590 COPY CALSUP01.
003600
003610 WORKING-STORAGE SECTION.
003620
003630* RUN-TIME FILE ASSIGNMENT
003640 01  WS-INPUTFILE1-PATH          PIC X(200).
003650 01  WS-DEFAULT-INPUTFILE1-PATH  PIC X(200) VALUE
003660     'AOC20231201.INPUT.TXT'.
003670 01  WS-DETAILRPT-PATH           PIC X(200).
003680 01  WS-DEFAULT-DETAILRPT-PATH   PIC X(200) VALUE
003690     'AOC20231201.DETAIL.RPT'.
003700 01  WS-FILELIST-PATH            PIC X(200).
003710 01  WS-CURRENT-FILE-NAME        PIC X(200) VALUE SPACES.
003720 01  WS-EXCEPTRPT-PATH           PIC X(200).
003730 01  WS-DEFAULT-EXCEPTRPT-PATH   PIC X(200) VALUE
003740     'AOC20231201.EXCEPT.RPT'.
003750 01  WS-CKPTFILE-PATH            PIC X(200).
003760 01  WS-DEFAULT-CKPTFILE-PATH    PIC X(200) VALUE
003770     'AOC20231201.CKPT.FILE'.
003780 01  WS-CALOUTPT-PATH            PIC X(220).
003790 01  WS-CALOUTPT-BASE-PATH       PIC X(200).
003800 01  WS-DEFAULT-CALOUTPT-PATH    PIC X(200) VALUE
003810     'AOC20231201.CALOUT.FILE'.
003820 01  WS-TRENDLOG-PATH            PIC X(200).
003830 01  WS-DEFAULT-TRENDLOG-PATH    PIC X(200) VALUE
003840     'AOC20231201.TREND.LOG'.
003850 01  WS-RUNCTL-PATH              PIC X(200).
003860 01  WS-DEFAULT-RUNCTL-PATH      PIC X(200) VALUE
003870     'AOC20231201.RUNCTL.FILE'.
003880 01  WS-SKIPRPT-PATH             PIC X(200).
003890 01  WS-DEFAULT-SKIPRPT-PATH     PIC X(200) VALUE
003900     'AOC20231201.SKIP.RPT'.
003910 01  WS-RUNSTAT-PATH             PIC X(200).
003920 01  WS-DEFAULT-RUNSTAT-PATH     PIC X(200) VALUE
003930     'AOC20231201.RUNSTAT.FILE'.
003940 01  WS-CALCAT-PATH              PIC X(200).
003950 01  WS-DEFAULT-CALCAT-PATH      PIC X(200) VALUE
003960     'AOC20231201.CALCAT.FILE'.
003970 01  WS-SUPQLOG-PATH             PIC X(200).
003980 01  WS-DEFAULT-SUPQLOG-PATH     PIC X(200) VALUE
003990     'AOC20231201.SUPQ.LOG'.
004000 01  WS-SUPMST-PATH              PIC X(200).
004010 01  WS-DEFAULT-SUPMST-PATH      PIC X(200) VALUE
004020     'AOC20231201.SUPMST.FILE'.
004030 01  WS-PARTCTL-PATH             PIC X(200).
004040 01  WS-DEFAULT-PARTCTL-PATH     PIC X(200) VALUE
004050     'AOC20231201.PARTCTL.FILE'.
004060
004070* FILE STATUS
004080 01  FILE1-STATUS                PIC 9(02).
004090     88  FILE1-STATUS-OK         VALUE 00.
004100     88  FILE1-STATUS-EOF        VALUE 10.
004110 01  DETAILRPT-STATUS            PIC 9(02).
004120     88  DETAILRPT-STATUS-OK     VALUE 00.
004130 01  FILELIST-STATUS             PIC 9(02).
004140     88  FILELIST-STATUS-OK      VALUE 00.
004150     88  FILELIST-STATUS-EOF     VALUE 10.
004160 01  EXCEPTRPT-STATUS            PIC 9(02).
004170     88  EXCEPTRPT-STATUS-OK     VALUE 00.
004180 01  CKPTFILE-STATUS             PIC 9(02).
004190     88  CKPTFILE-STATUS-OK      VALUE 00.
004200 01  CALOUTPT-STATUS             PIC 9(02).
004210     88  CALOUTPT-STATUS-OK      VALUE 00.
004220 01  TRENDLOG-STATUS             PIC 9(02).
004230     88  TRENDLOG-STATUS-OK      VALUE 00.
004240 01  RUNCTL-STATUS               PIC 9(02).
004250     88  RUNCTL-STATUS-OK        VALUE 00.
004260     88  RUNCTL-STATUS-EOF       VALUE 10.
004270 01  RUNSTAT-STATUS              PIC 9(02).
004280     88  RUNSTAT-STATUS-OK       VALUE 00.
004290 01  SKIPRPT-STATUS              PIC 9(02).
004300     88  SKIPRPT-STATUS-OK       VALUE 00.
004310 01  CALCAT-STATUS               PIC 9(02).
004320     88  CALCAT-STATUS-OK        VALUE 00.
004330     88  CALCAT-STATUS-EOF       VALUE 10.
004340 01  SUPQLOG-STATUS              PIC 9(02).
004350     88  SUPQLOG-STATUS-OK       VALUE 00.
004360 01  SUPMST-STATUS               PIC 9(02).
004370     88  SUPMST-STATUS-OK        VALUE 00.
004380     88  SUPMST-STATUS-NOTFND    VALUE 23.
004390 01  PARTCTL-STATUS              PIC 9(02).
004400     88  PARTCTL-STATUS-OK       VALUE 00.
004410
004420* BATCH (MULTI-FILE) PROCESSING SWITCH
004430 01  WS-USING-FILELIST-SW        PIC X(01) VALUE 'N'.
004440     88  WS-USING-FILELIST       VALUE 'Y'.
004450 01  WS-ETALONNAGE-FILE-TOTAL    PIC 9(10) VALUE ZERO.
004460 01  WS-EXCEPT-COUNT             PIC 9(06) VALUE ZERO.
004470
004480* CHECKPOINT/RESTART CONTROLS
004490 01  WS-RESTART-FLAG-ENV         PIC X(01) VALUE SPACE.
004500 01  WS-RESTART-SW               PIC X(01) VALUE 'N'.
004510     88  WS-RESTART-REQUESTED    VALUE 'Y'.
004520 01  WS-RESTART-REC-NO           PIC 9(06) VALUE ZERO.
004530 01  WS-CKPT-INTERVAL            PIC 9(06) VALUE 100.
004540 01  WS-CKPT-QUOTIENT            PIC 9(06) VALUE ZERO.
004550 01  WS-CKPT-REMAINDER           PIC 9(06) VALUE ZERO.
004560 01  WS-CKPT-LINE.
004570     05  WS-CKPT-REC-NO          PIC 9(06).
004580     05  FILLER                  PIC X(01) VALUE SPACE.
004590     05  WS-CKPT-ETALONNAGE-FINAL PIC 9(10).
004600     05  FILLER                  PIC X(01) VALUE SPACE.
004610     05  WS-CKPT-ETALONNAGE-FINAL-DIGITS PIC 9(10).
004620     05  FILLER                  PIC X(01) VALUE SPACE.
004630     05  WS-CKPT-EXCEPT-COUNT    PIC 9(06).
004640
004650* RUN-CONTROL REGISTER. ONE ENTRY PER INPUT FILE EVER
004660* PROCESSED IN BATCH MODE, LOADED INTO THE TABLE AT THE START
004670* OF 2100-PROCESS-FILELIST AND APPENDED TO AS EACH FILE
004680* COMPLETES. THE TABLE IS THE DOUBLE-PROCESSING GUARD; THE
004690* FILE IS ITS PERSISTENT FORM ACROSS RUNS.
004700 01  WS-RUNCTL-LINE.
004710     05  WS-RCT-PATH             PIC X(200).
004720     05  FILLER                  PIC X(01) VALUE SPACE.
004730     05  WS-RCT-DATE             PIC 9(08).
004740     05  FILLER                  PIC X(01) VALUE SPACE.
004750     05  WS-RCT-COUNT            PIC 9(06).
004760     05  FILLER                  PIC X(01) VALUE SPACE.
004770     05  WS-RCT-SUBTOTAL         PIC 9(10).
004780 01  WS-RUNCTL-MAX               PIC 9(03) VALUE 500.
004790 01  WS-RUNCTL-COUNT             PIC 9(03) VALUE ZERO.
004800 01  WS-RUNCTL-TABLE.
004810     05  WS-RUNCTL-ENTRY OCCURS 500 TIMES.
004820         10  WS-REG-PATH         PIC X(200).
004830         10  WS-REG-DATE         PIC 9(08).
004840         10  WS-REG-COUNT        PIC 9(06).
004850         10  WS-REG-SUBTOTAL     PIC 9(10).
004860 01  J                           PIC 9(03) VALUE ZERO.
004870 01  WS-REG-HIT-IX               PIC 9(03) VALUE ZERO.
004880 01  WS-FILE-REGISTERED-SW       PIC X(01) VALUE 'N'.
004890     88  WS-FILE-REGISTERED      VALUE 'Y'.
004900 01  WS-REPROCESS-ENV            PIC X(01) VALUE SPACE.
004910 01  WS-REPROCESS-SW             PIC X(01) VALUE 'N'.
004920     88  WS-REPROCESS-REQUESTED  VALUE 'Y'.
004930 01  WS-SKIP-COUNT               PIC 9(06) VALUE ZERO.
004940
004950* SKIP REPORT LINE LAYOUT
004960 01  WS-SKIP-LINE.
004970     05  WS-SKP-PATH             PIC X(200).
004980     05  FILLER                  PIC X(01) VALUE SPACE.
004990     05  FILLER                  PIC X(13) VALUE
005000         'PROCESSED ON '.
005010     05  WS-SKP-DATE             PIC 9(08).
005020     05  FILLER                  PIC X(01) VALUE SPACE.
005030     05  WS-SKP-COUNT            PIC 9(06).
005040     05  FILLER                  PIC X(01) VALUE SPACE.
005050     05  WS-SKP-SUBTOTAL         PIC 9(10).
005060     05  FILLER                  PIC X(01) VALUE SPACE.
005070     05  WS-SKP-SUPPLIER         PIC X(03).
005080
005090* CONDITION-CODE DISCIPLINE AND RUN-STATUS FILE. WS-RETURN-
005100* CODE HOLDS THE CONDITION CODE THE JOB ENDS WITH: 0 CLEAN,
005110* 4 COMPLETED WITH EXCEPTIONS, 8 CONTROL/VALIDATION FAILURE,
005120* 12 FILE I/O ERROR, 16 ETALONNAGE OVERFLOW. THE RUN-STATUS
005130* LINE IS WRITTEN ONCE AT EVERY TERMINATION, NORMAL OR NOT,
005140* SO THE SCHEDULER ALWAYS HAS A STATUS TO BRANCH ON.
005150 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
005160 01  WS-RUNSTAT-LINE.
005170     05  WS-RST-RUN-DATE         PIC 9(08).
005180     05  FILLER                  PIC X(01) VALUE SPACE.
005190     05  WS-RST-MODE             PIC X(06).
005200     05  FILLER                  PIC X(01) VALUE SPACE.
005210     05  WS-RST-INPUT-NAME       PIC X(200).
005220     05  FILLER                  PIC X(01) VALUE SPACE.
005230     05  WS-RST-REC-COUNT        PIC 9(06).
005240     05  FILLER                  PIC X(01) VALUE SPACE.
005250     05  WS-RST-EXCEPT-COUNT     PIC 9(06).
005260     05  FILLER                  PIC X(01) VALUE SPACE.
005270     05  WS-RST-ETALONNAGE-FINAL PIC 9(10).
005280     05  FILLER                  PIC X(01) VALUE SPACE.
005290     05  WS-RST-ETALONNAGE-FINAL-DIGITS PIC 9(10).
005300     05  FILLER                  PIC X(01) VALUE SPACE.
005310     05  WS-RST-STATUS           PIC X(10).
005320     05  FILLER                  PIC X(01) VALUE SPACE.
005330     05  WS-RST-RETURN-CODE      PIC 9(02).
005340
005350* SUPPLIER HEADER/TRAILER CONTROLS. THE SUPPLIER WRAPS EACH
005360* INPUT FILE IN AN HDR RECORD (BUSINESS DATE, FILE SEQUENCE
005370* NUMBER) AND A TRL RECORD (EXPECTED DATA RECORD COUNT).
005380 01  WS-EXPECTED-BUSDATE         PIC 9(08) VALUE ZERO.
005390 01  WS-BUSDATE-ENV              PIC X(08) VALUE SPACES.
005400
005410* PROCESSING-CALENDAR CALL BLOCK FOR CALBDATE, WHICH RESOLVES
005420* BUSINESS DATES FROM THE SHARED AOC-CALENDAR FILE.
005430 01  WS-BDATE-PARM.
005440     05  WS-BDT-FUNCTION         PIC X(01).
005450     05  WS-BDT-BASE-DATE        PIC 9(08).
005460     05  WS-BDT-RESULT-DATE      PIC 9(08).
005470     05  WS-BDT-STATUS           PIC X(01).
005480
005490* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
005500* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
005510 01  WS-OVRD-PARM.
005520     05  WS-OVD-PROGRAM          PIC X(08).
005530     05  WS-OVD-NAME             PIC X(16).
005540     05  WS-OVD-VALUE            PIC X(30).
005550     05  WS-OVD-BUS-DATE         PIC 9(08).
005560     05  WS-OVD-SUPPLIER-ID      PIC X(03).
005570     05  WS-OVD-STATUS           PIC X(01).
005580 01  WS-LAST-FILE-SEQ            PIC 9(04) VALUE ZERO.
005590 01  WS-FILE-DATA-COUNT          PIC 9(06) VALUE ZERO.
005600 01  WS-FILE-HDR-SW              PIC X(01) VALUE 'N'.
005610     88  WS-FILE-HAS-HEADER      VALUE 'Y'.
005620 01  WS-FILE-TRL-SW              PIC X(01) VALUE 'N'.
005630     88  WS-FILE-HAS-TRAILER     VALUE 'Y'.
005640 01  WS-HEADER-LINE.
005650     05  WS-HDR-TAG              PIC X(03).
005660     05  WS-HDR-BUS-DATE         PIC 9(08).
005670     05  WS-HDR-FILE-SEQ         PIC 9(04).
005680     05  WS-HDR-SUPPLIER-ID      PIC X(03).
005690 01  WS-TRAILER-LINE.
005700     05  WS-TRL-TAG              PIC X(03).
005710     05  WS-TRL-REC-COUNT        PIC 9(06).
005720
005730* SUPPLIER QUALITY LOG CONTROLS. THE SUPPLIER ID OF THE FILE
005740* IN FLIGHT, ITS OWN EXCEPTION COUNT, AND THE CONTROL-FAILURE
005750* AND SEQUENCE-FAILURE FLAGS FEEDING THE SUPQLOG LINE WRITTEN
005760* PER FILE BY 7600-WRITE-SUPPLIER-STAT.
005770 01  WS-FILE-SUPPLIER-ID         PIC X(03) VALUE SPACES.
005780 01  WS-FILE-EXCEPT-COUNT        PIC 9(06) VALUE ZERO.
005790 01  WS-FILE-CTL-FAIL-SW         PIC X(01) VALUE 'N'.
005800     88  WS-FILE-CTL-FAILED      VALUE 'Y'.
005810 01  WS-FILE-SEQ-FAIL-SW         PIC X(01) VALUE 'N'.
005820     88  WS-FILE-SEQ-FAILED      VALUE 'Y'.
005830
005840* HIGH-VOLUME MODE SWITCH AND SHORT-CIRCUIT SCAN CONTROLS.
005850* WS-REC-LEN IS THE ACTUAL (TRAILING-SPACE-TRIMMED) LENGTH OF
005860* THE CURRENT RECORD; THE LAST-DIGIT SWITCHES LET THE
005870* BACKWARD SCAN STOP AS SOON AS BOTH LAST VALUES ARE SETTLED.
005880 01  WS-HIVOL-ENV                PIC X(01) VALUE SPACE.
005890 01  WS-HIVOL-SW                 PIC X(01) VALUE 'N'.
005900     88  WS-HIVOL-MODE           VALUE 'Y'.
005910 01  WS-REC-LEN                  PIC 9(03) VALUE ZERO.
005920 01  WS-LAST-DIGIT-SW            PIC X(01) VALUE 'N'.
005930     88  WS-LAST-DIGIT-FOUND     VALUE 'Y'.
005940 01  WS-LAST-DIGIT-ONLY-SW      PIC X(01) VALUE 'N'.
005950     88  WS-LAST-DIGIT-ONLY-FOUND VALUE 'Y'.
005960
005970* CALIBRATION MODE SWITCH
005980 01  WS-CALMODE-ENV              PIC X(06) VALUE SPACES.
005990 01  WS-CAL-MODE-SW              PIC X(01) VALUE 'W'.
006000     88  WS-CAL-MODE-DIGITS      VALUE 'D'.
006010     88  WS-CAL-MODE-WORDS       VALUE 'W'.
006020     88  WS-CAL-MODE-BOTH        VALUE 'B'.
006030
006040* CALIBRATION MODE OF THE FILE IN FLIGHT. RESET TO THE JOB MODE
006050* ABOVE AT THE START OF EACH FILE AND REPLACED BY THE SUPPLIER
006060* PROFILE'S MODE WHEN THE HDR NAMES A SUPPLIER ON THE MASTER.
006070* THE MASTER IS OPENED ONLY WHEN A FILE FIRST NAMES A SUPPLIER.
006080 01  WS-FILE-CAL-MODE-SW         PIC X(01) VALUE 'W'.
006090     88  WS-FILE-MODE-DIGITS     VALUE 'D'.
006100     88  WS-FILE-MODE-WORDS      VALUE 'W'.
006110     88  WS-FILE-MODE-BOTH       VALUE 'B'.
006120 01  WS-SUPMST-OPEN-SW           PIC X(01) VALUE 'N'.
006130     88  WS-SUPMST-OPEN          VALUE 'Y'.
006140
006150* PARTITIONED-EXTRACT CONTROLS. A LARGE DAY CAN BE SPLIT INTO
006160* AOC-PARTCOUNT PARTITIONS BY RECORD RANGE, EACH RUN AS ITS OWN
006170* JOB STEP WITH AOC-PARTNO NAMING THE PARTITION IT OWNS. EVERY
006180* INSTANCE WALKS THE WHOLE DAY SO HDR/TRL VALIDATION AND THE
006190* CAL-REC-NO SEQUENCE ARE EXACTLY AS ON A SINGLE-STEP DAY, BUT
006200* ONLY RECORDS INSIDE ITS OWN RANGE ARE SCORED AND WRITTEN. THE
006210* RANGE IS DERIVED FROM A COUNTING PASS OVER THE DAY'S INPUT,
006220* SO EVERY INSTANCE ARRIVES AT THE SAME SPLIT. OUTSIDE
006230* PARTITION MODE THE RANGE COVERS EVERY RECORD NUMBER.
006240 01  WS-PARTNO-ENV               PIC X(02) VALUE SPACES.
006250 01  WS-PARTCOUNT-ENV            PIC X(02) VALUE SPACES.
006260 01  WS-PARTITION-SW             PIC X(01) VALUE 'N'.
006270     88  WS-PARTITION-MODE       VALUE 'Y'.
006280 01  WS-PART-NO                  PIC 9(02) VALUE ZERO.
006290 01  WS-PART-COUNT               PIC 9(02) VALUE ZERO.
006300 01  WS-PART-MAX                 PIC 9(02) VALUE 20.
006310 01  WS-PART-FROM-REC-NO         PIC 9(06) VALUE 1.
006320 01  WS-PART-TO-REC-NO           PIC 9(06) VALUE 999999.
006330 01  WS-PART-DAY-COUNT           PIC 9(06) VALUE ZERO.
006340 01  WS-PART-REC-COUNT           PIC 9(06) VALUE ZERO.
006350 01  WS-PART-SIZE                PIC 9(06) VALUE ZERO.
006360 01  WS-PART-REMAINDER           PIC 9(06) VALUE ZERO.
006370 01  WS-PART-LIMIT               PIC 9(08) VALUE ZERO.
006380 01  WS-PART-SUFFIX              PIC X(04) VALUE SPACES.
006390 01  WS-PART-WORK-PATH           PIC X(200) VALUE SPACES.
006400
006410* WORKING VARIABLES
006420 01  ETALONNAGE                  PIC 9(2)  VALUE ZERO.
006430 01  ETALONNAGE-FINAL            PIC 9(10) VALUE ZERO.
006440 01  ETALONNAGE-DIGITS           PIC 9(2)  VALUE ZERO.
006450 01  ETALONNAGE-FINAL-DIGITS     PIC 9(10) VALUE ZERO.
006460 01  WS-ETALONNAGE-FILE-TOTAL-DIGITS PIC 9(10) VALUE ZERO.
006470 01  WS-ETALONNAGE-MIN           PIC 9(02) VALUE 99.
006480 01  WS-ETALONNAGE-MAX           PIC 9(02) VALUE ZERO.
006490 01  WS-ETALONNAGE-AVG           PIC 9(03)V99 VALUE ZERO.
006500 01  WS-ETALONNAGE-SCORED-SUM    PIC 9(10) VALUE ZERO.
006510 01  WS-SCORED-COUNT             PIC 9(06) VALUE ZERO.
006520 01  I                           PIC 9(3)  VALUE ZERO.
006530 01  CAR-REC                     PIC X(01).
006540 01  PRE-CHI                     PIC S9(1) VALUE ZERO.
006550 01  DER-CHI                     PIC S9(1) VALUE ZERO.
006560 01  PRE-CHI-DIGITS              PIC S9(1) VALUE ZERO.
006570 01  DER-CHI-DIGITS              PIC S9(1) VALUE ZERO.
006580 01  WS-REC-COUNT                PIC 9(06) VALUE ZERO.
006590 01  WS-FIRST-DIGIT-SW           PIC X(01) VALUE 'N'.
006600     88  WS-FIRST-DIGIT-FOUND    VALUE 'Y'.
006610 01  WS-FIRST-DIGIT-ONLY-SW      PIC X(01) VALUE 'N'.
006620     88  WS-FIRST-DIGIT-ONLY-FOUND VALUE 'Y'.
006630 01  WS-DIGIT-FOUND-SW           PIC X(01) VALUE 'N'.
006640     88  WS-DIGIT-FOUND          VALUE 'Y'.
006650 01  WS-FILE-SCORED-SW           PIC X(01) VALUE 'N'.
006660     88  WS-FILE-ANY-SCORED      VALUE 'Y'.
006670 01  WS-DIGIT-VALUE              PIC 9(01) VALUE ZERO.
006680
006690* DETAIL REPORT LINE LAYOUT
006700 01  WS-DETAIL-LINE.
006710     05  WS-DTL-REC-NO           PIC 9(06).
006720     05  FILLER                  PIC X(01) VALUE SPACE.
006730     05  WS-DTL-SOURCE           PIC X(200).
006740     05  FILLER                  PIC X(01) VALUE SPACE.
006750     05  WS-DTL-PRE-CHI          PIC 9(01).
006760     05  FILLER                  PIC X(01) VALUE SPACE.
006770     05  WS-DTL-DER-CHI          PIC 9(01).
006780     05  FILLER                  PIC X(01) VALUE SPACE.
006790     05  WS-DTL-ETALONNAGE       PIC 9(02).
006800     05  FILLER                  PIC X(01) VALUE SPACE.
006810     05  WS-DTL-SUPPLIER         PIC X(03).
006820
006830* EXCEPTION REPORT LINE LAYOUT
006840 01  WS-EXCEPT-LINE.
006850     05  WS-EXC-REC-NO           PIC 9(06).
006860     05  FILLER                  PIC X(01) VALUE SPACE.
006870     05  WS-EXC-SOURCE           PIC X(200).
006880     05  FILLER                  PIC X(01) VALUE SPACE.
006890     05  WS-EXC-SUPPLIER         PIC X(03).
006900
006910* CALIBRATION OUTPUT RECORD LAYOUT (SHARED WITH DOWNSTREAM JOBS)
006920 COPY CALOUT01.
006930
006940* CALOUTPT GENERATION CATALOG (SHARED WITH DOWNSTREAM JOBS)
006950 COPY CALCAT01.
006960 01  WS-GEN-CYCLE-NO             PIC 9(02) VALUE ZERO.
006970
006980* SUPPLIER QUALITY LOG LINE (SHARED WITH CALEDIT AND CALSCRD)
006990 COPY SUPQ01.
007000
007010* PARTITION CONTROL LINE (SHARED WITH CALPMRG)
007020 COPY CALPRT01.
007030
007040* DAY-OVER-DAY TREND LOG CONTROLS AND LINE LAYOUT
007050 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
007060 01  WS-TREND-LINE.
007070     05  WS-TRD-RUN-DATE         PIC 9(08).
007080     05  FILLER                  PIC X(01) VALUE SPACE.
007090     05  WS-TRD-INPUT-NAME       PIC X(200).
007100     05  FILLER                  PIC X(01) VALUE SPACE.
007110     05  WS-TRD-REC-COUNT        PIC 9(06).
007120     05  FILLER                  PIC X(01) VALUE SPACE.
007130     05  WS-TRD-ETALONNAGE-FINAL PIC 9(10).
007140     05  FILLER                  PIC X(01) VALUE SPACE.
007150     05  WS-TRD-ETALONNAGE-FINAL-DIGITS PIC 9(10).
007160
007170 01  ONE                         PIC X(03) VALUE 'one'.
007180 01  TWO                         PIC X(03) VALUE 'two'.
007190 01  THREE                       PIC X(05) VALUE 'three'.
007200 01  FOUR                        PIC X(04) VALUE 'four'.
007210 01  FIVE                        PIC X(05) VALUE 'five'.
007220 01  SIX                         PIC X(03) VALUE 'six'.
007230 01  SEVEN                       PIC X(05) VALUE 'seven'.
007240 01  EIGHT                       PIC X(05) VALUE 'eight'.
007250 01  NINE                        PIC X(04) VALUE 'nine'.
007260
007270 PROCEDURE DIVISION.
007280
007290 0000-MAINLINE.
007300     DISPLAY 'ETALONNAGE'
007310     PERFORM 1000-INITIALIZE
007320     PERFORM 2000-MAIN-PROCESSING
007330*    A PARTITION'S GENERATION IS CATALOGUED BY THE MERGE STEP,
007340*    ONCE ALL PARTITIONS HAVE BEEN PROVED TO FOOT.
007350     IF NOT WS-PARTITION-MODE
007360         PERFORM 7500-WRITE-CATALOG-ENTRY
007370     END-IF
007380     IF WS-EXCEPT-COUNT > ZERO
007390         MOVE 4 TO WS-RETURN-CODE
007400         MOVE 'EXCEPTIONS' TO WS-RST-STATUS
007410     ELSE
007420         MOVE ZERO TO WS-RETURN-CODE
007430         MOVE 'CLEAN' TO WS-RST-STATUS
007440     END-IF
007450     IF WS-PARTITION-MODE
007460         PERFORM 8100-WRITE-PARTITION-TOTAL
007470     ELSE
007480         PERFORM 8000-WRITE-RUN-STATUS
007490     END-IF
007500     MOVE WS-RETURN-CODE TO RETURN-CODE
007510     STOP RUN
007520     .
007530
007540* 1000-INITIALIZE RESOLVES THE INPUTFILE1 ASSIGNMENT AT RUN
007550* TIME FROM THE AOC-INPUTFILE1 ENVIRONMENT VARIABLE (SET BY
007560* THE JCL DD/PARM FOR THIS STEP). FALLS BACK TO THE
007570* DEVELOPMENT DEFAULT WHEN THE VARIABLE IS NOT SET SO THE
007580* PROGRAM CAN STILL BE RUN STAND-ALONE.
007590 1000-INITIALIZE.
007600     MOVE SPACES TO WS-INPUTFILE1-PATH
007610     ACCEPT WS-INPUTFILE1-PATH
007620         FROM ENVIRONMENT 'AOC-INPUTFILE1'
007630     IF WS-INPUTFILE1-PATH = SPACES
007640         MOVE WS-DEFAULT-INPUTFILE1-PATH TO WS-INPUTFILE1-PATH
007650     END-IF
007660
007670     MOVE SPACES TO WS-DETAILRPT-PATH
007680     ACCEPT WS-DETAILRPT-PATH
007690         FROM ENVIRONMENT 'AOC-DETAILRPT'
007700     IF WS-DETAILRPT-PATH = SPACES
007710         MOVE WS-DEFAULT-DETAILRPT-PATH TO WS-DETAILRPT-PATH
007720     END-IF
007730
007740     MOVE SPACES TO WS-FILELIST-PATH
007750     ACCEPT WS-FILELIST-PATH
007760         FROM ENVIRONMENT 'AOC-FILELIST'
007770     IF WS-FILELIST-PATH NOT = SPACES
007780         SET WS-USING-FILELIST TO TRUE
007790     END-IF
007800
007810     MOVE SPACES TO WS-EXCEPTRPT-PATH
007820     ACCEPT WS-EXCEPTRPT-PATH
007830         FROM ENVIRONMENT 'AOC-EXCEPTRPT'
007840     IF WS-EXCEPTRPT-PATH = SPACES
007850         MOVE WS-DEFAULT-EXCEPTRPT-PATH TO WS-EXCEPTRPT-PATH
007860     END-IF
007870
007880     MOVE SPACES TO WS-CKPTFILE-PATH
007890     ACCEPT WS-CKPTFILE-PATH
007900         FROM ENVIRONMENT 'AOC-CKPTFILE'
007910     IF WS-CKPTFILE-PATH = SPACES
007920         MOVE WS-DEFAULT-CKPTFILE-PATH TO WS-CKPTFILE-PATH
007930     END-IF
007940
007950     MOVE SPACES TO WS-CALOUTPT-BASE-PATH
007960     ACCEPT WS-CALOUTPT-BASE-PATH
007970         FROM ENVIRONMENT 'AOC-CALOUTPT'
007980     IF WS-CALOUTPT-BASE-PATH = SPACES
007990         MOVE WS-DEFAULT-CALOUTPT-PATH
008000             TO WS-CALOUTPT-BASE-PATH
008010     END-IF
008020
008030     MOVE SPACES TO WS-TRENDLOG-PATH
008040     ACCEPT WS-TRENDLOG-PATH
008050         FROM ENVIRONMENT 'AOC-TRENDLOG'
008060     IF WS-TRENDLOG-PATH = SPACES
008070         MOVE WS-DEFAULT-TRENDLOG-PATH TO WS-TRENDLOG-PATH
008080     END-IF
008090
008100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008110
008120     MOVE SPACES TO WS-RUNCTL-PATH
008130     ACCEPT WS-RUNCTL-PATH
008140         FROM ENVIRONMENT 'AOC-RUNCTL'
008150     IF WS-RUNCTL-PATH = SPACES
008160         MOVE WS-DEFAULT-RUNCTL-PATH TO WS-RUNCTL-PATH
008170     END-IF
008180
008190     MOVE SPACES TO WS-SKIPRPT-PATH
008200     ACCEPT WS-SKIPRPT-PATH
008210         FROM ENVIRONMENT 'AOC-SKIPRPT'
008220     IF WS-SKIPRPT-PATH = SPACES
008230         MOVE WS-DEFAULT-SKIPRPT-PATH TO WS-SKIPRPT-PATH
008240     END-IF
008250
008260     MOVE SPACES TO WS-RUNSTAT-PATH
008270     ACCEPT WS-RUNSTAT-PATH
008280         FROM ENVIRONMENT 'AOC-RUNSTAT'
008290     IF WS-RUNSTAT-PATH = SPACES
008300         MOVE WS-DEFAULT-RUNSTAT-PATH TO WS-RUNSTAT-PATH
008310     END-IF
008320
008330     MOVE SPACES TO WS-CALCAT-PATH
008340     ACCEPT WS-CALCAT-PATH
008350         FROM ENVIRONMENT 'AOC-CALCAT'
008360     IF WS-CALCAT-PATH = SPACES
008370         MOVE WS-DEFAULT-CALCAT-PATH TO WS-CALCAT-PATH
008380     END-IF
008390
008400     MOVE SPACES TO WS-SUPQLOG-PATH
008410     ACCEPT WS-SUPQLOG-PATH
008420         FROM ENVIRONMENT 'AOC-SUPQLOG'
008430     IF WS-SUPQLOG-PATH = SPACES
008440         MOVE WS-DEFAULT-SUPQLOG-PATH TO WS-SUPQLOG-PATH
008450     END-IF
008460
008470     MOVE SPACES TO WS-SUPMST-PATH
008480     ACCEPT WS-SUPMST-PATH
008490         FROM ENVIRONMENT 'AOC-SUPMST'
008500     IF WS-SUPMST-PATH = SPACES
008510         MOVE WS-DEFAULT-SUPMST-PATH TO WS-SUPMST-PATH
008520     END-IF
008530
008540     MOVE SPACES TO WS-PARTCTL-PATH
008550     ACCEPT WS-PARTCTL-PATH
008560         FROM ENVIRONMENT 'AOC-PARTCTL'
008570     IF WS-PARTCTL-PATH = SPACES
008580         MOVE WS-DEFAULT-PARTCTL-PATH TO WS-PARTCTL-PATH
008590     END-IF
008600
008610     ACCEPT WS-REPROCESS-ENV
008620         FROM ENVIRONMENT 'AOC-REPROCESS'
008630     IF WS-REPROCESS-ENV = 'Y' OR 'y'
008640         SET WS-REPROCESS-REQUESTED TO TRUE
008650     END-IF
008660
008670     MOVE SPACES TO WS-BUSDATE-ENV
008680     ACCEPT WS-BUSDATE-ENV
008690         FROM ENVIRONMENT 'AOC-BUSDATE'
008700     IF WS-BUSDATE-ENV NOT = SPACES
008710         MOVE WS-BUSDATE-ENV TO WS-EXPECTED-BUSDATE
008720     ELSE
008730         PERFORM 1150-RESOLVE-CALENDAR-BUSDATE
008740     END-IF
008750     DISPLAY 'EXPECTED BUSINESS DATE : ' WS-EXPECTED-BUSDATE
008760
008770     ACCEPT WS-RESTART-FLAG-ENV
008780         FROM ENVIRONMENT 'AOC-RESTART'
008790     IF WS-RESTART-FLAG-ENV = 'Y' OR 'y'
008800         SET WS-RESTART-REQUESTED TO TRUE
008810     END-IF
008820
008830     ACCEPT WS-HIVOL-ENV
008840         FROM ENVIRONMENT 'AOC-HIVOL'
008850     IF WS-HIVOL-ENV = 'Y' OR 'y'
008860         SET WS-HIVOL-MODE TO TRUE
008870     END-IF
008880
008890     MOVE SPACES TO WS-CALMODE-ENV
008900     ACCEPT WS-CALMODE-ENV
008910         FROM ENVIRONMENT 'AOC-CALMODE'
008920     EVALUATE WS-CALMODE-ENV
008930         WHEN 'DIGITS'
008940             SET WS-CAL-MODE-DIGITS TO TRUE
008950         WHEN 'BOTH'
008960             SET WS-CAL-MODE-BOTH TO TRUE
008970         WHEN OTHER
008980             SET WS-CAL-MODE-WORDS TO TRUE
008990     END-EVALUATE
009000
009010     MOVE SPACES TO WS-PARTNO-ENV
009020     ACCEPT WS-PARTNO-ENV
009030         FROM ENVIRONMENT 'AOC-PARTNO'
009040     MOVE SPACES TO WS-PARTCOUNT-ENV
009050     ACCEPT WS-PARTCOUNT-ENV
009060         FROM ENVIRONMENT 'AOC-PARTCOUNT'
009070     IF WS-PARTNO-ENV NOT = SPACES
009080         OR WS-PARTCOUNT-ENV NOT = SPACES
009090         PERFORM 1240-VALIDATE-PARTITION-PARMS
009100     END-IF
009110
009120     IF WS-PARTITION-MODE
009130         PERFORM 1250-SET-PARTITION-PATHS
009140         PERFORM 1350-START-PARTITION-CONTROL
009150         PERFORM 1300-RESOLVE-PARTITION-RANGE
009160     ELSE
009170         PERFORM 1200-RESOLVE-OUTPUT-GENERATION
009180     END-IF
009190
009200     PERFORM 1160-LOG-OPERATOR-OVERRIDES
009210     .
009220
009230* 1150-RESOLVE-CALENDAR-BUSDATE RESOLVES THE EXPECTED BUSINESS
009240* DATE FROM THE PROCESSING CALENDAR THROUGH CALBDATE WHEN NO
009250* AOC-BUSDATE OVERRIDE IS GIVEN. A FAILED RESOLUTION FALLS
009260* BACK TO THE OLD RUN-DATE DEFAULT WITH A CONSOLE WARNING
009270* RATHER THAN HOLDING THE WHOLE MORNING ON A CALENDAR PROBLEM.
009280 1150-RESOLVE-CALENDAR-BUSDATE.
009290     MOVE 'E'         TO WS-BDT-FUNCTION
009300     MOVE WS-RUN-DATE TO WS-BDT-BASE-DATE
009310     CALL 'CALBDATE' USING WS-BDATE-PARM
009320     IF WS-BDT-STATUS = '0'
009330         MOVE WS-BDT-RESULT-DATE TO WS-EXPECTED-BUSDATE
009340     ELSE
009350         DISPLAY 'CALENDAR DATE RESOLUTION FAILED - EXPECTED '
009360             'BUSINESS DATE DEFAULTS TO RUN DATE'
009370         MOVE WS-RUN-DATE TO WS-EXPECTED-BUSDATE
009380     END-IF
009390     .
009400
009410* 1160-LOG-OPERATOR-OVERRIDES PUTS EACH OPERATOR OVERRIDE THIS
009420* RUN HONOURS ON THE OVERRIDE AUDIT LOG, CHAIN-WIDE (NO
009430* SUPPLIER). EVERY PARTITION RUNS UNDER THE SAME OVERRIDES; ONLY
009440* PARTITION 1 LOGS THEM.
009450 1160-LOG-OPERATOR-OVERRIDES.
009460     IF WS-PARTITION-MODE
009470         AND WS-PART-NO NOT = 1
009480         CONTINUE
009490     ELSE
009500         MOVE SPACES TO WS-OVD-SUPPLIER-ID
009510         MOVE WS-EXPECTED-BUSDATE TO WS-OVD-BUS-DATE
009520         IF WS-REPROCESS-REQUESTED
009530             MOVE 'AOC-REPROCESS'  TO WS-OVD-NAME
009540             MOVE WS-REPROCESS-ENV TO WS-OVD-VALUE
009550             PERFORM 1170-LOG-ONE-OVERRIDE
009560         END-IF
009570         IF WS-RESTART-REQUESTED
009580             MOVE 'AOC-RESTART'       TO WS-OVD-NAME
009590             MOVE WS-RESTART-FLAG-ENV TO WS-OVD-VALUE
009600             PERFORM 1170-LOG-ONE-OVERRIDE
009610         END-IF
009620         IF WS-BUSDATE-ENV NOT = SPACES
009630             MOVE 'AOC-BUSDATE'  TO WS-OVD-NAME
009640             MOVE WS-BUSDATE-ENV TO WS-OVD-VALUE
009650             PERFORM 1170-LOG-ONE-OVERRIDE
009660         END-IF
009670         IF WS-CALMODE-ENV NOT = SPACES
009680             MOVE 'AOC-CALMODE'  TO WS-OVD-NAME
009690             MOVE WS-CALMODE-ENV TO WS-OVD-VALUE
009700             PERFORM 1170-LOG-ONE-OVERRIDE
009710         END-IF
009720         IF WS-HIVOL-MODE
009730             MOVE 'AOC-HIVOL'  TO WS-OVD-NAME
009740             MOVE WS-HIVOL-ENV TO WS-OVD-VALUE
009750             PERFORM 1170-LOG-ONE-OVERRIDE
009760         END-IF
009770     END-IF
009780     .
009790
009800* 1170-LOG-ONE-OVERRIDE HANDS THE OVERRIDE IN WS-OVRD-PARM TO
009810* CALOVRD. AN OVERRIDE THAT CANNOT BE AUDITED IS NOT TAKEN - A
009820* LOG THAT CANNOT BE WRITTEN ENDS THE RUN AS A FILE ERROR.
009830 1170-LOG-ONE-OVERRIDE.
009840     MOVE 'EXTRACT' TO WS-OVD-PROGRAM
009850     CALL 'CALOVRD' USING WS-OVRD-PARM
009860     IF WS-OVD-STATUS NOT = '0'
009870         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
009880         MOVE 12 TO WS-RETURN-CODE
009890         MOVE 'FILE-ERROR' TO WS-RST-STATUS
009900         PERFORM 9999-ABEND-RUN
009910     END-IF
009920     .
009930
009940* 1200-RESOLVE-OUTPUT-GENERATION BUILDS THE DATED GENERATION
009950* PATH THIS RUN WRITES ITS FEEDER TO: THE BASE NAME FROM
009960* AOC-CALOUTPT, THE EXPECTED BUSINESS DATE AND A CYCLE NUMBER
009970* ONE HIGHER THAN THE GENERATIONS ALREADY ON THE CATALOG FOR
009980* THAT DATE. A MISSING CATALOG IS THE FIRST GENERATION EVER,
009990* NOT AN ERROR. AN ABENDED RUN NEVER CATALOGUED ITSELF, SO A
010000* CHECKPOINT RESTART LANDS ON THE SAME CYCLE NUMBER AND
010010* RESUMES THE SAME GENERATION FILE.
010020 1200-RESOLVE-OUTPUT-GENERATION.
010030     MOVE ZERO TO WS-GEN-CYCLE-NO
010040     OPEN INPUT CALCAT
010050     IF NOT CALCAT-STATUS-OK
010060         DISPLAY 'NO CALOUTPT CATALOG FOUND - NEW ONE STARTS '
010070             'WITH THIS RUN'
010080     ELSE
010090         PERFORM 4200-READ-CALCAT
010100         PERFORM UNTIL CALCAT-STATUS-EOF
010110         OR NOT CALCAT-STATUS-OK
010120             MOVE CALCAT-RECORD TO CALOUTPT-CATALOG-RECORD
010130             IF CAT-BUS-DATE = WS-EXPECTED-BUSDATE
010140                 AND CAT-CYCLE-NO > WS-GEN-CYCLE-NO
010150                 MOVE CAT-CYCLE-NO TO WS-GEN-CYCLE-NO
010160             END-IF
010170             PERFORM 4200-READ-CALCAT
010180         END-PERFORM
010190         CLOSE CALCAT
010200     END-IF
010210     ADD 1 TO WS-GEN-CYCLE-NO
010220     MOVE SPACES TO WS-CALOUTPT-PATH
010230     STRING WS-CALOUTPT-BASE-PATH DELIMITED BY SPACE
010240         '.'                      DELIMITED BY SIZE
010250         WS-EXPECTED-BUSDATE      DELIMITED BY SIZE
010260         '.C'                     DELIMITED BY SIZE
010270         WS-GEN-CYCLE-NO          DELIMITED BY SIZE
010280         INTO WS-CALOUTPT-PATH
010290     DISPLAY 'CALOUTPT GENERATION : ' WS-CALOUTPT-PATH(1:60)
010300     .
010310
010320* 1240-VALIDATE-PARTITION-PARMS CHECKS AOC-PARTNO AND
010330* AOC-PARTCOUNT. BOTH MUST BE GIVEN, A SINGLE DIGIT IS TAKEN AS
010340* THE UNITS, AND THE PARTITION NUMBER MUST LIE BETWEEN 1 AND THE
010350* PARTITION COUNT, WHICH MAY NOT EXCEED WS-PART-MAX. A BAD
010360* PARAMETER STOPS THE STEP BEFORE ANY OUTPUT IS TOUCHED.
010370 1240-VALIDATE-PARTITION-PARMS.
010380     IF WS-PARTNO-ENV(2:1) = SPACE
010390         MOVE WS-PARTNO-ENV(1:1) TO WS-PARTNO-ENV(2:1)
010400         MOVE '0' TO WS-PARTNO-ENV(1:1)
010410     END-IF
010420     IF WS-PARTCOUNT-ENV(2:1) = SPACE
010430         MOVE WS-PARTCOUNT-ENV(1:1) TO WS-PARTCOUNT-ENV(2:1)
010440         MOVE '0' TO WS-PARTCOUNT-ENV(1:1)
010450     END-IF
010460     IF WS-PARTNO-ENV NOT NUMERIC
010470         OR WS-PARTCOUNT-ENV NOT NUMERIC
010480         DISPLAY 'AOC-PARTNO/AOC-PARTCOUNT NOT NUMERIC : '
010490             WS-PARTNO-ENV ' ' WS-PARTCOUNT-ENV
010500         MOVE 8 TO WS-RETURN-CODE
010510         MOVE 'CTL-ERROR' TO WS-RST-STATUS
010520         PERFORM 9999-ABEND-RUN
010530     END-IF
010540     MOVE WS-PARTNO-ENV    TO WS-PART-NO
010550     MOVE WS-PARTCOUNT-ENV TO WS-PART-COUNT
010560     IF WS-PART-COUNT = ZERO
010570         OR WS-PART-COUNT > WS-PART-MAX
010580         OR WS-PART-NO = ZERO
010590         OR WS-PART-NO > WS-PART-COUNT
010600         DISPLAY 'INVALID PARTITION ' WS-PART-NO ' OF '
010610             WS-PART-COUNT ' - MAXIMUM PARTITIONS ' WS-PART-MAX
010620         MOVE 8 TO WS-RETURN-CODE
010630         MOVE 'CTL-ERROR' TO WS-RST-STATUS
010640         PERFORM 9999-ABEND-RUN
010650     END-IF
010660     SET WS-PARTITION-MODE TO TRUE
010670     DISPLAY 'PARTITIONED EXTRACT - PARTITION ' WS-PART-NO
010680         ' OF ' WS-PART-COUNT
010690     .
010700
010710* 1250-SET-PARTITION-PATHS GIVES THIS PARTITION ITS OWN
010720* CHECKPOINT, DETAIL, EXCEPTION AND CONTROL FILES BY SUFFIXING
010730* THE STEP'S NAMES WITH .PNN, AND ITS OWN CALOUTPT PARTITION
010740* (BASE NAME, BUSINESS DATE, .PNN). EVERY PARTITION OF THE DAY
010750* RUNS WITH THE SAME ASSIGNMENTS, AND CALPMRG DERIVES THE SAME
010760* NAMES FROM THEM WHEN IT MERGES. NOTHING IS CATALOGUED HERE.
010770 1250-SET-PARTITION-PATHS.
010780     MOVE SPACES TO WS-PART-SUFFIX
010790     STRING '.P'       DELIMITED BY SIZE
010800         WS-PART-NO    DELIMITED BY SIZE
010810         INTO WS-PART-SUFFIX
010820
010830     MOVE WS-DETAILRPT-PATH TO WS-PART-WORK-PATH
010840     MOVE SPACES TO WS-DETAILRPT-PATH
010850     STRING WS-PART-WORK-PATH DELIMITED BY SPACE
010860         WS-PART-SUFFIX         DELIMITED BY SIZE
010870         INTO WS-DETAILRPT-PATH
010880
010890     MOVE WS-EXCEPTRPT-PATH TO WS-PART-WORK-PATH
010900     MOVE SPACES TO WS-EXCEPTRPT-PATH
010910     STRING WS-PART-WORK-PATH DELIMITED BY SPACE
010920         WS-PART-SUFFIX         DELIMITED BY SIZE
010930         INTO WS-EXCEPTRPT-PATH
010940
010950     MOVE WS-CKPTFILE-PATH TO WS-PART-WORK-PATH
010960     MOVE SPACES TO WS-CKPTFILE-PATH
010970     STRING WS-PART-WORK-PATH DELIMITED BY SPACE
010980         WS-PART-SUFFIX         DELIMITED BY SIZE
010990         INTO WS-CKPTFILE-PATH
011000
011010     MOVE WS-PARTCTL-PATH TO WS-PART-WORK-PATH
011020     MOVE SPACES TO WS-PARTCTL-PATH
011030     STRING WS-PART-WORK-PATH DELIMITED BY SPACE
011040         WS-PART-SUFFIX         DELIMITED BY SIZE
011050         INTO WS-PARTCTL-PATH
011060
011070     MOVE SPACES TO WS-CALOUTPT-PATH
011080     STRING WS-CALOUTPT-BASE-PATH DELIMITED BY SPACE
011090         '.'                      DELIMITED BY SIZE
011100         WS-EXPECTED-BUSDATE      DELIMITED BY SIZE
011110         WS-PART-SUFFIX           DELIMITED BY SIZE
011120         INTO WS-CALOUTPT-PATH
011130     DISPLAY 'CALOUTPT PARTITION : ' WS-CALOUTPT-PATH(1:60)
011140     .
011150
011160* 1300-RESOLVE-PARTITION-RANGE COUNTS THE DATA RECORDS OF THE
011170* WHOLE DAY - EVERY FILE THE MAIN WALK WILL PROCESS, HDR AND TRL
011180* EXCLUDED, WITH THE SAME RUN-CONTROL REGISTER SKIP RULE - AND
011190* TAKES THIS PARTITION'S SHARE: AN EQUAL RANGE OF CAL-REC-NO,
011200* ROUNDED UP, THE LAST PARTITION TAKING THE REMAINDER. A
011210* PARTITION BEYOND THE END OF A SMALL DAY GETS AN EMPTY RANGE
011220* AND STILL REPORTS IN, SO THE MERGE ALWAYS SEES EVERY
011230* PARTITION. THE REGISTER IS ONLY WRITTEN BY THE MERGE, SO
011240* EVERY INSTANCE SEES THE SAME REGISTER AND THE SAME DAY.
011250 1300-RESOLVE-PARTITION-RANGE.
011260     MOVE ZERO TO WS-PART-DAY-COUNT
011270     IF WS-USING-FILELIST
011280         OPEN INPUT FILELIST
011290         IF NOT FILELIST-STATUS-OK
011300             DISPLAY 'OPEN ERROR ON FILELIST'
011310             DISPLAY 'FILE STATUS : ' FILELIST-STATUS
011320             MOVE 12 TO WS-RETURN-CODE
011330             MOVE 'FILE-ERROR' TO WS-RST-STATUS
011340             PERFORM 9999-ABEND-RUN
011350         END-IF
011360         PERFORM 2120-LOAD-RUN-REGISTER
011370         PERFORM 2150-READ-FILELIST
011380         PERFORM UNTIL FILELIST-STATUS-EOF
011390         OR NOT FILELIST-STATUS-OK
011400             MOVE FILELIST-RECORD TO WS-INPUTFILE1-PATH
011410             PERFORM 2160-CHECK-RUN-REGISTER
011420             IF WS-FILE-REGISTERED
011430                 AND NOT WS-REPROCESS-REQUESTED
011440                 AND NOT WS-RESTART-REQUESTED
011450                 CONTINUE
011460             ELSE
011470                 PERFORM 1320-COUNT-ONE-FILE
011480             END-IF
011490             PERFORM 2150-READ-FILELIST
011500         END-PERFORM
011510         CLOSE FILELIST
011520     ELSE
011530         PERFORM 1320-COUNT-ONE-FILE
011540     END-IF
011550
011560     DIVIDE WS-PART-DAY-COUNT BY WS-PART-COUNT
011570         GIVING WS-PART-SIZE
011580         REMAINDER WS-PART-REMAINDER
011590     IF WS-PART-REMAINDER > ZERO
011600         ADD 1 TO WS-PART-SIZE
011610     END-IF
011620     COMPUTE WS-PART-LIMIT = WS-PART-NO * WS-PART-SIZE
011630     IF WS-PART-LIMIT > WS-PART-DAY-COUNT
011640         MOVE WS-PART-DAY-COUNT TO WS-PART-LIMIT
011650     END-IF
011660     MOVE WS-PART-LIMIT TO WS-PART-TO-REC-NO
011670     COMPUTE WS-PART-LIMIT =
011680         ((WS-PART-NO - 1) * WS-PART-SIZE) + 1
011690     IF WS-PART-LIMIT > WS-PART-DAY-COUNT
011700         COMPUTE WS-PART-LIMIT = WS-PART-DAY-COUNT + 1
011710     END-IF
011720     MOVE WS-PART-LIMIT TO WS-PART-FROM-REC-NO
011730     IF WS-PART-FROM-REC-NO > WS-PART-TO-REC-NO
011740         MOVE ZERO TO WS-PART-REC-COUNT
011750     ELSE
011760         COMPUTE WS-PART-REC-COUNT =
011770             WS-PART-TO-REC-NO - WS-PART-FROM-REC-NO + 1
011780     END-IF
011790     DISPLAY 'DAY DATA RECORDS   : ' WS-PART-DAY-COUNT
011800     DISPLAY 'PARTITION RECORDS  : ' WS-PART-FROM-REC-NO
011810         ' TO ' WS-PART-TO-REC-NO
011820     .
011830
011840* 1320-COUNT-ONE-FILE ADDS THE DATA RECORDS OF THE FILE NAMED
011850* IN WS-INPUTFILE1-PATH TO THE DAY COUNT. THE CONTROL RECORDS
011860* ARE LEFT OUT, AS THE MAIN WALK LEAVES THEM OUT OF WS-REC-COUNT;
011870* THEY ARE VALIDATED THERE, NOT HERE.
011880 1320-COUNT-ONE-FILE.
011890     PERFORM 3000-OPEN-INPUTFILE1
011900     PERFORM 4000-READ-FILE1
011910     PERFORM UNTIL FILE1-STATUS-EOF
011920     OR NOT FILE1-STATUS-OK
011930         IF INPUTRECORD1(1:3) NOT = 'HDR'
011940             AND INPUTRECORD1(1:3) NOT = 'TRL'
011950             ADD 1 TO WS-PART-DAY-COUNT
011960         END-IF
011970         PERFORM 4000-READ-FILE1
011980     END-PERFORM
011990     PERFORM 5000-CLOSE-INPUTFILE1
012000     .
012010
012020* 1350-START-PARTITION-CONTROL EMPTIES THIS PARTITION'S CONTROL
012030* FILE. A RESTART EMPTIES IT TOO - THE RESTART RE-WALKS EVERY
012040* FILE OF THE DAY AND WRITES EVERY FILE LINE AGAIN.
012050 1350-START-PARTITION-CONTROL.
012060     OPEN OUTPUT PARTCTL
012070     IF NOT PARTCTL-STATUS-OK
012080         DISPLAY 'OPEN ERROR ON PARTCTL'
012090         DISPLAY 'FILE STATUS : ' PARTCTL-STATUS
012100         MOVE 12 TO WS-RETURN-CODE
012110         MOVE 'FILE-ERROR' TO WS-RST-STATUS
012120         PERFORM 9999-ABEND-RUN
012130     END-IF
012140     CLOSE PARTCTL
012150     .
012160
012170* 2000-MAIN-PROCESSING OPENS THE DETAIL REPORT FOR THE WHOLE
012180* RUN, THEN DRIVES EITHER A SINGLE-FILE RUN OR A BATCH RUN
012190* OVER THE CONTROL FILE NAMED BY AOC-FILELIST, DEPENDING ON
012200* WS-USING-FILELIST-SW AS SET IN 1000-INITIALIZE.
012210 2000-MAIN-PROCESSING.
012220     PERFORM 3100-OPEN-DETAILRPT
012230     PERFORM 3200-OPEN-EXCEPTRPT
012240     PERFORM 3400-OPEN-CALOUTPT
012250
012260     IF WS-RESTART-REQUESTED
012270         PERFORM 2450-LOAD-CHECKPOINT
012280     END-IF
012290
012300     IF WS-USING-FILELIST
012310         PERFORM 2100-PROCESS-FILELIST
012320     ELSE
012330         MOVE WS-INPUTFILE1-PATH TO WS-CURRENT-FILE-NAME
012340         PERFORM 2500-PROCESS-ONE-FILE THRU 2500-EXIT
012350     END-IF
012360
012370     PERFORM 5100-CLOSE-DETAILRPT
012380     PERFORM 5200-CLOSE-EXCEPTRPT
012390     PERFORM 5400-CLOSE-CALOUTPT
012400     IF WS-SUPMST-OPEN
012410         PERFORM 5500-CLOSE-SUPMST
012420     END-IF
012430
012440     EVALUATE TRUE
012450         WHEN WS-CAL-MODE-DIGITS
012460             DISPLAY 'ETALONNAGE DIGITS :'
012470                 ETALONNAGE-FINAL-DIGITS
012480         WHEN WS-CAL-MODE-BOTH
012490             DISPLAY 'ETALONNAGE WORDS  :' ETALONNAGE-FINAL
012500             DISPLAY 'ETALONNAGE DIGITS :'
012510                 ETALONNAGE-FINAL-DIGITS
012520         WHEN OTHER
012530             DISPLAY 'ETALONNAGE :' ETALONNAGE-FINAL
012540     END-EVALUATE
012550     DISPLAY 'EXCEPTION COUNT :' WS-EXCEPT-COUNT
012560
012570     IF WS-SCORED-COUNT > ZERO
012580         DIVIDE WS-ETALONNAGE-SCORED-SUM BY WS-SCORED-COUNT
012590             GIVING WS-ETALONNAGE-AVG ROUNDED
012600         DISPLAY 'ETALONNAGE MIN (WORDS) :' WS-ETALONNAGE-MIN
012610         DISPLAY 'ETALONNAGE MAX (WORDS) :' WS-ETALONNAGE-MAX
012620         DISPLAY 'ETALONNAGE AVG (WORDS) :' WS-ETALONNAGE-AVG
012630     END-IF
012640
012650*    A PARTITION'S FIGURES ARE ONLY PART OF THE DAY - THE MERGE
012660*    STEP LOGS THE COMBINED TREND LINE.
012670     IF NOT WS-PARTITION-MODE
012680         PERFORM 7000-WRITE-TRENDLOG-RECORD
012690     END-IF
012700     .
012710
012720* 2100-PROCESS-FILELIST DRIVES BATCH PROCESSING OF A WHOLE
012730* DAY'S WORTH OF INPUT FILES. WS-FILELIST-PATH NAMES A
012740* CONTROL FILE, ONE INPUT FILE PATH PER RECORD, AND EACH IS
012750* IN TURN MOVED INTO WS-INPUTFILE1-PATH AND PROCESSED BY
012760* 2500-PROCESS-ONE-FILE, WHICH ROLLS ITS SUBTOTAL INTO THE
012770* RUN GRAND TOTAL. BEFORE EACH FILE IS HANDED OVER, THE
012780* RUN-CONTROL REGISTER IS CONSULTED: A FILE ALREADY
012790* REGISTERED IS SKIPPED (WARNING ON THE CONSOLE, ENTRY ON
012800* THE SKIP REPORT) UNLESS AOC-REPROCESS OVERRIDES, OR A
012810* CHECKPOINT RESTART IS UNDERWAY - A RESTART MUST RE-WALK
012820* THE SAME FILES SO WS-REC-COUNT LINES BACK UP.
012830 2100-PROCESS-FILELIST.
012840     OPEN INPUT FILELIST
012850     IF NOT FILELIST-STATUS-OK
012860         DISPLAY 'OPEN ERROR ON FILELIST'
012870         DISPLAY 'FILE STATUS : ' FILELIST-STATUS
012880         MOVE 12 TO WS-RETURN-CODE
012890         MOVE 'FILE-ERROR' TO WS-RST-STATUS
012900         PERFORM 9999-ABEND-RUN
012910     END-IF
012920
012930     PERFORM 2120-LOAD-RUN-REGISTER
012940
012950     PERFORM 2150-READ-FILELIST
012960
012970     PERFORM UNTIL FILELIST-STATUS-EOF
012980     OR NOT FILELIST-STATUS-OK
012990
013000                 MOVE FILELIST-RECORD TO WS-INPUTFILE1-PATH
013010                 MOVE FILELIST-RECORD TO WS-CURRENT-FILE-NAME
013020
013030                 PERFORM 2160-CHECK-RUN-REGISTER
013040
013050                 IF WS-FILE-REGISTERED
013060                     AND NOT WS-REPROCESS-REQUESTED
013070                     AND NOT WS-RESTART-REQUESTED
013080                     DISPLAY 'FILE ALREADY PROCESSED - SKIPPED'
013090                         ' : ' WS-CURRENT-FILE-NAME
013100*                    EVERY PARTITION SKIPS THE SAME FILES; ONLY
013110*                    PARTITION 1 REPORTS THEM.
013120                     IF NOT WS-PARTITION-MODE
013130                         OR WS-PART-NO = 1
013140                         PERFORM 2180-WRITE-SKIP-ENTRY
013150                     END-IF
013160                 ELSE
013170                     IF WS-FILE-REGISTERED
013180                         AND WS-REPROCESS-REQUESTED
013190                         DISPLAY 'REPROCESS OVERRIDE IN '
013200                             'EFFECT : ' WS-CURRENT-FILE-NAME
013210                     END-IF
013220                     PERFORM 2500-PROCESS-ONE-FILE
013230                         THRU 2500-EXIT
013240*                    A PARTITION LEAVES REGISTRATION TO THE MERGE,
013250*                    SO EVERY INSTANCE SEES THE SAME REGISTER.
013260                     IF NOT WS-PARTITION-MODE
013270                         PERFORM 2190-REGISTER-FILE
013280                     END-IF
013290                 END-IF
013300
013310          PERFORM 2150-READ-FILELIST
013320
013330     END-PERFORM
013340
013350     CLOSE FILELIST
013360     IF NOT FILELIST-STATUS-OK
013370         DISPLAY 'CLOSE ERROR ON FILELIST'
013380         DISPLAY 'FILE STATUS : ' FILELIST-STATUS
013390         MOVE 12 TO WS-RETURN-CODE
013400         MOVE 'FILE-ERROR' TO WS-RST-STATUS
013410         PERFORM 9999-ABEND-RUN
013420     END-IF
013430     .
013440
013450 2150-READ-FILELIST.
013460     READ FILELIST
013470         AT END
013480             CONTINUE
013490          NOT AT END
013500             IF NOT FILELIST-STATUS-OK
013510                 DISPLAY 'READ ERROR ON FILELIST'
013520                 DISPLAY 'FILE STATUS : ' FILELIST-STATUS
013530                 MOVE 12 TO WS-RETURN-CODE
013540                 MOVE 'FILE-ERROR' TO WS-RST-STATUS
013550                 PERFORM 9999-ABEND-RUN
013560             END-IF
013570     END-READ
013580     .
013590
013600* 2120-LOAD-RUN-REGISTER READS THE PERSISTENT RUN-CONTROL
013610* REGISTER INTO THE IN-STORAGE TABLE. A MISSING REGISTER IS
013620* A FIRST RUN, NOT AN ERROR. A REGISTER THAT HAS OUTGROWN
013630* THE TABLE STOPS THE RUN - SILENTLY FORGETTING OLD ENTRIES
013640* WOULD REOPEN THE DOUBLE-PROCESSING HOLE THE REGISTER
013650* EXISTS TO CLOSE.
013660 2120-LOAD-RUN-REGISTER.
013670     MOVE ZERO TO WS-RUNCTL-COUNT
013680     OPEN INPUT RUNCTL
013690     IF NOT RUNCTL-STATUS-OK
013700         DISPLAY 'NO RUN-CONTROL REGISTER FOUND - NEW ONE '
013710             'STARTS WITH THIS RUN'
013720     ELSE
013730         PERFORM 2130-READ-RUNCTL
013740         PERFORM UNTIL RUNCTL-STATUS-EOF
013750         OR NOT RUNCTL-STATUS-OK
013760             IF WS-RUNCTL-COUNT >= WS-RUNCTL-MAX
013770                 DISPLAY 'RUN-CONTROL REGISTER FULL - '
013780                     'INCREASE WS-RUNCTL-MAX AND RERUN'
013790                 MOVE 8 TO WS-RETURN-CODE
013800                 MOVE 'CTL-ERROR' TO WS-RST-STATUS
013810                 PERFORM 9999-ABEND-RUN
013820             END-IF
013830             MOVE RUNCTL-RECORD TO WS-RUNCTL-LINE
013840             ADD 1 TO WS-RUNCTL-COUNT
013850             MOVE WS-RCT-PATH
013860                 TO WS-REG-PATH(WS-RUNCTL-COUNT)
013870             MOVE WS-RCT-DATE
013880                 TO WS-REG-DATE(WS-RUNCTL-COUNT)
013890             MOVE WS-RCT-COUNT
013900                 TO WS-REG-COUNT(WS-RUNCTL-COUNT)
013910             MOVE WS-RCT-SUBTOTAL
013920                 TO WS-REG-SUBTOTAL(WS-RUNCTL-COUNT)
013930             PERFORM 2130-READ-RUNCTL
013940         END-PERFORM
013950         CLOSE RUNCTL
013960     END-IF
013970     .
013980
013990 2130-READ-RUNCTL.
014000     READ RUNCTL
014010         AT END
014020             CONTINUE
014030          NOT AT END
014040             IF NOT RUNCTL-STATUS-OK
014050                 DISPLAY 'READ ERROR ON RUNCTL'
014060                 DISPLAY 'FILE STATUS : ' RUNCTL-STATUS
014070                 MOVE 12 TO WS-RETURN-CODE
014080                 MOVE 'FILE-ERROR' TO WS-RST-STATUS
014090                 PERFORM 9999-ABEND-RUN
014100             END-IF
014110     END-READ
014120     .
014130
014140* 2160-CHECK-RUN-REGISTER LOOKS THE CURRENT INPUT FILE PATH
014150* UP IN THE TABLE AND SETS WS-FILE-REGISTERED (AND THE HIT
014160* SUBSCRIPT, FOR THE SKIP REPORT) WHEN IT HAS ALREADY BEEN
014170* PROCESSED BY AN EARLIER RUN.
014180 2160-CHECK-RUN-REGISTER.
014190     MOVE 'N'  TO WS-FILE-REGISTERED-SW
014200     MOVE ZERO TO WS-REG-HIT-IX
014210     PERFORM 2165-MATCH-ONE-ENTRY
014220         THRU 2165-EXIT
014230         VARYING J FROM 1 BY 1
014240         UNTIL J > WS-RUNCTL-COUNT
014250         OR WS-FILE-REGISTERED
014260     .
014270
014280 2165-MATCH-ONE-ENTRY.
014290     IF WS-REG-PATH(J) = WS-INPUTFILE1-PATH
014300         SET WS-FILE-REGISTERED TO TRUE
014310         MOVE J TO WS-REG-HIT-IX
014320     END-IF
014330     .
014340 2165-EXIT.
014350     EXIT
014360     .
014370
014380* 2180-WRITE-SKIP-ENTRY RECORDS A SKIPPED FILE ON THE SKIP
014390* REPORT WITH THE DATE, COUNT AND SUBTOTAL OF ITS ORIGINAL
014400* PROCESSING. THE REPORT IS OPENED EXTEND SO EVERY SKIP OF
014410* THE DAY ACCUMULATES IN ONE PLACE, CREATED ON FIRST USE.
014420 2180-WRITE-SKIP-ENTRY.
014430     ADD 1 TO WS-SKIP-COUNT
014440     OPEN EXTEND SKIPRPT
014450     IF NOT SKIPRPT-STATUS-OK
014460         OPEN OUTPUT SKIPRPT
014470         IF NOT SKIPRPT-STATUS-OK
014480             DISPLAY 'OPEN ERROR ON SKIPRPT'
014490             DISPLAY 'FILE STATUS : ' SKIPRPT-STATUS
014500             MOVE 12 TO WS-RETURN-CODE
014510             MOVE 'FILE-ERROR' TO WS-RST-STATUS
014520             PERFORM 9999-ABEND-RUN
014530         END-IF
014540     END-IF
014550     MOVE WS-CURRENT-FILE-NAME TO WS-SKP-PATH
014560     MOVE WS-REG-DATE(WS-REG-HIT-IX) TO WS-SKP-DATE
014570     MOVE WS-REG-COUNT(WS-REG-HIT-IX) TO WS-SKP-COUNT
014580     MOVE WS-REG-SUBTOTAL(WS-REG-HIT-IX) TO WS-SKP-SUBTOTAL
014590*    A SKIPPED FILE IS NEVER OPENED, SO ITS SUPPLIER ID IS NOT
014600*    KNOWN HERE - THE SKIP LINE CARRIES A BLANK ID.
014610     MOVE SPACES TO WS-SKP-SUPPLIER
014620     MOVE WS-SKIP-LINE TO SKIP-RECORD
014630     WRITE SKIP-RECORD
014640     IF NOT SKIPRPT-STATUS-OK
014650         DISPLAY 'WRITE ERROR ON SKIPRPT'
014660         DISPLAY 'FILE STATUS : ' SKIPRPT-STATUS
014670         MOVE 12 TO WS-RETURN-CODE
014680         MOVE 'FILE-ERROR' TO WS-RST-STATUS
014690         PERFORM 9999-ABEND-RUN
014700     END-IF
014710     CLOSE SKIPRPT
014720     .
014730
014740* 2190-REGISTER-FILE APPENDS THE FILE JUST PROCESSED TO THE
014750* PERSISTENT REGISTER AND TO THE IN-STORAGE TABLE. A FILE
014760* ALREADY ON THE REGISTER (A REPROCESS OVERRIDE OR A
014770* CHECKPOINT-RESTART RE-WALK) IS NOT REGISTERED TWICE.
014780 2190-REGISTER-FILE.
014790     IF WS-FILE-REGISTERED
014800         CONTINUE
014810     ELSE
014820         IF WS-RUNCTL-COUNT >= WS-RUNCTL-MAX
014830             DISPLAY 'RUN-CONTROL REGISTER FULL - '
014840                 'INCREASE WS-RUNCTL-MAX AND RERUN'
014850             MOVE 8 TO WS-RETURN-CODE
014860             MOVE 'CTL-ERROR' TO WS-RST-STATUS
014870             PERFORM 9999-ABEND-RUN
014880         END-IF
014890         ADD 1 TO WS-RUNCTL-COUNT
014900         MOVE WS-INPUTFILE1-PATH
014910             TO WS-REG-PATH(WS-RUNCTL-COUNT)
014920         MOVE WS-RUN-DATE
014930             TO WS-REG-DATE(WS-RUNCTL-COUNT)
014940         MOVE WS-FILE-DATA-COUNT
014950             TO WS-REG-COUNT(WS-RUNCTL-COUNT)
014960         MOVE WS-ETALONNAGE-FILE-TOTAL
014970             TO WS-REG-SUBTOTAL(WS-RUNCTL-COUNT)
014980         MOVE WS-INPUTFILE1-PATH    TO WS-RCT-PATH
014990         MOVE WS-RUN-DATE           TO WS-RCT-DATE
015000         MOVE WS-FILE-DATA-COUNT    TO WS-RCT-COUNT
015010         MOVE WS-ETALONNAGE-FILE-TOTAL TO WS-RCT-SUBTOTAL
015020         OPEN EXTEND RUNCTL
015030         IF NOT RUNCTL-STATUS-OK
015040             OPEN OUTPUT RUNCTL
015050             IF NOT RUNCTL-STATUS-OK
015060                 DISPLAY 'OPEN ERROR ON RUNCTL'
015070                 DISPLAY 'FILE STATUS : ' RUNCTL-STATUS
015080                 MOVE 12 TO WS-RETURN-CODE
015090                 MOVE 'FILE-ERROR' TO WS-RST-STATUS
015100                 PERFORM 9999-ABEND-RUN
015110             END-IF
015120         END-IF
015130         MOVE WS-RUNCTL-LINE TO RUNCTL-RECORD
015140         WRITE RUNCTL-RECORD
015150         IF NOT RUNCTL-STATUS-OK
015160             DISPLAY 'WRITE ERROR ON RUNCTL'
015170             DISPLAY 'FILE STATUS : ' RUNCTL-STATUS
015180             MOVE 12 TO WS-RETURN-CODE
015190             MOVE 'FILE-ERROR' TO WS-RST-STATUS
015200             PERFORM 9999-ABEND-RUN
015210         END-IF
015220         CLOSE RUNCTL
015230     END-IF
015240     .
015250
015260* 2450-LOAD-CHECKPOINT READS THE LAST CHECKPOINT RECORD WRITTEN
015270* BY 2470-WRITE-CHECKPOINT (LAST RECORD NUMBER PROCESSED, THE
015280* RUNNING ETALONNAGE-FINAL/ETALONNAGE-FINAL-DIGITS AND THE
015290* RUNNING WS-EXCEPT-COUNT AT THAT POINT) AND PRIMES
015300* WS-RESTART-REC-NO AND ALL THREE RUNNING FIGURES FROM IT SO
015310* THE MAIN READ LOOP CAN SKIP PAST RECORDS ALREADY ACCOUNTED
015320* FOR INSTEAD OF REPROCESSING THE WHOLE FILE, AND THE END-OF-
015330* RUN SUMMARY STAYS CONSISTENT ACROSS A RESTART. IF NO
015340* CHECKPOINT FILE EXISTS YET, THE RUN SIMPLY STARTS FROM THE
015350* BEGINNING.
015360 2450-LOAD-CHECKPOINT.
015370     OPEN INPUT CKPTFILE
015380     IF NOT CKPTFILE-STATUS-OK
015390         DISPLAY 'NO CHECKPOINT FOUND - STARTING FROM RECORD 1'
015400     ELSE
015410         READ CKPTFILE
015420             AT END
015430                 CONTINUE
015440             NOT AT END
015450                 MOVE CKPT-RECORD TO WS-CKPT-LINE
015460                 MOVE WS-CKPT-REC-NO TO WS-RESTART-REC-NO
015470                 MOVE WS-CKPT-ETALONNAGE-FINAL TO ETALONNAGE-FINAL
015480                 MOVE WS-CKPT-ETALONNAGE-FINAL-DIGITS
015490                     TO ETALONNAGE-FINAL-DIGITS
015500                 MOVE WS-CKPT-EXCEPT-COUNT TO WS-EXCEPT-COUNT
015510                 DISPLAY 'RESTART AFTER REC :' WS-RESTART-REC-NO
015520         END-READ
015530         CLOSE CKPTFILE
015540     END-IF
015550     .
015560
015570* 2500-PROCESS-ONE-FILE OPENS THE INPUT FILE NAMED IN
015580* WS-INPUTFILE1-PATH, SCANS EVERY RECORD FOR ITS CALIBRATION
015590* VALUE, WRITES THE DETAIL REPORT LINE FOR EACH, ACCUMULATES
015600* A PER-FILE SUBTOTAL IN WS-ETALONNAGE-FILE-TOTAL AND ADDS
015610* IT TO THE RUN GRAND TOTAL IN ETALONNAGE-FINAL, THEN CLOSES
015620* THE INPUT FILE. ON A RESTART, WS-REC-COUNT IS A RUNNING
015630* COUNT ACROSS THE WHOLE BATCH, SO A FILE ENTIRELY AT OR
015640* BEFORE THE CHECKPOINT'S RESTART POINT HAS EVERY RECORD SKIP
015650* THE WS-RESTART-REC-NO GUARD BELOW AND NEVER ACCUMULATES A
015660* SUBTOTAL - WS-FILE-SCORED-SW TRACKS WHETHER ANY RECORD IN
015670* THIS FILE WAS ACTUALLY SCORED THIS RUN, SO THE SUBTOTAL LINE
015680* CAN SAY SO RATHER THAN MISREPORT ZERO FOR AN ALREADY-
015690* ACCOUNTED-FOR FILE. PERFORMED ONCE FOR A SINGLE-FILE RUN, OR
015700* ONCE PER ENTRY WHEN DRIVEN FROM 2100-PROCESS-FILELIST.
015710 2500-PROCESS-ONE-FILE.
015720     MOVE ZERO TO WS-ETALONNAGE-FILE-TOTAL
015730     MOVE ZERO TO WS-ETALONNAGE-FILE-TOTAL-DIGITS
015740     MOVE 'N'  TO WS-FILE-SCORED-SW
015750     MOVE ZERO TO WS-FILE-DATA-COUNT
015760     MOVE 'N'  TO WS-FILE-HDR-SW
015770     MOVE 'N'  TO WS-FILE-TRL-SW
015780     MOVE SPACES TO WS-FILE-SUPPLIER-ID
015790     MOVE ZERO TO WS-FILE-EXCEPT-COUNT
015800     MOVE 'N'  TO WS-FILE-CTL-FAIL-SW
015810     MOVE 'N'  TO WS-FILE-SEQ-FAIL-SW
015820     MOVE WS-CAL-MODE-SW TO WS-FILE-CAL-MODE-SW
015830
015840     PERFORM 3000-OPEN-INPUTFILE1
015850
015860     PERFORM 4000-READ-FILE1
015870
015880     PERFORM UNTIL FILE1-STATUS-EOF
015890     OR NOT FILE1-STATUS-OK
015900
015910*                A SUPPLIER CONTROL RECORD (HDR/TRL) IS
015920*                VALIDATED AND EXCLUDED FROM CALIBRATION
015930*                SCORING AND FROM WS-REC-COUNT, SO THE
015940*                DOWNSTREAM CAL-REC-NO SEQUENCE STAYS
015950*                CONTIGUOUS.
015960                 IF INPUTRECORD1(1:3) = 'HDR'
015970                     PERFORM 2520-VALIDATE-HEADER
015980                 ELSE
015990                 IF INPUTRECORD1(1:3) = 'TRL'
016000                     PERFORM 2530-CAPTURE-TRAILER
016010                 ELSE
016020
016030                 ADD 1 TO WS-REC-COUNT
016040                 ADD 1 TO WS-FILE-DATA-COUNT
016050
016060*                A PARTITION SCORES ONLY ITS OWN RECORD RANGE;
016070*                OUTSIDE PARTITION MODE THE RANGE IS EVERY RECORD.
016080                 IF WS-REC-COUNT > WS-RESTART-REC-NO
016090                     AND WS-REC-COUNT NOT < WS-PART-FROM-REC-NO
016100                     AND WS-REC-COUNT NOT > WS-PART-TO-REC-NO
016110                     SET WS-FILE-ANY-SCORED TO TRUE
016120*                    THE PER-RECORD CONSOLE ECHO IS SUPPRESSED
016130*                    IN HIGH-VOLUME MODE - ON A MILLION-RECORD
016140*                    EXTRACT IT DOMINATES THE RUN TIME AND
016150*                    FLOODS THE JOB LOG, AND THE DETAIL REPORT
016160*                    ALREADY PRESERVES THE SAME AUDIT TRAIL.
016170                     IF NOT WS-HIVOL-MODE
016180                         DISPLAY INPUTRECORD1
016190                     END-IF
016200
016210                     MOVE 'N' TO WS-FIRST-DIGIT-SW
016220                     MOVE 'N' TO WS-FIRST-DIGIT-ONLY-SW
016230                     MOVE 0   TO PRE-CHI DER-CHI
016240                     MOVE 0   TO PRE-CHI-DIGITS DER-CHI-DIGITS
016250
016260                     IF WS-HIVOL-MODE
016270                         PERFORM 2310-SCAN-RECORD-FAST
016280                     ELSE
016290                         PERFORM 2300-SCAN-ONE-POSITION
016300                             THRU 2300-EXIT
016310                             VARYING I FROM 1 BY 1
016320                             UNTIL I > 195
016330                     END-IF
016340
016350*                    A DIGITS-MODE SUPPLIER IS SCORED ON ITS
016360*                    DIGITS-ONLY SCAN: THAT SCORE BECOMES THE
016370*                    RECORD'S ETALONNAGE FROM HERE ON.
016380                     IF WS-FILE-MODE-DIGITS
016390                         MOVE PRE-CHI-DIGITS TO PRE-CHI
016400                         MOVE DER-CHI-DIGITS TO DER-CHI
016410                         MOVE WS-FIRST-DIGIT-ONLY-SW
016420                             TO WS-FIRST-DIGIT-SW
016430                     END-IF
016440
016450                     IF NOT WS-HIVOL-MODE
016460                         DISPLAY PRE-CHI
016470                         DISPLAY DER-CHI
016480                     END-IF
016490                     COMPUTE ETALONNAGE =
016500                         (PRE-CHI * 10) + DER-CHI
016510                     IF NOT WS-HIVOL-MODE
016520                         DISPLAY ETALONNAGE
016530                     END-IF
016540                     COMPUTE ETALONNAGE-DIGITS =
016550                         (PRE-CHI-DIGITS * 10) + DER-CHI-DIGITS
016560
016570                     PERFORM 6000-WRITE-DETAIL-RECORD
016580                     PERFORM 6200-WRITE-CALIBRATION-RECORD
016590
016600                     EVALUATE TRUE
016610                     WHEN WS-FILE-MODE-DIGITS
016620                         IF NOT WS-FIRST-DIGIT-ONLY-FOUND
016630                             PERFORM 6100-WRITE-EXCEPTION-RECORD
016640                         END-IF
016650                     WHEN WS-FILE-MODE-BOTH
016660                         IF NOT WS-FIRST-DIGIT-FOUND
016670                             OR NOT WS-FIRST-DIGIT-ONLY-FOUND
016680                             PERFORM 6100-WRITE-EXCEPTION-RECORD
016690                         END-IF
016700                     WHEN OTHER
016710                         IF NOT WS-FIRST-DIGIT-FOUND
016720                             PERFORM 6100-WRITE-EXCEPTION-RECORD
016730                         END-IF
016740                     END-EVALUATE
016750
016760                     IF WS-FIRST-DIGIT-FOUND
016770                         PERFORM 2490-UPDATE-ETALONNAGE-STATS
016780                     END-IF
016790
016800                     ADD ETALONNAGE TO WS-ETALONNAGE-FILE-TOTAL
016810                         ON SIZE ERROR
016820                             PERFORM 2495-ETALONNAGE-OVERFLOW
016830                     END-ADD
016840                     ADD ETALONNAGE TO ETALONNAGE-FINAL
016850                         ON SIZE ERROR
016860                             PERFORM 2495-ETALONNAGE-OVERFLOW
016870                     END-ADD
016880                     ADD ETALONNAGE-DIGITS
016890                         TO WS-ETALONNAGE-FILE-TOTAL-DIGITS
016900                         ON SIZE ERROR
016910                             PERFORM 2495-ETALONNAGE-OVERFLOW
016920                     END-ADD
016930                     ADD ETALONNAGE-DIGITS
016940                         TO ETALONNAGE-FINAL-DIGITS
016950                         ON SIZE ERROR
016960                             PERFORM 2495-ETALONNAGE-OVERFLOW
016970                     END-ADD
016980
016990                     PERFORM 2470-WRITE-CHECKPOINT-IF-DUE
017000                 END-IF
017010
017020                 END-IF
017030                 END-IF
017040
017050          PERFORM 4000-READ-FILE1
017060
017070     END-PERFORM
017080
017090     PERFORM 5000-CLOSE-INPUTFILE1
017100
017110     PERFORM 2540-VERIFY-TRAILER
017120
017130*    A PARTITION HOLDS ONLY PART OF THE FILE'S EXCEPTIONS, SO ITS
017140*    FILE FIGURES GO TO THE PARTITION CONTROL FILE AND THE MERGE
017150*    WRITES THE ONE SUPPLIER QUALITY LOG LINE FOR THE FILE.
017160     IF WS-PARTITION-MODE
017170         PERFORM 8200-WRITE-PARTITION-FILE
017180     ELSE
017190         PERFORM 7600-WRITE-SUPPLIER-STAT
017200     END-IF
017210
017220     DISPLAY 'FILE : ' WS-CURRENT-FILE-NAME
017230     IF WS-FILE-ANY-SCORED
017240         DISPLAY 'FILE SUBTOTAL ETALONNAGE :'
017250             WS-ETALONNAGE-FILE-TOTAL
017260     ELSE
017270         IF WS-PARTITION-MODE
017280             DISPLAY 'FILE SUBTOTAL ETALONNAGE : N/A (OUTSIDE '
017290                 'THIS PARTITION OR SKIPPED BY RESTART)'
017300         ELSE
017310             DISPLAY 'FILE SUBTOTAL ETALONNAGE : N/A (SKIPPED '
017320                 'BY RESTART - ALREADY ACCOUNTED FOR BEFORE '
017330                 'CHECKPOINT)'
017340         END-IF
017350     END-IF
017360     .
017370 2500-EXIT.
017380     EXIT
017390     .
017400
017410* 2520-VALIDATE-HEADER CHECKS A SUPPLIER HDR RECORD: IT MUST
017420* BE THE FIRST RECORD OF ITS FILE AND THE ONLY HDR, ITS
017430* BUSINESS DATE MUST MATCH THE EXPECTED BUSINESS DATE
017440* (AOC-BUSDATE, DEFAULTING TO THE RUN DATE), AND ITS FILE
017450* SEQUENCE NUMBER MUST ASCEND ACROSS A FILELIST BATCH. ANY
017460* FAILURE STOPS THE RUN AT THE POINT OF ENTRY, BEFORE THE
017470* FILE'S RECORDS CAN FOLD INTO THE TOTALS.
017480 2520-VALIDATE-HEADER.
017490     MOVE INPUTRECORD1(1:18) TO WS-HEADER-LINE
017500     IF WS-FILE-HAS-HEADER
017510         DISPLAY 'DUPLICATE HDR RECORD IN FILE : '
017520             WS-CURRENT-FILE-NAME
017530         SET WS-FILE-CTL-FAILED TO TRUE
017540         MOVE 8 TO WS-RETURN-CODE
017550         MOVE 'CTL-ERROR' TO WS-RST-STATUS
017560         PERFORM 9999-ABEND-RUN
017570     END-IF
017580     IF WS-FILE-DATA-COUNT > ZERO
017590         DISPLAY 'HDR RECORD NOT FIRST IN FILE : '
017600             WS-CURRENT-FILE-NAME
017610         SET WS-FILE-CTL-FAILED TO TRUE
017620         MOVE 8 TO WS-RETURN-CODE
017630         MOVE 'CTL-ERROR' TO WS-RST-STATUS
017640         PERFORM 9999-ABEND-RUN
017650     END-IF
017660     SET WS-FILE-HAS-HEADER TO TRUE
017670     IF WS-HDR-BUS-DATE NOT NUMERIC
017680         DISPLAY 'HDR BUSINESS DATE NOT NUMERIC IN FILE : '
017690             WS-CURRENT-FILE-NAME
017700         SET WS-FILE-CTL-FAILED TO TRUE
017710         MOVE 8 TO WS-RETURN-CODE
017720         MOVE 'CTL-ERROR' TO WS-RST-STATUS
017730         PERFORM 9999-ABEND-RUN
017740     END-IF
017750     IF WS-HDR-BUS-DATE NOT = WS-EXPECTED-BUSDATE
017760         DISPLAY 'HDR BUSINESS DATE MISMATCH IN FILE : '
017770             WS-CURRENT-FILE-NAME
017780         DISPLAY 'EXPECTED : ' WS-EXPECTED-BUSDATE
017790         DISPLAY 'RECEIVED : ' WS-HDR-BUS-DATE
017800         SET WS-FILE-CTL-FAILED TO TRUE
017810         MOVE 8 TO WS-RETURN-CODE
017820         MOVE 'CTL-ERROR' TO WS-RST-STATUS
017830         PERFORM 9999-ABEND-RUN
017840     END-IF
017850     IF WS-HDR-FILE-SEQ NOT NUMERIC
017860         DISPLAY 'HDR FILE SEQUENCE NOT NUMERIC IN FILE : '
017870             WS-CURRENT-FILE-NAME
017880         SET WS-FILE-CTL-FAILED TO TRUE
017890         MOVE 8 TO WS-RETURN-CODE
017900         MOVE 'CTL-ERROR' TO WS-RST-STATUS
017910         PERFORM 9999-ABEND-RUN
017920     END-IF
017930     IF WS-HDR-FILE-SEQ NOT > WS-LAST-FILE-SEQ
017940         DISPLAY 'HDR FILE SEQUENCE OUT OF ORDER IN FILE : '
017950             WS-CURRENT-FILE-NAME
017960         DISPLAY 'LAST SEQUENCE     : ' WS-LAST-FILE-SEQ
017970         DISPLAY 'RECEIVED SEQUENCE : ' WS-HDR-FILE-SEQ
017980         SET WS-FILE-SEQ-FAILED TO TRUE
017990         SET WS-FILE-CTL-FAILED TO TRUE
018000         MOVE 8 TO WS-RETURN-CODE
018010         MOVE 'CTL-ERROR' TO WS-RST-STATUS
018020         PERFORM 9999-ABEND-RUN
018030     END-IF
018040     MOVE WS-HDR-FILE-SEQ TO WS-LAST-FILE-SEQ
018050     MOVE WS-HDR-SUPPLIER-ID TO WS-FILE-SUPPLIER-ID
018060     IF WS-FILE-SUPPLIER-ID NOT = SPACES
018070         PERFORM 2525-APPLY-SUPPLIER-MODE
018080     END-IF
018090*    A FILE RE-WALKED UNDER AOC-REPROCESS IS LOGGED AGAINST ITS
018100*    SUPPLIER, SO REPEATED REPROCESSING OF ONE SENDER SHOWS UP.
018110     IF WS-FILE-REGISTERED
018120         AND WS-REPROCESS-REQUESTED
018130         IF NOT WS-PARTITION-MODE
018140             OR WS-PART-NO = 1
018150             MOVE 'AOC-REPROCESS'      TO WS-OVD-NAME
018160             MOVE WS-CURRENT-FILE-NAME TO WS-OVD-VALUE
018170             MOVE WS-HDR-BUS-DATE      TO WS-OVD-BUS-DATE
018180             MOVE WS-FILE-SUPPLIER-ID  TO WS-OVD-SUPPLIER-ID
018190             PERFORM 1170-LOG-ONE-OVERRIDE
018200         END-IF
018210     END-IF
018220     .
018230
018240* 2525-APPLY-SUPPLIER-MODE LOOKS THE FILE'S SUPPLIER UP ON THE
018250* SUPPLIER PROFILE MASTER AND SCORES THE FILE UNDER THE MODE
018260* CONFIGURED THERE. CALEDIT HAS ALREADY REFUSED UNKNOWN AND
018270* INACTIVE SUPPLIERS, SO A SUPPLIER MISSING HERE MEANS THE EDIT
018280* WAS BYPASSED - THE FILE KEEPS THE JOB MODE, WITH A CONSOLE
018290* NOTE.
018300 2525-APPLY-SUPPLIER-MODE.
018310     IF NOT WS-SUPMST-OPEN
018320         PERFORM 3500-OPEN-SUPMST
018330     END-IF
018340     MOVE WS-FILE-SUPPLIER-ID TO SUP-SUPPLIER-ID
018350     READ SUPMST
018360         INVALID KEY
018370             DISPLAY 'SUPPLIER ' WS-FILE-SUPPLIER-ID
018380                 ' NOT ON SUPPLIER MASTER - JOB CALIBRATION '
018390                 'MODE USED'
018400         NOT INVALID KEY
018410             EVALUATE TRUE
018420                 WHEN SUP-MODE-DIGITS
018430                     SET WS-FILE-MODE-DIGITS TO TRUE
018440                 WHEN SUP-MODE-BOTH
018450                     SET WS-FILE-MODE-BOTH TO TRUE
018460                 WHEN SUP-MODE-WORDS
018470                     SET WS-FILE-MODE-WORDS TO TRUE
018480             END-EVALUATE
018490     END-READ
018500     IF NOT SUPMST-STATUS-OK
018510         AND NOT SUPMST-STATUS-NOTFND
018520         DISPLAY 'READ ERROR ON SUPMST'
018530         DISPLAY 'FILE STATUS : ' SUPMST-STATUS
018540         MOVE 12 TO WS-RETURN-CODE
018550         MOVE 'FILE-ERROR' TO WS-RST-STATUS
018560         PERFORM 9999-ABEND-RUN
018570     END-IF
018580     .
018590
018600* 2530-CAPTURE-TRAILER CHECKS A SUPPLIER TRL RECORD AND KEEPS
018610* ITS EXPECTED DATA RECORD COUNT FOR THE END-OF-FILE
018620* COMPARISON IN 2540-VERIFY-TRAILER. A TRL IS ONLY VALID IN
018630* A FILE THAT OPENED WITH AN HDR.
018640 2530-CAPTURE-TRAILER.
018650     MOVE INPUTRECORD1(1:9) TO WS-TRAILER-LINE
018660     IF NOT WS-FILE-HAS-HEADER
018670         DISPLAY 'TRL RECORD WITHOUT HDR IN FILE : '
018680             WS-CURRENT-FILE-NAME
018690         SET WS-FILE-CTL-FAILED TO TRUE
018700         MOVE 8 TO WS-RETURN-CODE
018710         MOVE 'CTL-ERROR' TO WS-RST-STATUS
018720         PERFORM 9999-ABEND-RUN
018730     END-IF
018740     IF WS-FILE-HAS-TRAILER
018750         DISPLAY 'DUPLICATE TRL RECORD IN FILE : '
018760             WS-CURRENT-FILE-NAME
018770         SET WS-FILE-CTL-FAILED TO TRUE
018780         MOVE 8 TO WS-RETURN-CODE
018790         MOVE 'CTL-ERROR' TO WS-RST-STATUS
018800         PERFORM 9999-ABEND-RUN
018810     END-IF
018820     SET WS-FILE-HAS-TRAILER TO TRUE
018830     IF WS-TRL-REC-COUNT NOT NUMERIC
018840         DISPLAY 'TRL RECORD COUNT NOT NUMERIC IN FILE : '
018850             WS-CURRENT-FILE-NAME
018860         SET WS-FILE-CTL-FAILED TO TRUE
018870         MOVE 8 TO WS-RETURN-CODE
018880         MOVE 'CTL-ERROR' TO WS-RST-STATUS
018890         PERFORM 9999-ABEND-RUN
018900     END-IF
018910     .
018920
018930* 2540-VERIFY-TRAILER RECONCILES THE TRL COUNT AGAINST THE
018940* DATA RECORDS ACTUALLY READ FROM THE FILE, AFTER END OF
018950* FILE. A WRAPPED FILE WITH NO TRL, OR A COUNT THAT DOES NOT
018960* MATCH, FAILS THE FILE - A FILE CUT SHORT BY AN UPSTREAM
018970* ABEND IS CAUGHT HERE INSTEAD OF SURFACING AS A QUIETLY
018980* SMALLER ETALONNAGE-FINAL. AN UNWRAPPED (LEGACY) FILE HAS
018990* NOTHING TO VERIFY.
019000 2540-VERIFY-TRAILER.
019010     IF WS-FILE-HAS-HEADER
019020         IF NOT WS-FILE-HAS-TRAILER
019030             DISPLAY 'TRL RECORD MISSING IN FILE : '
019040                 WS-CURRENT-FILE-NAME
019050             SET WS-FILE-CTL-FAILED TO TRUE
019060             MOVE 8 TO WS-RETURN-CODE
019070             MOVE 'CTL-ERROR' TO WS-RST-STATUS
019080             PERFORM 9999-ABEND-RUN
019090         END-IF
019100         IF WS-TRL-REC-COUNT NOT = WS-FILE-DATA-COUNT
019110             DISPLAY 'TRL COUNT MISMATCH IN FILE : '
019120                 WS-CURRENT-FILE-NAME
019130             DISPLAY 'TRL COUNT    : ' WS-TRL-REC-COUNT
019140             DISPLAY 'RECORDS READ : ' WS-FILE-DATA-COUNT
019150             SET WS-FILE-CTL-FAILED TO TRUE
019160             MOVE 8 TO WS-RETURN-CODE
019170             MOVE 'CTL-ERROR' TO WS-RST-STATUS
019180             PERFORM 9999-ABEND-RUN
019190         END-IF
019200     END-IF
019210     .
019220
019230* 2490-UPDATE-ETALONNAGE-STATS MAINTAINS THE MINIMUM, MAXIMUM,
019240* SCORED-RECORD COUNT AND SCORED-VALUE SUM FOR ETALONNAGE,
019250* USED TO DISPLAY A MIN/MAX/AVERAGE SUMMARY AT THE END OF THE
019260* RUN. THESE FIGURES ARE SCOPED TO THIS RUN INVOCATION ONLY -
019270* ON A RESTART, ETALONNAGE-FINAL IS PRIMED FROM THE CHECKPOINT
019280* WITH THE FULL PRIOR-RUN GRAND TOTAL, BUT THERE IS NO
019290* CHECKPOINTED SCORED-VALUE SUM TO MATCH IT, SO THE AVERAGE IS
019300* DELIBERATELY COMPUTED FROM WS-ETALONNAGE-SCORED-SUM/
019310* WS-SCORED-COUNT RATHER THAN FROM ETALONNAGE-FINAL.
019320 2490-UPDATE-ETALONNAGE-STATS.
019330     ADD 1 TO WS-SCORED-COUNT
019340     ADD ETALONNAGE TO WS-ETALONNAGE-SCORED-SUM
019350     IF ETALONNAGE < WS-ETALONNAGE-MIN
019360         MOVE ETALONNAGE TO WS-ETALONNAGE-MIN
019370     END-IF
019380     IF ETALONNAGE > WS-ETALONNAGE-MAX
019390         MOVE ETALONNAGE TO WS-ETALONNAGE-MAX
019400     END-IF
019410     .
019420
019430* 2495-ETALONNAGE-OVERFLOW IS PERFORMED WHEN A GRAND-TOTAL
019440* ACCUMULATOR WOULD EXCEED ITS PICTURE CLAUSE. THE RUN IS
019450* STOPPED RATHER THAN ALLOWED TO SILENTLY WRAP OR TRUNCATE.
019460 2495-ETALONNAGE-OVERFLOW.
019470     DISPLAY 'ETALONNAGE-FINAL OVERFLOW - RUN TERMINATED'
019480     DISPLAY 'LAST RECORD NUMBER : ' WS-REC-COUNT
019490     MOVE 16 TO WS-RETURN-CODE
019500     MOVE 'OVERFLOW' TO WS-RST-STATUS
019510     PERFORM 9999-ABEND-RUN
019520     .
019530
019540* 2470-WRITE-CHECKPOINT-IF-DUE WRITES A CHECKPOINT RECORD EVERY
019550* WS-CKPT-INTERVAL RECORDS SO A SUBSEQUENT RESTART DOES NOT
019560* HAVE TO REPROCESS THE WHOLE FILE FROM THE BEGINNING.
019570 2470-WRITE-CHECKPOINT-IF-DUE.
019580     DIVIDE WS-REC-COUNT BY WS-CKPT-INTERVAL
019590         GIVING WS-CKPT-QUOTIENT
019600         REMAINDER WS-CKPT-REMAINDER
019610     IF WS-CKPT-REMAINDER = ZERO
019620         PERFORM 2480-WRITE-CHECKPOINT
019630     END-IF
019640     .
019650
019660* 2480-WRITE-CHECKPOINT REWRITES THE CHECKPOINT FILE WITH THE
019670* CURRENT RECORD NUMBER, RUNNING ETALONNAGE-FINAL/
019680* ETALONNAGE-FINAL-DIGITS AND RUNNING WS-EXCEPT-COUNT. THE FILE
019690* IS RECREATED EACH TIME SINCE IT IS LINE SEQUENTIAL AND ONLY
019700* EVER NEEDS TO HOLD THE MOST RECENT CHECKPOINT.
019710 2480-WRITE-CHECKPOINT.
019720     MOVE WS-REC-COUNT      TO WS-CKPT-REC-NO
019730     MOVE ETALONNAGE-FINAL  TO WS-CKPT-ETALONNAGE-FINAL
019740     MOVE ETALONNAGE-FINAL-DIGITS
019750         TO WS-CKPT-ETALONNAGE-FINAL-DIGITS
019760     MOVE WS-EXCEPT-COUNT TO WS-CKPT-EXCEPT-COUNT
019770     OPEN OUTPUT CKPTFILE
019780     IF NOT CKPTFILE-STATUS-OK
019790         DISPLAY 'OPEN ERROR ON CKPTFILE'
019800         DISPLAY 'FILE STATUS : ' CKPTFILE-STATUS
019810         MOVE 12 TO WS-RETURN-CODE
019820         MOVE 'FILE-ERROR' TO WS-RST-STATUS
019830         PERFORM 9999-ABEND-RUN
019840     END-IF
019850     MOVE WS-CKPT-LINE TO CKPT-RECORD
019860     WRITE CKPT-RECORD
019870     IF NOT CKPTFILE-STATUS-OK
019880         DISPLAY 'WRITE ERROR ON CKPTFILE'
019890         DISPLAY 'FILE STATUS : ' CKPTFILE-STATUS
019900         MOVE 12 TO WS-RETURN-CODE
019910         MOVE 'FILE-ERROR' TO WS-RST-STATUS
019920         PERFORM 9999-ABEND-RUN
019930     END-IF
019940     CLOSE CKPTFILE
019950     .
019960
019970* 2300-SCAN-ONE-POSITION EXAMINES A SINGLE POSITION OF
019980* INPUTRECORD1 FOR A NUMERIC DIGIT OR A SPELLED-OUT DIGIT
019990* WORD. IT IS PERFORMED ONCE FOR EVERY POSITION IN THE
020000* RECORD (VARYING I), SO OVERLAPPING DIGIT WORDS - E.G.
020010* "TWONE" OR "EIGHTWO", WHERE THE LAST LETTER OF ONE WORD IS
020020* ALSO THE FIRST LETTER OF THE NEXT - ARE EACH DETECTED IN
020030* THEIR OWN RIGHT INSTEAD OF BEING SKIPPED OVER. THE FIRST
020040* DIGIT FOUND IN THE RECORD IS KEPT IN PRE-CHI; DER-CHI IS
020050* UPDATED ON EVERY DIGIT FOUND, SO IT ENDS THE SCAN HOLDING
020060* THE LAST ONE.
020070 2300-SCAN-ONE-POSITION.
020080     MOVE 'N' TO WS-DIGIT-FOUND-SW
020090     MOVE INPUTRECORD1(I:1) TO CAR-REC
020100
020110     IF CAR-REC IS NUMERIC
020120         MOVE CAR-REC TO WS-DIGIT-VALUE
020130         MOVE 'Y' TO WS-DIGIT-FOUND-SW
020140         IF NOT WS-FIRST-DIGIT-ONLY-FOUND
020150             MOVE WS-DIGIT-VALUE TO PRE-CHI-DIGITS
020160             SET WS-FIRST-DIGIT-ONLY-FOUND TO TRUE
020170         END-IF
020180         MOVE WS-DIGIT-VALUE TO DER-CHI-DIGITS
020190     ELSE
020200         EVALUATE TRUE
020210         WHEN INPUTRECORD1(I:3) = ONE
020220             MOVE 1 TO WS-DIGIT-VALUE
020230             MOVE 'Y' TO WS-DIGIT-FOUND-SW
020240         WHEN INPUTRECORD1(I:3) = TWO
020250             MOVE 2 TO WS-DIGIT-VALUE
020260             MOVE 'Y' TO WS-DIGIT-FOUND-SW
020270         WHEN INPUTRECORD1(I:5) = THREE
020280             MOVE 3 TO WS-DIGIT-VALUE
020290             MOVE 'Y' TO WS-DIGIT-FOUND-SW
020300         WHEN INPUTRECORD1(I:4) = FOUR
020310             MOVE 4 TO WS-DIGIT-VALUE
020320             MOVE 'Y' TO WS-DIGIT-FOUND-SW
020330         WHEN INPUTRECORD1(I:4) = FIVE
020340             MOVE 5 TO WS-DIGIT-VALUE
020350             MOVE 'Y' TO WS-DIGIT-FOUND-SW
020360         WHEN INPUTRECORD1(I:3) = SIX
020370             MOVE 6 TO WS-DIGIT-VALUE
020380             MOVE 'Y' TO WS-DIGIT-FOUND-SW
020390         WHEN INPUTRECORD1(I:5) = SEVEN
020400             MOVE 7 TO WS-DIGIT-VALUE
020410             MOVE 'Y' TO WS-DIGIT-FOUND-SW
020420         WHEN INPUTRECORD1(I:5) = EIGHT
020430             MOVE 8 TO WS-DIGIT-VALUE
020440             MOVE 'Y' TO WS-DIGIT-FOUND-SW
020450         WHEN INPUTRECORD1(I:4) = NINE
020460             MOVE 9 TO WS-DIGIT-VALUE
020470             MOVE 'Y' TO WS-DIGIT-FOUND-SW
020480         WHEN OTHER
020490             CONTINUE
020500         END-EVALUATE
020510     END-IF
020520
020530     IF WS-DIGIT-FOUND
020540         IF NOT WS-FIRST-DIGIT-FOUND
020550             MOVE WS-DIGIT-VALUE TO PRE-CHI
020560             SET WS-FIRST-DIGIT-FOUND TO TRUE
020570         END-IF
020580         MOVE WS-DIGIT-VALUE TO DER-CHI
020590     END-IF
020600     .
020610 2300-EXIT.
020620     EXIT
020630     .
020640
020650* 2310-SCAN-RECORD-FAST IS THE HIGH-VOLUME REPLACEMENT FOR THE
020660* FULL 195-POSITION SCAN. IT WORKS OFF THE ACTUAL (TRAILING-
020670* SPACE-TRIMMED) RECORD LENGTH, SCANS FORWARD ONLY UNTIL THE
020680* FIRST CALIBRATION DIGITS (COMBINED AND DIGITS-ONLY) ARE
020690* SETTLED, AND BACKWARD FROM THE END ONLY UNTIL THE LAST ONES
020700* ARE - A FORTY-CHARACTER LINE WHOSE DIGITS SIT NEAR EACH END
020710* COSTS A HANDFUL OF POSITIONS INSTEAD OF 195. THE FIRST HIT
020720* OF THE BACKWARD SCAN IS THE DIGIT OR DIGIT WORD WITH THE
020730* GREATEST STARTING POSITION, WHICH IS EXACTLY THE VALUE THE
020740* FULL SCAN LEAVES IN DER-CHI, SO BOTH SCANS SETTLE THE SAME
020750* FOUR VALUES AND THE SAME FOUND FLAGS.
020760 2310-SCAN-RECORD-FAST.
020770     MOVE 'N' TO WS-LAST-DIGIT-SW
020780     MOVE 'N' TO WS-LAST-DIGIT-ONLY-SW
020790     PERFORM 2320-FIND-RECORD-LENGTH
020800     PERFORM 2330-SCAN-FORWARD-POSITION
020810         THRU 2330-EXIT
020820         VARYING I FROM 1 BY 1
020830         UNTIL I > WS-REC-LEN
020840         OR (WS-FIRST-DIGIT-FOUND
020850         AND WS-FIRST-DIGIT-ONLY-FOUND)
020860     PERFORM 2340-SCAN-BACKWARD-POSITION
020870         THRU 2340-EXIT
020880         VARYING I FROM WS-REC-LEN BY -1
020890         UNTIL I < 1
020900         OR (WS-LAST-DIGIT-FOUND
020910         AND WS-LAST-DIGIT-ONLY-FOUND)
020920     .
020930
020940* 2320-FIND-RECORD-LENGTH SETS WS-REC-LEN TO THE POSITION OF
020950* THE LAST NON-SPACE CHARACTER OF INPUTRECORD1, OR ZERO FOR A
020960* BLANK RECORD (WHICH THE SCANS THEN SKIP ENTIRELY). THE
020970* LENGTH IS CAPPED AT 195, THE SAME CEILING THE FULL SCAN
020980* OBSERVES, SO A DIGIT IN THE LAST FIVE POSITIONS OF A
020990* FULL-WIDTH RECORD SCORES IDENTICALLY IN BOTH MODES.
021000 2320-FIND-RECORD-LENGTH.
021010     MOVE ZERO TO WS-REC-LEN
021020     PERFORM 2325-CHECK-TAIL-POSITION
021030         THRU 2325-EXIT
021040         VARYING I FROM 200 BY -1
021050         UNTIL I < 1
021060         OR WS-REC-LEN > ZERO
021070     IF WS-REC-LEN > 195
021080         MOVE 195 TO WS-REC-LEN
021090     END-IF
021100     .
021110
021120 2325-CHECK-TAIL-POSITION.
021130     IF INPUTRECORD1(I:1) NOT = SPACE
021140         MOVE I TO WS-REC-LEN
021150     END-IF
021160     .
021170 2325-EXIT.
021180     EXIT
021190     .
021200
021210* 2330-SCAN-FORWARD-POSITION EXAMINES ONE POSITION FROM THE
021220* FRONT OF THE RECORD, KEEPING THE FIRST NUMERIC DIGIT IN
021230* PRE-CHI-DIGITS AND THE FIRST DIGIT OR DIGIT WORD IN PRE-CHI.
021240* THE DRIVING PERFORM STOPS AS SOON AS BOTH ARE SETTLED.
021250 2330-SCAN-FORWARD-POSITION.
021260     MOVE 'N' TO WS-DIGIT-FOUND-SW
021270     MOVE INPUTRECORD1(I:1) TO CAR-REC
021280     IF CAR-REC IS NUMERIC
021290         MOVE CAR-REC TO WS-DIGIT-VALUE
021300         MOVE 'Y' TO WS-DIGIT-FOUND-SW
021310         IF NOT WS-FIRST-DIGIT-ONLY-FOUND
021320             MOVE WS-DIGIT-VALUE TO PRE-CHI-DIGITS
021330             SET WS-FIRST-DIGIT-ONLY-FOUND TO TRUE
021340         END-IF
021350     ELSE
021360         PERFORM 2350-MATCH-DIGIT-WORD
021370     END-IF
021380     IF WS-DIGIT-FOUND
021390         IF NOT WS-FIRST-DIGIT-FOUND
021400             MOVE WS-DIGIT-VALUE TO PRE-CHI
021410             SET WS-FIRST-DIGIT-FOUND TO TRUE
021420         END-IF
021430     END-IF
021440     .
021450 2330-EXIT.
021460     EXIT
021470     .
021480
021490* 2340-SCAN-BACKWARD-POSITION EXAMINES ONE POSITION FROM THE
021500* END OF THE RECORD, KEEPING THE LAST NUMERIC DIGIT IN
021510* DER-CHI-DIGITS AND THE LAST DIGIT OR DIGIT WORD IN DER-CHI.
021520* THE DRIVING PERFORM STOPS AS SOON AS BOTH ARE SETTLED.
021530 2340-SCAN-BACKWARD-POSITION.
021540     MOVE 'N' TO WS-DIGIT-FOUND-SW
021550     MOVE INPUTRECORD1(I:1) TO CAR-REC
021560     IF CAR-REC IS NUMERIC
021570         MOVE CAR-REC TO WS-DIGIT-VALUE
021580         MOVE 'Y' TO WS-DIGIT-FOUND-SW
021590         IF NOT WS-LAST-DIGIT-ONLY-FOUND
021600             MOVE WS-DIGIT-VALUE TO DER-CHI-DIGITS
021610             SET WS-LAST-DIGIT-ONLY-FOUND TO TRUE
021620         END-IF
021630     ELSE
021640         PERFORM 2350-MATCH-DIGIT-WORD
021650     END-IF
021660     IF WS-DIGIT-FOUND
021670         IF NOT WS-LAST-DIGIT-FOUND
021680             MOVE WS-DIGIT-VALUE TO DER-CHI
021690             SET WS-LAST-DIGIT-FOUND TO TRUE
021700         END-IF
021710     END-IF
021720     .
021730 2340-EXIT.
021740     EXIT
021750     .
021760
021770* 2350-MATCH-DIGIT-WORD CHECKS FOR A SPELLED-OUT DIGIT WORD
021780* STARTING AT THE CURRENT SCAN POSITION, EXACTLY AS THE FULL
021790* SCAN DOES, WITH A LENGTH GUARD ON EACH COMPARISON SO A WORD
021800* TEST CAN NEVER REACH PAST THE END OF THE RECORD AREA.
021810 2350-MATCH-DIGIT-WORD.
021820     EVALUATE TRUE
021830     WHEN I < 199 AND INPUTRECORD1(I:3) = ONE
021840         MOVE 1 TO WS-DIGIT-VALUE
021850         MOVE 'Y' TO WS-DIGIT-FOUND-SW
021860     WHEN I < 199 AND INPUTRECORD1(I:3) = TWO
021870         MOVE 2 TO WS-DIGIT-VALUE
021880         MOVE 'Y' TO WS-DIGIT-FOUND-SW
021890     WHEN I < 197 AND INPUTRECORD1(I:5) = THREE
021900         MOVE 3 TO WS-DIGIT-VALUE
021910         MOVE 'Y' TO WS-DIGIT-FOUND-SW
021920     WHEN I < 198 AND INPUTRECORD1(I:4) = FOUR
021930         MOVE 4 TO WS-DIGIT-VALUE
021940         MOVE 'Y' TO WS-DIGIT-FOUND-SW
021950     WHEN I < 198 AND INPUTRECORD1(I:4) = FIVE
021960         MOVE 5 TO WS-DIGIT-VALUE
021970         MOVE 'Y' TO WS-DIGIT-FOUND-SW
021980     WHEN I < 199 AND INPUTRECORD1(I:3) = SIX
021990         MOVE 6 TO WS-DIGIT-VALUE
022000         MOVE 'Y' TO WS-DIGIT-FOUND-SW
022010     WHEN I < 197 AND INPUTRECORD1(I:5) = SEVEN
022020         MOVE 7 TO WS-DIGIT-VALUE
022030         MOVE 'Y' TO WS-DIGIT-FOUND-SW
022040     WHEN I < 197 AND INPUTRECORD1(I:5) = EIGHT
022050         MOVE 8 TO WS-DIGIT-VALUE
022060         MOVE 'Y' TO WS-DIGIT-FOUND-SW
022070     WHEN I < 198 AND INPUTRECORD1(I:4) = NINE
022080         MOVE 9 TO WS-DIGIT-VALUE
022090         MOVE 'Y' TO WS-DIGIT-FOUND-SW
022100     WHEN OTHER
022110         CONTINUE
022120     END-EVALUATE
022130     .
022140
022150 3000-OPEN-INPUTFILE1.
022160     OPEN INPUT INPUTFILE1
022170     IF NOT FILE1-STATUS-OK
022180         DISPLAY 'OPEN ERROR ON FILE 1'
022190         DISPLAY 'FILE STATUS : ' FILE1-STATUS
022200         MOVE 12 TO WS-RETURN-CODE
022210         MOVE 'FILE-ERROR' TO WS-RST-STATUS
022220         PERFORM 9999-ABEND-RUN
022230     END-IF
022240     .
022250
022260* 3100-OPEN-DETAILRPT OPENS THE DETAIL REPORT FOR THE RUN. A
022270* RESTART (WS-RESTART-REQUESTED) OPENS EXTEND SO THE
022280* PRE-CHECKPOINT DETAIL LINES ARE PRESERVED RATHER THAN
022290* TRUNCATED, FALLING BACK TO OUTPUT IF THE FILE DOES NOT
022300* YET EXIST. A NORMAL RUN ALWAYS OPENS OUTPUT TO START CLEAN.
022310 3100-OPEN-DETAILRPT.
022320     IF WS-RESTART-REQUESTED
022330         OPEN EXTEND DETAILRPT
022340         IF NOT DETAILRPT-STATUS-OK
022350             OPEN OUTPUT DETAILRPT
022360         END-IF
022370     ELSE
022380         OPEN OUTPUT DETAILRPT
022390     END-IF
022400     IF NOT DETAILRPT-STATUS-OK
022410         DISPLAY 'OPEN ERROR ON DETAILRPT'
022420         DISPLAY 'FILE STATUS : ' DETAILRPT-STATUS
022430         MOVE 12 TO WS-RETURN-CODE
022440         MOVE 'FILE-ERROR' TO WS-RST-STATUS
022450         PERFORM 9999-ABEND-RUN
022460     END-IF
022470     .
022480
022490* 3200-OPEN-EXCEPTRPT OPENS THE EXCEPTION REPORT FOR THE RUN.
022500* SAME RESTART-AWARE OPEN AS 3100-OPEN-DETAILRPT SO A RESTART
022510* APPENDS RATHER THAN DISCARDS THE PRE-CHECKPOINT EXCEPTIONS.
022520 3200-OPEN-EXCEPTRPT.
022530     IF WS-RESTART-REQUESTED
022540         OPEN EXTEND EXCEPTRPT
022550         IF NOT EXCEPTRPT-STATUS-OK
022560             OPEN OUTPUT EXCEPTRPT
022570         END-IF
022580     ELSE
022590         OPEN OUTPUT EXCEPTRPT
022600     END-IF
022610     IF NOT EXCEPTRPT-STATUS-OK
022620         DISPLAY 'OPEN ERROR ON EXCEPTRPT'
022630         DISPLAY 'FILE STATUS : ' EXCEPTRPT-STATUS
022640         MOVE 12 TO WS-RETURN-CODE
022650         MOVE 'FILE-ERROR' TO WS-RST-STATUS
022660         PERFORM 9999-ABEND-RUN
022670     END-IF
022680     .
022690
022700* 3400-OPEN-CALOUTPT OPENS THE CALIBRATION OUTPUT FILE FOR THE
022710* RUN. SAME RESTART-AWARE OPEN AS 3100-OPEN-DETAILRPT SO A
022720* RESTART APPENDS RATHER THAN DISCARDS THE PRE-CHECKPOINT
022730* DOWNSTREAM-FEED RECORDS.
022740 3400-OPEN-CALOUTPT.
022750     IF WS-RESTART-REQUESTED
022760         OPEN EXTEND CALOUTPT
022770         IF NOT CALOUTPT-STATUS-OK
022780             OPEN OUTPUT CALOUTPT
022790         END-IF
022800     ELSE
022810         OPEN OUTPUT CALOUTPT
022820     END-IF
022830     IF NOT CALOUTPT-STATUS-OK
022840         DISPLAY 'OPEN ERROR ON CALOUTPT'
022850         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
022860         MOVE 12 TO WS-RETURN-CODE
022870         MOVE 'FILE-ERROR' TO WS-RST-STATUS
022880         PERFORM 9999-ABEND-RUN
022890     END-IF
022900     .
022910
022920 3500-OPEN-SUPMST.
022930     OPEN INPUT SUPMST
022940     IF NOT SUPMST-STATUS-OK
022950         DISPLAY 'OPEN ERROR ON SUPMST'
022960         DISPLAY 'FILE STATUS : ' SUPMST-STATUS
022970         MOVE 12 TO WS-RETURN-CODE
022980         MOVE 'FILE-ERROR' TO WS-RST-STATUS
022990         PERFORM 9999-ABEND-RUN
023000     END-IF
023010     SET WS-SUPMST-OPEN TO TRUE
023020     .
023030
023040 4000-READ-FILE1.
023050     READ INPUTFILE1
023060         AT END
023070             CONTINUE
023080          NOT AT END
023090             IF NOT FILE1-STATUS-OK
023100                 DISPLAY 'READ ERROR ON FILE 1'
023110                 DISPLAY 'FILE STATUS : ' FILE1-STATUS
023120                 MOVE 12 TO WS-RETURN-CODE
023130                 MOVE 'FILE-ERROR' TO WS-RST-STATUS
023140                 PERFORM 9999-ABEND-RUN
023150             END-IF
023160     END-READ
023170     .
023180
023190 4200-READ-CALCAT.
023200     READ CALCAT
023210         AT END
023220             CONTINUE
023230          NOT AT END
023240             IF NOT CALCAT-STATUS-OK
023250                 DISPLAY 'READ ERROR ON CALCAT'
023260                 DISPLAY 'FILE STATUS : ' CALCAT-STATUS
023270                 MOVE 12 TO WS-RETURN-CODE
023280                 MOVE 'FILE-ERROR' TO WS-RST-STATUS
023290                 PERFORM 9999-ABEND-RUN
023300             END-IF
023310     END-READ
023320     .
023330
023340 5000-CLOSE-INPUTFILE1.
023350     CLOSE INPUTFILE1
023360     IF NOT FILE1-STATUS-OK
023370         DISPLAY 'CLOSE ERROR ON FILE 1'
023380         DISPLAY 'FILE STATUS : ' FILE1-STATUS
023390         MOVE 12 TO WS-RETURN-CODE
023400         MOVE 'FILE-ERROR' TO WS-RST-STATUS
023410         PERFORM 9999-ABEND-RUN
023420     END-IF
023430     .
023440
023450 5100-CLOSE-DETAILRPT.
023460     CLOSE DETAILRPT
023470     IF NOT DETAILRPT-STATUS-OK
023480         DISPLAY 'CLOSE ERROR ON DETAILRPT'
023490         DISPLAY 'FILE STATUS : ' DETAILRPT-STATUS
023500         MOVE 12 TO WS-RETURN-CODE
023510         MOVE 'FILE-ERROR' TO WS-RST-STATUS
023520         PERFORM 9999-ABEND-RUN
023530     END-IF
023540     .
023550
023560 5200-CLOSE-EXCEPTRPT.
023570     CLOSE EXCEPTRPT
023580     IF NOT EXCEPTRPT-STATUS-OK
023590         DISPLAY 'CLOSE ERROR ON EXCEPTRPT'
023600         DISPLAY 'FILE STATUS : ' EXCEPTRPT-STATUS
023610         MOVE 12 TO WS-RETURN-CODE
023620         MOVE 'FILE-ERROR' TO WS-RST-STATUS
023630         PERFORM 9999-ABEND-RUN
023640     END-IF
023650     .
023660
023670 5400-CLOSE-CALOUTPT.
023680     CLOSE CALOUTPT
023690     IF NOT CALOUTPT-STATUS-OK
023700         DISPLAY 'CLOSE ERROR ON CALOUTPT'
023710         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
023720         MOVE 12 TO WS-RETURN-CODE
023730         MOVE 'FILE-ERROR' TO WS-RST-STATUS
023740         PERFORM 9999-ABEND-RUN
023750     END-IF
023760     .
023770
023780 5500-CLOSE-SUPMST.
023790     CLOSE SUPMST
023800     IF NOT SUPMST-STATUS-OK
023810         DISPLAY 'CLOSE ERROR ON SUPMST'
023820         DISPLAY 'FILE STATUS : ' SUPMST-STATUS
023830         MOVE 12 TO WS-RETURN-CODE
023840         MOVE 'FILE-ERROR' TO WS-RST-STATUS
023850         PERFORM 9999-ABEND-RUN
023860     END-IF
023870     .
023880
023890* 6000-WRITE-DETAIL-RECORD BUILDS AND WRITES ONE LINE OF THE
023900* AUDIT DETAIL REPORT FOR THE CURRENT INPUT RECORD.
023910 6000-WRITE-DETAIL-RECORD.
023920     MOVE WS-REC-COUNT  TO WS-DTL-REC-NO
023930     MOVE INPUTRECORD1  TO WS-DTL-SOURCE
023940     MOVE PRE-CHI       TO WS-DTL-PRE-CHI
023950     MOVE DER-CHI       TO WS-DTL-DER-CHI
023960     MOVE ETALONNAGE    TO WS-DTL-ETALONNAGE
023970     MOVE WS-FILE-SUPPLIER-ID TO WS-DTL-SUPPLIER
023980     MOVE WS-DETAIL-LINE TO DETAIL-RECORD
023990     WRITE DETAIL-RECORD
024000     IF NOT DETAILRPT-STATUS-OK
024010         DISPLAY 'WRITE ERROR ON DETAILRPT'
024020         DISPLAY 'FILE STATUS : ' DETAILRPT-STATUS
024030         MOVE 12 TO WS-RETURN-CODE
024040         MOVE 'FILE-ERROR' TO WS-RST-STATUS
024050         PERFORM 9999-ABEND-RUN
024060     END-IF
024070     .
024080
024090* 6100-WRITE-EXCEPTION-RECORD BUILDS AND WRITES ONE LINE OF
024100* THE EXCEPTION REPORT FOR A RECORD IN WHICH 2300-SCAN-ONE-
024110* POSITION NEVER FOUND A CALIBRATION DIGIT. THESE RECORDS
024120* STILL FOLD A ZERO INTO THE RUNNING TOTAL, SO THE EXCEPTION
024130* REPORT IS THE AUDIT TRAIL BACK TO THEIR SOURCE LINE.
024140 6100-WRITE-EXCEPTION-RECORD.
024150     ADD 1 TO WS-EXCEPT-COUNT
024160     ADD 1 TO WS-FILE-EXCEPT-COUNT
024170     MOVE WS-REC-COUNT   TO WS-EXC-REC-NO
024180     MOVE INPUTRECORD1   TO WS-EXC-SOURCE
024190     MOVE WS-FILE-SUPPLIER-ID TO WS-EXC-SUPPLIER
024200     MOVE WS-EXCEPT-LINE TO EXCEPT-RECORD
024210     WRITE EXCEPT-RECORD
024220     IF NOT EXCEPTRPT-STATUS-OK
024230         DISPLAY 'WRITE ERROR ON EXCEPTRPT'
024240         DISPLAY 'FILE STATUS : ' EXCEPTRPT-STATUS
024250         MOVE 12 TO WS-RETURN-CODE
024260         MOVE 'FILE-ERROR' TO WS-RST-STATUS
024270         PERFORM 9999-ABEND-RUN
024280     END-IF
024290     .
024300
024310* 6200-WRITE-CALIBRATION-RECORD BUILDS AND WRITES ONE
024320* CALIBRATION-OUTPUT-RECORD (COPY CALOUT01) TO CALOUTPT FOR
024330* THE CURRENT INPUT RECORD, SO A DOWNSTREAM JOB CAN CONSUME
024340* PER-RECORD RESULTS WITHOUT RERUNNING THIS PROGRAM.
024350 6200-WRITE-CALIBRATION-RECORD.
024360     MOVE WS-REC-COUNT  TO CAL-REC-NO
024370     MOVE INPUTRECORD1  TO CAL-SOURCE-LINE
024380     MOVE PRE-CHI       TO CAL-PRE-CHI
024390     MOVE DER-CHI       TO CAL-DER-CHI
024400     MOVE ETALONNAGE    TO CAL-ETALONNAGE
024410     MOVE WS-FILE-SUPPLIER-ID TO CAL-SUPPLIER-ID
024420     MOVE CALIBRATION-OUTPUT-RECORD TO CALOUTPT-RECORD
024430     WRITE CALOUTPT-RECORD
024440     IF NOT CALOUTPT-STATUS-OK
024450         DISPLAY 'WRITE ERROR ON CALOUTPT'
024460         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
024470         MOVE 12 TO WS-RETURN-CODE
024480         MOVE 'FILE-ERROR' TO WS-RST-STATUS
024490         PERFORM 9999-ABEND-RUN
024500     END-IF
024510     .
024520
024530* 7000-WRITE-TRENDLOG-RECORD APPENDS ONE LINE TO THE DAY-OVER-
024540* DAY TREND LOG (RUN DATE, INPUT FILE OR CONTROL FILE NAME,
024550* RECORD COUNT, AND THE GRAND TOTAL(S)) EACH TIME THIS PROGRAM
024560* RUNS. THE FIGURE(S) LOGGED FOLLOW THE SAME MODE EVALUATE AS
024570* THE END-OF-RUN DISPLAY ABOVE, SO A DIGITS-MODE RUN LOGS
024580* ETALONNAGE-FINAL-DIGITS (THE ONLY TOTAL EVER REPORTED TO OPS
024590* FOR THAT RUN) RATHER THAN THE UNUSED WORDS TOTAL, AND A
024600* BOTH-MODE RUN LOGS BOTH FIGURES. THE LOG IS OPENED EXTEND TO
024610* APPEND TO ANY EXISTING HISTORY; ON THE VERY FIRST RUN, WHEN
024620* THE FILE DOES NOT YET EXIST, EXTEND FAILS AND THE LOG IS
024630* CREATED WITH OPEN OUTPUT INSTEAD.
024640 7000-WRITE-TRENDLOG-RECORD.
024650     OPEN EXTEND TRENDLOG
024660     IF NOT TRENDLOG-STATUS-OK
024670         OPEN OUTPUT TRENDLOG
024680         IF NOT TRENDLOG-STATUS-OK
024690             DISPLAY 'OPEN ERROR ON TRENDLOG'
024700             DISPLAY 'FILE STATUS : ' TRENDLOG-STATUS
024710             MOVE 12 TO WS-RETURN-CODE
024720             MOVE 'FILE-ERROR' TO WS-RST-STATUS
024730             PERFORM 9999-ABEND-RUN
024740         END-IF
024750     END-IF
024760
024770     MOVE WS-RUN-DATE       TO WS-TRD-RUN-DATE
024780     IF WS-USING-FILELIST
024790         MOVE WS-FILELIST-PATH  TO WS-TRD-INPUT-NAME
024800     ELSE
024810         MOVE WS-INPUTFILE1-PATH TO WS-TRD-INPUT-NAME
024820     END-IF
024830     MOVE WS-REC-COUNT      TO WS-TRD-REC-COUNT
024840     EVALUATE TRUE
024850         WHEN WS-CAL-MODE-DIGITS
024860             MOVE ETALONNAGE-FINAL-DIGITS
024870                 TO WS-TRD-ETALONNAGE-FINAL
024880             MOVE ZERO TO WS-TRD-ETALONNAGE-FINAL-DIGITS
024890         WHEN WS-CAL-MODE-BOTH
024900             MOVE ETALONNAGE-FINAL TO WS-TRD-ETALONNAGE-FINAL
024910             MOVE ETALONNAGE-FINAL-DIGITS
024920                 TO WS-TRD-ETALONNAGE-FINAL-DIGITS
024930         WHEN OTHER
024940             MOVE ETALONNAGE-FINAL TO WS-TRD-ETALONNAGE-FINAL
024950             MOVE ZERO TO WS-TRD-ETALONNAGE-FINAL-DIGITS
024960     END-EVALUATE
024970     MOVE WS-TREND-LINE     TO TRENDLOG-RECORD
024980     WRITE TRENDLOG-RECORD
024990     IF NOT TRENDLOG-STATUS-OK
025000         DISPLAY 'WRITE ERROR ON TRENDLOG'
025010         DISPLAY 'FILE STATUS : ' TRENDLOG-STATUS
025020         MOVE 12 TO WS-RETURN-CODE
025030         MOVE 'FILE-ERROR' TO WS-RST-STATUS
025040         PERFORM 9999-ABEND-RUN
025050     END-IF
025060     CLOSE TRENDLOG
025070     .
025080
025090* 7500-WRITE-CATALOG-ENTRY RECORDS THE GENERATION THIS RUN
025100* PRODUCED ON THE CATALOG: BUSINESS DATE, CYCLE NUMBER, STATUS
025110* CREATED, RECORD COUNT AND THE GENERATION PATH. WRITTEN ONLY
025120* ON A NORMAL END - AN ABENDED RUN LEAVES NO ENTRY, SO ITS
025130* RESTART RESUMES THE SAME GENERATION AND CATALOGUES IT ONCE,
025140* COMPLETE. OPENED EXTEND AND CREATED ON FIRST USE, LIKE THE
025150* TREND LOG.
025160 7500-WRITE-CATALOG-ENTRY.
025170     OPEN EXTEND CALCAT
025180     IF NOT CALCAT-STATUS-OK
025190         OPEN OUTPUT CALCAT
025200         IF NOT CALCAT-STATUS-OK
025210             DISPLAY 'OPEN ERROR ON CALCAT'
025220             DISPLAY 'FILE STATUS : ' CALCAT-STATUS
025230             MOVE 12 TO WS-RETURN-CODE
025240             MOVE 'FILE-ERROR' TO WS-RST-STATUS
025250             PERFORM 9999-ABEND-RUN
025260         END-IF
025270     END-IF
025280     MOVE WS-EXPECTED-BUSDATE TO CAT-BUS-DATE
025290     MOVE WS-GEN-CYCLE-NO     TO CAT-CYCLE-NO
025300     MOVE 'CREATED '          TO CAT-STATUS
025310     MOVE WS-REC-COUNT        TO CAT-REC-COUNT
025320     MOVE WS-CALOUTPT-PATH    TO CAT-GEN-PATH
025330     MOVE CALOUTPT-CATALOG-RECORD TO CALCAT-RECORD
025340     WRITE CALCAT-RECORD
025350     IF NOT CALCAT-STATUS-OK
025360         DISPLAY 'WRITE ERROR ON CALCAT'
025370         DISPLAY 'FILE STATUS : ' CALCAT-STATUS
025380         MOVE 12 TO WS-RETURN-CODE
025390         MOVE 'FILE-ERROR' TO WS-RST-STATUS
025400         PERFORM 9999-ABEND-RUN
025410     END-IF
025420     CLOSE CALCAT
025430     .
025440
025450* 7600-WRITE-SUPPLIER-STAT APPENDS ONE SUPPLIER QUALITY LOG
025460* LINE FOR THE INPUT FILE JUST PROCESSED OR JUST FAILED: THE
025470* SUPPLIER ID FROM ITS HDR RECORD (BLANK FOR AN UNWRAPPED
025480* FILE), ITS DATA RECORD AND EXCEPTION COUNTS, AND THE
025490* CONTROL-FAILURE, LATE-DELIVERY AND OUT-OF-SEQUENCE FLAGS THE
025500* MONTHLY SCORECARD AGGREGATES. CALLED AT THE END OF EVERY
025510* FILE AND FROM 9999-ABEND-RUN ON A CONTROL FAILURE, SO A
025520* BOUNCED FILE STILL SCORES AGAINST ITS SENDER. A FAILURE
025530* WRITING THE LOG ITSELF CANNOT GO BACK THROUGH 9999-ABEND-RUN
025540* (IT MAY ALREADY BE ON THAT PATH), SO IT ENDS THE RUN
025550* DIRECTLY WITH THE FILE-ERROR CONDITION CODE.
025560 7600-WRITE-SUPPLIER-STAT.
025570     OPEN EXTEND SUPQLOG
025580     IF NOT SUPQLOG-STATUS-OK
025590         OPEN OUTPUT SUPQLOG
025600         IF NOT SUPQLOG-STATUS-OK
025610             DISPLAY 'OPEN ERROR ON SUPQLOG'
025620             DISPLAY 'FILE STATUS : ' SUPQLOG-STATUS
025630             MOVE 12 TO RETURN-CODE
025640             STOP RUN
025650         END-IF
025660     END-IF
025670     MOVE WS-RUN-DATE          TO SPQ-PROC-DATE
025680     MOVE 'EXTRACT'            TO SPQ-SOURCE
025690     MOVE WS-EXPECTED-BUSDATE  TO SPQ-BUS-DATE
025700     MOVE WS-FILE-SUPPLIER-ID  TO SPQ-SUPPLIER-ID
025710     MOVE WS-FILE-DATA-COUNT   TO SPQ-REC-COUNT
025720     MOVE ZERO                 TO SPQ-REJ-EMPTY
025730     MOVE ZERO                 TO SPQ-REJ-NONPRT
025740     MOVE ZERO                 TO SPQ-REJ-OVRLEN
025750     MOVE ZERO                 TO SPQ-REJ-DUPLIC
025760     MOVE WS-FILE-EXCEPT-COUNT TO SPQ-EXCEPT-COUNT
025770     MOVE WS-FILE-CTL-FAIL-SW  TO SPQ-CTL-FAIL
025780*    A FILE IS LATE WHEN ITS HDR CARRIES A BUSINESS DATE OLDER
025790*    THAN THE EXPECTED ONE - IT MISSED ITS OWN FIRST
025800*    PROCESSING DAY. THE RUN DATE ITSELF IS NO TEST: ON THE
025810*    MORNING AFTER A WEEKEND OR HOLIDAY THE RUN DATE IS PAST
025820*    THE CALENDAR-RESOLVED BUSINESS DATE ON SCHEDULE.
025830     IF WS-FILE-HAS-HEADER
025840         AND WS-HDR-BUS-DATE IS NUMERIC
025850         AND WS-HDR-BUS-DATE < WS-EXPECTED-BUSDATE
025860         MOVE 'Y' TO SPQ-LATE
025870     ELSE
025880         MOVE 'N' TO SPQ-LATE
025890     END-IF
025900     MOVE WS-FILE-SEQ-FAIL-SW  TO SPQ-OUT-OF-SEQ
025910     MOVE SUPPLIER-QUALITY-RECORD TO SUPQLOG-RECORD
025920     WRITE SUPQLOG-RECORD
025930     IF NOT SUPQLOG-STATUS-OK
025940         DISPLAY 'WRITE ERROR ON SUPQLOG'
025950         DISPLAY 'FILE STATUS : ' SUPQLOG-STATUS
025960         MOVE 12 TO RETURN-CODE
025970         STOP RUN
025980     END-IF
025990     CLOSE SUPQLOG
026000     .
026010
026020* 8000-WRITE-RUN-STATUS WRITES THE ONE-LINE MACHINE-READABLE
026030* RUN-STATUS FILE THE SCHEDULER BRANCHES ON: RUN DATE,
026040* CALIBRATION MODE, INPUT (OR CONTROL FILE) NAME, RECORD
026050* COUNT, EXCEPTION COUNT, BOTH FINAL TOTALS, COMPLETION
026060* STATUS AND RETURN CODE. THE FILE IS REWRITTEN EVERY RUN -
026070* ONLY THE LATEST RUN'S STATUS IS EVER WANTED. A FAILURE
026080* WRITING THE STATUS FILE ITSELF CANNOT GO THROUGH
026090* 9999-ABEND-RUN (IT WOULD RECURSE), SO IT ENDS THE RUN
026100* DIRECTLY WITH THE FILE-ERROR CONDITION CODE.
026110 8000-WRITE-RUN-STATUS.
026120     MOVE WS-RUN-DATE       TO WS-RST-RUN-DATE
026130     EVALUATE TRUE
026140         WHEN WS-CAL-MODE-DIGITS
026150             MOVE 'DIGITS' TO WS-RST-MODE
026160         WHEN WS-CAL-MODE-BOTH
026170             MOVE 'BOTH'   TO WS-RST-MODE
026180         WHEN OTHER
026190             MOVE 'WORDS'  TO WS-RST-MODE
026200     END-EVALUATE
026210     IF WS-USING-FILELIST
026220         MOVE WS-FILELIST-PATH   TO WS-RST-INPUT-NAME
026230     ELSE
026240         MOVE WS-INPUTFILE1-PATH TO WS-RST-INPUT-NAME
026250     END-IF
026260     MOVE WS-REC-COUNT      TO WS-RST-REC-COUNT
026270     MOVE WS-EXCEPT-COUNT   TO WS-RST-EXCEPT-COUNT
026280     MOVE ETALONNAGE-FINAL  TO WS-RST-ETALONNAGE-FINAL
026290     MOVE ETALONNAGE-FINAL-DIGITS
026300         TO WS-RST-ETALONNAGE-FINAL-DIGITS
026310     MOVE WS-RETURN-CODE    TO WS-RST-RETURN-CODE
026320     OPEN OUTPUT RUNSTAT
026330     IF NOT RUNSTAT-STATUS-OK
026340         DISPLAY 'OPEN ERROR ON RUNSTAT'
026350         DISPLAY 'FILE STATUS : ' RUNSTAT-STATUS
026360         MOVE 12 TO RETURN-CODE
026370         STOP RUN
026380     END-IF
026390     MOVE WS-RUNSTAT-LINE TO RUNSTAT-RECORD
026400     WRITE RUNSTAT-RECORD
026410     IF NOT RUNSTAT-STATUS-OK
026420         DISPLAY 'WRITE ERROR ON RUNSTAT'
026430         DISPLAY 'FILE STATUS : ' RUNSTAT-STATUS
026440         MOVE 12 TO RETURN-CODE
026450         STOP RUN
026460     END-IF
026470     CLOSE RUNSTAT
026480     .
026490
026500* 8100-WRITE-PARTITION-TOTAL ENDS A PARTITION'S CONTROL FILE
026510* WITH ITS TOTAL LINE: THE RECORD RANGE IT OWNED, ITS RECORD AND
026520* EXCEPTION COUNTS, ITS ETALONNAGE SUBTOTALS, AND ITS COMPLETION
026530* STATUS AND RETURN CODE. IT TAKES THE PLACE OF THE RUN-STATUS
026540* LINE FOR A PARTITION, NORMAL END OR NOT - THE MERGE STEP
026550* WRITES THE DAY'S RUN STATUS ONCE EVERY PARTITION HAS REPORTED
026560* IN. LIKE 8000-WRITE-RUN-STATUS, A FAILURE WRITING IT ENDS THE
026570* RUN DIRECTLY WITH THE FILE-ERROR CONDITION CODE.
026580 8100-WRITE-PARTITION-TOTAL.
026590     MOVE SPACES              TO PARTITION-CONTROL-RECORD
026600     MOVE 'T'                 TO PTC-REC-TYPE
026610     MOVE WS-PART-NO          TO PTC-PART-NO
026620     MOVE WS-EXPECTED-BUSDATE TO PTC-BUS-DATE
026630     IF WS-USING-FILELIST
026640         MOVE WS-FILELIST-PATH   TO PTC-INPUT-NAME
026650         MOVE 'Y'                TO PTC-FILELIST-SW
026660     ELSE
026670         MOVE WS-INPUTFILE1-PATH TO PTC-INPUT-NAME
026680         MOVE 'N'                TO PTC-FILELIST-SW
026690     END-IF
026700     MOVE WS-PART-COUNT       TO PTC-PART-COUNT
026710     MOVE WS-CAL-MODE-SW      TO PTC-CAL-MODE
026720     MOVE WS-PART-FROM-REC-NO TO PTC-FROM-REC-NO
026730     MOVE WS-PART-TO-REC-NO   TO PTC-TO-REC-NO
026740     MOVE WS-PART-DAY-COUNT   TO PTC-DAY-REC-COUNT
026750     MOVE WS-PART-REC-COUNT   TO PTC-REC-COUNT
026760     MOVE WS-EXCEPT-COUNT     TO PTC-EXCEPT-COUNT
026770     MOVE ETALONNAGE-FINAL    TO PTC-ETALONNAGE-FINAL
026780     MOVE ETALONNAGE-FINAL-DIGITS
026790         TO PTC-ETALONNAGE-FINAL-DIGITS
026800     MOVE WS-RST-STATUS       TO PTC-STATUS
026810     MOVE WS-RETURN-CODE      TO PTC-RETURN-CODE
026820     OPEN EXTEND PARTCTL
026830     IF NOT PARTCTL-STATUS-OK
026840         OPEN OUTPUT PARTCTL
026850         IF NOT PARTCTL-STATUS-OK
026860             DISPLAY 'OPEN ERROR ON PARTCTL'
026870             DISPLAY 'FILE STATUS : ' PARTCTL-STATUS
026880             MOVE 12 TO RETURN-CODE
026890             STOP RUN
026900         END-IF
026910     END-IF
026920     MOVE PARTITION-CONTROL-RECORD TO PARTCTL-RECORD
026930     WRITE PARTCTL-RECORD
026940     IF NOT PARTCTL-STATUS-OK
026950         DISPLAY 'WRITE ERROR ON PARTCTL'
026960         DISPLAY 'FILE STATUS : ' PARTCTL-STATUS
026970         MOVE 12 TO RETURN-CODE
026980         STOP RUN
026990     END-IF
027000     CLOSE PARTCTL
027010     .
027020
027030* 8200-WRITE-PARTITION-FILE APPENDS THE FILE LINE FOR THE INPUT
027040* FILE JUST WALKED TO THIS PARTITION'S CONTROL FILE: ITS PATH,
027050* SUPPLIER, DATA RECORD COUNT, THE CONTROL-FAILURE, LATE-DELIVERY
027060* AND OUT-OF-SEQUENCE FLAGS 7600-WRITE-SUPPLIER-STAT WOULD LOG,
027070* AND WHETHER THE FILE IS ALREADY ON THE RUN-CONTROL REGISTER.
027080* THE MERGE BUILDS THE FILE'S SUPPLIER QUALITY LOG LINE AND ITS
027090* REGISTER ENTRY FROM IT.
027100 8200-WRITE-PARTITION-FILE.
027110     MOVE SPACES              TO PARTITION-CONTROL-RECORD
027120     MOVE 'F'                 TO PTC-REC-TYPE
027130     MOVE WS-PART-NO          TO PTC-PART-NO
027140     MOVE WS-EXPECTED-BUSDATE TO PTC-BUS-DATE
027150     MOVE WS-INPUTFILE1-PATH  TO PTC-INPUT-NAME
027160     MOVE WS-FILE-SUPPLIER-ID TO PTC-SUPPLIER-ID
027170     MOVE WS-FILE-DATA-COUNT  TO PTC-FILE-REC-COUNT
027180     MOVE WS-FILE-CTL-FAIL-SW TO PTC-FILE-CTL-FAIL
027190*    SAME LATE-DELIVERY TEST AS 7600-WRITE-SUPPLIER-STAT.
027200     IF WS-FILE-HAS-HEADER
027210         AND WS-HDR-BUS-DATE IS NUMERIC
027220         AND WS-HDR-BUS-DATE < WS-EXPECTED-BUSDATE
027230         MOVE 'Y' TO PTC-FILE-LATE
027240     ELSE
027250         MOVE 'N' TO PTC-FILE-LATE
027260     END-IF
027270     MOVE WS-FILE-SEQ-FAIL-SW TO PTC-FILE-OUT-OF-SEQ
027280     MOVE WS-FILE-REGISTERED-SW TO PTC-FILE-REGISTERED
027290     OPEN EXTEND PARTCTL
027300     IF NOT PARTCTL-STATUS-OK
027310         DISPLAY 'OPEN ERROR ON PARTCTL'
027320         DISPLAY 'FILE STATUS : ' PARTCTL-STATUS
027330         MOVE 12 TO WS-RETURN-CODE
027340         MOVE 'FILE-ERROR' TO WS-RST-STATUS
027350         PERFORM 9999-ABEND-RUN
027360     END-IF
027370     MOVE PARTITION-CONTROL-RECORD TO PARTCTL-RECORD
027380     WRITE PARTCTL-RECORD
027390     IF NOT PARTCTL-STATUS-OK
027400         DISPLAY 'WRITE ERROR ON PARTCTL'
027410         DISPLAY 'FILE STATUS : ' PARTCTL-STATUS
027420         MOVE 12 TO WS-RETURN-CODE
027430         MOVE 'FILE-ERROR' TO WS-RST-STATUS
027440         PERFORM 9999-ABEND-RUN
027450     END-IF
027460     CLOSE PARTCTL
027470     .
027480
027490* 9999-ABEND-RUN IS THE SINGLE TERMINATION POINT FOR EVERY
027500* ERROR PATH. THE CALLER HAS ALREADY DISPLAYED THE DETAIL
027510* AND SET WS-RETURN-CODE AND WS-RST-STATUS; THIS PARAGRAPH
027520* RECORDS THE RUN STATUS FOR THE SCHEDULER AND ENDS THE JOB
027530* WITH THE CONDITION CODE.
027540 9999-ABEND-RUN.
027550*    EVERY PARTITION FAILS THE SAME FILE; ONLY PARTITION 1 SCORES
027560*    THE FAILURE AGAINST THE SENDER.
027570     IF WS-FILE-CTL-FAILED
027580         IF NOT WS-PARTITION-MODE
027590             OR WS-PART-NO = 1
027600             PERFORM 7600-WRITE-SUPPLIER-STAT
027610         END-IF
027620     END-IF
027630     IF WS-PARTITION-MODE
027640         PERFORM 8100-WRITE-PARTITION-TOTAL
027650     ELSE
027660         PERFORM 8000-WRITE-RUN-STATUS
027670     END-IF
027680     MOVE WS-RETURN-CODE TO RETURN-CODE
027690     STOP RUN
027700     .
