000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALRSND.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - CROSS-DAY RESEND CHECK,
000110*                  RUN AFTER THE GATE AND BEFORE CALLOAD.
000120*                  CALEDIT'S DUPLIC EDIT ONLY CATCHES A LINE
000130*                  REPEATING THE ONE BEFORE IT AND THE RUN-
000140*                  CONTROL REGISTER ONLY CATCHES THE SAME PATH
000150*                  FED TWICE; NEITHER CATCHES A SUPPLIER WHO
000160*                  RE-SENDS AN EARLIER DAY'S DATA UNDER A NEW
000170*                  FILE NAME AND A NEW HDR BUSINESS DATE. THIS
000180*                  STEP TAKES THE FEEDER GENERATION CALLOAD IS
000190*                  ABOUT TO LOAD (RESOLVED FROM THE CALCAT
000200*                  CATALOG EXACTLY AS CALLOAD RESOLVES IT) AND
000210*                  COMPARES EVERY SOURCE LINE WITH THE LIVE
000220*                  CALM-SOURCE-LINE CONTENT OF THE MASTER FOR
000230*                  THE LAST N BUSINESS DATES BEFORE THE
000240*                  GENERATION'S OWN (AOC-RSNDDAYS, DEFAULT 5,
000250*                  STEPPED BACK THROUGH THE CALBDATE CALENDAR
000260*                  SERVICE). BOTH SIDES ARE PASSED THROUGH ONE
000270*                  SORT ON THE SOURCE LINE, SO A LARGE DAY IS
000280*                  MATCHED IN ONE PASS. THE RESEND REPORT
000290*                  (RSNDRPT) SHOWS, FOR EACH SUPPLIER'S FILE IN
000300*                  THE GENERATION, THE PERCENTAGE OF ITS LINES
000310*                  ALREADY ON FILE AND THE RUN DATES THEY MATCH.
000320*                  A FILE ABOVE THE THRESHOLD (AOC-RSNDPCT,
000330*                  DEFAULT 25 PERCENT) ENDS THE STEP WITH RETURN
000340*                  CODE 6 SO THE SCHEDULER HOLDS THE LOAD; ANY
000350*                  MATCH BELOW IT ENDS RC 4.
000360* 2026-10-15  RD   AN AOC-BUSDATE OVERRIDE IS NOW WRITTEN TO THE
000370*                  SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410
000420     SELECT CALCAT ASSIGN TO DYNAMIC WS-CALCAT-PATH
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CALCAT-STATUS.
000450
000460     SELECT CALOUTPT ASSIGN TO DYNAMIC WS-CALOUTPT-PATH
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CALOUTPT-STATUS.
000490
000500     SELECT CALMST ASSIGN TO DYNAMIC WS-CALMST-PATH
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CALM-KEY
000540         FILE STATUS IS CALMST-STATUS.
000550
000560     SELECT RSNDRPT ASSIGN TO DYNAMIC WS-RSNDRPT-PATH
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS RSNDRPT-STATUS.
000590
000600     SELECT SORTWK ASSIGN TO SORTWK.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640
000650 FD  CALCAT.
000660 01  CALCAT-RECORD               PIC X(248).
000670
000680 FD  CALOUTPT.
000690 01  CALOUTPT-RECORD             PIC X(218).
000700
000710 FD  CALMST.
000720* CALIBRATION MASTER RECORD LAYOUT (SHARED WITH CALLOAD)
000730 COPY CALMST01.
000740
000750 FD  RSNDRPT.
000760 01  RSND-RECORD                 PIC X(132).
000770
000780* SORT WORK RECORD. THE INCOMING LINES (TAG 1) AND THE MASTER
000790* LINES OF THE WINDOW (TAG 2) ARE SORTED TOGETHER ON THE SOURCE
000800* LINE, SO EVERY COPY OF ONE LINE COMES BACK AS ONE GROUP.
000810 SD  SORTWK.
000820 01  SORT-RECORD.
000830     05  SRT-SOURCE-LINE         PIC X(200).
000840     05  SRT-TAG                 PIC X(01).
000850         88  SRT-INCOMING        VALUE '1'.
000860         88  SRT-MASTER          VALUE '2'.
000870     05  SRT-RUN-DATE            PIC 9(08).
000880     05  SRT-REC-NO              PIC 9(06).
000890     05  SRT-SUPPLIER-ID         PIC X(03).
000900
000910 WORKING-STORAGE SECTION.
000920
000930* RUN-TIME FILE ASSIGNMENT
000940 01  WS-CALCAT-PATH              PIC X(200).
000950 01  WS-DEFAULT-CALCAT-PATH      PIC X(200) VALUE
000960     'AOC20231201.CALCAT.FILE'.
000970 01  WS-CALOUTPT-PATH            PIC X(220).
000980 01  WS-DEFAULT-CALOUTPT-PATH    PIC X(220) VALUE
000990     'AOC20231201.CALOUTPT.FILE'.
001000 01  WS-CALMST-PATH              PIC X(200).
001010 01  WS-DEFAULT-CALMST-PATH      PIC X(200) VALUE
001020     'AOC20231201.CALMST.FILE'.
001030 01  WS-RSNDRPT-PATH             PIC X(200).
001040 01  WS-DEFAULT-RSNDRPT-PATH     PIC X(200) VALUE
001050     'AOC20231201.RSND.RPT'.
001060
001070* FILE STATUS
001080 01  CALCAT-STATUS               PIC 9(02).
001090     88  CALCAT-STATUS-OK        VALUE 00.
001100     88  CALCAT-STATUS-EOF       VALUE 10.
001110 01  CALOUTPT-STATUS             PIC 9(02).
001120     88  CALOUTPT-STATUS-OK      VALUE 00.
001130     88  CALOUTPT-STATUS-EOF     VALUE 10.
001140 01  CALMST-STATUS               PIC 9(02).
001150     88  CALMST-STATUS-OK        VALUE 00.
001160     88  CALMST-STATUS-EOF       VALUE 10.
001170     88  CALMST-STATUS-NOTFND    VALUE 23.
001180 01  RSNDRPT-STATUS              PIC 9(02).
001190     88  RSNDRPT-STATUS-OK       VALUE 00.
001200 01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001210     88  WS-SORT-EOF             VALUE 'Y'.
001220
001230* CALIBRATION OUTPUT RECORD LAYOUT (SHARED WITH THE EXTRACT)
001240 COPY CALOUT01.
001250
001260* CALOUTPT GENERATION CATALOG LAYOUT (SHARED WITH THE EXTRACT
001270* AND CALLOAD). THE NEWEST GENERATION STILL IN CREATED STATUS
001280* IS THE ONE CALLOAD WILL LOAD NEXT, AND SO THE ONE CHECKED.
001290 COPY CALCAT01.
001300 01  WS-CATALOG-HIT-SW           PIC X(01) VALUE 'N'.
001310     88  WS-CATALOG-HIT          VALUE 'Y'.
001320 01  WS-GEN-ENTRY                PIC X(248) VALUE SPACES.
001330
001340* BUSINESS DATE OF THE GENERATION. THE SCHEDULER PASSES THE
001350* SAME AOC-BUSDATE AS THE EXTRACT; WITHOUT IT THE DATE IS
001360* RESOLVED FROM THE CALENDAR AS IN CALLOAD, AND A CATALOGUED
001370* GENERATION ALWAYS SUPPLIES ITS OWN.
001380 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001390 01  WS-BUSDATE-ENV              PIC X(08) VALUE SPACES.
001400
001410* PROCESSING-CALENDAR CALL BLOCK FOR CALBDATE, WHICH RESOLVES
001420* BUSINESS DATES FROM THE SHARED AOC-CALENDAR FILE.
001430 01  WS-BDATE-PARM.
001440     05  WS-BDT-FUNCTION         PIC X(01).
001450     05  WS-BDT-BASE-DATE        PIC 9(08).
001460     05  WS-BDT-RESULT-DATE      PIC 9(08).
001470     05  WS-BDT-STATUS           PIC X(01).
001480
001490* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
001500* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
001510 01  WS-OVRD-PARM.
001520     05  WS-OVD-PROGRAM          PIC X(08).
001530     05  WS-OVD-NAME             PIC X(16).
001540     05  WS-OVD-VALUE            PIC X(30).
001550     05  WS-OVD-BUS-DATE         PIC 9(08).
001560     05  WS-OVD-SUPPLIER-ID      PIC X(03).
001570     05  WS-OVD-STATUS           PIC X(01).
001580
001590* CHECK PARAMETERS, EACH PARSED ONE DIGIT AT A TIME FROM ITS
001600* LEFT-JUSTIFIED ENVIRONMENT VALUE AS IN CALGATE.
001610 01  WS-RSNDDAYS-ENV             PIC X(02) VALUE SPACES.
001620 01  WS-RSND-DAYS                PIC 9(02) VALUE 5.
001630 01  WS-RSNDPCT-ENV              PIC X(03) VALUE SPACES.
001640 01  WS-RSND-PCT                 PIC 9(03) VALUE 25.
001650 01  WS-PARSE-ENV                PIC X(03) VALUE SPACES.
001660 01  WS-PARSE-RESULT             PIC 9(03) VALUE ZERO.
001670 01  WS-PARSE-DIGIT              PIC 9(01) VALUE ZERO.
001680 01  WS-PARSE-DIGIT-COUNT        PIC 9(01) VALUE ZERO.
001690 01  WS-PARSE-END-SW             PIC X(01) VALUE 'N'.
001700     88  WS-PARSE-END            VALUE 'Y'.
001710 01  K                           PIC 9(01) VALUE ZERO.
001720
001730* BUSINESS DATES OF THE WINDOW, MOST RECENT FIRST, WITH THE
001740* LIVE MASTER RECORDS ON EACH AND THE INCOMING LINES FOUND ON
001750* IT.
001760 01  WS-WIN-MAX                  PIC 9(02) VALUE 20.
001770 01  WS-WIN-COUNT                PIC 9(02) VALUE ZERO.
001780 01  WS-WIN-TABLE.
001790     05  WS-WIN-ENTRY OCCURS 20 TIMES.
001800         10  WS-WIN-DATE         PIC 9(08).
001810         10  WS-WIN-MST-COUNT    PIC 9(08).
001820         10  WS-WIN-MATCH-COUNT  PIC 9(06).
001830 01  WS-WIN-OLDEST               PIC 9(08) VALUE ZERO.
001840 01  D                           PIC 9(02) VALUE ZERO.
001850 01  WS-DATE-HIT-IX              PIC 9(02) VALUE ZERO.
001860
001870* ONE GROUP PER SUPPLIER FILE IN THE GENERATION (A BLANK
001880* SUPPLIER IS AN UNWRAPPED FILE), WITH ITS LINE COUNT, THE
001890* LINES ALREADY ON FILE AND THE MATCHES BY WINDOW DATE.
001900 01  WS-SGP-MAX                  PIC 9(02) VALUE 50.
001910 01  WS-SGP-COUNT                PIC 9(02) VALUE ZERO.
001920 01  WS-SGP-TABLE.
001930     05  WS-SGP-ENTRY OCCURS 50 TIMES.
001940         10  WS-SGP-SUPPLIER-ID  PIC X(03).
001950         10  WS-SGP-LINE-COUNT   PIC 9(06).
001960         10  WS-SGP-MATCH-COUNT  PIC 9(06).
001970         10  WS-SGP-DATE-MATCH   PIC 9(06) OCCURS 20 TIMES.
001980 01  S                           PIC 9(02) VALUE ZERO.
001990 01  WS-SGP-HIT-IX               PIC 9(02) VALUE ZERO.
002000 01  WS-LOOKUP-ID                PIC X(03) VALUE SPACES.
002010
002020* THE GROUP OF SORTED RECORDS SHARING ONE SOURCE LINE: THE
002030* INCOMING RECORDS CARRYING IT AND THE DISTINCT WINDOW DATES
002040* IT IS ALREADY ON. THE MASTER RECORDS OF A GROUP COME BACK IN
002050* RUN-DATE ORDER, SO A DATE IS ONLY ADDED WHEN IT CHANGES.
002060 01  WS-GRP-LINE                 PIC X(200) VALUE SPACES.
002070 01  WS-GRP-ACTIVE-SW            PIC X(01) VALUE 'N'.
002080     88  WS-GRP-ACTIVE           VALUE 'Y'.
002090 01  WS-GRP-INC-MAX              PIC 9(03) VALUE 500.
002100 01  WS-GRP-INC-COUNT            PIC 9(03) VALUE ZERO.
002110 01  WS-GRP-INC-TABLE.
002120     05  WS-GRP-INC-ENTRY OCCURS 500 TIMES.
002130         10  WS-GRP-INC-REC-NO   PIC 9(06).
002140         10  WS-GRP-INC-SGP-IX   PIC 9(02).
002150 01  WS-GRP-DATE-COUNT           PIC 9(02) VALUE ZERO.
002160 01  WS-GRP-DATE-IX              PIC 9(02) OCCURS 20 TIMES.
002170 01  G                           PIC 9(03) VALUE ZERO.
002180
002190* MATCHED LINES SHOWN ON THE REPORT, SO THE OPERATOR CAN SEE
002200* WHAT WAS RE-SENT; THE REST ARE COUNTED ONLY.
002210 01  WS-SHOW-MAX                 PIC 9(03) VALUE 50.
002220 01  WS-SHOW-COUNT               PIC 9(03) VALUE ZERO.
002230
002240* RUN COUNTS AND PERCENTAGES
002250 01  WS-INC-COUNT                PIC 9(06) VALUE ZERO.
002260 01  WS-INC-MATCH-COUNT          PIC 9(06) VALUE ZERO.
002270 01  WS-BLANK-COUNT              PIC 9(06) VALUE ZERO.
002280 01  WS-MST-COUNT                PIC 9(08) VALUE ZERO.
002290 01  WS-MATCH-PCT                PIC 9(03)V9 VALUE ZERO.
002300 01  WS-HOLD-COUNT               PIC 9(02) VALUE ZERO.
002310
002320* RESEND REPORT LINE LAYOUTS
002330 01  WS-RSND-HEADING.
002340     05  FILLER                  PIC X(39) VALUE
002350         'CROSS-DAY RESEND CHECK - BUSINESS DATE '.
002360     05  WS-HDG-RUN-DATE         PIC 9(08).
002370 01  WS-RSND-WINDOW-LINE.
002380     05  FILLER                  PIC X(08) VALUE 'WINDOW  '.
002390     05  WS-RWL-DAYS             PIC Z9.
002400     05  FILLER                  PIC X(21) VALUE
002410         ' BUSINESS DATES FROM '.
002420     05  WS-RWL-FROM             PIC 9(08).
002430     05  FILLER                  PIC X(04) VALUE ' TO '.
002440     05  WS-RWL-TO               PIC 9(08).
002450     05  FILLER                  PIC X(18) VALUE
002460         '   HOLD ABOVE PCT '.
002470     05  WS-RWL-PCT              PIC ZZ9.
002480 01  WS-RSND-SHOW-LINE.
002490     05  FILLER                  PIC X(04) VALUE 'REC '.
002500     05  WS-RSL-REC-NO           PIC 9(06).
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  WS-RSL-SUPPLIER-ID      PIC X(06).
002530     05  FILLER                  PIC X(09) VALUE ' ON FILE '.
002540     05  WS-RSL-LAST-DATE        PIC 9(08).
002550     05  FILLER                  PIC X(03) VALUE ' : '.
002560     05  WS-RSL-LINE             PIC X(90).
002570 01  WS-RSND-DATE-LINE.
002580     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
002590     05  WS-RDL-RUN-DATE         PIC 9(08).
002600     05  FILLER                  PIC X(11) VALUE ' ON MASTER '.
002610     05  WS-RDL-MST-COUNT        PIC Z(07)9.
002620     05  FILLER                  PIC X(15) VALUE
002630         ' LINES MATCHED '.
002640     05  WS-RDL-MATCH-COUNT      PIC Z(05)9.
002650 01  WS-RSND-FILE-LINE.
002660     05  FILLER                  PIC X(09) VALUE 'SUPPLIER '.
002670     05  WS-RFL-SUPPLIER-ID      PIC X(06).
002680     05  FILLER                  PIC X(07) VALUE ' LINES '.
002690     05  WS-RFL-LINE-COUNT       PIC Z(05)9.
002700     05  FILLER                  PIC X(17) VALUE
002710         ' ALREADY ON FILE '.
002720     05  WS-RFL-MATCH-COUNT      PIC Z(05)9.
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  WS-RFL-PCT              PIC ZZ9.9.
002750     05  FILLER                  PIC X(05) VALUE ' PCT '.
002760     05  WS-RFL-VERDICT          PIC X(20).
002770 01  WS-RSND-FILE-DATE-LINE.
002780     05  FILLER                  PIC X(21) VALUE
002790         '    MATCHES RUN DATE '.
002800     05  WS-RFD-RUN-DATE         PIC 9(08).
002810     05  FILLER                  PIC X(03) VALUE ' : '.
002820     05  WS-RFD-MATCH-COUNT      PIC Z(05)9.
002830     05  FILLER                  PIC X(06) VALUE ' LINES'.
002840 01  WS-RSND-SUMMARY.
002850     05  WS-RSS-LABEL            PIC X(26).
002860     05  FILLER                  PIC X(01) VALUE SPACE.
002870     05  WS-RSS-COUNT            PIC 9(08).
002880
002890 PROCEDURE DIVISION.
002900
002910 0000-MAINLINE.
002920     DISPLAY 'CALRSND'
002930     PERFORM 1000-INITIALIZE
002940     PERFORM 2000-MAIN-PROCESSING
002950     EVALUATE TRUE
002960         WHEN WS-HOLD-COUNT > ZERO
002970             DISPLAY 'CALRSND RESEND SUSPECTED - HOLD CALLOAD'
002980             MOVE 6 TO RETURN-CODE
002990         WHEN WS-INC-MATCH-COUNT > ZERO
003000             DISPLAY 'CALRSND ENDED - LINES ALREADY ON FILE :'
003010                 WS-INC-MATCH-COUNT
003020             MOVE 4 TO RETURN-CODE
003030         WHEN OTHER
003040             DISPLAY 'CALRSND ENDED CLEAN - RELEASE CALLOAD'
003050     END-EVALUATE
003060     STOP RUN
003070     .
003080
003090* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS, THE CHECK
003100* PARAMETERS AND THE GENERATION TO CHECK, FALLING BACK TO THE
003110* DEVELOPMENT DEFAULTS WHEN THE VARIABLES ARE NOT SET.
003120 1000-INITIALIZE.
003130     MOVE SPACES TO WS-CALCAT-PATH
003140     ACCEPT WS-CALCAT-PATH
003150         FROM ENVIRONMENT 'AOC-CALCAT'
003160     IF WS-CALCAT-PATH = SPACES
003170         MOVE WS-DEFAULT-CALCAT-PATH TO WS-CALCAT-PATH
003180     END-IF
003190
003200     MOVE SPACES TO WS-CALOUTPT-PATH
003210     ACCEPT WS-CALOUTPT-PATH
003220         FROM ENVIRONMENT 'AOC-CALOUTPT'
003230     IF WS-CALOUTPT-PATH = SPACES
003240         MOVE WS-DEFAULT-CALOUTPT-PATH TO WS-CALOUTPT-PATH
003250     END-IF
003260
003270     MOVE SPACES TO WS-CALMST-PATH
003280     ACCEPT WS-CALMST-PATH
003290         FROM ENVIRONMENT 'AOC-CALMST'
003300     IF WS-CALMST-PATH = SPACES
003310         MOVE WS-DEFAULT-CALMST-PATH TO WS-CALMST-PATH
003320     END-IF
003330
003340     MOVE SPACES TO WS-RSNDRPT-PATH
003350     ACCEPT WS-RSNDRPT-PATH
003360         FROM ENVIRONMENT 'AOC-RSNDRPT'
003370     IF WS-RSNDRPT-PATH = SPACES
003380         MOVE WS-DEFAULT-RSNDRPT-PATH TO WS-RSNDRPT-PATH
003390     END-IF
003400
003410     MOVE SPACES TO WS-RSNDDAYS-ENV
003420     ACCEPT WS-RSNDDAYS-ENV
003430         FROM ENVIRONMENT 'AOC-RSNDDAYS'
003440     IF WS-RSNDDAYS-ENV NOT = SPACES
003450         MOVE WS-RSNDDAYS-ENV TO WS-PARSE-ENV(1:2)
003460         MOVE SPACE TO WS-PARSE-ENV(3:1)
003470         PERFORM 1100-PARSE-ONE-PARAMETER
003480         IF WS-PARSE-RESULT = ZERO
003490             OR WS-PARSE-RESULT > WS-WIN-MAX
003500             DISPLAY 'AOC-RSNDDAYS OUT OF RANGE (1-20) : '
003510                 WS-RSNDDAYS-ENV
003520             MOVE 8 TO RETURN-CODE
003530             STOP RUN
003540         END-IF
003550         MOVE WS-PARSE-RESULT TO WS-RSND-DAYS
003560     END-IF
003570
003580     MOVE SPACES TO WS-RSNDPCT-ENV
003590     ACCEPT WS-RSNDPCT-ENV
003600         FROM ENVIRONMENT 'AOC-RSNDPCT'
003610     IF WS-RSNDPCT-ENV NOT = SPACES
003620         MOVE WS-RSNDPCT-ENV TO WS-PARSE-ENV
003630         PERFORM 1100-PARSE-ONE-PARAMETER
003640         IF WS-PARSE-RESULT > 100
003650             DISPLAY 'AOC-RSNDPCT OUT OF RANGE (0-100) : '
003660                 WS-RSNDPCT-ENV
003670             MOVE 8 TO RETURN-CODE
003680             STOP RUN
003690         END-IF
003700         MOVE WS-PARSE-RESULT TO WS-RSND-PCT
003710     END-IF
003720
003730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003740     MOVE SPACES TO WS-BUSDATE-ENV
003750     ACCEPT WS-BUSDATE-ENV
003760         FROM ENVIRONMENT 'AOC-BUSDATE'
003770     IF WS-BUSDATE-ENV NOT = SPACES
003780         MOVE WS-BUSDATE-ENV TO WS-RUN-DATE
003790         MOVE 'AOC-BUSDATE'  TO WS-OVD-NAME
003800         MOVE WS-BUSDATE-ENV TO WS-OVD-VALUE
003810         MOVE SPACES         TO WS-OVD-SUPPLIER-ID
003820         MOVE WS-RUN-DATE    TO WS-OVD-BUS-DATE
003830         PERFORM 1170-LOG-OVERRIDE
003840     ELSE
003850         MOVE 'E'         TO WS-BDT-FUNCTION
003860         MOVE WS-RUN-DATE TO WS-BDT-BASE-DATE
003870         CALL 'CALBDATE' USING WS-BDATE-PARM
003880         IF WS-BDT-STATUS = '0'
003890             MOVE WS-BDT-RESULT-DATE TO WS-RUN-DATE
003900         ELSE
003910             DISPLAY 'CALENDAR DATE RESOLUTION FAILED - CHECK '
003920                 'BUSINESS DATE DEFAULTS TO RUN DATE'
003930         END-IF
003940     END-IF
003950
003960     PERFORM 1200-RESOLVE-FEEDER-GENERATION
003970     DISPLAY 'RESEND CHECK BUSINESS DATE : ' WS-RUN-DATE
003980     PERFORM 1300-BUILD-DATE-WINDOW
003990     .
004000
004010* 1100-PARSE-ONE-PARAMETER CONVERTS THE LEFT-JUSTIFIED VALUE
004020* IN WS-PARSE-ENV INTO WS-PARSE-RESULT ONE DIGIT AT A TIME. A
004030* VALUE WITH NO DIGITS OR A NON-DIGIT CHARACTER IS A PARAMETER
004040* ERROR.
004050 1100-PARSE-ONE-PARAMETER.
004060     MOVE ZERO TO WS-PARSE-RESULT
004070     MOVE ZERO TO WS-PARSE-DIGIT-COUNT
004080     MOVE 'N'  TO WS-PARSE-END-SW
004090     PERFORM 1150-PARSE-ONE-DIGIT
004100         THRU 1150-EXIT
004110         VARYING K FROM 1 BY 1
004120         UNTIL K > 3
004130         OR WS-PARSE-END
004140     IF WS-PARSE-DIGIT-COUNT = ZERO
004150         DISPLAY 'RESEND PARAMETER NOT NUMERIC : ' WS-PARSE-ENV
004160         MOVE 8 TO RETURN-CODE
004170         STOP RUN
004180     END-IF
004190     .
004200
004210 1150-PARSE-ONE-DIGIT.
004220     IF WS-PARSE-ENV(K:1) = SPACE
004230         SET WS-PARSE-END TO TRUE
004240         GO TO 1150-EXIT
004250     END-IF
004260     IF WS-PARSE-ENV(K:1) NOT NUMERIC
004270         DISPLAY 'RESEND PARAMETER NOT NUMERIC : ' WS-PARSE-ENV
004280         MOVE 8 TO RETURN-CODE
004290         STOP RUN
004300     END-IF
004310     ADD 1 TO WS-PARSE-DIGIT-COUNT
004320     MOVE WS-PARSE-ENV(K:1) TO WS-PARSE-DIGIT
004330     COMPUTE WS-PARSE-RESULT =
004340         (WS-PARSE-RESULT * 10) + WS-PARSE-DIGIT
004350     .
004360 1150-EXIT.
004370     EXIT
004380     .
004390
004400* 1170-LOG-OVERRIDE PUTS THE OVERRIDE IN WS-OVRD-PARM ON THE
004410* SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD. AN OVERRIDE THAT
004420* CANNOT BE AUDITED IS NOT TAKEN - A LOG THAT CANNOT BE WRITTEN
004430* ENDS THE RUN AS A FILE ERROR.
004440 1170-LOG-OVERRIDE.
004450     MOVE 'CALRSND' TO WS-OVD-PROGRAM
004460     CALL 'CALOVRD' USING WS-OVRD-PARM
004470     IF WS-OVD-STATUS NOT = '0'
004480         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
004490         MOVE 12 TO RETURN-CODE
004500         STOP RUN
004510     END-IF
004520     .
004530
004540* 1200-RESOLVE-FEEDER-GENERATION PICKS THE NEWEST GENERATION
004550* STILL IN CREATED STATUS FROM THE CATALOG - THE SAME RULE
004560* CALLOAD APPLIES, SO THIS STEP CHECKS EXACTLY WHAT IT WOULD
004570* LOAD. NO CATALOG IS THE LEGACY SINGLE-FILE CHAIN AND THE
004580* FIXED PATH STANDS; A CATALOG WITH NOTHING LEFT TO LOAD
004590* LEAVES NOTHING TO CHECK.
004600 1200-RESOLVE-FEEDER-GENERATION.
004610     OPEN INPUT CALCAT
004620     IF NOT CALCAT-STATUS-OK
004630         DISPLAY 'NO CALOUTPT CATALOG - USING FIXED FEEDER PATH'
004640     ELSE
004650         PERFORM 4100-READ-CALCAT
004660         PERFORM UNTIL CALCAT-STATUS-EOF
004670         OR NOT CALCAT-STATUS-OK
004680             MOVE CALCAT-RECORD TO CALOUTPT-CATALOG-RECORD
004690             IF CAT-STATUS-CREATED
004700                 MOVE CALCAT-RECORD TO WS-GEN-ENTRY
004710                 SET WS-CATALOG-HIT TO TRUE
004720             END-IF
004730             PERFORM 4100-READ-CALCAT
004740         END-PERFORM
004750         CLOSE CALCAT
004760         IF WS-CATALOG-HIT
004770             MOVE WS-GEN-ENTRY TO CALOUTPT-CATALOG-RECORD
004780             MOVE CAT-GEN-PATH TO WS-CALOUTPT-PATH
004790             MOVE CAT-BUS-DATE TO WS-RUN-DATE
004800             DISPLAY 'CHECKING GENERATION : '
004810                 WS-CALOUTPT-PATH(1:60)
004820         ELSE
004830             DISPLAY 'NO UNLOADED GENERATION ON CATALOG - '
004840                 'NOTHING TO CHECK'
004850             MOVE 8 TO RETURN-CODE
004860             STOP RUN
004870         END-IF
004880     END-IF
004890     .
004900
004910* 1300-BUILD-DATE-WINDOW STEPS BACK FROM THE GENERATION'S
004920* BUSINESS DATE ONE PROCESSING DAY AT A TIME THROUGH CALBDATE,
004930* SO HOLIDAYS AND WEEKENDS DO NOT EAT INTO THE WINDOW. WITHOUT
004940* A USABLE CALENDAR THE WINDOW CANNOT BE TRUSTED AND NOTHING
004950* IS CHECKED.
004960 1300-BUILD-DATE-WINDOW.
004970     MOVE ZERO        TO WS-WIN-COUNT
004980     MOVE WS-RUN-DATE TO WS-BDT-RESULT-DATE
004990     PERFORM 1350-STEP-BACK-ONE-DATE
005000         VARYING D FROM 1 BY 1
005010         UNTIL D > WS-RSND-DAYS
005020     MOVE WS-WIN-DATE(WS-WIN-COUNT) TO WS-WIN-OLDEST
005030     .
005040
005050 1350-STEP-BACK-ONE-DATE.
005060     MOVE 'P'                TO WS-BDT-FUNCTION
005070     MOVE WS-BDT-RESULT-DATE TO WS-BDT-BASE-DATE
005080     CALL 'CALBDATE' USING WS-BDATE-PARM
005090     IF WS-BDT-STATUS NOT = '0'
005100         DISPLAY 'CALENDAR DATE RESOLUTION FAILED - RESEND '
005110             'WINDOW NOT BUILT'
005120         MOVE 8 TO RETURN-CODE
005130         STOP RUN
005140     END-IF
005150     ADD 1 TO WS-WIN-COUNT
005160     MOVE WS-BDT-RESULT-DATE TO WS-WIN-DATE(WS-WIN-COUNT)
005170     MOVE ZERO TO WS-WIN-MST-COUNT(WS-WIN-COUNT)
005180     MOVE ZERO TO WS-WIN-MATCH-COUNT(WS-WIN-COUNT)
005190     .
005200
005210 2000-MAIN-PROCESSING.
005220     PERFORM 3100-OPEN-RSNDRPT
005230     MOVE WS-RUN-DATE     TO WS-HDG-RUN-DATE
005240     MOVE WS-RSND-HEADING TO RSND-RECORD
005250     PERFORM 6000-WRITE-RSND-LINE
005260     STRING 'GENERATION ' DELIMITED BY SIZE
005270         WS-CALOUTPT-PATH DELIMITED BY SPACE
005280         INTO RSND-RECORD
005290     PERFORM 6000-WRITE-RSND-LINE
005300     MOVE WS-RSND-DAYS    TO WS-RWL-DAYS
005310     MOVE WS-WIN-OLDEST   TO WS-RWL-FROM
005320     MOVE WS-WIN-DATE(1)  TO WS-RWL-TO
005330     MOVE WS-RSND-PCT     TO WS-RWL-PCT
005340     MOVE WS-RSND-WINDOW-LINE TO RSND-RECORD
005350     PERFORM 6000-WRITE-RSND-LINE
005360     MOVE SPACES TO RSND-RECORD
005370     PERFORM 6000-WRITE-RSND-LINE
005380     MOVE 'INCOMING LINES ALREADY ON FILE' TO RSND-RECORD
005390     PERFORM 6000-WRITE-RSND-LINE
005400
005410     SORT SORTWK
005420         ON ASCENDING KEY SRT-SOURCE-LINE
005430                          SRT-TAG
005440                          SRT-RUN-DATE
005450         INPUT PROCEDURE IS 2100-RELEASE-LINES
005460             THRU 2100-EXIT
005470         OUTPUT PROCEDURE IS 2500-MATCH-SORTED-LINES
005480             THRU 2500-EXIT
005490
005500     IF WS-SHOW-COUNT = ZERO
005510         MOVE '    NONE' TO RSND-RECORD
005520         PERFORM 6000-WRITE-RSND-LINE
005530     END-IF
005540     IF WS-INC-MATCH-COUNT > WS-SHOW-COUNT
005550         STRING '    ... AND THE REST OF THE '
005560                                    DELIMITED BY SIZE
005570             WS-INC-MATCH-COUNT     DELIMITED BY SIZE
005580             ' LINES COUNTED BELOW' DELIMITED BY SIZE
005590             INTO RSND-RECORD
005600         PERFORM 6000-WRITE-RSND-LINE
005610     END-IF
005620     PERFORM 2700-REPORT-WINDOW-DATES
005630     PERFORM 2800-REPORT-SUPPLIER-FILES
005640     PERFORM 2900-REPORT-COUNTS
005650     PERFORM 5100-CLOSE-RSNDRPT
005660     .
005670
005680* 2100-RELEASE-LINES IS THE SORT INPUT: EVERY NON-BLANK SOURCE
005690* LINE OF THE GENERATION, THEN EVERY LIVE MASTER RECORD OF THE
005700* WINDOW. A BLANK LINE IS NEVER COMPARED - IT WOULD MATCH EVERY
005710* OTHER BLANK LINE AND PROVE NOTHING.
005720 2100-RELEASE-LINES.
005730     PERFORM 2200-RELEASE-INCOMING
005740     PERFORM 2300-RELEASE-MASTER
005750     .
005760 2100-EXIT.
005770     EXIT
005780     .
005790
005800 2200-RELEASE-INCOMING.
005810     OPEN INPUT CALOUTPT
005820     IF NOT CALOUTPT-STATUS-OK
005830         DISPLAY 'OPEN ERROR ON CALOUTPT'
005840         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
005850         MOVE 12 TO RETURN-CODE
005860         STOP RUN
005870     END-IF
005880     PERFORM 4000-READ-CALOUTPT
005890     PERFORM UNTIL CALOUTPT-STATUS-EOF
005900     OR NOT CALOUTPT-STATUS-OK
005910         MOVE CALOUTPT-RECORD TO CALIBRATION-OUTPUT-RECORD
005920         IF CAL-SOURCE-LINE = SPACES
005930             ADD 1 TO WS-BLANK-COUNT
005940         ELSE
005950             MOVE CAL-SUPPLIER-ID TO WS-LOOKUP-ID
005960             PERFORM 2250-FIND-SUPPLIER-GROUP
005970             ADD 1 TO WS-SGP-LINE-COUNT(WS-SGP-HIT-IX)
005980             ADD 1 TO WS-INC-COUNT
005990             MOVE CAL-SOURCE-LINE TO SRT-SOURCE-LINE
006000             MOVE '1'             TO SRT-TAG
006010             MOVE ZERO            TO SRT-RUN-DATE
006020             MOVE CAL-REC-NO      TO SRT-REC-NO
006030             MOVE CAL-SUPPLIER-ID TO SRT-SUPPLIER-ID
006040             RELEASE SORT-RECORD
006050         END-IF
006060         PERFORM 4000-READ-CALOUTPT
006070     END-PERFORM
006080     CLOSE CALOUTPT
006090     .
006100
006110* 2250-FIND-SUPPLIER-GROUP LEAVES THE INDEX OF THE SUPPLIER
006120* GROUP FOR WS-LOOKUP-ID IN WS-SGP-HIT-IX, ADDING THE GROUP ON
006130* FIRST SIGHT.
006140 2250-FIND-SUPPLIER-GROUP.
006150     MOVE ZERO TO WS-SGP-HIT-IX
006160     PERFORM 2260-MATCH-ONE-SUPPLIER
006170         THRU 2260-EXIT
006180         VARYING S FROM 1 BY 1
006190         UNTIL S > WS-SGP-COUNT
006200         OR WS-SGP-HIT-IX > ZERO
006210     IF WS-SGP-HIT-IX = ZERO
006220         IF WS-SGP-COUNT >= WS-SGP-MAX
006230             DISPLAY 'SUPPLIER TABLE FULL - INCREASE '
006240                 'WS-SGP-MAX AND RERUN'
006250             MOVE 8 TO RETURN-CODE
006260             STOP RUN
006270         END-IF
006280         ADD 1 TO WS-SGP-COUNT
006290         MOVE WS-SGP-COUNT TO WS-SGP-HIT-IX
006300         MOVE WS-LOOKUP-ID TO WS-SGP-SUPPLIER-ID(WS-SGP-HIT-IX)
006310         MOVE ZERO TO WS-SGP-LINE-COUNT(WS-SGP-HIT-IX)
006320         MOVE ZERO TO WS-SGP-MATCH-COUNT(WS-SGP-HIT-IX)
006330         PERFORM 2270-CLEAR-ONE-DATE-MATCH
006340             VARYING D FROM 1 BY 1
006350             UNTIL D > WS-WIN-MAX
006360     END-IF
006370     .
006380
006390 2260-MATCH-ONE-SUPPLIER.
006400     IF WS-SGP-SUPPLIER-ID(S) = WS-LOOKUP-ID
006410         MOVE S TO WS-SGP-HIT-IX
006420     END-IF
006430     .
006440 2260-EXIT.
006450     EXIT
006460     .
006470
006480 2270-CLEAR-ONE-DATE-MATCH.
006490     MOVE ZERO TO WS-SGP-DATE-MATCH(WS-SGP-HIT-IX, D)
006500     .
006510
006520* 2300-RELEASE-MASTER POSITIONS THE MASTER AT THE OLDEST DATE
006530* OF THE WINDOW AND RELEASES EVERY LIVE RECORD UP TO THE DAY
006540* BEFORE THE GENERATION'S OWN. A RECORD DELETED OR REVERSED BY
006550* CALMCOR IS NO LONGER ON FILE FOR THIS PURPOSE.
006560 2300-RELEASE-MASTER.
006570     OPEN INPUT CALMST
006580     IF NOT CALMST-STATUS-OK
006590         DISPLAY 'OPEN ERROR ON CALMST'
006600         DISPLAY 'FILE STATUS : ' CALMST-STATUS
006610         MOVE 12 TO RETURN-CODE
006620         STOP RUN
006630     END-IF
006640
006650     MOVE WS-WIN-OLDEST TO CALM-RUN-DATE
006660     MOVE ZERO          TO CALM-REC-NO
006670     START CALMST KEY NOT < CALM-KEY
006680     EVALUATE TRUE
006690         WHEN CALMST-STATUS-OK
006700             PERFORM 4200-READ-CALMST-NEXT
006710             PERFORM UNTIL CALMST-STATUS-EOF
006720             OR NOT CALMST-STATUS-OK
006730             OR CALM-RUN-DATE NOT < WS-RUN-DATE
006740                 IF CALM-LIVE
006750                     PERFORM 2350-RELEASE-ONE-MASTER
006760                 END-IF
006770                 PERFORM 4200-READ-CALMST-NEXT
006780             END-PERFORM
006790         WHEN CALMST-STATUS-NOTFND
006800         WHEN CALMST-STATUS-EOF
006810             CONTINUE
006820         WHEN OTHER
006830             DISPLAY 'START ERROR ON CALMST'
006840             DISPLAY 'FILE STATUS : ' CALMST-STATUS
006850             MOVE 12 TO RETURN-CODE
006860             STOP RUN
006870     END-EVALUATE
006880
006890     CLOSE CALMST
006900     IF NOT CALMST-STATUS-OK
006910         DISPLAY 'CLOSE ERROR ON CALMST'
006920         DISPLAY 'FILE STATUS : ' CALMST-STATUS
006930         MOVE 12 TO RETURN-CODE
006940         STOP RUN
006950     END-IF
006960     .
006970
006980* 2350-RELEASE-ONE-MASTER RELEASES A MASTER RECORD WHOSE RUN
006990* DATE IS ONE OF THE WINDOW'S BUSINESS DATES. A DATE BETWEEN
007000* THEM (A LOAD UNDER A NON-PROCESSING DAY) IS NOT PART OF THE
007010* WINDOW AND IS PASSED OVER.
007020 2350-RELEASE-ONE-MASTER.
007030     PERFORM 2400-FIND-WINDOW-DATE
007040     IF WS-DATE-HIT-IX > ZERO
007050         ADD 1 TO WS-WIN-MST-COUNT(WS-DATE-HIT-IX)
007060         ADD 1 TO WS-MST-COUNT
007070         MOVE CALM-SOURCE-LINE TO SRT-SOURCE-LINE
007080         MOVE '2'              TO SRT-TAG
007090         MOVE CALM-RUN-DATE    TO SRT-RUN-DATE
007100         MOVE CALM-REC-NO      TO SRT-REC-NO
007110         MOVE CALM-SUPPLIER-ID TO SRT-SUPPLIER-ID
007120         RELEASE SORT-RECORD
007130     END-IF
007140     .
007150
007160* 2400-FIND-WINDOW-DATE LEAVES THE WINDOW INDEX OF THE RUN DATE
007170* IN CALM-RUN-DATE IN WS-DATE-HIT-IX (ZERO WHEN NOT IN THE
007180* WINDOW).
007190 2400-FIND-WINDOW-DATE.
007200     MOVE ZERO TO WS-DATE-HIT-IX
007210     PERFORM 2410-MATCH-ONE-WINDOW-DATE
007220         THRU 2410-EXIT
007230         VARYING D FROM 1 BY 1
007240         UNTIL D > WS-WIN-COUNT
007250         OR WS-DATE-HIT-IX > ZERO
007260     .
007270
007280 2410-MATCH-ONE-WINDOW-DATE.
007290     IF WS-WIN-DATE(D) = CALM-RUN-DATE
007300         MOVE D TO WS-DATE-HIT-IX
007310     END-IF
007320     .
007330 2410-EXIT.
007340     EXIT
007350     .
007360
007370* 2500-MATCH-SORTED-LINES IS THE SORT OUTPUT. THE SORTED
007380* RECORDS ARE TAKEN IN GROUPS OF ONE SOURCE LINE; A GROUP
007390* HOLDING BOTH INCOMING AND MASTER RECORDS IS A LINE ALREADY
007400* ON FILE, AND IS SETTLED WHEN THE LINE CHANGES.
007410 2500-MATCH-SORTED-LINES.
007420     MOVE 'N' TO WS-GRP-ACTIVE-SW
007430     PERFORM 4300-RETURN-SORTWK
007440     PERFORM UNTIL WS-SORT-EOF
007450         IF WS-GRP-ACTIVE
007460             AND SRT-SOURCE-LINE NOT = WS-GRP-LINE
007470             PERFORM 2600-SETTLE-LINE-GROUP
007480         END-IF
007490         IF NOT WS-GRP-ACTIVE
007500             MOVE SRT-SOURCE-LINE TO WS-GRP-LINE
007510             MOVE ZERO TO WS-GRP-INC-COUNT
007520             MOVE ZERO TO WS-GRP-DATE-COUNT
007530             SET WS-GRP-ACTIVE TO TRUE
007540         END-IF
007550         PERFORM 2550-ADD-TO-LINE-GROUP
007560         PERFORM 4300-RETURN-SORTWK
007570     END-PERFORM
007580     IF WS-GRP-ACTIVE
007590         PERFORM 2600-SETTLE-LINE-GROUP
007600     END-IF
007610     .
007620 2500-EXIT.
007630     EXIT
007640     .
007650
007660* 2550-ADD-TO-LINE-GROUP ADDS THE CURRENT SORTED RECORD TO ITS
007670* LINE GROUP - AN INCOMING RECORD WITH ITS SUPPLIER GROUP, OR
007680* A MASTER RECORD'S WINDOW DATE WHEN IT DIFFERS FROM THE LAST.
007690 2550-ADD-TO-LINE-GROUP.
007700     IF SRT-INCOMING
007710         IF WS-GRP-INC-COUNT >= WS-GRP-INC-MAX
007720             DISPLAY 'ONE LINE REPEATED TOO OFTEN - INCREASE '
007730                 'WS-GRP-INC-MAX AND RERUN'
007740             MOVE 8 TO RETURN-CODE
007750             STOP RUN
007760         END-IF
007770         ADD 1 TO WS-GRP-INC-COUNT
007780         MOVE SRT-REC-NO TO WS-GRP-INC-REC-NO(WS-GRP-INC-COUNT)
007790         MOVE SRT-SUPPLIER-ID TO WS-LOOKUP-ID
007800         PERFORM 2250-FIND-SUPPLIER-GROUP
007810         MOVE WS-SGP-HIT-IX
007820             TO WS-GRP-INC-SGP-IX(WS-GRP-INC-COUNT)
007830     ELSE
007840         MOVE SRT-RUN-DATE TO CALM-RUN-DATE
007850         PERFORM 2400-FIND-WINDOW-DATE
007860         IF WS-GRP-DATE-COUNT = ZERO
007870             ADD 1 TO WS-GRP-DATE-COUNT
007880             MOVE WS-DATE-HIT-IX
007890                 TO WS-GRP-DATE-IX(WS-GRP-DATE-COUNT)
007900         ELSE
007910             IF WS-GRP-DATE-IX(WS-GRP-DATE-COUNT)
007920                 NOT = WS-DATE-HIT-IX
007930                 ADD 1 TO WS-GRP-DATE-COUNT
007940                 MOVE WS-DATE-HIT-IX
007950                     TO WS-GRP-DATE-IX(WS-GRP-DATE-COUNT)
007960             END-IF
007970         END-IF
007980     END-IF
007990     .
008000
008010* 2600-SETTLE-LINE-GROUP COUNTS EVERY INCOMING RECORD OF A LINE
008020* ALREADY ON FILE ONCE AS MATCHED, AND ONCE AGAINST EACH WINDOW
008030* DATE THE LINE IS ON, FOR ITS OWN SUPPLIER FILE AND FOR THE
008040* DAY.
008050 2600-SETTLE-LINE-GROUP.
008060     IF WS-GRP-INC-COUNT > ZERO
008070         AND WS-GRP-DATE-COUNT > ZERO
008080         PERFORM 2650-SETTLE-ONE-INCOMING
008090             VARYING G FROM 1 BY 1
008100             UNTIL G > WS-GRP-INC-COUNT
008110     END-IF
008120     MOVE 'N' TO WS-GRP-ACTIVE-SW
008130     .
008140
008150 2650-SETTLE-ONE-INCOMING.
008160     MOVE WS-GRP-INC-SGP-IX(G) TO S
008170     ADD 1 TO WS-INC-MATCH-COUNT
008180     ADD 1 TO WS-SGP-MATCH-COUNT(S)
008190     PERFORM 2660-SETTLE-ONE-DATE
008200         VARYING D FROM 1 BY 1
008210         UNTIL D > WS-GRP-DATE-COUNT
008220     IF WS-SHOW-COUNT < WS-SHOW-MAX
008230         ADD 1 TO WS-SHOW-COUNT
008240         MOVE WS-GRP-INC-REC-NO(G) TO WS-RSL-REC-NO
008250         IF WS-SGP-SUPPLIER-ID(S) = SPACES
008260             MOVE '(NONE)' TO WS-RSL-SUPPLIER-ID
008270         ELSE
008280             MOVE WS-SGP-SUPPLIER-ID(S) TO WS-RSL-SUPPLIER-ID
008290         END-IF
008300*        THE GROUP'S DATES ASCEND, SO THE LAST IS THE LATEST
008310*        BUSINESS DATE THE LINE IS ALREADY ON.
008320         MOVE WS-WIN-DATE(WS-GRP-DATE-IX(WS-GRP-DATE-COUNT))
008330             TO WS-RSL-LAST-DATE
008340         MOVE WS-GRP-LINE(1:90) TO WS-RSL-LINE
008350         MOVE WS-RSND-SHOW-LINE TO RSND-RECORD
008360         PERFORM 6000-WRITE-RSND-LINE
008370     END-IF
008380     .
008390
008400 2660-SETTLE-ONE-DATE.
008410     ADD 1 TO WS-WIN-MATCH-COUNT(WS-GRP-DATE-IX(D))
008420     ADD 1 TO WS-SGP-DATE-MATCH(S, WS-GRP-DATE-IX(D))
008430     .
008440
008450* 2700-REPORT-WINDOW-DATES LISTS EACH BUSINESS DATE OF THE
008460* WINDOW, OLDEST FIRST, WITH ITS LIVE MASTER RECORDS AND THE
008470* INCOMING LINES FOUND ON IT.
008480 2700-REPORT-WINDOW-DATES.
008490     MOVE SPACES TO RSND-RECORD
008500     PERFORM 6000-WRITE-RSND-LINE
008510     PERFORM 2750-REPORT-ONE-WINDOW-DATE
008520         VARYING D FROM WS-WIN-COUNT BY -1
008530         UNTIL D < 1
008540     .
008550
008560 2750-REPORT-ONE-WINDOW-DATE.
008570     MOVE WS-WIN-DATE(D)        TO WS-RDL-RUN-DATE
008580     MOVE WS-WIN-MST-COUNT(D)   TO WS-RDL-MST-COUNT
008590     MOVE WS-WIN-MATCH-COUNT(D) TO WS-RDL-MATCH-COUNT
008600     MOVE WS-RSND-DATE-LINE     TO RSND-RECORD
008610     PERFORM 6000-WRITE-RSND-LINE
008620     .
008630
008640* 2800-REPORT-SUPPLIER-FILES GIVES EACH SUPPLIER FILE OF THE
008650* GENERATION ITS PERCENTAGE ALREADY ON FILE AND THE DATES IT
008660* MATCHES, AND MARKS A FILE ABOVE THE THRESHOLD FOR HOLDING.
008670 2800-REPORT-SUPPLIER-FILES.
008680     MOVE SPACES TO RSND-RECORD
008690     PERFORM 6000-WRITE-RSND-LINE
008700     PERFORM 2850-REPORT-ONE-SUPPLIER-FILE
008710         VARYING S FROM 1 BY 1
008720         UNTIL S > WS-SGP-COUNT
008730     .
008740
008750 2850-REPORT-ONE-SUPPLIER-FILE.
008760     MOVE ZERO TO WS-MATCH-PCT
008770     IF WS-SGP-LINE-COUNT(S) > ZERO
008780         COMPUTE WS-MATCH-PCT ROUNDED =
008790             (WS-SGP-MATCH-COUNT(S) * 100) / WS-SGP-LINE-COUNT(S)
008800     END-IF
008810     IF WS-SGP-SUPPLIER-ID(S) = SPACES
008820         MOVE '(NONE)' TO WS-RFL-SUPPLIER-ID
008830     ELSE
008840         MOVE WS-SGP-SUPPLIER-ID(S) TO WS-RFL-SUPPLIER-ID
008850     END-IF
008860     MOVE WS-SGP-LINE-COUNT(S)  TO WS-RFL-LINE-COUNT
008870     MOVE WS-SGP-MATCH-COUNT(S) TO WS-RFL-MATCH-COUNT
008880     MOVE WS-MATCH-PCT          TO WS-RFL-PCT
008890     EVALUATE TRUE
008900         WHEN WS-MATCH-PCT > WS-RSND-PCT
008910             ADD 1 TO WS-HOLD-COUNT
008920             MOVE 'RESEND - HOLD LOAD'  TO WS-RFL-VERDICT
008930             DISPLAY 'SUPPLIER ' WS-RFL-SUPPLIER-ID
008940                 ' FILE ALREADY ON FILE PCT ' WS-RFL-PCT
008950         WHEN WS-SGP-MATCH-COUNT(S) > ZERO
008960             MOVE 'PARTLY ON FILE'      TO WS-RFL-VERDICT
008970         WHEN OTHER
008980             MOVE 'NEW'                 TO WS-RFL-VERDICT
008990     END-EVALUATE
009000     MOVE WS-RSND-FILE-LINE TO RSND-RECORD
009010     PERFORM 6000-WRITE-RSND-LINE
009020     PERFORM 2870-REPORT-ONE-FILE-DATE
009030         VARYING D FROM WS-WIN-COUNT BY -1
009040         UNTIL D < 1
009050     .
009060
009070 2870-REPORT-ONE-FILE-DATE.
009080     IF WS-SGP-DATE-MATCH(S, D) > ZERO
009090         MOVE WS-WIN-DATE(D)          TO WS-RFD-RUN-DATE
009100         MOVE WS-SGP-DATE-MATCH(S, D) TO WS-RFD-MATCH-COUNT
009110         MOVE WS-RSND-FILE-DATE-LINE  TO RSND-RECORD
009120         PERFORM 6000-WRITE-RSND-LINE
009130     END-IF
009140     .
009150
009160* 2900-REPORT-COUNTS CLOSES THE REPORT OFF WITH THE COUNTS OF
009170* THIS RUN, ALSO SHOWN ON THE CONSOLE.
009180 2900-REPORT-COUNTS.
009190     MOVE SPACES TO RSND-RECORD
009200     PERFORM 6000-WRITE-RSND-LINE
009210     MOVE 'INCOMING LINES CHECKED   :' TO WS-RSS-LABEL
009220     MOVE WS-INC-COUNT                  TO WS-RSS-COUNT
009230     MOVE WS-RSND-SUMMARY               TO RSND-RECORD
009240     PERFORM 6000-WRITE-RSND-LINE
009250     MOVE 'BLANK LINES NOT CHECKED  :' TO WS-RSS-LABEL
009260     MOVE WS-BLANK-COUNT                TO WS-RSS-COUNT
009270     MOVE WS-RSND-SUMMARY               TO RSND-RECORD
009280     PERFORM 6000-WRITE-RSND-LINE
009290     MOVE 'MASTER RECORDS IN WINDOW :' TO WS-RSS-LABEL
009300     MOVE WS-MST-COUNT                  TO WS-RSS-COUNT
009310     MOVE WS-RSND-SUMMARY               TO RSND-RECORD
009320     PERFORM 6000-WRITE-RSND-LINE
009330     MOVE 'LINES ALREADY ON FILE    :' TO WS-RSS-LABEL
009340     MOVE WS-INC-MATCH-COUNT            TO WS-RSS-COUNT
009350     MOVE WS-RSND-SUMMARY               TO RSND-RECORD
009360     PERFORM 6000-WRITE-RSND-LINE
009370     MOVE 'SUPPLIER FILES TO HOLD   :' TO WS-RSS-LABEL
009380     MOVE WS-HOLD-COUNT                 TO WS-RSS-COUNT
009390     MOVE WS-RSND-SUMMARY               TO RSND-RECORD
009400     PERFORM 6000-WRITE-RSND-LINE
009410
009420     DISPLAY 'INCOMING LINES CHECKED  :' WS-INC-COUNT
009430     DISPLAY 'MASTER RECORDS IN WINDOW:' WS-MST-COUNT
009440     DISPLAY 'LINES ALREADY ON FILE   :' WS-INC-MATCH-COUNT
009450     .
009460
009470 3100-OPEN-RSNDRPT.
009480     OPEN OUTPUT RSNDRPT
009490     IF NOT RSNDRPT-STATUS-OK
009500         DISPLAY 'OPEN ERROR ON RSNDRPT'
009510         DISPLAY 'FILE STATUS : ' RSNDRPT-STATUS
009520         MOVE 12 TO RETURN-CODE
009530         STOP RUN
009540     END-IF
009550     .
009560
009570 4000-READ-CALOUTPT.
009580     READ CALOUTPT
009590         AT END
009600             CONTINUE
009610          NOT AT END
009620             IF NOT CALOUTPT-STATUS-OK
009630                 DISPLAY 'READ ERROR ON CALOUTPT'
009640                 DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
009650                 MOVE 12 TO RETURN-CODE
009660                 STOP RUN
009670             END-IF
009680     END-READ
009690     .
009700
009710 4100-READ-CALCAT.
009720     READ CALCAT
009730         AT END
009740             CONTINUE
009750          NOT AT END
009760             IF NOT CALCAT-STATUS-OK
009770                 DISPLAY 'READ ERROR ON CALCAT'
009780                 DISPLAY 'FILE STATUS : ' CALCAT-STATUS
009790                 MOVE 12 TO RETURN-CODE
009800                 STOP RUN
009810             END-IF
009820     END-READ
009830     .
009840
009850 4200-READ-CALMST-NEXT.
009860     READ CALMST NEXT
009870         AT END
009880             CONTINUE
009890          NOT AT END
009900             IF NOT CALMST-STATUS-OK
009910                 DISPLAY 'READ ERROR ON CALMST'
009920                 DISPLAY 'FILE STATUS : ' CALMST-STATUS
009930                 MOVE 12 TO RETURN-CODE
009940                 STOP RUN
009950             END-IF
009960     END-READ
009970     .
009980
009990 4300-RETURN-SORTWK.
010000     RETURN SORTWK
010010         AT END
010020             SET WS-SORT-EOF TO TRUE
010030     END-RETURN
010040     .
010050
010060 5100-CLOSE-RSNDRPT.
010070     CLOSE RSNDRPT
010080     IF NOT RSNDRPT-STATUS-OK
010090         DISPLAY 'CLOSE ERROR ON RSNDRPT'
010100         DISPLAY 'FILE STATUS : ' RSNDRPT-STATUS
010110         MOVE 12 TO RETURN-CODE
010120         STOP RUN
010130     END-IF
010140     .
010150
010160 6000-WRITE-RSND-LINE.
010170     WRITE RSND-RECORD
010180     IF NOT RSNDRPT-STATUS-OK
010190         DISPLAY 'WRITE ERROR ON RSNDRPT'
010200         DISPLAY 'FILE STATUS : ' RSNDRPT-STATUS
010210         MOVE 12 TO RETURN-CODE
010220         STOP RUN
010230     END-IF
010240     MOVE SPACES TO RSND-RECORD
010250     .
