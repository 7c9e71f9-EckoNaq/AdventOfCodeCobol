000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALPCLS.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - MONTH-END PERIOD CLOSE AND
000110*                  REOPEN. NOTHING STOPPED THE HISTORY OF A MONTH
000120*                  FINANCE HAD ALREADY REPORTED ON FROM CHANGING
000130*                  AFTERWARDS: CALLOAD WOULD LOAD A LATE OR HELD
000140*                  GENERATION INTO ANY RUN DATE AND CALMARC COULD
000150*                  ARCHIVE PART OF A MONTH. THIS STEP APPLIES
000160*                  PERIOD TRANSACTIONS (PERTRAN) TO THE PERIOD-
000170*                  CONTROL REGISTER (PERCTL, CALPER01 LAYOUT):
000180*                  CLS CLOSES A BUSINESS MONTH THAT HAS ENDED,
000190*                  TAKING A FROZEN SNAPSHOT OF THE MONTH'S LIVE
000200*                  MASTER RECORDS - COUNT, VALUE TOTAL, MINIMUM,
000210*                  MAXIMUM AND AVERAGE BY RUN DATE, BY SUPPLIER
000220*                  AND FOR THE MONTH - ONTO THE APPEND-ONLY
000230*                  SNAPSHOT FILE (PERSNAP, CALPSN01 LAYOUT); REO
000240*                  REOPENS A CLOSED MONTH, AND NEEDS THE USER AND
000250*                  THE REASON. A CLOSED MONTH IS REFUSED BY
000260*                  CALLOAD, CALMARC, CALMCOR AND CALRSTA UNTIL IT
000270*                  IS REOPENED; A REOPENED MONTH IS CLOSED AGAIN
000280*                  WITH A FRESH CLS, WHICH ADDS A NEW SNAPSHOT
000290*                  BESIDE THE OLD ONE. EVERY TRANSACTION, ITS
000300*                  OUTCOME, EACH SNAPSHOT AND THE REGISTER AFTER
000310*                  THE RUN GO ON THE PERIOD REPORT (PERRPT).
000320* 2026-10-15  RD   ONLY A MISSING PERIOD REGISTER (STATUS 35) IS
000330*                  TAKEN AS THE FIRST RUN. ANY OTHER OPEN FAILURE
000340*                  ON PERCTL NOW STOPS THE STEP WITH RC 12 INSTEAD
000350*                  OF REWRITING THE REGISTER FROM THIS RUN ALONE.
000360* 2026-10-15  RD   THE SNAPSHOT FILE IS NOW CREATED ONLY WHEN IT
000370*                  DOES NOT EXIST (STATUS 35); ANY OTHER OPEN
000380*                  FAILURE ON PERSNAP STOPS THE STEP WITH RC 12.
000390*                  THE PERSNAP RECORD NOW MATCHES THE 69-BYTE
000400*                  CALPSN01 LAYOUT.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440
000450     SELECT PERTRAN ASSIGN TO DYNAMIC WS-PERTRAN-PATH
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PERTRAN-STATUS.
000480
000490     SELECT PERCTL ASSIGN TO DYNAMIC WS-PERCTL-PATH
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PERCTL-STATUS.
000520
000530     SELECT CALMST ASSIGN TO DYNAMIC WS-CALMST-PATH
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CALM-KEY
000570         FILE STATUS IS CALMST-STATUS.
000580
000590     SELECT PERSNAP ASSIGN TO DYNAMIC WS-PERSNAP-PATH
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PERSNAP-STATUS.
000620
000630     SELECT PERRPT ASSIGN TO DYNAMIC WS-PERRPT-PATH
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS PERRPT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690
000700 FD  PERTRAN.
000710 01  PERTRAN-RECORD              PIC X(80).
000720
000730 FD  PERCTL.
000740 01  PERCTL-RECORD               PIC X(115).
000750
000760 FD  CALMST.
000770* CALIBRATION MASTER RECORD LAYOUT (SHARED WITH CALLOAD)
000780 COPY CALMST01.
000790
000800 FD  PERSNAP.
000810 01  PERSNAP-RECORD              PIC X(69).
000820
000830 FD  PERRPT.
000840 01  PER-RPT-RECORD              PIC X(132).
000850
000860 WORKING-STORAGE SECTION.
000870
000880* RUN-TIME FILE ASSIGNMENT
000890 01  WS-PERTRAN-PATH             PIC X(200).
000900 01  WS-DEFAULT-PERTRAN-PATH     PIC X(200) VALUE
000910     'AOC20231201.PERTRAN.FILE'.
000920 01  WS-PERCTL-PATH              PIC X(200).
000930 01  WS-DEFAULT-PERCTL-PATH      PIC X(200) VALUE
000940     'AOC20231201.PERCTL.FILE'.
000950 01  WS-CALMST-PATH              PIC X(200).
000960 01  WS-DEFAULT-CALMST-PATH      PIC X(200) VALUE
000970     'AOC20231201.CALMST.FILE'.
000980 01  WS-PERSNAP-PATH             PIC X(200).
000990 01  WS-DEFAULT-PERSNAP-PATH     PIC X(200) VALUE
001000     'AOC20231201.PERSNAP.FILE'.
001010 01  WS-PERRPT-PATH              PIC X(200).
001020 01  WS-DEFAULT-PERRPT-PATH      PIC X(200) VALUE
001030     'AOC20231201.PER.RPT'.
001040
001050* FILE STATUS
001060 01  PERTRAN-STATUS              PIC 9(02).
001070     88  PERTRAN-STATUS-OK       VALUE 00.
001080     88  PERTRAN-STATUS-EOF      VALUE 10.
001090 01  PERCTL-STATUS               PIC 9(02).
001100     88  PERCTL-STATUS-OK        VALUE 00.
001110     88  PERCTL-STATUS-EOF       VALUE 10.
001120     88  PERCTL-STATUS-NOFILE    VALUE 35.
001130 01  CALMST-STATUS               PIC 9(02).
001140     88  CALMST-STATUS-OK        VALUE 00.
001150     88  CALMST-STATUS-EOF       VALUE 10.
001160     88  CALMST-STATUS-NOTFND    VALUE 23.
001170 01  PERSNAP-STATUS              PIC 9(02).
001180     88  PERSNAP-STATUS-OK       VALUE 00.
001190     88  PERSNAP-STATUS-NOFILE   VALUE 35.
001200 01  PERRPT-STATUS               PIC 9(02).
001210     88  PERRPT-STATUS-OK        VALUE 00.
001220
001230* PERIOD TRANSACTION LAYOUT. CLS NEEDS THE MONTH AND THE USER;
001240* REO ALSO NEEDS THE REASON FOR THE REOPEN. A LINE STARTING
001250* WITH AN ASTERISK IS A COMMENT.
001260 01  WS-TRAN-LINE.
001270     05  WS-TRN-TYPE             PIC X(03).
001280         88  WS-TRN-CLOSE        VALUE 'CLS'.
001290         88  WS-TRN-REOPEN       VALUE 'REO'.
001300     05  FILLER                  PIC X(01).
001310     05  WS-TRN-MONTH            PIC X(06).
001320     05  WS-TRN-MONTH-PARTS REDEFINES WS-TRN-MONTH.
001330         10  WS-TRN-YEAR         PIC X(04).
001340         10  WS-TRN-MM           PIC X(02).
001350     05  FILLER                  PIC X(01).
001360     05  WS-TRN-USER             PIC X(08).
001370     05  FILLER                  PIC X(01).
001380     05  WS-TRN-REASON           PIC X(40).
001390 01  WS-TRN-MONTH-N              PIC 9(06) VALUE ZERO.
001400 01  WS-TRN-MM-N                 PIC 9(02) VALUE ZERO.
001410
001420* PERIOD-CONTROL REGISTER (SHARED WITH CALPCHK). THE WHOLE
001430* REGISTER IS HELD IN THE TABLE AND REWRITTEN AT END OF RUN
001440* WHEN ANY TRANSACTION CHANGED IT, AS CALLOAD DOES FOR THE
001450* GENERATION CATALOG.
001460 COPY CALPER01.
001470 01  WS-PER-MAX                  PIC 9(03) VALUE 240.
001480 01  WS-PER-COUNT                PIC 9(03) VALUE ZERO.
001490 01  WS-PER-TABLE.
001500     05  WS-PER-ENTRY OCCURS 240 TIMES
001510                                 PIC X(115).
001520 01  WS-PER-HIT-IX               PIC 9(03) VALUE ZERO.
001530 01  J                           PIC 9(03) VALUE ZERO.
001540 01  WS-REGISTER-CHANGED-SW      PIC X(01) VALUE 'N'.
001550     88  WS-REGISTER-CHANGED     VALUE 'Y'.
001560
001570* PERIOD SNAPSHOT RECORD (SHARED LAYOUT)
001580 COPY CALPSN01.
001590
001600* SNAPSHOT ACCUMULATORS FOR THE MONTH BEING CLOSED. THE RUN
001610* DATES AND SUPPLIERS OF THE MONTH ARE COLLECTED IN THE ORDER
001620* THEY ARE MET; THE MASTER IS READ IN KEY ORDER, SO THE RUN
001630* DATES COME OUT ASCENDING.
001640 01  WS-SDT-MAX                  PIC 9(02) VALUE 31.
001650 01  WS-SDT-COUNT                PIC 9(02) VALUE ZERO.
001660 01  WS-SDT-TABLE.
001670     05  WS-SDT-ENTRY OCCURS 31 TIMES.
001680         10  WS-SDT-RUN-DATE     PIC 9(08).
001690         10  WS-SDT-REC-COUNT    PIC 9(08).
001700         10  WS-SDT-TOTAL        PIC 9(10).
001710         10  WS-SDT-MIN          PIC 9(02).
001720         10  WS-SDT-MAX-VALUE    PIC 9(02).
001730 01  WS-SSP-MAX                  PIC 9(02) VALUE 50.
001740 01  WS-SSP-COUNT                PIC 9(02) VALUE ZERO.
001750 01  WS-SSP-TABLE.
001760     05  WS-SSP-ENTRY OCCURS 50 TIMES.
001770         10  WS-SSP-SUPPLIER-ID  PIC X(03).
001780         10  WS-SSP-REC-COUNT    PIC 9(08).
001790         10  WS-SSP-TOTAL        PIC 9(10).
001800         10  WS-SSP-MIN          PIC 9(02).
001810         10  WS-SSP-MAX-VALUE    PIC 9(02).
001820 01  WS-MTH-REC-COUNT            PIC 9(08) VALUE ZERO.
001830 01  WS-MTH-TOTAL                PIC 9(10) VALUE ZERO.
001840 01  WS-MTH-MIN                  PIC 9(02) VALUE ZERO.
001850 01  WS-MTH-MAX-VALUE            PIC 9(02) VALUE ZERO.
001860 01  K                           PIC 9(02) VALUE ZERO.
001870 01  WS-GROUP-HIT-IX             PIC 9(02) VALUE ZERO.
001880 01  WS-REC-MONTH                PIC 9(06) VALUE ZERO.
001890
001900* ONE SNAPSHOT GROUP ON ITS WAY TO THE SNAPSHOT FILE AND THE
001910* REPORT, LOADED FROM WHICHEVER ACCUMULATOR IS BEING WRITTEN.
001920 01  WS-SNW-LEVEL                PIC X(01).
001930 01  WS-SNW-GROUP-KEY            PIC X(08).
001940 01  WS-SNW-REC-COUNT            PIC 9(08) VALUE ZERO.
001950 01  WS-SNW-TOTAL                PIC 9(10) VALUE ZERO.
001960 01  WS-SNW-MIN                  PIC 9(02) VALUE ZERO.
001970 01  WS-SNW-MAX-VALUE            PIC 9(02) VALUE ZERO.
001980 01  WS-SNW-AVG                  PIC 9(02)V9(02) VALUE ZERO.
001990
002000* TRANSACTION CONTROLS
002010 01  WS-REFUSE-REASON            PIC X(60) VALUE SPACES.
002020 01  WS-CALMST-OPEN-SW           PIC X(01) VALUE 'N'.
002030     88  WS-CALMST-OPEN          VALUE 'Y'.
002040 01  WS-PERSNAP-OPEN-SW          PIC X(01) VALUE 'N'.
002050     88  WS-PERSNAP-OPEN         VALUE 'Y'.
002060
002070* RUN DATE AND TRANSACTION COUNTS. ONLY A MONTH BEFORE THE
002080* MONTH OF THE RUN DATE HAS ENDED AND MAY BE CLOSED.
002090 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002100 01  WS-RUN-MONTH                PIC 9(06) VALUE ZERO.
002110 01  WS-TRAN-COUNT               PIC 9(06) VALUE ZERO.
002120 01  WS-CLOSED-COUNT             PIC 9(06) VALUE ZERO.
002130 01  WS-REOPENED-COUNT           PIC 9(06) VALUE ZERO.
002140 01  WS-REFUSED-COUNT            PIC 9(06) VALUE ZERO.
002150 01  WS-SNAP-LINE-COUNT          PIC 9(06) VALUE ZERO.
002160
002170* PERIOD REPORT LINE LAYOUTS
002180 01  WS-PER-HEADING.
002190     05  FILLER                  PIC X(32) VALUE
002200         'PERIOD CLOSE AND REOPEN - RUN   '.
002210     05  WS-HDG-RUN-DATE         PIC 9(08).
002220 01  WS-PER-COL-HEADS            PIC X(50) VALUE
002230     'TRN MONTH  USER     OUTCOME   REASON'.
002240 01  WS-PER-DETAIL.
002250     05  WS-PRD-TRN-TYPE         PIC X(03).
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270     05  WS-PRD-MONTH            PIC X(06).
002280     05  FILLER                  PIC X(01) VALUE SPACE.
002290     05  WS-PRD-USER             PIC X(08).
002300     05  FILLER                  PIC X(01) VALUE SPACE.
002310     05  WS-PRD-OUTCOME          PIC X(09).
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  WS-PRD-TEXT             PIC X(60).
002340 01  WS-PER-SNAP-LINE.
002350     05  FILLER                  PIC X(04) VALUE SPACES.
002360     05  WS-PSL-LEVEL            PIC X(08).
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  WS-PSL-GROUP-KEY        PIC X(08).
002390     05  FILLER                  PIC X(09) VALUE ' RECORDS '.
002400     05  WS-PSL-REC-COUNT        PIC Z(07)9.
002410     05  FILLER                  PIC X(07) VALUE ' TOTAL '.
002420     05  WS-PSL-TOTAL            PIC Z(09)9.
002430     05  FILLER                  PIC X(05) VALUE ' MIN '.
002440     05  WS-PSL-MIN              PIC Z9.
002450     05  FILLER                  PIC X(05) VALUE ' MAX '.
002460     05  WS-PSL-MAX              PIC Z9.
002470     05  FILLER                  PIC X(05) VALUE ' AVG '.
002480     05  WS-PSL-AVG              PIC Z9.99.
002490 01  WS-PER-LIST-LINE.
002500     05  WS-PLL-MONTH            PIC 9(06).
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  WS-PLL-STATUS           PIC X(08).
002530     05  FILLER                  PIC X(08) VALUE ' CLOSED '.
002540     05  WS-PLL-CLOSE-DATE       PIC 9(08).
002550     05  FILLER                  PIC X(04) VALUE ' BY '.
002560     05  WS-PLL-CLOSE-USER       PIC X(08).
002570     05  FILLER                  PIC X(09) VALUE ' RECORDS '.
002580     05  WS-PLL-REC-COUNT        PIC Z(07)9.
002590     05  FILLER                  PIC X(07) VALUE ' TOTAL '.
002600     05  WS-PLL-TOTAL            PIC Z(09)9.
002610     05  FILLER                  PIC X(09) VALUE ' REOPENS '.
002620     05  WS-PLL-REOPEN-COUNT     PIC Z9.
002630 01  WS-PER-SUMMARY.
002640     05  WS-PRS-LABEL            PIC X(26).
002650     05  FILLER                  PIC X(01) VALUE SPACE.
002660     05  WS-PRS-COUNT            PIC 9(06).
002670
002680 PROCEDURE DIVISION.
002690
002700 0000-MAINLINE.
002710     DISPLAY 'CALPCLS'
002720     PERFORM 1000-INITIALIZE
002730     PERFORM 2000-MAIN-PROCESSING
002740     IF WS-REFUSED-COUNT > ZERO
002750         DISPLAY 'CALPCLS ENDED WITH TRANSACTIONS REFUSED :'
002760             WS-REFUSED-COUNT
002770         MOVE 4 TO RETURN-CODE
002780     ELSE
002790         DISPLAY 'CALPCLS ENDED CLEAN'
002800     END-IF
002810     STOP RUN
002820     .
002830
002840* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME,
002850* FALLING BACK TO THE DEVELOPMENT DEFAULTS WHEN THE VARIABLES
002860* ARE NOT SET.
002870 1000-INITIALIZE.
002880     MOVE SPACES TO WS-PERTRAN-PATH
002890     ACCEPT WS-PERTRAN-PATH
002900         FROM ENVIRONMENT 'AOC-PERTRAN'
002910     IF WS-PERTRAN-PATH = SPACES
002920         MOVE WS-DEFAULT-PERTRAN-PATH TO WS-PERTRAN-PATH
002930     END-IF
002940
002950     MOVE SPACES TO WS-PERCTL-PATH
002960     ACCEPT WS-PERCTL-PATH
002970         FROM ENVIRONMENT 'AOC-PERCTL'
002980     IF WS-PERCTL-PATH = SPACES
002990         MOVE WS-DEFAULT-PERCTL-PATH TO WS-PERCTL-PATH
003000     END-IF
003010
003020     MOVE SPACES TO WS-CALMST-PATH
003030     ACCEPT WS-CALMST-PATH
003040         FROM ENVIRONMENT 'AOC-CALMST'
003050     IF WS-CALMST-PATH = SPACES
003060         MOVE WS-DEFAULT-CALMST-PATH TO WS-CALMST-PATH
003070     END-IF
003080
003090     MOVE SPACES TO WS-PERSNAP-PATH
003100     ACCEPT WS-PERSNAP-PATH
003110         FROM ENVIRONMENT 'AOC-PERSNAP'
003120     IF WS-PERSNAP-PATH = SPACES
003130         MOVE WS-DEFAULT-PERSNAP-PATH TO WS-PERSNAP-PATH
003140     END-IF
003150
003160     MOVE SPACES TO WS-PERRPT-PATH
003170     ACCEPT WS-PERRPT-PATH
003180         FROM ENVIRONMENT 'AOC-PERRPT'
003190     IF WS-PERRPT-PATH = SPACES
003200         MOVE WS-DEFAULT-PERRPT-PATH TO WS-PERRPT-PATH
003210     END-IF
003220
003230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003240     MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
003250     .
003260
003270 2000-MAIN-PROCESSING.
003280     PERFORM 3100-OPEN-PERRPT
003290     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
003300     MOVE WS-PER-HEADING TO PER-RPT-RECORD
003310     PERFORM 6000-WRITE-PER-LINE
003320     MOVE SPACES TO PER-RPT-RECORD
003330     PERFORM 6000-WRITE-PER-LINE
003340     MOVE WS-PER-COL-HEADS TO PER-RPT-RECORD
003350     PERFORM 6000-WRITE-PER-LINE
003360     PERFORM 2100-LOAD-PERIOD-REGISTER
003370     PERFORM 2200-PROCESS-TRANSACTIONS
003380     IF WS-CALMST-OPEN
003390         PERFORM 5200-CLOSE-CALMST
003400     END-IF
003410     IF WS-PERSNAP-OPEN
003420         PERFORM 5300-CLOSE-PERSNAP
003430     END-IF
003440     IF WS-REGISTER-CHANGED
003450         PERFORM 2700-REWRITE-PERIOD-REGISTER
003460     END-IF
003470     PERFORM 2800-LIST-PERIOD-REGISTER
003480     PERFORM 2900-REPORT-COUNTS
003490     PERFORM 5100-CLOSE-PERRPT
003500     .
003510
003520* 2100-LOAD-PERIOD-REGISTER READS THE PERIOD-CONTROL REGISTER
003530* INTO THE TABLE. NO REGISTER (STATUS 35) MEANS NO MONTH HAS
003540* EVER BEEN CLOSED; THE FIRST CLS CREATES IT. ANY OTHER OPEN
003550* FAILURE STOPS THE RUN - CARRYING ON WOULD REWRITE THE REGISTER
003560* FROM THIS RUN'S TRANSACTIONS ALONE AND REOPEN EVERY MONTH
003570* CLOSED SO FAR.
003580 2100-LOAD-PERIOD-REGISTER.
003590     MOVE ZERO TO WS-PER-COUNT
003600     OPEN INPUT PERCTL
003610     EVALUATE TRUE
003620         WHEN PERCTL-STATUS-NOFILE
003630             DISPLAY 'NO PERIOD REGISTER - EVERY MONTH IS OPEN'
003640         WHEN NOT PERCTL-STATUS-OK
003650             DISPLAY 'OPEN ERROR ON PERCTL'
003660             DISPLAY 'FILE STATUS : ' PERCTL-STATUS
003670             MOVE 12 TO RETURN-CODE
003680             STOP RUN
003690         WHEN OTHER
003700             PERFORM 4200-READ-PERCTL
003710             PERFORM UNTIL PERCTL-STATUS-EOF
003720             OR NOT PERCTL-STATUS-OK
003730                 IF PERCTL-RECORD(1:6) IS NUMERIC
003740                     IF WS-PER-COUNT >= WS-PER-MAX
003750                         DISPLAY 'PERIOD REGISTER FULL - '
003760                             'INCREASE WS-PER-MAX AND RERUN'
003770                         MOVE 8 TO RETURN-CODE
003780                         STOP RUN
003790                     END-IF
003800                     ADD 1 TO WS-PER-COUNT
003810                     MOVE PERCTL-RECORD
003820                         TO WS-PER-ENTRY(WS-PER-COUNT)
003830                 END-IF
003840                 PERFORM 4200-READ-PERCTL
003850             END-PERFORM
003860             CLOSE PERCTL
003870     END-EVALUATE
003880     .
003890
003900* 2150-FIND-PERIOD LOOKS THE TRANSACTION MONTH UP ON THE
003910* REGISTER TABLE, LEAVING ITS INDEX IN WS-PER-HIT-IX (ZERO WHEN
003920* THE MONTH HAS NEVER BEEN CLOSED) AND ITS ENTRY IN
003930* PERIOD-CONTROL-RECORD.
003940 2150-FIND-PERIOD.
003950     MOVE ZERO TO WS-PER-HIT-IX
003960     PERFORM 2160-MATCH-ONE-PERIOD
003970         THRU 2160-EXIT
003980         VARYING J FROM 1 BY 1
003990         UNTIL J > WS-PER-COUNT
004000         OR WS-PER-HIT-IX > ZERO
004010     IF WS-PER-HIT-IX > ZERO
004020         MOVE WS-PER-ENTRY(WS-PER-HIT-IX)
004030             TO PERIOD-CONTROL-RECORD
004040     END-IF
004050     .
004060
004070 2160-MATCH-ONE-PERIOD.
004080     MOVE WS-PER-ENTRY(J) TO PERIOD-CONTROL-RECORD
004090     IF PER-MONTH = WS-TRN-MONTH-N
004100         MOVE J TO WS-PER-HIT-IX
004110     END-IF
004120     .
004130 2160-EXIT.
004140     EXIT
004150     .
004160
004170* 2200-PROCESS-TRANSACTIONS READS THE PERIOD TRANSACTIONS IN THE
004180* ORDER GIVEN, SO A REO FOLLOWED BY A CLS FOR THE SAME MONTH IN
004190* ONE RUN REOPENS AND RE-CLOSES IT. NO TRANSACTION FILE SIMPLY
004200* LISTS THE REGISTER.
004210 2200-PROCESS-TRANSACTIONS.
004220     OPEN INPUT PERTRAN
004230     IF NOT PERTRAN-STATUS-OK
004240         DISPLAY 'NO PERIOD TRANSACTIONS - REGISTER LISTED ONLY'
004250     ELSE
004260         PERFORM 4100-READ-PERTRAN
004270         PERFORM UNTIL PERTRAN-STATUS-EOF
004280         OR NOT PERTRAN-STATUS-OK
004290             IF PERTRAN-RECORD NOT = SPACES
004300                 AND PERTRAN-RECORD(1:1) NOT = '*'
004310                 MOVE PERTRAN-RECORD TO WS-TRAN-LINE
004320                 PERFORM 2250-PROCESS-ONE-TRANSACTION
004330             END-IF
004340             PERFORM 4100-READ-PERTRAN
004350         END-PERFORM
004360         CLOSE PERTRAN
004370     END-IF
004380     .
004390
004400* 2250-PROCESS-ONE-TRANSACTION EDITS THE FIELDS COMMON TO EVERY
004410* TRANSACTION AND ROUTES IT TO ITS HANDLER. A HANDLER THAT
004420* CANNOT ACT LEAVES ITS REASON IN WS-REFUSE-REASON AND THE
004430* REGISTER UNTOUCHED; THE REFUSAL IS REPORTED AND THE REST OF
004440* THE RUN'S TRANSACTIONS STILL GO THROUGH.
004450 2250-PROCESS-ONE-TRANSACTION.
004460     ADD 1 TO WS-TRAN-COUNT
004470     MOVE SPACES TO WS-REFUSE-REASON
004480     PERFORM 2260-EDIT-MONTH
004490     IF WS-REFUSE-REASON = SPACES
004500         EVALUATE TRUE
004510             WHEN WS-TRN-USER = SPACES
004520                 MOVE 'USER MISSING' TO WS-REFUSE-REASON
004530             WHEN WS-TRN-CLOSE
004540                 PERFORM 2300-CLOSE-PERIOD
004550                     THRU 2300-EXIT
004560             WHEN WS-TRN-REOPEN
004570                 PERFORM 2400-REOPEN-PERIOD
004580                     THRU 2400-EXIT
004590             WHEN OTHER
004600                 MOVE 'UNKNOWN TRANSACTION TYPE'
004610                     TO WS-REFUSE-REASON
004620         END-EVALUATE
004630     END-IF
004640     IF WS-REFUSE-REASON NOT = SPACES
004650         ADD 1 TO WS-REFUSED-COUNT
004660         MOVE 'REFUSED'        TO WS-PRD-OUTCOME
004670         MOVE WS-REFUSE-REASON TO WS-PRD-TEXT
004680         PERFORM 2600-WRITE-TRANSACTION-LINE
004690     END-IF
004700     .
004710
004720* 2260-EDIT-MONTH CHECKS THE TRANSACTION MONTH IS A REAL YYYYMM.
004730 2260-EDIT-MONTH.
004740     IF WS-TRN-MONTH NOT NUMERIC
004750         MOVE 'MONTH NOT YYYYMM' TO WS-REFUSE-REASON
004760     ELSE
004770         MOVE WS-TRN-MONTH TO WS-TRN-MONTH-N
004780         MOVE WS-TRN-MM    TO WS-TRN-MM-N
004790         IF WS-TRN-MM-N < 1
004800             OR WS-TRN-MM-N > 12
004810             MOVE 'MONTH NOT YYYYMM' TO WS-REFUSE-REASON
004820         END-IF
004830     END-IF
004840     .
004850
004860* 2300-CLOSE-PERIOD CLOSES A BUSINESS MONTH THAT HAS ENDED AND
004870* IS OPEN OR REOPENED. THE SNAPSHOT IS TAKEN FROM THE MASTER AS
004880* IT STANDS NOW AND APPENDED TO THE SNAPSHOT FILE BEFORE THE
004890* REGISTER SHOWS THE MONTH CLOSED, SO A CLOSED MONTH ALWAYS
004900* HAS ITS FIGURES ON FILE.
004910 2300-CLOSE-PERIOD.
004920     IF WS-TRN-MONTH-N NOT < WS-RUN-MONTH
004930         MOVE 'MONTH HAS NOT ENDED' TO WS-REFUSE-REASON
004940         GO TO 2300-EXIT
004950     END-IF
004960     PERFORM 2150-FIND-PERIOD
004970     IF WS-PER-HIT-IX > ZERO
004980         AND PER-STATUS-CLOSED
004990         MOVE 'PERIOD ALREADY CLOSED' TO WS-REFUSE-REASON
005000         GO TO 2300-EXIT
005010     END-IF
005020     IF WS-PER-HIT-IX = ZERO
005030         AND WS-PER-COUNT >= WS-PER-MAX
005040         DISPLAY 'PERIOD REGISTER FULL - INCREASE '
005050             'WS-PER-MAX AND RERUN'
005060         MOVE 8 TO RETURN-CODE
005070         STOP RUN
005080     END-IF
005090
005100     PERFORM 2500-TAKE-SNAPSHOT
005110
005120     IF WS-PER-HIT-IX = ZERO
005130         MOVE SPACES         TO PERIOD-CONTROL-RECORD
005140         MOVE WS-TRN-MONTH-N TO PER-MONTH
005150         MOVE ZERO           TO PER-REOPEN-COUNT
005160         MOVE ZERO           TO PER-REOPEN-DATE
005170         ADD 1 TO WS-PER-COUNT
005180         MOVE WS-PER-COUNT   TO WS-PER-HIT-IX
005190         MOVE 'CLOSED'       TO WS-PRD-OUTCOME
005200     ELSE
005210         MOVE 'RECLOSED'     TO WS-PRD-OUTCOME
005220     END-IF
005230     MOVE 'CLOSED  '       TO PER-STATUS
005240     MOVE WS-RUN-DATE      TO PER-CLOSE-DATE
005250     MOVE WS-TRN-USER      TO PER-CLOSE-USER
005260     MOVE WS-MTH-REC-COUNT TO PER-REC-COUNT
005270     MOVE WS-MTH-TOTAL     TO PER-VALUE-TOTAL
005280     MOVE PERIOD-CONTROL-RECORD TO WS-PER-ENTRY(WS-PER-HIT-IX)
005290     SET WS-REGISTER-CHANGED TO TRUE
005300     ADD 1 TO WS-CLOSED-COUNT
005310
005320     MOVE SPACES TO WS-PRD-TEXT
005330     STRING 'CLOSE SEQUENCE '   DELIMITED BY SIZE
005340         PER-REOPEN-COUNT       DELIMITED BY SIZE
005350         ' - SNAPSHOT TAKEN FROM CALMST'
005360                                DELIMITED BY SIZE
005370         INTO WS-PRD-TEXT
005380     PERFORM 2600-WRITE-TRANSACTION-LINE
005390     PERFORM 2550-WRITE-SNAPSHOT-SET
005400     .
005410 2300-EXIT.
005420     EXIT
005430     .
005440
005450* 2400-REOPEN-PERIOD REOPENS A CLOSED MONTH. THE REASON IS
005460* MANDATORY - IT IS THE ANSWER TO "WHY DID THE SIGNED-OFF
005470* FIGURES CHANGE" - AND IS KEPT ON THE REGISTER WITH THE DATE
005480* AND USER, WHERE THE LOCKING PROGRAMS PICK IT UP TO REPORT
005490* EVERY WRITE MADE UNDER THE REOPEN.
005500 2400-REOPEN-PERIOD.
005510     IF WS-TRN-REASON = SPACES
005520         MOVE 'REOPEN REASON MISSING' TO WS-REFUSE-REASON
005530         GO TO 2400-EXIT
005540     END-IF
005550     PERFORM 2150-FIND-PERIOD
005560     IF WS-PER-HIT-IX = ZERO
005570         MOVE 'PERIOD IS NOT CLOSED' TO WS-REFUSE-REASON
005580         GO TO 2400-EXIT
005590     END-IF
005600     IF PER-STATUS-REOPENED
005610         MOVE 'PERIOD ALREADY REOPENED' TO WS-REFUSE-REASON
005620         GO TO 2400-EXIT
005630     END-IF
005640     IF PER-REOPEN-COUNT >= 99
005650         MOVE 'REOPEN LIMIT OF 99 REACHED' TO WS-REFUSE-REASON
005660         GO TO 2400-EXIT
005670     END-IF
005680
005690     MOVE 'REOPENED'    TO PER-STATUS
005700     ADD 1              TO PER-REOPEN-COUNT
005710     MOVE WS-RUN-DATE   TO PER-REOPEN-DATE
005720     MOVE WS-TRN-USER   TO PER-REOPEN-USER
005730     MOVE WS-TRN-REASON TO PER-REOPEN-REASON
005740     MOVE PERIOD-CONTROL-RECORD TO WS-PER-ENTRY(WS-PER-HIT-IX)
005750     SET WS-REGISTER-CHANGED TO TRUE
005760     ADD 1 TO WS-REOPENED-COUNT
005770
005780     MOVE 'REOPENED'    TO WS-PRD-OUTCOME
005790     MOVE WS-TRN-REASON TO WS-PRD-TEXT
005800     PERFORM 2600-WRITE-TRANSACTION-LINE
005810     DISPLAY 'PERIOD ' WS-TRN-MONTH ' REOPENED BY ' WS-TRN-USER
005820     .
005830 2400-EXIT.
005840     EXIT
005850     .
005860
005870* 2500-TAKE-SNAPSHOT POSITIONS THE MASTER AT THE FIRST KEY OF
005880* THE MONTH AND FOLDS EVERY LIVE RECORD OF THE MONTH INTO THE
005890* RUN-DATE, SUPPLIER AND MONTH ACCUMULATORS. A DELETED OR
005900* REVERSED RECORD NO LONGER COUNTS, AS IN CALRSTA.
005910 2500-TAKE-SNAPSHOT.
005920     MOVE ZERO TO WS-SDT-COUNT
005930     MOVE ZERO TO WS-SSP-COUNT
005940     MOVE ZERO TO WS-MTH-REC-COUNT
005950     MOVE ZERO TO WS-MTH-TOTAL
005960     MOVE ZERO TO WS-MTH-MIN
005970     MOVE ZERO TO WS-MTH-MAX-VALUE
005980     IF NOT WS-CALMST-OPEN
005990         PERFORM 3200-OPEN-CALMST
006000     END-IF
006010
006020     COMPUTE CALM-RUN-DATE = (WS-TRN-MONTH-N * 100) + 1
006030     MOVE ZERO TO CALM-REC-NO
006040     START CALMST KEY NOT < CALM-KEY
006050     EVALUATE TRUE
006060         WHEN CALMST-STATUS-OK
006070             PERFORM 4300-READ-CALMST-NEXT
006080             MOVE CALM-RUN-DATE(1:6) TO WS-REC-MONTH
006090             PERFORM UNTIL CALMST-STATUS-EOF
006100             OR NOT CALMST-STATUS-OK
006110             OR WS-REC-MONTH NOT = WS-TRN-MONTH-N
006120                 IF CALM-LIVE
006130                     PERFORM 2510-FOLD-ONE-RECORD
006140                 END-IF
006150                 PERFORM 4300-READ-CALMST-NEXT
006160                 MOVE CALM-RUN-DATE(1:6) TO WS-REC-MONTH
006170             END-PERFORM
006180*        A MONTH WITH NOTHING ON THE MASTER CLOSES WITH ZEROS.
006190         WHEN CALMST-STATUS-NOTFND
006200         WHEN CALMST-STATUS-EOF
006210             CONTINUE
006220         WHEN OTHER
006230             DISPLAY 'START ERROR ON CALMST'
006240             DISPLAY 'FILE STATUS : ' CALMST-STATUS
006250             MOVE 12 TO RETURN-CODE
006260             STOP RUN
006270     END-EVALUATE
006280     .
006290
006300* 2510-FOLD-ONE-RECORD ADDS THE CURRENT MASTER RECORD TO ITS
006310* RUN-DATE AND SUPPLIER ENTRIES (ADDING EITHER ON FIRST SIGHT)
006320* AND TO THE MONTH.
006330 2510-FOLD-ONE-RECORD.
006340     MOVE ZERO TO WS-GROUP-HIT-IX
006350     PERFORM 2520-MATCH-ONE-RUN-DATE
006360         THRU 2520-EXIT
006370         VARYING K FROM 1 BY 1
006380         UNTIL K > WS-SDT-COUNT
006390         OR WS-GROUP-HIT-IX > ZERO
006400     IF WS-GROUP-HIT-IX = ZERO
006410         IF WS-SDT-COUNT >= WS-SDT-MAX
006420             DISPLAY 'RUN DATE TABLE FULL - INCREASE '
006430                 'WS-SDT-MAX AND RERUN'
006440             MOVE 8 TO RETURN-CODE
006450             STOP RUN
006460         END-IF
006470         ADD 1 TO WS-SDT-COUNT
006480         MOVE WS-SDT-COUNT  TO WS-GROUP-HIT-IX
006490         MOVE CALM-RUN-DATE TO WS-SDT-RUN-DATE(WS-GROUP-HIT-IX)
006500         MOVE ZERO TO WS-SDT-REC-COUNT(WS-GROUP-HIT-IX)
006510         MOVE ZERO TO WS-SDT-TOTAL(WS-GROUP-HIT-IX)
006520         MOVE CALM-ETALONNAGE TO WS-SDT-MIN(WS-GROUP-HIT-IX)
006530         MOVE CALM-ETALONNAGE TO WS-SDT-MAX-VALUE(WS-GROUP-HIT-IX)
006540     END-IF
006550     ADD 1 TO WS-SDT-REC-COUNT(WS-GROUP-HIT-IX)
006560     ADD CALM-ETALONNAGE TO WS-SDT-TOTAL(WS-GROUP-HIT-IX)
006570     IF CALM-ETALONNAGE < WS-SDT-MIN(WS-GROUP-HIT-IX)
006580         MOVE CALM-ETALONNAGE TO WS-SDT-MIN(WS-GROUP-HIT-IX)
006590     END-IF
006600     IF CALM-ETALONNAGE > WS-SDT-MAX-VALUE(WS-GROUP-HIT-IX)
006610         MOVE CALM-ETALONNAGE TO WS-SDT-MAX-VALUE(WS-GROUP-HIT-IX)
006620     END-IF
006630
006640     MOVE ZERO TO WS-GROUP-HIT-IX
006650     PERFORM 2530-MATCH-ONE-SUPPLIER
006660         THRU 2530-EXIT
006670         VARYING K FROM 1 BY 1
006680         UNTIL K > WS-SSP-COUNT
006690         OR WS-GROUP-HIT-IX > ZERO
006700     IF WS-GROUP-HIT-IX = ZERO
006710         IF WS-SSP-COUNT >= WS-SSP-MAX
006720             DISPLAY 'SUPPLIER TABLE FULL - INCREASE '
006730                 'WS-SSP-MAX AND RERUN'
006740             MOVE 8 TO RETURN-CODE
006750             STOP RUN
006760         END-IF
006770         ADD 1 TO WS-SSP-COUNT
006780         MOVE WS-SSP-COUNT TO WS-GROUP-HIT-IX
006790         MOVE CALM-SUPPLIER-ID
006800             TO WS-SSP-SUPPLIER-ID(WS-GROUP-HIT-IX)
006810         MOVE ZERO TO WS-SSP-REC-COUNT(WS-GROUP-HIT-IX)
006820         MOVE ZERO TO WS-SSP-TOTAL(WS-GROUP-HIT-IX)
006830         MOVE CALM-ETALONNAGE TO WS-SSP-MIN(WS-GROUP-HIT-IX)
006840         MOVE CALM-ETALONNAGE TO WS-SSP-MAX-VALUE(WS-GROUP-HIT-IX)
006850     END-IF
006860     ADD 1 TO WS-SSP-REC-COUNT(WS-GROUP-HIT-IX)
006870     ADD CALM-ETALONNAGE TO WS-SSP-TOTAL(WS-GROUP-HIT-IX)
006880     IF CALM-ETALONNAGE < WS-SSP-MIN(WS-GROUP-HIT-IX)
006890         MOVE CALM-ETALONNAGE TO WS-SSP-MIN(WS-GROUP-HIT-IX)
006900     END-IF
006910     IF CALM-ETALONNAGE > WS-SSP-MAX-VALUE(WS-GROUP-HIT-IX)
006920         MOVE CALM-ETALONNAGE TO WS-SSP-MAX-VALUE(WS-GROUP-HIT-IX)
006930     END-IF
006940
006950     IF WS-MTH-REC-COUNT = ZERO
006960         MOVE CALM-ETALONNAGE TO WS-MTH-MIN
006970         MOVE CALM-ETALONNAGE TO WS-MTH-MAX-VALUE
006980     END-IF
006990     ADD 1 TO WS-MTH-REC-COUNT
007000     ADD CALM-ETALONNAGE TO WS-MTH-TOTAL
007010     IF CALM-ETALONNAGE < WS-MTH-MIN
007020         MOVE CALM-ETALONNAGE TO WS-MTH-MIN
007030     END-IF
007040     IF CALM-ETALONNAGE > WS-MTH-MAX-VALUE
007050         MOVE CALM-ETALONNAGE TO WS-MTH-MAX-VALUE
007060     END-IF
007070     .
007080
007090 2520-MATCH-ONE-RUN-DATE.
007100     IF WS-SDT-RUN-DATE(K) = CALM-RUN-DATE
007110         MOVE K TO WS-GROUP-HIT-IX
007120     END-IF
007130     .
007140 2520-EXIT.
007150     EXIT
007160     .
007170
007180 2530-MATCH-ONE-SUPPLIER.
007190     IF WS-SSP-SUPPLIER-ID(K) = CALM-SUPPLIER-ID
007200         MOVE K TO WS-GROUP-HIT-IX
007210     END-IF
007220     .
007230 2530-EXIT.
007240     EXIT
007250     .
007260
007270* 2550-WRITE-SNAPSHOT-SET WRITES THE SNAPSHOT JUST TAKEN TO THE
007280* SNAPSHOT FILE AND THE REPORT: EVERY RUN DATE, EVERY SUPPLIER,
007290* THEN THE MONTH.
007300 2550-WRITE-SNAPSHOT-SET.
007310     IF NOT WS-PERSNAP-OPEN
007320         PERFORM 3300-OPEN-PERSNAP
007330     END-IF
007340     PERFORM 2560-WRITE-RUN-DATE-GROUP
007350         THRU 2560-EXIT
007360         VARYING K FROM 1 BY 1
007370         UNTIL K > WS-SDT-COUNT
007380     PERFORM 2570-WRITE-SUPPLIER-GROUP
007390         THRU 2570-EXIT
007400         VARYING K FROM 1 BY 1
007410         UNTIL K > WS-SSP-COUNT
007420     MOVE 'T'              TO WS-SNW-LEVEL
007430     MOVE 'MONTH'          TO WS-SNW-GROUP-KEY
007440     MOVE WS-MTH-REC-COUNT TO WS-SNW-REC-COUNT
007450     MOVE WS-MTH-TOTAL     TO WS-SNW-TOTAL
007460     MOVE WS-MTH-MIN       TO WS-SNW-MIN
007470     MOVE WS-MTH-MAX-VALUE TO WS-SNW-MAX-VALUE
007480     PERFORM 2580-WRITE-SNAPSHOT-LINE
007490     .
007500
007510 2560-WRITE-RUN-DATE-GROUP.
007520     MOVE 'D'                  TO WS-SNW-LEVEL
007530     MOVE WS-SDT-RUN-DATE(K)   TO WS-SNW-GROUP-KEY
007540     MOVE WS-SDT-REC-COUNT(K)  TO WS-SNW-REC-COUNT
007550     MOVE WS-SDT-TOTAL(K)      TO WS-SNW-TOTAL
007560     MOVE WS-SDT-MIN(K)        TO WS-SNW-MIN
007570     MOVE WS-SDT-MAX-VALUE(K)  TO WS-SNW-MAX-VALUE
007580     PERFORM 2580-WRITE-SNAPSHOT-LINE
007590     .
007600 2560-EXIT.
007610     EXIT
007620     .
007630
007640 2570-WRITE-SUPPLIER-GROUP.
007650     MOVE 'S'                   TO WS-SNW-LEVEL
007660     MOVE WS-SSP-SUPPLIER-ID(K) TO WS-SNW-GROUP-KEY
007670     MOVE WS-SSP-REC-COUNT(K)   TO WS-SNW-REC-COUNT
007680     MOVE WS-SSP-TOTAL(K)       TO WS-SNW-TOTAL
007690     MOVE WS-SSP-MIN(K)         TO WS-SNW-MIN
007700     MOVE WS-SSP-MAX-VALUE(K)   TO WS-SNW-MAX-VALUE
007710     PERFORM 2580-WRITE-SNAPSHOT-LINE
007720     .
007730 2570-EXIT.
007740     EXIT
007750     .
007760
007770* 2580-WRITE-SNAPSHOT-LINE DERIVES THE AVERAGE OF THE GROUP IN
007780* THE WS-SNW- FIELDS AND WRITES IT AS ONE SNAPSHOT RECORD AND
007790* ONE REPORT LINE. A SUPPLIER GROUP WITH NO ID IS THE RECORDS
007800* LOADED WITHOUT ONE.
007810 2580-WRITE-SNAPSHOT-LINE.
007820     MOVE ZERO TO WS-SNW-AVG
007830     IF WS-SNW-REC-COUNT > ZERO
007840         COMPUTE WS-SNW-AVG ROUNDED =
007850             WS-SNW-TOTAL / WS-SNW-REC-COUNT
007860     END-IF
007870
007880     MOVE SPACES           TO PERIOD-SNAPSHOT-RECORD
007890     MOVE WS-TRN-MONTH-N   TO PSN-MONTH
007900     MOVE PER-REOPEN-COUNT TO PSN-CLOSE-SEQ
007910     MOVE WS-SNW-LEVEL     TO PSN-LEVEL
007920     MOVE WS-SNW-GROUP-KEY TO PSN-GROUP-KEY
007930     MOVE WS-SNW-REC-COUNT TO PSN-REC-COUNT
007940     MOVE WS-SNW-TOTAL     TO PSN-VALUE-TOTAL
007950     MOVE WS-SNW-MIN       TO PSN-VALUE-MIN
007960     MOVE WS-SNW-MAX-VALUE TO PSN-VALUE-MAX
007970     MOVE WS-SNW-AVG       TO PSN-VALUE-AVG
007980     MOVE WS-RUN-DATE      TO PSN-CLOSE-DATE
007990     MOVE WS-TRN-USER      TO PSN-CLOSE-USER
008000     MOVE PERIOD-SNAPSHOT-RECORD TO PERSNAP-RECORD
008010     WRITE PERSNAP-RECORD
008020     IF NOT PERSNAP-STATUS-OK
008030         DISPLAY 'WRITE ERROR ON PERSNAP'
008040         DISPLAY 'FILE STATUS : ' PERSNAP-STATUS
008050         MOVE 12 TO RETURN-CODE
008060         STOP RUN
008070     END-IF
008080     ADD 1 TO WS-SNAP-LINE-COUNT
008090
008100     EVALUATE WS-SNW-LEVEL
008110         WHEN 'D'
008120             MOVE 'RUN DATE' TO WS-PSL-LEVEL
008130         WHEN 'S'
008140             MOVE 'SUPPLIER' TO WS-PSL-LEVEL
008150         WHEN OTHER
008160             MOVE 'TOTAL'    TO WS-PSL-LEVEL
008170     END-EVALUATE
008180     IF WS-SNW-GROUP-KEY = SPACES
008190         MOVE '(NONE)'         TO WS-PSL-GROUP-KEY
008200     ELSE
008210         MOVE WS-SNW-GROUP-KEY TO WS-PSL-GROUP-KEY
008220     END-IF
008230     MOVE WS-SNW-REC-COUNT TO WS-PSL-REC-COUNT
008240     MOVE WS-SNW-TOTAL     TO WS-PSL-TOTAL
008250     MOVE WS-SNW-MIN       TO WS-PSL-MIN
008260     MOVE WS-SNW-MAX-VALUE TO WS-PSL-MAX
008270     MOVE WS-SNW-AVG       TO WS-PSL-AVG
008280     MOVE WS-PER-SNAP-LINE TO PER-RPT-RECORD
008290     PERFORM 6000-WRITE-PER-LINE
008300     .
008310
008320* 2600-WRITE-TRANSACTION-LINE WRITES ONE TRANSACTION LINE. THE
008330* CALLER SETS THE OUTCOME AND THE TEXT COLUMN.
008340 2600-WRITE-TRANSACTION-LINE.
008350     MOVE WS-TRN-TYPE  TO WS-PRD-TRN-TYPE
008360     MOVE WS-TRN-MONTH TO WS-PRD-MONTH
008370     MOVE WS-TRN-USER  TO WS-PRD-USER
008380     MOVE WS-PER-DETAIL TO PER-RPT-RECORD
008390     PERFORM 6000-WRITE-PER-LINE
008400     .
008410
008420* 2700-REWRITE-PERIOD-REGISTER REWRITES THE WHOLE REGISTER FROM
008430* THE TABLE. ONLY REACHED AFTER EVERY SNAPSHOT OF THE RUN IS ON
008440* FILE.
008450 2700-REWRITE-PERIOD-REGISTER.
008460     OPEN OUTPUT PERCTL
008470     IF NOT PERCTL-STATUS-OK
008480         DISPLAY 'OPEN ERROR ON PERCTL'
008490         DISPLAY 'FILE STATUS : ' PERCTL-STATUS
008500         MOVE 12 TO RETURN-CODE
008510         STOP RUN
008520     END-IF
008530     PERFORM 2750-WRITE-ONE-PERIOD
008540         THRU 2750-EXIT
008550         VARYING J FROM 1 BY 1
008560         UNTIL J > WS-PER-COUNT
008570     CLOSE PERCTL
008580     IF NOT PERCTL-STATUS-OK
008590         DISPLAY 'CLOSE ERROR ON PERCTL'
008600         DISPLAY 'FILE STATUS : ' PERCTL-STATUS
008610         MOVE 12 TO RETURN-CODE
008620         STOP RUN
008630     END-IF
008640     .
008650
008660 2750-WRITE-ONE-PERIOD.
008670     MOVE WS-PER-ENTRY(J) TO PERCTL-RECORD
008680     WRITE PERCTL-RECORD
008690     IF NOT PERCTL-STATUS-OK
008700         DISPLAY 'WRITE ERROR ON PERCTL'
008710         DISPLAY 'FILE STATUS : ' PERCTL-STATUS
008720         MOVE 12 TO RETURN-CODE
008730         STOP RUN
008740     END-IF
008750     .
008760 2750-EXIT.
008770     EXIT
008780     .
008790
008800* 2800-LIST-PERIOD-REGISTER LISTS EVERY MONTH ON THE REGISTER
008810* AS IT STANDS AFTER THIS RUN, WITH THE LATEST REOPEN OF ANY
008820* MONTH THAT HAS BEEN REOPENED.
008830 2800-LIST-PERIOD-REGISTER.
008840     MOVE SPACES TO PER-RPT-RECORD
008850     PERFORM 6000-WRITE-PER-LINE
008860     MOVE 'PERIOD REGISTER AFTER THIS RUN' TO PER-RPT-RECORD
008870     PERFORM 6000-WRITE-PER-LINE
008880     PERFORM 2850-LIST-ONE-PERIOD
008890         THRU 2850-EXIT
008900         VARYING J FROM 1 BY 1
008910         UNTIL J > WS-PER-COUNT
008920     .
008930
008940 2850-LIST-ONE-PERIOD.
008950     MOVE WS-PER-ENTRY(J)  TO PERIOD-CONTROL-RECORD
008960     MOVE PER-MONTH        TO WS-PLL-MONTH
008970     MOVE PER-STATUS       TO WS-PLL-STATUS
008980     MOVE PER-CLOSE-DATE   TO WS-PLL-CLOSE-DATE
008990     MOVE PER-CLOSE-USER   TO WS-PLL-CLOSE-USER
009000     MOVE PER-REC-COUNT    TO WS-PLL-REC-COUNT
009010     MOVE PER-VALUE-TOTAL  TO WS-PLL-TOTAL
009020     MOVE PER-REOPEN-COUNT TO WS-PLL-REOPEN-COUNT
009030     MOVE WS-PER-LIST-LINE TO PER-RPT-RECORD
009040     PERFORM 6000-WRITE-PER-LINE
009050     IF PER-REOPEN-COUNT > ZERO
009060         MOVE SPACES TO PER-RPT-RECORD
009070         STRING '       LAST REOPENED ' DELIMITED BY SIZE
009080             PER-REOPEN-DATE          DELIMITED BY SIZE
009090             ' BY '                   DELIMITED BY SIZE
009100             PER-REOPEN-USER          DELIMITED BY SIZE
009110             ' : '                    DELIMITED BY SIZE
009120             PER-REOPEN-REASON        DELIMITED BY SIZE
009130             INTO PER-RPT-RECORD
009140         PERFORM 6000-WRITE-PER-LINE
009150     END-IF
009160     .
009170 2850-EXIT.
009180     EXIT
009190     .
009200
009210* 2900-REPORT-COUNTS CLOSES THE REPORT OFF WITH THE COUNTS OF
009220* THIS RUN, ALSO SHOWN ON THE CONSOLE.
009230 2900-REPORT-COUNTS.
009240     MOVE SPACES TO PER-RPT-RECORD
009250     PERFORM 6000-WRITE-PER-LINE
009260     MOVE 'TRANSACTIONS READ        :' TO WS-PRS-LABEL
009270     MOVE WS-TRAN-COUNT                 TO WS-PRS-COUNT
009280     MOVE WS-PER-SUMMARY                TO PER-RPT-RECORD
009290     PERFORM 6000-WRITE-PER-LINE
009300     MOVE 'PERIODS CLOSED           :' TO WS-PRS-LABEL
009310     MOVE WS-CLOSED-COUNT               TO WS-PRS-COUNT
009320     MOVE WS-PER-SUMMARY                TO PER-RPT-RECORD
009330     PERFORM 6000-WRITE-PER-LINE
009340     MOVE 'PERIODS REOPENED         :' TO WS-PRS-LABEL
009350     MOVE WS-REOPENED-COUNT             TO WS-PRS-COUNT
009360     MOVE WS-PER-SUMMARY                TO PER-RPT-RECORD
009370     PERFORM 6000-WRITE-PER-LINE
009380     MOVE 'TRANSACTIONS REFUSED     :' TO WS-PRS-LABEL
009390     MOVE WS-REFUSED-COUNT              TO WS-PRS-COUNT
009400     MOVE WS-PER-SUMMARY                TO PER-RPT-RECORD
009410     PERFORM 6000-WRITE-PER-LINE
009420     MOVE 'SNAPSHOT LINES WRITTEN   :' TO WS-PRS-LABEL
009430     MOVE WS-SNAP-LINE-COUNT            TO WS-PRS-COUNT
009440     MOVE WS-PER-SUMMARY                TO PER-RPT-RECORD
009450     PERFORM 6000-WRITE-PER-LINE
009460
009470     DISPLAY 'TRANSACTIONS READ       :' WS-TRAN-COUNT
009480     DISPLAY 'PERIODS CLOSED          :' WS-CLOSED-COUNT
009490     DISPLAY 'PERIODS REOPENED        :' WS-REOPENED-COUNT
009500     DISPLAY 'TRANSACTIONS REFUSED    :' WS-REFUSED-COUNT
009510     DISPLAY 'SNAPSHOT LINES WRITTEN  :' WS-SNAP-LINE-COUNT
009520     .
009530
009540 3100-OPEN-PERRPT.
009550     OPEN OUTPUT PERRPT
009560     IF NOT PERRPT-STATUS-OK
009570         DISPLAY 'OPEN ERROR ON PERRPT'
009580         DISPLAY 'FILE STATUS : ' PERRPT-STATUS
009590         MOVE 12 TO RETURN-CODE
009600         STOP RUN
009610     END-IF
009620     .
009630
009640* 3200-OPEN-CALMST OPENS THE MASTER FOR READING ON THE FIRST
009650* CLS OF THE RUN. A RUN OF REOPENS NEVER TOUCHES IT.
009660 3200-OPEN-CALMST.
009670     OPEN INPUT CALMST
009680     IF NOT CALMST-STATUS-OK
009690         DISPLAY 'OPEN ERROR ON CALMST'
009700         DISPLAY 'FILE STATUS : ' CALMST-STATUS
009710         MOVE 12 TO RETURN-CODE
009720         STOP RUN
009730     END-IF
009740     SET WS-CALMST-OPEN TO TRUE
009750     .
009760
009770* 3300-OPEN-PERSNAP EXTENDS THE SNAPSHOT FILE, CREATING IT ON
009780* THE FIRST CLOSE EVER (STATUS 35). EARLIER SNAPSHOTS ARE NEVER
009790* REWRITTEN - ANY OTHER OPEN FAILURE STOPS THE RUN.
009800 3300-OPEN-PERSNAP.
009810     OPEN EXTEND PERSNAP
009820     IF PERSNAP-STATUS-NOFILE
009830         OPEN OUTPUT PERSNAP
009840     END-IF
009850     IF NOT PERSNAP-STATUS-OK
009860         DISPLAY 'OPEN ERROR ON PERSNAP'
009870         DISPLAY 'FILE STATUS : ' PERSNAP-STATUS
009880         MOVE 12 TO RETURN-CODE
009890         STOP RUN
009900     END-IF
009910     SET WS-PERSNAP-OPEN TO TRUE
009920     .
009930
009940 4100-READ-PERTRAN.
009950     MOVE SPACES TO PERTRAN-RECORD
009960     READ PERTRAN
009970         AT END
009980             CONTINUE
009990          NOT AT END
010000             IF NOT PERTRAN-STATUS-OK
010010                 DISPLAY 'READ ERROR ON PERTRAN'
010020                 DISPLAY 'FILE STATUS : ' PERTRAN-STATUS
010030                 MOVE 12 TO RETURN-CODE
010040                 STOP RUN
010050             END-IF
010060     END-READ
010070     .
010080
010090 4200-READ-PERCTL.
010100     READ PERCTL
010110         AT END
010120             CONTINUE
010130          NOT AT END
010140             IF NOT PERCTL-STATUS-OK
010150                 DISPLAY 'READ ERROR ON PERCTL'
010160                 DISPLAY 'FILE STATUS : ' PERCTL-STATUS
010170                 MOVE 12 TO RETURN-CODE
010180                 STOP RUN
010190             END-IF
010200     END-READ
010210     .
010220
010230 4300-READ-CALMST-NEXT.
010240     READ CALMST NEXT
010250         AT END
010260             CONTINUE
010270          NOT AT END
010280             IF NOT CALMST-STATUS-OK
010290                 DISPLAY 'READ ERROR ON CALMST'
010300                 DISPLAY 'FILE STATUS : ' CALMST-STATUS
010310                 MOVE 12 TO RETURN-CODE
010320                 STOP RUN
010330             END-IF
010340     END-READ
010350     .
010360
010370 5100-CLOSE-PERRPT.
010380     CLOSE PERRPT
010390     IF NOT PERRPT-STATUS-OK
010400         DISPLAY 'CLOSE ERROR ON PERRPT'
010410         DISPLAY 'FILE STATUS : ' PERRPT-STATUS
010420         MOVE 12 TO RETURN-CODE
010430         STOP RUN
010440     END-IF
010450     .
010460
010470 5200-CLOSE-CALMST.
010480     CLOSE CALMST
010490     IF NOT CALMST-STATUS-OK
010500         DISPLAY 'CLOSE ERROR ON CALMST'
010510         DISPLAY 'FILE STATUS : ' CALMST-STATUS
010520         MOVE 12 TO RETURN-CODE
010530         STOP RUN
010540     END-IF
010550     .
010560
010570 5300-CLOSE-PERSNAP.
010580     CLOSE PERSNAP
010590     IF NOT PERSNAP-STATUS-OK
010600         DISPLAY 'CLOSE ERROR ON PERSNAP'
010610         DISPLAY 'FILE STATUS : ' PERSNAP-STATUS
010620         MOVE 12 TO RETURN-CODE
010630         STOP RUN
010640     END-IF
010650     .
010660
010670 6000-WRITE-PER-LINE.
010680     WRITE PER-RPT-RECORD
010690     IF NOT PERRPT-STATUS-OK
010700         DISPLAY 'WRITE ERROR ON PERRPT'
010710         DISPLAY 'FILE STATUS : ' PERRPT-STATUS
010720         MOVE 12 TO RETURN-CODE
010730         STOP RUN
010740     END-IF
010750     MOVE SPACES TO PER-RPT-RECORD
010760     .
