000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALMCOR.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - CALIBRATION MASTER
000110*                  CORRECTION WITH MAKER-CHECKER APPROVAL.
000120*                  CALLOAD ONLY EVER ADDS TO THE MASTER, SO A
000130*                  RECORD PROVED WRONG AFTER LOAD COULD ONLY BE
000140*                  PUT RIGHT BY A CALMRCV REBUILD OR A RELOAD OF
000150*                  THE WHOLE DAY. THIS STEP TAKES CORRECTION
000160*                  TRANSACTIONS (CORTRAN) AGAINST A MASTER KEY:
000170*                  REQ RAISES A CORRECTION - CHG REPLACES THE
000180*                  SOURCE LINE AND RESCORES IT, DEL LOGICALLY
000190*                  DELETES THE RECORD, REV REVERSES IT - WITH A
000200*                  REASON AND THE REQUESTING USER, AND PARKS IT
000210*                  ON THE CORRECTION QUEUE (CORQUEUE, CALCOR01
000220*                  LAYOUT) AS PENDING. NOTHING TOUCHES THE
000230*                  MASTER UNTIL AN APR TRANSACTION FROM A
000240*                  DIFFERENT USER APPROVES IT; DCL DECLINES IT.
000250*                  AN APPROVED CORRECTION IS REWRITTEN ONTO THE
000260*                  MASTER AND JOURNALED TO CALJRNL UNDER THE
000270*                  CHG/DEL/REV ACTIONS SO CALMRCV CAN STILL ROLL
000280*                  IT FORWARD. EVERY TRANSACTION, ITS OUTCOME AND
000290*                  EVERY CORRECTION STILL AWAITING APPROVAL GO ON
000300*                  THE CORRECTION REPORT (CORRPT), SO EVERY
000310*                  CHANGE TO A CALIBRATION VALUE AFTER LOAD
000320*                  TRACES TO TWO PEOPLE.
000330* 2026-10-15  RD   AN APPROVAL NOW CHECKS THE BUSINESS MONTH OF
000340*                  THE MASTER RECORD THROUGH THE CALPCHK PERIOD-
000350*                  LOCK SERVICE: A CORRECTION TO A MONTH CLOSED BY
000360*                  CALPCLS IS REFUSED AND STAYS PENDING UNTIL THE
000370*                  MONTH IS FORMALLY REOPENED; ONE APPLIED TO A
000380*                  REOPENED MONTH IS REPORTED WITH THE REOPEN.
000390* 2026-10-15  RD   A CHG CORRECTION IS NOW RESCORED UNDER THE
000400*                  CALIBRATION MODE OF THE RECORD'S SUPPLIER ON
000410*                  THE SUPPLIER PROFILE MASTER (SUPMST): DIGITS
000420*                  ONLY FOR A DIGITS-MODE SUPPLIER, AS THE EXTRACT
000430*                  SCORES IT, OTHERWISE THE COMBINED WORDS-AND-
000440*                  DIGITS SCAN.
000450* 2026-10-15  RD   ONLY A MISSING CORRECTION QUEUE (STATUS 35) NOW
000460*                  STARTS A NEW ONE. ANY OTHER OPEN FAILURE ON
000470*                  CORQUEUE STOPS THE RUN WITH RC 12 BEFORE THE
000480*                  QUEUE CAN BE REWRITTEN.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520
000530     SELECT CORTRAN ASSIGN TO DYNAMIC WS-CORTRAN-PATH
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CORTRAN-STATUS.
000560
000570     SELECT CORQUEUE ASSIGN TO DYNAMIC WS-CORQUEUE-PATH
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CORQUEUE-STATUS.
000600
000610     SELECT CALJRNL ASSIGN TO DYNAMIC WS-CALJRNL-PATH
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CALJRNL-STATUS.
000640
000650     SELECT CALMST ASSIGN TO DYNAMIC WS-CALMST-PATH
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS CALM-KEY
000690         FILE STATUS IS CALMST-STATUS.
000700
000710     SELECT CORRPT ASSIGN TO DYNAMIC WS-CORRPT-PATH
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS CORRPT-STATUS.
000740
000750     SELECT SUPMST ASSIGN TO DYNAMIC WS-SUPMST-PATH
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS SUP-SUPPLIER-ID
000790         FILE STATUS IS SUPMST-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830
000840 FD  CORTRAN.
000850 01  CORTRAN-RECORD              PIC X(301).
000860
000870 FD  CORQUEUE.
000880 01  CORQUEUE-RECORD             PIC X(348).
000890
000900 FD  CALJRNL.
000910 01  CALJRNL-RECORD              PIC X(461).
000920
000930 FD  CALMST.
000940* CALIBRATION MASTER RECORD LAYOUT (SHARED WITH CALLOAD)
000950 COPY CALMST01.
000960
000970 FD  CORRPT.
000980 01  COR-RPT-RECORD              PIC X(132).
000990
001000 FD  SUPMST.
001010* SUPPLIER PROFILE RECORD LAYOUT (SHARED WITH CALSUPM, THE
001020* EXTRACT, CALEDIT AND CALMISS)
001030 COPY CALSUP01.
001040
001050 WORKING-STORAGE SECTION.
001060
001070* RUN-TIME FILE ASSIGNMENT
001080 01  WS-CORTRAN-PATH             PIC X(200).
001090 01  WS-DEFAULT-CORTRAN-PATH     PIC X(200) VALUE
001100     'AOC20231201.CORTRAN.FILE'.
001110 01  WS-CORQUEUE-PATH            PIC X(200).
001120 01  WS-DEFAULT-CORQUEUE-PATH    PIC X(200) VALUE
001130     'AOC20231201.CORQUEUE.FILE'.
001140 01  WS-CALJRNL-PATH             PIC X(200).
001150 01  WS-DEFAULT-CALJRNL-PATH     PIC X(200) VALUE
001160     'AOC20231201.CALJRNL.FILE'.
001170 01  WS-CALMST-PATH              PIC X(200).
001180 01  WS-DEFAULT-CALMST-PATH      PIC X(200) VALUE
001190     'AOC20231201.CALMST.FILE'.
001200 01  WS-CORRPT-PATH              PIC X(200).
001210 01  WS-DEFAULT-CORRPT-PATH      PIC X(200) VALUE
001220     'AOC20231201.COR.RPT'.
001230 01  WS-SUPMST-PATH              PIC X(200).
001240 01  WS-DEFAULT-SUPMST-PATH      PIC X(200) VALUE
001250     'AOC20231201.SUPMST.FILE'.
001260
001270* FILE STATUS
001280 01  CORTRAN-STATUS              PIC 9(02).
001290     88  CORTRAN-STATUS-OK       VALUE 00.
001300     88  CORTRAN-STATUS-EOF      VALUE 10.
001310 01  CORQUEUE-STATUS             PIC 9(02).
001320     88  CORQUEUE-STATUS-OK      VALUE 00.
001330     88  CORQUEUE-STATUS-EOF     VALUE 10.
001340     88  CORQUEUE-STATUS-NOFILE  VALUE 35.
001350 01  CALJRNL-STATUS              PIC 9(02).
001360     88  CALJRNL-STATUS-OK       VALUE 00.
001370     88  CALJRNL-STATUS-EOF      VALUE 10.
001380 01  CALMST-STATUS               PIC 9(02).
001390     88  CALMST-STATUS-OK        VALUE 00.
001400     88  CALMST-STATUS-NOTFND    VALUE 23.
001410 01  CORRPT-STATUS               PIC 9(02).
001420     88  CORRPT-STATUS-OK        VALUE 00.
001430 01  SUPMST-STATUS               PIC 9(02).
001440     88  SUPMST-STATUS-OK        VALUE 00.
001450     88  SUPMST-STATUS-NOTFND    VALUE 23.
001460
001470* CORRECTION TRANSACTION LAYOUT. REQ CARRIES THE ACTION, THE
001480* MASTER KEY, THE REQUESTING USER, THE REASON AND - FOR CHG -
001490* THE REPLACEMENT SOURCE LINE. APR AND DCL NAME THE QUEUE
001500* SEQUENCE NUMBER BEING DECIDED AND THE DECIDING USER. A LINE
001510* STARTING WITH AN ASTERISK IS A COMMENT.
001520 01  WS-TRAN-LINE.
001530     05  WS-TRN-TYPE             PIC X(03).
001540         88  WS-TRN-REQUEST      VALUE 'REQ'.
001550         88  WS-TRN-APPROVE      VALUE 'APR'.
001560         88  WS-TRN-DECLINE      VALUE 'DCL'.
001570     05  FILLER                  PIC X(01).
001580     05  WS-TRN-ACTION           PIC X(03).
001590         88  WS-TRN-ACTION-CHG   VALUE 'CHG'.
001600         88  WS-TRN-ACTION-VALID VALUE 'CHG' 'DEL' 'REV'.
001610     05  FILLER                  PIC X(01).
001620     05  WS-TRN-RUN-DATE         PIC X(08).
001630     05  FILLER                  PIC X(01).
001640     05  WS-TRN-REC-NO           PIC X(06).
001650     05  FILLER                  PIC X(01).
001660     05  WS-TRN-QUEUE-SEQ        PIC X(06).
001670     05  FILLER                  PIC X(01).
001680     05  WS-TRN-USER             PIC X(08).
001690     05  FILLER                  PIC X(01).
001700     05  WS-TRN-REASON           PIC X(60).
001710     05  FILLER                  PIC X(01).
001720     05  WS-TRN-SOURCE-LINE      PIC X(200).
001730
001740* CORRECTION QUEUE. THE WHOLE QUEUE IS HELD IN THE TABLE SO
001750* ENTRIES CAN BE ADDED AND DECIDED AND THE FILE REWRITTEN AT
001760* END OF RUN, AS WITH THE RECYCLE REGISTER IN CALRCYC.
001770 COPY CALCOR01.
001780 01  WS-COR-MAX                  PIC 9(04) VALUE 2000.
001790 01  WS-COR-COUNT                PIC 9(04) VALUE ZERO.
001800 01  WS-COR-TABLE.
001810     05  WS-COR-ENTRY OCCURS 2000 TIMES
001820                                 PIC X(348).
001830 01  J                           PIC 9(04) VALUE ZERO.
001840 01  WS-COR-HIT-IX               PIC 9(04) VALUE ZERO.
001850 01  WS-NEXT-COR-SEQ             PIC 9(06) VALUE ZERO.
001860 01  WS-PARSED-QUEUE-SEQ         PIC 9(06) VALUE ZERO.
001870 01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
001880     88  WS-ENTRY-FOUND          VALUE 'Y'.
001890 01  WS-KEY-PENDING-SW           PIC X(01) VALUE 'N'.
001900     88  WS-KEY-PENDING          VALUE 'Y'.
001910 01  WS-MASTER-FOUND-SW          PIC X(01) VALUE 'N'.
001920     88  WS-MASTER-FOUND         VALUE 'Y'.
001930 01  WS-REFUSE-REASON            PIC X(60) VALUE SPACES.
001940
001950* PERIOD-LOCK CALL BLOCK FOR CALPCHK. A CORRECTION IS ONLY
001960* APPLIED TO A RECORD WHOSE BUSINESS MONTH IS OPEN OR HAS BEEN
001970* FORMALLY REOPENED.
001980 01  WS-PCHK-PARM.
001990     05  WS-PCK-MONTH            PIC 9(06).
002000     05  WS-PCK-PERIOD-STATUS    PIC X(01).
002010         88  WS-PCK-PERIOD-CLOSED    VALUE 'C'.
002020         88  WS-PCK-PERIOD-REOPENED  VALUE 'R'.
002030     05  WS-PCK-REOPEN-DATE      PIC 9(08).
002040     05  WS-PCK-REOPEN-USER      PIC X(08).
002050     05  WS-PCK-REOPEN-REASON    PIC X(40).
002060     05  WS-PCK-STATUS           PIC X(01).
002070
002080* CALIBRATION MASTER JOURNAL (SHARED WITH CALLOAD, CALMBKP AND
002090* CALMRCV). THE NEXT SEQUENCE NUMBER IS PRIMED FROM THE LAST
002100* JOURNAL RECORD AT START OF RUN, AS IN CALLOAD.
002110 COPY CALJRN01.
002120 01  WS-JRN-NEXT-SEQ             PIC 9(09) VALUE ZERO.
002130
002140* RESCORING WORK AREAS. THE SCAN RULES AND THE DIGIT WORD
002150* CONSTANTS MIRROR 2300-SCAN-ONE-POSITION IN AOC-2023-12-01.
002160* THE EXTRACT CARRIES THE DIGITS-ONLY VALUE ON CALOUTPT, AND SO
002170* ON THE MASTER, FOR A SUPPLIER WHOSE PROFILE IS IN DIGITS MODE,
002180* AND THE COMBINED WORDS-AND-DIGITS VALUE FOR EVERY OTHER ONE;
002190* WS-RESCORE-MODE-SW SELECTS THE SAME SCAN FOR THE RESCORE. THE
002200* SUPPLIER PROFILE MASTER IS OPENED ONLY WHEN A RESCORED RECORD
002210* NAMES ITS SUPPLIER.
002220 01  WS-SUPMST-OPEN-SW           PIC X(01) VALUE 'N'.
002230     88  WS-SUPMST-OPEN          VALUE 'Y'.
002240 01  WS-RESCORE-MODE-SW          PIC X(01) VALUE 'C'.
002250     88  WS-RESCORE-COMBINED     VALUE 'C'.
002260     88  WS-RESCORE-DIGITS-ONLY  VALUE 'D'.
002270 01  WS-SCAN-LINE                PIC X(200).
002280 01  I                           PIC 9(03) VALUE ZERO.
002290 01  CAR-REC                     PIC X(01).
002300 01  PRE-CHI                     PIC S9(1) VALUE ZERO.
002310 01  DER-CHI                     PIC S9(1) VALUE ZERO.
002320 01  WS-DIGIT-VALUE              PIC 9(01) VALUE ZERO.
002330 01  WS-FIRST-DIGIT-SW           PIC X(01) VALUE 'N'.
002340     88  WS-FIRST-DIGIT-FOUND    VALUE 'Y'.
002350 01  WS-DIGIT-FOUND-SW           PIC X(01) VALUE 'N'.
002360     88  WS-DIGIT-FOUND          VALUE 'Y'.
002370 01  WS-RESCORED-VALUE           PIC 9(02) VALUE ZERO.
002380
002390 01  ONE                         PIC X(03) VALUE 'one'.
002400 01  TWO                         PIC X(03) VALUE 'two'.
002410 01  THREE                       PIC X(05) VALUE 'three'.
002420 01  FOUR                        PIC X(04) VALUE 'four'.
002430 01  FIVE                        PIC X(05) VALUE 'five'.
002440 01  SIX                         PIC X(03) VALUE 'six'.
002450 01  SEVEN                       PIC X(05) VALUE 'seven'.
002460 01  EIGHT                       PIC X(05) VALUE 'eight'.
002470 01  NINE                        PIC X(04) VALUE 'nine'.
002480
002490* RUN DATE AND TRANSACTION COUNTS
002500 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002510 01  WS-TRAN-COUNT               PIC 9(06) VALUE ZERO.
002520 01  WS-REQUESTED-COUNT          PIC 9(06) VALUE ZERO.
002530 01  WS-APPLIED-COUNT            PIC 9(06) VALUE ZERO.
002540 01  WS-DECLINED-COUNT           PIC 9(06) VALUE ZERO.
002550 01  WS-REFUSED-COUNT            PIC 9(06) VALUE ZERO.
002560 01  WS-PENDING-COUNT            PIC 9(06) VALUE ZERO.
002570
002580* CORRECTION REPORT LINE LAYOUTS
002590 01  WS-COR-HEADING.
002600     05  FILLER                  PIC X(37) VALUE
002610         'CALIBRATION MASTER CORRECTIONS - RUN '.
002620     05  WS-HDG-RUN-DATE         PIC 9(08).
002630 01  WS-COR-COL-HEADS            PIC X(104) VALUE
002640     'TRN QUEUE  ACT RUN DATE RECNO  REQUESTR APPROVER OL NW OUTCO
002650-    'ME    REASON'.
002660 01  WS-COR-DETAIL.
002670     05  WS-CRD-TRN-TYPE         PIC X(03).
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  WS-CRD-SEQ-NO           PIC 9(06).
002700     05  FILLER                  PIC X(01) VALUE SPACE.
002710     05  WS-CRD-ACTION           PIC X(03).
002720     05  FILLER                  PIC X(01) VALUE SPACE.
002730     05  WS-CRD-RUN-DATE         PIC X(08).
002740     05  FILLER                  PIC X(01) VALUE SPACE.
002750     05  WS-CRD-REC-NO           PIC X(06).
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  WS-CRD-REQUESTER        PIC X(08).
002780     05  FILLER                  PIC X(01) VALUE SPACE.
002790     05  WS-CRD-APPROVER         PIC X(08).
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002810     05  WS-CRD-OLD-ETAL         PIC Z9.
002820     05  FILLER                  PIC X(01) VALUE SPACE.
002830     05  WS-CRD-NEW-ETAL         PIC Z9.
002840     05  FILLER                  PIC X(01) VALUE SPACE.
002850     05  WS-CRD-OUTCOME          PIC X(09).
002860     05  FILLER                  PIC X(01) VALUE SPACE.
002870     05  WS-CRD-TEXT             PIC X(60).
002880 01  WS-COR-SUMMARY.
002890     05  WS-CRS-LABEL            PIC X(26).
002900     05  FILLER                  PIC X(01) VALUE SPACE.
002910     05  WS-CRS-COUNT            PIC 9(06).
002920
002930 PROCEDURE DIVISION.
002940
002950 0000-MAINLINE.
002960     DISPLAY 'CALMCOR'
002970     PERFORM 1000-INITIALIZE
002980     PERFORM 2000-MAIN-PROCESSING
002990     IF WS-REFUSED-COUNT > ZERO
003000         DISPLAY 'CALMCOR ENDED WITH TRANSACTIONS REFUSED :'
003010             WS-REFUSED-COUNT
003020         MOVE 4 TO RETURN-CODE
003030     ELSE
003040         DISPLAY 'CALMCOR ENDED CLEAN'
003050     END-IF
003060     STOP RUN
003070     .
003080
003090* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME,
003100* FALLING BACK TO THE DEVELOPMENT DEFAULTS WHEN THE VARIABLES
003110* ARE NOT SET.
003120 1000-INITIALIZE.
003130     MOVE SPACES TO WS-CORTRAN-PATH
003140     ACCEPT WS-CORTRAN-PATH
003150         FROM ENVIRONMENT 'AOC-CORTRAN'
003160     IF WS-CORTRAN-PATH = SPACES
003170         MOVE WS-DEFAULT-CORTRAN-PATH TO WS-CORTRAN-PATH
003180     END-IF
003190
003200     MOVE SPACES TO WS-CORQUEUE-PATH
003210     ACCEPT WS-CORQUEUE-PATH
003220         FROM ENVIRONMENT 'AOC-CORQUEUE'
003230     IF WS-CORQUEUE-PATH = SPACES
003240         MOVE WS-DEFAULT-CORQUEUE-PATH TO WS-CORQUEUE-PATH
003250     END-IF
003260
003270     MOVE SPACES TO WS-CALJRNL-PATH
003280     ACCEPT WS-CALJRNL-PATH
003290         FROM ENVIRONMENT 'AOC-CALJRNL'
003300     IF WS-CALJRNL-PATH = SPACES
003310         MOVE WS-DEFAULT-CALJRNL-PATH TO WS-CALJRNL-PATH
003320     END-IF
003330
003340     MOVE SPACES TO WS-CALMST-PATH
003350     ACCEPT WS-CALMST-PATH
003360         FROM ENVIRONMENT 'AOC-CALMST'
003370     IF WS-CALMST-PATH = SPACES
003380         MOVE WS-DEFAULT-CALMST-PATH TO WS-CALMST-PATH
003390     END-IF
003400
003410     MOVE SPACES TO WS-CORRPT-PATH
003420     ACCEPT WS-CORRPT-PATH
003430         FROM ENVIRONMENT 'AOC-CORRPT'
003440     IF WS-CORRPT-PATH = SPACES
003450         MOVE WS-DEFAULT-CORRPT-PATH TO WS-CORRPT-PATH
003460     END-IF
003470
003480     MOVE SPACES TO WS-SUPMST-PATH
003490     ACCEPT WS-SUPMST-PATH
003500         FROM ENVIRONMENT 'AOC-SUPMST'
003510     IF WS-SUPMST-PATH = SPACES
003520         MOVE WS-DEFAULT-SUPMST-PATH TO WS-SUPMST-PATH
003530     END-IF
003540
003550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003560     .
003570
003580 2000-MAIN-PROCESSING.
003590     PERFORM 3100-OPEN-CORRPT
003600     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
003610     MOVE WS-COR-HEADING TO COR-RPT-RECORD
003620     PERFORM 6000-WRITE-COR-LINE
003630     MOVE SPACES TO COR-RPT-RECORD
003640     PERFORM 6000-WRITE-COR-LINE
003650     MOVE WS-COR-COL-HEADS TO COR-RPT-RECORD
003660     PERFORM 6000-WRITE-COR-LINE
003670     PERFORM 2100-LOAD-CORRECTION-QUEUE
003680     PERFORM 1200-PRIME-JOURNAL-SEQUENCE
003690     PERFORM 3300-OPEN-CALJRNL
003700     PERFORM 3200-OPEN-CALMST
003710     PERFORM 2200-PROCESS-TRANSACTIONS
003720     PERFORM 5200-CLOSE-CALMST
003730     PERFORM 5300-CLOSE-CALJRNL
003740     PERFORM 5400-CLOSE-SUPMST
003750     PERFORM 2700-REWRITE-CORRECTION-QUEUE
003760     PERFORM 2800-LIST-PENDING-CORRECTIONS
003770     PERFORM 2900-REPORT-COUNTS
003780     PERFORM 5100-CLOSE-CORRPT
003790     .
003800
003810* 1200-PRIME-JOURNAL-SEQUENCE READS THE JOURNAL THROUGH TO ITS
003820* LAST RECORD AND PRIMES THE NEXT SEQUENCE NUMBER FROM IT, AS
003830* IN CALLOAD, SO CORRECTIONS AND LOADS SHARE ONE UNBROKEN
003840* SEQUENCE FOR CALMRCV TO ROLL FORWARD IN ORDER.
003850 1200-PRIME-JOURNAL-SEQUENCE.
003860     MOVE ZERO TO WS-JRN-NEXT-SEQ
003870     OPEN INPUT CALJRNL
003880     IF NOT CALJRNL-STATUS-OK
003890         CONTINUE
003900     ELSE
003910         PERFORM 4200-READ-CALJRNL
003920         PERFORM UNTIL CALJRNL-STATUS-EOF
003930         OR NOT CALJRNL-STATUS-OK
003940             MOVE CALJRNL-RECORD TO CALMST-JOURNAL-RECORD
003950             MOVE JRN-SEQ-NO TO WS-JRN-NEXT-SEQ
003960             PERFORM 4200-READ-CALJRNL
003970         END-PERFORM
003980         CLOSE CALJRNL
003990     END-IF
004000     ADD 1 TO WS-JRN-NEXT-SEQ
004010     .
004020
004030* 2100-LOAD-CORRECTION-QUEUE READS THE PERSISTENT QUEUE INTO
004040* THE IN-STORAGE TABLE. A MISSING QUEUE (STATUS 35) IS A FIRST
004050* RUN, NOT AN ERROR; ANY OTHER OPEN FAILURE STOPS THE RUN, SINCE
004060* THE REWRITE WOULD OTHERWISE LOSE EVERY QUEUED CORRECTION. A
004070* QUEUE THAT HAS OUTGROWN THE TABLE ALSO STOPS THE RUN -
004080* DROPPING A PENDING CORRECTION WOULD LOSE A REQUEST SOMEONE
004090* IS WAITING ON.
004100 2100-LOAD-CORRECTION-QUEUE.
004110     MOVE ZERO TO WS-COR-COUNT
004120     MOVE ZERO TO WS-NEXT-COR-SEQ
004130     OPEN INPUT CORQUEUE
004140     IF NOT CORQUEUE-STATUS-OK
004150         AND NOT CORQUEUE-STATUS-NOFILE
004160         DISPLAY 'OPEN ERROR ON CORQUEUE'
004170         DISPLAY 'FILE STATUS : ' CORQUEUE-STATUS
004180         MOVE 12 TO RETURN-CODE
004190         STOP RUN
004200     END-IF
004210     IF CORQUEUE-STATUS-NOFILE
004220         DISPLAY 'NO CORRECTION QUEUE FOUND - NEW ONE STARTS '
004230             'WITH THIS RUN'
004240     ELSE
004250         PERFORM 4100-READ-CORQUEUE
004260         PERFORM UNTIL CORQUEUE-STATUS-EOF
004270         OR NOT CORQUEUE-STATUS-OK
004280             IF WS-COR-COUNT >= WS-COR-MAX
004290                 DISPLAY 'CORRECTION QUEUE FULL - INCREASE '
004300                     'WS-COR-MAX AND RERUN'
004310                 MOVE 8 TO RETURN-CODE
004320                 STOP RUN
004330             END-IF
004340             ADD 1 TO WS-COR-COUNT
004350             MOVE CORQUEUE-RECORD TO WS-COR-ENTRY(WS-COR-COUNT)
004360             MOVE CORQUEUE-RECORD TO CALMST-CORRECTION-RECORD
004370             IF COR-SEQ-NO > WS-NEXT-COR-SEQ
004380                 MOVE COR-SEQ-NO TO WS-NEXT-COR-SEQ
004390             END-IF
004400             PERFORM 4100-READ-CORQUEUE
004410         END-PERFORM
004420         CLOSE CORQUEUE
004430     END-IF
004440     .
004450
004460* 2200-PROCESS-TRANSACTIONS READS THE DAY'S CORRECTION
004470* TRANSACTIONS IN THE ORDER GIVEN. A REQUEST AND ITS APPROVAL
004480* MAY ARRIVE IN THE SAME RUN; THE APPROVAL STILL HAS TO COME
004490* FROM A DIFFERENT USER. NO TRANSACTION FILE SIMPLY LISTS THE
004500* QUEUE, SO THE STEP CAN RUN DAILY AS A REMINDER OF WHAT IS
004510* STILL WAITING FOR A CHECKER.
004520 2200-PROCESS-TRANSACTIONS.
004530     OPEN INPUT CORTRAN
004540     IF NOT CORTRAN-STATUS-OK
004550         DISPLAY 'NO CORRECTION TRANSACTIONS - QUEUE LISTED ONLY'
004560     ELSE
004570         PERFORM 4300-READ-CORTRAN
004580         PERFORM UNTIL CORTRAN-STATUS-EOF
004590         OR NOT CORTRAN-STATUS-OK
004600             IF CORTRAN-RECORD NOT = SPACES
004610                 AND CORTRAN-RECORD(1:1) NOT = '*'
004620                 MOVE CORTRAN-RECORD TO WS-TRAN-LINE
004630                 PERFORM 2250-PROCESS-ONE-TRANSACTION
004640             END-IF
004650             PERFORM 4300-READ-CORTRAN
004660         END-PERFORM
004670         CLOSE CORTRAN
004680     END-IF
004690     .
004700
004710* 2250-PROCESS-ONE-TRANSACTION ROUTES ONE TRANSACTION TO ITS
004720* HANDLER. A HANDLER THAT CANNOT ACT LEAVES ITS REASON IN
004730* WS-REFUSE-REASON; THE TRANSACTION IS THEN REPORTED AS REFUSED
004740* AND THE QUEUE AND THE MASTER ARE LEFT AS THEY WERE. A REFUSAL
004750* IS A BAD TRANSACTION, NOT A FAILED RUN, SO THE REST OF THE
004760* DAY'S TRANSACTIONS STILL GO THROUGH.
004770 2250-PROCESS-ONE-TRANSACTION.
004780     ADD 1 TO WS-TRAN-COUNT
004790     MOVE SPACES TO WS-REFUSE-REASON
004800     EVALUATE TRUE
004810         WHEN WS-TRN-REQUEST
004820             PERFORM 2300-REQUEST-CORRECTION
004830                 THRU 2300-EXIT
004840         WHEN WS-TRN-APPROVE
004850             PERFORM 2400-APPROVE-CORRECTION
004860                 THRU 2400-EXIT
004870         WHEN WS-TRN-DECLINE
004880             PERFORM 2500-DECLINE-CORRECTION
004890                 THRU 2500-EXIT
004900         WHEN OTHER
004910             MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REFUSE-REASON
004920     END-EVALUATE
004930     IF WS-REFUSE-REASON NOT = SPACES
004940         ADD 1 TO WS-REFUSED-COUNT
004950         MOVE WS-TRN-TYPE      TO WS-CRD-TRN-TYPE
004960         MOVE ZERO             TO WS-CRD-SEQ-NO
004970         IF WS-TRN-QUEUE-SEQ IS NUMERIC
004980             MOVE WS-TRN-QUEUE-SEQ TO WS-CRD-SEQ-NO
004990         END-IF
005000         MOVE WS-TRN-ACTION    TO WS-CRD-ACTION
005010         MOVE WS-TRN-RUN-DATE  TO WS-CRD-RUN-DATE
005020         MOVE WS-TRN-REC-NO    TO WS-CRD-REC-NO
005030         MOVE WS-TRN-USER      TO WS-CRD-REQUESTER
005040         MOVE SPACES           TO WS-CRD-APPROVER
005050         MOVE ZERO             TO WS-CRD-OLD-ETAL
005060         MOVE ZERO             TO WS-CRD-NEW-ETAL
005070         MOVE 'REFUSED'        TO WS-CRD-OUTCOME
005080         MOVE WS-REFUSE-REASON TO WS-CRD-TEXT
005090         MOVE WS-COR-DETAIL    TO COR-RPT-RECORD
005100         PERFORM 6000-WRITE-COR-LINE
005110     END-IF
005120     .
005130
005140* 2300-REQUEST-CORRECTION EDITS A REQ TRANSACTION AND PARKS IT
005150* ON THE QUEUE AS PENDING. THE MASTER RECORD MUST EXIST AND
005160* STILL BE LIVE, AND ONLY ONE CORRECTION MAY BE PENDING PER KEY
005170* AT A TIME - TWO OPEN REQUESTS AGAINST ONE RECORD WOULD LET
005180* THE CHECKER APPROVE A CHANGE AGAINST A VALUE THAT NO LONGER
005190* STANDS. A CHG IS RESCORED NOW SO THE CHECKER SEES THE VALUE
005200* BEING APPROVED.
005210 2300-REQUEST-CORRECTION.
005220     IF NOT WS-TRN-ACTION-VALID
005230         MOVE 'INVALID CORRECTION ACTION' TO WS-REFUSE-REASON
005240         GO TO 2300-EXIT
005250     END-IF
005260     IF WS-TRN-RUN-DATE NOT NUMERIC
005270         OR WS-TRN-REC-NO NOT NUMERIC
005280         MOVE 'MASTER KEY NOT NUMERIC' TO WS-REFUSE-REASON
005290         GO TO 2300-EXIT
005300     END-IF
005310     IF WS-TRN-USER = SPACES
005320         MOVE 'REQUESTER MISSING' TO WS-REFUSE-REASON
005330         GO TO 2300-EXIT
005340     END-IF
005350     IF WS-TRN-REASON = SPACES
005360         MOVE 'REASON MISSING' TO WS-REFUSE-REASON
005370         GO TO 2300-EXIT
005380     END-IF
005390     IF WS-TRN-ACTION-CHG
005400         AND WS-TRN-SOURCE-LINE = SPACES
005410         MOVE 'REPLACEMENT SOURCE LINE MISSING'
005420             TO WS-REFUSE-REASON
005430         GO TO 2300-EXIT
005440     END-IF
005450
005460     MOVE WS-TRN-RUN-DATE TO CALM-RUN-DATE
005470     MOVE WS-TRN-REC-NO   TO CALM-REC-NO
005480     PERFORM 4400-READ-CALMST-KEY
005490     IF NOT WS-MASTER-FOUND
005500         MOVE 'MASTER KEY NOT ON FILE' TO WS-REFUSE-REASON
005510         GO TO 2300-EXIT
005520     END-IF
005530     IF NOT CALM-LIVE
005540         MOVE 'RECORD ALREADY DELETED OR REVERSED'
005550             TO WS-REFUSE-REASON
005560         GO TO 2300-EXIT
005570     END-IF
005580
005590     MOVE 'N' TO WS-KEY-PENDING-SW
005600     PERFORM 2350-CHECK-PENDING-FOR-KEY
005610         THRU 2350-EXIT
005620         VARYING J FROM 1 BY 1
005630         UNTIL J > WS-COR-COUNT
005640         OR WS-KEY-PENDING
005650     IF WS-KEY-PENDING
005660         MOVE 'A CORRECTION IS ALREADY PENDING FOR THIS KEY'
005670             TO WS-REFUSE-REASON
005680         GO TO 2300-EXIT
005690     END-IF
005700
005710     IF WS-COR-COUNT >= WS-COR-MAX
005720         DISPLAY 'CORRECTION QUEUE FULL - INCREASE '
005730             'WS-COR-MAX AND RERUN'
005740         MOVE 8 TO RETURN-CODE
005750         STOP RUN
005760     END-IF
005770
005780     MOVE SPACES             TO CALMST-CORRECTION-RECORD
005790     ADD 1 TO WS-NEXT-COR-SEQ
005800     MOVE WS-NEXT-COR-SEQ    TO COR-SEQ-NO
005810     MOVE 'PENDING '         TO COR-STATUS
005820     MOVE WS-TRN-ACTION      TO COR-ACTION
005830     MOVE CALM-KEY           TO COR-KEY
005840     MOVE WS-TRN-USER        TO COR-REQUESTER
005850     MOVE WS-RUN-DATE        TO COR-REQUEST-DATE
005860     MOVE SPACES             TO COR-APPROVER
005870     MOVE ZERO               TO COR-APPROVE-DATE
005880     MOVE ZERO               TO COR-JRN-SEQ-NO
005890     MOVE CALM-ETALONNAGE    TO COR-OLD-ETALONNAGE
005900     MOVE ZERO               TO COR-NEW-ETALONNAGE
005910     MOVE WS-TRN-REASON      TO COR-REASON
005920     IF WS-TRN-ACTION-CHG
005930         MOVE WS-TRN-SOURCE-LINE TO COR-NEW-SOURCE-LINE
005940         MOVE WS-TRN-SOURCE-LINE TO WS-SCAN-LINE
005950         PERFORM 2650-RESCAN-SOURCE-LINE
005960         MOVE WS-RESCORED-VALUE  TO COR-NEW-ETALONNAGE
005970     END-IF
005980     ADD 1 TO WS-COR-COUNT
005990     MOVE CALMST-CORRECTION-RECORD TO WS-COR-ENTRY(WS-COR-COUNT)
006000     ADD 1 TO WS-REQUESTED-COUNT
006010
006020     MOVE 'REQUESTED' TO WS-CRD-OUTCOME
006030     MOVE COR-REASON  TO WS-CRD-TEXT
006040     PERFORM 2600-WRITE-QUEUE-ENTRY-LINE
006050     .
006060 2300-EXIT.
006070     EXIT
006080     .
006090
006100 2350-CHECK-PENDING-FOR-KEY.
006110     MOVE WS-COR-ENTRY(J) TO CALMST-CORRECTION-RECORD
006120     IF COR-PENDING
006130         AND COR-KEY = CALM-KEY
006140         SET WS-KEY-PENDING TO TRUE
006150     END-IF
006160     .
006170 2350-EXIT.
006180     EXIT
006190     .
006200
006210* 2400-APPROVE-CORRECTION APPLIES A PENDING CORRECTION ONCE A
006220* SECOND USER APPROVES IT. THE APPROVER MAY NOT BE THE
006230* REQUESTER. A CORRECTION ALREADY CARRIED BY THE MASTER RECORD
006240* (THE RUN THAT APPLIED IT ENDED BEFORE THE QUEUE WAS
006250* REWRITTEN) IS MARKED APPLIED WITHOUT A SECOND REWRITE, SO A
006260* RERUN NEVER JOURNALS THE SAME CORRECTION TWICE.
006270 2400-APPROVE-CORRECTION.
006280     PERFORM 2550-FIND-QUEUE-ENTRY
006290         THRU 2550-EXIT
006300     IF WS-REFUSE-REASON NOT = SPACES
006310         GO TO 2400-EXIT
006320     END-IF
006330     IF WS-TRN-USER = SPACES
006340         MOVE 'APPROVER MISSING' TO WS-REFUSE-REASON
006350         GO TO 2400-EXIT
006360     END-IF
006370     IF WS-TRN-USER = COR-REQUESTER
006380         MOVE 'APPROVER MAY NOT BE THE REQUESTER'
006390             TO WS-REFUSE-REASON
006400         GO TO 2400-EXIT
006410     END-IF
006420
006430     MOVE COR-KEY TO CALM-KEY
006440     PERFORM 4400-READ-CALMST-KEY
006450     IF NOT WS-MASTER-FOUND
006460         MOVE 'MASTER KEY NO LONGER ON FILE' TO WS-REFUSE-REASON
006470         GO TO 2400-EXIT
006480     END-IF
006490
006500     IF NOT CALM-AS-LOADED
006510         AND CALM-CORR-SEQ-NO = COR-SEQ-NO
006520         MOVE 'APPLIED ' TO COR-STATUS
006530         MOVE WS-TRN-USER TO COR-APPROVER
006540         MOVE WS-RUN-DATE TO COR-APPROVE-DATE
006550         MOVE CALMST-CORRECTION-RECORD
006560             TO WS-COR-ENTRY(WS-COR-HIT-IX)
006570         ADD 1 TO WS-APPLIED-COUNT
006580         MOVE 'APPLIED' TO WS-CRD-OUTCOME
006590         MOVE 'ALREADY ON MASTER - QUEUE MARKED APPLIED'
006600             TO WS-CRD-TEXT
006610         PERFORM 2600-WRITE-QUEUE-ENTRY-LINE
006620         GO TO 2400-EXIT
006630     END-IF
006640
006650     IF NOT CALM-LIVE
006660         MOVE 'RECORD ALREADY DELETED OR REVERSED'
006670             TO WS-REFUSE-REASON
006680         GO TO 2400-EXIT
006690     END-IF
006700
006710     MOVE CALM-RUN-DATE(1:6) TO WS-PCK-MONTH
006720     CALL 'CALPCHK' USING WS-PCHK-PARM
006730     IF WS-PCK-STATUS NOT = '0'
006740         DISPLAY 'PERIOD REGISTER UNREADABLE - CORRECTIONS '
006750             'STOPPED'
006760         MOVE 12 TO RETURN-CODE
006770         STOP RUN
006780     END-IF
006790     IF WS-PCK-PERIOD-CLOSED
006800         MOVE 'PERIOD CLOSED - REOPEN BEFORE APPROVING'
006810             TO WS-REFUSE-REASON
006820         GO TO 2400-EXIT
006830     END-IF
006840
006850     PERFORM 2450-APPLY-TO-MASTER
006860
006870     MOVE 'APPLIED '      TO COR-STATUS
006880     MOVE WS-TRN-USER     TO COR-APPROVER
006890     MOVE WS-RUN-DATE     TO COR-APPROVE-DATE
006900     MOVE JRN-SEQ-NO      TO COR-JRN-SEQ-NO
006910     MOVE CALMST-CORRECTION-RECORD TO WS-COR-ENTRY(WS-COR-HIT-IX)
006920     ADD 1 TO WS-APPLIED-COUNT
006930
006940     MOVE 'APPLIED'  TO WS-CRD-OUTCOME
006950     MOVE COR-REASON TO WS-CRD-TEXT
006960     PERFORM 2600-WRITE-QUEUE-ENTRY-LINE
006970     IF WS-PCK-PERIOD-REOPENED
006980         STRING '    APPLIED UNDER REOPEN OF PERIOD '
006990                                        DELIMITED BY SIZE
007000             WS-PCK-MONTH               DELIMITED BY SIZE
007010             ' ON '                     DELIMITED BY SIZE
007020             WS-PCK-REOPEN-DATE         DELIMITED BY SIZE
007030             ' BY '                     DELIMITED BY SIZE
007040             WS-PCK-REOPEN-USER         DELIMITED BY SIZE
007050             ' : '                      DELIMITED BY SIZE
007060             WS-PCK-REOPEN-REASON       DELIMITED BY SIZE
007070             INTO COR-RPT-RECORD
007080         PERFORM 6000-WRITE-COR-LINE
007090     END-IF
007100     .
007110 2400-EXIT.
007120     EXIT
007130     .
007140
007150* 2450-APPLY-TO-MASTER CHANGES THE MASTER RECORD JUST READ
007160* UNDER THE QUEUED ACTION, REWRITES IT AND JOURNALS THE AFTER-
007170* IMAGE. THE VALUE REPLACED IS TAKEN AGAIN FROM THE MASTER AT
007180* THIS POINT, SO THE REPORT SHOWS WHAT WAS ACTUALLY OVERWRITTEN.
007190* A DELETED OR REVERSED RECORD KEEPS ITS DATA FOR THE AUDIT
007200* TRAIL; ONLY ITS STATUS CHANGES.
007210 2450-APPLY-TO-MASTER.
007220     MOVE CALM-ETALONNAGE TO COR-OLD-ETALONNAGE
007230     EVALUATE TRUE
007240         WHEN COR-ACTION-CHG
007250             MOVE COR-NEW-SOURCE-LINE TO CALM-SOURCE-LINE
007260             MOVE CALM-SOURCE-LINE    TO WS-SCAN-LINE
007270             PERFORM 2650-RESCAN-SOURCE-LINE
007280             MOVE PRE-CHI             TO CALM-PRE-CHI
007290             MOVE DER-CHI             TO CALM-DER-CHI
007300             MOVE WS-RESCORED-VALUE   TO CALM-ETALONNAGE
007310             MOVE WS-RESCORED-VALUE   TO COR-NEW-ETALONNAGE
007320             MOVE 'C'                 TO CALM-RECORD-STATUS
007330             MOVE 'CHG'               TO JRN-ACTION
007340         WHEN COR-ACTION-DEL
007350             MOVE ZERO                TO COR-NEW-ETALONNAGE
007360             MOVE 'D'                 TO CALM-RECORD-STATUS
007370             MOVE 'DEL'               TO JRN-ACTION
007380         WHEN OTHER
007390             MOVE ZERO                TO COR-NEW-ETALONNAGE
007400             MOVE 'R'                 TO CALM-RECORD-STATUS
007410             MOVE 'REV'               TO JRN-ACTION
007420     END-EVALUATE
007430     MOVE COR-SEQ-NO  TO CALM-CORR-SEQ-NO
007440     MOVE WS-RUN-DATE TO CALM-CORR-DATE
007450
007460     REWRITE CALIBRATION-MASTER-RECORD
007470     IF NOT CALMST-STATUS-OK
007480         DISPLAY 'REWRITE ERROR ON CALMST'
007490         DISPLAY 'FILE STATUS : ' CALMST-STATUS
007500         MOVE 12 TO RETURN-CODE
007510         STOP RUN
007520     END-IF
007530     PERFORM 2460-JOURNAL-AFTER-IMAGE
007540     .
007550
007560* 2460-JOURNAL-AFTER-IMAGE APPENDS THE AFTER-IMAGE OF THE
007570* MASTER RECORD JUST REWRITTEN TO THE JOURNAL UNDER THE NEXT
007580* SEQUENCE NUMBER, AS IN CALLOAD. JRN-ACTION IS ALREADY SET BY
007590* THE CALLER. A JOURNAL THAT CANNOT BE WRITTEN STOPS THE RUN.
007600 2460-JOURNAL-AFTER-IMAGE.
007610     MOVE WS-JRN-NEXT-SEQ TO JRN-SEQ-NO
007620     MOVE WS-RUN-DATE     TO JRN-RUN-DATE
007630     MOVE CALIBRATION-MASTER-RECORD TO JRN-AFTER-IMAGE
007640     MOVE CALMST-JOURNAL-RECORD TO CALJRNL-RECORD
007650     WRITE CALJRNL-RECORD
007660     IF NOT CALJRNL-STATUS-OK
007670         DISPLAY 'WRITE ERROR ON CALJRNL'
007680         DISPLAY 'FILE STATUS : ' CALJRNL-STATUS
007690         MOVE 12 TO RETURN-CODE
007700         STOP RUN
007710     END-IF
007720     ADD 1 TO WS-JRN-NEXT-SEQ
007730     .
007740
007750* 2500-DECLINE-CORRECTION CLOSES A PENDING CORRECTION WITHOUT
007760* TOUCHING THE MASTER. THE REQUESTER MAY WITHDRAW THEIR OWN
007770* REQUEST THIS WAY; THE DECIDING USER IS RECORDED EITHER WAY.
007780 2500-DECLINE-CORRECTION.
007790     PERFORM 2550-FIND-QUEUE-ENTRY
007800         THRU 2550-EXIT
007810     IF WS-REFUSE-REASON NOT = SPACES
007820         GO TO 2500-EXIT
007830     END-IF
007840     IF WS-TRN-USER = SPACES
007850         MOVE 'DECIDING USER MISSING' TO WS-REFUSE-REASON
007860         GO TO 2500-EXIT
007870     END-IF
007880     MOVE 'DECLINED'  TO COR-STATUS
007890     MOVE WS-TRN-USER TO COR-APPROVER
007900     MOVE WS-RUN-DATE TO COR-APPROVE-DATE
007910     MOVE CALMST-CORRECTION-RECORD TO WS-COR-ENTRY(WS-COR-HIT-IX)
007920     ADD 1 TO WS-DECLINED-COUNT
007930     MOVE 'DECLINED' TO WS-CRD-OUTCOME
007940     IF WS-TRN-REASON NOT = SPACES
007950         MOVE WS-TRN-REASON TO WS-CRD-TEXT
007960     ELSE
007970         MOVE COR-REASON    TO WS-CRD-TEXT
007980     END-IF
007990     PERFORM 2600-WRITE-QUEUE-ENTRY-LINE
008000     .
008010 2500-EXIT.
008020     EXIT
008030     .
008040
008050* 2550-FIND-QUEUE-ENTRY LOOKS UP THE QUEUE SEQUENCE NUMBER
008060* NAMED ON AN APR OR DCL TRANSACTION, LEAVING THE ENTRY IN
008070* CALMST-CORRECTION-RECORD AND ITS SUBSCRIPT IN WS-COR-HIT-IX.
008080* ONLY A PENDING ENTRY CAN BE DECIDED.
008090 2550-FIND-QUEUE-ENTRY.
008100     IF WS-TRN-QUEUE-SEQ NOT NUMERIC
008110         MOVE 'QUEUE SEQUENCE NOT NUMERIC' TO WS-REFUSE-REASON
008120         GO TO 2550-EXIT
008130     END-IF
008140     MOVE WS-TRN-QUEUE-SEQ TO WS-PARSED-QUEUE-SEQ
008150     MOVE 'N'  TO WS-ENTRY-FOUND-SW
008160     MOVE ZERO TO WS-COR-HIT-IX
008170     PERFORM 2560-MATCH-ONE-QUEUE-ENTRY
008180         THRU 2560-EXIT
008190         VARYING J FROM 1 BY 1
008200         UNTIL J > WS-COR-COUNT
008210         OR WS-ENTRY-FOUND
008220     IF NOT WS-ENTRY-FOUND
008230         MOVE 'QUEUE SEQUENCE NOT ON QUEUE' TO WS-REFUSE-REASON
008240         GO TO 2550-EXIT
008250     END-IF
008260     MOVE WS-COR-ENTRY(WS-COR-HIT-IX) TO CALMST-CORRECTION-RECORD
008270     IF NOT COR-PENDING
008280         MOVE 'CORRECTION IS NOT PENDING' TO WS-REFUSE-REASON
008290     END-IF
008300     .
008310 2550-EXIT.
008320     EXIT
008330     .
008340
008350 2560-MATCH-ONE-QUEUE-ENTRY.
008360     IF WS-COR-ENTRY(J)(1:6) = WS-PARSED-QUEUE-SEQ
008370         SET WS-ENTRY-FOUND TO TRUE
008380         MOVE J TO WS-COR-HIT-IX
008390     END-IF
008400     .
008410 2560-EXIT.
008420     EXIT
008430     .
008440
008450* 2600-WRITE-QUEUE-ENTRY-LINE WRITES ONE CORRECTION REPORT LINE
008460* FROM THE QUEUE ENTRY IN CALMST-CORRECTION-RECORD. THE CALLER
008470* SETS THE OUTCOME AND THE TEXT COLUMN.
008480 2600-WRITE-QUEUE-ENTRY-LINE.
008490     MOVE WS-TRN-TYPE        TO WS-CRD-TRN-TYPE
008500     MOVE COR-SEQ-NO         TO WS-CRD-SEQ-NO
008510     MOVE COR-ACTION         TO WS-CRD-ACTION
008520     MOVE COR-RUN-DATE       TO WS-CRD-RUN-DATE
008530     MOVE COR-REC-NO         TO WS-CRD-REC-NO
008540     MOVE COR-REQUESTER      TO WS-CRD-REQUESTER
008550     MOVE COR-APPROVER       TO WS-CRD-APPROVER
008560     MOVE COR-OLD-ETALONNAGE TO WS-CRD-OLD-ETAL
008570     MOVE COR-NEW-ETALONNAGE TO WS-CRD-NEW-ETAL
008580     MOVE WS-COR-DETAIL      TO COR-RPT-RECORD
008590     PERFORM 6000-WRITE-COR-LINE
008600     .
008610
008620* 2640-SET-RESCORE-MODE LOOKS THE SUPPLIER OF THE MASTER RECORD
008630* IN CALM-SUPPLIER-ID UP ON THE SUPPLIER PROFILE MASTER, OPENING
008640* THE MASTER ON FIRST USE. A SUPPLIER IN DIGITS MODE IS RESCORED
008650* ON THE NUMERIC DIGITS ONLY; A WORDS OR BOTH SUPPLIER, A BLANK
008660* SUPPLIER (AN UNWRAPPED FEED) AND ONE NO LONGER ON THE PROFILE
008670* MASTER ARE RESCORED ON THE COMBINED SCAN.
008680 2640-SET-RESCORE-MODE.
008690     SET WS-RESCORE-COMBINED TO TRUE
008700     IF CALM-SUPPLIER-ID = SPACES
008710         GO TO 2640-EXIT
008720     END-IF
008730     IF NOT WS-SUPMST-OPEN
008740         OPEN INPUT SUPMST
008750         IF NOT SUPMST-STATUS-OK
008760             DISPLAY 'OPEN ERROR ON SUPMST'
008770             DISPLAY 'FILE STATUS : ' SUPMST-STATUS
008780             MOVE 12 TO RETURN-CODE
008790             STOP RUN
008800         END-IF
008810         SET WS-SUPMST-OPEN TO TRUE
008820     END-IF
008830     MOVE CALM-SUPPLIER-ID TO SUP-SUPPLIER-ID
008840     READ SUPMST
008850         INVALID KEY
008860             CONTINUE
008870         NOT INVALID KEY
008880             IF SUP-MODE-DIGITS
008890                 SET WS-RESCORE-DIGITS-ONLY TO TRUE
008900             END-IF
008910     END-READ
008920     IF NOT SUPMST-STATUS-OK
008930         AND NOT SUPMST-STATUS-NOTFND
008940         DISPLAY 'READ ERROR ON SUPMST'
008950         DISPLAY 'FILE STATUS : ' SUPMST-STATUS
008960         MOVE 12 TO RETURN-CODE
008970         STOP RUN
008980     END-IF
008990     .
009000 2640-EXIT.
009010     EXIT
009020     .
009030
009040* 2650-RESCAN-SOURCE-LINE RE-RUNS THE CALIBRATION SCAN OVER
009050* THE LINE IN WS-SCAN-LINE AND LEAVES THE RESCORED VALUE IN
009060* WS-RESCORED-VALUE, EXACTLY AS THE EXTRACT WOULD HAVE SCORED IT
009070* UNDER THE SUPPLIER'S CALIBRATION MODE. THE MASTER RECORD BEING
009080* CORRECTED MUST ALREADY BE READ.
009090 2650-RESCAN-SOURCE-LINE.
009100     PERFORM 2640-SET-RESCORE-MODE
009110         THRU 2640-EXIT
009120     MOVE 'N' TO WS-FIRST-DIGIT-SW
009130     MOVE 0   TO PRE-CHI DER-CHI
009140     PERFORM 2660-SCAN-ONE-POSITION
009150         THRU 2660-EXIT
009160         VARYING I FROM 1 BY 1
009170         UNTIL I > 195
009180     COMPUTE WS-RESCORED-VALUE =
009190         (PRE-CHI * 10) + DER-CHI
009200     .
009210
009220* 2660-SCAN-ONE-POSITION EXAMINES A SINGLE POSITION OF THE
009230* SCAN LINE FOR A NUMERIC DIGIT OR A SPELLED-OUT DIGIT WORD -
009240* THE SAME RULES, OVERLAP HANDLING AND FIRST/LAST SEMANTICS AS
009250* 2300-SCAN-ONE-POSITION IN AOC-2023-12-01. DIGIT WORDS ARE
009260* PASSED OVER WHEN THE SUPPLIER IS RESCORED ON DIGITS ONLY.
009270 2660-SCAN-ONE-POSITION.
009280     MOVE 'N' TO WS-DIGIT-FOUND-SW
009290     MOVE WS-SCAN-LINE(I:1) TO CAR-REC
009300
009310     IF CAR-REC IS NUMERIC
009320         MOVE CAR-REC TO WS-DIGIT-VALUE
009330         MOVE 'Y' TO WS-DIGIT-FOUND-SW
009340     ELSE
009350         EVALUATE TRUE
009360         WHEN WS-RESCORE-DIGITS-ONLY
009370             CONTINUE
009380         WHEN WS-SCAN-LINE(I:3) = ONE
009390             MOVE 1 TO WS-DIGIT-VALUE
009400             MOVE 'Y' TO WS-DIGIT-FOUND-SW
009410         WHEN WS-SCAN-LINE(I:3) = TWO
009420             MOVE 2 TO WS-DIGIT-VALUE
009430             MOVE 'Y' TO WS-DIGIT-FOUND-SW
009440         WHEN WS-SCAN-LINE(I:5) = THREE
009450             MOVE 3 TO WS-DIGIT-VALUE
009460             MOVE 'Y' TO WS-DIGIT-FOUND-SW
009470         WHEN WS-SCAN-LINE(I:4) = FOUR
009480             MOVE 4 TO WS-DIGIT-VALUE
009490             MOVE 'Y' TO WS-DIGIT-FOUND-SW
009500         WHEN WS-SCAN-LINE(I:4) = FIVE
009510             MOVE 5 TO WS-DIGIT-VALUE
009520             MOVE 'Y' TO WS-DIGIT-FOUND-SW
009530         WHEN WS-SCAN-LINE(I:3) = SIX
009540             MOVE 6 TO WS-DIGIT-VALUE
009550             MOVE 'Y' TO WS-DIGIT-FOUND-SW
009560         WHEN WS-SCAN-LINE(I:5) = SEVEN
009570             MOVE 7 TO WS-DIGIT-VALUE
009580             MOVE 'Y' TO WS-DIGIT-FOUND-SW
009590         WHEN WS-SCAN-LINE(I:5) = EIGHT
009600             MOVE 8 TO WS-DIGIT-VALUE
009610             MOVE 'Y' TO WS-DIGIT-FOUND-SW
009620         WHEN WS-SCAN-LINE(I:4) = NINE
009630             MOVE 9 TO WS-DIGIT-VALUE
009640             MOVE 'Y' TO WS-DIGIT-FOUND-SW
009650         WHEN OTHER
009660             CONTINUE
009670         END-EVALUATE
009680     END-IF
009690
009700     IF WS-DIGIT-FOUND
009710         IF NOT WS-FIRST-DIGIT-FOUND
009720             MOVE WS-DIGIT-VALUE TO PRE-CHI
009730             SET WS-FIRST-DIGIT-FOUND TO TRUE
009740         END-IF
009750         MOVE WS-DIGIT-VALUE TO DER-CHI
009760     END-IF
009770     .
009780 2660-EXIT.
009790     EXIT
009800     .
009810
009820* 2700-REWRITE-CORRECTION-QUEUE REWRITES THE PERSISTENT QUEUE
009830* FROM THE TABLE, CARRYING EVERY NEW REQUEST AND DECISION OF
009840* THIS RUN. ONLY REACHED AFTER THE MASTER AND JOURNAL ARE
009850* SAFELY CLOSED.
009860 2700-REWRITE-CORRECTION-QUEUE.
009870     OPEN OUTPUT CORQUEUE
009880     IF NOT CORQUEUE-STATUS-OK
009890         DISPLAY 'OPEN ERROR ON CORQUEUE'
009900         DISPLAY 'FILE STATUS : ' CORQUEUE-STATUS
009910         MOVE 12 TO RETURN-CODE
009920         STOP RUN
009930     END-IF
009940     PERFORM 2750-WRITE-ONE-QUEUE-ENTRY
009950         THRU 2750-EXIT
009960         VARYING J FROM 1 BY 1
009970         UNTIL J > WS-COR-COUNT
009980     CLOSE CORQUEUE
009990     IF NOT CORQUEUE-STATUS-OK
010000         DISPLAY 'CLOSE ERROR ON CORQUEUE'
010010         DISPLAY 'FILE STATUS : ' CORQUEUE-STATUS
010020         MOVE 12 TO RETURN-CODE
010030         STOP RUN
010040     END-IF
010050     .
010060
010070 2750-WRITE-ONE-QUEUE-ENTRY.
010080     MOVE WS-COR-ENTRY(J) TO CORQUEUE-RECORD
010090     WRITE CORQUEUE-RECORD
010100     IF NOT CORQUEUE-STATUS-OK
010110         DISPLAY 'WRITE ERROR ON CORQUEUE'
010120         DISPLAY 'FILE STATUS : ' CORQUEUE-STATUS
010130         MOVE 12 TO RETURN-CODE
010140         STOP RUN
010150     END-IF
010160     .
010170 2750-EXIT.
010180     EXIT
010190     .
010200
010210* 2800-LIST-PENDING-CORRECTIONS LISTS EVERY CORRECTION STILL
010220* WAITING FOR A CHECKER AT THE END OF THE RUN.
010230 2800-LIST-PENDING-CORRECTIONS.
010240     MOVE SPACES TO COR-RPT-RECORD
010250     PERFORM 6000-WRITE-COR-LINE
010260     MOVE 'CORRECTIONS AWAITING APPROVAL' TO COR-RPT-RECORD
010270     PERFORM 6000-WRITE-COR-LINE
010280     PERFORM 2850-LIST-ONE-PENDING
010290         THRU 2850-EXIT
010300         VARYING J FROM 1 BY 1
010310         UNTIL J > WS-COR-COUNT
010320     .
010330
010340 2850-LIST-ONE-PENDING.
010350     MOVE WS-COR-ENTRY(J) TO CALMST-CORRECTION-RECORD
010360     IF NOT COR-PENDING
010370         GO TO 2850-EXIT
010380     END-IF
010390     ADD 1 TO WS-PENDING-COUNT
010400     MOVE 'REQ'              TO WS-CRD-TRN-TYPE
010410     MOVE COR-SEQ-NO         TO WS-CRD-SEQ-NO
010420     MOVE COR-ACTION         TO WS-CRD-ACTION
010430     MOVE COR-RUN-DATE       TO WS-CRD-RUN-DATE
010440     MOVE COR-REC-NO         TO WS-CRD-REC-NO
010450     MOVE COR-REQUESTER      TO WS-CRD-REQUESTER
010460     MOVE SPACES             TO WS-CRD-APPROVER
010470     MOVE COR-OLD-ETALONNAGE TO WS-CRD-OLD-ETAL
010480     MOVE COR-NEW-ETALONNAGE TO WS-CRD-NEW-ETAL
010490     MOVE 'PENDING'          TO WS-CRD-OUTCOME
010500     MOVE COR-REASON         TO WS-CRD-TEXT
010510     MOVE WS-COR-DETAIL      TO COR-RPT-RECORD
010520     PERFORM 6000-WRITE-COR-LINE
010530     .
010540 2850-EXIT.
010550     EXIT
010560     .
010570
010580* 2900-REPORT-COUNTS CLOSES THE REPORT OFF WITH THE COUNTS OF
010590* THIS RUN, ALSO SHOWN ON THE CONSOLE.
010600 2900-REPORT-COUNTS.
010610     MOVE SPACES TO COR-RPT-RECORD
010620     PERFORM 6000-WRITE-COR-LINE
010630     MOVE 'TRANSACTIONS READ        :' TO WS-CRS-LABEL
010640     MOVE WS-TRAN-COUNT                 TO WS-CRS-COUNT
010650     MOVE WS-COR-SUMMARY                TO COR-RPT-RECORD
010660     PERFORM 6000-WRITE-COR-LINE
010670     MOVE 'CORRECTIONS REQUESTED    :' TO WS-CRS-LABEL
010680     MOVE WS-REQUESTED-COUNT            TO WS-CRS-COUNT
010690     MOVE WS-COR-SUMMARY                TO COR-RPT-RECORD
010700     PERFORM 6000-WRITE-COR-LINE
010710     MOVE 'CORRECTIONS APPLIED      :' TO WS-CRS-LABEL
010720     MOVE WS-APPLIED-COUNT              TO WS-CRS-COUNT
010730     MOVE WS-COR-SUMMARY                TO COR-RPT-RECORD
010740     PERFORM 6000-WRITE-COR-LINE
010750     MOVE 'CORRECTIONS DECLINED     :' TO WS-CRS-LABEL
010760     MOVE WS-DECLINED-COUNT             TO WS-CRS-COUNT
010770     MOVE WS-COR-SUMMARY                TO COR-RPT-RECORD
010780     PERFORM 6000-WRITE-COR-LINE
010790     MOVE 'TRANSACTIONS REFUSED     :' TO WS-CRS-LABEL
010800     MOVE WS-REFUSED-COUNT              TO WS-CRS-COUNT
010810     MOVE WS-COR-SUMMARY                TO COR-RPT-RECORD
010820     PERFORM 6000-WRITE-COR-LINE
010830     MOVE 'STILL AWAITING APPROVAL  :' TO WS-CRS-LABEL
010840     MOVE WS-PENDING-COUNT              TO WS-CRS-COUNT
010850     MOVE WS-COR-SUMMARY                TO COR-RPT-RECORD
010860     PERFORM 6000-WRITE-COR-LINE
010870
010880     DISPLAY 'TRANSACTIONS READ       :' WS-TRAN-COUNT
010890     DISPLAY 'CORRECTIONS REQUESTED   :' WS-REQUESTED-COUNT
010900     DISPLAY 'CORRECTIONS APPLIED     :' WS-APPLIED-COUNT
010910     DISPLAY 'CORRECTIONS DECLINED    :' WS-DECLINED-COUNT
010920     DISPLAY 'TRANSACTIONS REFUSED    :' WS-REFUSED-COUNT
010930     DISPLAY 'STILL AWAITING APPROVAL :' WS-PENDING-COUNT
010940     .
010950
010960 3100-OPEN-CORRPT.
010970     OPEN OUTPUT CORRPT
010980     IF NOT CORRPT-STATUS-OK
010990         DISPLAY 'OPEN ERROR ON CORRPT'
011000         DISPLAY 'FILE STATUS : ' CORRPT-STATUS
011010         MOVE 12 TO RETURN-CODE
011020         STOP RUN
011030     END-IF
011040     .
011050
011060* 3200-OPEN-CALMST OPENS THE MASTER FOR UPDATE. UNLIKE CALLOAD
011070* A MISSING MASTER IS AN ERROR HERE - THERE IS NOTHING TO
011080* CORRECT, AND CREATING AN EMPTY ONE WOULD HIDE THE REAL FAULT.
011090 3200-OPEN-CALMST.
011100     OPEN I-O CALMST
011110     IF NOT CALMST-STATUS-OK
011120         DISPLAY 'OPEN ERROR ON CALMST'
011130         DISPLAY 'FILE STATUS : ' CALMST-STATUS
011140         MOVE 12 TO RETURN-CODE
011150         STOP RUN
011160     END-IF
011170     .
011180
011190 3300-OPEN-CALJRNL.
011200     OPEN EXTEND CALJRNL
011210     IF NOT CALJRNL-STATUS-OK
011220         OPEN OUTPUT CALJRNL
011230         IF NOT CALJRNL-STATUS-OK
011240             DISPLAY 'OPEN ERROR ON CALJRNL'
011250             DISPLAY 'FILE STATUS : ' CALJRNL-STATUS
011260             MOVE 12 TO RETURN-CODE
011270             STOP RUN
011280         END-IF
011290     END-IF
011300     .
011310
011320 4100-READ-CORQUEUE.
011330     READ CORQUEUE
011340         AT END
011350             CONTINUE
011360          NOT AT END
011370             IF NOT CORQUEUE-STATUS-OK
011380                 DISPLAY 'READ ERROR ON CORQUEUE'
011390                 DISPLAY 'FILE STATUS : ' CORQUEUE-STATUS
011400                 MOVE 12 TO RETURN-CODE
011410                 STOP RUN
011420             END-IF
011430     END-READ
011440     .
011450
011460 4200-READ-CALJRNL.
011470     READ CALJRNL
011480         AT END
011490             CONTINUE
011500          NOT AT END
011510             IF NOT CALJRNL-STATUS-OK
011520                 DISPLAY 'READ ERROR ON CALJRNL'
011530                 DISPLAY 'FILE STATUS : ' CALJRNL-STATUS
011540                 MOVE 12 TO RETURN-CODE
011550                 STOP RUN
011560             END-IF
011570     END-READ
011580     .
011590
011600 4300-READ-CORTRAN.
011610     MOVE SPACES TO CORTRAN-RECORD
011620     READ CORTRAN
011630         AT END
011640             CONTINUE
011650          NOT AT END
011660             IF NOT CORTRAN-STATUS-OK
011670                 DISPLAY 'READ ERROR ON CORTRAN'
011680                 DISPLAY 'FILE STATUS : ' CORTRAN-STATUS
011690                 MOVE 12 TO RETURN-CODE
011700                 STOP RUN
011710             END-IF
011720     END-READ
011730     .
011740
011750* 4400-READ-CALMST-KEY READS THE MASTER RECORD FOR THE KEY
011760* ALREADY MOVED TO CALM-KEY. A KEY NOT ON FILE IS REPORTED BACK
011770* THROUGH WS-MASTER-FOUND; ANY OTHER FAILURE STOPS THE RUN.
011780 4400-READ-CALMST-KEY.
011790     MOVE 'N' TO WS-MASTER-FOUND-SW
011800     READ CALMST
011810         INVALID KEY
011820             CONTINUE
011830         NOT INVALID KEY
011840             SET WS-MASTER-FOUND TO TRUE
011850     END-READ
011860     IF NOT CALMST-STATUS-OK
011870         AND NOT CALMST-STATUS-NOTFND
011880         DISPLAY 'READ ERROR ON CALMST'
011890         DISPLAY 'FILE STATUS : ' CALMST-STATUS
011900         MOVE 12 TO RETURN-CODE
011910         STOP RUN
011920     END-IF
011930     .
011940
011950 5100-CLOSE-CORRPT.
011960     CLOSE CORRPT
011970     IF NOT CORRPT-STATUS-OK
011980         DISPLAY 'CLOSE ERROR ON CORRPT'
011990         DISPLAY 'FILE STATUS : ' CORRPT-STATUS
012000         MOVE 12 TO RETURN-CODE
012010         STOP RUN
012020     END-IF
012030     .
012040
012050 5200-CLOSE-CALMST.
012060     CLOSE CALMST
012070     IF NOT CALMST-STATUS-OK
012080         DISPLAY 'CLOSE ERROR ON CALMST'
012090         DISPLAY 'FILE STATUS : ' CALMST-STATUS
012100         MOVE 12 TO RETURN-CODE
012110         STOP RUN
012120     END-IF
012130     .
012140
012150 5300-CLOSE-CALJRNL.
012160     CLOSE CALJRNL
012170     IF NOT CALJRNL-STATUS-OK
012180         DISPLAY 'CLOSE ERROR ON CALJRNL'
012190         DISPLAY 'FILE STATUS : ' CALJRNL-STATUS
012200         MOVE 12 TO RETURN-CODE
012210         STOP RUN
012220     END-IF
012230     .
012240
012250 5400-CLOSE-SUPMST.
012260     IF WS-SUPMST-OPEN
012270         CLOSE SUPMST
012280         IF NOT SUPMST-STATUS-OK
012290             DISPLAY 'CLOSE ERROR ON SUPMST'
012300             DISPLAY 'FILE STATUS : ' SUPMST-STATUS
012310             MOVE 12 TO RETURN-CODE
012320             STOP RUN
012330         END-IF
012340         MOVE 'N' TO WS-SUPMST-OPEN-SW
012350     END-IF
012360     .
012370
012380 6000-WRITE-COR-LINE.
012390     WRITE COR-RPT-RECORD
012400     IF NOT CORRPT-STATUS-OK
012410         DISPLAY 'WRITE ERROR ON CORRPT'
012420         DISPLAY 'FILE STATUS : ' CORRPT-STATUS
012430         MOVE 12 TO RETURN-CODE
012440         STOP RUN
012450     END-IF
012460     MOVE SPACES TO COR-RPT-RECORD
012470     .
