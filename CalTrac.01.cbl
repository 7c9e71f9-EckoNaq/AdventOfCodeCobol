000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALTRAC.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - RECORD LINEAGE TRACE. "WHAT
000110*                  HAPPENED TO LINE N OF OUR FILE FROM THE 3RD"
000120*                  USED TO BE ANSWERED BY HAND FROM THE CALEDIT
000130*                  REJECT FILE, THE RECYCLE REGISTER, THE CALCAT
000140*                  CATALOG, THE RIGHT CALOUTPT GENERATION, CALINQ
000150*                  AGAINST THE MASTER AND SOMETIMES A CALMARC
000160*                  ARCHIVE. THIS INQUIRY TAKES SYSIN CARDS IN THE
000170*                  CALINQ STYLE - SUPPLIER=, BUSDATE= AND RECNO=
000180*                  (THE RECORD NUMBER IN THE TRANSMISSION AS
000190*                  SENT, AS CALEDIT AND CALRCYC NUMBER IT), OR
000200*                  SEARCH= WITH TEXT FROM THE SOURCE LINE - AND
000210*                  FOLLOWS THE RECORD THROUGH EVERY STAGE: THE
000220*                  TRANSMISSION ON THE SUPPLIER QUALITY LOG, THE
000230*                  EDIT (CLEAN, OR REJECTED WITH ITS REASON), ITS
000240*                  RECYCLE REGISTER ENTRY, THE FEEDER GENERATION
000250*                  AND ITS CATALOG STATUS, THE EXTRACT'S PRE-CHI,
000260*                  DER-CHI AND ETALONNAGE, THE MASTER KEY AND ITS
000270*                  STATUS, EVERY CORRECTION RAISED AGAINST IT AND,
000280*                  ONCE PURGED, THE YEARLY ARCHIVE HOLDING IT. ONE
000290*                  LINEAGE REPORT (TRCRPT) ANSWERS THE DISPUTE;
000300*                  A STAGE THAT CANNOT BE FOLLOWED IS SAID SO ON
000310*                  THE REPORT AND THE STEP ENDS RC 4.
000320* 2026-10-15  RD   A REJECT UNDER A REASON CODE CONFIGURED ON THE
000330*                  EDIT-RULES FILE IS NOW EXPLAINED WITH THE
000340*                  RULE'S DESCRIPTION, LOOKED UP THROUGH CALERUL.
000350* 2026-10-15  RD   THE RECYCLE REGISTER LINE NOW CARRIES THE DATE
000360*                  A RETURNED REJECT WENT OUT ON A REJECT-RETURN
000370*                  FILE; THE TRACE REPORTS IT.
000380* 2026-10-15  RD   THE RECYCLE ENTRY OF A TRACED RECORD IS NOW
000390*                  MATCHED ON ITS SUPPLIER AND BUSINESS DATE TOO,
000400*                  AND A SEARCH BY BUSDATE= FILTERS THE REGISTER
000410*                  ON BUSINESS DATE; OLDER LINES WITHOUT ONE FALL
000420*                  BACK TO THE ARRIVAL DATE.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460
000470     SELECT SYSIN ASSIGN TO DYNAMIC WS-SYSIN-PATH
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS SYSIN-STATUS.
000500
000510     SELECT SUPQLOG ASSIGN TO DYNAMIC WS-SUPQLOG-PATH
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SUPQLOG-STATUS.
000540
000550     SELECT REJECTS ASSIGN TO DYNAMIC WS-REJECTS-PATH
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS REJECTS-STATUS.
000580
000590     SELECT RCYCLE ASSIGN TO DYNAMIC WS-RCYCLE-PATH
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS RCYCLE-STATUS.
000620
000630     SELECT CALCAT ASSIGN TO DYNAMIC WS-CALCAT-PATH
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CALCAT-STATUS.
000660
000670     SELECT CALOUTPT ASSIGN TO DYNAMIC WS-CALOUTPT-PATH
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS CALOUTPT-STATUS.
000700
000710     SELECT CALMST ASSIGN TO DYNAMIC WS-CALMST-PATH
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS CALM-KEY
000750         FILE STATUS IS CALMST-STATUS.
000760
000770     SELECT ARCHFILE ASSIGN TO DYNAMIC WS-ARCHFILE-PATH
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS ARCHFILE-STATUS.
000800
000810     SELECT CORQUEUE ASSIGN TO DYNAMIC WS-CORQUEUE-PATH
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS CORQUEUE-STATUS.
000840
000850     SELECT TRCRPT ASSIGN TO DYNAMIC WS-TRCRPT-PATH
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS TRCRPT-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910
000920 FD  SYSIN.
000930 01  SYSIN-RECORD                PIC X(80).
000940
000950 FD  SUPQLOG.
000960 01  SUPQLOG-RECORD              PIC X(80).
000970
000980 FD  REJECTS.
000990 01  REJECT-RECORD               PIC X(260).
001000
001010 FD  RCYCLE.
001020 01  RCYCLE-RECORD               PIC X(320).
001030
001040 FD  CALCAT.
001050 01  CALCAT-RECORD               PIC X(248).
001060
001070 FD  CALOUTPT.
001080 01  CALOUTPT-RECORD             PIC X(218).
001090
001100 FD  CALMST.
001110* CALIBRATION MASTER RECORD LAYOUT (SHARED WITH CALLOAD)
001120 COPY CALMST01.
001130
001140 FD  ARCHFILE.
001150 01  ARCHFILE-RECORD             PIC X(438).
001160
001170 FD  CORQUEUE.
001180 01  CORQUEUE-RECORD             PIC X(348).
001190
001200 FD  TRCRPT.
001210 01  TRC-RECORD                  PIC X(132).
001220
001230 WORKING-STORAGE SECTION.
001240
001250* RUN-TIME FILE ASSIGNMENT. EVERY SOURCE IS THE ONE THE STEP
001260* THAT OWNS IT WRITES, UNDER THE SAME VARIABLE; THE REJECT FILE
001270* IS THE ONE CALEDIT WROTE FOR THE TRANSMISSION BEING TRACED.
001280 01  WS-SYSIN-PATH               PIC X(200).
001290 01  WS-DEFAULT-SYSIN-PATH       PIC X(200) VALUE 'SYSIN'.
001300 01  WS-SUPQLOG-PATH             PIC X(200).
001310 01  WS-DEFAULT-SUPQLOG-PATH     PIC X(200) VALUE
001320     'AOC20231201.SUPQ.LOG'.
001330 01  WS-REJECTS-PATH             PIC X(200).
001340 01  WS-DEFAULT-REJECTS-PATH     PIC X(200) VALUE
001350     'AOC20231201.REJECT.RPT'.
001360 01  WS-RCYCLE-PATH              PIC X(200).
001370 01  WS-DEFAULT-RCYCLE-PATH      PIC X(200) VALUE
001380     'AOC20231201.RCYCLE.FILE'.
001390 01  WS-CALCAT-PATH              PIC X(200).
001400 01  WS-DEFAULT-CALCAT-PATH      PIC X(200) VALUE
001410     'AOC20231201.CALCAT.FILE'.
001420 01  WS-CALOUTPT-PATH            PIC X(220).
001430 01  WS-FIXED-CALOUTPT-PATH      PIC X(220).
001440 01  WS-DEFAULT-CALOUTPT-PATH    PIC X(220) VALUE
001450     'AOC20231201.CALOUTPT.FILE'.
001460 01  WS-CALMST-PATH              PIC X(200).
001470 01  WS-DEFAULT-CALMST-PATH      PIC X(200) VALUE
001480     'AOC20231201.CALMST.FILE'.
001490 01  WS-ARCHBASE-PATH            PIC X(200).
001500 01  WS-DEFAULT-ARCHBASE-PATH    PIC X(200) VALUE
001510     'AOC20231201.CALMST.ARCH'.
001520 01  WS-ARCHFILE-PATH            PIC X(220).
001530 01  WS-CORQUEUE-PATH            PIC X(200).
001540 01  WS-DEFAULT-CORQUEUE-PATH    PIC X(200) VALUE
001550     'AOC20231201.CORQUEUE.FILE'.
001560 01  WS-TRCRPT-PATH              PIC X(200).
001570 01  WS-DEFAULT-TRCRPT-PATH      PIC X(200) VALUE
001580     'AOC20231201.TRC.RPT'.
001590
001600* FILE STATUS
001610 01  SYSIN-STATUS                PIC 9(02).
001620     88  SYSIN-STATUS-OK         VALUE 00.
001630     88  SYSIN-STATUS-EOF        VALUE 10.
001640 01  SUPQLOG-STATUS              PIC 9(02).
001650     88  SUPQLOG-STATUS-OK       VALUE 00.
001660     88  SUPQLOG-STATUS-EOF      VALUE 10.
001670 01  REJECTS-STATUS              PIC 9(02).
001680     88  REJECTS-STATUS-OK       VALUE 00.
001690     88  REJECTS-STATUS-EOF      VALUE 10.
001700 01  RCYCLE-STATUS               PIC 9(02).
001710     88  RCYCLE-STATUS-OK        VALUE 00.
001720     88  RCYCLE-STATUS-EOF       VALUE 10.
001730 01  CALCAT-STATUS               PIC 9(02).
001740     88  CALCAT-STATUS-OK        VALUE 00.
001750     88  CALCAT-STATUS-EOF       VALUE 10.
001760 01  CALOUTPT-STATUS             PIC 9(02).
001770     88  CALOUTPT-STATUS-OK      VALUE 00.
001780     88  CALOUTPT-STATUS-EOF     VALUE 10.
001790 01  CALMST-STATUS               PIC 9(02).
001800     88  CALMST-STATUS-OK        VALUE 00.
001810     88  CALMST-STATUS-EOF       VALUE 10.
001820     88  CALMST-STATUS-NOTFND    VALUE 23.
001830 01  ARCHFILE-STATUS             PIC 9(02).
001840     88  ARCHFILE-STATUS-OK      VALUE 00.
001850     88  ARCHFILE-STATUS-EOF     VALUE 10.
001860 01  CORQUEUE-STATUS             PIC 9(02).
001870     88  CORQUEUE-STATUS-OK      VALUE 00.
001880     88  CORQUEUE-STATUS-EOF     VALUE 10.
001890 01  TRCRPT-STATUS               PIC 9(02).
001900     88  TRCRPT-STATUS-OK        VALUE 00.
001910
001920* SHARED RECORD LAYOUTS: CALIBRATION OUTPUT (THE FEEDER
001930* GENERATION), THE GENERATION CATALOG, THE SUPPLIER QUALITY
001940* LOG AND THE MASTER CORRECTION QUEUE.
001950 COPY CALOUT01.
001960 COPY CALCAT01.
001970 COPY SUPQ01.
001980 COPY CALCOR01.
001990
002000* RECYCLE REGISTER LINE LAYOUT, AS MAINTAINED BY CALRCYC
002010 01  WS-RCYCLE-LINE.
002020     05  WS-RCY-SEQ-NO           PIC 9(06).
002030     05  FILLER                  PIC X(01).
002040     05  WS-RCY-STATUS           PIC X(08).
002050     05  FILLER                  PIC X(01).
002060     05  WS-RCY-ARRIVAL-DATE     PIC 9(08).
002070     05  FILLER                  PIC X(01).
002080     05  WS-RCY-CLOSED-DATE      PIC 9(08).
002090     05  FILLER                  PIC X(01).
002100     05  WS-RCY-REASON           PIC X(06).
002110     05  FILLER                  PIC X(01).
002120     05  WS-RCY-REC-NO           PIC 9(06).
002130     05  FILLER                  PIC X(01).
002140     05  WS-RCY-SOURCE           PIC X(250).
002150     05  FILLER                  PIC X(01).
002160     05  WS-RCY-SUPPLIER-ID      PIC X(03).
002170     05  FILLER                  PIC X(01).
002180     05  WS-RCY-BUS-DATE         PIC 9(08).
002190     05  FILLER                  PIC X(01).
002200     05  WS-RCY-SENT-DATE        PIC 9(08).
002210
002220* REJECT FILE DETAIL LINE LAYOUT, AS WRITTEN BY CALEDIT. THE
002230* EDIT SUMMARY AT THE FOOT OF THE FILE CARRIES THE RECORDS-READ
002240* COUNT UNDER THE SAME 26-BYTE LABEL AS EVERY SUMMARY LINE.
002250 01  WS-REJECT-LINE.
002260     05  WS-REJ-REASON           PIC X(06).
002270     05  WS-REJ-SEP-1            PIC X(01).
002280     05  WS-REJ-REC-NO           PIC X(06).
002290     05  WS-REJ-REC-NO-N REDEFINES WS-REJ-REC-NO
002300                                 PIC 9(06).
002310     05  WS-REJ-SEP-2            PIC X(01).
002320     05  WS-REJ-SOURCE           PIC X(246).
002330 01  WS-REJECT-SUMMARY REDEFINES WS-REJECT-LINE.
002340     05  WS-RJS-LABEL            PIC X(26).
002350     05  FILLER                  PIC X(01).
002360     05  WS-RJS-COUNT            PIC X(06).
002370     05  FILLER                  PIC X(227).
002380
002390* TRACE REQUEST, AS PARSED FROM THE SYSIN CARDS. A KEY TRACE
002400* NEEDS BUSDATE= AND RECNO= (SUPPLIER= MAY BE LEFT OFF FOR AN
002410* UNWRAPPED FILE); A SEARCH TRACE NEEDS SEARCH=, WITH BUSDATE=
002420* OPTIONALLY NARROWING IT TO ONE DAY.
002430 01  WS-REQ-SUPPLIER-ID          PIC X(03) VALUE SPACES.
002440 01  WS-REQ-BUS-DATE             PIC 9(08) VALUE ZERO.
002450 01  WS-REQ-REC-NO               PIC 9(06) VALUE ZERO.
002460 01  WS-REQ-SEARCH               PIC X(60) VALUE SPACES.
002470 01  WS-REQ-SEARCH-LEN           PIC 9(02) VALUE ZERO.
002480 01  WS-REQ-MODE-SW              PIC X(01) VALUE SPACE.
002490     88  WS-TRACE-BY-KEY         VALUE 'K'.
002500     88  WS-TRACE-BY-SEARCH      VALUE 'S'.
002510
002520* SYSIN CARD PARSING WORK AREAS, AS IN CALINQ
002530 01  WS-CARD-KEYWORD             PIC X(20).
002540 01  WS-CARD-VALUE               PIC X(20).
002550 01  WS-CARD-EQ-POS              PIC 9(02) VALUE ZERO.
002560 01  WS-PARSED-VALUE             PIC 9(08) VALUE ZERO.
002570 01  WS-VALUE-DIGIT-COUNT        PIC 9(02) VALUE ZERO.
002580 01  WS-VALUE-END-SW             PIC X(01) VALUE 'N'.
002590     88  WS-VALUE-END            VALUE 'Y'.
002600 01  WS-VALUE-DIGIT              PIC 9(01) VALUE ZERO.
002610 01  K                           PIC 9(02) VALUE ZERO.
002620
002630* TRACE STATE. A STAGE THAT ENDS THE LINEAGE (A CONTROL
002640* RECORD, A REJECT, A RECORD NUMBER BEYOND THE FILE) SETS THE
002650* STOP SWITCH; A STAGE THAT CANNOT BE FOLLOWED FOR WANT OF ITS
002660* SOURCE IS COUNTED AS A GAP AND ENDS THE STEP RC 4.
002670 01  WS-TRACE-STOP-SW            PIC X(01) VALUE 'N'.
002680     88  WS-TRACE-STOPPED        VALUE 'Y'.
002690 01  WS-GAP-COUNT                PIC 9(03) VALUE ZERO.
002700 01  WS-TRC-RUN-DATE             PIC 9(08) VALUE ZERO.
002710 01  WS-TRC-REC-NO               PIC 9(06) VALUE ZERO.
002720
002730* TRANSMISSION AND EDIT STAGE RESULTS
002740 01  WS-TRN-FOUND-SW             PIC X(01) VALUE 'N'.
002750     88  WS-TRN-FOUND            VALUE 'Y'.
002760 01  WS-TRN-PROC-DATE            PIC 9(08) VALUE ZERO.
002770 01  WS-TRN-REC-COUNT            PIC 9(06) VALUE ZERO.
002780 01  WS-TRN-CTL-FAIL             PIC X(01) VALUE SPACE.
002790 01  WS-TRN-LATE                 PIC X(01) VALUE SPACE.
002800 01  WS-EDIT-REJECTED-SW         PIC X(01) VALUE 'N'.
002810     88  WS-EDIT-REJECTED        VALUE 'Y'.
002820 01  WS-EDIT-REASON              PIC X(06) VALUE SPACES.
002830 01  WS-EDIT-IMAGE               PIC X(246) VALUE SPACES.
002840 01  WS-REJ-BEFORE-COUNT         PIC 9(06) VALUE ZERO.
002850 01  WS-REJ-READ-COUNT           PIC 9(06) VALUE ZERO.
002860 01  WS-REJ-SUMMARY-SW           PIC X(01) VALUE 'N'.
002870     88  WS-REJ-SUMMARY-FOUND    VALUE 'Y'.
002880 01  WS-CLEAN-POS                PIC 9(06) VALUE ZERO.
002890 01  WS-DATA-POS                 PIC 9(06) VALUE ZERO.
002900 01  WS-REASON-TEXT              PIC X(40) VALUE SPACES.
002910
002920* EDIT-RULE CALL BLOCK FOR CALERUL, WHICH EXPLAINS A REASON CODE
002930* CONFIGURED ON THE EDIT-RULES FILE.
002940 01  WS-ERUL-PARM.
002950     05  WS-ERL-FUNCTION         PIC X(01).
002960     05  WS-ERL-RULE-IX          PIC 9(03).
002970     05  WS-ERL-SUPPLIER-ID      PIC X(03).
002980     05  WS-ERL-DATA-COUNT       PIC 9(06).
002990     05  WS-ERL-RECORD           PIC X(250).
003000     05  WS-ERL-REASON           PIC X(06).
003010     05  WS-ERL-ACTION           PIC X(01).
003020     05  WS-ERL-DESCRIPTION      PIC X(40).
003030     05  WS-ERL-RULE-COUNT       PIC 9(03).
003040     05  WS-ERL-STATUS           PIC X(01).
003050
003060* FEEDER GENERATION STAGE RESULTS. THE GENERATION CALLOAD
003070* LOADED FOR THE DATE IS THE ONE FOLLOWED; FAILING THAT THE
003080* NEWEST ONE STILL WAITING TO LOAD.
003090 01  WS-CAT-AVAILABLE-SW         PIC X(01) VALUE 'N'.
003100     88  WS-CAT-AVAILABLE        VALUE 'Y'.
003110 01  WS-GEN-COUNT                PIC 9(03) VALUE ZERO.
003120 01  WS-GEN-PICK-SW              PIC X(01) VALUE SPACE.
003130     88  WS-GEN-PICK-LOADED      VALUE 'L'.
003140     88  WS-GEN-PICK-CREATED     VALUE 'C'.
003150     88  WS-GEN-PICK-NONE        VALUE SPACE.
003160 01  WS-GEN-PICK-STATUS          PIC X(08) VALUE SPACES.
003170 01  WS-GEN-BASE-REC-NO          PIC 9(06) VALUE ZERO.
003180 01  WS-GEN-BASE-SW              PIC X(01) VALUE 'N'.
003190     88  WS-GEN-BASE-FOUND       VALUE 'Y'.
003200 01  WS-REC-LOCATED-SW           PIC X(01) VALUE 'N'.
003210     88  WS-REC-LOCATED          VALUE 'Y'.
003220
003230* ARCHIVE LOOK-UP. THE YEARLY ARCHIVE IS SEQUENTIAL, SO IT IS
003240* SCANNED EITHER FOR ONE KEY OR FOR THE SUPPLIER'S FIRST
003250* RECORD OF A DATE (THE BASE OF ITS RECORD NUMBERS).
003260 01  WS-ARC-FIND-SW              PIC X(01) VALUE SPACE.
003270     88  WS-ARC-FIND-KEY         VALUE 'K'.
003280     88  WS-ARC-FIND-BASE        VALUE 'B'.
003290 01  WS-ARC-HIT-SW               PIC X(01) VALUE 'N'.
003300     88  WS-ARC-HIT              VALUE 'Y'.
003310 01  WS-ARC-YEAR                 PIC 9(04) VALUE ZERO.
003320
003330* SEARCH TRACE HITS. EACH MASTER OR ARCHIVE RECORD CARRYING
003340* THE TEXT IS TRACED IN FULL UP TO WS-HIT-MAX; BEYOND THAT THE
003350* HITS ARE COUNTED SO THE REQUESTER CAN NARROW THE SEARCH.
003360 01  WS-HIT-MAX                  PIC 9(02) VALUE 20.
003370 01  WS-HIT-COUNT                PIC 9(02) VALUE ZERO.
003380 01  WS-HIT-TOTAL                PIC 9(06) VALUE ZERO.
003390 01  WS-HIT-TABLE.
003400     05  WS-HIT-ENTRY OCCURS 20 TIMES.
003410         10  WS-HIT-RUN-DATE     PIC 9(08).
003420         10  WS-HIT-REC-NO       PIC 9(06).
003430         10  WS-HIT-SUPPLIER-ID  PIC X(03).
003440 01  WS-RCY-HIT-COUNT            PIC 9(06) VALUE ZERO.
003450 01  WS-TALLY                    PIC 9(03) VALUE ZERO.
003460 01  H                           PIC 9(02) VALUE ZERO.
003470 01  WS-ARCH-SEARCHED-SW         PIC X(01) VALUE 'N'.
003480     88  WS-ARCH-SEARCHED        VALUE 'Y'.
003490
003500* CORRECTION STAGE COUNT
003510 01  WS-COR-HIT-COUNT            PIC 9(03) VALUE ZERO.
003520
003530* STAGE NAME UNDER WHICH THE MASTER RECORD AREA IS REPORTED - THE
003540* MASTER ITSELF, OR THE ARCHIVE IMAGE STAGED THROUGH IT.
003550 01  WS-STATE-STAGE              PIC X(12) VALUE SPACES.
003560
003570* LINEAGE REPORT LINE LAYOUTS. EVERY LINE NAMES ITS STAGE IN
003580* THE FIRST TWELVE COLUMNS SO THE RECORD CAN BE FOLLOWED DOWN
003590* THE PAGE FROM TRANSMISSION TO ARCHIVE.
003600 01  WS-TRC-HEADING              PIC X(40) VALUE
003610     'CALIBRATION RECORD LINEAGE TRACE REPORT'.
003620 01  WS-TRC-LINE.
003630     05  WS-TRL-STAGE            PIC X(12) VALUE SPACES.
003640     05  WS-TRL-TEXT             PIC X(120) VALUE SPACES.
003650 01  WS-EDIT-COUNT               PIC Z(05)9.
003660
003670 PROCEDURE DIVISION.
003680
003690 0000-MAINLINE.
003700     DISPLAY 'CALTRAC'
003710     PERFORM 1000-INITIALIZE
003720     PERFORM 1500-READ-SYSIN-CARDS
003730     PERFORM 2000-MAIN-PROCESSING
003740     EVALUATE TRUE
003750         WHEN WS-TRACE-BY-SEARCH
003760             AND WS-HIT-TOTAL = ZERO
003770             AND WS-RCY-HIT-COUNT = ZERO
003780             DISPLAY 'CALTRAC ENDED - SEARCH TEXT NOT FOUND'
003790             MOVE 4 TO RETURN-CODE
003800         WHEN WS-GAP-COUNT > ZERO
003810             DISPLAY 'CALTRAC ENDED - LINEAGE INCOMPLETE AT '
003820                 WS-GAP-COUNT ' STAGE(S)'
003830             MOVE 4 TO RETURN-CODE
003840         WHEN OTHER
003850             DISPLAY 'CALTRAC ENDED - LINEAGE TRACED'
003860     END-EVALUATE
003870     STOP RUN
003880     .
003890
003900* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME
003910* FROM ENVIRONMENT VARIABLES, FALLING BACK TO THE DEVELOPMENT
003920* DEFAULTS WHEN THEY ARE NOT SET.
003930 1000-INITIALIZE.
003940     MOVE SPACES TO WS-SYSIN-PATH
003950     ACCEPT WS-SYSIN-PATH
003960         FROM ENVIRONMENT 'AOC-SYSIN'
003970     IF WS-SYSIN-PATH = SPACES
003980         MOVE WS-DEFAULT-SYSIN-PATH TO WS-SYSIN-PATH
003990     END-IF
004000
004010     MOVE SPACES TO WS-SUPQLOG-PATH
004020     ACCEPT WS-SUPQLOG-PATH
004030         FROM ENVIRONMENT 'AOC-SUPQLOG'
004040     IF WS-SUPQLOG-PATH = SPACES
004050         MOVE WS-DEFAULT-SUPQLOG-PATH TO WS-SUPQLOG-PATH
004060     END-IF
004070
004080     MOVE SPACES TO WS-REJECTS-PATH
004090     ACCEPT WS-REJECTS-PATH
004100         FROM ENVIRONMENT 'AOC-REJECTS'
004110     IF WS-REJECTS-PATH = SPACES
004120         MOVE WS-DEFAULT-REJECTS-PATH TO WS-REJECTS-PATH
004130     END-IF
004140
004150     MOVE SPACES TO WS-RCYCLE-PATH
004160     ACCEPT WS-RCYCLE-PATH
004170         FROM ENVIRONMENT 'AOC-RCYCLE'
004180     IF WS-RCYCLE-PATH = SPACES
004190         MOVE WS-DEFAULT-RCYCLE-PATH TO WS-RCYCLE-PATH
004200     END-IF
004210
004220     MOVE SPACES TO WS-CALCAT-PATH
004230     ACCEPT WS-CALCAT-PATH
004240         FROM ENVIRONMENT 'AOC-CALCAT'
004250     IF WS-CALCAT-PATH = SPACES
004260         MOVE WS-DEFAULT-CALCAT-PATH TO WS-CALCAT-PATH
004270     END-IF
004280
004290     MOVE SPACES TO WS-FIXED-CALOUTPT-PATH
004300     ACCEPT WS-FIXED-CALOUTPT-PATH
004310         FROM ENVIRONMENT 'AOC-CALOUTPT'
004320     IF WS-FIXED-CALOUTPT-PATH = SPACES
004330         MOVE WS-DEFAULT-CALOUTPT-PATH TO WS-FIXED-CALOUTPT-PATH
004340     END-IF
004350
004360     MOVE SPACES TO WS-CALMST-PATH
004370     ACCEPT WS-CALMST-PATH
004380         FROM ENVIRONMENT 'AOC-CALMST'
004390     IF WS-CALMST-PATH = SPACES
004400         MOVE WS-DEFAULT-CALMST-PATH TO WS-CALMST-PATH
004410     END-IF
004420
004430     MOVE SPACES TO WS-ARCHBASE-PATH
004440     ACCEPT WS-ARCHBASE-PATH
004450         FROM ENVIRONMENT 'AOC-CALMARC'
004460     IF WS-ARCHBASE-PATH = SPACES
004470         MOVE WS-DEFAULT-ARCHBASE-PATH TO WS-ARCHBASE-PATH
004480     END-IF
004490
004500     MOVE SPACES TO WS-CORQUEUE-PATH
004510     ACCEPT WS-CORQUEUE-PATH
004520         FROM ENVIRONMENT 'AOC-CORQUEUE'
004530     IF WS-CORQUEUE-PATH = SPACES
004540         MOVE WS-DEFAULT-CORQUEUE-PATH TO WS-CORQUEUE-PATH
004550     END-IF
004560
004570     MOVE SPACES TO WS-TRCRPT-PATH
004580     ACCEPT WS-TRCRPT-PATH
004590         FROM ENVIRONMENT 'AOC-TRCRPT'
004600     IF WS-TRCRPT-PATH = SPACES
004610         MOVE WS-DEFAULT-TRCRPT-PATH TO WS-TRCRPT-PATH
004620     END-IF
004630     .
004640
004650* 1500-READ-SYSIN-CARDS READS THE TRACE REQUEST. UNLIKE CALINQ
004660* THERE IS NO WIDE-OPEN DEFAULT - A TRACE WITHOUT A RECORD TO
004670* FOLLOW IS A PARAMETER ERROR, AS IS A REQUEST GIVING BOTH A
004680* RECORD NUMBER AND A SEARCH TEXT.
004690 1500-READ-SYSIN-CARDS.
004700     OPEN INPUT SYSIN
004710     IF NOT SYSIN-STATUS-OK
004720         DISPLAY 'NO SYSIN CARDS - NOTHING TO TRACE'
004730         MOVE 8 TO RETURN-CODE
004740         STOP RUN
004750     END-IF
004760     PERFORM 4100-READ-SYSIN
004770     PERFORM UNTIL SYSIN-STATUS-EOF
004780     OR NOT SYSIN-STATUS-OK
004790         IF SYSIN-RECORD NOT = SPACES
004800             AND SYSIN-RECORD(1:1) NOT = '*'
004810             PERFORM 1550-PARSE-ONE-CARD
004820         END-IF
004830         PERFORM 4100-READ-SYSIN
004840     END-PERFORM
004850     CLOSE SYSIN
004860
004870     EVALUATE TRUE
004880         WHEN WS-REQ-REC-NO > ZERO
004890             AND WS-REQ-SEARCH-LEN > ZERO
004900             DISPLAY 'GIVE EITHER RECNO= OR SEARCH=, NOT BOTH'
004910             MOVE 8 TO RETURN-CODE
004920             STOP RUN
004930         WHEN WS-REQ-REC-NO > ZERO
004940             IF WS-REQ-BUS-DATE = ZERO
004950                 DISPLAY 'RECNO= NEEDS THE BUSDATE= OF ITS '
004960                     'TRANSMISSION'
004970                 MOVE 8 TO RETURN-CODE
004980                 STOP RUN
004990             END-IF
005000             SET WS-TRACE-BY-KEY TO TRUE
005010         WHEN WS-REQ-SEARCH-LEN > ZERO
005020             SET WS-TRACE-BY-SEARCH TO TRUE
005030         WHEN OTHER
005040             DISPLAY 'NO RECNO= OR SEARCH= CARD - NOTHING TO '
005050                 'TRACE'
005060             MOVE 8 TO RETURN-CODE
005070             STOP RUN
005080     END-EVALUATE
005090     .
005100
005110* 1550-PARSE-ONE-CARD SPLITS ONE KEYWORD=VALUE CARD. THE
005120* SEARCH TEXT IS TAKEN WHOLE FROM THE CHARACTER AFTER THE
005130* FIRST '=', SO IT MAY HOLD SPACES AND '=' OF ITS OWN.
005140 1550-PARSE-ONE-CARD.
005150     MOVE SPACES TO WS-CARD-KEYWORD
005160     MOVE SPACES TO WS-CARD-VALUE
005170     UNSTRING SYSIN-RECORD DELIMITED BY '='
005180         INTO WS-CARD-KEYWORD WS-CARD-VALUE
005190     EVALUATE WS-CARD-KEYWORD
005200         WHEN 'SUPPLIER'
005210             MOVE WS-CARD-VALUE(1:3) TO WS-REQ-SUPPLIER-ID
005220             IF WS-CARD-VALUE(4:17) NOT = SPACES
005230                 DISPLAY 'SUPPLIER ID LONGER THAN 3 : '
005240                     SYSIN-RECORD
005250                 MOVE 8 TO RETURN-CODE
005260                 STOP RUN
005270             END-IF
005280         WHEN 'BUSDATE'
005290             PERFORM 1560-EDIT-NUMERIC-VALUE
005300             IF WS-VALUE-DIGIT-COUNT NOT = 8
005310                 DISPLAY 'SYSIN DATE VALUE NOT YYYYMMDD : '
005320                     SYSIN-RECORD
005330                 MOVE 8 TO RETURN-CODE
005340                 STOP RUN
005350             END-IF
005360             MOVE WS-PARSED-VALUE TO WS-REQ-BUS-DATE
005370         WHEN 'RECNO'
005380             PERFORM 1560-EDIT-NUMERIC-VALUE
005390             IF WS-VALUE-DIGIT-COUNT > 6
005400                 OR WS-PARSED-VALUE = ZERO
005410                 DISPLAY 'SYSIN RECORD NUMBER INVALID : '
005420                     SYSIN-RECORD
005430                 MOVE 8 TO RETURN-CODE
005440                 STOP RUN
005450             END-IF
005460             MOVE WS-PARSED-VALUE TO WS-REQ-REC-NO
005470         WHEN 'SEARCH'
005480             MOVE ZERO TO WS-CARD-EQ-POS
005490             INSPECT SYSIN-RECORD TALLYING WS-CARD-EQ-POS
005500                 FOR CHARACTERS BEFORE INITIAL '='
005510             MOVE SYSIN-RECORD(WS-CARD-EQ-POS + 2:)
005520                 TO WS-REQ-SEARCH
005530             MOVE ZERO TO WS-REQ-SEARCH-LEN
005540             PERFORM 1590-MEASURE-SEARCH-TEXT
005550                 VARYING K FROM 60 BY -1
005560                 UNTIL K < 1
005570                 OR WS-REQ-SEARCH-LEN > ZERO
005580             IF WS-REQ-SEARCH-LEN = ZERO
005590                 DISPLAY 'MISSING SYSIN VALUE : ' SYSIN-RECORD
005600                 MOVE 8 TO RETURN-CODE
005610                 STOP RUN
005620             END-IF
005630         WHEN OTHER
005640             DISPLAY 'UNRECOGNIZED SYSIN CARD : ' SYSIN-RECORD
005650             MOVE 8 TO RETURN-CODE
005660             STOP RUN
005670     END-EVALUATE
005680     .
005690
005700* 1560-EDIT-NUMERIC-VALUE CONVERTS THE LEFT-JUSTIFIED CARD
005710* VALUE INTO WS-PARSED-VALUE ONE DIGIT AT A TIME, AS IN
005720* CALINQ.
005730 1560-EDIT-NUMERIC-VALUE.
005740     MOVE ZERO TO WS-PARSED-VALUE
005750     MOVE ZERO TO WS-VALUE-DIGIT-COUNT
005760     MOVE 'N'  TO WS-VALUE-END-SW
005770     PERFORM 1570-PARSE-ONE-DIGIT
005780         THRU 1570-EXIT
005790         VARYING K FROM 1 BY 1
005800         UNTIL K > 20
005810         OR WS-VALUE-END
005820     IF WS-VALUE-DIGIT-COUNT = ZERO
005830         DISPLAY 'MISSING SYSIN VALUE : ' SYSIN-RECORD
005840         MOVE 8 TO RETURN-CODE
005850         STOP RUN
005860     END-IF
005870     .
005880
005890 1570-PARSE-ONE-DIGIT.
005900     IF WS-CARD-VALUE(K:1) = SPACE
005910         SET WS-VALUE-END TO TRUE
005920         GO TO 1570-EXIT
005930     END-IF
005940     IF WS-CARD-VALUE(K:1) NOT NUMERIC
005950         DISPLAY 'NON-NUMERIC SYSIN VALUE : ' SYSIN-RECORD
005960         MOVE 8 TO RETURN-CODE
005970         STOP RUN
005980     END-IF
005990     ADD 1 TO WS-VALUE-DIGIT-COUNT
006000     MOVE WS-CARD-VALUE(K:1) TO WS-VALUE-DIGIT
006010     COMPUTE WS-PARSED-VALUE =
006020         (WS-PARSED-VALUE * 10) + WS-VALUE-DIGIT
006030         ON SIZE ERROR
006040             DISPLAY 'SYSIN VALUE TOO LONG : ' SYSIN-RECORD
006050             MOVE 8 TO RETURN-CODE
006060             STOP RUN
006070     END-COMPUTE
006080     .
006090 1570-EXIT.
006100     EXIT
006110     .
006120
006130* 1590-MEASURE-SEARCH-TEXT FINDS THE LAST NON-BLANK CHARACTER
006140* OF THE SEARCH TEXT, WORKING BACK FROM THE END, SO TRAILING
006150* CARD BLANKS ARE NOT PART OF WHAT IS SEARCHED FOR.
006160 1590-MEASURE-SEARCH-TEXT.
006170     IF WS-REQ-SEARCH(K:1) NOT = SPACE
006180         MOVE K TO WS-REQ-SEARCH-LEN
006190     END-IF
006200     .
006210
006220 2000-MAIN-PROCESSING.
006230     PERFORM 3100-OPEN-TRCRPT
006240     PERFORM 2050-WRITE-REPORT-HEADING
006250
006260     OPEN INPUT CALMST
006270     IF NOT CALMST-STATUS-OK
006280         DISPLAY 'OPEN ERROR ON CALMST'
006290         DISPLAY 'FILE STATUS : ' CALMST-STATUS
006300         MOVE 12 TO RETURN-CODE
006310         STOP RUN
006320     END-IF
006330
006340     IF WS-TRACE-BY-KEY
006350         PERFORM 2100-TRACE-BY-KEY
006360             THRU 2100-EXIT
006370     ELSE
006380         PERFORM 2500-TRACE-BY-SEARCH
006390     END-IF
006400
006410     CLOSE CALMST
006420     IF NOT CALMST-STATUS-OK
006430         DISPLAY 'CLOSE ERROR ON CALMST'
006440         DISPLAY 'FILE STATUS : ' CALMST-STATUS
006450         MOVE 12 TO RETURN-CODE
006460         STOP RUN
006470     END-IF
006480
006490     MOVE SPACES TO TRC-RECORD
006500     PERFORM 6000-WRITE-TRC-LINE
006510     MOVE 'END'  TO WS-TRL-STAGE
006520     IF WS-GAP-COUNT > ZERO
006530         MOVE WS-GAP-COUNT TO WS-EDIT-COUNT
006540         STRING 'LINEAGE INCOMPLETE - STAGES NOT FOLLOWED :'
006550                                    DELIMITED BY SIZE
006560             WS-EDIT-COUNT          DELIMITED BY SIZE
006570             INTO WS-TRL-TEXT
006580     ELSE
006590         MOVE 'LINEAGE COMPLETE' TO WS-TRL-TEXT
006600     END-IF
006610     PERFORM 6100-WRITE-STAGE-LINE
006620     PERFORM 5100-CLOSE-TRCRPT
006630     .
006640
006650* 2050-WRITE-REPORT-HEADING ECHOES THE REQUEST, SO THE REPORT
006660* ALWAYS SHOWS WHAT WAS ASKED.
006670 2050-WRITE-REPORT-HEADING.
006680     MOVE WS-TRC-HEADING TO TRC-RECORD
006690     PERFORM 6000-WRITE-TRC-LINE
006700     MOVE 'REQUEST' TO WS-TRL-STAGE
006710     IF WS-TRACE-BY-KEY
006720         STRING 'SUPPLIER '          DELIMITED BY SIZE
006730             WS-REQ-SUPPLIER-ID      DELIMITED BY SIZE
006740             '  BUSINESS DATE '      DELIMITED BY SIZE
006750             WS-REQ-BUS-DATE         DELIMITED BY SIZE
006760             '  RECORD '             DELIMITED BY SIZE
006770             WS-REQ-REC-NO           DELIMITED BY SIZE
006780             ' OF THE TRANSMISSION'  DELIMITED BY SIZE
006790             INTO WS-TRL-TEXT
006800     ELSE
006810         STRING 'SOURCE LINES CONTAINING "'
006820                                     DELIMITED BY SIZE
006830             WS-REQ-SEARCH(1:WS-REQ-SEARCH-LEN)
006840                                     DELIMITED BY SIZE
006850             '"'                     DELIMITED BY SIZE
006860             INTO WS-TRL-TEXT
006870     END-IF
006880     PERFORM 6100-WRITE-STAGE-LINE
006890     IF WS-TRACE-BY-SEARCH
006900         AND WS-REQ-BUS-DATE > ZERO
006910         MOVE 'REQUEST' TO WS-TRL-STAGE
006920         STRING 'LIMITED TO BUSINESS DATE ' DELIMITED BY SIZE
006930             WS-REQ-BUS-DATE         DELIMITED BY SIZE
006940             INTO WS-TRL-TEXT
006950         PERFORM 6100-WRITE-STAGE-LINE
006960     END-IF
006970     MOVE SPACES TO TRC-RECORD
006980     PERFORM 6000-WRITE-TRC-LINE
006990     .
007000
007010* 2100-TRACE-BY-KEY FOLLOWS ONE RECORD OF ONE TRANSMISSION
007020* STAGE BY STAGE. THE RECORD NUMBER IS THE POSITION IN THE
007030* TRANSMISSION AS SENT; ITS POSITION IN THE CLEAN FILE, AND SO
007040* ITS CAL-REC-NO AND MASTER KEY, FOLLOW FROM THE REJECTS AHEAD
007050* OF IT AND THE SUPPLIER'S FIRST RECORD IN THE GENERATION.
007060 2100-TRACE-BY-KEY.
007070     MOVE WS-REQ-BUS-DATE TO WS-TRC-RUN-DATE
007080     PERFORM 2110-TRACE-TRANSMISSION
007090     IF WS-TRACE-STOPPED
007100         GO TO 2100-EXIT
007110     END-IF
007120     PERFORM 2120-TRACE-EDIT
007130         THRU 2120-EXIT
007140     IF WS-TRACE-STOPPED
007150         GO TO 2100-EXIT
007160     END-IF
007170     PERFORM 2140-LOCATE-IN-GENERATION
007180         THRU 2140-EXIT
007190     IF NOT WS-REC-LOCATED
007200         PERFORM 2160-LOCATE-ON-MASTER
007210     END-IF
007220     IF NOT WS-REC-LOCATED
007230         PERFORM 2170-LOCATE-IN-ARCHIVE
007240     END-IF
007250     IF NOT WS-REC-LOCATED
007260         MOVE 'EXTRACT' TO WS-TRL-STAGE
007270         MOVE 'NOT IN GENERATION, MASTER OR ARCHIVE FOR THE DATE'
007280             TO WS-TRL-TEXT
007290         PERFORM 6100-WRITE-STAGE-LINE
007300         ADD 1 TO WS-GAP-COUNT
007310         GO TO 2100-EXIT
007320     END-IF
007330     PERFORM 2600-TRACE-MASTER-RECORD
007340     PERFORM 2700-TRACE-CORRECTIONS
007350         THRU 2700-EXIT
007360     .
007370 2100-EXIT.
007380     EXIT
007390     .
007400
007410* 2110-TRACE-TRANSMISSION FINDS THE TRANSMISSION ON THE
007420* SUPPLIER QUALITY LOG - THE LAST CALEDIT LINE FOR THE
007430* SUPPLIER AND BUSINESS DATE, IN CASE IT WAS EDITED TWICE. A
007440* RECORD NUMBER BEYOND THE RECORDS SENT ENDS THE TRACE.
007450 2110-TRACE-TRANSMISSION.
007460     MOVE 'TRANSMIT' TO WS-TRL-STAGE
007470     OPEN INPUT SUPQLOG
007480     IF NOT SUPQLOG-STATUS-OK
007490         MOVE 'NO SUPPLIER QUALITY LOG - TRANSMISSION UNCONFIRMED'
007500             TO WS-TRL-TEXT
007510         PERFORM 6100-WRITE-STAGE-LINE
007520         ADD 1 TO WS-GAP-COUNT
007530     ELSE
007540         PERFORM 4200-READ-SUPQLOG
007550         PERFORM UNTIL SUPQLOG-STATUS-EOF
007560         OR NOT SUPQLOG-STATUS-OK
007570             MOVE SUPQLOG-RECORD TO SUPPLIER-QUALITY-RECORD
007580             IF SPQ-FROM-CALEDIT
007590                 AND SPQ-SUPPLIER-ID = WS-REQ-SUPPLIER-ID
007600                 AND SPQ-BUS-DATE = WS-REQ-BUS-DATE
007610                 SET WS-TRN-FOUND TO TRUE
007620                 MOVE SPQ-PROC-DATE TO WS-TRN-PROC-DATE
007630                 MOVE SPQ-REC-COUNT TO WS-TRN-REC-COUNT
007640                 MOVE SPQ-CTL-FAIL  TO WS-TRN-CTL-FAIL
007650                 MOVE SPQ-LATE      TO WS-TRN-LATE
007660             END-IF
007670             PERFORM 4200-READ-SUPQLOG
007680         END-PERFORM
007690         CLOSE SUPQLOG
007700         IF WS-TRN-FOUND
007710             MOVE WS-TRN-REC-COUNT TO WS-EDIT-COUNT
007720             STRING 'RECEIVED AND EDITED ' DELIMITED BY SIZE
007730                 WS-TRN-PROC-DATE          DELIMITED BY SIZE
007740                 ' - RECORDS SENT'         DELIMITED BY SIZE
007750                 WS-EDIT-COUNT             DELIMITED BY SIZE
007760                 INTO WS-TRL-TEXT
007770             PERFORM 6100-WRITE-STAGE-LINE
007780             IF WS-TRN-LATE = 'Y'
007790                 MOVE 'TRANSMIT' TO WS-TRL-STAGE
007800                 MOVE 'DELIVERED LATE FOR ITS BUSINESS DATE'
007810                     TO WS-TRL-TEXT
007820                 PERFORM 6100-WRITE-STAGE-LINE
007830             END-IF
007840             IF WS-TRN-CTL-FAIL = 'Y'
007850                 MOVE 'TRANSMIT' TO WS-TRL-STAGE
007860                 MOVE
007870                     'REFUSED WHOLE BY THE EDIT - CONTROL FAILURE'
007880                     TO WS-TRL-TEXT
007890                 PERFORM 6100-WRITE-STAGE-LINE
007900             END-IF
007910             IF WS-REQ-REC-NO > WS-TRN-REC-COUNT
007920                 MOVE 'TRANSMIT' TO WS-TRL-STAGE
007930                 MOVE 'BEYOND THE RECORDS SENT - NO SUCH RECORD'
007940                     TO WS-TRL-TEXT
007950                 PERFORM 6100-WRITE-STAGE-LINE
007960                 SET WS-TRACE-STOPPED TO TRUE
007970             END-IF
007980         ELSE
007990             MOVE 'SUPPLIER AND DATE NOT ON THE QUALITY LOG'
008000                 TO WS-TRL-TEXT
008010             PERFORM 6100-WRITE-STAGE-LINE
008020             ADD 1 TO WS-GAP-COUNT
008030         END-IF
008040     END-IF
008050     .
008060
008070* 2120-TRACE-EDIT READS THE TRANSMISSION'S REJECT FILE. THE
008080* RECORDS-READ COUNT ON ITS EDIT SUMMARY MUST AGREE WITH THE
008090* QUALITY LOG, OR IT IS SOME OTHER TRANSMISSION'S FILE. THE
008100* RECORD IS EITHER REJECTED THERE, OR CLEAN AT THE POSITION
008110* LEFT AFTER THE REJECTS AHEAD OF IT.
008120 2120-TRACE-EDIT.
008130     MOVE 'EDIT' TO WS-TRL-STAGE
008140     OPEN INPUT REJECTS
008150     IF NOT REJECTS-STATUS-OK
008160         MOVE 'NO REJECT FILE FOR THE DAY - OUTCOME UNKNOWN'
008170             TO WS-TRL-TEXT
008180         PERFORM 6100-WRITE-STAGE-LINE
008190         ADD 1 TO WS-GAP-COUNT
008200         SET WS-TRACE-STOPPED TO TRUE
008210         GO TO 2120-EXIT
008220     END-IF
008230     PERFORM 4300-READ-REJECTS
008240     PERFORM UNTIL REJECTS-STATUS-EOF
008250     OR NOT REJECTS-STATUS-OK
008260         MOVE REJECT-RECORD TO WS-REJECT-LINE
008270         IF WS-REJ-REASON NOT = SPACES
008280             AND WS-REJ-SEP-1 = SPACE
008290             AND WS-REJ-SEP-2 = SPACE
008300             AND WS-REJ-REC-NO IS NUMERIC
008310             PERFORM 2125-CHECK-ONE-REJECT
008320         END-IF
008330         IF WS-RJS-LABEL = 'RECORDS READ'
008340             AND WS-RJS-COUNT IS NUMERIC
008350             MOVE WS-RJS-COUNT TO WS-REJ-READ-COUNT
008360             SET WS-REJ-SUMMARY-FOUND TO TRUE
008370         END-IF
008380         PERFORM 4300-READ-REJECTS
008390     END-PERFORM
008400     CLOSE REJECTS
008410
008420     IF WS-TRN-FOUND
008430         AND (NOT WS-REJ-SUMMARY-FOUND
008440         OR WS-REJ-READ-COUNT NOT = WS-TRN-REC-COUNT)
008450         MOVE 'REJECT FILE IS FOR ANOTHER TRANSMISSION'
008460             TO WS-TRL-TEXT
008470         PERFORM 6100-WRITE-STAGE-LINE
008480         ADD 1 TO WS-GAP-COUNT
008490         SET WS-TRACE-STOPPED TO TRUE
008500         GO TO 2120-EXIT
008510     END-IF
008520
008530     IF WS-EDIT-REJECTED
008540         PERFORM 2190-SET-REASON-TEXT
008550         STRING 'REJECTED '          DELIMITED BY SIZE
008560             WS-EDIT-REASON          DELIMITED BY SIZE
008570             ' - '                   DELIMITED BY SIZE
008580             WS-REASON-TEXT          DELIMITED BY SIZE
008590             INTO WS-TRL-TEXT
008600         PERFORM 6100-WRITE-STAGE-LINE
008610         MOVE 'EDIT' TO WS-TRL-STAGE
008620         STRING 'IMAGE : '           DELIMITED BY SIZE
008630             WS-EDIT-IMAGE(1:100)    DELIMITED BY SIZE
008640             INTO WS-TRL-TEXT
008650         PERFORM 6100-WRITE-STAGE-LINE
008660         PERFORM 2130-TRACE-RECYCLE
008670             THRU 2130-EXIT
008680         SET WS-TRACE-STOPPED TO TRUE
008690         GO TO 2120-EXIT
008700     END-IF
008710
008720*    A WRAPPED TRANSMISSION OPENS WITH ITS HDR AND CLOSES WITH
008730*    ITS TRL. NEITHER IS SCORED, AND THE HDR IS NOT COUNTED IN
008740*    THE EXTRACT'S RECORD NUMBERS.
008750     COMPUTE WS-CLEAN-POS = WS-REQ-REC-NO - WS-REJ-BEFORE-COUNT
008760     MOVE WS-CLEAN-POS TO WS-DATA-POS
008770     IF WS-REQ-SUPPLIER-ID NOT = SPACES
008780         IF WS-REQ-REC-NO = 1
008790             MOVE 'PASSED CLEAN - HDR CONTROL RECORD, NOT SCORED'
008800                 TO WS-TRL-TEXT
008810             PERFORM 6100-WRITE-STAGE-LINE
008820             SET WS-TRACE-STOPPED TO TRUE
008830             GO TO 2120-EXIT
008840         END-IF
008850         IF WS-TRN-FOUND
008860             AND WS-REQ-REC-NO = WS-TRN-REC-COUNT
008870             MOVE 'PASSED CLEAN - TRL CONTROL RECORD, NOT SCORED'
008880                 TO WS-TRL-TEXT
008890             PERFORM 6100-WRITE-STAGE-LINE
008900             SET WS-TRACE-STOPPED TO TRUE
008910             GO TO 2120-EXIT
008920         END-IF
008930         SUBTRACT 1 FROM WS-DATA-POS
008940     END-IF
008950     STRING 'PASSED CLEAN - CLEAN FILE RECORD ' DELIMITED BY SIZE
008960         WS-CLEAN-POS                DELIMITED BY SIZE
008970         ', DATA RECORD '            DELIMITED BY SIZE
008980         WS-DATA-POS                 DELIMITED BY SIZE
008990         ' OF THE FILE'              DELIMITED BY SIZE
009000         INTO WS-TRL-TEXT
009010     PERFORM 6100-WRITE-STAGE-LINE
009020     .
009030 2120-EXIT.
009040     EXIT
009050     .
009060
009070 2125-CHECK-ONE-REJECT.
009080     IF WS-REJ-REC-NO-N < WS-REQ-REC-NO
009090         ADD 1 TO WS-REJ-BEFORE-COUNT
009100     END-IF
009110     IF WS-REJ-REC-NO-N = WS-REQ-REC-NO
009120         SET WS-EDIT-REJECTED TO TRUE
009130         MOVE WS-REJ-REASON TO WS-EDIT-REASON
009140         MOVE WS-REJ-SOURCE TO WS-EDIT-IMAGE
009150     END-IF
009160     .
009170
009180* 2130-TRACE-RECYCLE FINDS THE REJECT'S ENTRY ON THE RECYCLE
009190* REGISTER: SAME RECORD NUMBER, REASON, SUPPLIER AND BUSINESS
009200* DATE. AN OLDER REGISTER LINE WITH NO SUPPLIER OR BUSINESS DATE
009210* IS TAKEN WHEN IT WAS ABSORBED NO EARLIER THAN THE EDIT, AS
009220* CALRCYC DOES. A SUPPLIER REFUSAL IS NEVER ABSORBED - THE
009230* WHOLE FILE MUST BE RESENT.
009240 2130-TRACE-RECYCLE.
009250     MOVE 'RECYCLE' TO WS-TRL-STAGE
009260     IF WS-EDIT-REASON = 'UNKSUP'
009270         OR WS-EDIT-REASON = 'INASUP'
009280         MOVE 'WHOLE FILE REFUSED - NOT CARRIED, RESEND DUE'
009290             TO WS-TRL-TEXT
009300         PERFORM 6100-WRITE-STAGE-LINE
009310         GO TO 2130-EXIT
009320     END-IF
009330     OPEN INPUT RCYCLE
009340     IF NOT RCYCLE-STATUS-OK
009350         MOVE 'NO RECYCLE REGISTER - RECYCLE STATUS UNKNOWN'
009360             TO WS-TRL-TEXT
009370         PERFORM 6100-WRITE-STAGE-LINE
009380         ADD 1 TO WS-GAP-COUNT
009390         GO TO 2130-EXIT
009400     END-IF
009410     MOVE ZERO TO WS-RCY-HIT-COUNT
009420     PERFORM 4400-READ-RCYCLE
009430     PERFORM UNTIL RCYCLE-STATUS-EOF
009440     OR NOT RCYCLE-STATUS-OK
009450     OR WS-RCY-HIT-COUNT > ZERO
009460         MOVE RCYCLE-RECORD TO WS-RCYCLE-LINE
009470         IF WS-RCY-REC-NO = WS-REQ-REC-NO
009480             AND WS-RCY-REASON = WS-EDIT-REASON
009490             AND ((WS-RCY-BUS-DATE IS NUMERIC
009500                 AND WS-RCY-SUPPLIER-ID = WS-REQ-SUPPLIER-ID
009510                 AND WS-RCY-BUS-DATE = WS-REQ-BUS-DATE)
009520             OR (WS-RCY-BUS-DATE IS NOT NUMERIC
009530                 AND WS-RCY-ARRIVAL-DATE NOT < WS-TRN-PROC-DATE))
009540             ADD 1 TO WS-RCY-HIT-COUNT
009550             PERFORM 2550-WRITE-RECYCLE-ENTRY
009560         ELSE
009570             PERFORM 4400-READ-RCYCLE
009580         END-IF
009590     END-PERFORM
009600     CLOSE RCYCLE
009610     IF WS-RCY-HIT-COUNT = ZERO
009620         MOVE 'RECYCLE' TO WS-TRL-STAGE
009630         MOVE 'NOT YET ABSORBED INTO THE RECYCLE REGISTER'
009640             TO WS-TRL-TEXT
009650         PERFORM 6100-WRITE-STAGE-LINE
009660         ADD 1 TO WS-GAP-COUNT
009670     END-IF
009680     .
009690 2130-EXIT.
009700     EXIT
009710     .
009720
009730* 2140-LOCATE-IN-GENERATION LISTS THE DATE'S GENERATIONS AND
009740* READS THE ONE FOLLOWED FOR THE SUPPLIER'S RECORDS. THE FIRST
009750* OF THEM IS THE BASE OF THE SUPPLIER'S RECORD NUMBERS, SO THE
009760* RECORD SOUGHT IS THAT BASE PLUS ITS DATA POSITION LESS ONE.
009770 2140-LOCATE-IN-GENERATION.
009780     PERFORM 2200-LIST-GENERATIONS
009790         THRU 2200-EXIT
009800     IF WS-GEN-PICK-NONE
009810         AND WS-CAT-AVAILABLE
009820         GO TO 2140-EXIT
009830     END-IF
009840     MOVE 'EXTRACT' TO WS-TRL-STAGE
009850     OPEN INPUT CALOUTPT
009860     IF NOT CALOUTPT-STATUS-OK
009870         MOVE 'GENERATION NO LONGER ON DISK - MASTER USED'
009880             TO WS-TRL-TEXT
009890         PERFORM 6100-WRITE-STAGE-LINE
009900         GO TO 2140-EXIT
009910     END-IF
009920     MOVE 'N' TO WS-GEN-BASE-SW
009930     PERFORM 4500-READ-CALOUTPT
009940     PERFORM UNTIL CALOUTPT-STATUS-EOF
009950     OR NOT CALOUTPT-STATUS-OK
009960     OR WS-REC-LOCATED
009970         MOVE CALOUTPT-RECORD TO CALIBRATION-OUTPUT-RECORD
009980         IF NOT WS-GEN-BASE-FOUND
009990             AND CAL-SUPPLIER-ID = WS-REQ-SUPPLIER-ID
010000             SET WS-GEN-BASE-FOUND TO TRUE
010010             COMPUTE WS-TRC-REC-NO =
010020                 CAL-REC-NO + WS-DATA-POS - 1
010030         END-IF
010040         IF WS-GEN-BASE-FOUND
010050             AND CAL-REC-NO = WS-TRC-REC-NO
010060             AND CAL-SUPPLIER-ID = WS-REQ-SUPPLIER-ID
010070             SET WS-REC-LOCATED TO TRUE
010080         ELSE
010090             PERFORM 4500-READ-CALOUTPT
010100         END-IF
010110     END-PERFORM
010120     CLOSE CALOUTPT
010130     IF WS-REC-LOCATED
010140         STRING 'CAL-REC-NO '        DELIMITED BY SIZE
010150             CAL-REC-NO              DELIMITED BY SIZE
010160             '  PRE-CHI '            DELIMITED BY SIZE
010170             CAL-PRE-CHI             DELIMITED BY SIZE
010180             '  DER-CHI '            DELIMITED BY SIZE
010190             CAL-DER-CHI             DELIMITED BY SIZE
010200             '  ETALONNAGE '         DELIMITED BY SIZE
010210             CAL-ETALONNAGE          DELIMITED BY SIZE
010220             INTO WS-TRL-TEXT
010230         PERFORM 6100-WRITE-STAGE-LINE
010240         MOVE 'EXTRACT' TO WS-TRL-STAGE
010250         STRING 'LINE : '            DELIMITED BY SIZE
010260             CAL-SOURCE-LINE(1:100)  DELIMITED BY SIZE
010270             INTO WS-TRL-TEXT
010280         PERFORM 6100-WRITE-STAGE-LINE
010290     ELSE
010300         MOVE 'RECORD NOT IN THE GENERATION FOR THIS SUPPLIER'
010310             TO WS-TRL-TEXT
010320         PERFORM 6100-WRITE-STAGE-LINE
010330     END-IF
010340     .
010350 2140-EXIT.
010360     EXIT
010370     .
010380
010390* 2160-LOCATE-ON-MASTER FINDS THE BASE OF THE SUPPLIER'S
010400* RECORD NUMBERS FROM THE MASTER WHEN THE GENERATION CANNOT BE
010410* READ - THE MASTER KEY CARRIES THE SAME CAL-REC-NO.
010420 2160-LOCATE-ON-MASTER.
010430     MOVE 'N'             TO WS-GEN-BASE-SW
010440     MOVE WS-TRC-RUN-DATE TO CALM-RUN-DATE
010450     MOVE ZERO            TO CALM-REC-NO
010460     START CALMST KEY NOT < CALM-KEY
010470     EVALUATE TRUE
010480         WHEN CALMST-STATUS-OK
010490             PERFORM 4600-READ-CALMST-NEXT
010500             PERFORM UNTIL CALMST-STATUS-EOF
010510             OR NOT CALMST-STATUS-OK
010520             OR CALM-RUN-DATE NOT = WS-TRC-RUN-DATE
010530             OR WS-GEN-BASE-FOUND
010540                 IF CALM-SUPPLIER-ID = WS-REQ-SUPPLIER-ID
010550                     SET WS-GEN-BASE-FOUND TO TRUE
010560                     COMPUTE WS-TRC-REC-NO =
010570                         CALM-REC-NO + WS-DATA-POS - 1
010580                     SET WS-REC-LOCATED TO TRUE
010590                 ELSE
010600                     PERFORM 4600-READ-CALMST-NEXT
010610                 END-IF
010620             END-PERFORM
010630         WHEN CALMST-STATUS-NOTFND
010640         WHEN CALMST-STATUS-EOF
010650             CONTINUE
010660         WHEN OTHER
010670             DISPLAY 'START ERROR ON CALMST'
010680             DISPLAY 'FILE STATUS : ' CALMST-STATUS
010690             MOVE 12 TO RETURN-CODE
010700             STOP RUN
010710     END-EVALUATE
010720     .
010730
010740* 2170-LOCATE-IN-ARCHIVE DOES THE SAME AGAINST THE YEARLY
010750* ARCHIVE ONCE THE DATE HAS BEEN PURGED FROM THE MASTER.
010760 2170-LOCATE-IN-ARCHIVE.
010770     SET WS-ARC-FIND-BASE TO TRUE
010780     PERFORM 2800-SCAN-ARCHIVE
010790         THRU 2800-EXIT
010800     IF WS-ARC-HIT
010810         COMPUTE WS-TRC-REC-NO = CALM-REC-NO + WS-DATA-POS - 1
010820         SET WS-REC-LOCATED TO TRUE
010830     END-IF
010840     .
010850
010860* 2190-SET-REASON-TEXT GIVES A REJECT REASON CODE ITS PLAIN
010870* MEANING FOR THE REPORT.
010880 2190-SET-REASON-TEXT.
010890     EVALUATE WS-EDIT-REASON
010900         WHEN 'EMPTY '
010910             MOVE 'RECORD HOLDS NOTHING BUT SPACES'
010920                 TO WS-REASON-TEXT
010930         WHEN 'NONPRT'
010940             MOVE 'NON-PRINTABLE DATA IN THE RECORD'
010950                 TO WS-REASON-TEXT
010960         WHEN 'OVRLEN'
010970             MOVE 'DATA BEYOND THE 200-BYTE RECORD'
010980                 TO WS-REASON-TEXT
010990         WHEN 'DUPLIC'
011000             MOVE 'SAME AS THE PREVIOUS LINE'
011010                 TO WS-REASON-TEXT
011020         WHEN 'UNKSUP'
011030             MOVE 'SUPPLIER NOT ON THE SUPPLIER MASTER'
011040                 TO WS-REASON-TEXT
011050         WHEN 'INASUP'
011060             MOVE 'SUPPLIER INACTIVE ON THE SUPPLIER MASTER'
011070                 TO WS-REASON-TEXT
011080*        ANY OTHER CODE CAME FROM A CONFIGURED EDIT RULE. A
011090*        RULES FILE THAT NO LONGER CARRIES IT LEAVES THE TEXT
011100*        BLANK - THE TRACE ITSELF DOES NOT DEPEND ON IT.
011110         WHEN OTHER
011120             MOVE 'D'            TO WS-ERL-FUNCTION
011130             MOVE WS-EDIT-REASON TO WS-ERL-REASON
011140             CALL 'CALERUL' USING WS-ERUL-PARM
011150             IF WS-ERL-STATUS = '0'
011160                 MOVE WS-ERL-DESCRIPTION TO WS-REASON-TEXT
011170             ELSE
011180                 MOVE SPACES TO WS-REASON-TEXT
011190             END-IF
011200     END-EVALUATE
011210     .
011220
011230* 2200-LIST-GENERATIONS LISTS EVERY GENERATION CATALOGUED FOR
011240* THE RUN DATE BEING TRACED WITH ITS STATUS, AND PICKS THE ONE
011250* TO FOLLOW: THE LAST ONE LOADED, ELSE THE LAST ONE CREATED.
011260* WITHOUT A CATALOG THE FIXED FEEDER PATH IS THE GENERATION.
011270 2200-LIST-GENERATIONS.
011280     MOVE 'FEEDER'   TO WS-TRL-STAGE
011290     MOVE SPACE      TO WS-GEN-PICK-SW
011300     MOVE SPACES     TO WS-GEN-PICK-STATUS
011310     MOVE ZERO       TO WS-GEN-COUNT
011320     MOVE 'N'        TO WS-CAT-AVAILABLE-SW
011330     OPEN INPUT CALCAT
011340     IF NOT CALCAT-STATUS-OK
011350         MOVE WS-FIXED-CALOUTPT-PATH TO WS-CALOUTPT-PATH
011360         MOVE 'NO GENERATION CATALOG - FIXED FEEDER PATH'
011370             TO WS-TRL-TEXT
011380         PERFORM 6100-WRITE-STAGE-LINE
011390         GO TO 2200-EXIT
011400     END-IF
011410     SET WS-CAT-AVAILABLE TO TRUE
011420     PERFORM 4700-READ-CALCAT
011430     PERFORM UNTIL CALCAT-STATUS-EOF
011440     OR NOT CALCAT-STATUS-OK
011450         MOVE CALCAT-RECORD TO CALOUTPT-CATALOG-RECORD
011460         IF CAT-BUS-DATE = WS-TRC-RUN-DATE
011470             PERFORM 2250-LIST-ONE-GENERATION
011480         END-IF
011490         PERFORM 4700-READ-CALCAT
011500     END-PERFORM
011510     CLOSE CALCAT
011520     MOVE 'FEEDER' TO WS-TRL-STAGE
011530     EVALUATE TRUE
011540         WHEN WS-GEN-COUNT = ZERO
011550             MOVE 'NO GENERATION CATALOGUED FOR THE BUSINESS DATE'
011560                 TO WS-TRL-TEXT
011570         WHEN WS-GEN-PICK-NONE
011580             MOVE 'EVERY GENERATION FOR THE DATE HAS BEEN PURGED'
011590                 TO WS-TRL-TEXT
011600         WHEN OTHER
011610             STRING 'FOLLOWED : THE GENERATION '
011620                                     DELIMITED BY SIZE
011630                 WS-GEN-PICK-STATUS  DELIMITED BY SPACE
011640                 INTO WS-TRL-TEXT
011650     END-EVALUATE
011660     PERFORM 6100-WRITE-STAGE-LINE
011670     .
011680 2200-EXIT.
011690     EXIT
011700     .
011710
011720 2250-LIST-ONE-GENERATION.
011730     ADD 1 TO WS-GEN-COUNT
011740     MOVE 'FEEDER' TO WS-TRL-STAGE
011750     MOVE CAT-REC-COUNT TO WS-EDIT-COUNT
011760     STRING 'CYCLE '                 DELIMITED BY SIZE
011770         CAT-CYCLE-NO                DELIMITED BY SIZE
011780         '  '                        DELIMITED BY SIZE
011790         CAT-STATUS                  DELIMITED BY SIZE
011800         ' RECORDS'                  DELIMITED BY SIZE
011810         WS-EDIT-COUNT               DELIMITED BY SIZE
011820         '  '                        DELIMITED BY SIZE
011830         CAT-GEN-PATH                DELIMITED BY SPACE
011840         INTO WS-TRL-TEXT
011850     PERFORM 6100-WRITE-STAGE-LINE
011860     EVALUATE TRUE
011870         WHEN CAT-STATUS-LOADED
011880             MOVE 'L'           TO WS-GEN-PICK-SW
011890             MOVE CAT-STATUS    TO WS-GEN-PICK-STATUS
011900             MOVE CAT-GEN-PATH  TO WS-CALOUTPT-PATH
011910         WHEN CAT-STATUS-CREATED
011920             AND NOT WS-GEN-PICK-LOADED
011930             MOVE 'C'           TO WS-GEN-PICK-SW
011940             MOVE CAT-STATUS    TO WS-GEN-PICK-STATUS
011950             MOVE CAT-GEN-PATH  TO WS-CALOUTPT-PATH
011960     END-EVALUATE
011970     .
011980
011990* 2500-TRACE-BY-SEARCH FINDS EVERY MASTER RECORD (AND, FOR A
012000* GIVEN BUSINESS DATE, EVERY ARCHIVED RECORD OF THAT YEAR)
012010* WHOSE SOURCE LINE CARRIES THE TEXT, AND EVERY RECYCLE
012020* REGISTER ENTRY WHOSE IMAGE DOES, THEN TRACES EACH MASTER OR
012030* ARCHIVE HIT FROM ITS GENERATION TO ITS CORRECTIONS.
012040 2500-TRACE-BY-SEARCH.
012050     PERFORM 2510-SEARCH-MASTER
012060     IF WS-REQ-BUS-DATE > ZERO
012070         SET WS-ARC-FIND-KEY TO TRUE
012080         MOVE WS-REQ-BUS-DATE TO WS-TRC-RUN-DATE
012090         MOVE ZERO TO WS-TRC-REC-NO
012100         SET WS-ARCH-SEARCHED TO TRUE
012110         PERFORM 2800-SCAN-ARCHIVE
012120             THRU 2800-EXIT
012130         MOVE 'N' TO WS-ARCH-SEARCHED-SW
012140     ELSE
012150         MOVE 'ARCHIVE' TO WS-TRL-STAGE
012160         MOVE 'NOT SEARCHED - GIVE BUSDATE= TO SEARCH ITS YEAR'
012170             TO WS-TRL-TEXT
012180         PERFORM 6100-WRITE-STAGE-LINE
012190     END-IF
012200     PERFORM 2530-SEARCH-RECYCLE
012210         THRU 2530-EXIT
012220
012230     MOVE 'SEARCH' TO WS-TRL-STAGE
012240     MOVE WS-HIT-TOTAL TO WS-EDIT-COUNT
012250     STRING 'LOADED RECORDS CARRYING THE TEXT :'
012260                                     DELIMITED BY SIZE
012270         WS-EDIT-COUNT               DELIMITED BY SIZE
012280         INTO WS-TRL-TEXT
012290     PERFORM 6100-WRITE-STAGE-LINE
012300     IF WS-HIT-TOTAL > WS-HIT-MAX
012310         MOVE 'SEARCH' TO WS-TRL-STAGE
012320         MOVE 'ONLY THE FIRST 20 ARE TRACED - NARROW THE SEARCH'
012330             TO WS-TRL-TEXT
012340         PERFORM 6100-WRITE-STAGE-LINE
012350     END-IF
012360     PERFORM 2580-TRACE-ONE-HIT
012370         VARYING H FROM 1 BY 1
012380         UNTIL H > WS-HIT-COUNT
012390     .
012400
012410* 2510-SEARCH-MASTER READS THE MASTER FROM THE BUSINESS DATE
012420* GIVEN (OR FROM THE START) TO THE END OF THAT DATE (OR THE
012430* END OF THE FILE).
012440 2510-SEARCH-MASTER.
012450     MOVE WS-REQ-BUS-DATE TO CALM-RUN-DATE
012460     MOVE ZERO            TO CALM-REC-NO
012470     START CALMST KEY NOT < CALM-KEY
012480     EVALUATE TRUE
012490         WHEN CALMST-STATUS-OK
012500             PERFORM 4600-READ-CALMST-NEXT
012510             PERFORM UNTIL CALMST-STATUS-EOF
012520             OR NOT CALMST-STATUS-OK
012530             OR (WS-REQ-BUS-DATE > ZERO
012540                 AND CALM-RUN-DATE > WS-REQ-BUS-DATE)
012550                 PERFORM 2520-CHECK-ONE-RECORD
012560                 PERFORM 4600-READ-CALMST-NEXT
012570             END-PERFORM
012580         WHEN CALMST-STATUS-NOTFND
012590         WHEN CALMST-STATUS-EOF
012600             CONTINUE
012610         WHEN OTHER
012620             DISPLAY 'START ERROR ON CALMST'
012630             DISPLAY 'FILE STATUS : ' CALMST-STATUS
012640             MOVE 12 TO RETURN-CODE
012650             STOP RUN
012660     END-EVALUATE
012670     .
012680
012690* 2520-CHECK-ONE-RECORD TESTS THE CURRENT MASTER (OR STAGED
012700* ARCHIVE) RECORD FOR THE TEXT AND KEEPS ITS KEY AS A HIT.
012710 2520-CHECK-ONE-RECORD.
012720     MOVE ZERO TO WS-TALLY
012730     INSPECT CALM-SOURCE-LINE TALLYING WS-TALLY
012740         FOR ALL WS-REQ-SEARCH(1:WS-REQ-SEARCH-LEN)
012750     IF WS-TALLY > ZERO
012760         ADD 1 TO WS-HIT-TOTAL
012770         IF WS-HIT-COUNT < WS-HIT-MAX
012780             ADD 1 TO WS-HIT-COUNT
012790             MOVE CALM-RUN-DATE
012800                 TO WS-HIT-RUN-DATE(WS-HIT-COUNT)
012810             MOVE CALM-REC-NO
012820                 TO WS-HIT-REC-NO(WS-HIT-COUNT)
012830             MOVE CALM-SUPPLIER-ID
012840                 TO WS-HIT-SUPPLIER-ID(WS-HIT-COUNT)
012850         END-IF
012860     END-IF
012870     .
012880
012890* 2530-SEARCH-RECYCLE LISTS EVERY RECYCLE REGISTER ENTRY WHOSE
012900* REJECTED IMAGE CARRIES THE TEXT - A LINE THAT NEVER REACHED
012910* THE MASTER IS ANSWERED HERE. WITH BUSDATE= ONLY ENTRIES OF THAT
012920* BUSINESS DATE ARE LISTED; AN OLDER REGISTER LINE WITH NO
012930* BUSINESS DATE IS TAKEN BY ITS ARRIVAL DATE, AS CALRCYC DOES.
012940 2530-SEARCH-RECYCLE.
012950     OPEN INPUT RCYCLE
012960     IF NOT RCYCLE-STATUS-OK
012970         MOVE 'RECYCLE' TO WS-TRL-STAGE
012980         MOVE 'NO RECYCLE REGISTER - REJECTS NOT SEARCHED'
012990             TO WS-TRL-TEXT
013000         PERFORM 6100-WRITE-STAGE-LINE
013010         ADD 1 TO WS-GAP-COUNT
013020         GO TO 2530-EXIT
013030     END-IF
013040     PERFORM 4400-READ-RCYCLE
013050     PERFORM UNTIL RCYCLE-STATUS-EOF
013060     OR NOT RCYCLE-STATUS-OK
013070         MOVE RCYCLE-RECORD TO WS-RCYCLE-LINE
013080         MOVE ZERO TO WS-TALLY
013090         INSPECT WS-RCY-SOURCE TALLYING WS-TALLY
013100             FOR ALL WS-REQ-SEARCH(1:WS-REQ-SEARCH-LEN)
013110         IF WS-TALLY > ZERO
013120             AND (WS-REQ-BUS-DATE = ZERO
013130             OR (WS-RCY-BUS-DATE IS NUMERIC
013140                 AND WS-RCY-BUS-DATE = WS-REQ-BUS-DATE)
013150             OR (WS-RCY-BUS-DATE IS NOT NUMERIC
013160                 AND WS-RCY-ARRIVAL-DATE NOT < WS-REQ-BUS-DATE))
013170             ADD 1 TO WS-RCY-HIT-COUNT
013180             MOVE WS-RCY-REASON TO WS-EDIT-REASON
013190             PERFORM 2190-SET-REASON-TEXT
013200             MOVE 'EDIT' TO WS-TRL-STAGE
013210             STRING 'REJECTED '      DELIMITED BY SIZE
013220                 WS-RCY-REASON       DELIMITED BY SIZE
013230                 ' - '               DELIMITED BY SIZE
013240                 WS-REASON-TEXT      DELIMITED BY '  '
013250                 ' - TRANSMISSION RECORD ' DELIMITED BY SIZE
013260                 WS-RCY-REC-NO       DELIMITED BY SIZE
013270                 INTO WS-TRL-TEXT
013280             PERFORM 6100-WRITE-STAGE-LINE
013290             PERFORM 2550-WRITE-RECYCLE-ENTRY
013300         END-IF
013310         PERFORM 4400-READ-RCYCLE
013320     END-PERFORM
013330     CLOSE RCYCLE
013340     .
013350 2530-EXIT.
013360     EXIT
013370     .
013380
013390* 2550-WRITE-RECYCLE-ENTRY REPORTS THE REGISTER ENTRY IN
013400* WS-RCYCLE-LINE: ITS STATUS, WHEN IT ARRIVED AND, ONCE CLOSED,
013410* WHEN AND HOW.
013420 2550-WRITE-RECYCLE-ENTRY.
013430     MOVE 'RECYCLE' TO WS-TRL-STAGE
013440     STRING 'ENTRY '                 DELIMITED BY SIZE
013450         WS-RCY-SEQ-NO               DELIMITED BY SIZE
013460         '  '                        DELIMITED BY SIZE
013470         WS-RCY-STATUS               DELIMITED BY SIZE
013480         ' ARRIVED '                 DELIMITED BY SIZE
013490         WS-RCY-ARRIVAL-DATE         DELIMITED BY SIZE
013500         INTO WS-TRL-TEXT
013510     PERFORM 6100-WRITE-STAGE-LINE
013520     MOVE 'RECYCLE' TO WS-TRL-STAGE
013530     EVALUATE WS-RCY-STATUS
013540         WHEN 'RESOLVED'
013550             STRING 'RESOLVED '      DELIMITED BY SIZE
013560                 WS-RCY-CLOSED-DATE  DELIMITED BY SIZE
013570                 ' BY A CLEAN RETRANSMISSION OF THE RECORD'
013580                                     DELIMITED BY SIZE
013590                 INTO WS-TRL-TEXT
013600         WHEN 'WRITEOFF'
013610             STRING 'WRITTEN OFF '   DELIMITED BY SIZE
013620                 WS-RCY-CLOSED-DATE  DELIMITED BY SIZE
013630                 ' - NEVER LOADED'   DELIMITED BY SIZE
013640                 INTO WS-TRL-TEXT
013650         WHEN 'RETURNED'
013660             IF WS-RCY-SENT-DATE IS NUMERIC
013670                 AND WS-RCY-SENT-DATE > ZERO
013680                 STRING 'RETURNED TO THE SUPPLIER - SENT '
013690                                     DELIMITED BY SIZE
013700                     WS-RCY-SENT-DATE
013710                                     DELIMITED BY SIZE
013720                     ' - STILL OPEN' DELIMITED BY SIZE
013730                     INTO WS-TRL-TEXT
013740             ELSE
013750                 MOVE 'RETURNED TO THE SUPPLIER - NOT YET SENT'
013760                     TO WS-TRL-TEXT
013770             END-IF
013780         WHEN OTHER
013790             MOVE 'OPEN - AWAITING RETRANSMISSION OR WRITE-OFF'
013800                 TO WS-TRL-TEXT
013810     END-EVALUATE
013820     PERFORM 6100-WRITE-STAGE-LINE
013830     .
013840
013850* 2580-TRACE-ONE-HIT TRACES ONE SEARCH HIT FROM ITS GENERATION
013860* TO ITS CORRECTIONS.
013870 2580-TRACE-ONE-HIT.
013880     MOVE SPACES TO TRC-RECORD
013890     PERFORM 6000-WRITE-TRC-LINE
013900     MOVE WS-HIT-RUN-DATE(H) TO WS-TRC-RUN-DATE
013910     MOVE WS-HIT-REC-NO(H)   TO WS-TRC-REC-NO
013920     MOVE 'HIT' TO WS-TRL-STAGE
013930     STRING 'RUN DATE '              DELIMITED BY SIZE
013940         WS-TRC-RUN-DATE             DELIMITED BY SIZE
013950         '  CAL-REC-NO '             DELIMITED BY SIZE
013960         WS-TRC-REC-NO               DELIMITED BY SIZE
013970         '  SUPPLIER '               DELIMITED BY SIZE
013980         WS-HIT-SUPPLIER-ID(H)       DELIMITED BY SIZE
013990         INTO WS-TRL-TEXT
014000     PERFORM 6100-WRITE-STAGE-LINE
014010     PERFORM 2200-LIST-GENERATIONS
014020         THRU 2200-EXIT
014030     PERFORM 2600-TRACE-MASTER-RECORD
014040     PERFORM 2700-TRACE-CORRECTIONS
014050         THRU 2700-EXIT
014060     .
014070
014080* 2600-TRACE-MASTER-RECORD READS THE MASTER AT THE TRACED KEY.
014090* A KEY NO LONGER ON THE MASTER IS LOOKED FOR IN THE YEARLY
014100* ARCHIVE OF ITS RUN DATE.
014110 2600-TRACE-MASTER-RECORD.
014120     MOVE 'MASTER' TO WS-STATE-STAGE
014130     MOVE WS-TRC-RUN-DATE TO CALM-RUN-DATE
014140     MOVE WS-TRC-REC-NO   TO CALM-REC-NO
014150     READ CALMST
014160         INVALID KEY
014170             CONTINUE
014180     END-READ
014190     EVALUATE TRUE
014200         WHEN CALMST-STATUS-OK
014210             PERFORM 2650-WRITE-MASTER-STATE
014220         WHEN CALMST-STATUS-NOTFND
014230             SET WS-ARC-FIND-KEY TO TRUE
014240             PERFORM 2800-SCAN-ARCHIVE
014250                 THRU 2800-EXIT
014260             MOVE 'ARCHIVE' TO WS-TRL-STAGE
014270             IF WS-ARC-HIT
014280                 STRING 'PURGED FROM THE MASTER - HELD IN THE '
014290                                     DELIMITED BY SIZE
014300                     WS-ARC-YEAR     DELIMITED BY SIZE
014310                     ' ARCHIVE '     DELIMITED BY SIZE
014320                     WS-ARCHFILE-PATH DELIMITED BY SPACE
014330                     INTO WS-TRL-TEXT
014340                 PERFORM 6100-WRITE-STAGE-LINE
014350                 MOVE 'ARCHIVE' TO WS-STATE-STAGE
014360                 PERFORM 2650-WRITE-MASTER-STATE
014370             ELSE
014380                 IF WS-GEN-PICK-CREATED
014390                     MOVE 'NOT ON MASTER - GENERATION UNLOADED'
014400                         TO WS-TRL-TEXT
014410                 ELSE
014420                     MOVE 'NOT ON THE MASTER NOR IN THE ARCHIVE'
014430                         TO WS-TRL-TEXT
014440                     ADD 1 TO WS-GAP-COUNT
014450                 END-IF
014460                 PERFORM 6100-WRITE-STAGE-LINE
014470             END-IF
014480         WHEN OTHER
014490             DISPLAY 'READ ERROR ON CALMST'
014500             DISPLAY 'FILE STATUS : ' CALMST-STATUS
014510             MOVE 12 TO RETURN-CODE
014520             STOP RUN
014530     END-EVALUATE
014540     .
014550
014560* 2650-WRITE-MASTER-STATE REPORTS THE KEY, VALUES AND STATUS OF
014570* THE MASTER RECORD (OR ITS ARCHIVED IMAGE) IN THE RECORD AREA.
014580 2650-WRITE-MASTER-STATE.
014590     MOVE WS-STATE-STAGE TO WS-TRL-STAGE
014600     STRING 'KEY '                   DELIMITED BY SIZE
014610         CALM-RUN-DATE               DELIMITED BY SIZE
014620         '/'                         DELIMITED BY SIZE
014630         CALM-REC-NO                 DELIMITED BY SIZE
014640         '  SUPPLIER '               DELIMITED BY SIZE
014650         CALM-SUPPLIER-ID            DELIMITED BY SIZE
014660         '  PRE-CHI '                DELIMITED BY SIZE
014670         CALM-PRE-CHI                DELIMITED BY SIZE
014680         '  DER-CHI '                DELIMITED BY SIZE
014690         CALM-DER-CHI                DELIMITED BY SIZE
014700         '  ETALONNAGE '             DELIMITED BY SIZE
014710         CALM-ETALONNAGE             DELIMITED BY SIZE
014720         INTO WS-TRL-TEXT
014730     PERFORM 6100-WRITE-STAGE-LINE
014740     MOVE WS-STATE-STAGE TO WS-TRL-STAGE
014750     EVALUATE TRUE
014760         WHEN CALM-AS-LOADED
014770             MOVE 'STATUS AS LOADED' TO WS-TRL-TEXT
014780         WHEN CALM-CORRECTED
014790             STRING 'STATUS CORRECTED BY CORRECTION '
014800                                     DELIMITED BY SIZE
014810                 CALM-CORR-SEQ-NO    DELIMITED BY SIZE
014820                 ' ON '              DELIMITED BY SIZE
014830                 CALM-CORR-DATE      DELIMITED BY SIZE
014840                 INTO WS-TRL-TEXT
014850         WHEN CALM-DELETED
014860             STRING 'STATUS DELETED BY CORRECTION '
014870                                     DELIMITED BY SIZE
014880                 CALM-CORR-SEQ-NO    DELIMITED BY SIZE
014890                 ' ON '              DELIMITED BY SIZE
014900                 CALM-CORR-DATE      DELIMITED BY SIZE
014910                 INTO WS-TRL-TEXT
014920         WHEN CALM-REVERSED
014930             STRING 'STATUS REVERSED BY CORRECTION '
014940                                     DELIMITED BY SIZE
014950                 CALM-CORR-SEQ-NO    DELIMITED BY SIZE
014960                 ' ON '              DELIMITED BY SIZE
014970                 CALM-CORR-DATE      DELIMITED BY SIZE
014980                 INTO WS-TRL-TEXT
014990         WHEN OTHER
015000             STRING 'STATUS UNKNOWN : ' DELIMITED BY SIZE
015010                 CALM-RECORD-STATUS  DELIMITED BY SIZE
015020                 INTO WS-TRL-TEXT
015030     END-EVALUATE
015040     PERFORM 6100-WRITE-STAGE-LINE
015050     MOVE WS-STATE-STAGE TO WS-TRL-STAGE
015060     STRING 'LINE : '                DELIMITED BY SIZE
015070         CALM-SOURCE-LINE(1:100)     DELIMITED BY SIZE
015080         INTO WS-TRL-TEXT
015090     PERFORM 6100-WRITE-STAGE-LINE
015100     IF CALM-SOURCE-FILE NOT = SPACES
015110         MOVE WS-STATE-STAGE TO WS-TRL-STAGE
015120         STRING 'LOADED FROM : '     DELIMITED BY SIZE
015130             CALM-SOURCE-FILE        DELIMITED BY SPACE
015140             INTO WS-TRL-TEXT
015150         PERFORM 6100-WRITE-STAGE-LINE
015160     END-IF
015170     .
015180
015190* 2700-TRACE-CORRECTIONS LISTS EVERY CORRECTION EVER RAISED
015200* AGAINST THE TRACED KEY, WHATEVER BECAME OF IT, WITH THE TWO
015210* PEOPLE BEHIND IT.
015220 2700-TRACE-CORRECTIONS.
015230     MOVE ZERO TO WS-COR-HIT-COUNT
015240     OPEN INPUT CORQUEUE
015250     IF NOT CORQUEUE-STATUS-OK
015260         MOVE 'CORRECTION' TO WS-TRL-STAGE
015270         MOVE 'NO CORRECTION QUEUE - NONE EVER REQUESTED'
015280             TO WS-TRL-TEXT
015290         PERFORM 6100-WRITE-STAGE-LINE
015300         GO TO 2700-EXIT
015310     END-IF
015320     PERFORM 4800-READ-CORQUEUE
015330     PERFORM UNTIL CORQUEUE-STATUS-EOF
015340     OR NOT CORQUEUE-STATUS-OK
015350         MOVE CORQUEUE-RECORD TO CALMST-CORRECTION-RECORD
015360         IF COR-RUN-DATE = WS-TRC-RUN-DATE
015370             AND COR-REC-NO = WS-TRC-REC-NO
015380             PERFORM 2750-WRITE-ONE-CORRECTION
015390         END-IF
015400         PERFORM 4800-READ-CORQUEUE
015410     END-PERFORM
015420     CLOSE CORQUEUE
015430     IF WS-COR-HIT-COUNT = ZERO
015440         MOVE 'CORRECTION' TO WS-TRL-STAGE
015450         MOVE 'NONE REQUESTED' TO WS-TRL-TEXT
015460         PERFORM 6100-WRITE-STAGE-LINE
015470     END-IF
015480     .
015490 2700-EXIT.
015500     EXIT
015510     .
015520
015530 2750-WRITE-ONE-CORRECTION.
015540     ADD 1 TO WS-COR-HIT-COUNT
015550     MOVE 'CORRECTION' TO WS-TRL-STAGE
015560     STRING 'SEQ '                   DELIMITED BY SIZE
015570         COR-SEQ-NO                  DELIMITED BY SIZE
015580         ' '                         DELIMITED BY SIZE
015590         COR-ACTION                  DELIMITED BY SIZE
015600         ' '                         DELIMITED BY SIZE
015610         COR-STATUS                  DELIMITED BY SIZE
015620         ' REQUESTED '               DELIMITED BY SIZE
015630         COR-REQUEST-DATE            DELIMITED BY SIZE
015640         ' BY '                      DELIMITED BY SIZE
015650         COR-REQUESTER               DELIMITED BY SIZE
015660         ' DECIDED '                 DELIMITED BY SIZE
015670         COR-APPROVE-DATE            DELIMITED BY SIZE
015680         ' BY '                      DELIMITED BY SIZE
015690         COR-APPROVER                DELIMITED BY SIZE
015700         ' ETALONNAGE '              DELIMITED BY SIZE
015710         COR-OLD-ETALONNAGE          DELIMITED BY SIZE
015720         ' TO '                      DELIMITED BY SIZE
015730         COR-NEW-ETALONNAGE          DELIMITED BY SIZE
015740         INTO WS-TRL-TEXT
015750     PERFORM 6100-WRITE-STAGE-LINE
015760     MOVE 'CORRECTION' TO WS-TRL-STAGE
015770     STRING 'REASON : '              DELIMITED BY SIZE
015780         COR-REASON                  DELIMITED BY SIZE
015790         INTO WS-TRL-TEXT
015800     PERFORM 6100-WRITE-STAGE-LINE
015810     .
015820
015830* 2800-SCAN-ARCHIVE READS THE CALMARC ARCHIVE FOR THE YEAR OF
015840* THE TRACED RUN DATE, STAGING EACH IMAGE THROUGH THE MASTER
015850* RECORD AREA AS CALINQ DOES. IT STOPS AT THE KEY SOUGHT, OR AT
015860* THE SUPPLIER'S FIRST RECORD OF THE DATE WHEN LOOKING FOR THE
015870* BASE OF ITS RECORD NUMBERS; DURING A SEARCH EVERY RECORD OF
015880* THE DATE IS TESTED FOR THE TEXT INSTEAD.
015890 2800-SCAN-ARCHIVE.
015900     MOVE 'N' TO WS-ARC-HIT-SW
015910     MOVE WS-TRC-RUN-DATE(1:4) TO WS-ARC-YEAR
015920     MOVE SPACES TO WS-ARCHFILE-PATH
015930     STRING WS-ARCHBASE-PATH  DELIMITED BY SPACE
015940         '.'                  DELIMITED BY SIZE
015950         WS-ARC-YEAR          DELIMITED BY SIZE
015960         INTO WS-ARCHFILE-PATH
015970     OPEN INPUT ARCHFILE
015980     IF NOT ARCHFILE-STATUS-OK
015990         GO TO 2800-EXIT
016000     END-IF
016010     PERFORM 4900-READ-ARCHFILE
016020     PERFORM UNTIL ARCHFILE-STATUS-EOF
016030     OR NOT ARCHFILE-STATUS-OK
016040     OR WS-ARC-HIT
016050         MOVE ARCHFILE-RECORD TO CALIBRATION-MASTER-RECORD
016060         IF CALM-RUN-DATE = WS-TRC-RUN-DATE
016070             EVALUATE TRUE
016080                 WHEN WS-ARCH-SEARCHED
016090                     PERFORM 2520-CHECK-ONE-RECORD
016100                 WHEN WS-ARC-FIND-KEY
016110                     IF CALM-REC-NO = WS-TRC-REC-NO
016120                         SET WS-ARC-HIT TO TRUE
016130                     END-IF
016140                 WHEN WS-ARC-FIND-BASE
016150                     IF CALM-SUPPLIER-ID = WS-REQ-SUPPLIER-ID
016160                         SET WS-ARC-HIT TO TRUE
016170                     END-IF
016180             END-EVALUATE
016190         END-IF
016200         IF NOT WS-ARC-HIT
016210             PERFORM 4900-READ-ARCHFILE
016220         END-IF
016230     END-PERFORM
016240     CLOSE ARCHFILE
016250     .
016260 2800-EXIT.
016270     EXIT
016280     .
016290
016300 3100-OPEN-TRCRPT.
016310     OPEN OUTPUT TRCRPT
016320     IF NOT TRCRPT-STATUS-OK
016330         DISPLAY 'OPEN ERROR ON TRCRPT'
016340         DISPLAY 'FILE STATUS : ' TRCRPT-STATUS
016350         MOVE 12 TO RETURN-CODE
016360         STOP RUN
016370     END-IF
016380     .
016390
016400 4100-READ-SYSIN.
016410     READ SYSIN
016420         AT END
016430             CONTINUE
016440          NOT AT END
016450             IF NOT SYSIN-STATUS-OK
016460                 DISPLAY 'READ ERROR ON SYSIN'
016470                 DISPLAY 'FILE STATUS : ' SYSIN-STATUS
016480                 MOVE 12 TO RETURN-CODE
016490                 STOP RUN
016500             END-IF
016510     END-READ
016520     .
016530
016540 4200-READ-SUPQLOG.
016550     READ SUPQLOG
016560         AT END
016570             CONTINUE
016580          NOT AT END
016590             IF NOT SUPQLOG-STATUS-OK
016600                 DISPLAY 'READ ERROR ON SUPQLOG'
016610                 DISPLAY 'FILE STATUS : ' SUPQLOG-STATUS
016620                 MOVE 12 TO RETURN-CODE
016630                 STOP RUN
016640             END-IF
016650     END-READ
016660     .
016670
016680 4300-READ-REJECTS.
016690     READ REJECTS
016700         AT END
016710             CONTINUE
016720          NOT AT END
016730             IF NOT REJECTS-STATUS-OK
016740                 DISPLAY 'READ ERROR ON REJECTS'
016750                 DISPLAY 'FILE STATUS : ' REJECTS-STATUS
016760                 MOVE 12 TO RETURN-CODE
016770                 STOP RUN
016780             END-IF
016790     END-READ
016800     .
016810
016820 4400-READ-RCYCLE.
016830     READ RCYCLE
016840         AT END
016850             CONTINUE
016860          NOT AT END
016870             IF NOT RCYCLE-STATUS-OK
016880                 DISPLAY 'READ ERROR ON RCYCLE'
016890                 DISPLAY 'FILE STATUS : ' RCYCLE-STATUS
016900                 MOVE 12 TO RETURN-CODE
016910                 STOP RUN
016920             END-IF
016930     END-READ
016940     .
016950
016960 4500-READ-CALOUTPT.
016970     READ CALOUTPT
016980         AT END
016990             CONTINUE
017000          NOT AT END
017010             IF NOT CALOUTPT-STATUS-OK
017020                 DISPLAY 'READ ERROR ON CALOUTPT'
017030                 DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
017040                 MOVE 12 TO RETURN-CODE
017050                 STOP RUN
017060             END-IF
017070     END-READ
017080     .
017090
017100 4600-READ-CALMST-NEXT.
017110     READ CALMST NEXT
017120         AT END
017130             CONTINUE
017140          NOT AT END
017150             IF NOT CALMST-STATUS-OK
017160                 DISPLAY 'READ ERROR ON CALMST'
017170                 DISPLAY 'FILE STATUS : ' CALMST-STATUS
017180                 MOVE 12 TO RETURN-CODE
017190                 STOP RUN
017200             END-IF
017210     END-READ
017220     .
017230
017240 4700-READ-CALCAT.
017250     READ CALCAT
017260         AT END
017270             CONTINUE
017280          NOT AT END
017290             IF NOT CALCAT-STATUS-OK
017300                 DISPLAY 'READ ERROR ON CALCAT'
017310                 DISPLAY 'FILE STATUS : ' CALCAT-STATUS
017320                 MOVE 12 TO RETURN-CODE
017330                 STOP RUN
017340             END-IF
017350     END-READ
017360     .
017370
017380 4800-READ-CORQUEUE.
017390     READ CORQUEUE
017400         AT END
017410             CONTINUE
017420          NOT AT END
017430             IF NOT CORQUEUE-STATUS-OK
017440                 DISPLAY 'READ ERROR ON CORQUEUE'
017450                 DISPLAY 'FILE STATUS : ' CORQUEUE-STATUS
017460                 MOVE 12 TO RETURN-CODE
017470                 STOP RUN
017480             END-IF
017490     END-READ
017500     .
017510
017520 4900-READ-ARCHFILE.
017530     READ ARCHFILE
017540         AT END
017550             CONTINUE
017560          NOT AT END
017570             IF NOT ARCHFILE-STATUS-OK
017580                 DISPLAY 'READ ERROR ON ARCHFILE'
017590                 DISPLAY 'FILE STATUS : ' ARCHFILE-STATUS
017600                 MOVE 12 TO RETURN-CODE
017610                 STOP RUN
017620             END-IF
017630     END-READ
017640     .
017650
017660 5100-CLOSE-TRCRPT.
017670     CLOSE TRCRPT
017680     IF NOT TRCRPT-STATUS-OK
017690         DISPLAY 'CLOSE ERROR ON TRCRPT'
017700         DISPLAY 'FILE STATUS : ' TRCRPT-STATUS
017710         MOVE 12 TO RETURN-CODE
017720         STOP RUN
017730     END-IF
017740     .
017750
017760 6000-WRITE-TRC-LINE.
017770     WRITE TRC-RECORD
017780     IF NOT TRCRPT-STATUS-OK
017790         DISPLAY 'WRITE ERROR ON TRCRPT'
017800         DISPLAY 'FILE STATUS : ' TRCRPT-STATUS
017810         MOVE 12 TO RETURN-CODE
017820         STOP RUN
017830     END-IF
017840     MOVE SPACES TO TRC-RECORD
017850     .
017860
017870* 6100-WRITE-STAGE-LINE WRITES ONE STAGE LINE AND CLEARS IT FOR
017880* THE NEXT.
017890 6100-WRITE-STAGE-LINE.
017900     MOVE WS-TRC-LINE TO TRC-RECORD
017910     PERFORM 6000-WRITE-TRC-LINE
017920     MOVE SPACES TO WS-TRC-LINE
017930     .
