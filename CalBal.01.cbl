000400*                  SET, USING THE SAME RULE AS THE EXTRACT AND
000410*                  CALLOAD, SO THE CERTIFICATE ALWAYS BALANCES
000420*                  THE SAME DATE THE CHAIN ACTUALLY RAN.
000430* 2026-10-15  RD   CALOUTPT RECORD WIDENED TO 218 BYTES FOR THE
000440*                  SUPPLIER ID NOW CARRIED ON CALOUT01.
000450* 2026-10-15  RD   AN AOC-BUSDATE OVERRIDE IS NOW WRITTEN TO THE
000460*                  SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD.
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500
000510     SELECT REJECTS ASSIGN TO DYNAMIC WS-REJECTS-PATH
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS REJECTS-STATUS.
000540
000550     SELECT RUNSTAT ASSIGN TO DYNAMIC WS-RUNSTAT-PATH
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RUNSTAT-STATUS.
000580
000590     SELECT CALOUTPT ASSIGN TO DYNAMIC WS-CALOUTPT-PATH
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CALOUTPT-STATUS.
000620
000630     SELECT CALCAT ASSIGN TO DYNAMIC WS-CALCAT-PATH
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CALCAT-STATUS.
000660
000670     SELECT LOADRPT ASSIGN TO DYNAMIC WS-LOADRPT-PATH
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS LOADRPT-STATUS.
000700
000710     SELECT BALRPT ASSIGN TO DYNAMIC WS-BALRPT-PATH
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS BALRPT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770
000780 FD  REJECTS.
000790 01  REJECT-RECORD               PIC X(260).
000800
000810 FD  RUNSTAT.
000820 01  RUNSTAT-RECORD              PIC X(266).
000830
000840 FD  CALOUTPT.
000850 01  CALOUTPT-RECORD             PIC X(218).
000860
000870 FD  CALCAT.
000880 01  CALCAT-RECORD               PIC X(248).
000890
000900 FD  LOADRPT.
000910 01  LOAD-RECORD                 PIC X(132).
000920
000930 FD  BALRPT.
000940 01  BAL-RECORD                  PIC X(132).
000950
000960 WORKING-STORAGE SECTION.
000970
000980* RUN-TIME FILE ASSIGNMENT
000990 01  WS-REJECTS-PATH             PIC X(200).
001000 01  WS-DEFAULT-REJECTS-PATH     PIC X(200) VALUE
001010     'AOC20231201.REJECT.RPT'.
001020 01  WS-RUNSTAT-PATH             PIC X(200).
001030 01  WS-DEFAULT-RUNSTAT-PATH     PIC X(200) VALUE
001040     'AOC20231201.RUNSTAT.FILE'.
001050 01  WS-CALOUTPT-PATH            PIC X(220).
001060 01  WS-DEFAULT-CALOUTPT-PATH    PIC X(200) VALUE
001070     'AOC20231201.CALOUT.FILE'.
001080 01  WS-CALCAT-PATH              PIC X(200).
001090 01  WS-DEFAULT-CALCAT-PATH      PIC X(200) VALUE
001100     'AOC20231201.CALCAT.FILE'.
001110 01  WS-LOADRPT-PATH             PIC X(200).
001120 01  WS-DEFAULT-LOADRPT-PATH     PIC X(200) VALUE
001130     'AOC20231201.LOAD.RPT'.
001140 01  WS-BALRPT-PATH              PIC X(200).
001150 01  WS-DEFAULT-BALRPT-PATH      PIC X(200) VALUE
001160     'AOC20231201.BALANCE.RPT'.
001170
001180* FILE STATUS
001190 01  REJECTS-STATUS              PIC 9(02).
001200     88  REJECTS-STATUS-OK       VALUE 00.
001210     88  REJECTS-STATUS-EOF      VALUE 10.
001220 01  RUNSTAT-STATUS              PIC 9(02).
001230     88  RUNSTAT-STATUS-OK       VALUE 00.
001240     88  RUNSTAT-STATUS-EOF      VALUE 10.
001250 01  CALOUTPT-STATUS             PIC 9(02).
001260     88  CALOUTPT-STATUS-OK      VALUE 00.
001270     88  CALOUTPT-STATUS-EOF     VALUE 10.
001280 01  LOADRPT-STATUS              PIC 9(02).
001290     88  LOADRPT-STATUS-OK       VALUE 00.
001300     88  LOADRPT-STATUS-EOF      VALUE 10.
001310 01  BALRPT-STATUS               PIC 9(02).
001320     88  BALRPT-STATUS-OK        VALUE 00.
001330 01  CALCAT-STATUS               PIC 9(02).
001340     88  CALCAT-STATUS-OK        VALUE 00.
001350     88  CALCAT-STATUS-EOF       VALUE 10.
001360
001370* EXPECTED BUSINESS DATE OF THE DAY BEING CERTIFIED. THE
001380* SCHEDULER PASSES THE SAME AOC-BUSDATE THE CHAIN RAN WITH;
001390* IT DEFAULTS TO THE RUN DATE AS IN THE EXTRACT STEP.
001400 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001410 01  WS-BUSDATE-ENV              PIC X(08) VALUE SPACES.
001420 01  WS-EXPECTED-BUSDATE         PIC 9(08) VALUE ZERO.
001430
001440* PROCESSING-CALENDAR CALL BLOCK FOR CALBDATE, WHICH RESOLVES
001450* BUSINESS DATES FROM THE SHARED AOC-CALENDAR FILE.
001460 01  WS-BDATE-PARM.
001470     05  WS-BDT-FUNCTION         PIC X(01).
001480     05  WS-BDT-BASE-DATE        PIC 9(08).
001490     05  WS-BDT-RESULT-DATE      PIC 9(08).
001500     05  WS-BDT-STATUS           PIC X(01).
001510
001520* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
001530* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
001540 01  WS-OVRD-PARM.
001550     05  WS-OVD-PROGRAM          PIC X(08).
001560     05  WS-OVD-NAME             PIC X(16).
001570     05  WS-OVD-VALUE            PIC X(30).
001580     05  WS-OVD-BUS-DATE         PIC 9(08).
001590     05  WS-OVD-SUPPLIER-ID      PIC X(03).
001600     05  WS-OVD-STATUS           PIC X(01).
001610
001620* HDR/TRL CONTROL RECORD ALLOWANCE. CALEDIT COUNTS A SUPPLIER
001630* HDR OR TRL LINE AS A CLEAN RECORD BUT THE EXTRACT EXCLUDES
001640* BOTH FROM WS-REC-COUNT, SO ON A WRAPPED TRANSMISSION THE
001650* CLEAN-TO-EXTRACT CHECK IS ONLY EXPECTED TO BALANCE AFTER THE
001660* CONTROL RECORDS ARE ALLOWED FOR. AOC-CTLRECS CARRIES THE
001670* NUMBER OF CONTROL RECORDS OF THE DAY (TWO PER WRAPPED FILE);
001680* AN UNWRAPPED DAY LEAVES IT AT ZERO. THE VALUE ARRIVES LEFT-
001690* JUSTIFIED AND IS CONVERTED ONE DIGIT AT A TIME.
001700 01  WS-CTLRECS-ENV              PIC X(06) VALUE SPACES.
001710 01  WS-CTL-REC-COUNT            PIC 9(06) VALUE ZERO.
001720 01  WS-CTL-DIGIT                PIC 9(01) VALUE ZERO.
001730 01  WS-CTL-DIGIT-COUNT          PIC 9(01) VALUE ZERO.
001740 01  WS-CTL-END-SW               PIC X(01) VALUE 'N'.
001750     88  WS-CTL-END              VALUE 'Y'.
001760 01  K                           PIC 9(01) VALUE ZERO.
001770
001780* FIGURES GATHERED FROM THE CALEDIT EDIT SUMMARY ON THE REJECT
001790* FILE. THE SUMMARY LINES CARRY A 26-BYTE LABEL, A SPACE AND A
001800* SIX-DIGIT COUNT, AS BUILT BY 2800-WRITE-EDIT-SUMMARY IN
001810* CALEDIT.
001820 01  WS-EDIT-READ-COUNT          PIC 9(06) VALUE ZERO.
001830 01  WS-EDIT-CLEAN-COUNT         PIC 9(06) VALUE ZERO.
001840 01  WS-EDIT-REJECT-COUNT        PIC 9(06) VALUE ZERO.
001850 01  WS-EDIT-FOUND-SW            PIC X(01) VALUE 'N'.
001860     88  WS-EDIT-FOUND           VALUE 'Y'.
001870
001880* THE EXTRACT RUN-STATUS LINE, AS WRITTEN BY 8000-WRITE-RUN-
001890* STATUS IN AOC-2023-12-01.
001900 01  WS-RUNSTAT-LINE.
001910     05  WS-RST-RUN-DATE         PIC 9(08).
001920     05  FILLER                  PIC X(01).
001930     05  WS-RST-MODE             PIC X(06).
001940     05  FILLER                  PIC X(01).
001950     05  WS-RST-INPUT-NAME       PIC X(200).
001960     05  FILLER                  PIC X(01).
001970     05  WS-RST-REC-COUNT        PIC 9(06).
001980     05  FILLER                  PIC X(01).
001990     05  WS-RST-EXCEPT-COUNT     PIC 9(06).
002000     05  FILLER                  PIC X(01).
002010     05  WS-RST-ETALONNAGE-FINAL PIC 9(10).
002020     05  FILLER                  PIC X(01).
002030     05  WS-RST-ETALONNAGE-FINAL-DIGITS PIC 9(10).
002040     05  FILLER                  PIC X(01).
002050     05  WS-RST-STATUS           PIC X(10).
002060     05  FILLER                  PIC X(01).
002070     05  WS-RST-RETURN-CODE      PIC 9(02).
002080 01  WS-RUNSTAT-FOUND-SW         PIC X(01) VALUE 'N'.
002090     88  WS-RUNSTAT-FOUND        VALUE 'Y'.
002100
002110* CALOUTPT FEEDER RECORD COUNT
002120 01  WS-FEEDER-REC-COUNT         PIC 9(06) VALUE ZERO.
002130
002140* CALOUTPT GENERATION CATALOG (SHARED WITH AOC-2023-12-01). THE
002150* FEEDER COUNTED IS THE NEWEST UNPURGED GENERATION CATALOGUED
002160* FOR THE BUSINESS DATE BEING CERTIFIED.
002170 COPY CALCAT01.
002180 01  WS-GEN-FOUND-SW             PIC X(01) VALUE 'N'.
002190     88  WS-GEN-FOUND            VALUE 'Y'.
002200
002210* FIGURES GATHERED FROM THE CALLOAD LOAD REPORT. THE SUMMARY
002220* LINES CARRY A 24-BYTE LABEL, A SPACE AND A SIX-DIGIT COUNT,
002230* AS BUILT BY 2600-REPORT-LOAD-COUNTS IN CALLOAD; THE HEADING
002240* LINE CARRIES THE RUN DATE CALLOAD STAMPED ONTO THE MASTER.
002250 01  WS-LOAD-RUN-DATE            PIC 9(08) VALUE ZERO.
002260 01  WS-LOAD-READ-COUNT          PIC 9(06) VALUE ZERO.
002270 01  WS-LOAD-ADDED-COUNT         PIC 9(06) VALUE ZERO.
002280 01  WS-LOAD-DUP-COUNT           PIC 9(06) VALUE ZERO.
002290 01  WS-LOAD-FOUND-SW            PIC X(01) VALUE 'N'.
002300     88  WS-LOAD-FOUND           VALUE 'Y'.
002310
002320* CROSS-FOOT WORK AREAS
002330 01  WS-BREAK-COUNT              PIC 9(03) VALUE ZERO.
002340 01  WS-CHECK-EXPECTED           PIC 9(10) VALUE ZERO.
002350 01  WS-CHECK-ACTUAL             PIC 9(10) VALUE ZERO.
002360
002370* BALANCING CERTIFICATE LINE LAYOUTS
002380 01  WS-BAL-HEADING.
002390     05  FILLER                  PIC X(40) VALUE
002400         'CALIBRATION CHAIN BALANCING CERTIFICATE '.
002410     05  WS-HDG-BUSDATE          PIC 9(08).
002420 01  WS-BAL-CHECK-LINE.
002430     05  WS-CHK-LABEL            PIC X(40).
002440     05  FILLER                  PIC X(01) VALUE SPACE.
002450     05  WS-CHK-EXPECTED         PIC 9(10).
002460     05  FILLER                  PIC X(01) VALUE SPACE.
002470     05  WS-CHK-ACTUAL           PIC 9(10).
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  WS-CHK-VERDICT          PIC X(05).
002500
002510 PROCEDURE DIVISION.
002520
002530 0000-MAINLINE.
002540     DISPLAY 'CALBAL'
002550     PERFORM 1000-INITIALIZE
002560     PERFORM 2000-MAIN-PROCESSING
002570     IF WS-BREAK-COUNT > ZERO
002580         DISPLAY 'CALBAL OUT OF BALANCE - BREAKS :'
002590             WS-BREAK-COUNT
002600         MOVE 8 TO RETURN-CODE
002610     ELSE
002620         DISPLAY 'CALBAL CERTIFIED IN BALANCE'
002630     END-IF
002640     STOP RUN
002650     .
002660
002670* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS, THE EXPECTED
002680* BUSINESS DATE AND THE CONTROL-RECORD ALLOWANCE AT RUN TIME
002690* FROM THE SAME ENVIRONMENT VARIABLES THE CHAIN STEPS USE,
002700* FALLING BACK TO THE DEVELOPMENT DEFAULTS WHEN NOT SET.
002710 1000-INITIALIZE.
002720     MOVE SPACES TO WS-REJECTS-PATH
002730     ACCEPT WS-REJECTS-PATH
002740         FROM ENVIRONMENT 'AOC-REJECTS'
002750     IF WS-REJECTS-PATH = SPACES
002760         MOVE WS-DEFAULT-REJECTS-PATH TO WS-REJECTS-PATH
002770     END-IF
002780
002790     MOVE SPACES TO WS-RUNSTAT-PATH
002800     ACCEPT WS-RUNSTAT-PATH
002810         FROM ENVIRONMENT 'AOC-RUNSTAT'
002820     IF WS-RUNSTAT-PATH = SPACES
002830         MOVE WS-DEFAULT-RUNSTAT-PATH TO WS-RUNSTAT-PATH
002840     END-IF
002850
002860     MOVE SPACES TO WS-CALOUTPT-PATH
002870     ACCEPT WS-CALOUTPT-PATH
002880         FROM ENVIRONMENT 'AOC-CALOUTPT'
002890     IF WS-CALOUTPT-PATH = SPACES
002900         MOVE WS-DEFAULT-CALOUTPT-PATH TO WS-CALOUTPT-PATH
002910     END-IF
002920
002930     MOVE SPACES TO WS-LOADRPT-PATH
002940     ACCEPT WS-LOADRPT-PATH
002950         FROM ENVIRONMENT 'AOC-LOADRPT'
002960     IF WS-LOADRPT-PATH = SPACES
002970         MOVE WS-DEFAULT-LOADRPT-PATH TO WS-LOADRPT-PATH
002980     END-IF
002990
003000     MOVE SPACES TO WS-BALRPT-PATH
003010     ACCEPT WS-BALRPT-PATH
003020         FROM ENVIRONMENT 'AOC-BALRPT'
003030     IF WS-BALRPT-PATH = SPACES
003040         MOVE WS-DEFAULT-BALRPT-PATH TO WS-BALRPT-PATH
003050     END-IF
003060
003070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003080     MOVE SPACES TO WS-BUSDATE-ENV
003090     ACCEPT WS-BUSDATE-ENV
003100         FROM ENVIRONMENT 'AOC-BUSDATE'
003110     IF WS-BUSDATE-ENV NOT = SPACES
003120         MOVE WS-BUSDATE-ENV TO WS-EXPECTED-BUSDATE
003130         MOVE 'AOC-BUSDATE'  TO WS-OVD-NAME
003140         MOVE WS-BUSDATE-ENV TO WS-OVD-VALUE
003150         MOVE SPACES         TO WS-OVD-SUPPLIER-ID
003160         MOVE WS-EXPECTED-BUSDATE TO WS-OVD-BUS-DATE
003170         PERFORM 1170-LOG-OVERRIDE
003180     ELSE
003190         PERFORM 1150-RESOLVE-CALENDAR-BUSDATE
003200     END-IF
003210     DISPLAY 'CERTIFYING BUSINESS DATE : ' WS-EXPECTED-BUSDATE
003220
003230     MOVE SPACES TO WS-CTLRECS-ENV
003240     ACCEPT WS-CTLRECS-ENV
003250         FROM ENVIRONMENT 'AOC-CTLRECS'
003260     IF WS-CTLRECS-ENV NOT = SPACES
003270         MOVE ZERO TO WS-CTL-REC-COUNT
003280         MOVE ZERO TO WS-CTL-DIGIT-COUNT
003290         MOVE 'N'  TO WS-CTL-END-SW
003300         PERFORM 1100-PARSE-ONE-CTLRECS-DIGIT
003310             THRU 1100-EXIT
003320             VARYING K FROM 1 BY 1
003330             UNTIL K > 6
003340             OR WS-CTL-END
003350         IF WS-CTL-DIGIT-COUNT = ZERO
003360             DISPLAY 'AOC-CTLRECS NOT NUMERIC : ' WS-CTLRECS-ENV
003370             MOVE 8 TO RETURN-CODE
003380             STOP RUN
003390         END-IF
003400     END-IF
003410
003420     MOVE SPACES TO WS-CALCAT-PATH
003430     ACCEPT WS-CALCAT-PATH
003440         FROM ENVIRONMENT 'AOC-CALCAT'
003450     IF WS-CALCAT-PATH = SPACES
003460         MOVE WS-DEFAULT-CALCAT-PATH TO WS-CALCAT-PATH
003470     END-IF
003480
003490     PERFORM 1200-RESOLVE-FEEDER-GENERATION
003500     .
003510
003520* 1200-RESOLVE-FEEDER-GENERATION RESOLVES THE FEEDER COUNTED IN
003530* 2300-COUNT-FEEDER-RECORDS FROM THE CALOUTPT GENERATION
003540* CATALOG: THE NEWEST GENERATION FOR THE BUSINESS DATE BEING
003550* CERTIFIED THAT HAS NOT BEEN PURGED. NO CATALOG AT ALL IS THE
003560* LEGACY SINGLE-FILE CHAIN AND THE FIXED PATH STANDS.
003570 1200-RESOLVE-FEEDER-GENERATION.
003580     OPEN INPUT CALCAT
003590     IF NOT CALCAT-STATUS-OK
003600         DISPLAY 'NO CALOUTPT CATALOG - USING FIXED FEEDER PATH'
003610     ELSE
003620         PERFORM 4400-READ-CALCAT
003630         PERFORM UNTIL CALCAT-STATUS-EOF
003640         OR NOT CALCAT-STATUS-OK
003650             MOVE CALCAT-RECORD TO CALOUTPT-CATALOG-RECORD
003660             IF CAT-BUS-DATE = WS-EXPECTED-BUSDATE
003670                 AND NOT CAT-STATUS-PURGED
003680                 MOVE CAT-GEN-PATH TO WS-CALOUTPT-PATH
003690                 SET WS-GEN-FOUND TO TRUE
003700             END-IF
003710             PERFORM 4400-READ-CALCAT
003720         END-PERFORM
003730         CLOSE CALCAT
003740         IF WS-GEN-FOUND
003750             DISPLAY 'FEEDER GENERATION : '
003760                 WS-CALOUTPT-PATH(1:60)
003770         ELSE
003780             DISPLAY 'NO GENERATION CATALOGUED FOR '
003790                 WS-EXPECTED-BUSDATE ' - USING FIXED PATH'
003800         END-IF
003810     END-IF
003820     .
003830
003840* 1100-PARSE-ONE-CTLRECS-DIGIT FOLDS ONE AOC-CTLRECS CHARACTER
003850* INTO WS-CTL-REC-COUNT. A SPACE ENDS THE VALUE; ANYTHING ELSE
003860* THAT IS NOT A DIGIT IS A PARAMETER ERROR.
003870 1100-PARSE-ONE-CTLRECS-DIGIT.
003880     IF WS-CTLRECS-ENV(K:1) = SPACE
003890         SET WS-CTL-END TO TRUE
003900         GO TO 1100-EXIT
003910     END-IF
003920     IF WS-CTLRECS-ENV(K:1) NOT NUMERIC
003930         DISPLAY 'AOC-CTLRECS NOT NUMERIC : ' WS-CTLRECS-ENV
003940         MOVE 8 TO RETURN-CODE
003950         STOP RUN
003960     END-IF
003970     ADD 1 TO WS-CTL-DIGIT-COUNT
003980     MOVE WS-CTLRECS-ENV(K:1) TO WS-CTL-DIGIT
003990     COMPUTE WS-CTL-REC-COUNT =
004000         (WS-CTL-REC-COUNT * 10) + WS-CTL-DIGIT
004010     .
004020 1100-EXIT.
004030     EXIT
004040     .
004050
004060* 1150-RESOLVE-CALENDAR-BUSDATE RESOLVES THE BUSINESS DATE TO
004070* CERTIFY FROM THE PROCESSING CALENDAR THROUGH CALBDATE WHEN
004080* NO AOC-BUSDATE OVERRIDE IS GIVEN - THE SAME RULE THE EXTRACT
004090* AND CALLOAD APPLY. A FAILED RESOLUTION FALLS BACK TO THE OLD
004100* RUN-DATE DEFAULT WITH A CONSOLE WARNING.
004110 1150-RESOLVE-CALENDAR-BUSDATE.
004120     MOVE 'E'         TO WS-BDT-FUNCTION
004130     MOVE WS-RUN-DATE TO WS-BDT-BASE-DATE
004140     CALL 'CALBDATE' USING WS-BDATE-PARM
004150     IF WS-BDT-STATUS = '0'
004160         MOVE WS-BDT-RESULT-DATE TO WS-EXPECTED-BUSDATE
004170     ELSE
004180         DISPLAY 'CALENDAR DATE RESOLUTION FAILED - BUSINESS '
004190             'DATE DEFAULTS TO RUN DATE'
004200         MOVE WS-RUN-DATE TO WS-EXPECTED-BUSDATE
004210     END-IF
004220     .
004230
004240* 1170-LOG-OVERRIDE PUTS THE OVERRIDE IN WS-OVRD-PARM ON THE
004250* SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD. AN OVERRIDE THAT
004260* CANNOT BE AUDITED IS NOT TAKEN - A LOG THAT CANNOT BE WRITTEN
004270* ENDS THE RUN AS A FILE ERROR.
004280 1170-LOG-OVERRIDE.
004290     MOVE 'CALBAL' TO WS-OVD-PROGRAM
004300     CALL 'CALOVRD' USING WS-OVRD-PARM
004310     IF WS-OVD-STATUS NOT = '0'
004320         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
004330         MOVE 12 TO RETURN-CODE
004340         STOP RUN
004350     END-IF
004360     .
004370
004380 2000-MAIN-PROCESSING.
004390     PERFORM 3100-OPEN-BALRPT
004400     MOVE WS-EXPECTED-BUSDATE TO WS-HDG-BUSDATE
004410     MOVE WS-BAL-HEADING TO BAL-RECORD
004420     PERFORM 6000-WRITE-BAL-LINE
004430     MOVE SPACES TO BAL-RECORD
004440     PERFORM 6000-WRITE-BAL-LINE
004450
004460     PERFORM 2100-GATHER-EDIT-COUNTS
004470     PERFORM 2200-GATHER-RUN-STATUS
004480     PERFORM 2300-COUNT-FEEDER-RECORDS
004490     PERFORM 2400-GATHER-LOAD-COUNTS
004500     PERFORM 2500-CROSS-FOOT-THE-CHAIN
004510
004520     MOVE SPACES TO BAL-RECORD
004530     PERFORM 6000-WRITE-BAL-LINE
004540     IF WS-BREAK-COUNT > ZERO
004550         MOVE 'CHAIN OUT OF BALANCE - DAY NOT CERTIFIED'
004560             TO BAL-RECORD
004570     ELSE
004580         MOVE 'ALL STAGES CROSS-FOOT - DAY CERTIFIED IN BALANCE'
004590             TO BAL-RECORD
004600     END-IF
004610     PERFORM 6000-WRITE-BAL-LINE
004620     PERFORM 5100-CLOSE-BALRPT
004630     .
004640
004650* 2100-GATHER-EDIT-COUNTS READS THE CALEDIT REJECT FILE AND
004660* PICKS THE READ/CLEAN/REJECTED COUNTS OFF THE EDIT SUMMARY
004670* SECTION AT ITS FOOT. THE REJECT DETAIL LINES THEMSELVES ARE
004680* PASSED OVER - ONLY THE SUMMARY FIGURES ARE BALANCED HERE.
004690 2100-GATHER-EDIT-COUNTS.
004700     OPEN INPUT REJECTS
004710     IF NOT REJECTS-STATUS-OK
004720         DISPLAY 'OPEN ERROR ON REJECTS'
004730         DISPLAY 'FILE STATUS : ' REJECTS-STATUS
004740         MOVE 12 TO RETURN-CODE
004750         STOP RUN
004760     END-IF
004770
004780     PERFORM 4100-READ-REJECTS
004790
004800     PERFORM UNTIL REJECTS-STATUS-EOF
004810     OR NOT REJECTS-STATUS-OK
004820
004830                 IF REJECT-RECORD(28:6) IS NUMERIC
004840                     EVALUATE REJECT-RECORD(1:26)
004850                         WHEN 'RECORDS READ'
004860                             MOVE REJECT-RECORD(28:6)
004870                                 TO WS-EDIT-READ-COUNT
004880                             SET WS-EDIT-FOUND TO TRUE
004890                         WHEN 'RECORDS CLEAN'
004900                             MOVE REJECT-RECORD(28:6)
004910                                 TO WS-EDIT-CLEAN-COUNT
004920                         WHEN 'RECORDS REJECTED'
004930                             MOVE REJECT-RECORD(28:6)
004940                                 TO WS-EDIT-REJECT-COUNT
004950                         WHEN OTHER
004960                             CONTINUE
004970                     END-EVALUATE
004980                 END-IF
004990
005000          PERFORM 4100-READ-REJECTS
005010
005020     END-PERFORM
005030
005040     CLOSE REJECTS
005050     IF NOT REJECTS-STATUS-OK
005060         DISPLAY 'CLOSE ERROR ON REJECTS'
005070         DISPLAY 'FILE STATUS : ' REJECTS-STATUS
005080         MOVE 12 TO RETURN-CODE
005090         STOP RUN
005100     END-IF
005110     .
005120
005130* 2200-GATHER-RUN-STATUS READS THE ONE-LINE RUN-STATUS FILE THE
005140* EXTRACT WRITES AT EVERY TERMINATION. AN EXTRACT THAT DID NOT
005150* END CLEAN (OR WITH EXCEPTIONS ONLY) CANNOT BE CERTIFIED, SO
005160* A CONTROL OR I/O FAILURE STATUS IS ITSELF A BREAK.
005170 2200-GATHER-RUN-STATUS.
005180     OPEN INPUT RUNSTAT
005190     IF NOT RUNSTAT-STATUS-OK
005200         DISPLAY 'OPEN ERROR ON RUNSTAT'
005210         DISPLAY 'FILE STATUS : ' RUNSTAT-STATUS
005220         MOVE 12 TO RETURN-CODE
005230         STOP RUN
005240     END-IF
005250     READ RUNSTAT
005260         AT END
005270             CONTINUE
005280         NOT AT END
005290             MOVE RUNSTAT-RECORD TO WS-RUNSTAT-LINE
005300             SET WS-RUNSTAT-FOUND TO TRUE
005310     END-READ
005320     CLOSE RUNSTAT
005330     IF NOT RUNSTAT-STATUS-OK
005340         DISPLAY 'CLOSE ERROR ON RUNSTAT'
005350         DISPLAY 'FILE STATUS : ' RUNSTAT-STATUS
005360         MOVE 12 TO RETURN-CODE
005370         STOP RUN
005380     END-IF
005390
005400     IF NOT WS-RUNSTAT-FOUND
005410         MOVE 'NO EXTRACT RUN-STATUS LINE FOUND' TO BAL-RECORD
005420         PERFORM 6000-WRITE-BAL-LINE
005430         ADD 1 TO WS-BREAK-COUNT
005440     ELSE
005450         IF WS-RST-RETURN-CODE > 4
005460             MOVE 'EXTRACT DID NOT COMPLETE CLEAN - STATUS '
005470                 TO BAL-RECORD
005480             MOVE WS-RST-STATUS TO BAL-RECORD(41:10)
005490             PERFORM 6000-WRITE-BAL-LINE
005500             ADD 1 TO WS-BREAK-COUNT
005510         END-IF
005520     END-IF
005530     .
005540
005550* 2300-COUNT-FEEDER-RECORDS COUNTS THE RECORDS ACTUALLY ON THE
005560* CALOUTPT FEEDER FILE - THE PHYSICAL TRUTH THE EXTRACT AND
005570* CALLOAD FIGURES ARE BOTH HELD AGAINST.
005580 2300-COUNT-FEEDER-RECORDS.
005590     OPEN INPUT CALOUTPT
005600     IF NOT CALOUTPT-STATUS-OK
005610         DISPLAY 'OPEN ERROR ON CALOUTPT'
005620         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
005630         MOVE 12 TO RETURN-CODE
005640         STOP RUN
005650     END-IF
005660
005670     PERFORM 4200-READ-CALOUTPT
005680
005690     PERFORM UNTIL CALOUTPT-STATUS-EOF
005700     OR NOT CALOUTPT-STATUS-OK
005710
005720                 ADD 1 TO WS-FEEDER-REC-COUNT
005730
005740          PERFORM 4200-READ-CALOUTPT
005750
005760     END-PERFORM
005770
005780     CLOSE CALOUTPT
005790     IF NOT CALOUTPT-STATUS-OK
005800         DISPLAY 'CLOSE ERROR ON CALOUTPT'
005810         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
005820         MOVE 12 TO RETURN-CODE
005830         STOP RUN
005840     END-IF
005850     .
005860
005870* 2400-GATHER-LOAD-COUNTS READS THE CALLOAD LOAD REPORT AND
005880* PICKS UP THE RUN DATE FROM ITS HEADING AND THE READ/ADDED/
005890* DUPLICATE COUNTS FROM ITS SUMMARY LINES.
005900 2400-GATHER-LOAD-COUNTS.
005910     OPEN INPUT LOADRPT
005920     IF NOT LOADRPT-STATUS-OK
005930         DISPLAY 'OPEN ERROR ON LOADRPT'
005940         DISPLAY 'FILE STATUS : ' LOADRPT-STATUS
005950         MOVE 12 TO RETURN-CODE
005960         STOP RUN
005970     END-IF
005980
005990     PERFORM 4300-READ-LOADRPT
006000
006010     PERFORM UNTIL LOADRPT-STATUS-EOF
006020     OR NOT LOADRPT-STATUS-OK
006030
006040                 IF LOAD-RECORD(1:30) =
006050                     'CALIBRATION MASTER LOAD - RUN '
006060                     AND LOAD-RECORD(31:8) IS NUMERIC
006070                     MOVE LOAD-RECORD(31:8) TO WS-LOAD-RUN-DATE
006080                 END-IF
006090                 IF LOAD-RECORD(26:6) IS NUMERIC
006100                     EVALUATE LOAD-RECORD(1:24)
006110                         WHEN 'RECORDS READ          :'
006120                             MOVE LOAD-RECORD(26:6)
006130                                 TO WS-LOAD-READ-COUNT
006140                             SET WS-LOAD-FOUND TO TRUE
006150                         WHEN 'RECORDS ADDED         :'
006160                             MOVE LOAD-RECORD(26:6)
006170                                 TO WS-LOAD-ADDED-COUNT
006180                         WHEN 'DUPLICATES REJECTED   :'
006190                             MOVE LOAD-RECORD(26:6)
006200                                 TO WS-LOAD-DUP-COUNT
006210                         WHEN OTHER
006220                             CONTINUE
006230                     END-EVALUATE
006240                 END-IF
006250
006260          PERFORM 4300-READ-LOADRPT
006270
006280     END-PERFORM
006290
006300     CLOSE LOADRPT
006310     IF NOT LOADRPT-STATUS-OK
006320         DISPLAY 'CLOSE ERROR ON LOADRPT'
006330         DISPLAY 'FILE STATUS : ' LOADRPT-STATUS
006340         MOVE 12 TO RETURN-CODE
006350         STOP RUN
006360     END-IF
006370     .
006380
006390* 2500-CROSS-FOOT-THE-CHAIN APPLIES THE STAGE-TO-STAGE CHECKS
006400* AND WRITES ONE CERTIFICATE LINE PER CHECK. A FIGURE THAT
006410* COULD NOT BE GATHERED AT ALL (NO EDIT SUMMARY, NO LOAD
006420* SUMMARY) IS A BREAK IN ITS OWN RIGHT - AN ABSENT STEP IS AS
006430* UNCERTIFIABLE AS AN UNBALANCED ONE.
006440 2500-CROSS-FOOT-THE-CHAIN.
006450     IF NOT WS-EDIT-FOUND
006460         MOVE 'NO CALEDIT EDIT SUMMARY FOUND' TO BAL-RECORD
006470         PERFORM 6000-WRITE-BAL-LINE
006480         ADD 1 TO WS-BREAK-COUNT
006490     END-IF
006500     IF NOT WS-LOAD-FOUND
006510         MOVE 'NO CALLOAD LOAD SUMMARY FOUND' TO BAL-RECORD
006520         PERFORM 6000-WRITE-BAL-LINE
006530         ADD 1 TO WS-BREAK-COUNT
006540     END-IF
006550
006560     MOVE 'EDIT READ = CLEAN + REJECTED' TO WS-CHK-LABEL
006570     MOVE WS-EDIT-READ-COUNT TO WS-CHECK-EXPECTED
006580     COMPUTE WS-CHECK-ACTUAL =
006590         WS-EDIT-CLEAN-COUNT + WS-EDIT-REJECT-COUNT
006600     PERFORM 2550-WRITE-ONE-CHECK
006610
006620     MOVE 'EDIT CLEAN = EXTRACT READ + CTL RECS' TO WS-CHK-LABEL
006630     MOVE WS-EDIT-CLEAN-COUNT TO WS-CHECK-EXPECTED
006640     COMPUTE WS-CHECK-ACTUAL =
006650         WS-RST-REC-COUNT + WS-CTL-REC-COUNT
006660     PERFORM 2550-WRITE-ONE-CHECK
006670
006680     MOVE 'EXTRACT READ = CALOUTPT RECORDS' TO WS-CHK-LABEL
006690     MOVE WS-RST-REC-COUNT TO WS-CHECK-EXPECTED
006700     MOVE WS-FEEDER-REC-COUNT TO WS-CHECK-ACTUAL
006710     PERFORM 2550-WRITE-ONE-CHECK
006720
006730     MOVE 'CALOUTPT RECORDS = CALLOAD READ' TO WS-CHK-LABEL
006740     MOVE WS-FEEDER-REC-COUNT TO WS-CHECK-EXPECTED
006750     MOVE WS-LOAD-READ-COUNT TO WS-CHECK-ACTUAL
006760     PERFORM 2550-WRITE-ONE-CHECK
006770
006780     MOVE 'CALLOAD READ = ADDED + DUPLICATES' TO WS-CHK-LABEL
006790     MOVE WS-LOAD-READ-COUNT TO WS-CHECK-EXPECTED
006800     COMPUTE WS-CHECK-ACTUAL =
006810         WS-LOAD-ADDED-COUNT + WS-LOAD-DUP-COUNT
006820     PERFORM 2550-WRITE-ONE-CHECK
006830
006840     MOVE 'LOAD RUN DATE = BUSINESS DATE' TO WS-CHK-LABEL
006850     MOVE WS-EXPECTED-BUSDATE TO WS-CHECK-EXPECTED
006860     MOVE WS-LOAD-RUN-DATE TO WS-CHECK-ACTUAL
006870     PERFORM 2550-WRITE-ONE-CHECK
006880     .
006890
006900* 2550-WRITE-ONE-CHECK WRITES THE CERTIFICATE LINE FOR ONE
006910* CROSS-FOOT AND COUNTS A BREAK WHEN THE TWO FIGURES DISAGREE.
006920 2550-WRITE-ONE-CHECK.
006930     MOVE WS-CHECK-EXPECTED TO WS-CHK-EXPECTED
006940     MOVE WS-CHECK-ACTUAL   TO WS-CHK-ACTUAL
006950     IF WS-CHECK-EXPECTED = WS-CHECK-ACTUAL
006960         MOVE 'OK   ' TO WS-CHK-VERDICT
006970     ELSE
006980         MOVE 'BREAK' TO WS-CHK-VERDICT
006990         ADD 1 TO WS-BREAK-COUNT
007000     END-IF
007010     MOVE WS-BAL-CHECK-LINE TO BAL-RECORD
007020     PERFORM 6000-WRITE-BAL-LINE
007030     .
007040
007050 3100-OPEN-BALRPT.
007060     OPEN OUTPUT BALRPT
007070     IF NOT BALRPT-STATUS-OK
007080         DISPLAY 'OPEN ERROR ON BALRPT'
007090         DISPLAY 'FILE STATUS : ' BALRPT-STATUS
007100         MOVE 12 TO RETURN-CODE
007110         STOP RUN
007120     END-IF
007130     .
007140
007150 4100-READ-REJECTS.
007160     READ REJECTS
007170         AT END
007180             CONTINUE
007190          NOT AT END
007200             IF NOT REJECTS-STATUS-OK
007210                 DISPLAY 'READ ERROR ON REJECTS'
007220                 DISPLAY 'FILE STATUS : ' REJECTS-STATUS
007230                 MOVE 12 TO RETURN-CODE
007240                 STOP RUN
007250             END-IF
007260     END-READ
007270     .
007280
007290 4200-READ-CALOUTPT.
007300     READ CALOUTPT
007310         AT END
007320             CONTINUE
007330          NOT AT END
007340             IF NOT CALOUTPT-STATUS-OK
007350                 DISPLAY 'READ ERROR ON CALOUTPT'
007360                 DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
007370                 MOVE 12 TO RETURN-CODE
007380                 STOP RUN
007390             END-IF
007400     END-READ
007410     .
007420
007430 4300-READ-LOADRPT.
007440     READ LOADRPT
007450         AT END
007460             CONTINUE
007470          NOT AT END
007480             IF NOT LOADRPT-STATUS-OK
007490                 DISPLAY 'READ ERROR ON LOADRPT'
007500                 DISPLAY 'FILE STATUS : ' LOADRPT-STATUS
007510                 MOVE 12 TO RETURN-CODE
007520                 STOP RUN
007530             END-IF
007540     END-READ
007550     .
007560
007570 4400-READ-CALCAT.
007580     READ CALCAT
007590         AT END
007600             CONTINUE
007610          NOT AT END
007620             IF NOT CALCAT-STATUS-OK
007630                 DISPLAY 'READ ERROR ON CALCAT'
007640                 DISPLAY 'FILE STATUS : ' CALCAT-STATUS
007650                 MOVE 12 TO RETURN-CODE
007660                 STOP RUN
007670             END-IF
007680     END-READ
007690     .
007700
007710 5100-CLOSE-BALRPT.
007720     CLOSE BALRPT
007730     IF NOT BALRPT-STATUS-OK
007740         DISPLAY 'CLOSE ERROR ON BALRPT'
007750         DISPLAY 'FILE STATUS : ' BALRPT-STATUS
007760         MOVE 12 TO RETURN-CODE
007770         STOP RUN
007780     END-IF
007790     .
007800
007810 6000-WRITE-BAL-LINE.
007820     WRITE BAL-RECORD
007830     IF NOT BALRPT-STATUS-OK
007840         DISPLAY 'WRITE ERROR ON BALRPT'
007850         DISPLAY 'FILE STATUS : ' BALRPT-STATUS
007860         MOVE 12 TO RETURN-CODE
007870         STOP RUN
007880     END-IF
007890     MOVE SPACES TO BAL-RECORD
007900     .
