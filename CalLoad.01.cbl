000560*                  THEREBY FILED UNDER THE DAY IT BELONGS TO
000570*                  INSTEAD OF COLLIDING WITH OR INTERLEAVING
000580*                  INTO THE CURRENT DAY'S KEYS.
000590* 2026-10-15  RD   A NEWLY ADDED MASTER RECORD IS NOW WRITTEN
000600*                  WITH A SPACE RECORD STATUS AND ZERO
000610*                  CORRECTION SEQUENCE AND DATE, READY FOR ANY
000620*                  LATER CALMCOR CORRECTION.
000630* 2026-10-15  RD   EACH MASTER RECORD NOW CARRIES THE SUPPLIER ID
000640*                  FROM THE FEEDER RECORD. THE LOAD NOW CHECKS THE
000650*                  BUSINESS MONTH OF THE RUN DATE THROUGH THE
000660*                  CALPCHK PERIOD-LOCK SERVICE: A MONTH CLOSED BY
000670*                  CALPCLS IS REFUSED WITH RC 8 BEFORE THE MASTER
000680*                  IS OPENED, LEAVING THE GENERATION IN CREATED
000690*                  STATUS; A LOAD INTO A REOPENED MONTH IS
000700*                  REPORTED WITH THE DATE, USER AND REASON OF THE
000710*                  REOPEN.
000720* 2026-10-15  RD   AN AOC-BUSDATE OVERRIDE IS NOW WRITTEN TO THE
000730*                  SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD.
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770
000780     SELECT CALOUTPT ASSIGN TO DYNAMIC WS-CALOUTPT-PATH
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CALOUTPT-STATUS.
000810
000820     SELECT CALCAT ASSIGN TO DYNAMIC WS-CALCAT-PATH
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS CALCAT-STATUS.
000850
000860     SELECT CALJRNL ASSIGN TO DYNAMIC WS-CALJRNL-PATH
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS CALJRNL-STATUS.
000890
000900     SELECT CALMST ASSIGN TO DYNAMIC WS-CALMST-PATH
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS CALM-KEY
000940         FILE STATUS IS CALMST-STATUS.
000950
000960     SELECT LOADRPT ASSIGN TO DYNAMIC WS-LOADRPT-PATH
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS LOADRPT-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020
001030 FD  CALOUTPT.
001040 01  CALOUTPT-RECORD             PIC X(218).
001050
001060 FD  CALCAT.
001070 01  CALCAT-RECORD               PIC X(248).
001080
001090 FD  CALJRNL.
001100 01  CALJRNL-RECORD              PIC X(461).
001110
001120 FD  CALMST.
001130* CALIBRATION MASTER RECORD LAYOUT (SHARED WITH CALINQ)
001140 COPY CALMST01.
001150
001160 FD  LOADRPT.
001170 01  LOAD-RECORD                 PIC X(132).
001180
001190 WORKING-STORAGE SECTION.
001200
001210* RUN-TIME FILE ASSIGNMENT
001220 01  WS-CALOUTPT-PATH            PIC X(220).
001230 01  WS-DEFAULT-CALOUTPT-PATH    PIC X(200) VALUE
001240     'AOC20231201.CALOUT.FILE'.
001250 01  WS-CALCAT-PATH              PIC X(200).
001260 01  WS-DEFAULT-CALCAT-PATH      PIC X(200) VALUE
001270     'AOC20231201.CALCAT.FILE'.
001280 01  WS-CALJRNL-PATH             PIC X(200).
001290 01  WS-DEFAULT-CALJRNL-PATH     PIC X(200) VALUE
001300     'AOC20231201.CALJRNL.FILE'.
001310 01  WS-CALMST-PATH              PIC X(200).
001320 01  WS-DEFAULT-CALMST-PATH      PIC X(200) VALUE
001330     'AOC20231201.CALMST.FILE'.
001340 01  WS-LOADRPT-PATH             PIC X(200).
001350 01  WS-DEFAULT-LOADRPT-PATH     PIC X(200) VALUE
001360     'AOC20231201.LOAD.RPT'.
001370
001380* FILE STATUS
001390 01  CALOUTPT-STATUS             PIC 9(02).
001400     88  CALOUTPT-STATUS-OK      VALUE 00.
001410     88  CALOUTPT-STATUS-EOF     VALUE 10.
001420 01  CALMST-STATUS               PIC 9(02).
001430     88  CALMST-STATUS-OK        VALUE 00.
001440     88  CALMST-STATUS-DUPKEY    VALUE 22.
001450     88  CALMST-STATUS-NOFILE    VALUE 35.
001460 01  LOADRPT-STATUS              PIC 9(02).
001470     88  LOADRPT-STATUS-OK       VALUE 00.
001480 01  CALCAT-STATUS               PIC 9(02).
001490     88  CALCAT-STATUS-OK        VALUE 00.
001500     88  CALCAT-STATUS-EOF       VALUE 10.
001510 01  CALJRNL-STATUS              PIC 9(02).
001520     88  CALJRNL-STATUS-OK       VALUE 00.
001530     88  CALJRNL-STATUS-EOF      VALUE 10.
001540
001550* CALIBRATION OUTPUT RECORD LAYOUT (SHARED WITH AOC-2023-12-01)
001560 COPY CALOUT01.
001570
001580* CALOUTPT GENERATION CATALOG (SHARED WITH AOC-2023-12-01). THE
001590* WHOLE CATALOG IS HELD IN THE TABLE SO THE LOADED GENERATION
001600* CAN BE MARKED AND THE FILE REWRITTEN AT END OF LOAD.
001610 COPY CALCAT01.
001620 01  WS-CAT-MAX                  PIC 9(03) VALUE 500.
001630 01  WS-CAT-COUNT                PIC 9(03) VALUE ZERO.
001640 01  WS-CAT-TABLE.
001650     05  WS-CAT-ENTRY OCCURS 500 TIMES
001660                                 PIC X(248).
001670 01  WS-CAT-HIT-IX               PIC 9(03) VALUE ZERO.
001680 01  J                           PIC 9(03) VALUE ZERO.
001690 01  WS-CATALOG-MODE-SW          PIC X(01) VALUE 'N'.
001700     88  WS-CATALOG-MODE         VALUE 'Y'.
001710
001720* CALIBRATION MASTER JOURNAL (SHARED WITH CALMBKP AND CALMRCV).
001730* THE NEXT SEQUENCE NUMBER IS PRIMED FROM THE LAST JOURNAL
001740* RECORD AT START OF LOAD; THE JOURNAL IS HELD OPEN EXTEND FOR
001750* THE WHOLE MERGE AND ONE AFTER-IMAGE IS APPENDED FOR EVERY
001760* RECORD WRITTEN TO THE MASTER.
001770 COPY CALJRN01.
001780 01  WS-JRN-NEXT-SEQ             PIC 9(09) VALUE ZERO.
001790
001800* RUN DATE AND SOURCE FILE NAME CARRIED ONTO EACH MASTER
001810* RECORD. THE SCHEDULER PASSES THE SAME AOC-BUSDATE AND
001820* AOC-INPUTFILE1 VALUES THE EXTRACT STEP RAN WITH; THE RUN
001830* DATE DEFAULTS TO TODAY AND THE SOURCE NAME TO THE EXTRACT
001840* STEP'S OWN DEFAULT INPUT WHEN THEY ARE NOT SET.
001850 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001860 01  WS-BUSDATE-ENV              PIC X(08) VALUE SPACES.
001870
001880* PROCESSING-CALENDAR CALL BLOCK FOR CALBDATE, WHICH RESOLVES
001890* BUSINESS DATES FROM THE SHARED AOC-CALENDAR FILE.
001900 01  WS-BDATE-PARM.
001910     05  WS-BDT-FUNCTION         PIC X(01).
001920     05  WS-BDT-BASE-DATE        PIC 9(08).
001930     05  WS-BDT-RESULT-DATE      PIC 9(08).
001940     05  WS-BDT-STATUS           PIC X(01).
001950
001960* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
001970* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
001980 01  WS-OVRD-PARM.
001990     05  WS-OVD-PROGRAM          PIC X(08).
002000     05  WS-OVD-NAME             PIC X(16).
002010     05  WS-OVD-VALUE            PIC X(30).
002020     05  WS-OVD-BUS-DATE         PIC 9(08).
002030     05  WS-OVD-SUPPLIER-ID      PIC X(03).
002040     05  WS-OVD-STATUS           PIC X(01).
002050
002060* PERIOD-LOCK CALL BLOCK FOR CALPCHK, WHICH ANSWERS WHETHER THE
002070* BUSINESS MONTH OF THE RUN DATE HAS BEEN CLOSED BY CALPCLS.
002080 01  WS-PCHK-PARM.
002090     05  WS-PCK-MONTH            PIC 9(06).
002100     05  WS-PCK-PERIOD-STATUS    PIC X(01).
002110         88  WS-PCK-PERIOD-CLOSED    VALUE 'C'.
002120         88  WS-PCK-PERIOD-REOPENED  VALUE 'R'.
002130     05  WS-PCK-REOPEN-DATE      PIC 9(08).
002140     05  WS-PCK-REOPEN-USER      PIC X(08).
002150     05  WS-PCK-REOPEN-REASON    PIC X(40).
002160     05  WS-PCK-STATUS           PIC X(01).
002170 01  WS-SOURCE-FILE-NAME         PIC X(200).
002180 01  WS-DEFAULT-SOURCE-NAME      PIC X(200) VALUE
002190     'AOC20231201.INPUT.TXT'.
002200
002210* LOAD COUNTS
002220 01  WS-READ-COUNT               PIC 9(06) VALUE ZERO.
002230 01  WS-ADDED-COUNT              PIC 9(06) VALUE ZERO.
002240 01  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
002250
002260* LOAD REPORT LINE LAYOUTS
002270 01  WS-LOAD-HEADING.
002280     05  FILLER                  PIC X(30) VALUE
002290         'CALIBRATION MASTER LOAD - RUN '.
002300     05  WS-HDG-RUN-DATE         PIC 9(08).
002310 01  WS-LOAD-DETAIL.
002320     05  FILLER                  PIC X(24) VALUE
002330         'DUPLICATE KEY REJECTED :'.
002340     05  FILLER                  PIC X(01) VALUE SPACE.
002350     05  WS-LDD-RUN-DATE         PIC 9(08).
002360     05  FILLER                  PIC X(01) VALUE SPACE.
002370     05  WS-LDD-REC-NO           PIC 9(06).
002380 01  WS-LOAD-SUMMARY.
002390     05  WS-LDS-LABEL            PIC X(24).
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  WS-LDS-COUNT            PIC 9(06).
002420
002430 PROCEDURE DIVISION.
002440
002450 0000-MAINLINE.
002460     DISPLAY 'CALLOAD'
002470     PERFORM 1000-INITIALIZE
002480     PERFORM 2000-MAIN-PROCESSING
002490     IF WS-REJECT-COUNT > ZERO
002500         DISPLAY 'CALLOAD ENDED WITH DUPLICATES REJECTED :'
002510             WS-REJECT-COUNT
002520         MOVE 4 TO RETURN-CODE
002530     ELSE
002540         DISPLAY 'CALLOAD ENDED CLEAN'
002550     END-IF
002560     STOP RUN
002570     .
002580
002590* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AND THE RUN
002600* DATE/SOURCE NAME AT RUN TIME FROM THE SAME ENVIRONMENT
002610* VARIABLES THE EXTRACT STEP USES, FALLING BACK TO THE
002620* DEVELOPMENT DEFAULTS WHEN THEY ARE NOT SET.
002630 1000-INITIALIZE.
002640     MOVE SPACES TO WS-CALOUTPT-PATH
002650     ACCEPT WS-CALOUTPT-PATH
002660         FROM ENVIRONMENT 'AOC-CALOUTPT'
002670     IF WS-CALOUTPT-PATH = SPACES
002680         MOVE WS-DEFAULT-CALOUTPT-PATH TO WS-CALOUTPT-PATH
002690     END-IF
002700
002710     MOVE SPACES TO WS-CALMST-PATH
002720     ACCEPT WS-CALMST-PATH
002730         FROM ENVIRONMENT 'AOC-CALMST'
002740     IF WS-CALMST-PATH = SPACES
002750         MOVE WS-DEFAULT-CALMST-PATH TO WS-CALMST-PATH
002760     END-IF
002770
002780     MOVE SPACES TO WS-LOADRPT-PATH
002790     ACCEPT WS-LOADRPT-PATH
002800         FROM ENVIRONMENT 'AOC-LOADRPT'
002810     IF WS-LOADRPT-PATH = SPACES
002820         MOVE WS-DEFAULT-LOADRPT-PATH TO WS-LOADRPT-PATH
002830     END-IF
002840
002850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002860     MOVE SPACES TO WS-BUSDATE-ENV
002870     ACCEPT WS-BUSDATE-ENV
002880         FROM ENVIRONMENT 'AOC-BUSDATE'
002890     IF WS-BUSDATE-ENV NOT = SPACES
002900         MOVE WS-BUSDATE-ENV TO WS-RUN-DATE
002910         MOVE 'AOC-BUSDATE'  TO WS-OVD-NAME
002920         MOVE WS-BUSDATE-ENV TO WS-OVD-VALUE
002930         MOVE SPACES         TO WS-OVD-SUPPLIER-ID
002940         MOVE WS-RUN-DATE    TO WS-OVD-BUS-DATE
002950         PERFORM 1170-LOG-OVERRIDE
002960     ELSE
002970         PERFORM 1150-RESOLVE-CALENDAR-BUSDATE
002980     END-IF
002990     DISPLAY 'LOAD BUSINESS DATE : ' WS-RUN-DATE
003000
003010     MOVE SPACES TO WS-SOURCE-FILE-NAME
003020     ACCEPT WS-SOURCE-FILE-NAME
003030         FROM ENVIRONMENT 'AOC-INPUTFILE1'
003040     IF WS-SOURCE-FILE-NAME = SPACES
003050         MOVE WS-DEFAULT-SOURCE-NAME TO WS-SOURCE-FILE-NAME
003060     END-IF
003070
003080     MOVE SPACES TO WS-CALCAT-PATH
003090     ACCEPT WS-CALCAT-PATH
003100         FROM ENVIRONMENT 'AOC-CALCAT'
003110     IF WS-CALCAT-PATH = SPACES
003120         MOVE WS-DEFAULT-CALCAT-PATH TO WS-CALCAT-PATH
003130     END-IF
003140
003150     MOVE SPACES TO WS-CALJRNL-PATH
003160     ACCEPT WS-CALJRNL-PATH
003170         FROM ENVIRONMENT 'AOC-CALJRNL'
003180     IF WS-CALJRNL-PATH = SPACES
003190         MOVE WS-DEFAULT-CALJRNL-PATH TO WS-CALJRNL-PATH
003200     END-IF
003210
003220     PERFORM 1100-RESOLVE-FEEDER-GENERATION
003230     .
003240
003250* 1150-RESOLVE-CALENDAR-BUSDATE RESOLVES THE BUSINESS DATE
003260* STAMPED ONTO THE MASTER FROM THE PROCESSING CALENDAR THROUGH
003270* CALBDATE WHEN NO AOC-BUSDATE OVERRIDE IS GIVEN - THE SAME
003280* RULE THE EXTRACT APPLIES, SO BOTH STEPS LAND ON THE SAME
003290* DATE. A FAILED RESOLUTION FALLS BACK TO THE OLD RUN-DATE
003300* DEFAULT WITH A CONSOLE WARNING.
003310 1150-RESOLVE-CALENDAR-BUSDATE.
003320     MOVE 'E'         TO WS-BDT-FUNCTION
003330     MOVE WS-RUN-DATE TO WS-BDT-BASE-DATE
003340     CALL 'CALBDATE' USING WS-BDATE-PARM
003350     IF WS-BDT-STATUS = '0'
003360         MOVE WS-BDT-RESULT-DATE TO WS-RUN-DATE
003370     ELSE
003380         DISPLAY 'CALENDAR DATE RESOLUTION FAILED - LOAD '
003390             'BUSINESS DATE DEFAULTS TO RUN DATE'
003400     END-IF
003410     .
003420
003430* 1170-LOG-OVERRIDE PUTS THE OVERRIDE IN WS-OVRD-PARM ON THE
003440* SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD. AN OVERRIDE THAT
003450* CANNOT BE AUDITED IS NOT TAKEN - A LOG THAT CANNOT BE WRITTEN
003460* ENDS THE RUN AS A FILE ERROR.
003470 1170-LOG-OVERRIDE.
003480     MOVE 'CALLOAD' TO WS-OVD-PROGRAM
003490     CALL 'CALOVRD' USING WS-OVRD-PARM
003500     IF WS-OVD-STATUS NOT = '0'
003510         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
003520         MOVE 12 TO RETURN-CODE
003530         STOP RUN
003540     END-IF
003550     .
003560
003570* 1100-RESOLVE-FEEDER-GENERATION READS THE CALOUTPT GENERATION
003580* CATALOG INTO THE TABLE AND PICKS THE NEWEST GENERATION STILL
003590* IN CREATED STATUS AS THE FEEDER TO LOAD. NO CATALOG AT ALL
003600* IS THE LEGACY SINGLE-FILE CHAIN AND THE FIXED PATH STANDS; A
003610* CATALOG WITH NOTHING LEFT TO LOAD IS A CONTROL ERROR - THE
003620* SCHEDULER RELEASED THIS STEP WITH NO WORK FOR IT, AND
003630* RELOADING AN ALREADY-LOADED GENERATION WOULD ONLY MANUFACTURE
003640* DUPLICATE-KEY REJECTS.
003650 1100-RESOLVE-FEEDER-GENERATION.
003660     MOVE ZERO TO WS-CAT-COUNT
003670     MOVE ZERO TO WS-CAT-HIT-IX
003680     OPEN INPUT CALCAT
003690     IF NOT CALCAT-STATUS-OK
003700         DISPLAY 'NO CALOUTPT CATALOG - USING FIXED FEEDER PATH'
003710     ELSE
003720         PERFORM 4100-READ-CALCAT
003730         PERFORM UNTIL CALCAT-STATUS-EOF
003740         OR NOT CALCAT-STATUS-OK
003750             IF WS-CAT-COUNT >= WS-CAT-MAX
003760                 DISPLAY 'CALOUTPT CATALOG FULL - INCREASE '
003770                     'WS-CAT-MAX AND RERUN'
003780                 MOVE 8 TO RETURN-CODE
003790                 STOP RUN
003800             END-IF
003810             ADD 1 TO WS-CAT-COUNT
003820             MOVE CALCAT-RECORD TO WS-CAT-ENTRY(WS-CAT-COUNT)
003830             MOVE CALCAT-RECORD TO CALOUTPT-CATALOG-RECORD
003840             IF CAT-STATUS-CREATED
003850                 MOVE WS-CAT-COUNT TO WS-CAT-HIT-IX
003860             END-IF
003870             PERFORM 4100-READ-CALCAT
003880         END-PERFORM
003890         CLOSE CALCAT
003900         IF WS-CAT-HIT-IX > ZERO
003910             MOVE WS-CAT-ENTRY(WS-CAT-HIT-IX)
003920                 TO CALOUTPT-CATALOG-RECORD
003930             MOVE CAT-GEN-PATH TO WS-CALOUTPT-PATH
003940             SET WS-CATALOG-MODE TO TRUE
003950*            THE MASTER IS KEYED BY THE FEEDER'S OWN BUSINESS
003960*            DATE, NOT THE DATE THIS STEP HAPPENS TO RUN - A
003970*            GENERATION HELD BY THE GATE AND RELEASED A DAY
003980*            LATER MUST NOT BE FILED UNDER THE WRONG KEY.
003990             IF CAT-BUS-DATE NOT = WS-RUN-DATE
004000                 DISPLAY 'GENERATION BUSINESS DATE '
004010                     CAT-BUS-DATE ' OVERRIDES LOAD DATE '
004020                     WS-RUN-DATE
004030             END-IF
004040             MOVE CAT-BUS-DATE TO WS-RUN-DATE
004050             DISPLAY 'LOADING GENERATION : '
004060                 WS-CALOUTPT-PATH(1:60)
004070         ELSE
004080             DISPLAY 'NO UNLOADED GENERATION ON CATALOG - '
004090                 'NOTHING TO LOAD'
004100             MOVE 8 TO RETURN-CODE
004110             STOP RUN
004120         END-IF
004130     END-IF
004140     .
004150
004160 2000-MAIN-PROCESSING.
004170     PERFORM 3100-OPEN-LOADRPT
004180     MOVE WS-RUN-DATE     TO WS-HDG-RUN-DATE
004190     MOVE WS-LOAD-HEADING TO LOAD-RECORD
004200     PERFORM 6000-WRITE-LOAD-LINE
004210     PERFORM 2100-CHECK-PERIOD-LOCK
004220     PERFORM 1200-PRIME-JOURNAL-SEQUENCE
004230     PERFORM 3300-OPEN-CALJRNL
004240     PERFORM 3200-OPEN-CALMST
004250     PERFORM 2500-LOAD-CALOUTPT
004260     PERFORM 2600-REPORT-LOAD-COUNTS
004270     PERFORM 5200-CLOSE-CALMST
004280     PERFORM 5300-CLOSE-CALJRNL
004290     PERFORM 5100-CLOSE-LOADRPT
004300     PERFORM 2700-MARK-GENERATION-LOADED
004310     .
004320
004330* 1200-PRIME-JOURNAL-SEQUENCE READS THE JOURNAL THROUGH TO ITS
004340* LAST RECORD AND PRIMES THE NEXT SEQUENCE NUMBER FROM IT. A
004350* MISSING OR EMPTY JOURNAL (FIRST LOAD AFTER A BACKUP, OR THE
004360* FIRST LOAD EVER) STARTS THE SEQUENCE AT ONE.
004370 1200-PRIME-JOURNAL-SEQUENCE.
004380     MOVE ZERO TO WS-JRN-NEXT-SEQ
004390     OPEN INPUT CALJRNL
004400     IF NOT CALJRNL-STATUS-OK
004410         CONTINUE
004420     ELSE
004430         PERFORM 4200-READ-CALJRNL
004440         PERFORM UNTIL CALJRNL-STATUS-EOF
004450         OR NOT CALJRNL-STATUS-OK
004460             MOVE CALJRNL-RECORD TO CALMST-JOURNAL-RECORD
004470             MOVE JRN-SEQ-NO TO WS-JRN-NEXT-SEQ
004480             PERFORM 4200-READ-CALJRNL
004490         END-PERFORM
004500         CLOSE CALJRNL
004510     END-IF
004520     ADD 1 TO WS-JRN-NEXT-SEQ
004530     .
004540
004550* 2100-CHECK-PERIOD-LOCK REFUSES TO LOAD INTO A BUSINESS MONTH
004560* THAT FINANCE HAS CLOSED. THE LOAD STOPS BEFORE THE MASTER IS
004570* OPENED, SO NOTHING IS WRITTEN, AND THE GENERATION STAYS IN
004580* CREATED STATUS TO BE LOADED ONCE THE MONTH IS FORMALLY
004590* REOPENED. A LOAD INTO A REOPENED MONTH GOES AHEAD AND IS
004600* REPORTED WITH THE REOPEN IT RELIES ON.
004610 2100-CHECK-PERIOD-LOCK.
004620     MOVE WS-RUN-DATE(1:6) TO WS-PCK-MONTH
004630     CALL 'CALPCHK' USING WS-PCHK-PARM
004640     IF WS-PCK-STATUS NOT = '0'
004650         DISPLAY 'PERIOD REGISTER UNREADABLE - LOAD STOPPED'
004660         MOVE 12 TO RETURN-CODE
004670         STOP RUN
004680     END-IF
004690     EVALUATE TRUE
004700         WHEN WS-PCK-PERIOD-CLOSED
004710             STRING 'PERIOD '              DELIMITED BY SIZE
004720                 WS-PCK-MONTH              DELIMITED BY SIZE
004730                 ' IS CLOSED - NOTHING LOADED, GENERATION LEFT'
004740                                           DELIMITED BY SIZE
004750                 ' FOR LOADING AFTER A REOPEN'
004760                                           DELIMITED BY SIZE
004770                 INTO LOAD-RECORD
004780             PERFORM 6000-WRITE-LOAD-LINE
004790             PERFORM 5100-CLOSE-LOADRPT
004800             DISPLAY 'RUN DATE ' WS-RUN-DATE
004810                 ' FALLS IN CLOSED PERIOD ' WS-PCK-MONTH
004820             DISPLAY 'CALLOAD ENDED - NOTHING LOADED'
004830             MOVE 8 TO RETURN-CODE
004840             STOP RUN
004850         WHEN WS-PCK-PERIOD-REOPENED
004860             STRING 'PERIOD '              DELIMITED BY SIZE
004870                 WS-PCK-MONTH              DELIMITED BY SIZE
004880                 ' REOPENED '              DELIMITED BY SIZE
004890                 WS-PCK-REOPEN-DATE        DELIMITED BY SIZE
004900                 ' BY '                    DELIMITED BY SIZE
004910                 WS-PCK-REOPEN-USER        DELIMITED BY SIZE
004920                 ' - LOAD ALLOWED : '      DELIMITED BY SIZE
004930                 WS-PCK-REOPEN-REASON      DELIMITED BY SIZE
004940                 INTO LOAD-RECORD
004950             PERFORM 6000-WRITE-LOAD-LINE
004960             DISPLAY 'PERIOD ' WS-PCK-MONTH ' REOPENED '
004970                 WS-PCK-REOPEN-DATE ' BY ' WS-PCK-REOPEN-USER
004980                 ' - LOAD ALLOWED'
004990         WHEN OTHER
005000             CONTINUE
005010     END-EVALUATE
005020     .
005030
005040* 2500-LOAD-CALOUTPT READS EVERY CALOUT01 RECORD ON THE FEEDER
005050* FILE AND MERGES IT INTO THE MASTER UNDER THE RUN DATE PLUS
005060* CAL-REC-NO KEY. A KEY ALREADY ON THE MASTER (THE SAME RUN
005070* LOADED TWICE, OR A FEEDER DOUBLE-APPENDED BY A BOTCHED
005080* RESTART) IS REJECTED AND REPORTED RATHER THAN OVERWRITTEN -
005090* THE HISTORY ALREADY LOADED IS NEVER SILENTLY REPLACED.
005100 2500-LOAD-CALOUTPT.
005110     OPEN INPUT CALOUTPT
005120     IF NOT CALOUTPT-STATUS-OK
005130         DISPLAY 'OPEN ERROR ON CALOUTPT'
005140         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
005150         MOVE 12 TO RETURN-CODE
005160         STOP RUN
005170     END-IF
005180
005190     PERFORM 4000-READ-CALOUTPT
005200
005210     PERFORM UNTIL CALOUTPT-STATUS-EOF
005220     OR NOT CALOUTPT-STATUS-OK
005230
005240                 MOVE CALOUTPT-RECORD
005250                     TO CALIBRATION-OUTPUT-RECORD
005260                 PERFORM 2550-ADD-ONE-RECORD
005270
005280          PERFORM 4000-READ-CALOUTPT
005290
005300     END-PERFORM
005310
005320     CLOSE CALOUTPT
005330     IF NOT CALOUTPT-STATUS-OK
005340         DISPLAY 'CLOSE ERROR ON CALOUTPT'
005350         DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
005360         MOVE 12 TO RETURN-CODE
005370         STOP RUN
005380     END-IF
005390     .
005400
005410* 2550-ADD-ONE-RECORD BUILDS ONE MASTER RECORD FROM THE CURRENT
005420* FEEDER RECORD AND WRITES IT. FILE STATUS 22 IS A DUPLICATE
005430* KEY - COUNTED, REPORTED AND SKIPPED. ANY OTHER NON-ZERO
005440* STATUS IS A REAL I/O ERROR AND STOPS THE LOAD.
005450 2550-ADD-ONE-RECORD.
005460     ADD 1 TO WS-READ-COUNT
005470     MOVE WS-RUN-DATE         TO CALM-RUN-DATE
005480     MOVE CAL-REC-NO          TO CALM-REC-NO
005490     MOVE WS-SOURCE-FILE-NAME TO CALM-SOURCE-FILE
005500     MOVE CAL-SOURCE-LINE     TO CALM-SOURCE-LINE
005510     MOVE CAL-PRE-CHI         TO CALM-PRE-CHI
005520     MOVE CAL-DER-CHI         TO CALM-DER-CHI
005530     MOVE CAL-ETALONNAGE      TO CALM-ETALONNAGE
005540     MOVE CAL-SUPPLIER-ID     TO CALM-SUPPLIER-ID
005550     MOVE SPACE               TO CALM-RECORD-STATUS
005560     MOVE ZERO                TO CALM-CORR-SEQ-NO
005570     MOVE ZERO                TO CALM-CORR-DATE
005580     WRITE CALIBRATION-MASTER-RECORD
005590     EVALUATE TRUE
005600         WHEN CALMST-STATUS-OK
005610             ADD 1 TO WS-ADDED-COUNT
005620             PERFORM 2560-JOURNAL-AFTER-IMAGE
005630         WHEN CALMST-STATUS-DUPKEY
005640             ADD 1 TO WS-REJECT-COUNT
005650             MOVE CALM-RUN-DATE  TO WS-LDD-RUN-DATE
005660             MOVE CALM-REC-NO    TO WS-LDD-REC-NO
005670             MOVE WS-LOAD-DETAIL TO LOAD-RECORD
005680             PERFORM 6000-WRITE-LOAD-LINE
005690         WHEN OTHER
005700             DISPLAY 'WRITE ERROR ON CALMST'
005710             DISPLAY 'FILE STATUS : ' CALMST-STATUS
005720             MOVE 12 TO RETURN-CODE
005730             STOP RUN
005740     END-EVALUATE
005750     .
005760
005770* 2600-REPORT-LOAD-COUNTS WRITES THE LOAD COUNT SUMMARY TO THE
005780* LOAD REPORT AND THE CONSOLE.
005790 2600-REPORT-LOAD-COUNTS.
005800     MOVE 'RECORDS READ          :' TO WS-LDS-LABEL
005810     MOVE WS-READ-COUNT             TO WS-LDS-COUNT
005820     MOVE WS-LOAD-SUMMARY           TO LOAD-RECORD
005830     PERFORM 6000-WRITE-LOAD-LINE
005840     MOVE 'RECORDS ADDED         :' TO WS-LDS-LABEL
005850     MOVE WS-ADDED-COUNT            TO WS-LDS-COUNT
005860     MOVE WS-LOAD-SUMMARY           TO LOAD-RECORD
005870     PERFORM 6000-WRITE-LOAD-LINE
005880     MOVE 'DUPLICATES REJECTED   :' TO WS-LDS-LABEL
005890     MOVE WS-REJECT-COUNT           TO WS-LDS-COUNT
005900     MOVE WS-LOAD-SUMMARY           TO LOAD-RECORD
005910     PERFORM 6000-WRITE-LOAD-LINE
005920
005930     DISPLAY 'RECORDS READ        :' WS-READ-COUNT
005940     DISPLAY 'RECORDS ADDED       :' WS-ADDED-COUNT
005950     DISPLAY 'DUPLICATES REJECTED :' WS-REJECT-COUNT
005960     .
005970
005980* 2560-JOURNAL-AFTER-IMAGE APPENDS THE AFTER-IMAGE OF THE
005990* MASTER RECORD JUST WRITTEN TO THE JOURNAL UNDER THE NEXT
006000* SEQUENCE NUMBER. A JOURNAL THAT CANNOT BE WRITTEN STOPS THE
006010* LOAD - AN UNJOURNALED MASTER WRITE IS EXACTLY THE EXPOSURE
006020* THE JOURNAL EXISTS TO CLOSE.
006030 2560-JOURNAL-AFTER-IMAGE.
006040     MOVE WS-JRN-NEXT-SEQ TO JRN-SEQ-NO
006050     MOVE 'ADD'           TO JRN-ACTION
006060     MOVE WS-RUN-DATE     TO JRN-RUN-DATE
006070     MOVE CALIBRATION-MASTER-RECORD TO JRN-AFTER-IMAGE
006080     MOVE CALMST-JOURNAL-RECORD TO CALJRNL-RECORD
006090     WRITE CALJRNL-RECORD
006100     IF NOT CALJRNL-STATUS-OK
006110         DISPLAY 'WRITE ERROR ON CALJRNL'
006120         DISPLAY 'FILE STATUS : ' CALJRNL-STATUS
006130         MOVE 12 TO RETURN-CODE
006140         STOP RUN
006150     END-IF
006160     ADD 1 TO WS-JRN-NEXT-SEQ
006170     .
006180
006190* 2700-MARK-GENERATION-LOADED REWRITES THE CATALOG WITH THE
006200* GENERATION JUST MERGED MARKED AS LOADED, SO THE RETENTION
006210* STEP KNOWS IT MAY BE ROLLED OFF AND A RERUN OF THIS STEP
006220* FINDS NOTHING LEFT TO LOAD. ONLY REACHED AFTER THE MASTER IS
006230* SAFELY CLOSED - AN ABEND BEFORE THIS POINT LEAVES THE ENTRY
006240* IN CREATED STATUS FOR THE RERUN. A LEGACY RUN WITHOUT A
006250* CATALOG HAS NOTHING TO MARK.
006260 2700-MARK-GENERATION-LOADED.
006270     IF NOT WS-CATALOG-MODE
006280         CONTINUE
006290     ELSE
006300         MOVE WS-CAT-ENTRY(WS-CAT-HIT-IX)
006310             TO CALOUTPT-CATALOG-RECORD
006320         MOVE 'LOADED  ' TO CAT-STATUS
006330         MOVE CALOUTPT-CATALOG-RECORD
006340             TO WS-CAT-ENTRY(WS-CAT-HIT-IX)
006350         OPEN OUTPUT CALCAT
006360         IF NOT CALCAT-STATUS-OK
006370             DISPLAY 'OPEN ERROR ON CALCAT'
006380             DISPLAY 'FILE STATUS : ' CALCAT-STATUS
006390             MOVE 12 TO RETURN-CODE
006400             STOP RUN
006410         END-IF
006420         PERFORM 2750-WRITE-ONE-CATALOG-ENTRY
006430             THRU 2750-EXIT
006440             VARYING J FROM 1 BY 1
006450             UNTIL J > WS-CAT-COUNT
006460         CLOSE CALCAT
006470         IF NOT CALCAT-STATUS-OK
006480             DISPLAY 'CLOSE ERROR ON CALCAT'
006490             DISPLAY 'FILE STATUS : ' CALCAT-STATUS
006500             MOVE 12 TO RETURN-CODE
006510             STOP RUN
006520         END-IF
006530     END-IF
006540     .
006550
006560 2750-WRITE-ONE-CATALOG-ENTRY.
006570     MOVE WS-CAT-ENTRY(J) TO CALCAT-RECORD
006580     WRITE CALCAT-RECORD
006590     IF NOT CALCAT-STATUS-OK
006600         DISPLAY 'WRITE ERROR ON CALCAT'
006610         DISPLAY 'FILE STATUS : ' CALCAT-STATUS
006620         MOVE 12 TO RETURN-CODE
006630         STOP RUN
006640     END-IF
006650     .
006660 2750-EXIT.
006670     EXIT
006680     .
006690
006700 3100-OPEN-LOADRPT.
006710     OPEN OUTPUT LOADRPT
006720     IF NOT LOADRPT-STATUS-OK
006730         DISPLAY 'OPEN ERROR ON LOADRPT'
006740         DISPLAY 'FILE STATUS : ' LOADRPT-STATUS
006750         MOVE 12 TO RETURN-CODE
006760         STOP RUN
006770     END-IF
006780     .
006790
006800* 3200-OPEN-CALMST OPENS THE MASTER FOR UPDATE, CREATING IT ON
006810* THE FIRST EVER LOAD WHEN OPEN I-O REPORTS FILE NOT FOUND.
006820* ONLY STATUS 35 FALLS BACK TO OPEN OUTPUT - ANY OTHER OPEN
006830* FAILURE (THE FILE LOCKED BY ANOTHER JOB, A BROKEN INDEX)
006840* MUST NOT BE ANSWERED BY RECREATING AN EMPTY MASTER OVER THE
006850* ACCUMULATED HISTORY.
006860 3200-OPEN-CALMST.
006870     OPEN I-O CALMST
006880     EVALUATE TRUE
006890         WHEN CALMST-STATUS-OK
006900             CONTINUE
006910         WHEN CALMST-STATUS-NOFILE
006920             OPEN OUTPUT CALMST
006930             IF NOT CALMST-STATUS-OK
006940                 DISPLAY 'OPEN ERROR ON CALMST'
006950                 DISPLAY 'FILE STATUS : ' CALMST-STATUS
006960                 MOVE 12 TO RETURN-CODE
006970                 STOP RUN
006980             END-IF
006990             DISPLAY 'NO CALIBRATION MASTER FOUND - NEW ONE '
007000                 'STARTS WITH THIS LOAD'
007010         WHEN OTHER
007020             DISPLAY 'OPEN ERROR ON CALMST'
007030             DISPLAY 'FILE STATUS : ' CALMST-STATUS
007040             MOVE 12 TO RETURN-CODE
007050             STOP RUN
007060     END-EVALUATE
007070     .
007080
007090 4000-READ-CALOUTPT.
007100     READ CALOUTPT
007110         AT END
007120             CONTINUE
007130          NOT AT END
007140             IF NOT CALOUTPT-STATUS-OK
007150                 DISPLAY 'READ ERROR ON CALOUTPT'
007160                 DISPLAY 'FILE STATUS : ' CALOUTPT-STATUS
007170                 MOVE 12 TO RETURN-CODE
007180                 STOP RUN
007190             END-IF
007200     END-READ
007210     .
007220
007230 3300-OPEN-CALJRNL.
007240     OPEN EXTEND CALJRNL
007250     IF NOT CALJRNL-STATUS-OK
007260         OPEN OUTPUT CALJRNL
007270         IF NOT CALJRNL-STATUS-OK
007280             DISPLAY 'OPEN ERROR ON CALJRNL'
007290             DISPLAY 'FILE STATUS : ' CALJRNL-STATUS
007300             MOVE 12 TO RETURN-CODE
007310             STOP RUN
007320         END-IF
007330     END-IF
007340     .
007350
007360 4100-READ-CALCAT.
007370     READ CALCAT
007380         AT END
007390             CONTINUE
007400          NOT AT END
007410             IF NOT CALCAT-STATUS-OK
007420                 DISPLAY 'READ ERROR ON CALCAT'
007430                 DISPLAY 'FILE STATUS : ' CALCAT-STATUS
007440                 MOVE 12 TO RETURN-CODE
007450                 STOP RUN
007460             END-IF
007470     END-READ
007480     .
007490
007500 4200-READ-CALJRNL.
007510     READ CALJRNL
007520         AT END
007530             CONTINUE
007540          NOT AT END
007550             IF NOT CALJRNL-STATUS-OK
007560                 DISPLAY 'READ ERROR ON CALJRNL'
007570                 DISPLAY 'FILE STATUS : ' CALJRNL-STATUS
007580                 MOVE 12 TO RETURN-CODE
007590                 STOP RUN
007600             END-IF
007610     END-READ
007620     .
007630
007640 5100-CLOSE-LOADRPT.
007650     CLOSE LOADRPT
007660     IF NOT LOADRPT-STATUS-OK
007670         DISPLAY 'CLOSE ERROR ON LOADRPT'
007680         DISPLAY 'FILE STATUS : ' LOADRPT-STATUS
007690         MOVE 12 TO RETURN-CODE
007700         STOP RUN
007710     END-IF
007720     .
007730
007740 5200-CLOSE-CALMST.
007750     CLOSE CALMST
007760     IF NOT CALMST-STATUS-OK
007770         DISPLAY 'CLOSE ERROR ON CALMST'
007780         DISPLAY 'FILE STATUS : ' CALMST-STATUS
007790         MOVE 12 TO RETURN-CODE
007800         STOP RUN
007810     END-IF
007820     .
007830
007840 5300-CLOSE-CALJRNL.
007850     CLOSE CALJRNL
007860     IF NOT CALJRNL-STATUS-OK
007870         DISPLAY 'CLOSE ERROR ON CALJRNL'
007880         DISPLAY 'FILE STATUS : ' CALJRNL-STATUS
007890         MOVE 12 TO RETURN-CODE
007900         STOP RUN
007910     END-IF
007920     .
007930
007940 6000-WRITE-LOAD-LINE.
007950     WRITE LOAD-RECORD
007960     IF NOT LOADRPT-STATUS-OK
007970         DISPLAY 'WRITE ERROR ON LOADRPT'
007980         DISPLAY 'FILE STATUS : ' LOADRPT-STATUS
007990         MOVE 12 TO RETURN-CODE
008000         STOP RUN
008010     END-IF
008020     MOVE SPACES TO LOAD-RECORD
008030     .
