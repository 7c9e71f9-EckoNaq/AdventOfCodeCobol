000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALSUPM.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - SUPPLIER PROFILE MASTER
000110*                  MAINTENANCE. THE HDR RECORD HAS CARRIED THE
000120*                  SUPPLIER ID SINCE SEPTEMBER, BUT NOTHING KNEW
000130*                  WHICH IDS WERE VALID OR WHAT TO EXPECT FROM
000140*                  EACH SITE. THIS STEP APPLIES MAINTENANCE
000150*                  TRANSACTIONS (SUPTRAN) TO THE INDEXED
000160*                  SUPPLIER MASTER (SUPMST, CALSUP01 LAYOUT):
000170*                  ADD A NEW SUPPLIER, CHG ITS NAME, CALIBRATION
000180*                  MODE, EXPECTED FILES PER BUSINESS DATE OR
000190*                  LATEST DELIVERY TIME, INA TO DEACTIVATE IT
000200*                  AND ACT TO REACTIVATE IT. SUPPLIERS ARE NEVER
000210*                  PHYSICALLY DELETED - THEIR IDS STAY ON THE
000220*                  QUALITY LOG AND THE MASTER HISTORY. EVERY
000230*                  TRANSACTION AND ITS OUTCOME, FOLLOWED BY THE
000240*                  WHOLE MASTER AS IT STANDS AFTER THE RUN, GO
000250*                  ON THE MAINTENANCE REPORT (SUPRPT).
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290
000300     SELECT SUPTRAN ASSIGN TO DYNAMIC WS-SUPTRAN-PATH
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS SUPTRAN-STATUS.
000330
000340     SELECT SUPMST ASSIGN TO DYNAMIC WS-SUPMST-PATH
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS SUP-SUPPLIER-ID
000380         FILE STATUS IS SUPMST-STATUS.
000390
000400     SELECT SUPRPT ASSIGN TO DYNAMIC WS-SUPRPT-PATH
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS SUPRPT-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460
000470 FD  SUPTRAN.
000480 01  SUPTRAN-RECORD              PIC X(80).
000490
000500 FD  SUPMST.
000510* SUPPLIER PROFILE RECORD LAYOUT (SHARED WITH CALEDIT, THE
000520* EXTRACT AND CALMISS)
000530 COPY CALSUP01.
000540
000550 FD  SUPRPT.
000560 01  SUP-RPT-RECORD              PIC X(132).
000570
000580 WORKING-STORAGE SECTION.
000590
000600* RUN-TIME FILE ASSIGNMENT
000610 01  WS-SUPTRAN-PATH             PIC X(200).
000620 01  WS-DEFAULT-SUPTRAN-PATH     PIC X(200) VALUE
000630     'AOC20231201.SUPTRAN.FILE'.
000640 01  WS-SUPMST-PATH              PIC X(200).
000650 01  WS-DEFAULT-SUPMST-PATH      PIC X(200) VALUE
000660     'AOC20231201.SUPMST.FILE'.
000670 01  WS-SUPRPT-PATH              PIC X(200).
000680 01  WS-DEFAULT-SUPRPT-PATH      PIC X(200) VALUE
000690     'AOC20231201.SUP.RPT'.
000700
000710* FILE STATUS
000720 01  SUPTRAN-STATUS              PIC 9(02).
000730     88  SUPTRAN-STATUS-OK       VALUE 00.
000740     88  SUPTRAN-STATUS-EOF      VALUE 10.
000750 01  SUPMST-STATUS               PIC 9(02).
000760     88  SUPMST-STATUS-OK        VALUE 00.
000770     88  SUPMST-STATUS-EOF       VALUE 10.
000780     88  SUPMST-STATUS-NOTFND    VALUE 23.
000790     88  SUPMST-STATUS-NOFILE    VALUE 35.
000800 01  SUPRPT-STATUS               PIC 9(02).
000810     88  SUPRPT-STATUS-OK        VALUE 00.
000820
000830* MAINTENANCE TRANSACTION LAYOUT. ADD CARRIES EVERY FIELD; CHG
000840* CARRIES ONLY THE FIELDS BEING CHANGED (A BLANK FIELD IS LEFT
000850* AS IT IS ON THE MASTER); ACT AND INA NEED ONLY THE SUPPLIER
000860* ID AND THE USER. THE LATEST DELIVERY TIME IS HHMM ON THE
000870* 24-HOUR CLOCK. A LINE STARTING WITH AN ASTERISK IS A COMMENT.
000880 01  WS-TRAN-LINE.
000890     05  WS-TRN-TYPE             PIC X(03).
000900         88  WS-TRN-ADD          VALUE 'ADD'.
000910         88  WS-TRN-CHANGE       VALUE 'CHG'.
000920         88  WS-TRN-ACTIVATE     VALUE 'ACT'.
000930         88  WS-TRN-INACTIVATE   VALUE 'INA'.
000940     05  FILLER                  PIC X(01).
000950     05  WS-TRN-SUPPLIER-ID      PIC X(03).
000960     05  FILLER                  PIC X(01).
000970     05  WS-TRN-CAL-MODE         PIC X(06).
000980         88  WS-TRN-MODE-VALID   VALUE 'WORDS ' 'DIGITS'
000990                                       'BOTH  '.
001000     05  FILLER                  PIC X(01).
001010     05  WS-TRN-EXPECTED-FILES   PIC X(02).
001020     05  FILLER                  PIC X(01).
001030     05  WS-TRN-LATEST-DELIVERY.
001040         10  WS-TRN-LATEST-HH    PIC X(02).
001050         10  WS-TRN-LATEST-MM    PIC X(02).
001060     05  FILLER                  PIC X(01).
001070     05  WS-TRN-USER             PIC X(08).
001080     05  FILLER                  PIC X(01).
001090     05  WS-TRN-SUPPLIER-NAME    PIC X(30).
001100 01  WS-TRN-LATEST-HH-N          PIC 9(02) VALUE ZERO.
001110 01  WS-TRN-LATEST-MM-N          PIC 9(02) VALUE ZERO.
001120
001130* TRANSACTION CONTROLS
001140 01  WS-MASTER-FOUND-SW          PIC X(01) VALUE 'N'.
001150     88  WS-MASTER-FOUND         VALUE 'Y'.
001160 01  WS-REFUSE-REASON            PIC X(50) VALUE SPACES.
001170
001180* RUN DATE AND TRANSACTION COUNTS
001190 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001200 01  WS-TRAN-COUNT               PIC 9(06) VALUE ZERO.
001210 01  WS-ADDED-COUNT              PIC 9(06) VALUE ZERO.
001220 01  WS-CHANGED-COUNT            PIC 9(06) VALUE ZERO.
001230 01  WS-REFUSED-COUNT            PIC 9(06) VALUE ZERO.
001240 01  WS-LISTED-COUNT             PIC 9(06) VALUE ZERO.
001250 01  WS-ACTIVE-COUNT             PIC 9(06) VALUE ZERO.
001260
001270* MAINTENANCE REPORT LINE LAYOUTS
001280 01  WS-SUP-HEADING.
001290     05  FILLER                  PIC X(37) VALUE
001300         'SUPPLIER PROFILE MAINTENANCE - RUN   '.
001310     05  WS-HDG-RUN-DATE         PIC 9(08).
001320 01  WS-SUP-COL-HEADS            PIC X(112) VALUE
001330     'TRN SUP A MODE   EX LATE USER     NAME
001340-    '           OUTCOME   REASON'.
001350 01  WS-SUP-DETAIL.
001360     05  WS-SPD-TRN-TYPE         PIC X(03).
001370     05  FILLER                  PIC X(01) VALUE SPACE.
001380     05  WS-SPD-SUPPLIER-ID      PIC X(03).
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  WS-SPD-ACTIVE-FLAG      PIC X(01).
001410     05  FILLER                  PIC X(01) VALUE SPACE.
001420     05  WS-SPD-CAL-MODE         PIC X(06).
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440     05  WS-SPD-EXPECTED-FILES   PIC X(02).
001450     05  FILLER                  PIC X(01) VALUE SPACE.
001460     05  WS-SPD-LATEST-DELIVERY  PIC X(04).
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  WS-SPD-USER             PIC X(08).
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  WS-SPD-SUPPLIER-NAME    PIC X(30).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  WS-SPD-OUTCOME          PIC X(09).
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  WS-SPD-TEXT             PIC X(50).
001550 01  WS-SUP-SUMMARY.
001560     05  WS-SPS-LABEL            PIC X(26).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  WS-SPS-COUNT            PIC 9(06).
001590
001600 PROCEDURE DIVISION.
001610
001620 0000-MAINLINE.
001630     DISPLAY 'CALSUPM'
001640     PERFORM 1000-INITIALIZE
001650     PERFORM 2000-MAIN-PROCESSING
001660     IF WS-REFUSED-COUNT > ZERO
001670         DISPLAY 'CALSUPM ENDED WITH TRANSACTIONS REFUSED :'
001680             WS-REFUSED-COUNT
001690         MOVE 4 TO RETURN-CODE
001700     ELSE
001710         DISPLAY 'CALSUPM ENDED CLEAN'
001720     END-IF
001730     STOP RUN
001740     .
001750
001760* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME,
001770* FALLING BACK TO THE DEVELOPMENT DEFAULTS WHEN THE VARIABLES
001780* ARE NOT SET.
001790 1000-INITIALIZE.
001800     MOVE SPACES TO WS-SUPTRAN-PATH
001810     ACCEPT WS-SUPTRAN-PATH
001820         FROM ENVIRONMENT 'AOC-SUPTRAN'
001830     IF WS-SUPTRAN-PATH = SPACES
001840         MOVE WS-DEFAULT-SUPTRAN-PATH TO WS-SUPTRAN-PATH
001850     END-IF
001860
001870     MOVE SPACES TO WS-SUPMST-PATH
001880     ACCEPT WS-SUPMST-PATH
001890         FROM ENVIRONMENT 'AOC-SUPMST'
001900     IF WS-SUPMST-PATH = SPACES
001910         MOVE WS-DEFAULT-SUPMST-PATH TO WS-SUPMST-PATH
001920     END-IF
001930
001940     MOVE SPACES TO WS-SUPRPT-PATH
001950     ACCEPT WS-SUPRPT-PATH
001960         FROM ENVIRONMENT 'AOC-SUPRPT'
001970     IF WS-SUPRPT-PATH = SPACES
001980         MOVE WS-DEFAULT-SUPRPT-PATH TO WS-SUPRPT-PATH
001990     END-IF
002000
002010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002020     .
002030
002040 2000-MAIN-PROCESSING.
002050     PERFORM 3100-OPEN-SUPRPT
002060     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
002070     MOVE WS-SUP-HEADING TO SUP-RPT-RECORD
002080     PERFORM 6000-WRITE-SUP-LINE
002090     MOVE SPACES TO SUP-RPT-RECORD
002100     PERFORM 6000-WRITE-SUP-LINE
002110     MOVE WS-SUP-COL-HEADS TO SUP-RPT-RECORD
002120     PERFORM 6000-WRITE-SUP-LINE
002130     PERFORM 3200-OPEN-SUPMST
002140     PERFORM 2200-PROCESS-TRANSACTIONS
002150     PERFORM 2800-LIST-SUPPLIER-MASTER
002160     PERFORM 5200-CLOSE-SUPMST
002170     PERFORM 2900-REPORT-COUNTS
002180     PERFORM 5100-CLOSE-SUPRPT
002190     .
002200
002210* 2200-PROCESS-TRANSACTIONS READS THE MAINTENANCE TRANSACTIONS
002220* IN THE ORDER GIVEN, SO AN ADD FOLLOWED BY A CHG FOR THE SAME
002230* SUPPLIER IN ONE RUN WORKS AS WRITTEN. NO TRANSACTION FILE
002240* SIMPLY LISTS THE MASTER.
002250 2200-PROCESS-TRANSACTIONS.
002260     OPEN INPUT SUPTRAN
002270     IF NOT SUPTRAN-STATUS-OK
002280         DISPLAY 'NO SUPPLIER TRANSACTIONS - MASTER LISTED ONLY'
002290     ELSE
002300         PERFORM 4100-READ-SUPTRAN
002310         PERFORM UNTIL SUPTRAN-STATUS-EOF
002320         OR NOT SUPTRAN-STATUS-OK
002330             IF SUPTRAN-RECORD NOT = SPACES
002340                 AND SUPTRAN-RECORD(1:1) NOT = '*'
002350                 MOVE SUPTRAN-RECORD TO WS-TRAN-LINE
002360                 PERFORM 2250-PROCESS-ONE-TRANSACTION
002370             END-IF
002380             PERFORM 4100-READ-SUPTRAN
002390         END-PERFORM
002400         CLOSE SUPTRAN
002410     END-IF
002420     .
002430
002440* 2250-PROCESS-ONE-TRANSACTION EDITS THE FIELDS COMMON TO EVERY
002450* TRANSACTION AND ROUTES IT TO ITS HANDLER. A HANDLER THAT
002460* CANNOT ACT LEAVES ITS REASON IN WS-REFUSE-REASON AND THE
002470* MASTER RECORD UNTOUCHED; THE REFUSAL IS REPORTED AND THE REST
002480* OF THE RUN'S TRANSACTIONS STILL GO THROUGH.
002490 2250-PROCESS-ONE-TRANSACTION.
002500     ADD 1 TO WS-TRAN-COUNT
002510     MOVE SPACES TO WS-REFUSE-REASON
002520     EVALUATE TRUE
002530         WHEN WS-TRN-SUPPLIER-ID = SPACES
002540             MOVE 'SUPPLIER ID MISSING' TO WS-REFUSE-REASON
002550         WHEN WS-TRN-USER = SPACES
002560             MOVE 'USER MISSING' TO WS-REFUSE-REASON
002570         WHEN WS-TRN-ADD
002580             PERFORM 2300-ADD-SUPPLIER
002590                 THRU 2300-EXIT
002600         WHEN WS-TRN-CHANGE
002610             PERFORM 2400-CHANGE-SUPPLIER
002620                 THRU 2400-EXIT
002630         WHEN WS-TRN-ACTIVATE
002640         WHEN WS-TRN-INACTIVATE
002650             PERFORM 2500-SET-ACTIVE-FLAG
002660                 THRU 2500-EXIT
002670         WHEN OTHER
002680             MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REFUSE-REASON
002690     END-EVALUATE
002700     IF WS-REFUSE-REASON NOT = SPACES
002710         ADD 1 TO WS-REFUSED-COUNT
002720         MOVE WS-TRN-TYPE           TO WS-SPD-TRN-TYPE
002730         MOVE WS-TRN-SUPPLIER-ID    TO WS-SPD-SUPPLIER-ID
002740         MOVE SPACE                 TO WS-SPD-ACTIVE-FLAG
002750         MOVE WS-TRN-CAL-MODE       TO WS-SPD-CAL-MODE
002760         MOVE WS-TRN-EXPECTED-FILES TO WS-SPD-EXPECTED-FILES
002770         MOVE WS-TRN-LATEST-DELIVERY TO WS-SPD-LATEST-DELIVERY
002780         MOVE WS-TRN-USER           TO WS-SPD-USER
002790         MOVE WS-TRN-SUPPLIER-NAME  TO WS-SPD-SUPPLIER-NAME
002800         MOVE 'REFUSED'             TO WS-SPD-OUTCOME
002810         MOVE WS-REFUSE-REASON      TO WS-SPD-TEXT
002820         MOVE WS-SUP-DETAIL         TO SUP-RPT-RECORD
002830         PERFORM 6000-WRITE-SUP-LINE
002840     END-IF
002850     .
002860
002870* 2300-ADD-SUPPLIER ADDS A NEW SUPPLIER PROFILE. EVERY FIELD IS
002880* REQUIRED - A SUPPLIER WITH NO MODE OR NO DELIVERY EXPECTATION
002890* WOULD ONLY SURFACE AS A PUZZLE IN THE EXTRACT OR ON THE
002900* MISSING-DELIVERY REPORT. A NEW SUPPLIER STARTS ACTIVE.
002910 2300-ADD-SUPPLIER.
002920     IF WS-TRN-SUPPLIER-NAME = SPACES
002930         MOVE 'SUPPLIER NAME MISSING' TO WS-REFUSE-REASON
002940         GO TO 2300-EXIT
002950     END-IF
002960     IF NOT WS-TRN-MODE-VALID
002970         MOVE 'CALIBRATION MODE NOT WORDS, DIGITS OR BOTH'
002980             TO WS-REFUSE-REASON
002990         GO TO 2300-EXIT
003000     END-IF
003010     PERFORM 2600-EDIT-EXPECTED-FILES
003020     IF WS-REFUSE-REASON NOT = SPACES
003030         GO TO 2300-EXIT
003040     END-IF
003050     PERFORM 2650-EDIT-LATEST-DELIVERY
003060     IF WS-REFUSE-REASON NOT = SPACES
003070         GO TO 2300-EXIT
003080     END-IF
003090
003100     MOVE WS-TRN-SUPPLIER-ID TO SUP-SUPPLIER-ID
003110     PERFORM 4200-READ-SUPMST-KEY
003120     IF WS-MASTER-FOUND
003130         MOVE 'SUPPLIER ALREADY ON FILE' TO WS-REFUSE-REASON
003140         GO TO 2300-EXIT
003150     END-IF
003160
003170     MOVE SPACES                 TO SUPPLIER-PROFILE-RECORD
003180     MOVE WS-TRN-SUPPLIER-ID     TO SUP-SUPPLIER-ID
003190     MOVE WS-TRN-SUPPLIER-NAME   TO SUP-SUPPLIER-NAME
003200     MOVE 'Y'                    TO SUP-ACTIVE-FLAG
003210     MOVE WS-TRN-CAL-MODE        TO SUP-CAL-MODE
003220     MOVE WS-TRN-EXPECTED-FILES  TO SUP-EXPECTED-FILES
003230     MOVE WS-TRN-LATEST-DELIVERY TO SUP-LATEST-DELIVERY
003240     MOVE WS-RUN-DATE            TO SUP-LAST-CHANGE-DATE
003250     MOVE WS-TRN-USER            TO SUP-LAST-CHANGE-USER
003260     WRITE SUPPLIER-PROFILE-RECORD
003270     IF NOT SUPMST-STATUS-OK
003280         DISPLAY 'WRITE ERROR ON SUPMST'
003290         DISPLAY 'FILE STATUS : ' SUPMST-STATUS
003300         MOVE 12 TO RETURN-CODE
003310         STOP RUN
003320     END-IF
003330     ADD 1 TO WS-ADDED-COUNT
003340     MOVE 'ADDED' TO WS-SPD-OUTCOME
003350     MOVE SPACES  TO WS-SPD-TEXT
003360     PERFORM 2700-WRITE-PROFILE-LINE
003370     .
003380 2300-EXIT.
003390     EXIT
003400     .
003410
003420* 2400-CHANGE-SUPPLIER REPLACES THE NAME, MODE, EXPECTED FILES
003430* AND LATEST DELIVERY TIME OF AN EXISTING SUPPLIER - ONLY THE
003440* FIELDS GIVEN ON THE TRANSACTION. EVERY FIELD GIVEN IS EDITED
003450* BEFORE ANY IS APPLIED, SO A BAD FIELD NEVER LEAVES HALF A
003460* CHANGE ON THE MASTER.
003470 2400-CHANGE-SUPPLIER.
003480     IF WS-TRN-CAL-MODE NOT = SPACES
003490         AND NOT WS-TRN-MODE-VALID
003500         MOVE 'CALIBRATION MODE NOT WORDS, DIGITS OR BOTH'
003510             TO WS-REFUSE-REASON
003520         GO TO 2400-EXIT
003530     END-IF
003540     IF WS-TRN-EXPECTED-FILES NOT = SPACES
003550         PERFORM 2600-EDIT-EXPECTED-FILES
003560         IF WS-REFUSE-REASON NOT = SPACES
003570             GO TO 2400-EXIT
003580         END-IF
003590     END-IF
003600     IF WS-TRN-LATEST-DELIVERY NOT = SPACES
003610         PERFORM 2650-EDIT-LATEST-DELIVERY
003620         IF WS-REFUSE-REASON NOT = SPACES
003630             GO TO 2400-EXIT
003640         END-IF
003650     END-IF
003660     IF WS-TRN-SUPPLIER-NAME = SPACES
003670         AND WS-TRN-CAL-MODE = SPACES
003680         AND WS-TRN-EXPECTED-FILES = SPACES
003690         AND WS-TRN-LATEST-DELIVERY = SPACES
003700         MOVE 'NOTHING TO CHANGE' TO WS-REFUSE-REASON
003710         GO TO 2400-EXIT
003720     END-IF
003730
003740     MOVE WS-TRN-SUPPLIER-ID TO SUP-SUPPLIER-ID
003750     PERFORM 4200-READ-SUPMST-KEY
003760     IF NOT WS-MASTER-FOUND
003770         MOVE 'SUPPLIER NOT ON FILE' TO WS-REFUSE-REASON
003780         GO TO 2400-EXIT
003790     END-IF
003800
003810     IF WS-TRN-SUPPLIER-NAME NOT = SPACES
003820         MOVE WS-TRN-SUPPLIER-NAME   TO SUP-SUPPLIER-NAME
003830     END-IF
003840     IF WS-TRN-CAL-MODE NOT = SPACES
003850         MOVE WS-TRN-CAL-MODE        TO SUP-CAL-MODE
003860     END-IF
003870     IF WS-TRN-EXPECTED-FILES NOT = SPACES
003880         MOVE WS-TRN-EXPECTED-FILES  TO SUP-EXPECTED-FILES
003890     END-IF
003900     IF WS-TRN-LATEST-DELIVERY NOT = SPACES
003910         MOVE WS-TRN-LATEST-DELIVERY TO SUP-LATEST-DELIVERY
003920     END-IF
003930     PERFORM 2450-REWRITE-PROFILE
003940     MOVE 'CHANGED' TO WS-SPD-OUTCOME
003950     MOVE SPACES    TO WS-SPD-TEXT
003960     PERFORM 2700-WRITE-PROFILE-LINE
003970     .
003980 2400-EXIT.
003990     EXIT
004000     .
004010
004020* 2450-REWRITE-PROFILE STAMPS THE CHANGE DATE AND USER ON THE
004030* PROFILE JUST UPDATED AND REWRITES IT.
004040 2450-REWRITE-PROFILE.
004050     MOVE WS-RUN-DATE TO SUP-LAST-CHANGE-DATE
004060     MOVE WS-TRN-USER TO SUP-LAST-CHANGE-USER
004070     REWRITE SUPPLIER-PROFILE-RECORD
004080     IF NOT SUPMST-STATUS-OK
004090         DISPLAY 'REWRITE ERROR ON SUPMST'
004100         DISPLAY 'FILE STATUS : ' SUPMST-STATUS
004110         MOVE 12 TO RETURN-CODE
004120         STOP RUN
004130     END-IF
004140     ADD 1 TO WS-CHANGED-COUNT
004150     .
004160
004170* 2500-SET-ACTIVE-FLAG ACTIVATES (ACT) OR DEACTIVATES (INA) AN
004180* EXISTING SUPPLIER. A SUPPLIER ALREADY IN THE REQUESTED STATE
004190* IS REFUSED SO THE REPORT NEVER SHOWS A CHANGE THAT DID NOT
004200* HAPPEN.
004210 2500-SET-ACTIVE-FLAG.
004220     MOVE WS-TRN-SUPPLIER-ID TO SUP-SUPPLIER-ID
004230     PERFORM 4200-READ-SUPMST-KEY
004240     IF NOT WS-MASTER-FOUND
004250         MOVE 'SUPPLIER NOT ON FILE' TO WS-REFUSE-REASON
004260         GO TO 2500-EXIT
004270     END-IF
004280     IF WS-TRN-ACTIVATE
004290         IF SUP-ACTIVE
004300             MOVE 'SUPPLIER ALREADY ACTIVE' TO WS-REFUSE-REASON
004310             GO TO 2500-EXIT
004320         END-IF
004330         MOVE 'Y' TO SUP-ACTIVE-FLAG
004340         MOVE 'ACTIVATED' TO WS-SPD-OUTCOME
004350     ELSE
004360         IF SUP-INACTIVE
004370             MOVE 'SUPPLIER ALREADY INACTIVE' TO WS-REFUSE-REASON
004380             GO TO 2500-EXIT
004390         END-IF
004400         MOVE 'N' TO SUP-ACTIVE-FLAG
004410         MOVE 'INACTIVE' TO WS-SPD-OUTCOME
004420     END-IF
004430     PERFORM 2450-REWRITE-PROFILE
004440     MOVE SPACES TO WS-SPD-TEXT
004450     PERFORM 2700-WRITE-PROFILE-LINE
004460     .
004470 2500-EXIT.
004480     EXIT
004490     .
004500
004510* 2600-EDIT-EXPECTED-FILES CHECKS THE EXPECTED FILES PER
004520* BUSINESS DATE. ZERO IS ALLOWED - A SUPPLIER THAT SENDS ONLY
004530* ON DEMAND IS NEVER REPORTED MISSING.
004540 2600-EDIT-EXPECTED-FILES.
004550     IF WS-TRN-EXPECTED-FILES NOT NUMERIC
004560         MOVE 'EXPECTED FILES NOT NUMERIC' TO WS-REFUSE-REASON
004570     END-IF
004580     .
004590
004600* 2650-EDIT-LATEST-DELIVERY CHECKS THE LATEST DELIVERY TIME IS
004610* A REAL TIME OF DAY IN HHMM FORM.
004620 2650-EDIT-LATEST-DELIVERY.
004630     IF WS-TRN-LATEST-DELIVERY NOT NUMERIC
004640         MOVE 'LATEST DELIVERY TIME NOT HHMM' TO WS-REFUSE-REASON
004650     ELSE
004660         MOVE WS-TRN-LATEST-HH TO WS-TRN-LATEST-HH-N
004670         MOVE WS-TRN-LATEST-MM TO WS-TRN-LATEST-MM-N
004680         IF WS-TRN-LATEST-HH-N > 23
004690             OR WS-TRN-LATEST-MM-N > 59
004700             MOVE 'LATEST DELIVERY TIME NOT A TIME OF DAY'
004710                 TO WS-REFUSE-REASON
004720         END-IF
004730     END-IF
004740     .
004750
004760* 2700-WRITE-PROFILE-LINE WRITES ONE REPORT LINE FROM THE
004770* PROFILE IN SUPPLIER-PROFILE-RECORD. THE CALLER SETS THE
004780* OUTCOME AND THE TEXT COLUMN.
004790 2700-WRITE-PROFILE-LINE.
004800     MOVE WS-TRN-TYPE          TO WS-SPD-TRN-TYPE
004810     PERFORM 2750-FORMAT-PROFILE-COLUMNS
004820     MOVE WS-SUP-DETAIL        TO SUP-RPT-RECORD
004830     PERFORM 6000-WRITE-SUP-LINE
004840     .
004850
004860 2750-FORMAT-PROFILE-COLUMNS.
004870     MOVE SUP-SUPPLIER-ID      TO WS-SPD-SUPPLIER-ID
004880     MOVE SUP-ACTIVE-FLAG      TO WS-SPD-ACTIVE-FLAG
004890     MOVE SUP-CAL-MODE         TO WS-SPD-CAL-MODE
004900     MOVE SUP-EXPECTED-FILES   TO WS-SPD-EXPECTED-FILES
004910     MOVE SUP-LATEST-DELIVERY  TO WS-SPD-LATEST-DELIVERY
004920     MOVE SUP-LAST-CHANGE-USER TO WS-SPD-USER
004930     MOVE SUP-SUPPLIER-NAME    TO WS-SPD-SUPPLIER-NAME
004940     .
004950
004960* 2800-LIST-SUPPLIER-MASTER LISTS EVERY PROFILE ON THE MASTER
004970* AS IT STANDS AFTER THIS RUN'S TRANSACTIONS, IN SUPPLIER ID
004980* ORDER, WITH THE DATE OF ITS LAST CHANGE.
004990 2800-LIST-SUPPLIER-MASTER.
005000     MOVE SPACES TO SUP-RPT-RECORD
005010     PERFORM 6000-WRITE-SUP-LINE
005020     MOVE 'SUPPLIER MASTER AFTER THIS RUN' TO SUP-RPT-RECORD
005030     PERFORM 6000-WRITE-SUP-LINE
005040     MOVE LOW-VALUES TO SUP-SUPPLIER-ID
005050     START SUPMST KEY NOT < SUP-SUPPLIER-ID
005060     EVALUATE TRUE
005070         WHEN SUPMST-STATUS-OK
005080             PERFORM 4300-READ-SUPMST-NEXT
005090             PERFORM UNTIL SUPMST-STATUS-EOF
005100             OR NOT SUPMST-STATUS-OK
005110                 PERFORM 2850-LIST-ONE-PROFILE
005120                 PERFORM 4300-READ-SUPMST-NEXT
005130             END-PERFORM
005140*        AN EMPTY MASTER IS A LEGITIMATE (FIRST-RUN) ANSWER.
005150         WHEN SUPMST-STATUS-NOTFND
005160         WHEN SUPMST-STATUS-EOF
005170             CONTINUE
005180         WHEN OTHER
005190             DISPLAY 'START ERROR ON SUPMST'
005200             DISPLAY 'FILE STATUS : ' SUPMST-STATUS
005210             MOVE 12 TO RETURN-CODE
005220             STOP RUN
005230     END-EVALUATE
005240     .
005250
005260 2850-LIST-ONE-PROFILE.
005270     ADD 1 TO WS-LISTED-COUNT
005280     IF SUP-ACTIVE
005290         ADD 1 TO WS-ACTIVE-COUNT
005300     END-IF
005310     MOVE 'SUP'                TO WS-SPD-TRN-TYPE
005320     PERFORM 2750-FORMAT-PROFILE-COLUMNS
005330     MOVE SPACES               TO WS-SPD-OUTCOME
005340     MOVE SPACES               TO WS-SPD-TEXT
005350     STRING 'LAST CHANGED '    DELIMITED BY SIZE
005360         SUP-LAST-CHANGE-DATE  DELIMITED BY SIZE
005370         INTO WS-SPD-TEXT
005380     MOVE WS-SUP-DETAIL        TO SUP-RPT-RECORD
005390     PERFORM 6000-WRITE-SUP-LINE
005400     .
005410
005420* 2900-REPORT-COUNTS CLOSES THE REPORT OFF WITH THE COUNTS OF
005430* THIS RUN, ALSO SHOWN ON THE CONSOLE.
005440 2900-REPORT-COUNTS.
005450     MOVE SPACES TO SUP-RPT-RECORD
005460     PERFORM 6000-WRITE-SUP-LINE
005470     MOVE 'TRANSACTIONS READ        :' TO WS-SPS-LABEL
005480     MOVE WS-TRAN-COUNT                 TO WS-SPS-COUNT
005490     MOVE WS-SUP-SUMMARY                TO SUP-RPT-RECORD
005500     PERFORM 6000-WRITE-SUP-LINE
005510     MOVE 'SUPPLIERS ADDED          :' TO WS-SPS-LABEL
005520     MOVE WS-ADDED-COUNT                TO WS-SPS-COUNT
005530     MOVE WS-SUP-SUMMARY                TO SUP-RPT-RECORD
005540     PERFORM 6000-WRITE-SUP-LINE
005550     MOVE 'SUPPLIERS CHANGED        :' TO WS-SPS-LABEL
005560     MOVE WS-CHANGED-COUNT              TO WS-SPS-COUNT
005570     MOVE WS-SUP-SUMMARY                TO SUP-RPT-RECORD
005580     PERFORM 6000-WRITE-SUP-LINE
005590     MOVE 'TRANSACTIONS REFUSED     :' TO WS-SPS-LABEL
005600     MOVE WS-REFUSED-COUNT              TO WS-SPS-COUNT
005610     MOVE WS-SUP-SUMMARY                TO SUP-RPT-RECORD
005620     PERFORM 6000-WRITE-SUP-LINE
005630     MOVE 'SUPPLIERS ON MASTER      :' TO WS-SPS-LABEL
005640     MOVE WS-LISTED-COUNT               TO WS-SPS-COUNT
005650     MOVE WS-SUP-SUMMARY                TO SUP-RPT-RECORD
005660     PERFORM 6000-WRITE-SUP-LINE
005670     MOVE 'SUPPLIERS ACTIVE         :' TO WS-SPS-LABEL
005680     MOVE WS-ACTIVE-COUNT               TO WS-SPS-COUNT
005690     MOVE WS-SUP-SUMMARY                TO SUP-RPT-RECORD
005700     PERFORM 6000-WRITE-SUP-LINE
005710
005720     DISPLAY 'TRANSACTIONS READ       :' WS-TRAN-COUNT
005730     DISPLAY 'SUPPLIERS ADDED         :' WS-ADDED-COUNT
005740     DISPLAY 'SUPPLIERS CHANGED       :' WS-CHANGED-COUNT
005750     DISPLAY 'TRANSACTIONS REFUSED    :' WS-REFUSED-COUNT
005760     DISPLAY 'SUPPLIERS ON MASTER     :' WS-LISTED-COUNT
005770     .
005780
005790 3100-OPEN-SUPRPT.
005800     OPEN OUTPUT SUPRPT
005810     IF NOT SUPRPT-STATUS-OK
005820         DISPLAY 'OPEN ERROR ON SUPRPT'
005830         DISPLAY 'FILE STATUS : ' SUPRPT-STATUS
005840         MOVE 12 TO RETURN-CODE
005850         STOP RUN
005860     END-IF
005870     .
005880
005890* 3200-OPEN-SUPMST OPENS THE SUPPLIER MASTER FOR UPDATE. A
005900* MISSING MASTER IS CREATED EMPTY, AS CALLOAD DOES FOR THE
005910* CALIBRATION MASTER - THE FIRST RUN OF THIS STEP IS THE ONE
005920* THAT LOADS THE SUPPLIERS IN.
005930 3200-OPEN-SUPMST.
005940     OPEN I-O SUPMST
005950     EVALUATE TRUE
005960         WHEN SUPMST-STATUS-OK
005970             CONTINUE
005980         WHEN SUPMST-STATUS-NOFILE
005990             OPEN OUTPUT SUPMST
006000             IF NOT SUPMST-STATUS-OK
006010                 DISPLAY 'OPEN ERROR ON SUPMST'
006020                 DISPLAY 'FILE STATUS : ' SUPMST-STATUS
006030                 MOVE 12 TO RETURN-CODE
006040                 STOP RUN
006050             END-IF
006060             CLOSE SUPMST
006070             OPEN I-O SUPMST
006080             IF NOT SUPMST-STATUS-OK
006090                 DISPLAY 'OPEN ERROR ON SUPMST'
006100                 DISPLAY 'FILE STATUS : ' SUPMST-STATUS
006110                 MOVE 12 TO RETURN-CODE
006120                 STOP RUN
006130             END-IF
006140             DISPLAY 'NO SUPPLIER MASTER FOUND - NEW ONE '
006150                 'STARTS WITH THIS RUN'
006160         WHEN OTHER
006170             DISPLAY 'OPEN ERROR ON SUPMST'
006180             DISPLAY 'FILE STATUS : ' SUPMST-STATUS
006190             MOVE 12 TO RETURN-CODE
006200             STOP RUN
006210     END-EVALUATE
006220     .
006230
006240 4100-READ-SUPTRAN.
006250     MOVE SPACES TO SUPTRAN-RECORD
006260     READ SUPTRAN
006270         AT END
006280             CONTINUE
006290          NOT AT END
006300             IF NOT SUPTRAN-STATUS-OK
006310                 DISPLAY 'READ ERROR ON SUPTRAN'
006320                 DISPLAY 'FILE STATUS : ' SUPTRAN-STATUS
006330                 MOVE 12 TO RETURN-CODE
006340                 STOP RUN
006350             END-IF
006360     END-READ
006370     .
006380
006390* 4200-READ-SUPMST-KEY READS THE PROFILE FOR THE ID ALREADY
006400* MOVED TO SUP-SUPPLIER-ID. AN ID NOT ON FILE IS REPORTED BACK
006410* THROUGH WS-MASTER-FOUND; ANY OTHER FAILURE STOPS THE RUN.
006420 4200-READ-SUPMST-KEY.
006430     MOVE 'N' TO WS-MASTER-FOUND-SW
006440     READ SUPMST
006450         INVALID KEY
006460             CONTINUE
006470         NOT INVALID KEY
006480             SET WS-MASTER-FOUND TO TRUE
006490     END-READ
006500     IF NOT SUPMST-STATUS-OK
006510         AND NOT SUPMST-STATUS-NOTFND
006520         DISPLAY 'READ ERROR ON SUPMST'
006530         DISPLAY 'FILE STATUS : ' SUPMST-STATUS
006540         MOVE 12 TO RETURN-CODE
006550         STOP RUN
006560     END-IF
006570     .
006580
006590 4300-READ-SUPMST-NEXT.
006600     READ SUPMST NEXT
006610         AT END
006620             CONTINUE
006630          NOT AT END
006640             IF NOT SUPMST-STATUS-OK
006650                 DISPLAY 'READ ERROR ON SUPMST'
006660                 DISPLAY 'FILE STATUS : ' SUPMST-STATUS
006670                 MOVE 12 TO RETURN-CODE
006680                 STOP RUN
006690             END-IF
006700     END-READ
006710     .
006720
006730 5100-CLOSE-SUPRPT.
006740     CLOSE SUPRPT
006750     IF NOT SUPRPT-STATUS-OK
006760         DISPLAY 'CLOSE ERROR ON SUPRPT'
006770         DISPLAY 'FILE STATUS : ' SUPRPT-STATUS
006780         MOVE 12 TO RETURN-CODE
006790         STOP RUN
006800     END-IF
006810     .
006820
006830 5200-CLOSE-SUPMST.
006840     CLOSE SUPMST
006850     IF NOT SUPMST-STATUS-OK
006860         DISPLAY 'CLOSE ERROR ON SUPMST'
006870         DISPLAY 'FILE STATUS : ' SUPMST-STATUS
006880         MOVE 12 TO RETURN-CODE
006890         STOP RUN
006900     END-IF
006910     .
006920
006930 6000-WRITE-SUP-LINE.
006940     WRITE SUP-RPT-RECORD
006950     IF NOT SUPRPT-STATUS-OK
006960         DISPLAY 'WRITE ERROR ON SUPRPT'
006970         DISPLAY 'FILE STATUS : ' SUPRPT-STATUS
006980         MOVE 12 TO RETURN-CODE
006990         STOP RUN
007000     END-IF
007010     MOVE SPACES TO SUP-RPT-RECORD
007020     .
