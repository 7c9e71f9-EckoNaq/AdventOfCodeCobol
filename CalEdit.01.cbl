000340*                  INSTEAD OF THE RAW RUN DATE, WHICH FLAGGED
000350*                  EVERY ON-SCHEDULE POST-WEEKEND FILE AS
000360*                  LATE.
000370* 2026-10-15  RD   THE HDR SUPPLIER ID IS NOW CHECKED AGAINST THE
000380*                  SUPPLIER PROFILE MASTER (SUPMST, CALSUP01
000390*                  LAYOUT). A TRANSMISSION FROM A SUPPLIER NOT ON
000400*                  THE MASTER, OR MARKED INACTIVE THERE, IS
000410*                  REJECTED WHOLE - THE HDR AND EVERY RECORD
000420*                  AFTER IT GO TO THE REJECT FILE AS UNKSUP OR
000430*                  INASUP, NOTHING REACHES CLEANOUT, THE QUALITY
000440*                  LOG LINE CARRIES THE CONTROL FAILURE AND THE
000450*                  STEP ENDS RC 8 SO THE CHAIN HOLDS. AN
000460*                  UNWRAPPED FILE OR A BLANK ID IS STILL PASSED
000470*                  WHILE THE REMAINING SITES MOVE TO THE WRAPPER.
000480* 2026-10-15  RD   THE OPERATOR-MAINTAINED EDIT RULES
000490*                  (AOC-EDITRULE, CALRUL01 LAYOUT) ARE NOW
000500*                  APPLIED THROUGH THE CALERUL SERVICE, IN RULE
000510*                  ORDER, TO EVERY DATA RECORD THAT PASSES THE
000520*                  FIXED EDITS. A REJECT RULE REJECTS THE RECORD
000530*                  UNDER ITS OWN REASON CODE, A WARN RULE PASSES
000540*                  IT WITH A WARNING LINE ON THE REJECT FILE AND
000550*                  A FAIL RULE REJECTS IT AND FAILS THE WHOLE
000560*                  TRANSMISSION (CLEANOUT EMPTIED, CONTROL
000570*                  FAILURE LOGGED, RC 8). THE EDIT SUMMARY
000580*                  CARRIES A LINE PER CONFIGURED REASON AND THE
000590*                  QUALITY LOG AN EDITRSN LINE PER REASON HIT.
000600* 2026-10-15  RD   THE EDIT SUMMARY NOW OPENS WITH THE SUPPLIER ID
000610*                  AND BUSINESS DATE OF THE TRANSMISSION, SO EACH
000620*                  REJECT CARRIED TO THE RECYCLE REGISTER KNOWS
000630*                  WHICH SUPPLIER AND DAY IT IS TO BE RETURNED TO.
000640* 2026-10-15  RD   AN AOC-BUSDATE OVERRIDE IS NOW WRITTEN TO THE
000650*                  SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD.
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690
000700     SELECT RAWINPUT ASSIGN TO DYNAMIC WS-RAWINPUT-PATH
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS RAWINPUT-STATUS.
000730
000740     SELECT CLEANOUT ASSIGN TO DYNAMIC WS-CLEANOUT-PATH
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS CLEANOUT-STATUS.
000770
000780     SELECT REJECTS ASSIGN TO DYNAMIC WS-REJECTS-PATH
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS REJECTS-STATUS.
000810
000820     SELECT SUPQLOG ASSIGN TO DYNAMIC WS-SUPQLOG-PATH
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS SUPQLOG-STATUS.
000850
000860     SELECT SUPMST ASSIGN TO DYNAMIC WS-SUPMST-PATH
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS SUP-SUPPLIER-ID
000900         FILE STATUS IS SUPMST-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940
000950* THE RAW RECORD IS READ 50 BYTES WIDER THAN THE 200-BYTE
000960* INPUTRECORD1 THE EXTRACT USES, SO A LINE THAT WOULD ARRIVE
000970* SILENTLY TRUNCATED DOWNSTREAM IS SEEN HERE AND REJECTED.
000980 FD  RAWINPUT.
000990 01  RAWINPUT-RECORD             PIC X(250).
001000
001010 FD  CLEANOUT.
001020 01  CLEANOUT-RECORD             PIC X(200).
001030
001040 FD  REJECTS.
001050 01  REJECT-RECORD               PIC X(260).
001060
001070 FD  SUPQLOG.
001080 01  SUPQLOG-RECORD              PIC X(80).
001090
001100 FD  SUPMST.
001110* SUPPLIER PROFILE RECORD LAYOUT (SHARED WITH CALSUPM, THE
001120* EXTRACT AND CALMISS)
001130 COPY CALSUP01.
001140
001150 WORKING-STORAGE SECTION.
001160
001170* RUN-TIME FILE ASSIGNMENT
001180 01  WS-RAWINPUT-PATH            PIC X(200).
001190 01  WS-DEFAULT-RAWINPUT-PATH    PIC X(200) VALUE
001200     'AOC20231201.RAW.TXT'.
001210 01  WS-CLEANOUT-PATH            PIC X(200).
001220 01  WS-DEFAULT-CLEANOUT-PATH    PIC X(200) VALUE
001230     'AOC20231201.INPUT.TXT'.
001240 01  WS-REJECTS-PATH             PIC X(200).
001250 01  WS-DEFAULT-REJECTS-PATH     PIC X(200) VALUE
001260     'AOC20231201.REJECT.RPT'.
001270 01  WS-SUPQLOG-PATH             PIC X(200).
001280 01  WS-DEFAULT-SUPQLOG-PATH     PIC X(200) VALUE
001290     'AOC20231201.SUPQ.LOG'.
001300 01  WS-SUPMST-PATH              PIC X(200).
001310 01  WS-DEFAULT-SUPMST-PATH      PIC X(200) VALUE
001320     'AOC20231201.SUPMST.FILE'.
001330
001340* FILE STATUS
001350 01  RAWINPUT-STATUS             PIC 9(02).
001360     88  RAWINPUT-STATUS-OK      VALUE 00.
001370* STATUS 09 IS RETURNED FOR A LINE HOLDING CONTROL CHARACTERS.
001380* FOR THIS PROGRAM THAT IS NOT A READ FAILURE - IT IS EXACTLY
001390* THE KIND OF RECORD THE EDIT EXISTS TO REJECT, SO IT IS
001400* TREATED AS READABLE AND ROUTED TO THE REJECT FILE AS NONPRT.
001410     88  RAWINPUT-STATUS-BADCHAR VALUE 09.
001420* STATUS 06 IS RETURNED FOR A LINE LONGER THAN EVEN THE
001430* 250-BYTE RAW RECORD - READ TRUNCATED, REJECTED AS OVRLEN.
001440     88  RAWINPUT-STATUS-TRUNC   VALUE 06.
001450     88  RAWINPUT-STATUS-EOF     VALUE 10.
001460 01  CLEANOUT-STATUS             PIC 9(02).
001470     88  CLEANOUT-STATUS-OK      VALUE 00.
001480 01  REJECTS-STATUS              PIC 9(02).
001490     88  REJECTS-STATUS-OK       VALUE 00.
001500 01  SUPQLOG-STATUS              PIC 9(02).
001510     88  SUPQLOG-STATUS-OK       VALUE 00.
001520 01  SUPMST-STATUS               PIC 9(02).
001530     88  SUPMST-STATUS-OK        VALUE 00.
001540     88  SUPMST-STATUS-NOTFND    VALUE 23.
001550
001560* EDIT WORK AREAS
001570 01  WS-READ-COUNT               PIC 9(06) VALUE ZERO.
001580 01  WS-CLEAN-COUNT              PIC 9(06) VALUE ZERO.
001590 01  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
001600 01  WS-EMPTY-COUNT              PIC 9(06) VALUE ZERO.
001610 01  WS-NONPRT-COUNT             PIC 9(06) VALUE ZERO.
001620 01  WS-OVRLEN-COUNT             PIC 9(06) VALUE ZERO.
001630 01  WS-DUPLIC-COUNT             PIC 9(06) VALUE ZERO.
001640 01  WS-UNKSUP-COUNT             PIC 9(06) VALUE ZERO.
001650 01  WS-INASUP-COUNT             PIC 9(06) VALUE ZERO.
001660 01  WS-WARNING-COUNT            PIC 9(06) VALUE ZERO.
001670 01  I                           PIC 9(03) VALUE ZERO.
001680 01  CAR-REC                     PIC X(01).
001690 01  WS-REJECT-REASON            PIC X(06) VALUE SPACES.
001700     88  WS-RECORD-CLEAN         VALUE SPACES.
001710 01  WS-PREV-RECORD              PIC X(250) VALUE LOW-VALUES.
001720 01  WS-PREV-VALID-SW            PIC X(01) VALUE 'N'.
001730     88  WS-PREV-VALID           VALUE 'Y'.
001740* AFTER A TRUNCATED (STATUS 06) READ, THE NEXT READ DELIVERS
001750* THE TAIL OF THE SAME OVERLONG SOURCE LINE. THE TAIL IS NOT
001760* A RECORD IN ITS OWN RIGHT - IT IS DISCARDED, AND THE SWITCH
001770* STAYS SET WHILE THE TAIL ITSELF READS AS TRUNCATED, SO A
001780* LINE SPANNING SEVERAL FRAGMENTS DROPS EVERY FRAGMENT.
001790 01  WS-TRUNC-TAIL-SW            PIC X(01) VALUE 'N'.
001800     88  WS-TRUNC-TAIL           VALUE 'Y'.
001810
001820* SUPPLIER QUALITY LOG CONTROLS. THE SUPPLIER ID AND BUSINESS
001830* DATE ARE LIFTED FROM THE HDR RECORD AS IT PASSES THROUGH THE
001840* EDIT (AN UNWRAPPED TRANSMISSION LEAVES THE ID BLANK AND THE
001850* BUSINESS DATE AT THE RUN DATE).
001860 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001870 01  WS-FILE-SUPPLIER-ID         PIC X(03) VALUE SPACES.
001880 01  WS-FILE-BUS-DATE            PIC X(08) VALUE SPACES.
001890 01  WS-FILE-BUS-DATE-N          PIC 9(08) VALUE ZERO.
001900 01  WS-BUSDATE-ENV              PIC X(08) VALUE SPACES.
001910 01  WS-EXPECTED-BUSDATE         PIC 9(08) VALUE ZERO.
001920
001930* SUPPLIER PROFILE CONTROLS. THE MASTER IS OPENED ONLY WHEN A
001940* WRAPPED TRANSMISSION NAMES ITS SUPPLIER. ONCE THE SUPPLIER IS
001950* REFUSED, WS-SUPPLIER-REASON HOLDS THE REJECT REASON EVERY
001960* LATER RECORD OF THE TRANSMISSION IS REJECTED UNDER.
001970 01  WS-SUPMST-OPEN-SW           PIC X(01) VALUE 'N'.
001980     88  WS-SUPMST-OPEN          VALUE 'Y'.
001990 01  WS-SUPPLIER-REASON          PIC X(06) VALUE SPACES.
002000     88  WS-SUPPLIER-ACCEPTED    VALUE SPACES.
002010
002020* EDIT-RULE CONTROLS. WS-DATA-COUNT NUMBERS THE DATA RECORDS (NOT
002030* HDR OR TRL) THAT PASS THE FIXED EDITS, FOR THE MAXREC RULE. ONCE
002040* A FAIL RULE FIRES, WS-FAIL-REASON HOLDS ITS REASON CODE AND THE
002050* TRANSMISSION IS FAILED AT THE END OF THE EDIT.
002060 01  WS-DATA-COUNT               PIC 9(06) VALUE ZERO.
002070 01  WS-FAIL-COUNT               PIC 9(06) VALUE ZERO.
002080 01  WS-FAIL-REASON              PIC X(06) VALUE SPACES.
002090     88  WS-TRANSMISSION-PASSED  VALUE SPACES.
002100 01  WS-FAIL-DESCRIPTION         PIC X(40) VALUE SPACES.
002110
002120* CONFIGURED REASON TABLE. ONE ENTRY PER DISTINCT REASON CODE ON
002130* THE EDIT-RULES FILE, IN RULE ORDER, WITH ITS DESCRIPTION,
002140* WHETHER ANY RULE CAN REJECT OR WARN UNDER IT, AND THE
002150* TRANSMISSION'S REJECT AND WARNING COUNTS.
002160 01  WS-RSN-MAX                  PIC 9(03) VALUE 50.
002170 01  WS-RSN-COUNT                PIC 9(03) VALUE ZERO.
002180 01  WS-RSN-TABLE.
002190     05  WS-RSN-ENTRY OCCURS 50 TIMES.
002200         10  WS-RSN-CODE         PIC X(06).
002210         10  WS-RSN-DESCRIPTION  PIC X(40).
002220         10  WS-RSN-REJECTS-SW   PIC X(01).
002230         10  WS-RSN-WARNS-SW     PIC X(01).
002240         10  WS-RSN-REJ-COUNT    PIC 9(06).
002250         10  WS-RSN-WARN-COUNT   PIC 9(06).
002260 01  J                           PIC 9(03) VALUE ZERO.
002270 01  WS-RSN-HIT-IX               PIC 9(03) VALUE ZERO.
002280
002290* EDIT-RULE CALL BLOCK FOR CALERUL, WHICH LOADS THE EDIT-RULES
002300* FILE AND EVALUATES A RECORD AGAINST IT.
002310 01  WS-ERUL-PARM.
002320     05  WS-ERL-FUNCTION         PIC X(01).
002330     05  WS-ERL-RULE-IX          PIC 9(03).
002340     05  WS-ERL-SUPPLIER-ID      PIC X(03).
002350     05  WS-ERL-DATA-COUNT       PIC 9(06).
002360     05  WS-ERL-RECORD           PIC X(250).
002370     05  WS-ERL-REASON           PIC X(06).
002380     05  WS-ERL-ACTION           PIC X(01).
002390         88  WS-ERL-ACTION-NONE      VALUE SPACE.
002400         88  WS-ERL-ACTION-REJECT    VALUE 'R'.
002410         88  WS-ERL-ACTION-WARN      VALUE 'W'.
002420         88  WS-ERL-ACTION-FAIL      VALUE 'F'.
002430     05  WS-ERL-DESCRIPTION      PIC X(40).
002440     05  WS-ERL-RULE-COUNT       PIC 9(03).
002450     05  WS-ERL-STATUS           PIC X(01).
002460
002470* PROCESSING-CALENDAR CALL BLOCK FOR CALBDATE, WHICH RESOLVES
002480* BUSINESS DATES FROM THE SHARED AOC-CALENDAR FILE.
002490 01  WS-BDATE-PARM.
002500     05  WS-BDT-FUNCTION         PIC X(01).
002510     05  WS-BDT-BASE-DATE        PIC 9(08).
002520     05  WS-BDT-RESULT-DATE      PIC 9(08).
002530     05  WS-BDT-STATUS           PIC X(01).
002540
002550* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
002560* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
002570 01  WS-OVRD-PARM.
002580     05  WS-OVD-PROGRAM          PIC X(08).
002590     05  WS-OVD-NAME             PIC X(16).
002600     05  WS-OVD-VALUE            PIC X(30).
002610     05  WS-OVD-BUS-DATE         PIC 9(08).
002620     05  WS-OVD-SUPPLIER-ID      PIC X(03).
002630     05  WS-OVD-STATUS           PIC X(01).
002640
002650* SUPPLIER QUALITY LOG LINE (SHARED WITH AOC-2023-12-01 AND
002660* CALSCRD)
002670 COPY SUPQ01.
002680
002690* REJECT FILE LINE LAYOUTS
002700 01  WS-REJECT-LINE.
002710     05  WS-REJ-REASON           PIC X(06).
002720     05  FILLER                  PIC X(01) VALUE SPACE.
002730     05  WS-REJ-REC-NO           PIC 9(06).
002740     05  FILLER                  PIC X(01) VALUE SPACE.
002750     05  WS-REJ-SOURCE           PIC X(250).
002760* A RECORD PASSED WITH A WARNING IS LISTED WITH '*' AFTER THE
002770* REASON CODE, SO IT IS NEVER TAKEN FOR A REJECT.
002780 01  WS-WARNING-LINE.
002790     05  WS-WRN-REASON           PIC X(06).
002800     05  FILLER                  PIC X(01) VALUE '*'.
002810     05  WS-WRN-REC-NO           PIC 9(06).
002820     05  FILLER                  PIC X(01) VALUE SPACE.
002830     05  WS-WRN-SOURCE           PIC X(250).
002840 01  WS-SUMMARY-LINE.
002850     05  WS-SUM-LABEL            PIC X(26).
002860     05  FILLER                  PIC X(01) VALUE SPACE.
002870     05  WS-SUM-COUNT            PIC 9(06).
002880     05  FILLER                  PIC X(01) VALUE SPACE.
002890     05  WS-SUM-TEXT             PIC X(40) VALUE SPACES.
002900* THE TRANSMISSION IDENTIFICATION AT THE HEAD OF THE EDIT SUMMARY
002910* CARRIES A VALUE, NOT A COUNT, UNDER THE SAME 26-BYTE LABEL.
002920 01  WS-SUMMARY-ID-LINE.
002930     05  WS-SID-LABEL            PIC X(26).
002940     05  FILLER                  PIC X(01) VALUE SPACE.
002950     05  WS-SID-VALUE            PIC X(08).
002960
002970 PROCEDURE DIVISION.
002980
002990 0000-MAINLINE.
003000     DISPLAY 'CALEDIT'
003010     PERFORM 1000-INITIALIZE
003020     PERFORM 2000-MAIN-PROCESSING
003030     EVALUATE TRUE
003040         WHEN NOT WS-SUPPLIER-ACCEPTED
003050             DISPLAY 'CALEDIT ENDED - TRANSMISSION REFUSED FOR '
003060                 'SUPPLIER ' WS-FILE-SUPPLIER-ID ' : '
003070                 WS-SUPPLIER-REASON
003080             MOVE 8 TO RETURN-CODE
003090         WHEN NOT WS-TRANSMISSION-PASSED
003100             DISPLAY 'CALEDIT ENDED - TRANSMISSION FAILED BY '
003110                 'EDIT RULE ' WS-FAIL-REASON ' : '
003120                 WS-FAIL-DESCRIPTION
003130             MOVE 8 TO RETURN-CODE
003140         WHEN WS-REJECT-COUNT > ZERO
003150         OR WS-WARNING-COUNT > ZERO
003160             MOVE 4 TO RETURN-CODE
003170     END-EVALUATE
003180     STOP RUN
003190     .
003200
003210* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME.
003220* THE CLEAN OUTPUT DEFAULTS TO THE SAME NAME AOC-2023-12-01
003230* READS BY DEFAULT, SO THE TWO STEPS CHAIN WITHOUT ANY
003240* OVERRIDES IN A DEVELOPMENT RUN.
003250 1000-INITIALIZE.
003260     MOVE SPACES TO WS-RAWINPUT-PATH
003270     ACCEPT WS-RAWINPUT-PATH
003280         FROM ENVIRONMENT 'AOC-RAWINPUT'
003290     IF WS-RAWINPUT-PATH = SPACES
003300         MOVE WS-DEFAULT-RAWINPUT-PATH TO WS-RAWINPUT-PATH
003310     END-IF
003320
003330     MOVE SPACES TO WS-CLEANOUT-PATH
003340     ACCEPT WS-CLEANOUT-PATH
003350         FROM ENVIRONMENT 'AOC-CLEANFILE'
003360     IF WS-CLEANOUT-PATH = SPACES
003370         MOVE WS-DEFAULT-CLEANOUT-PATH TO WS-CLEANOUT-PATH
003380     END-IF
003390
003400     MOVE SPACES TO WS-REJECTS-PATH
003410     ACCEPT WS-REJECTS-PATH
003420         FROM ENVIRONMENT 'AOC-REJECTS'
003430     IF WS-REJECTS-PATH = SPACES
003440         MOVE WS-DEFAULT-REJECTS-PATH TO WS-REJECTS-PATH
003450     END-IF
003460
003470     MOVE SPACES TO WS-SUPQLOG-PATH
003480     ACCEPT WS-SUPQLOG-PATH
003490         FROM ENVIRONMENT 'AOC-SUPQLOG'
003500     IF WS-SUPQLOG-PATH = SPACES
003510         MOVE WS-DEFAULT-SUPQLOG-PATH TO WS-SUPQLOG-PATH
003520     END-IF
003530
003540     MOVE SPACES TO WS-SUPMST-PATH
003550     ACCEPT WS-SUPMST-PATH
003560         FROM ENVIRONMENT 'AOC-SUPMST'
003570     IF WS-SUPMST-PATH = SPACES
003580         MOVE WS-DEFAULT-SUPMST-PATH TO WS-SUPMST-PATH
003590     END-IF
003600
003610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003620
003630     MOVE SPACES TO WS-BUSDATE-ENV
003640     ACCEPT WS-BUSDATE-ENV
003650         FROM ENVIRONMENT 'AOC-BUSDATE'
003660     IF WS-BUSDATE-ENV NOT = SPACES
003670         MOVE WS-BUSDATE-ENV TO WS-EXPECTED-BUSDATE
003680         MOVE 'AOC-BUSDATE'  TO WS-OVD-NAME
003690         MOVE WS-BUSDATE-ENV TO WS-OVD-VALUE
003700         MOVE SPACES         TO WS-OVD-SUPPLIER-ID
003710         MOVE WS-EXPECTED-BUSDATE TO WS-OVD-BUS-DATE
003720         PERFORM 1170-LOG-OVERRIDE
003730     ELSE
003740         PERFORM 1150-RESOLVE-CALENDAR-BUSDATE
003750     END-IF
003760
003770     PERFORM 1200-LOAD-EDIT-RULES
003780     .
003790
003800* 1150-RESOLVE-CALENDAR-BUSDATE RESOLVES THE EXPECTED BUSINESS
003810* DATE FROM THE PROCESSING CALENDAR THROUGH CALBDATE WHEN NO
003820* AOC-BUSDATE OVERRIDE IS GIVEN - THE SAME RULE AS THE
003830* EXTRACT, SO THE LATE-DELIVERY FLAG ON THE SUPPLIER QUALITY
003840* LOG JUDGES A FILE AGAINST THE DATE THE CHAIN EXPECTS, NOT
003850* AGAINST THE RAW RUN DATE. A FAILED RESOLUTION FALLS BACK TO
003860* THE RUN DATE WITH A CONSOLE WARNING.
003870 1150-RESOLVE-CALENDAR-BUSDATE.
003880     MOVE 'E'         TO WS-BDT-FUNCTION
003890     MOVE WS-RUN-DATE TO WS-BDT-BASE-DATE
003900     CALL 'CALBDATE' USING WS-BDATE-PARM
003910     IF WS-BDT-STATUS = '0'
003920         MOVE WS-BDT-RESULT-DATE TO WS-EXPECTED-BUSDATE
003930     ELSE
003940         DISPLAY 'CALENDAR DATE RESOLUTION FAILED - EXPECTED '
003950             'BUSINESS DATE DEFAULTS TO RUN DATE'
003960         MOVE WS-RUN-DATE TO WS-EXPECTED-BUSDATE
003970     END-IF
003980     .
003990
004000* 1170-LOG-OVERRIDE PUTS THE OVERRIDE IN WS-OVRD-PARM ON THE
004010* SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD. AN OVERRIDE THAT
004020* CANNOT BE AUDITED IS NOT TAKEN - A LOG THAT CANNOT BE WRITTEN
004030* ENDS THE RUN AS A FILE ERROR.
004040 1170-LOG-OVERRIDE.
004050     MOVE 'CALEDIT' TO WS-OVD-PROGRAM
004060     CALL 'CALOVRD' USING WS-OVRD-PARM
004070     IF WS-OVD-STATUS NOT = '0'
004080         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
004090         MOVE 12 TO RETURN-CODE
004100         STOP RUN
004110     END-IF
004120     .
004130
004140* 1200-LOAD-EDIT-RULES LOADS THE EDIT-RULES FILE THROUGH CALERUL
004150* AND BUILDS THE CONFIGURED REASON TABLE FROM IT, IN RULE ORDER.
004160* AN UNREADABLE FILE OR AN INVALID RULE STOPS THE EDIT BEFORE ANY
004170* OUTPUT IS TOUCHED - A TRANSMISSION IS NEVER PASSED UNDER A RULE
004180* SET OTHER THAN THE ONE OPERATIONS CONFIGURED.
004190 1200-LOAD-EDIT-RULES.
004200     MOVE 'L' TO WS-ERL-FUNCTION
004210     CALL 'CALERUL' USING WS-ERUL-PARM
004220     IF WS-ERL-STATUS NOT = '0'
004230         DISPLAY 'EDIT RULES FILE INVALID - EDIT NOT RUN'
004240         MOVE 8 TO RETURN-CODE
004250         STOP RUN
004260     END-IF
004270     MOVE 'G' TO WS-ERL-FUNCTION
004280     PERFORM 1250-ADD-ONE-REASON
004290         VARYING J FROM 1 BY 1
004300         UNTIL J > WS-ERL-RULE-COUNT
004310     .
004320
004330 1250-ADD-ONE-REASON.
004340     MOVE J TO WS-ERL-RULE-IX
004350     CALL 'CALERUL' USING WS-ERUL-PARM
004360     PERFORM 2780-FIND-REASON-ENTRY
004370     IF WS-RSN-HIT-IX = ZERO
004380         IF WS-RSN-COUNT NOT < WS-RSN-MAX
004390             DISPLAY 'EDIT RULE REASON TABLE FULL AT '
004400                 WS-ERL-REASON
004410             MOVE 8 TO RETURN-CODE
004420             STOP RUN
004430         END-IF
004440         ADD 1 TO WS-RSN-COUNT
004450         MOVE WS-RSN-COUNT       TO WS-RSN-HIT-IX
004460         MOVE WS-ERL-REASON      TO WS-RSN-CODE(WS-RSN-HIT-IX)
004470         MOVE WS-ERL-DESCRIPTION
004480             TO WS-RSN-DESCRIPTION(WS-RSN-HIT-IX)
004490         MOVE 'N'  TO WS-RSN-REJECTS-SW(WS-RSN-HIT-IX)
004500         MOVE 'N'  TO WS-RSN-WARNS-SW(WS-RSN-HIT-IX)
004510         MOVE ZERO TO WS-RSN-REJ-COUNT(WS-RSN-HIT-IX)
004520         MOVE ZERO TO WS-RSN-WARN-COUNT(WS-RSN-HIT-IX)
004530     END-IF
004540     IF WS-ERL-ACTION-WARN
004550         MOVE 'Y' TO WS-RSN-WARNS-SW(WS-RSN-HIT-IX)
004560     ELSE
004570         MOVE 'Y' TO WS-RSN-REJECTS-SW(WS-RSN-HIT-IX)
004580     END-IF
004590     .
004600
004610 2000-MAIN-PROCESSING.
004620     PERFORM 3000-OPEN-FILES
004630
004640     PERFORM 4000-READ-RAWINPUT
004650
004660     PERFORM UNTIL RAWINPUT-STATUS-EOF
004670     OR (NOT RAWINPUT-STATUS-OK
004680         AND NOT RAWINPUT-STATUS-BADCHAR
004690         AND NOT RAWINPUT-STATUS-TRUNC)
004700
004710                 IF NOT WS-TRUNC-TAIL
004720                     ADD 1 TO WS-READ-COUNT
004730                     PERFORM 2500-EDIT-ONE-RECORD
004740                 END-IF
004750                 IF RAWINPUT-STATUS-TRUNC
004760                     SET WS-TRUNC-TAIL TO TRUE
004770                 ELSE
004780                     MOVE 'N' TO WS-TRUNC-TAIL-SW
004790                 END-IF
004800
004810          PERFORM 4000-READ-RAWINPUT
004820
004830     END-PERFORM
004840
004850     PERFORM 2800-WRITE-EDIT-SUMMARY
004860     PERFORM 2900-WRITE-SUPPLIER-STAT
004870     PERFORM 5000-CLOSE-FILES
004880     IF NOT WS-TRANSMISSION-PASSED
004890         PERFORM 5100-EMPTY-CLEANOUT
004900     END-IF
004910
004920     DISPLAY 'RECORDS READ     :' WS-READ-COUNT
004930     DISPLAY 'RECORDS CLEAN    :' WS-CLEAN-COUNT
004940     DISPLAY 'RECORDS REJECTED :' WS-REJECT-COUNT
004950     .
004960
004970* 2500-EDIT-ONE-RECORD APPLIES THE EDITS IN SEVERITY ORDER AND
004980* ROUTES THE RECORD. A RECORD FAILING MORE THAN ONE EDIT IS
004990* REJECTED ONCE, UNDER THE FIRST REASON THAT APPLIES: EMPTY
005000* (NOTHING BUT SPACES), NONPRT (A BYTE OUTSIDE THE PRINTABLE
005010* RANGE, AS LEFT BEHIND BY A BAD UPSTREAM TRANSFER), OVRLEN
005020* (DATA BEYOND THE 200-BYTE INPUTRECORD1 THE EXTRACT READS),
005030* DUPLIC (BYTE-FOR-BYTE EQUAL TO THE PREVIOUS CLEAN LINE),
005040* THEN UNKSUP OR INASUP (THE HDR NAMES A SUPPLIER THAT IS NOT
005050* ON THE SUPPLIER MASTER, OR IS INACTIVE THERE - THAT HDR AND
005060* EVERY RECORD AFTER IT IS REJECTED UNDER THE SAME REASON), AND
005070* LAST THE CONFIGURED EDIT RULES IN RULE ORDER.
005080* ONLY CLEAN RECORDS REACH CLEANOUT, AND ONLY
005090* CLEAN RECORDS BECOME THE PREVIOUS LINE FOR THE DUPLICATE
005100* EDIT, SO A RUN OF THREE IDENTICAL LINES REJECTS THE SECOND
005110* AND THIRD.
005120 2500-EDIT-ONE-RECORD.
005130     MOVE SPACES TO WS-REJECT-REASON
005140
005150     IF RAWINPUT-RECORD = SPACES
005160         MOVE 'EMPTY ' TO WS-REJECT-REASON
005170     END-IF
005180
005190     IF WS-RECORD-CLEAN
005200         AND RAWINPUT-STATUS-BADCHAR
005210         MOVE 'NONPRT' TO WS-REJECT-REASON
005220     END-IF
005230
005240     IF WS-RECORD-CLEAN
005250         AND RAWINPUT-STATUS-TRUNC
005260         MOVE 'OVRLEN' TO WS-REJECT-REASON
005270     END-IF
005280
005290     IF WS-RECORD-CLEAN
005300         PERFORM 2550-SCAN-ONE-POSITION
005310             THRU 2550-EXIT
005320             VARYING I FROM 1 BY 1
005330             UNTIL I > 250
005340             OR NOT WS-RECORD-CLEAN
005350     END-IF
005360
005370     IF WS-RECORD-CLEAN
005380         IF RAWINPUT-RECORD(201:50) NOT = SPACES
005390             MOVE 'OVRLEN' TO WS-REJECT-REASON
005400         END-IF
005410     END-IF
005420
005430     IF WS-RECORD-CLEAN
005440         IF WS-PREV-VALID
005450             AND RAWINPUT-RECORD = WS-PREV-RECORD
005460             MOVE 'DUPLIC' TO WS-REJECT-REASON
005470         END-IF
005480     END-IF
005490
005500     IF WS-RECORD-CLEAN
005510         AND NOT WS-SUPPLIER-ACCEPTED
005520         MOVE WS-SUPPLIER-REASON TO WS-REJECT-REASON
005530     END-IF
005540
005550*    THE SUPPLIER WRAPPING IS DATA TO THIS EDIT, BUT THE HDR
005560*    IDENTIFICATION IS LIFTED IN PASSING SO THE SUPPLIER
005570*    QUALITY LOG LINE CAN NAME THE SENDING SITE, AND SO THE
005580*    SITE CAN BE CHECKED AGAINST THE SUPPLIER MASTER.
005590     IF WS-RECORD-CLEAN
005600         AND RAWINPUT-RECORD(1:3) = 'HDR'
005610         MOVE RAWINPUT-RECORD(4:8)  TO WS-FILE-BUS-DATE
005620         MOVE RAWINPUT-RECORD(16:3) TO WS-FILE-SUPPLIER-ID
005630         IF WS-FILE-SUPPLIER-ID NOT = SPACES
005640             PERFORM 2700-CHECK-SUPPLIER
005650             MOVE WS-SUPPLIER-REASON TO WS-REJECT-REASON
005660         END-IF
005670     END-IF
005680
005690*    THE CONFIGURED EDIT RULES APPLY TO THE DATA RECORDS ONLY -
005700*    THE HDR AND TRL ARE CONTROL RECORDS, NOT SUPPLIER DATA.
005710     IF WS-RECORD-CLEAN
005720         AND RAWINPUT-RECORD(1:3) NOT = 'HDR'
005730         AND RAWINPUT-RECORD(1:3) NOT = 'TRL'
005740         ADD 1 TO WS-DATA-COUNT
005750         PERFORM 2750-APPLY-EDIT-RULES
005760     END-IF
005770
005780     IF WS-RECORD-CLEAN
005790         ADD 1 TO WS-CLEAN-COUNT
005800         MOVE RAWINPUT-RECORD(1:200) TO CLEANOUT-RECORD
005810         WRITE CLEANOUT-RECORD
005820         IF NOT CLEANOUT-STATUS-OK
005830             DISPLAY 'WRITE ERROR ON CLEANOUT'
005840             DISPLAY 'FILE STATUS : ' CLEANOUT-STATUS
005850             MOVE 12 TO RETURN-CODE
005860             STOP RUN
005870         END-IF
005880         MOVE RAWINPUT-RECORD TO WS-PREV-RECORD
005890         SET WS-PREV-VALID TO TRUE
005900     ELSE
005910         PERFORM 2600-WRITE-REJECT-RECORD
005920     END-IF
005930     .
005940
005950* 2550-SCAN-ONE-POSITION EXAMINES A SINGLE POSITION OF THE RAW
005960* RECORD FOR A BYTE OUTSIDE THE PRINTABLE RANGE - A CONTROL
005970* CHARACTER FROM THE UPSTREAM TRANSFER. THE SCAN STOPS AS SOON
005980* AS ONE IS FOUND.
005990 2550-SCAN-ONE-POSITION.
006000     MOVE RAWINPUT-RECORD(I:1) TO CAR-REC
006010     IF CAR-REC NOT = SPACE
006020         IF CAR-REC < SPACE OR CAR-REC > '~'
006030             MOVE 'NONPRT' TO WS-REJECT-REASON
006040         END-IF
006050     END-IF
006060     .
006070 2550-EXIT.
006080     EXIT
006090     .
006100
006110* 2600-WRITE-REJECT-RECORD WRITES THE REASON CODE, THE INPUT
006120* RECORD NUMBER AND THE ORIGINAL RECORD IMAGE TO THE REJECT
006130* FILE, AND COUNTS THE REJECT UNDER ITS REASON. A NONPRT
006140* IMAGE IS SANITIZED FIRST - EACH BYTE OUTSIDE THE PRINTABLE
006150* RANGE IS SHOWN AS '.' ON THE REPORT, SINCE THE CONTROL
006160* CHARACTERS THEMSELVES CANNOT BE CARRIED ON A PRINT LINE.
006170 2600-WRITE-REJECT-RECORD.
006180     ADD 1 TO WS-REJECT-COUNT
006190     EVALUATE WS-REJECT-REASON
006200         WHEN 'EMPTY '
006210             ADD 1 TO WS-EMPTY-COUNT
006220         WHEN 'NONPRT'
006230             ADD 1 TO WS-NONPRT-COUNT
006240         WHEN 'OVRLEN'
006250             ADD 1 TO WS-OVRLEN-COUNT
006260         WHEN 'DUPLIC'
006270             ADD 1 TO WS-DUPLIC-COUNT
006280         WHEN 'UNKSUP'
006290             ADD 1 TO WS-UNKSUP-COUNT
006300         WHEN 'INASUP'
006310             ADD 1 TO WS-INASUP-COUNT
006320         WHEN OTHER
006330             MOVE WS-REJECT-REASON TO WS-ERL-REASON
006340             PERFORM 2780-FIND-REASON-ENTRY
006350             IF WS-RSN-HIT-IX > ZERO
006360                 ADD 1 TO WS-RSN-REJ-COUNT(WS-RSN-HIT-IX)
006370             END-IF
006380     END-EVALUATE
006390     MOVE WS-REJECT-REASON TO WS-REJ-REASON
006400     MOVE WS-READ-COUNT    TO WS-REJ-REC-NO
006410     MOVE RAWINPUT-RECORD  TO WS-REJ-SOURCE
006420     IF WS-REJECT-REASON = 'NONPRT'
006430         PERFORM 2650-SANITIZE-ONE-POSITION
006440             THRU 2650-EXIT
006450             VARYING I FROM 1 BY 1
006460             UNTIL I > 250
006470     END-IF
006480     MOVE WS-REJECT-LINE   TO REJECT-RECORD
006490     PERFORM 6000-WRITE-REJECT-LINE
006500     .
006510
006520* 2650-SANITIZE-ONE-POSITION REPLACES A SINGLE NON-PRINTABLE
006530* BYTE OF THE REJECT IMAGE WITH '.' SO THE LINE CAN BE
006540* WRITTEN TO THE REJECT REPORT.
006550 2650-SANITIZE-ONE-POSITION.
006560     MOVE WS-REJ-SOURCE(I:1) TO CAR-REC
006570     IF CAR-REC < SPACE OR CAR-REC > '~'
006580         MOVE '.' TO WS-REJ-SOURCE(I:1)
006590     END-IF
006600     .
006610 2650-EXIT.
006620     EXIT
006630     .
006640
006650* 2700-CHECK-SUPPLIER LOOKS THE HDR SUPPLIER ID UP ON THE
006660* SUPPLIER PROFILE MASTER, OPENING THE MASTER ON FIRST USE.
006670* AN ID NOT ON FILE SETS THE TRANSMISSION'S REASON TO UNKSUP,
006680* AN INACTIVE PROFILE TO INASUP; AN ACTIVE ONE LEAVES IT BLANK.
006690 2700-CHECK-SUPPLIER.
006700     IF NOT WS-SUPMST-OPEN
006710         OPEN INPUT SUPMST
006720         IF NOT SUPMST-STATUS-OK
006730             DISPLAY 'OPEN ERROR ON SUPMST'
006740             DISPLAY 'FILE STATUS : ' SUPMST-STATUS
006750             MOVE 12 TO RETURN-CODE
006760             STOP RUN
006770         END-IF
006780         SET WS-SUPMST-OPEN TO TRUE
006790     END-IF
006800     MOVE WS-FILE-SUPPLIER-ID TO SUP-SUPPLIER-ID
006810     READ SUPMST
006820         INVALID KEY
006830             MOVE 'UNKSUP' TO WS-SUPPLIER-REASON
006840         NOT INVALID KEY
006850             IF SUP-ACTIVE
006860                 MOVE SPACES TO WS-SUPPLIER-REASON
006870             ELSE
006880                 MOVE 'INASUP' TO WS-SUPPLIER-REASON
006890             END-IF
006900     END-READ
006910     IF NOT SUPMST-STATUS-OK
006920         AND NOT SUPMST-STATUS-NOTFND
006930         DISPLAY 'READ ERROR ON SUPMST'
006940         DISPLAY 'FILE STATUS : ' SUPMST-STATUS
006950         MOVE 12 TO RETURN-CODE
006960         STOP RUN
006970     END-IF
006980     .
006990
007000* 2750-APPLY-EDIT-RULES EVALUATES THE RECORD AGAINST THE EDIT
007010* RULES, IN ORDER. A WARN RULE LISTS THE RECORD AS A WARNING AND
007020* EVALUATION GOES ON WITH THE NEXT RULE; THE FIRST REJECT OR
007030* FAIL RULE THE RECORD BREAKS SETS ITS REJECT REASON AND ENDS
007040* THE EVALUATION. THE FIRST FAIL RULE TO FIRE NAMES THE FAILURE.
007050 2750-APPLY-EDIT-RULES.
007060     MOVE 'E'                 TO WS-ERL-FUNCTION
007070     MOVE ZERO                TO WS-ERL-RULE-IX
007080     MOVE WS-FILE-SUPPLIER-ID TO WS-ERL-SUPPLIER-ID
007090     MOVE WS-DATA-COUNT       TO WS-ERL-DATA-COUNT
007100     MOVE RAWINPUT-RECORD     TO WS-ERL-RECORD
007110     MOVE 'W'                 TO WS-ERL-ACTION
007120     PERFORM 2760-APPLY-NEXT-RULE
007130         UNTIL NOT WS-ERL-ACTION-WARN
007140     IF WS-ERL-ACTION-REJECT
007150     OR WS-ERL-ACTION-FAIL
007160         MOVE WS-ERL-REASON TO WS-REJECT-REASON
007170     END-IF
007180     IF WS-ERL-ACTION-FAIL
007190         ADD 1 TO WS-FAIL-COUNT
007200         IF WS-TRANSMISSION-PASSED
007210             MOVE WS-ERL-REASON      TO WS-FAIL-REASON
007220             MOVE WS-ERL-DESCRIPTION TO WS-FAIL-DESCRIPTION
007230         END-IF
007240     END-IF
007250     .
007260
007270 2760-APPLY-NEXT-RULE.
007280     CALL 'CALERUL' USING WS-ERUL-PARM
007290     IF WS-ERL-ACTION-WARN
007300         PERFORM 2770-WRITE-WARNING-RECORD
007310     END-IF
007320     .
007330
007340* 2770-WRITE-WARNING-RECORD LISTS A RECORD THAT BROKE A WARN RULE
007350* ON THE REJECT FILE, MARKED AS A WARNING, AND COUNTS IT UNDER
007360* THE RULE'S REASON. THE RECORD ITSELF STILL PASSES.
007370 2770-WRITE-WARNING-RECORD.
007380     ADD 1 TO WS-WARNING-COUNT
007390     PERFORM 2780-FIND-REASON-ENTRY
007400     IF WS-RSN-HIT-IX > ZERO
007410         ADD 1 TO WS-RSN-WARN-COUNT(WS-RSN-HIT-IX)
007420     END-IF
007430     MOVE WS-ERL-REASON   TO WS-WRN-REASON
007440     MOVE WS-READ-COUNT   TO WS-WRN-REC-NO
007450     MOVE RAWINPUT-RECORD TO WS-WRN-SOURCE
007460     MOVE WS-WARNING-LINE TO REJECT-RECORD
007470     PERFORM 6000-WRITE-REJECT-LINE
007480     .
007490
007500* 2780-FIND-REASON-ENTRY SETS WS-RSN-HIT-IX TO THE CONFIGURED
007510* REASON TABLE ENTRY FOR WS-ERL-REASON, OR ZERO.
007520 2780-FIND-REASON-ENTRY.
007530     MOVE ZERO TO WS-RSN-HIT-IX
007540     PERFORM 2790-CHECK-ONE-REASON
007550         VARYING I FROM 1 BY 1
007560         UNTIL I > WS-RSN-COUNT
007570         OR WS-RSN-HIT-IX > ZERO
007580     .
007590
007600 2790-CHECK-ONE-REASON.
007610     IF WS-RSN-CODE(I) = WS-ERL-REASON
007620         MOVE I TO WS-RSN-HIT-IX
007630     END-IF
007640     .
007650
007660* 2800-WRITE-EDIT-SUMMARY APPENDS THE COUNTS-BY-REASON SUMMARY
007670* TO THE REJECT FILE SO THE WHOLE STORY OF THE TRANSMISSION IS
007680* IN ONE PLACE FOR THE SUPPLIER.
007690 2800-WRITE-EDIT-SUMMARY.
007700     MOVE SPACES TO REJECT-RECORD
007710     PERFORM 6000-WRITE-REJECT-LINE
007720     MOVE 'EDIT SUMMARY' TO REJECT-RECORD
007730     PERFORM 6000-WRITE-REJECT-LINE
007740
007750*    AN UNWRAPPED TRANSMISSION HAS NO SUPPLIER ID AND IS DATED BY
007760*    THE RUN DATE, AS ON ITS QUALITY LOG LINE.
007770     MOVE 'SUPPLIER ID'          TO WS-SID-LABEL
007780     MOVE WS-FILE-SUPPLIER-ID    TO WS-SID-VALUE
007790     MOVE WS-SUMMARY-ID-LINE     TO REJECT-RECORD
007800     PERFORM 6000-WRITE-REJECT-LINE
007810     MOVE 'BUSINESS DATE'        TO WS-SID-LABEL
007820     IF WS-FILE-BUS-DATE IS NUMERIC
007830         MOVE WS-FILE-BUS-DATE   TO WS-SID-VALUE
007840     ELSE
007850         MOVE WS-RUN-DATE        TO WS-SID-VALUE
007860     END-IF
007870     MOVE WS-SUMMARY-ID-LINE     TO REJECT-RECORD
007880     PERFORM 6000-WRITE-REJECT-LINE
007890
007900     MOVE 'RECORDS READ'         TO WS-SUM-LABEL
007910     MOVE WS-READ-COUNT          TO WS-SUM-COUNT
007920     MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
007930     PERFORM 6000-WRITE-REJECT-LINE
007940     MOVE 'RECORDS CLEAN'        TO WS-SUM-LABEL
007950     MOVE WS-CLEAN-COUNT         TO WS-SUM-COUNT
007960     MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
007970     PERFORM 6000-WRITE-REJECT-LINE
007980     MOVE 'RECORDS REJECTED'     TO WS-SUM-LABEL
007990     MOVE WS-REJECT-COUNT        TO WS-SUM-COUNT
008000     MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
008010     PERFORM 6000-WRITE-REJECT-LINE
008020     MOVE 'REJECTED EMPTY'       TO WS-SUM-LABEL
008030     MOVE WS-EMPTY-COUNT         TO WS-SUM-COUNT
008040     MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
008050     PERFORM 6000-WRITE-REJECT-LINE
008060     MOVE 'REJECTED NON-PRINTABLE' TO WS-SUM-LABEL
008070     MOVE WS-NONPRT-COUNT        TO WS-SUM-COUNT
008080     MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
008090     PERFORM 6000-WRITE-REJECT-LINE
008100     MOVE 'REJECTED OVERLENGTH'  TO WS-SUM-LABEL
008110     MOVE WS-OVRLEN-COUNT        TO WS-SUM-COUNT
008120     MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
008130     PERFORM 6000-WRITE-REJECT-LINE
008140     MOVE 'REJECTED DUPLICATE'   TO WS-SUM-LABEL
008150     MOVE WS-DUPLIC-COUNT        TO WS-SUM-COUNT
008160     MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
008170     PERFORM 6000-WRITE-REJECT-LINE
008180     MOVE 'REJECTED UNKNOWN SUPPLIER' TO WS-SUM-LABEL
008190     MOVE WS-UNKSUP-COUNT        TO WS-SUM-COUNT
008200     MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
008210     PERFORM 6000-WRITE-REJECT-LINE
008220     MOVE 'REJECTED INACTIVE SUPPLIER' TO WS-SUM-LABEL
008230     MOVE WS-INASUP-COUNT        TO WS-SUM-COUNT
008240     MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
008250     PERFORM 6000-WRITE-REJECT-LINE
008260     PERFORM 2850-WRITE-REASON-SUMMARY
008270         VARYING J FROM 1 BY 1
008280         UNTIL J > WS-RSN-COUNT
008290     IF WS-WARNING-COUNT > ZERO
008300         MOVE 'RECORDS WARNED'       TO WS-SUM-LABEL
008310         MOVE WS-WARNING-COUNT       TO WS-SUM-COUNT
008320         MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
008330         PERFORM 6000-WRITE-REJECT-LINE
008340     END-IF
008350     IF NOT WS-TRANSMISSION-PASSED
008360         MOVE SPACES                 TO WS-SUM-LABEL
008370         STRING 'TRANSMISSION FAILED '  DELIMITED BY SIZE
008380             WS-FAIL-REASON             DELIMITED BY SIZE
008390             INTO WS-SUM-LABEL
008400         MOVE WS-FAIL-COUNT          TO WS-SUM-COUNT
008410         MOVE WS-FAIL-DESCRIPTION    TO WS-SUM-TEXT
008420         MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
008430         PERFORM 6000-WRITE-REJECT-LINE
008440         MOVE SPACES                 TO WS-SUM-TEXT
008450     END-IF
008460     .
008470
008480* 2850-WRITE-REASON-SUMMARY WRITES THE COUNTS FOR ONE CONFIGURED
008490* REASON CODE, WITH ITS DESCRIPTION: A REJECTED LINE WHEN A RULE
008500* CAN REJECT UNDER THE CODE AND A WARNINGS LINE WHEN ONE CAN WARN.
008510 2850-WRITE-REASON-SUMMARY.
008520     MOVE WS-RSN-DESCRIPTION(J)  TO WS-SUM-TEXT
008530     IF WS-RSN-REJECTS-SW(J) = 'Y'
008540         MOVE SPACES                 TO WS-SUM-LABEL
008550         STRING 'REJECTED '          DELIMITED BY SIZE
008560             WS-RSN-CODE(J)          DELIMITED BY SIZE
008570             INTO WS-SUM-LABEL
008580         MOVE WS-RSN-REJ-COUNT(J)    TO WS-SUM-COUNT
008590         MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
008600         PERFORM 6000-WRITE-REJECT-LINE
008610     END-IF
008620     IF WS-RSN-WARNS-SW(J) = 'Y'
008630         MOVE SPACES                 TO WS-SUM-LABEL
008640         STRING 'WARNINGS '          DELIMITED BY SIZE
008650             WS-RSN-CODE(J)          DELIMITED BY SIZE
008660             INTO WS-SUM-LABEL
008670         MOVE WS-RSN-WARN-COUNT(J)   TO WS-SUM-COUNT
008680         MOVE WS-SUMMARY-LINE        TO REJECT-RECORD
008690         PERFORM 6000-WRITE-REJECT-LINE
008700     END-IF
008710     MOVE SPACES                 TO WS-SUM-TEXT
008720     .
008730
008740* 2900-WRITE-SUPPLIER-STAT APPENDS THE TRANSMISSION'S SUPPLIER
008750* QUALITY LOG LINE: THE SUPPLIER ID AND BUSINESS DATE FROM ITS
008760* HDR RECORD, THE RECORDS READ AND THE REJECT COUNTS BY
008770* REASON. THE LOG IS OPENED EXTEND TO ACCUMULATE ACROSS THE
008780* MONTH AND CREATED ON FIRST USE.
008790 2900-WRITE-SUPPLIER-STAT.
008800     OPEN EXTEND SUPQLOG
008810     IF NOT SUPQLOG-STATUS-OK
008820         OPEN OUTPUT SUPQLOG
008830         IF NOT SUPQLOG-STATUS-OK
008840             DISPLAY 'OPEN ERROR ON SUPQLOG'
008850             DISPLAY 'FILE STATUS : ' SUPQLOG-STATUS
008860             MOVE 12 TO RETURN-CODE
008870             STOP RUN
008880         END-IF
008890     END-IF
008900     MOVE SPACES              TO SPQ-COUNT-FIELDS
008910     MOVE WS-RUN-DATE         TO SPQ-PROC-DATE
008920     MOVE 'CALEDIT'           TO SPQ-SOURCE
008930     IF WS-FILE-BUS-DATE IS NUMERIC
008940         MOVE WS-FILE-BUS-DATE TO SPQ-BUS-DATE
008950     ELSE
008960         MOVE WS-RUN-DATE      TO SPQ-BUS-DATE
008970     END-IF
008980     MOVE WS-FILE-SUPPLIER-ID TO SPQ-SUPPLIER-ID
008990     MOVE WS-READ-COUNT       TO SPQ-REC-COUNT
009000     MOVE WS-EMPTY-COUNT      TO SPQ-REJ-EMPTY
009010     MOVE WS-NONPRT-COUNT     TO SPQ-REJ-NONPRT
009020     MOVE WS-OVRLEN-COUNT     TO SPQ-REJ-OVRLEN
009030     MOVE WS-DUPLIC-COUNT     TO SPQ-REJ-DUPLIC
009040     MOVE ZERO                TO SPQ-EXCEPT-COUNT
009050*    A TRANSMISSION REFUSED FOR ITS SUPPLIER OR FAILED BY AN
009060*    EDIT RULE IS A CONTROL FAILURE - NONE OF IT REACHES THE
009070*    EXTRACT.
009080     IF WS-SUPPLIER-ACCEPTED
009090         AND WS-TRANSMISSION-PASSED
009100         MOVE 'N'             TO SPQ-CTL-FAIL
009110     ELSE
009120         MOVE 'Y'             TO SPQ-CTL-FAIL
009130     END-IF
009140*    A TRANSMISSION IS LATE WHEN ITS HDR CARRIES A BUSINESS
009150*    DATE OLDER THAN THE EXPECTED ONE - IT MISSED ITS OWN
009160*    FIRST PROCESSING DAY. THE RUN DATE IS NO TEST: THE
009170*    CALENDAR RESOLVES THE EXPECTED DATE TO THE PREVIOUS
009180*    BUSINESS DAY ON EVERY ON-SCHEDULE MONDAY MORNING.
009190     MOVE 'N' TO SPQ-LATE
009200     IF WS-FILE-BUS-DATE IS NUMERIC
009210         MOVE WS-FILE-BUS-DATE TO WS-FILE-BUS-DATE-N
009220         IF WS-FILE-BUS-DATE-N < WS-EXPECTED-BUSDATE
009230             MOVE 'Y' TO SPQ-LATE
009240         END-IF
009250     END-IF
009260     MOVE 'N'                 TO SPQ-OUT-OF-SEQ
009270     PERFORM 6100-WRITE-SUPQLOG-LINE
009280*    EACH CONFIGURED REASON THE TRANSMISSION HIT FOLLOWS ON ITS
009290*    OWN EDITRSN LINE, SINCE THE CALEDIT LINE HAS COLUMNS ONLY
009300*    FOR THE FIXED EDITS.
009310     MOVE 'EDITRSN'           TO SPQ-SOURCE
009320     PERFORM 2950-WRITE-REASON-STAT
009330         VARYING J FROM 1 BY 1
009340         UNTIL J > WS-RSN-COUNT
009350     CLOSE SUPQLOG
009360     .
009370
009380 2950-WRITE-REASON-STAT.
009390     IF WS-RSN-REJ-COUNT(J) > ZERO
009400     OR WS-RSN-WARN-COUNT(J) > ZERO
009410         MOVE SPACES               TO SPQ-REASON-FIELDS
009420         MOVE WS-RSN-CODE(J)       TO SPQ-RSN-CODE
009430         MOVE WS-RSN-REJ-COUNT(J)  TO SPQ-RSN-REJ-COUNT
009440         MOVE WS-RSN-WARN-COUNT(J) TO SPQ-RSN-WARN-COUNT
009450         PERFORM 6100-WRITE-SUPQLOG-LINE
009460     END-IF
009470     .
009480
009490 3000-OPEN-FILES.
009500     OPEN INPUT RAWINPUT
009510     IF NOT RAWINPUT-STATUS-OK
009520         DISPLAY 'OPEN ERROR ON RAWINPUT'
009530         DISPLAY 'FILE STATUS : ' RAWINPUT-STATUS
009540         MOVE 12 TO RETURN-CODE
009550         STOP RUN
009560     END-IF
009570     OPEN OUTPUT CLEANOUT
009580     IF NOT CLEANOUT-STATUS-OK
009590         DISPLAY 'OPEN ERROR ON CLEANOUT'
009600         DISPLAY 'FILE STATUS : ' CLEANOUT-STATUS
009610         MOVE 12 TO RETURN-CODE
009620         STOP RUN
009630     END-IF
009640     OPEN OUTPUT REJECTS
009650     IF NOT REJECTS-STATUS-OK
009660         DISPLAY 'OPEN ERROR ON REJECTS'
009670         DISPLAY 'FILE STATUS : ' REJECTS-STATUS
009680         MOVE 12 TO RETURN-CODE
009690         STOP RUN
009700     END-IF
009710     .
009720
009730 4000-READ-RAWINPUT.
009740     MOVE SPACES TO RAWINPUT-RECORD
009750     READ RAWINPUT
009760         AT END
009770             CONTINUE
009780          NOT AT END
009790             IF NOT RAWINPUT-STATUS-OK
009800                 AND NOT RAWINPUT-STATUS-BADCHAR
009810                 AND NOT RAWINPUT-STATUS-TRUNC
009820                 DISPLAY 'READ ERROR ON RAWINPUT'
009830                 DISPLAY 'FILE STATUS : ' RAWINPUT-STATUS
009840                 MOVE 12 TO RETURN-CODE
009850                 STOP RUN
009860             END-IF
009870     END-READ
009880     .
009890
009900 5000-CLOSE-FILES.
009910     CLOSE RAWINPUT
009920     IF NOT RAWINPUT-STATUS-OK
009930         DISPLAY 'CLOSE ERROR ON RAWINPUT'
009940         DISPLAY 'FILE STATUS : ' RAWINPUT-STATUS
009950         MOVE 12 TO RETURN-CODE
009960         STOP RUN
009970     END-IF
009980     CLOSE CLEANOUT
009990     IF NOT CLEANOUT-STATUS-OK
010000         DISPLAY 'CLOSE ERROR ON CLEANOUT'
010010         DISPLAY 'FILE STATUS : ' CLEANOUT-STATUS
010020         MOVE 12 TO RETURN-CODE
010030         STOP RUN
010040     END-IF
010050     CLOSE REJECTS
010060     IF NOT REJECTS-STATUS-OK
010070         DISPLAY 'CLOSE ERROR ON REJECTS'
010080         DISPLAY 'FILE STATUS : ' REJECTS-STATUS
010090         MOVE 12 TO RETURN-CODE
010100         STOP RUN
010110     END-IF
010120     IF WS-SUPMST-OPEN
010130         CLOSE SUPMST
010140         IF NOT SUPMST-STATUS-OK
010150             DISPLAY 'CLOSE ERROR ON SUPMST'
010160             DISPLAY 'FILE STATUS : ' SUPMST-STATUS
010170             MOVE 12 TO RETURN-CODE
010180             STOP RUN
010190         END-IF
010200     END-IF
010210     .
010220
010230* 5100-EMPTY-CLEANOUT LEAVES THE CLEAN FILE EMPTY WHEN AN EDIT
010240* RULE HAS FAILED THE TRANSMISSION, SO NOTHING OF IT CAN BE
010250* EXTRACTED IF THE CHAIN IS FORCED PAST THE FAILURE. THE REJECT
010260* FILE STILL SHOWS HOW EACH RECORD FARED.
010270 5100-EMPTY-CLEANOUT.
010280     OPEN OUTPUT CLEANOUT
010290     IF NOT CLEANOUT-STATUS-OK
010300         DISPLAY 'OPEN ERROR ON CLEANOUT'
010310         DISPLAY 'FILE STATUS : ' CLEANOUT-STATUS
010320         MOVE 12 TO RETURN-CODE
010330         STOP RUN
010340     END-IF
010350     CLOSE CLEANOUT
010360     .
010370
010380 6000-WRITE-REJECT-LINE.
010390     WRITE REJECT-RECORD
010400     IF NOT REJECTS-STATUS-OK
010410         DISPLAY 'WRITE ERROR ON REJECTS'
010420         DISPLAY 'FILE STATUS : ' REJECTS-STATUS
010430         MOVE 12 TO RETURN-CODE
010440         STOP RUN
010450     END-IF
010460     .
010470
010480 6100-WRITE-SUPQLOG-LINE.
010490     MOVE SUPPLIER-QUALITY-RECORD TO SUPQLOG-RECORD
010500     WRITE SUPQLOG-RECORD
010510     IF NOT SUPQLOG-STATUS-OK
010520         DISPLAY 'WRITE ERROR ON SUPQLOG'
010530         DISPLAY 'FILE STATUS : ' SUPQLOG-STATUS
010540         MOVE 12 TO RETURN-CODE
010550         STOP RUN
010560     END-IF
010570     .
