000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALOVRP.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - PERIODIC OPERATOR
000110*                  OVERRIDE REPORT. READS THE SHARED OVERRIDE
000120*                  AUDIT LOG (AOC-OVRLOG, CALOVR01 LAYOUT) THAT
000130*                  EVERY OVERRIDE-HONOURING STEP APPENDS TO
000140*                  THROUGH CALOVRD, FOR A LOG-DATE PERIOD (SYSIN
000150*                  CARDS LOGDATE-FROM=, LOGDATE-TO=; DEFAULT THE
000160*                  WHOLE LOG), AND LISTS THE OVERRIDES TAKEN BY
000170*                  TYPE - WHEN, BY WHICH PROGRAM, FOR WHICH
000180*                  SUPPLIER AND BUSINESS DATE, WITH WHAT VALUE,
000190*                  AND BY WHICH USER AND JOB. TWO PATTERNS ARE
000200*                  FLAGGED: THE SAME OVERRIDE TAKEN FOR THE SAME
000210*                  SUPPLIER (OR THE WHOLE CHAIN) ON REPEAT=NN OR
000220*                  MORE BUSINESS DATES IN THE PERIOD (DEFAULT
000230*                  THREE), AND THE SAME OVERRIDE TAKEN AGAIN BY
000240*                  THE SAME PROGRAM FOR THE SAME SUPPLIER AND
000250*                  BUSINESS DATE. ANY FLAG ENDS THE STEP RC 4.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290
000300     SELECT SYSIN ASSIGN TO DYNAMIC WS-SYSIN-PATH
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS SYSIN-STATUS.
000330
000340     SELECT OVRLOG ASSIGN TO DYNAMIC WS-OVRLOG-PATH
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS OVRLOG-STATUS.
000370
000380     SELECT OVRRPT ASSIGN TO DYNAMIC WS-OVRRPT-PATH
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS OVRRPT-STATUS.
000410
000420     SELECT SORTWK ASSIGN TO SORTWK.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460
000470 FD  SYSIN.
000480 01  SYSIN-RECORD                PIC X(80).
000490
000500 FD  OVRLOG.
000510 01  OVRLOG-RECORD               PIC X(103).
000520
000530 FD  OVRRPT.
000540 01  OVR-RPT-RECORD              PIC X(132).
000550
000560* SORT WORK RECORD. THE OVERRIDES OF THE PERIOD ARE SORTED BY
000570* OVERRIDE NAME, SUPPLIER AND BUSINESS DATE, SO EACH TYPE AND
000580* EACH SUPPLIER WITHIN IT COMES BACK AS ONE GROUP, THEN BY
000590* PROGRAM AND TIME TAKEN.
000600 SD  SORTWK.
000610 01  SORT-RECORD.
000620     05  SRT-NAME                PIC X(16).
000630     05  SRT-SUPPLIER-ID         PIC X(03).
000640     05  SRT-BUS-DATE            PIC 9(08).
000650     05  SRT-PROGRAM             PIC X(08).
000660     05  SRT-LOG-DATE            PIC 9(08).
000670     05  SRT-LOG-TIME            PIC 9(06).
000680     05  SRT-VALUE               PIC X(30).
000690     05  SRT-USER                PIC X(08).
000700     05  SRT-JOB                 PIC X(08).
000710
000720 WORKING-STORAGE SECTION.
000730
000740* RUN-TIME FILE ASSIGNMENT
000750 01  WS-SYSIN-PATH               PIC X(200).
000760 01  WS-DEFAULT-SYSIN-PATH       PIC X(200) VALUE 'SYSIN'.
000770 01  WS-OVRLOG-PATH              PIC X(200).
000780 01  WS-DEFAULT-OVRLOG-PATH      PIC X(200) VALUE
000790     'AOC20231201.OVRLOG.FILE'.
000800 01  WS-OVRRPT-PATH              PIC X(200).
000810 01  WS-DEFAULT-OVRRPT-PATH      PIC X(200) VALUE
000820     'AOC20231201.OVRLOG.RPT'.
000830
000840* FILE STATUS
000850 01  SYSIN-STATUS                PIC 9(02).
000860     88  SYSIN-STATUS-OK         VALUE 00.
000870     88  SYSIN-STATUS-EOF        VALUE 10.
000880 01  OVRLOG-STATUS               PIC 9(02).
000890     88  OVRLOG-STATUS-OK        VALUE 00.
000900     88  OVRLOG-STATUS-EOF       VALUE 10.
000910 01  OVRRPT-STATUS               PIC 9(02).
000920     88  OVRRPT-STATUS-OK        VALUE 00.
000930 01  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
000940     88  WS-SORT-EOF             VALUE 'Y'.
000950
000960* OVERRIDE AUDIT RECORD LAYOUT (SHARED WITH CALOVRD)
000970 COPY CALOVR01.
000980
000990* SELECTION CRITERIA AND FLAG LIMIT, AS PARSED FROM THE SYSIN
001000* CARDS. THE LOG-DATE PERIOD DEFAULTS WIDE OPEN; AN OVERRIDE
001010* TAKEN FOR ONE SUPPLIER ON THREE OR MORE BUSINESS DATES OF THE
001020* PERIOD IS FLAGGED UNLESS REPEAT= SAYS OTHERWISE.
001030 01  WS-SEL-LOG-DATE-FROM        PIC 9(08) VALUE ZERO.
001040 01  WS-SEL-LOG-DATE-TO          PIC 9(08) VALUE 99999999.
001050 01  WS-REPEAT-LIMIT             PIC 9(02) VALUE 3.
001060
001070* SYSIN CARD PARSING WORK AREAS, AS IN CALINQ
001080 01  WS-CARD-KEYWORD             PIC X(20).
001090 01  WS-CARD-VALUE               PIC X(20).
001100 01  WS-PARSED-VALUE             PIC 9(08) VALUE ZERO.
001110 01  WS-VALUE-DIGIT-COUNT        PIC 9(02) VALUE ZERO.
001120 01  WS-VALUE-END-SW             PIC X(01) VALUE 'N'.
001130     88  WS-VALUE-END            VALUE 'Y'.
001140 01  WS-VALUE-DIGIT              PIC 9(01) VALUE ZERO.
001150 01  K                           PIC 9(02) VALUE ZERO.
001160
001170* CONTROL-BREAK FIELDS. THE OVERRIDE TYPE IS THE MAJOR BREAK
001180* AND THE SUPPLIER THE MINOR ONE; THE LAST BUSINESS DATE AND
001190* PROGRAM SEEN IN THE SUPPLIER GROUP PICK OUT A REPEAT ON THE
001200* SAME DAY.
001210 01  WS-TYPE-ACTIVE-SW           PIC X(01) VALUE 'N'.
001220     88  WS-TYPE-ACTIVE          VALUE 'Y'.
001230 01  WS-SUP-ACTIVE-SW            PIC X(01) VALUE 'N'.
001240     88  WS-SUP-ACTIVE           VALUE 'Y'.
001250 01  WS-CURR-NAME                PIC X(16) VALUE SPACES.
001260 01  WS-CURR-SUPPLIER-ID         PIC X(03) VALUE SPACES.
001270 01  WS-PREV-BUS-DATE            PIC 9(08) VALUE ZERO.
001280 01  WS-PREV-PROGRAM             PIC X(08) VALUE SPACES.
001290 01  WS-SUP-DATE-COUNT           PIC 9(04) VALUE ZERO.
001300 01  WS-TYPE-LINE-COUNT          PIC 9(06) VALUE ZERO.
001310
001320* RUN COUNTS
001330 01  WS-READ-COUNT               PIC 9(08) VALUE ZERO.
001340 01  WS-SELECTED-COUNT           PIC 9(08) VALUE ZERO.
001350 01  WS-TYPE-COUNT               PIC 9(04) VALUE ZERO.
001360 01  WS-REPEAT-FLAG-COUNT        PIC 9(06) VALUE ZERO.
001370 01  WS-SAME-DAY-FLAG-COUNT      PIC 9(06) VALUE ZERO.
001380 01  WS-FLAG-COUNT               PIC 9(06) VALUE ZERO.
001390
001400* OVERRIDE REPORT LINE LAYOUTS
001410 01  WS-OVR-HEADING.
001420     05  FILLER                  PIC X(37) VALUE
001430         'OPERATOR OVERRIDE REPORT - LOG DATES '.
001440     05  WS-HDG-FROM             PIC 9(08).
001450     05  FILLER                  PIC X(04) VALUE ' TO '.
001460     05  WS-HDG-TO               PIC 9(08).
001470     05  FILLER                  PIC X(15) VALUE
001480         '  REPEAT LIMIT '.
001490     05  WS-HDG-REPEAT           PIC Z9.
001500 01  WS-OVR-TYPE-HEADING.
001510     05  FILLER                  PIC X(11) VALUE 'OVERRIDE : '.
001520     05  WS-OTH-NAME             PIC X(16).
001530 01  WS-OVR-COL-HEADS.
001540     05  FILLER                  PIC X(38) VALUE
001550         'LOG DATE TIME   PROGRAM  SUP BUS DATE '.
001560     05  FILLER                  PIC X(31) VALUE 'VALUE'.
001570     05  FILLER                  PIC X(18) VALUE
001580         'USER     JOB      '.
001590     05  FILLER                  PIC X(04) VALUE 'FLAG'.
001600 01  WS-OVR-DETAIL.
001610     05  WS-OVD-LOG-DATE         PIC 9(08).
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  WS-OVD-LOG-TIME         PIC 9(06).
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  WS-OVD-PROGRAM          PIC X(08).
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  WS-OVD-SUPPLIER-ID      PIC X(03).
001680     05  FILLER                  PIC X(01) VALUE SPACE.
001690     05  WS-OVD-BUS-DATE         PIC 9(08).
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  WS-OVD-VALUE            PIC X(30).
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  WS-OVD-USER             PIC X(08).
001740     05  FILLER                  PIC X(01) VALUE SPACE.
001750     05  WS-OVD-JOB              PIC X(08).
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  WS-OVD-FLAG             PIC X(14).
001780 01  WS-OVR-TYPE-TOTAL.
001790     05  FILLER                  PIC X(04) VALUE SPACES.
001800     05  WS-OTT-COUNT            PIC Z(05)9.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  WS-OTT-NAME             PIC X(16).
001830     05  FILLER                  PIC X(24) VALUE
001840         ' OVERRIDES IN THE PERIOD'.
001850 01  WS-OVR-REPEAT-LINE.
001860     05  FILLER                  PIC X(44) VALUE
001870         '    *** REPEATED OVERRIDE - BUSINESS DATES :'.
001880     05  WS-ORL-DATE-COUNT       PIC Z(03)9.
001890     05  FILLER                  PIC X(01) VALUE SPACE.
001900     05  WS-ORL-SCOPE            PIC X(30).
001910 01  WS-OVR-COUNT-LINE.
001920     05  WS-OCL-LABEL            PIC X(34).
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  WS-OCL-COUNT            PIC Z(07)9.
001950
001960 PROCEDURE DIVISION.
001970
001980 0000-MAINLINE.
001990     DISPLAY 'CALOVRP'
002000     PERFORM 1000-INITIALIZE
002010     PERFORM 1500-READ-SYSIN-CARDS
002020     PERFORM 2000-MAIN-PROCESSING
002030     DISPLAY 'OVERRIDES IN PERIOD :' WS-SELECTED-COUNT
002040     IF WS-FLAG-COUNT > ZERO
002050         DISPLAY 'CALOVRP ENDED - UNUSUAL OVERRIDE PATTERNS :'
002060             WS-FLAG-COUNT
002070         MOVE 4 TO RETURN-CODE
002080     ELSE
002090         DISPLAY 'CALOVRP ENDED CLEAN'
002100     END-IF
002110     STOP RUN
002120     .
002130
002140* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME,
002150* FALLING BACK TO THE DEVELOPMENT DEFAULTS WHEN THE VARIABLES
002160* ARE NOT SET. THE LOG IS THE SAME AOC-OVRLOG CALOVRD WRITES.
002170 1000-INITIALIZE.
002180     MOVE SPACES TO WS-SYSIN-PATH
002190     ACCEPT WS-SYSIN-PATH
002200         FROM ENVIRONMENT 'AOC-SYSIN'
002210     IF WS-SYSIN-PATH = SPACES
002220         MOVE WS-DEFAULT-SYSIN-PATH TO WS-SYSIN-PATH
002230     END-IF
002240
002250     MOVE SPACES TO WS-OVRLOG-PATH
002260     ACCEPT WS-OVRLOG-PATH
002270         FROM ENVIRONMENT 'AOC-OVRLOG'
002280     IF WS-OVRLOG-PATH = SPACES
002290         MOVE WS-DEFAULT-OVRLOG-PATH TO WS-OVRLOG-PATH
002300     END-IF
002310
002320     MOVE SPACES TO WS-OVRRPT-PATH
002330     ACCEPT WS-OVRRPT-PATH
002340         FROM ENVIRONMENT 'AOC-OVRRPT'
002350     IF WS-OVRRPT-PATH = SPACES
002360         MOVE WS-DEFAULT-OVRRPT-PATH TO WS-OVRRPT-PATH
002370     END-IF
002380     .
002390
002400* 1500-READ-SYSIN-CARDS READS THE SELECTION CARDS, AS IN
002410* CALINQ. A MISSING SYSIN REPORTS THE WHOLE LOG WITH THE
002420* DEFAULT REPEAT LIMIT; A CARD THAT DOES NOT PARSE STOPS THE
002430* RUN.
002440 1500-READ-SYSIN-CARDS.
002450     OPEN INPUT SYSIN
002460     IF NOT SYSIN-STATUS-OK
002470         DISPLAY 'NO SYSIN CARDS - WHOLE LOG, REPEAT LIMIT '
002480             WS-REPEAT-LIMIT
002490     ELSE
002500         PERFORM 4100-READ-SYSIN
002510         PERFORM UNTIL SYSIN-STATUS-EOF
002520         OR NOT SYSIN-STATUS-OK
002530             IF SYSIN-RECORD NOT = SPACES
002540                 AND SYSIN-RECORD(1:1) NOT = '*'
002550                 PERFORM 1550-PARSE-ONE-CARD
002560             END-IF
002570             PERFORM 4100-READ-SYSIN
002580         END-PERFORM
002590         CLOSE SYSIN
002600     END-IF
002610     .
002620
002630 1550-PARSE-ONE-CARD.
002640     MOVE SPACES TO WS-CARD-KEYWORD
002650     MOVE SPACES TO WS-CARD-VALUE
002660     UNSTRING SYSIN-RECORD DELIMITED BY '='
002670         INTO WS-CARD-KEYWORD WS-CARD-VALUE
002680     EVALUATE WS-CARD-KEYWORD
002690         WHEN 'LOGDATE-FROM'
002700             PERFORM 1560-EDIT-NUMERIC-VALUE
002710             PERFORM 1580-REQUIRE-DATE-WIDTH
002720             MOVE WS-PARSED-VALUE TO WS-SEL-LOG-DATE-FROM
002730         WHEN 'LOGDATE-TO'
002740             PERFORM 1560-EDIT-NUMERIC-VALUE
002750             PERFORM 1580-REQUIRE-DATE-WIDTH
002760             MOVE WS-PARSED-VALUE TO WS-SEL-LOG-DATE-TO
002770         WHEN 'REPEAT'
002780             PERFORM 1560-EDIT-NUMERIC-VALUE
002790             IF WS-PARSED-VALUE < 2
002800                 OR WS-PARSED-VALUE > 99
002810                 DISPLAY 'REPEAT LIMIT OUT OF RANGE (2-99) : '
002820                     SYSIN-RECORD
002830                 MOVE 8 TO RETURN-CODE
002840                 STOP RUN
002850             END-IF
002860             MOVE WS-PARSED-VALUE TO WS-REPEAT-LIMIT
002870         WHEN OTHER
002880             DISPLAY 'UNRECOGNIZED SYSIN CARD : ' SYSIN-RECORD
002890             MOVE 8 TO RETURN-CODE
002900             STOP RUN
002910     END-EVALUATE
002920     .
002930
002940* 1560-EDIT-NUMERIC-VALUE CONVERTS THE LEFT-JUSTIFIED CARD
002950* VALUE INTO WS-PARSED-VALUE ONE DIGIT AT A TIME, AS IN
002960* CALINQ. A VALUE WITH NO DIGITS, A NON-DIGIT CHARACTER, OR
002970* MORE DIGITS THAN THE FIELD HOLDS IS A PARAMETER ERROR.
002980 1560-EDIT-NUMERIC-VALUE.
002990     MOVE ZERO TO WS-PARSED-VALUE
003000     MOVE ZERO TO WS-VALUE-DIGIT-COUNT
003010     MOVE 'N'  TO WS-VALUE-END-SW
003020     PERFORM 1570-PARSE-ONE-DIGIT
003030         THRU 1570-EXIT
003040         VARYING K FROM 1 BY 1
003050         UNTIL K > 20
003060         OR WS-VALUE-END
003070     IF WS-VALUE-DIGIT-COUNT = ZERO
003080         DISPLAY 'MISSING SYSIN VALUE : ' SYSIN-RECORD
003090         MOVE 8 TO RETURN-CODE
003100         STOP RUN
003110     END-IF
003120     .
003130
003140 1570-PARSE-ONE-DIGIT.
003150     IF WS-CARD-VALUE(K:1) = SPACE
003160         SET WS-VALUE-END TO TRUE
003170         GO TO 1570-EXIT
003180     END-IF
003190     IF WS-CARD-VALUE(K:1) NOT NUMERIC
003200         DISPLAY 'NON-NUMERIC SYSIN VALUE : ' SYSIN-RECORD
003210         MOVE 8 TO RETURN-CODE
003220         STOP RUN
003230     END-IF
003240     ADD 1 TO WS-VALUE-DIGIT-COUNT
003250     MOVE WS-CARD-VALUE(K:1) TO WS-VALUE-DIGIT
003260     COMPUTE WS-PARSED-VALUE =
003270         (WS-PARSED-VALUE * 10) + WS-VALUE-DIGIT
003280         ON SIZE ERROR
003290             DISPLAY 'SYSIN VALUE TOO LONG : ' SYSIN-RECORD
003300             MOVE 8 TO RETURN-CODE
003310             STOP RUN
003320     END-COMPUTE
003330     .
003340 1570-EXIT.
003350     EXIT
003360     .
003370
003380 1580-REQUIRE-DATE-WIDTH.
003390     IF WS-VALUE-DIGIT-COUNT NOT = 8
003400         DISPLAY 'SYSIN DATE VALUE NOT YYYYMMDD : ' SYSIN-RECORD
003410         MOVE 8 TO RETURN-CODE
003420         STOP RUN
003430     END-IF
003440     .
003450
003460 2000-MAIN-PROCESSING.
003470     PERFORM 3100-OPEN-OVRRPT
003480     MOVE WS-SEL-LOG-DATE-FROM TO WS-HDG-FROM
003490     MOVE WS-SEL-LOG-DATE-TO   TO WS-HDG-TO
003500     MOVE WS-REPEAT-LIMIT      TO WS-HDG-REPEAT
003510     MOVE WS-OVR-HEADING       TO OVR-RPT-RECORD
003520     PERFORM 6000-WRITE-OVR-LINE
003530
003540     SORT SORTWK
003550         ON ASCENDING KEY SRT-NAME
003560                          SRT-SUPPLIER-ID
003570                          SRT-BUS-DATE
003580                          SRT-PROGRAM
003590                          SRT-LOG-DATE
003600                          SRT-LOG-TIME
003610         INPUT PROCEDURE IS 2100-RELEASE-OVERRIDES
003620             THRU 2100-EXIT
003630         OUTPUT PROCEDURE IS 2500-REPORT-SORTED-OVERRIDES
003640             THRU 2500-EXIT
003650
003660     IF WS-SELECTED-COUNT = ZERO
003670         MOVE SPACES TO OVR-RPT-RECORD
003680         PERFORM 6000-WRITE-OVR-LINE
003690         MOVE 'NO OVERRIDES TAKEN IN THE PERIOD' TO OVR-RPT-RECORD
003700         PERFORM 6000-WRITE-OVR-LINE
003710     END-IF
003720     PERFORM 2900-REPORT-COUNTS
003730     PERFORM 5100-CLOSE-OVRRPT
003740     .
003750
003760* 2100-RELEASE-OVERRIDES IS THE SORT INPUT: EVERY LOG LINE
003770* TAKEN WITHIN THE LOG-DATE PERIOD. A MISSING LOG MEANS NO
003780* OVERRIDE HAS EVER BEEN TAKEN; A LINE THAT DOES NOT START WITH
003790* A DATE IS PASSED OVER.
003800 2100-RELEASE-OVERRIDES.
003810     OPEN INPUT OVRLOG
003820     IF NOT OVRLOG-STATUS-OK
003830         DISPLAY 'NO OVERRIDE AUDIT LOG - NO OVERRIDES TAKEN'
003840         GO TO 2100-EXIT
003850     END-IF
003860     PERFORM 4200-READ-OVRLOG
003870     PERFORM UNTIL OVRLOG-STATUS-EOF
003880     OR NOT OVRLOG-STATUS-OK
003890         ADD 1 TO WS-READ-COUNT
003900         MOVE OVRLOG-RECORD TO OVERRIDE-AUDIT-RECORD
003910         IF OVRLOG-RECORD(1:8) IS NUMERIC
003920             AND OVR-LOG-DATE NOT < WS-SEL-LOG-DATE-FROM
003930             AND OVR-LOG-DATE NOT > WS-SEL-LOG-DATE-TO
003940             ADD 1 TO WS-SELECTED-COUNT
003950             MOVE OVR-NAME        TO SRT-NAME
003960             MOVE OVR-SUPPLIER-ID TO SRT-SUPPLIER-ID
003970             MOVE OVR-BUS-DATE    TO SRT-BUS-DATE
003980             MOVE OVR-PROGRAM     TO SRT-PROGRAM
003990             MOVE OVR-LOG-DATE    TO SRT-LOG-DATE
004000             MOVE OVR-LOG-TIME    TO SRT-LOG-TIME
004010             MOVE OVR-VALUE       TO SRT-VALUE
004020             MOVE OVR-USER        TO SRT-USER
004030             MOVE OVR-JOB         TO SRT-JOB
004040             RELEASE SORT-RECORD
004050         END-IF
004060         PERFORM 4200-READ-OVRLOG
004070     END-PERFORM
004080     CLOSE OVRLOG
004090     .
004100 2100-EXIT.
004110     EXIT
004120     .
004130
004140* 2500-REPORT-SORTED-OVERRIDES IS THE SORT OUTPUT. THE SORTED
004150* OVERRIDES ARE LISTED UNDER ONE HEADING PER OVERRIDE TYPE; THE
004160* SUPPLIER GROUPS WITHIN A TYPE ARE SETTLED WHEN THE SUPPLIER
004170* OR THE TYPE CHANGES, AND THE TYPE WHEN THE NAME CHANGES.
004180 2500-REPORT-SORTED-OVERRIDES.
004190     MOVE 'N' TO WS-TYPE-ACTIVE-SW
004200     MOVE 'N' TO WS-SUP-ACTIVE-SW
004210     PERFORM 4300-RETURN-SORTWK
004220     PERFORM UNTIL WS-SORT-EOF
004230         IF WS-SUP-ACTIVE
004240             AND (SRT-NAME NOT = WS-CURR-NAME
004250             OR SRT-SUPPLIER-ID NOT = WS-CURR-SUPPLIER-ID)
004260             PERFORM 2650-END-SUPPLIER-GROUP
004270         END-IF
004280         IF WS-TYPE-ACTIVE
004290             AND SRT-NAME NOT = WS-CURR-NAME
004300             PERFORM 2700-END-OVERRIDE-TYPE
004310         END-IF
004320         IF NOT WS-TYPE-ACTIVE
004330             PERFORM 2550-START-OVERRIDE-TYPE
004340         END-IF
004350         IF NOT WS-SUP-ACTIVE
004360             PERFORM 2560-START-SUPPLIER-GROUP
004370         END-IF
004380         PERFORM 2600-REPORT-ONE-OVERRIDE
004390         PERFORM 4300-RETURN-SORTWK
004400     END-PERFORM
004410     IF WS-SUP-ACTIVE
004420         PERFORM 2650-END-SUPPLIER-GROUP
004430     END-IF
004440     IF WS-TYPE-ACTIVE
004450         PERFORM 2700-END-OVERRIDE-TYPE
004460     END-IF
004470     .
004480 2500-EXIT.
004490     EXIT
004500     .
004510
004520 2550-START-OVERRIDE-TYPE.
004530     MOVE SRT-NAME TO WS-CURR-NAME
004540     MOVE ZERO     TO WS-TYPE-LINE-COUNT
004550     ADD 1 TO WS-TYPE-COUNT
004560     MOVE SPACES TO OVR-RPT-RECORD
004570     PERFORM 6000-WRITE-OVR-LINE
004580     MOVE SRT-NAME TO WS-OTH-NAME
004590     MOVE WS-OVR-TYPE-HEADING TO OVR-RPT-RECORD
004600     PERFORM 6000-WRITE-OVR-LINE
004610     MOVE WS-OVR-COL-HEADS TO OVR-RPT-RECORD
004620     PERFORM 6000-WRITE-OVR-LINE
004630     SET WS-TYPE-ACTIVE TO TRUE
004640     .
004650
004660 2560-START-SUPPLIER-GROUP.
004670     MOVE SRT-SUPPLIER-ID TO WS-CURR-SUPPLIER-ID
004680     MOVE ZERO   TO WS-SUP-DATE-COUNT
004690     MOVE ZERO   TO WS-PREV-BUS-DATE
004700     MOVE SPACES TO WS-PREV-PROGRAM
004710     SET WS-SUP-ACTIVE TO TRUE
004720     .
004730
004740* 2600-REPORT-ONE-OVERRIDE LISTS ONE OVERRIDE AND COUNTS THE
004750* BUSINESS DATES OF ITS SUPPLIER GROUP. A SECOND LINE FROM THE
004760* SAME PROGRAM FOR THE SAME BUSINESS DATE IS THE OVERRIDE TAKEN
004770* AGAIN ON THE SAME DAY, AND IS FLAGGED.
004780 2600-REPORT-ONE-OVERRIDE.
004790     MOVE SPACES TO WS-OVD-FLAG
004800     IF SRT-BUS-DATE NOT = WS-PREV-BUS-DATE
004810         ADD 1 TO WS-SUP-DATE-COUNT
004820     ELSE
004830         IF SRT-PROGRAM = WS-PREV-PROGRAM
004840             MOVE '*** SAME DAY' TO WS-OVD-FLAG
004850             ADD 1 TO WS-SAME-DAY-FLAG-COUNT
004860             ADD 1 TO WS-FLAG-COUNT
004870         END-IF
004880     END-IF
004890     MOVE SRT-BUS-DATE TO WS-PREV-BUS-DATE
004900     MOVE SRT-PROGRAM  TO WS-PREV-PROGRAM
004910     ADD 1 TO WS-TYPE-LINE-COUNT
004920
004930     MOVE SRT-LOG-DATE    TO WS-OVD-LOG-DATE
004940     MOVE SRT-LOG-TIME    TO WS-OVD-LOG-TIME
004950     MOVE SRT-PROGRAM     TO WS-OVD-PROGRAM
004960     MOVE SRT-SUPPLIER-ID TO WS-OVD-SUPPLIER-ID
004970     MOVE SRT-BUS-DATE    TO WS-OVD-BUS-DATE
004980     MOVE SRT-VALUE       TO WS-OVD-VALUE
004990     MOVE SRT-USER        TO WS-OVD-USER
005000     MOVE SRT-JOB         TO WS-OVD-JOB
005010     MOVE WS-OVR-DETAIL   TO OVR-RPT-RECORD
005020     PERFORM 6000-WRITE-OVR-LINE
005030     .
005040
005050* 2650-END-SUPPLIER-GROUP FLAGS AN OVERRIDE TAKEN FOR ONE
005060* SUPPLIER - OR, WITH NO SUPPLIER, FOR THE WHOLE CHAIN - ON AT
005070* LEAST THE REPEAT LIMIT OF BUSINESS DATES IN THE PERIOD.
005080 2650-END-SUPPLIER-GROUP.
005090     IF WS-SUP-DATE-COUNT NOT < WS-REPEAT-LIMIT
005100         MOVE WS-SUP-DATE-COUNT TO WS-ORL-DATE-COUNT
005110         MOVE SPACES TO WS-ORL-SCOPE
005120         IF WS-CURR-SUPPLIER-ID = SPACES
005130             MOVE 'ACROSS THE WHOLE CHAIN' TO WS-ORL-SCOPE
005140         ELSE
005150             STRING 'FOR SUPPLIER '      DELIMITED BY SIZE
005160                 WS-CURR-SUPPLIER-ID     DELIMITED BY SIZE
005170                 INTO WS-ORL-SCOPE
005180         END-IF
005190         MOVE WS-OVR-REPEAT-LINE TO OVR-RPT-RECORD
005200         PERFORM 6000-WRITE-OVR-LINE
005210         ADD 1 TO WS-REPEAT-FLAG-COUNT
005220         ADD 1 TO WS-FLAG-COUNT
005230     END-IF
005240     MOVE 'N' TO WS-SUP-ACTIVE-SW
005250     .
005260
005270 2700-END-OVERRIDE-TYPE.
005280     MOVE WS-TYPE-LINE-COUNT TO WS-OTT-COUNT
005290     MOVE WS-CURR-NAME       TO WS-OTT-NAME
005300     MOVE WS-OVR-TYPE-TOTAL  TO OVR-RPT-RECORD
005310     PERFORM 6000-WRITE-OVR-LINE
005320     MOVE 'N' TO WS-TYPE-ACTIVE-SW
005330     .
005340
005350 2900-REPORT-COUNTS.
005360     MOVE SPACES TO OVR-RPT-RECORD
005370     PERFORM 6000-WRITE-OVR-LINE
005380     MOVE 'OVERRIDE SUMMARY' TO OVR-RPT-RECORD
005390     PERFORM 6000-WRITE-OVR-LINE
005400     MOVE 'LOG LINES READ'          TO WS-OCL-LABEL
005410     MOVE WS-READ-COUNT             TO WS-OCL-COUNT
005420     MOVE WS-OVR-COUNT-LINE         TO OVR-RPT-RECORD
005430     PERFORM 6000-WRITE-OVR-LINE
005440     MOVE 'OVERRIDES IN PERIOD'     TO WS-OCL-LABEL
005450     MOVE WS-SELECTED-COUNT         TO WS-OCL-COUNT
005460     MOVE WS-OVR-COUNT-LINE         TO OVR-RPT-RECORD
005470     PERFORM 6000-WRITE-OVR-LINE
005480     MOVE 'OVERRIDE TYPES'          TO WS-OCL-LABEL
005490     MOVE WS-TYPE-COUNT             TO WS-OCL-COUNT
005500     MOVE WS-OVR-COUNT-LINE         TO OVR-RPT-RECORD
005510     PERFORM 6000-WRITE-OVR-LINE
005520     MOVE 'REPEATED OVERRIDES FLAGGED' TO WS-OCL-LABEL
005530     MOVE WS-REPEAT-FLAG-COUNT      TO WS-OCL-COUNT
005540     MOVE WS-OVR-COUNT-LINE         TO OVR-RPT-RECORD
005550     PERFORM 6000-WRITE-OVR-LINE
005560     MOVE 'SAME-DAY REPEATS FLAGGED' TO WS-OCL-LABEL
005570     MOVE WS-SAME-DAY-FLAG-COUNT    TO WS-OCL-COUNT
005580     MOVE WS-OVR-COUNT-LINE         TO OVR-RPT-RECORD
005590     PERFORM 6000-WRITE-OVR-LINE
005600     .
005610
005620 3100-OPEN-OVRRPT.
005630     OPEN OUTPUT OVRRPT
005640     IF NOT OVRRPT-STATUS-OK
005650         DISPLAY 'OPEN ERROR ON OVRRPT'
005660         DISPLAY 'FILE STATUS : ' OVRRPT-STATUS
005670         MOVE 12 TO RETURN-CODE
005680         STOP RUN
005690     END-IF
005700     .
005710
005720 4100-READ-SYSIN.
005730     READ SYSIN
005740         AT END
005750             CONTINUE
005760          NOT AT END
005770             IF NOT SYSIN-STATUS-OK
005780                 DISPLAY 'READ ERROR ON SYSIN'
005790                 DISPLAY 'FILE STATUS : ' SYSIN-STATUS
005800                 MOVE 12 TO RETURN-CODE
005810                 STOP RUN
005820             END-IF
005830     END-READ
005840     .
005850
005860 4200-READ-OVRLOG.
005870     READ OVRLOG
005880         AT END
005890             CONTINUE
005900          NOT AT END
005910             IF NOT OVRLOG-STATUS-OK
005920                 DISPLAY 'READ ERROR ON OVRLOG'
005930                 DISPLAY 'FILE STATUS : ' OVRLOG-STATUS
005940                 MOVE 12 TO RETURN-CODE
005950                 STOP RUN
005960             END-IF
005970     END-READ
005980     .
005990
006000 4300-RETURN-SORTWK.
006010     RETURN SORTWK
006020         AT END
006030             SET WS-SORT-EOF TO TRUE
006040     END-RETURN
006050     .
006060
006070 5100-CLOSE-OVRRPT.
006080     CLOSE OVRRPT
006090     IF NOT OVRRPT-STATUS-OK
006100         DISPLAY 'CLOSE ERROR ON OVRRPT'
006110         DISPLAY 'FILE STATUS : ' OVRRPT-STATUS
006120         MOVE 12 TO RETURN-CODE
006130         STOP RUN
006140     END-IF
006150     .
006160
006170 6000-WRITE-OVR-LINE.
006180     WRITE OVR-RPT-RECORD
006190     IF NOT OVRRPT-STATUS-OK
006200         DISPLAY 'WRITE ERROR ON OVRRPT'
006210         DISPLAY 'FILE STATUS : ' OVRRPT-STATUS
006220         MOVE 12 TO RETURN-CODE
006230         STOP RUN
006240     END-IF
006250     MOVE SPACES TO OVR-RPT-RECORD
006260     .
