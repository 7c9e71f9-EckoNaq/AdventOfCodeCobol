000260*                  THE AGEING LIMIT. WE ARE ANSWERABLE FOR EVERY
000270*                  SOURCE LINE THE SUPPLIER SENDS, INCLUDING THE
000280*                  ONES WE BOUNCED; THE REGISTER IS THAT ANSWER.
000290* 2026-10-15  RD   REJECTS UNDER THE REASON CODES CONFIGURED ON
000300*                  THE EDIT-RULES FILE ARE NOW ABSORBED LIKE THE
000310*                  FIXED ONES, AND THE RETRANSMISSION MATCH
000320*                  APPLIES THE SAME RULES THROUGH CALERUL, SO A
000330*                  RECORD RESOLVES A REJECT ONLY IF CALEDIT WOULD
000340*                  NOW ACCEPT IT. WARNING LINES ARE NOT REJECTS.
000350* 2026-10-15  RD   EACH REGISTER ENTRY NOW CARRIES THE SUPPLIER
000360*                  ID AND BUSINESS DATE OF THE TRANSMISSION IT
000370*                  CAME IN ON (FROM THE HEAD OF THE EDIT SUMMARY)
000380*                  AND THE DATE IT WAS SENT BACK TO THE SUPPLIER
000390*                  ON A REJECT-RETURN FILE (SET BY CALRRET). A
000400*                  RETURN= CARD CLEARS THE SENT DATE SO THE ENTRY
000410*                  GOES OUT ON THE NEXT RETURN FILE, AND A
000420*                  RETURNED ENTRY THAT HAS GONE OUT AGES FROM ITS
000430*                  SENT DATE.
000440* 2026-10-15  RD   EACH WRITEOFF= CARD APPLIED IS NOW WRITTEN TO
000450*                  THE SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD,
000460*                  UNDER THE SUPPLIER AND BUSINESS DATE OF THE
000470*                  ENTRY WRITTEN OFF.
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510
000520     SELECT RCYCLE ASSIGN TO DYNAMIC WS-RCYCLE-PATH
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RCYCLE-STATUS.
000550
000560     SELECT REJECTS ASSIGN TO DYNAMIC WS-REJECTS-PATH
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS REJECTS-STATUS.
000590
000600     SELECT RAWINPUT ASSIGN TO DYNAMIC WS-RAWINPUT-PATH
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS RAWINPUT-STATUS.
000630
000640     SELECT SYSIN ASSIGN TO DYNAMIC WS-SYSIN-PATH
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS SYSIN-STATUS.
000670
000680     SELECT RCYCRPT ASSIGN TO DYNAMIC WS-RCYCRPT-PATH
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS RCYCRPT-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740
000750 FD  RCYCLE.
000760 01  RCYCLE-RECORD               PIC X(320).
000770
000780 FD  REJECTS.
000790 01  REJECT-RECORD               PIC X(260).
000800
000810* THE RAW RECORD IS READ AT THE SAME 250-BYTE WIDTH CALEDIT
000820* USES, SO THE MATCHING EDITS SEE EXACTLY WHAT CALEDIT SAW.
000830 FD  RAWINPUT.
000840 01  RAWINPUT-RECORD             PIC X(250).
000850
000860 FD  SYSIN.
000870 01  SYSIN-RECORD                PIC X(80).
000880
000890 FD  RCYCRPT.
000900 01  RCYC-RECORD                 PIC X(132).
000910
000920 WORKING-STORAGE SECTION.
000930
000940* RUN-TIME FILE ASSIGNMENT
000950 01  WS-RCYCLE-PATH              PIC X(200).
000960 01  WS-DEFAULT-RCYCLE-PATH      PIC X(200) VALUE
000970     'AOC20231201.RCYCLE.FILE'.
000980 01  WS-REJECTS-PATH             PIC X(200).
000990 01  WS-DEFAULT-REJECTS-PATH     PIC X(200) VALUE
001000     'AOC20231201.REJECT.RPT'.
001010 01  WS-RAWINPUT-PATH            PIC X(200).
001020 01  WS-SYSIN-PATH               PIC X(200).
001030 01  WS-DEFAULT-SYSIN-PATH       PIC X(200) VALUE 'SYSIN'.
001040 01  WS-RCYCRPT-PATH             PIC X(200).
001050 01  WS-DEFAULT-RCYCRPT-PATH     PIC X(200) VALUE
001060     'AOC20231201.RCYCLE.RPT'.
001070
001080* FILE STATUS
001090 01  RCYCLE-STATUS               PIC 9(02).
001100     88  RCYCLE-STATUS-OK        VALUE 00.
001110     88  RCYCLE-STATUS-EOF       VALUE 10.
001120 01  REJECTS-STATUS              PIC 9(02).
001130     88  REJECTS-STATUS-OK       VALUE 00.
001140     88  REJECTS-STATUS-EOF      VALUE 10.
001150 01  RAWINPUT-STATUS             PIC 9(02).
001160     88  RAWINPUT-STATUS-OK      VALUE 00.
001170* STATUS 09 AND 06 ARE READABLE-BUT-DIRTY READS, EXACTLY AS IN
001180* CALEDIT - A RECORD STILL DIRTY IN THE RETRANSMISSION SIMPLY
001190* FAILS THE MATCHING EDITS AND STAYS OPEN ON THE REGISTER.
001200     88  RAWINPUT-STATUS-BADCHAR VALUE 09.
001210     88  RAWINPUT-STATUS-TRUNC   VALUE 06.
001220     88  RAWINPUT-STATUS-EOF     VALUE 10.
001230 01  SYSIN-STATUS                PIC 9(02).
001240     88  SYSIN-STATUS-OK         VALUE 00.
001250     88  SYSIN-STATUS-EOF        VALUE 10.
001260 01  RCYCRPT-STATUS              PIC 9(02).
001270     88  RCYCRPT-STATUS-OK       VALUE 00.
001280
001290* RECYCLE REGISTER LINE LAYOUT. ONE LINE PER REJECT EVER
001300* RECEIVED, REWRITTEN IN FULL AT END OF EACH RUN. THE SUPPLIER,
001310* BUSINESS DATE AND SENT DATE FOLLOW THE SOURCE IMAGE; A LINE
001320* WRITTEN BEFORE THEY WERE CARRIED READS THEM AS SPACES, AND IS
001330* TAKEN AS NO SUPPLIER, DATED BY ITS ARRIVAL, NOT YET SENT.
001340 01  WS-RCYCLE-LINE.
001350     05  WS-RCY-SEQ-NO           PIC 9(06).
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  WS-RCY-STATUS           PIC X(08).
001380     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  WS-RCY-ARRIVAL-DATE     PIC 9(08).
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  WS-RCY-CLOSED-DATE      PIC 9(08).
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001430     05  WS-RCY-REASON           PIC X(06).
001440     05  FILLER                  PIC X(01) VALUE SPACE.
001450     05  WS-RCY-REC-NO           PIC 9(06).
001460     05  FILLER                  PIC X(01) VALUE SPACE.
001470     05  WS-RCY-SOURCE           PIC X(250).
001480     05  FILLER                  PIC X(01) VALUE SPACE.
001490     05  WS-RCY-SUPPLIER-ID      PIC X(03).
001500     05  FILLER                  PIC X(01) VALUE SPACE.
001510     05  WS-RCY-BUS-DATE         PIC 9(08).
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  WS-RCY-SENT-DATE        PIC 9(08).
001540
001550* IN-STORAGE REGISTER TABLE. THE TABLE IS THE WORKING COPY;
001560* THE FILE IS ITS PERSISTENT FORM ACROSS RUNS, AS WITH THE
001570* RUN-CONTROL REGISTER IN AOC-2023-12-01.
001580 01  WS-RCYC-MAX                 PIC 9(04) VALUE 2000.
001590 01  WS-RCYC-COUNT               PIC 9(04) VALUE ZERO.
001600 01  WS-RCYC-TABLE.
001610     05  WS-RCYC-ENTRY OCCURS 2000 TIMES.
001620         10  WS-REG-SEQ-NO       PIC 9(06).
001630         10  WS-REG-STATUS       PIC X(08).
001640             88  WS-REG-OPEN     VALUE 'NEW     '
001650                                       'RETURNED'.
001660         10  WS-REG-ARRIVAL-DATE PIC 9(08).
001670         10  WS-REG-CLOSED-DATE  PIC 9(08).
001680         10  WS-REG-REASON       PIC X(06).
001690         10  WS-REG-REC-NO       PIC 9(06).
001700         10  WS-REG-SOURCE       PIC X(250).
001710         10  WS-REG-SUPPLIER-ID  PIC X(03).
001720         10  WS-REG-BUS-DATE     PIC 9(08).
001730         10  WS-REG-SENT-DATE    PIC 9(08).
001740 01  J                           PIC 9(04) VALUE ZERO.
001750 01  WS-REG-HIT-IX               PIC 9(04) VALUE ZERO.
001760 01  WS-NEXT-SEQ-NO              PIC 9(06) VALUE ZERO.
001770 01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
001780     88  WS-ENTRY-FOUND          VALUE 'Y'.
001790
001800* TRANSMISSION IDENTIFICATION FROM THE HEAD OF THE EDIT SUMMARY ON
001810* THE REJECT FILE. A REJECT FILE WITHOUT IT LEAVES THE SUPPLIER
001820* BLANK AND THE BUSINESS DATE AT THE RUN DATE.
001830 01  WS-REJ-SUPPLIER-ID          PIC X(03) VALUE SPACES.
001840 01  WS-REJ-BUS-DATE             PIC 9(08) VALUE ZERO.
001850 01  WS-REJ-SUMMARY-LINE.
001860     05  WS-RJS-LABEL            PIC X(26).
001870     05  FILLER                  PIC X(01).
001880     05  WS-RJS-VALUE            PIC X(08).
001890     05  FILLER                  PIC X(225).
001900
001910* RUN DATE AND MAINTENANCE COUNTS
001920 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001930 01  WS-NEW-COUNT                PIC 9(06) VALUE ZERO.
001940 01  WS-RESOLVED-COUNT           PIC 9(06) VALUE ZERO.
001950 01  WS-CARD-APPLIED-COUNT       PIC 9(06) VALUE ZERO.
001960 01  WS-AGED-COUNT               PIC 9(06) VALUE ZERO.
001970 01  WS-OPEN-COUNT               PIC 9(06) VALUE ZERO.
001980
001990* AGEING LIMIT IN DAYS. AGEDAYS=NNN ON SYSIN OVERRIDES THE
002000* DEFAULT OF SEVEN DAYS.
002010 01  WS-AGE-LIMIT-DAYS           PIC 9(03) VALUE 7.
002020 01  WS-DAYS-OPEN                PIC S9(05) VALUE ZERO.
002030
002040* SYSIN CARD PARSING WORK AREAS, AS IN CALINQ
002050 01  WS-CARD-KEYWORD             PIC X(20).
002060 01  WS-CARD-VALUE               PIC X(20).
002070 01  WS-PARSED-VALUE             PIC 9(08) VALUE ZERO.
002080 01  WS-VALUE-DIGIT-COUNT        PIC 9(02) VALUE ZERO.
002090 01  WS-VALUE-END-SW             PIC X(01) VALUE 'N'.
002100     88  WS-VALUE-END            VALUE 'Y'.
002110 01  WS-VALUE-DIGIT              PIC 9(01) VALUE ZERO.
002120 01  K                           PIC 9(02) VALUE ZERO.
002130
002140* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
002150* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
002160 01  WS-OVRD-PARM.
002170     05  WS-OVD-PROGRAM          PIC X(08).
002180     05  WS-OVD-NAME             PIC X(16).
002190     05  WS-OVD-VALUE            PIC X(30).
002200     05  WS-OVD-BUS-DATE         PIC 9(08).
002210     05  WS-OVD-SUPPLIER-ID      PIC X(03).
002220     05  WS-OVD-STATUS           PIC X(01).
002230
002240* RETRANSMISSION MATCHING WORK AREAS. THE EDITS MIRROR
002250* 2500-EDIT-ONE-RECORD IN CALEDIT SO A RECORD RESOLVES A
002260* REJECT ONLY IF CALEDIT WOULD NOW ACCEPT IT.
002270 01  WS-RAW-REC-NO               PIC 9(06) VALUE ZERO.
002280 01  WS-CANDIDATE-CLEAN-SW       PIC X(01) VALUE 'N'.
002290     88  WS-CANDIDATE-CLEAN      VALUE 'Y'.
002300 01  WS-PREV-RECORD              PIC X(250) VALUE LOW-VALUES.
002310 01  WS-PREV-VALID-SW            PIC X(01) VALUE 'N'.
002320     88  WS-PREV-VALID           VALUE 'Y'.
002330 01  WS-TRUNC-TAIL-SW            PIC X(01) VALUE 'N'.
002340     88  WS-TRUNC-TAIL           VALUE 'Y'.
002350 01  I                           PIC 9(03) VALUE ZERO.
002360 01  CAR-REC                     PIC X(01).
002370* THE SUPPLIER ID FROM THE RETRANSMISSION'S HDR AND ITS COUNT OF
002380* DATA RECORDS PASSING THE FIXED EDITS, AS CALEDIT KEEPS THEM FOR
002390* THE EDIT RULES.
002400 01  WS-RAW-SUPPLIER-ID          PIC X(03) VALUE SPACES.
002410 01  WS-RAW-DATA-COUNT           PIC 9(06) VALUE ZERO.
002420
002430* EDIT-RULE CALL BLOCK FOR CALERUL, WHICH LOADS THE EDIT-RULES
002440* FILE AND EVALUATES A RECORD AGAINST IT.
002450 01  WS-ERUL-PARM.
002460     05  WS-ERL-FUNCTION         PIC X(01).
002470     05  WS-ERL-RULE-IX          PIC 9(03).
002480     05  WS-ERL-SUPPLIER-ID      PIC X(03).
002490     05  WS-ERL-DATA-COUNT       PIC 9(06).
002500     05  WS-ERL-RECORD           PIC X(250).
002510     05  WS-ERL-REASON           PIC X(06).
002520     05  WS-ERL-ACTION           PIC X(01).
002530         88  WS-ERL-ACTION-NONE      VALUE SPACE.
002540         88  WS-ERL-ACTION-WARN      VALUE 'W'.
002550     05  WS-ERL-DESCRIPTION      PIC X(40).
002560     05  WS-ERL-RULE-COUNT       PIC 9(03).
002570     05  WS-ERL-STATUS           PIC X(01).
002580
002590* DAY-NUMBER DERIVATION FOR THE AGEING ARITHMETIC. SAME PLAIN
002600* INTEGER JULIAN-DAY METHOD AS TRENDRPT, EACH DIVISION STORED
002610* INTO AN INTEGER FIELD SO IT TRUNCATES.
002620 01  WS-JD-DATE.
002630     05  WS-JD-YEAR              PIC 9(04).
002640     05  WS-JD-MONTH             PIC 9(02).
002650     05  WS-JD-DAY               PIC 9(02).
002660 01  WS-JD-A                     PIC 9(01) VALUE ZERO.
002670 01  WS-JD-Y                     PIC 9(05) VALUE ZERO.
002680 01  WS-JD-M                     PIC 9(02) VALUE ZERO.
002690 01  WS-JD-T1                    PIC 9(04) VALUE ZERO.
002700 01  WS-JD-T2                    PIC 9(05) VALUE ZERO.
002710 01  WS-JD-T3                    PIC 9(03) VALUE ZERO.
002720 01  WS-JD-T4                    PIC 9(03) VALUE ZERO.
002730 01  WS-JDN                     PIC 9(08) VALUE ZERO.
002740 01  WS-JDN-RUN-DATE             PIC 9(08) VALUE ZERO.
002750 01  WS-JDN-ARRIVAL              PIC 9(08) VALUE ZERO.
002760* THE DATE AN ENTRY AGES FROM - ITS ARRIVAL, OR FOR A RETURNED
002770* ENTRY THAT HAS GONE OUT TO THE SUPPLIER, ITS SENT DATE.
002780 01  WS-AGE-FROM-DATE            PIC 9(08) VALUE ZERO.
002790
002800* AGEING REPORT LINE LAYOUTS
002810 01  WS-RCYC-HEADING.
002820     05  FILLER                  PIC X(33) VALUE
002830         'REJECT RECYCLE AGEING REPORT AT '.
002840     05  WS-HDG-RUN-DATE         PIC 9(08).
002850 01  WS-AGE-DETAIL.
002860     05  WS-AGD-SEQ-NO           PIC 9(06).
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  WS-AGD-STATUS           PIC X(08).
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  WS-AGD-ARRIVAL-DATE     PIC 9(08).
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  WS-AGD-SENT-DATE        PIC X(08).
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  WS-AGD-DAYS-OPEN        PIC Z(04)9.
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  WS-AGD-REASON           PIC X(06).
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  WS-AGD-SOURCE           PIC X(81).
002990 01  WS-RCYC-SUMMARY.
003000     05  WS-RCS-LABEL            PIC X(26).
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  WS-RCS-COUNT            PIC 9(06).
003030
003040 PROCEDURE DIVISION.
003050
003060 0000-MAINLINE.
003070     DISPLAY 'CALRCYC'
003080     PERFORM 1000-INITIALIZE
003090     PERFORM 2000-MAIN-PROCESSING
003100     IF WS-AGED-COUNT > ZERO
003110         DISPLAY 'CALRCYC ENDED - OPEN REJECTS PAST AGE LIMIT :'
003120             WS-AGED-COUNT
003130         MOVE 4 TO RETURN-CODE
003140     ELSE
003150         DISPLAY 'CALRCYC ENDED CLEAN'
003160     END-IF
003170     STOP RUN
003180     .
003190
003200* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME.
003210* THE RAW RETRANSMISSION IS OPTIONAL - A RUN WITHOUT AN
003220* AOC-RAWINPUT OVERRIDE ABSORBS AND AGES ONLY, MATCHING
003230* NOTHING, SO THE NIGHTLY CHAIN CAN RUN THIS STEP EVERY DAY
003240* WHETHER OR NOT A CORRECTED FILE CAME IN.
003250 1000-INITIALIZE.
003260     MOVE SPACES TO WS-RCYCLE-PATH
003270     ACCEPT WS-RCYCLE-PATH
003280         FROM ENVIRONMENT 'AOC-RCYCLE'
003290     IF WS-RCYCLE-PATH = SPACES
003300         MOVE WS-DEFAULT-RCYCLE-PATH TO WS-RCYCLE-PATH
003310     END-IF
003320
003330     MOVE SPACES TO WS-REJECTS-PATH
003340     ACCEPT WS-REJECTS-PATH
003350         FROM ENVIRONMENT 'AOC-REJECTS'
003360     IF WS-REJECTS-PATH = SPACES
003370         MOVE WS-DEFAULT-REJECTS-PATH TO WS-REJECTS-PATH
003380     END-IF
003390
003400     MOVE SPACES TO WS-RAWINPUT-PATH
003410     ACCEPT WS-RAWINPUT-PATH
003420         FROM ENVIRONMENT 'AOC-RAWINPUT'
003430
003440     MOVE SPACES TO WS-SYSIN-PATH
003450     ACCEPT WS-SYSIN-PATH
003460         FROM ENVIRONMENT 'AOC-SYSIN'
003470     IF WS-SYSIN-PATH = SPACES
003480         MOVE WS-DEFAULT-SYSIN-PATH TO WS-SYSIN-PATH
003490     END-IF
003500
003510     MOVE SPACES TO WS-RCYCRPT-PATH
003520     ACCEPT WS-RCYCRPT-PATH
003530         FROM ENVIRONMENT 'AOC-RCYCRPT'
003540     IF WS-RCYCRPT-PATH = SPACES
003550         MOVE WS-DEFAULT-RCYCRPT-PATH TO WS-RCYCRPT-PATH
003560     END-IF
003570
003580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003590     .
003600
003610 2000-MAIN-PROCESSING.
003620     PERFORM 3100-OPEN-RCYCRPT
003630     PERFORM 2100-LOAD-RECYCLE-REGISTER
003640     PERFORM 2200-ABSORB-NEW-REJECTS
003650     PERFORM 2300-READ-CONTROL-CARDS
003660     IF WS-RAWINPUT-PATH NOT = SPACES
003670         PERFORM 2400-MATCH-RETRANSMISSION
003680     END-IF
003690     PERFORM 2500-WRITE-AGEING-REPORT
003700     PERFORM 2700-REWRITE-RECYCLE-REGISTER
003710     PERFORM 5100-CLOSE-RCYCRPT
003720
003730     DISPLAY 'REJECTS ABSORBED AS NEW  :' WS-NEW-COUNT
003740     DISPLAY 'REJECTS RESOLVED         :' WS-RESOLVED-COUNT
003750     DISPLAY 'STATUS CARDS APPLIED     :' WS-CARD-APPLIED-COUNT
003760     DISPLAY 'STILL OPEN ON REGISTER   :' WS-OPEN-COUNT
003770     DISPLAY 'OPEN PAST AGE LIMIT      :' WS-AGED-COUNT
003780     .
003790
003800* 2100-LOAD-RECYCLE-REGISTER READS THE PERSISTENT REGISTER INTO
003810* THE IN-STORAGE TABLE. A MISSING REGISTER IS A FIRST RUN, NOT
003820* AN ERROR. A REGISTER THAT HAS OUTGROWN THE TABLE STOPS THE
003830* RUN - SILENTLY DROPPING AN OPEN REJECT WOULD DEFEAT THE
003840* WHOLE POINT OF THE REGISTER.
003850 2100-LOAD-RECYCLE-REGISTER.
003860     MOVE ZERO TO WS-RCYC-COUNT
003870     MOVE ZERO TO WS-NEXT-SEQ-NO
003880     OPEN INPUT RCYCLE
003890     IF NOT RCYCLE-STATUS-OK
003900         DISPLAY 'NO RECYCLE REGISTER FOUND - NEW ONE STARTS '
003910             'WITH THIS RUN'
003920     ELSE
003930         PERFORM 4100-READ-RCYCLE
003940         PERFORM UNTIL RCYCLE-STATUS-EOF
003950         OR NOT RCYCLE-STATUS-OK
003960             IF WS-RCYC-COUNT >= WS-RCYC-MAX
003970                 DISPLAY 'RECYCLE REGISTER FULL - INCREASE '
003980                     'WS-RCYC-MAX AND RERUN'
003990                 MOVE 8 TO RETURN-CODE
004000                 STOP RUN
004010             END-IF
004020             MOVE RCYCLE-RECORD TO WS-RCYCLE-LINE
004030             ADD 1 TO WS-RCYC-COUNT
004040             MOVE WS-RCY-SEQ-NO
004050                 TO WS-REG-SEQ-NO(WS-RCYC-COUNT)
004060             MOVE WS-RCY-STATUS
004070                 TO WS-REG-STATUS(WS-RCYC-COUNT)
004080             MOVE WS-RCY-ARRIVAL-DATE
004090                 TO WS-REG-ARRIVAL-DATE(WS-RCYC-COUNT)
004100             MOVE WS-RCY-CLOSED-DATE
004110                 TO WS-REG-CLOSED-DATE(WS-RCYC-COUNT)
004120             MOVE WS-RCY-REASON
004130                 TO WS-REG-REASON(WS-RCYC-COUNT)
004140             MOVE WS-RCY-REC-NO
004150                 TO WS-REG-REC-NO(WS-RCYC-COUNT)
004160             MOVE WS-RCY-SOURCE
004170                 TO WS-REG-SOURCE(WS-RCYC-COUNT)
004180             MOVE WS-RCY-SUPPLIER-ID
004190                 TO WS-REG-SUPPLIER-ID(WS-RCYC-COUNT)
004200             IF WS-RCY-BUS-DATE IS NUMERIC
004210                 MOVE WS-RCY-BUS-DATE
004220                     TO WS-REG-BUS-DATE(WS-RCYC-COUNT)
004230             ELSE
004240                 MOVE WS-RCY-ARRIVAL-DATE
004250                     TO WS-REG-BUS-DATE(WS-RCYC-COUNT)
004260             END-IF
004270             IF WS-RCY-SENT-DATE IS NUMERIC
004280                 MOVE WS-RCY-SENT-DATE
004290                     TO WS-REG-SENT-DATE(WS-RCYC-COUNT)
004300             ELSE
004310                 MOVE ZERO TO WS-REG-SENT-DATE(WS-RCYC-COUNT)
004320             END-IF
004330             IF WS-RCY-SEQ-NO > WS-NEXT-SEQ-NO
004340                 MOVE WS-RCY-SEQ-NO TO WS-NEXT-SEQ-NO
004350             END-IF
004360             PERFORM 4100-READ-RCYCLE
004370         END-PERFORM
004380         CLOSE RCYCLE
004390     END-IF
004400     .
004410
004420* 2200-ABSORB-NEW-REJECTS READS THE DAY'S REJECT FILE AND ADDS
004430* EVERY REJECT DETAIL LINE TO THE REGISTER AS A NEW ENTRY,
004440* WHATEVER ITS REASON CODE - A FIXED EDIT OR A CONFIGURED EDIT
004450* RULE. A DETAIL LINE IS A REASON CODE, A SPACE, A SIX-DIGIT
004460* RECORD NUMBER AND A SPACE; THE EDIT SUMMARY LINES AT THE FOOT
004470* OF THE FILE AND THE WARNING LINES (MARKED '*' AFTER THE CODE)
004480* DO NOT FIT THAT SHAPE AND ARE PASSED OVER, AND A SUPPLIER
004490* REFUSAL (UNKSUP, INASUP) IS NOT CARRIED - THE WHOLE FILE MUST
004500* BE RESENT. A RERUN OF THIS STEP ON
004510* THE SAME DAY FINDS ITS ENTRIES ALREADY REGISTERED (SAME
004520* ARRIVAL DATE, SUPPLIER, RECORD NUMBER AND REASON) AND DOES NOT
004530* ADD THEM TWICE. THE SUPPLIER AND BUSINESS DATE ARE AT THE HEAD
004540* OF THE EDIT SUMMARY, BELOW THE DETAIL LINES, SO THEY ARE READ
004550* IN A FIRST PASS OVER THE FILE.
004560 2200-ABSORB-NEW-REJECTS.
004570     PERFORM 2210-READ-TRANSMISSION-ID
004580     OPEN INPUT REJECTS
004590     IF NOT REJECTS-STATUS-OK
004600         DISPLAY 'NO REJECT FILE FOUND - NOTHING TO ABSORB'
004610     ELSE
004620         PERFORM 4200-READ-REJECTS
004630         PERFORM UNTIL REJECTS-STATUS-EOF
004640         OR NOT REJECTS-STATUS-OK
004650             IF REJECT-RECORD(1:6) NOT = SPACES
004660                 AND REJECT-RECORD(7:1) = SPACE
004670                 AND REJECT-RECORD(8:6) IS NUMERIC
004680                 AND REJECT-RECORD(14:1) = SPACE
004690                 AND REJECT-RECORD(1:6) NOT = 'UNKSUP'
004700                 AND REJECT-RECORD(1:6) NOT = 'INASUP'
004710                 PERFORM 2250-ABSORB-ONE-REJECT
004720                     THRU 2250-EXIT
004730             END-IF
004740             PERFORM 4200-READ-REJECTS
004750         END-PERFORM
004760         CLOSE REJECTS
004770     END-IF
004780     .
004790
004800* 2210-READ-TRANSMISSION-ID PICKS THE SUPPLIER ID AND BUSINESS
004810* DATE OFF THE EDIT SUMMARY. A MISSING REJECT FILE IS REPORTED
004820* BY THE ABSORB PASS ITSELF.
004830 2210-READ-TRANSMISSION-ID.
004840     MOVE SPACES      TO WS-REJ-SUPPLIER-ID
004850     MOVE WS-RUN-DATE TO WS-REJ-BUS-DATE
004860     OPEN INPUT REJECTS
004870     IF REJECTS-STATUS-OK
004880         PERFORM 4200-READ-REJECTS
004890         PERFORM UNTIL REJECTS-STATUS-EOF
004900         OR NOT REJECTS-STATUS-OK
004910             MOVE REJECT-RECORD TO WS-REJ-SUMMARY-LINE
004920             IF WS-RJS-LABEL = 'SUPPLIER ID'
004930                 MOVE WS-RJS-VALUE(1:3) TO WS-REJ-SUPPLIER-ID
004940             END-IF
004950             IF WS-RJS-LABEL = 'BUSINESS DATE'
004960                 AND WS-RJS-VALUE IS NUMERIC
004970                 MOVE WS-RJS-VALUE TO WS-REJ-BUS-DATE
004980             END-IF
004990             PERFORM 4200-READ-REJECTS
005000         END-PERFORM
005010         CLOSE REJECTS
005020     END-IF
005030     .
005040
005050* 2250-ABSORB-ONE-REJECT REGISTERS ONE REJECT DETAIL LINE AS A
005060* NEW ENTRY UNLESS THE SAME REJECT IS ALREADY ON THE REGISTER
005070* FROM AN EARLIER RUN OF THE SAME DAY.
005080 2250-ABSORB-ONE-REJECT.
005090     MOVE 'N' TO WS-ENTRY-FOUND-SW
005100     PERFORM 2260-MATCH-ABSORBED-ENTRY
005110         THRU 2260-EXIT
005120         VARYING J FROM 1 BY 1
005130         UNTIL J > WS-RCYC-COUNT
005140         OR WS-ENTRY-FOUND
005150     IF WS-ENTRY-FOUND
005160         GO TO 2250-EXIT
005170     END-IF
005180     IF WS-RCYC-COUNT >= WS-RCYC-MAX
005190         DISPLAY 'RECYCLE REGISTER FULL - INCREASE '
005200             'WS-RCYC-MAX AND RERUN'
005210         MOVE 8 TO RETURN-CODE
005220         STOP RUN
005230     END-IF
005240     ADD 1 TO WS-RCYC-COUNT
005250     ADD 1 TO WS-NEXT-SEQ-NO
005260     ADD 1 TO WS-NEW-COUNT
005270     MOVE WS-NEXT-SEQ-NO TO WS-REG-SEQ-NO(WS-RCYC-COUNT)
005280     MOVE 'NEW     '     TO WS-REG-STATUS(WS-RCYC-COUNT)
005290     MOVE WS-RUN-DATE    TO WS-REG-ARRIVAL-DATE(WS-RCYC-COUNT)
005300     MOVE ZERO           TO WS-REG-CLOSED-DATE(WS-RCYC-COUNT)
005310     MOVE REJECT-RECORD(1:6)
005320                         TO WS-REG-REASON(WS-RCYC-COUNT)
005330     MOVE REJECT-RECORD(8:6)
005340                         TO WS-REG-REC-NO(WS-RCYC-COUNT)
005350     MOVE REJECT-RECORD(15:246)
005360                         TO WS-REG-SOURCE(WS-RCYC-COUNT)
005370     MOVE WS-REJ-SUPPLIER-ID
005380                         TO WS-REG-SUPPLIER-ID(WS-RCYC-COUNT)
005390     MOVE WS-REJ-BUS-DATE
005400                         TO WS-REG-BUS-DATE(WS-RCYC-COUNT)
005410     MOVE ZERO           TO WS-REG-SENT-DATE(WS-RCYC-COUNT)
005420     .
005430 2250-EXIT.
005440     EXIT
005450     .
005460
005470 2260-MATCH-ABSORBED-ENTRY.
005480     IF WS-REG-ARRIVAL-DATE(J) = WS-RUN-DATE
005490         AND WS-REG-SUPPLIER-ID(J) = WS-REJ-SUPPLIER-ID
005500         AND WS-REG-REC-NO(J) = REJECT-RECORD(8:6)
005510         AND WS-REG-REASON(J) = REJECT-RECORD(1:6)
005520         SET WS-ENTRY-FOUND TO TRUE
005530     END-IF
005540     .
005550 2260-EXIT.
005560     EXIT
005570     .
005580
005590* 2300-READ-CONTROL-CARDS READS THE OPTIONAL SYSIN STATUS
005600* CARDS. RETURN=SEQNO MARKS AN OPEN ENTRY AS RETURNED TO THE
005610* SUPPLIER (STILL OPEN FOR AGEING) AND CLEARS ITS SENT DATE, SO
005620* CALRRET PUTS IT ON THE NEXT RETURN FILE, WRITEOFF=SEQNO CLOSES
005630* AN ENTRY AS WRITTEN OFF, AND AGEDAYS=NNN OVERRIDES THE AGEING
005640* LIMIT. A CARD THAT DOES NOT PARSE, OR NAMES A SEQUENCE
005650* NUMBER NOT ON THE REGISTER, IS A PARAMETER ERROR AND STOPS
005660* THE RUN.
005670 2300-READ-CONTROL-CARDS.
005680     OPEN INPUT SYSIN
005690     IF NOT SYSIN-STATUS-OK
005700         DISPLAY 'NO SYSIN CARDS - NO STATUS CHANGES'
005710     ELSE
005720         PERFORM 4300-READ-SYSIN
005730         PERFORM UNTIL SYSIN-STATUS-EOF
005740         OR NOT SYSIN-STATUS-OK
005750             IF SYSIN-RECORD NOT = SPACES
005760                 AND SYSIN-RECORD(1:1) NOT = '*'
005770                 PERFORM 2350-APPLY-ONE-CARD
005780             END-IF
005790             PERFORM 4300-READ-SYSIN
005800         END-PERFORM
005810         CLOSE SYSIN
005820     END-IF
005830     .
005840
005850 2350-APPLY-ONE-CARD.
005860     MOVE SPACES TO WS-CARD-KEYWORD
005870     MOVE SPACES TO WS-CARD-VALUE
005880     UNSTRING SYSIN-RECORD DELIMITED BY '='
005890         INTO WS-CARD-KEYWORD WS-CARD-VALUE
005900     EVALUATE WS-CARD-KEYWORD
005910         WHEN 'RETURN'
005920             PERFORM 2360-EDIT-NUMERIC-VALUE
005930             PERFORM 2380-FIND-REGISTER-ENTRY
005940             MOVE 'RETURNED' TO WS-REG-STATUS(WS-REG-HIT-IX)
005950             MOVE ZERO TO WS-REG-SENT-DATE(WS-REG-HIT-IX)
005960             ADD 1 TO WS-CARD-APPLIED-COUNT
005970         WHEN 'WRITEOFF'
005980             PERFORM 2360-EDIT-NUMERIC-VALUE
005990             PERFORM 2380-FIND-REGISTER-ENTRY
006000             MOVE 'WRITEOFF' TO WS-REG-STATUS(WS-REG-HIT-IX)
006010             MOVE WS-RUN-DATE
006020                 TO WS-REG-CLOSED-DATE(WS-REG-HIT-IX)
006030             ADD 1 TO WS-CARD-APPLIED-COUNT
006040             PERFORM 2395-LOG-OVERRIDE
006050         WHEN 'AGEDAYS'
006060             PERFORM 2360-EDIT-NUMERIC-VALUE
006070             IF WS-VALUE-DIGIT-COUNT > 3
006080                 DISPLAY 'SYSIN VALUE TOO LONG : ' SYSIN-RECORD
006090                 MOVE 8 TO RETURN-CODE
006100                 STOP RUN
006110             END-IF
006120             MOVE WS-PARSED-VALUE TO WS-AGE-LIMIT-DAYS
006130         WHEN OTHER
006140             DISPLAY 'UNRECOGNIZED SYSIN CARD : ' SYSIN-RECORD
006150             MOVE 8 TO RETURN-CODE
006160             STOP RUN
006170     END-EVALUATE
006180     .
006190
006200* 2360-EDIT-NUMERIC-VALUE CONVERTS THE LEFT-JUSTIFIED CARD
006210* VALUE INTO WS-PARSED-VALUE ONE DIGIT AT A TIME, AS IN
006220* CALINQ. A VALUE WITH NO DIGITS, A NON-DIGIT CHARACTER, OR
006230* MORE DIGITS THAN THE FIELD HOLDS IS A PARAMETER ERROR.
006240 2360-EDIT-NUMERIC-VALUE.
006250     MOVE ZERO TO WS-PARSED-VALUE
006260     MOVE ZERO TO WS-VALUE-DIGIT-COUNT
006270     MOVE 'N'  TO WS-VALUE-END-SW
006280     PERFORM 2370-PARSE-ONE-DIGIT
006290         THRU 2370-EXIT
006300         VARYING K FROM 1 BY 1
006310         UNTIL K > 20
006320         OR WS-VALUE-END
006330     IF WS-VALUE-DIGIT-COUNT = ZERO
006340         DISPLAY 'MISSING SYSIN VALUE : ' SYSIN-RECORD
006350         MOVE 8 TO RETURN-CODE
006360         STOP RUN
006370     END-IF
006380     .
006390
006400 2370-PARSE-ONE-DIGIT.
006410     IF WS-CARD-VALUE(K:1) = SPACE
006420         SET WS-VALUE-END TO TRUE
006430         GO TO 2370-EXIT
006440     END-IF
006450     IF WS-CARD-VALUE(K:1) NOT NUMERIC
006460         DISPLAY 'NON-NUMERIC SYSIN VALUE : ' SYSIN-RECORD
006470         MOVE 8 TO RETURN-CODE
006480         STOP RUN
006490     END-IF
006500     ADD 1 TO WS-VALUE-DIGIT-COUNT
006510     MOVE WS-CARD-VALUE(K:1) TO WS-VALUE-DIGIT
006520     COMPUTE WS-PARSED-VALUE =
006530         (WS-PARSED-VALUE * 10) + WS-VALUE-DIGIT
006540         ON SIZE ERROR
006550             DISPLAY 'SYSIN VALUE TOO LONG : ' SYSIN-RECORD
006560             MOVE 8 TO RETURN-CODE
006570             STOP RUN
006580     END-COMPUTE
006590     .
006600 2370-EXIT.
006610     EXIT
006620     .
006630
006640* 2380-FIND-REGISTER-ENTRY LOOKS THE PARSED SEQUENCE NUMBER UP
006650* ON THE REGISTER AND LEAVES ITS SUBSCRIPT IN WS-REG-HIT-IX.
006660 2380-FIND-REGISTER-ENTRY.
006670     MOVE 'N'  TO WS-ENTRY-FOUND-SW
006680     MOVE ZERO TO WS-REG-HIT-IX
006690     PERFORM 2390-MATCH-ONE-SEQ-NO
006700         THRU 2390-EXIT
006710         VARYING J FROM 1 BY 1
006720         UNTIL J > WS-RCYC-COUNT
006730         OR WS-ENTRY-FOUND
006740     IF NOT WS-ENTRY-FOUND
006750         DISPLAY 'SEQUENCE NUMBER NOT ON REGISTER : '
006760             SYSIN-RECORD
006770         MOVE 8 TO RETURN-CODE
006780         STOP RUN
006790     END-IF
006800     .
006810
006820 2390-MATCH-ONE-SEQ-NO.
006830     IF WS-REG-SEQ-NO(J) = WS-PARSED-VALUE
006840         SET WS-ENTRY-FOUND TO TRUE
006850         MOVE J TO WS-REG-HIT-IX
006860     END-IF
006870     .
006880 2390-EXIT.
006890     EXIT
006900     .
006910
006920* 2395-LOG-OVERRIDE PUTS THE WRITEOFF CARD JUST APPLIED ON THE
006930* SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD, UNDER THE SUPPLIER
006940* AND BUSINESS DATE OF THE ENTRY WRITTEN OFF. A WRITE-OFF THAT
006950* CANNOT BE AUDITED IS NOT TAKEN - A LOG THAT CANNOT BE WRITTEN
006960* ENDS THE RUN AS A FILE ERROR, BEFORE THE REGISTER IS REWRITTEN.
006970 2395-LOG-OVERRIDE.
006980     MOVE 'CALRCYC'          TO WS-OVD-PROGRAM
006990     MOVE 'WRITEOFF'         TO WS-OVD-NAME
007000     MOVE SYSIN-RECORD       TO WS-OVD-VALUE
007010     MOVE WS-REG-BUS-DATE(WS-REG-HIT-IX)
007020         TO WS-OVD-BUS-DATE
007030     MOVE WS-REG-SUPPLIER-ID(WS-REG-HIT-IX)
007040         TO WS-OVD-SUPPLIER-ID
007050     CALL 'CALOVRD' USING WS-OVRD-PARM
007060     IF WS-OVD-STATUS NOT = '0'
007070         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
007080         MOVE 12 TO RETURN-CODE
007090         STOP RUN
007100     END-IF
007110     .
007120
007130* 2400-MATCH-RETRANSMISSION READS THE CORRECTED RAW FILE WITH
007140* THE SAME READ DISCIPLINE AS CALEDIT (DIRTY READS COUNT, A
007150* TRUNCATION TAIL DOES NOT) AND RESOLVES EVERY OPEN REJECT
007160* WHOSE ORIGINAL RECORD POSITION NOW PASSES THE EDITS. THE
007170* EDIT RULES ARE LOADED FIRST; A RULES FILE CALEDIT WOULD
007180* REFUSE STOPS THE MATCH HERE TOO.
007190 2400-MATCH-RETRANSMISSION.
007200     MOVE 'L' TO WS-ERL-FUNCTION
007210     CALL 'CALERUL' USING WS-ERUL-PARM
007220     IF WS-ERL-STATUS NOT = '0'
007230         DISPLAY 'EDIT RULES FILE INVALID - NOTHING MATCHED'
007240         MOVE 8 TO RETURN-CODE
007250         STOP RUN
007260     END-IF
007270     MOVE ZERO TO WS-RAW-REC-NO
007280     MOVE ZERO TO WS-RAW-DATA-COUNT
007290     MOVE SPACES TO WS-RAW-SUPPLIER-ID
007300     MOVE LOW-VALUES TO WS-PREV-RECORD
007310     MOVE 'N' TO WS-PREV-VALID-SW
007320     MOVE 'N' TO WS-TRUNC-TAIL-SW
007330
007340     OPEN INPUT RAWINPUT
007350     IF NOT RAWINPUT-STATUS-OK
007360         DISPLAY 'OPEN ERROR ON RAWINPUT'
007370         DISPLAY 'FILE STATUS : ' RAWINPUT-STATUS
007380         MOVE 12 TO RETURN-CODE
007390         STOP RUN
007400     END-IF
007410
007420     PERFORM 4400-READ-RAWINPUT
007430
007440     PERFORM UNTIL RAWINPUT-STATUS-EOF
007450     OR (NOT RAWINPUT-STATUS-OK
007460         AND NOT RAWINPUT-STATUS-BADCHAR
007470         AND NOT RAWINPUT-STATUS-TRUNC)
007480
007490                 IF NOT WS-TRUNC-TAIL
007500                     ADD 1 TO WS-RAW-REC-NO
007510                     PERFORM 2450-CHECK-ONE-CANDIDATE
007520                 END-IF
007530                 IF RAWINPUT-STATUS-TRUNC
007540                     SET WS-TRUNC-TAIL TO TRUE
007550                 ELSE
007560                     MOVE 'N' TO WS-TRUNC-TAIL-SW
007570                 END-IF
007580
007590          PERFORM 4400-READ-RAWINPUT
007600
007610     END-PERFORM
007620
007630     CLOSE RAWINPUT
007640     IF NOT RAWINPUT-STATUS-OK
007650         DISPLAY 'CLOSE ERROR ON RAWINPUT'
007660         DISPLAY 'FILE STATUS : ' RAWINPUT-STATUS
007670         MOVE 12 TO RETURN-CODE
007680         STOP RUN
007690     END-IF
007700     .
007710
007720* 2450-CHECK-ONE-CANDIDATE APPLIES THE CALEDIT EDITS TO THE
007730* CURRENT RETRANSMITTED RECORD AND, WHEN THE RECORD IS CLEAN,
007740* RESOLVES ANY OPEN REJECT REGISTERED AT THE SAME RECORD
007750* POSITION. A RECORD STILL FAILING THE EDITS LEAVES ITS
007760* REGISTER ENTRY OPEN FOR THE AGEING REPORT TO CHASE.
007770 2450-CHECK-ONE-CANDIDATE.
007780     SET WS-CANDIDATE-CLEAN TO TRUE
007790
007800     IF RAWINPUT-RECORD = SPACES
007810         MOVE 'N' TO WS-CANDIDATE-CLEAN-SW
007820     END-IF
007830     IF WS-CANDIDATE-CLEAN
007840         AND (RAWINPUT-STATUS-BADCHAR OR RAWINPUT-STATUS-TRUNC)
007850         MOVE 'N' TO WS-CANDIDATE-CLEAN-SW
007860     END-IF
007870     IF WS-CANDIDATE-CLEAN
007880         PERFORM 2460-SCAN-ONE-POSITION
007890             THRU 2460-EXIT
007900             VARYING I FROM 1 BY 1
007910             UNTIL I > 250
007920             OR NOT WS-CANDIDATE-CLEAN
007930     END-IF
007940     IF WS-CANDIDATE-CLEAN
007950         IF RAWINPUT-RECORD(201:50) NOT = SPACES
007960             MOVE 'N' TO WS-CANDIDATE-CLEAN-SW
007970         END-IF
007980     END-IF
007990     IF WS-CANDIDATE-CLEAN
008000         IF WS-PREV-VALID
008010             AND RAWINPUT-RECORD = WS-PREV-RECORD
008020             MOVE 'N' TO WS-CANDIDATE-CLEAN-SW
008030         END-IF
008040     END-IF
008050     IF WS-CANDIDATE-CLEAN
008060         AND RAWINPUT-RECORD(1:3) = 'HDR'
008070         MOVE RAWINPUT-RECORD(16:3) TO WS-RAW-SUPPLIER-ID
008080     END-IF
008090     IF WS-CANDIDATE-CLEAN
008100         AND RAWINPUT-RECORD(1:3) NOT = 'HDR'
008110         AND RAWINPUT-RECORD(1:3) NOT = 'TRL'
008120         ADD 1 TO WS-RAW-DATA-COUNT
008130         PERFORM 2455-APPLY-EDIT-RULES
008140     END-IF
008150
008160     IF WS-CANDIDATE-CLEAN
008170         MOVE RAWINPUT-RECORD TO WS-PREV-RECORD
008180         SET WS-PREV-VALID TO TRUE
008190         PERFORM 2470-RESOLVE-OPEN-ENTRY
008200             THRU 2470-EXIT
008210             VARYING J FROM 1 BY 1
008220             UNTIL J > WS-RCYC-COUNT
008230     END-IF
008240     .
008250
008260* 2455-APPLY-EDIT-RULES RUNS THE RECORD THROUGH THE EDIT RULES
008270* AS CALEDIT DOES. A WARNING DOES NOT STOP IT PASSING; THE FIRST
008280* REJECT OR FAIL RULE IT BREAKS DOES.
008290 2455-APPLY-EDIT-RULES.
008300     MOVE 'E'                TO WS-ERL-FUNCTION
008310     MOVE ZERO               TO WS-ERL-RULE-IX
008320     MOVE WS-RAW-SUPPLIER-ID TO WS-ERL-SUPPLIER-ID
008330     MOVE WS-RAW-DATA-COUNT  TO WS-ERL-DATA-COUNT
008340     MOVE RAWINPUT-RECORD    TO WS-ERL-RECORD
008350     MOVE 'W'                TO WS-ERL-ACTION
008360     PERFORM 2457-APPLY-NEXT-RULE
008370         UNTIL NOT WS-ERL-ACTION-WARN
008380     IF NOT WS-ERL-ACTION-NONE
008390         MOVE 'N' TO WS-CANDIDATE-CLEAN-SW
008400     END-IF
008410     .
008420
008430 2457-APPLY-NEXT-RULE.
008440     CALL 'CALERUL' USING WS-ERUL-PARM
008450     .
008460
008470 2460-SCAN-ONE-POSITION.
008480     MOVE RAWINPUT-RECORD(I:1) TO CAR-REC
008490     IF CAR-REC NOT = SPACE
008500         IF CAR-REC < SPACE OR CAR-REC > '~'
008510             MOVE 'N' TO WS-CANDIDATE-CLEAN-SW
008520         END-IF
008530     END-IF
008540     .
008550 2460-EXIT.
008560     EXIT
008570     .
008580
008590 2470-RESOLVE-OPEN-ENTRY.
008600     IF WS-REG-OPEN(J)
008610         AND WS-REG-REC-NO(J) = WS-RAW-REC-NO
008620         MOVE 'RESOLVED' TO WS-REG-STATUS(J)
008630         MOVE WS-RUN-DATE TO WS-REG-CLOSED-DATE(J)
008640         ADD 1 TO WS-RESOLVED-COUNT
008650     END-IF
008660     .
008670 2470-EXIT.
008680     EXIT
008690     .
008700
008710* 2500-WRITE-AGEING-REPORT LISTS EVERY ENTRY STILL OPEN (NEW OR
008720* RETURNED) WHOSE DAYS ON THE REGISTER EXCEED THE AGEING
008730* LIMIT, AND CLOSES THE REPORT OFF WITH THE MAINTENANCE
008740* COUNTS OF THIS RUN. A RETURNED ENTRY ALREADY SENT TO THE
008750* SUPPLIER IS AGED FROM THE DATE IT WENT OUT - THE SUPPLIER HAS
008760* HAD IT ONLY SINCE THEN.
008770 2500-WRITE-AGEING-REPORT.
008780     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
008790     MOVE WS-RCYC-HEADING TO RCYC-RECORD
008800     PERFORM 6000-WRITE-RCYC-LINE
008810     MOVE SPACES TO RCYC-RECORD
008820     PERFORM 6000-WRITE-RCYC-LINE
008830
008840     MOVE WS-RUN-DATE TO WS-JD-DATE
008850     PERFORM 2560-DERIVE-DAY-NUMBER
008860     MOVE WS-JDN TO WS-JDN-RUN-DATE
008870
008880     PERFORM 2550-AGE-ONE-ENTRY
008890         THRU 2550-EXIT
008900         VARYING J FROM 1 BY 1
008910         UNTIL J > WS-RCYC-COUNT
008920
008930     MOVE SPACES TO RCYC-RECORD
008940     PERFORM 6000-WRITE-RCYC-LINE
008950     MOVE 'REJECTS ABSORBED AS NEW  :' TO WS-RCS-LABEL
008960     MOVE WS-NEW-COUNT                  TO WS-RCS-COUNT
008970     MOVE WS-RCYC-SUMMARY               TO RCYC-RECORD
008980     PERFORM 6000-WRITE-RCYC-LINE
008990     MOVE 'REJECTS RESOLVED         :' TO WS-RCS-LABEL
009000     MOVE WS-RESOLVED-COUNT             TO WS-RCS-COUNT
009010     MOVE WS-RCYC-SUMMARY               TO RCYC-RECORD
009020     PERFORM 6000-WRITE-RCYC-LINE
009030     MOVE 'STILL OPEN ON REGISTER   :' TO WS-RCS-LABEL
009040     MOVE WS-OPEN-COUNT                 TO WS-RCS-COUNT
009050     MOVE WS-RCYC-SUMMARY               TO RCYC-RECORD
009060     PERFORM 6000-WRITE-RCYC-LINE
009070     MOVE 'OPEN PAST AGE LIMIT      :' TO WS-RCS-LABEL
009080     MOVE WS-AGED-COUNT                 TO WS-RCS-COUNT
009090     MOVE WS-RCYC-SUMMARY               TO RCYC-RECORD
009100     PERFORM 6000-WRITE-RCYC-LINE
009110     .
009120
009130 2550-AGE-ONE-ENTRY.
009140     IF NOT WS-REG-OPEN(J)
009150         GO TO 2550-EXIT
009160     END-IF
009170     ADD 1 TO WS-OPEN-COUNT
009180     IF WS-REG-STATUS(J) = 'RETURNED'
009190         AND WS-REG-SENT-DATE(J) > ZERO
009200         MOVE WS-REG-SENT-DATE(J)    TO WS-AGE-FROM-DATE
009210     ELSE
009220         MOVE WS-REG-ARRIVAL-DATE(J) TO WS-AGE-FROM-DATE
009230     END-IF
009240     MOVE WS-AGE-FROM-DATE TO WS-JD-DATE
009250     PERFORM 2560-DERIVE-DAY-NUMBER
009260     MOVE WS-JDN TO WS-JDN-ARRIVAL
009270     COMPUTE WS-DAYS-OPEN =
009280         WS-JDN-RUN-DATE - WS-JDN-ARRIVAL
009290     IF WS-DAYS-OPEN > WS-AGE-LIMIT-DAYS
009300         ADD 1 TO WS-AGED-COUNT
009310         MOVE WS-REG-SEQ-NO(J)       TO WS-AGD-SEQ-NO
009320         MOVE WS-REG-STATUS(J)       TO WS-AGD-STATUS
009330         MOVE WS-REG-ARRIVAL-DATE(J) TO WS-AGD-ARRIVAL-DATE
009340         IF WS-REG-SENT-DATE(J) > ZERO
009350             MOVE WS-REG-SENT-DATE(J) TO WS-AGD-SENT-DATE
009360         ELSE
009370             MOVE SPACES              TO WS-AGD-SENT-DATE
009380         END-IF
009390         MOVE WS-DAYS-OPEN           TO WS-AGD-DAYS-OPEN
009400         MOVE WS-REG-REASON(J)       TO WS-AGD-REASON
009410         MOVE WS-REG-SOURCE(J)(1:81) TO WS-AGD-SOURCE
009420         MOVE WS-AGE-DETAIL          TO RCYC-RECORD
009430         PERFORM 6000-WRITE-RCYC-LINE
009440     END-IF
009450     .
009460 2550-EXIT.
009470     EXIT
009480     .
009490
009500* 2560-DERIVE-DAY-NUMBER TURNS WS-JD-DATE INTO A JULIAN DAY
009510* NUMBER IN WS-JDN. EVERY DIVISION IS STORED INTO AN INTEGER
009520* FIELD SO IT TRUNCATES THE WAY THE ARITHMETIC REQUIRES, AS IN
009530* TRENDRPT.
009540 2560-DERIVE-DAY-NUMBER.
009550     COMPUTE WS-JD-A = (14 - WS-JD-MONTH) / 12
009560     COMPUTE WS-JD-Y = WS-JD-YEAR + 4800 - WS-JD-A
009570     COMPUTE WS-JD-M = WS-JD-MONTH + (12 * WS-JD-A) - 3
009580     COMPUTE WS-JD-T1 = ((153 * WS-JD-M) + 2) / 5
009590     COMPUTE WS-JD-T2 = WS-JD-Y / 4
009600     COMPUTE WS-JD-T3 = WS-JD-Y / 100
009610     COMPUTE WS-JD-T4 = WS-JD-Y / 400
009620     COMPUTE WS-JDN = WS-JD-DAY + WS-JD-T1 + (365 * WS-JD-Y)
009630         + WS-JD-T2 - WS-JD-T3 + WS-JD-T4 - 32045
009640     .
009650
009660* 2700-REWRITE-RECYCLE-REGISTER REWRITES THE PERSISTENT
009670* REGISTER FROM THE TABLE, CARRYING EVERY STATUS CHANGE AND
009680* NEW ENTRY OF THIS RUN.
009690 2700-REWRITE-RECYCLE-REGISTER.
009700     OPEN OUTPUT RCYCLE
009710     IF NOT RCYCLE-STATUS-OK
009720         DISPLAY 'OPEN ERROR ON RCYCLE'
009730         DISPLAY 'FILE STATUS : ' RCYCLE-STATUS
009740         MOVE 12 TO RETURN-CODE
009750         STOP RUN
009760     END-IF
009770     PERFORM 2750-WRITE-ONE-ENTRY
009780         THRU 2750-EXIT
009790         VARYING J FROM 1 BY 1
009800         UNTIL J > WS-RCYC-COUNT
009810     CLOSE RCYCLE
009820     IF NOT RCYCLE-STATUS-OK
009830         DISPLAY 'CLOSE ERROR ON RCYCLE'
009840         DISPLAY 'FILE STATUS : ' RCYCLE-STATUS
009850         MOVE 12 TO RETURN-CODE
009860         STOP RUN
009870     END-IF
009880     .
009890
009900 2750-WRITE-ONE-ENTRY.
009910     MOVE WS-REG-SEQ-NO(J)       TO WS-RCY-SEQ-NO
009920     MOVE WS-REG-STATUS(J)       TO WS-RCY-STATUS
009930     MOVE WS-REG-ARRIVAL-DATE(J) TO WS-RCY-ARRIVAL-DATE
009940     MOVE WS-REG-CLOSED-DATE(J)  TO WS-RCY-CLOSED-DATE
009950     MOVE WS-REG-REASON(J)       TO WS-RCY-REASON
009960     MOVE WS-REG-REC-NO(J)       TO WS-RCY-REC-NO
009970     MOVE WS-REG-SOURCE(J)       TO WS-RCY-SOURCE
009980     MOVE WS-REG-SUPPLIER-ID(J)  TO WS-RCY-SUPPLIER-ID
009990     MOVE WS-REG-BUS-DATE(J)     TO WS-RCY-BUS-DATE
010000     MOVE WS-REG-SENT-DATE(J)    TO WS-RCY-SENT-DATE
010010     MOVE WS-RCYCLE-LINE TO RCYCLE-RECORD
010020     WRITE RCYCLE-RECORD
010030     IF NOT RCYCLE-STATUS-OK
010040         DISPLAY 'WRITE ERROR ON RCYCLE'
010050         DISPLAY 'FILE STATUS : ' RCYCLE-STATUS
010060         MOVE 12 TO RETURN-CODE
010070         STOP RUN
010080     END-IF
010090     .
010100 2750-EXIT.
010110     EXIT
010120     .
010130
010140 3100-OPEN-RCYCRPT.
010150     OPEN OUTPUT RCYCRPT
010160     IF NOT RCYCRPT-STATUS-OK
010170         DISPLAY 'OPEN ERROR ON RCYCRPT'
010180         DISPLAY 'FILE STATUS : ' RCYCRPT-STATUS
010190         MOVE 12 TO RETURN-CODE
010200         STOP RUN
010210     END-IF
010220     .
010230
010240 4100-READ-RCYCLE.
010250     READ RCYCLE
010260         AT END
010270             CONTINUE
010280          NOT AT END
010290             IF NOT RCYCLE-STATUS-OK
010300                 DISPLAY 'READ ERROR ON RCYCLE'
010310                 DISPLAY 'FILE STATUS : ' RCYCLE-STATUS
010320                 MOVE 12 TO RETURN-CODE
010330                 STOP RUN
010340             END-IF
010350     END-READ
010360     .
010370
010380 4200-READ-REJECTS.
010390     READ REJECTS
010400         AT END
010410             CONTINUE
010420          NOT AT END
010430             IF NOT REJECTS-STATUS-OK
010440                 DISPLAY 'READ ERROR ON REJECTS'
010450                 DISPLAY 'FILE STATUS : ' REJECTS-STATUS
010460                 MOVE 12 TO RETURN-CODE
010470                 STOP RUN
010480             END-IF
010490     END-READ
010500     .
010510
010520 4300-READ-SYSIN.
010530     READ SYSIN
010540         AT END
010550             CONTINUE
010560          NOT AT END
010570             IF NOT SYSIN-STATUS-OK
010580                 DISPLAY 'READ ERROR ON SYSIN'
010590                 DISPLAY 'FILE STATUS : ' SYSIN-STATUS
010600                 MOVE 12 TO RETURN-CODE
010610                 STOP RUN
010620             END-IF
010630     END-READ
010640     .
010650
010660 4400-READ-RAWINPUT.
010670     MOVE SPACES TO RAWINPUT-RECORD
010680     READ RAWINPUT
010690         AT END
010700             CONTINUE
010710          NOT AT END
010720             IF NOT RAWINPUT-STATUS-OK
010730                 AND NOT RAWINPUT-STATUS-BADCHAR
010740                 AND NOT RAWINPUT-STATUS-TRUNC
010750                 DISPLAY 'READ ERROR ON RAWINPUT'
010760                 DISPLAY 'FILE STATUS : ' RAWINPUT-STATUS
010770                 MOVE 12 TO RETURN-CODE
010780                 STOP RUN
010790             END-IF
010800     END-READ
010810     .
010820
010830 5100-CLOSE-RCYCRPT.
010840     CLOSE RCYCRPT
010850     IF NOT RCYCRPT-STATUS-OK
010860         DISPLAY 'CLOSE ERROR ON RCYCRPT'
010870         DISPLAY 'FILE STATUS : ' RCYCRPT-STATUS
010880         MOVE 12 TO RETURN-CODE
010890         STOP RUN
010900     END-IF
010910     .
010920
010930 6000-WRITE-RCYC-LINE.
010940     WRITE RCYC-RECORD
010950     IF NOT RCYCRPT-STATUS-OK
010960         DISPLAY 'WRITE ERROR ON RCYCRPT'
010970         DISPLAY 'FILE STATUS : ' RCYCRPT-STATUS
010980         MOVE 12 TO RETURN-CODE
010990         STOP RUN
011000     END-IF
011010     MOVE SPACES TO RCYC-RECORD
011020     .
