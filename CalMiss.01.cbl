000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALMISS.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - DAILY MISSING-DELIVERY
000110*                  REPORT. FOR ONE BUSINESS DATE (AOC-BUSDATE,
000120*                  OR THE EXPECTED BUSINESS DATE FROM THE
000130*                  CALBDATE PROCESSING CALENDAR) LISTS EVERY
000140*                  ACTIVE SUPPLIER ON THE SUPPLIER PROFILE
000150*                  MASTER (SUPMST, CALSUP01 LAYOUT) WITH THE
000160*                  FILES IT IS EXPECTED TO SEND AND THE FILES
000170*                  CALEDIT ACTUALLY RECEIVED FROM IT, AS COUNTED
000180*                  FROM THE SUPPLIER QUALITY LOG (SUPQLOG, SUPQ01
000190*                  LAYOUT). A SUPPLIER WITH NOTHING RECEIVED IS
000200*                  MISSING, ONE WITH FEWER FILES THAN EXPECTED IS
000210*                  SHORT - UNLESS ITS LATEST DELIVERY TIME HAS
000220*                  NOT YET PASSED THIS MORNING, WHEN IT IS SHOWN
000230*                  AS NOT YET DUE. ANY MISSING OR SHORT SUPPLIER
000240*                  ENDS THE STEP RC 4 SO THE ON-CALL CHASES THE
000250*                  SITE BEFORE THE DAY IS BALANCED WITHOUT IT.
000260* 2026-10-15  RD   AN AOC-BUSDATE OVERRIDE IS NOW WRITTEN TO THE
000270*                  SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310
000320     SELECT SUPMST ASSIGN TO DYNAMIC WS-SUPMST-PATH
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS SUP-SUPPLIER-ID
000360         FILE STATUS IS SUPMST-STATUS.
000370
000380     SELECT SUPQLOG ASSIGN TO DYNAMIC WS-SUPQLOG-PATH
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS SUPQLOG-STATUS.
000410
000420     SELECT MISSRPT ASSIGN TO DYNAMIC WS-MISSRPT-PATH
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS MISSRPT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480
000490 FD  SUPMST.
000500* SUPPLIER PROFILE RECORD LAYOUT (SHARED WITH CALSUPM, CALEDIT
000510* AND THE EXTRACT)
000520 COPY CALSUP01.
000530
000540 FD  SUPQLOG.
000550 01  SUPQLOG-RECORD              PIC X(80).
000560
000570 FD  MISSRPT.
000580 01  MISS-RPT-RECORD             PIC X(132).
000590
000600 WORKING-STORAGE SECTION.
000610
000620* RUN-TIME FILE ASSIGNMENT
000630 01  WS-SUPMST-PATH              PIC X(200).
000640 01  WS-DEFAULT-SUPMST-PATH      PIC X(200) VALUE
000650     'AOC20231201.SUPMST.FILE'.
000660 01  WS-SUPQLOG-PATH             PIC X(200).
000670 01  WS-DEFAULT-SUPQLOG-PATH     PIC X(200) VALUE
000680     'AOC20231201.SUPQ.LOG'.
000690 01  WS-MISSRPT-PATH             PIC X(200).
000700 01  WS-DEFAULT-MISSRPT-PATH     PIC X(200) VALUE
000710     'AOC20231201.MISS.RPT'.
000720
000730* FILE STATUS
000740 01  SUPMST-STATUS               PIC 9(02).
000750     88  SUPMST-STATUS-OK        VALUE 00.
000760     88  SUPMST-STATUS-EOF       VALUE 10.
000770 01  SUPQLOG-STATUS              PIC 9(02).
000780     88  SUPQLOG-STATUS-OK       VALUE 00.
000790     88  SUPQLOG-STATUS-EOF      VALUE 10.
000800 01  MISSRPT-STATUS              PIC 9(02).
000810     88  MISSRPT-STATUS-OK       VALUE 00.
000820
000830* SUPPLIER QUALITY LOG LINE (SHARED WITH CALEDIT, THE EXTRACT
000840* AND CALSCRD)
000850 COPY SUPQ01.
000860
000870* BUSINESS DATE REPORTED ON. AOC-BUSDATE OVERRIDES THE DATE
000880* THE CALENDAR EXPECTS THIS MORNING. DELIVERY DEADLINES ARE
000890* ONLY STILL OPEN WHEN THE DATE REPORTED ON IS THIS MORNING'S
000900* EXPECTED DATE - FOR ANY EARLIER DATE THEY HAVE ALL PASSED.
000910 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000920 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
000930 01  WS-RUN-HHMM                 PIC 9(04) VALUE ZERO.
000940 01  WS-BUSDATE-ENV              PIC X(08) VALUE SPACES.
000950 01  WS-REPORT-BUSDATE           PIC 9(08) VALUE ZERO.
000960 01  WS-EXPECTED-BUSDATE         PIC 9(08) VALUE ZERO.
000970
000980* PROCESSING-CALENDAR CALL BLOCK FOR CALBDATE, WHICH RESOLVES
000990* BUSINESS DATES FROM THE SHARED AOC-CALENDAR FILE.
001000 01  WS-BDATE-PARM.
001010     05  WS-BDT-FUNCTION         PIC X(01).
001020     05  WS-BDT-BASE-DATE        PIC 9(08).
001030     05  WS-BDT-RESULT-DATE      PIC 9(08).
001040     05  WS-BDT-STATUS           PIC X(01).
001050
001060* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
001070* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
001080 01  WS-OVRD-PARM.
001090     05  WS-OVD-PROGRAM          PIC X(08).
001100     05  WS-OVD-NAME             PIC X(16).
001110     05  WS-OVD-VALUE            PIC X(30).
001120     05  WS-OVD-BUS-DATE         PIC 9(08).
001130     05  WS-OVD-SUPPLIER-ID      PIC X(03).
001140     05  WS-OVD-STATUS           PIC X(01).
001150
001160* FILES-RECEIVED TABLE. ONE ENTRY PER SUPPLIER ID WITH A
001170* CALEDIT LINE ON THE QUALITY LOG FOR THE BUSINESS DATE.
001180 01  WS-RCV-MAX                  PIC 9(02) VALUE 20.
001190 01  WS-RCV-COUNT                PIC 9(02) VALUE ZERO.
001200 01  WS-RCV-TABLE.
001210     05  WS-RCV-ENTRY OCCURS 20 TIMES.
001220         10  WS-RCV-ID           PIC X(03).
001230         10  WS-RCV-FILES        PIC 9(04).
001240 01  J                           PIC 9(02) VALUE ZERO.
001250 01  WS-RCV-HIT-IX               PIC 9(02) VALUE ZERO.
001260 01  WS-RCV-FOUND-SW             PIC X(01) VALUE 'N'.
001270     88  WS-RCV-FOUND            VALUE 'Y'.
001280 01  WS-FILES-RECEIVED           PIC 9(04) VALUE ZERO.
001290 01  WS-LOOKUP-ID                PIC X(03) VALUE SPACES.
001300
001310* DELIVERY OUTCOME OF THE SUPPLIER IN HAND, AND RUN COUNTS
001320 01  WS-DELIVERY-STATUS          PIC X(08) VALUE SPACES.
001330     88  WS-DELIVERY-MISSING     VALUE 'MISSING '.
001340     88  WS-DELIVERY-SHORT       VALUE 'SHORT   '.
001350 01  WS-CHECKED-COUNT            PIC 9(06) VALUE ZERO.
001360 01  WS-RECEIVED-COUNT           PIC 9(06) VALUE ZERO.
001370 01  WS-MISSING-COUNT            PIC 9(06) VALUE ZERO.
001380 01  WS-SHORT-COUNT              PIC 9(06) VALUE ZERO.
001390 01  WS-NOT-DUE-COUNT            PIC 9(06) VALUE ZERO.
001400 01  WS-INACTIVE-COUNT           PIC 9(06) VALUE ZERO.
001410
001420* MISSING-DELIVERY REPORT LINE LAYOUTS
001430 01  WS-MISS-HEADING.
001440     05  FILLER                  PIC X(40) VALUE
001450         'MISSING DELIVERY REPORT - BUSINESS DATE '.
001460     05  WS-HDG-BUS-DATE         PIC 9(08).
001470     05  FILLER                  PIC X(06) VALUE ' RUN  '.
001480     05  WS-HDG-RUN-DATE         PIC 9(08).
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  WS-HDG-RUN-HHMM         PIC 9(04).
001510 01  WS-MISS-COL-HEADS           PIC X(64) VALUE
001520     'SUP NAME                            EXP RCVD DUE  STATUS'.
001530 01  WS-MISS-DETAIL.
001540     05  WS-MSD-SUPPLIER-ID      PIC X(03).
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  WS-MSD-SUPPLIER-NAME    PIC X(30).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  WS-MSD-EXPECTED         PIC Z(03)9.
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  WS-MSD-RECEIVED         PIC Z(03)9.
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  WS-MSD-LATEST-DELIVERY  PIC 9(04).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  WS-MSD-STATUS           PIC X(08).
001650 01  WS-MISS-SUMMARY.
001660     05  WS-MSS-LABEL            PIC X(26).
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  WS-MSS-COUNT            PIC 9(06).
001690
001700 PROCEDURE DIVISION.
001710
001720 0000-MAINLINE.
001730     DISPLAY 'CALMISS'
001740     PERFORM 1000-INITIALIZE
001750     PERFORM 2000-MAIN-PROCESSING
001760     IF WS-MISSING-COUNT > ZERO
001770         OR WS-SHORT-COUNT > ZERO
001780         DISPLAY 'CALMISS ENDED - SUPPLIERS MISSING OR SHORT :'
001790             WS-MISSING-COUNT ' / ' WS-SHORT-COUNT
001800         MOVE 4 TO RETURN-CODE
001810     ELSE
001820         DISPLAY 'CALMISS ENDED - ALL DUE DELIVERIES RECEIVED'
001830     END-IF
001840     STOP RUN
001850     .
001860
001870* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME,
001880* FALLING BACK TO THE DEVELOPMENT DEFAULTS WHEN THE VARIABLES
001890* ARE NOT SET, AND THE BUSINESS DATE TO REPORT ON.
001900 1000-INITIALIZE.
001910     MOVE SPACES TO WS-SUPMST-PATH
001920     ACCEPT WS-SUPMST-PATH
001930         FROM ENVIRONMENT 'AOC-SUPMST'
001940     IF WS-SUPMST-PATH = SPACES
001950         MOVE WS-DEFAULT-SUPMST-PATH TO WS-SUPMST-PATH
001960     END-IF
001970
001980     MOVE SPACES TO WS-SUPQLOG-PATH
001990     ACCEPT WS-SUPQLOG-PATH
002000         FROM ENVIRONMENT 'AOC-SUPQLOG'
002010     IF WS-SUPQLOG-PATH = SPACES
002020         MOVE WS-DEFAULT-SUPQLOG-PATH TO WS-SUPQLOG-PATH
002030     END-IF
002040
002050     MOVE SPACES TO WS-MISSRPT-PATH
002060     ACCEPT WS-MISSRPT-PATH
002070         FROM ENVIRONMENT 'AOC-MISSRPT'
002080     IF WS-MISSRPT-PATH = SPACES
002090         MOVE WS-DEFAULT-MISSRPT-PATH TO WS-MISSRPT-PATH
002100     END-IF
002110
002120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002130     ACCEPT WS-RUN-TIME FROM TIME
002140     MOVE WS-RUN-TIME(1:4) TO WS-RUN-HHMM
002150     PERFORM 1150-RESOLVE-CALENDAR-BUSDATE
002160
002170     MOVE SPACES TO WS-BUSDATE-ENV
002180     ACCEPT WS-BUSDATE-ENV
002190         FROM ENVIRONMENT 'AOC-BUSDATE'
002200     IF WS-BUSDATE-ENV NOT = SPACES
002210         IF WS-BUSDATE-ENV NOT NUMERIC
002220             DISPLAY 'AOC-BUSDATE NOT YYYYMMDD : ' WS-BUSDATE-ENV
002230             MOVE 8 TO RETURN-CODE
002240             STOP RUN
002250         END-IF
002260         MOVE WS-BUSDATE-ENV TO WS-REPORT-BUSDATE
002270         MOVE 'AOC-BUSDATE'  TO WS-OVD-NAME
002280         MOVE WS-BUSDATE-ENV TO WS-OVD-VALUE
002290         MOVE SPACES         TO WS-OVD-SUPPLIER-ID
002300         MOVE WS-REPORT-BUSDATE TO WS-OVD-BUS-DATE
002310         PERFORM 1170-LOG-OVERRIDE
002320     ELSE
002330         MOVE WS-EXPECTED-BUSDATE TO WS-REPORT-BUSDATE
002340     END-IF
002350     DISPLAY 'BUSINESS DATE : ' WS-REPORT-BUSDATE
002360     .
002370
002380* 1150-RESOLVE-CALENDAR-BUSDATE RESOLVES THIS MORNING'S
002390* EXPECTED BUSINESS DATE FROM THE PROCESSING CALENDAR THROUGH
002400* CALBDATE - THE SAME RULE AS CALEDIT AND THE EXTRACT. A FAILED
002410* RESOLUTION FALLS BACK TO THE RUN DATE WITH A CONSOLE WARNING.
002420 1150-RESOLVE-CALENDAR-BUSDATE.
002430     MOVE 'E'         TO WS-BDT-FUNCTION
002440     MOVE WS-RUN-DATE TO WS-BDT-BASE-DATE
002450     CALL 'CALBDATE' USING WS-BDATE-PARM
002460     IF WS-BDT-STATUS = '0'
002470         MOVE WS-BDT-RESULT-DATE TO WS-EXPECTED-BUSDATE
002480     ELSE
002490         DISPLAY 'CALENDAR DATE RESOLUTION FAILED - EXPECTED '
002500             'BUSINESS DATE DEFAULTS TO RUN DATE'
002510         MOVE WS-RUN-DATE TO WS-EXPECTED-BUSDATE
002520     END-IF
002530     .
002540
002550* 1170-LOG-OVERRIDE PUTS THE OVERRIDE IN WS-OVRD-PARM ON THE
002560* SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD. AN OVERRIDE THAT
002570* CANNOT BE AUDITED IS NOT TAKEN - A LOG THAT CANNOT BE WRITTEN
002580* ENDS THE RUN AS A FILE ERROR.
002590 1170-LOG-OVERRIDE.
002600     MOVE 'CALMISS' TO WS-OVD-PROGRAM
002610     CALL 'CALOVRD' USING WS-OVRD-PARM
002620     IF WS-OVD-STATUS NOT = '0'
002630         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
002640         MOVE 12 TO RETURN-CODE
002650         STOP RUN
002660     END-IF
002670     .
002680
002690 2000-MAIN-PROCESSING.
002700     PERFORM 2100-TALLY-RECEIVED-FILES
002710     PERFORM 3100-OPEN-MISSRPT
002720     MOVE WS-REPORT-BUSDATE TO WS-HDG-BUS-DATE
002730     MOVE WS-RUN-DATE       TO WS-HDG-RUN-DATE
002740     MOVE WS-RUN-HHMM       TO WS-HDG-RUN-HHMM
002750     MOVE WS-MISS-HEADING   TO MISS-RPT-RECORD
002760     PERFORM 6000-WRITE-MISS-LINE
002770     MOVE SPACES TO MISS-RPT-RECORD
002780     PERFORM 6000-WRITE-MISS-LINE
002790     MOVE WS-MISS-COL-HEADS TO MISS-RPT-RECORD
002800     PERFORM 6000-WRITE-MISS-LINE
002810     PERFORM 2500-CHECK-SUPPLIER-MASTER
002820     PERFORM 2900-REPORT-COUNTS
002830     PERFORM 5100-CLOSE-MISSRPT
002840     .
002850
002860* 2100-TALLY-RECEIVED-FILES READS THE WHOLE QUALITY LOG AND
002870* COUNTS, PER SUPPLIER, THE CALEDIT LINES FOR THE BUSINESS
002880* DATE - ONE LINE PER TRANSMISSION RECEIVED. THE EXTRACT'S
002890* LINES ARE NOT COUNTED: A FILE HELD AT THE EDIT HAS STILL
002900* ARRIVED, AND IS CHASED THROUGH THE REJECT FILE, NOT HERE.
002910 2100-TALLY-RECEIVED-FILES.
002920     OPEN INPUT SUPQLOG
002930     IF NOT SUPQLOG-STATUS-OK
002940         DISPLAY 'NO SUPPLIER QUALITY LOG FOUND - NO FILES '
002950             'RECEIVED'
002960     ELSE
002970         PERFORM 4100-READ-SUPQLOG
002980         PERFORM UNTIL SUPQLOG-STATUS-EOF
002990         OR NOT SUPQLOG-STATUS-OK
003000             MOVE SUPQLOG-RECORD TO SUPPLIER-QUALITY-RECORD
003010             IF SPQ-FROM-CALEDIT
003020                 AND SPQ-BUS-DATE = WS-REPORT-BUSDATE
003030                 PERFORM 2200-FIND-RECEIVED-ENTRY
003040                 ADD 1 TO WS-RCV-FILES(WS-RCV-HIT-IX)
003050             END-IF
003060             PERFORM 4100-READ-SUPQLOG
003070         END-PERFORM
003080         CLOSE SUPQLOG
003090     END-IF
003100     .
003110
003120* 2200-FIND-RECEIVED-ENTRY LOOKS THE LOG LINE'S SUPPLIER ID UP
003130* IN THE FILES-RECEIVED TABLE, ADDING A FRESH ENTRY THE FIRST
003140* TIME THE ID IS SEEN. A FULL TABLE STOPS THE RUN.
003150 2200-FIND-RECEIVED-ENTRY.
003160     MOVE SPQ-SUPPLIER-ID TO WS-LOOKUP-ID
003170     PERFORM 2300-LOOKUP-RECEIVED
003180     IF NOT WS-RCV-FOUND
003190         IF WS-RCV-COUNT >= WS-RCV-MAX
003200             DISPLAY 'RECEIVED TABLE FULL - INCREASE '
003210                 'WS-RCV-MAX AND RERUN'
003220             MOVE 8 TO RETURN-CODE
003230             STOP RUN
003240         END-IF
003250         ADD 1 TO WS-RCV-COUNT
003260         MOVE SPQ-SUPPLIER-ID TO WS-RCV-ID(WS-RCV-COUNT)
003270         MOVE ZERO TO WS-RCV-FILES(WS-RCV-COUNT)
003280         MOVE WS-RCV-COUNT TO WS-RCV-HIT-IX
003290     END-IF
003300     .
003310
003320* 2300-LOOKUP-RECEIVED SEARCHES THE FILES-RECEIVED TABLE FOR
003330* THE ID IN WS-LOOKUP-ID.
003340 2300-LOOKUP-RECEIVED.
003350     MOVE 'N'  TO WS-RCV-FOUND-SW
003360     MOVE ZERO TO WS-RCV-HIT-IX
003370     PERFORM 2350-MATCH-ONE-RECEIVED
003380         THRU 2350-EXIT
003390         VARYING J FROM 1 BY 1
003400         UNTIL J > WS-RCV-COUNT
003410         OR WS-RCV-FOUND
003420     .
003430
003440 2350-MATCH-ONE-RECEIVED.
003450     IF WS-RCV-ID(J) = WS-LOOKUP-ID
003460         SET WS-RCV-FOUND TO TRUE
003470         MOVE J TO WS-RCV-HIT-IX
003480     END-IF
003490     .
003500 2350-EXIT.
003510     EXIT
003520     .
003530
003540* 2500-CHECK-SUPPLIER-MASTER READS THE SUPPLIER MASTER IN ID
003550* ORDER AND CHECKS THE DELIVERIES OF EVERY ACTIVE SUPPLIER.
003560 2500-CHECK-SUPPLIER-MASTER.
003570     PERFORM 3200-OPEN-SUPMST
003580     PERFORM 4200-READ-SUPMST
003590     PERFORM UNTIL SUPMST-STATUS-EOF
003600         IF SUP-ACTIVE
003610             PERFORM 2600-CHECK-ONE-SUPPLIER
003620         ELSE
003630             ADD 1 TO WS-INACTIVE-COUNT
003640         END-IF
003650         PERFORM 4200-READ-SUPMST
003660     END-PERFORM
003670     PERFORM 5200-CLOSE-SUPMST
003680     .
003690
003700* 2600-CHECK-ONE-SUPPLIER COMPARES ONE ACTIVE SUPPLIER'S FILES
003710* RECEIVED WITH ITS EXPECTED FILES AND WRITES ITS REPORT LINE.
003720* A SUPPLIER EXPECTED TO SEND NOTHING (ON DEMAND ONLY) IS NEVER
003730* MISSING. A SHORTFALL BEFORE THE SUPPLIER'S LATEST DELIVERY
003740* TIME ON THE MORNING ITSELF IS NOT YET DUE.
003750 2600-CHECK-ONE-SUPPLIER.
003760     ADD 1 TO WS-CHECKED-COUNT
003770     MOVE SUP-SUPPLIER-ID TO WS-LOOKUP-ID
003780     PERFORM 2300-LOOKUP-RECEIVED
003790     IF WS-RCV-FOUND
003800         MOVE WS-RCV-FILES(WS-RCV-HIT-IX) TO WS-FILES-RECEIVED
003810     ELSE
003820         MOVE ZERO TO WS-FILES-RECEIVED
003830     END-IF
003840     EVALUATE TRUE
003850         WHEN SUP-EXPECTED-FILES = ZERO
003860             MOVE 'NONE DUE' TO WS-DELIVERY-STATUS
003870         WHEN WS-FILES-RECEIVED NOT < SUP-EXPECTED-FILES
003880             MOVE 'RECEIVED' TO WS-DELIVERY-STATUS
003890             ADD 1 TO WS-RECEIVED-COUNT
003900         WHEN WS-REPORT-BUSDATE = WS-EXPECTED-BUSDATE
003910             AND WS-RUN-HHMM < SUP-LATEST-DELIVERY
003920             MOVE 'NOT DUE' TO WS-DELIVERY-STATUS
003930             ADD 1 TO WS-NOT-DUE-COUNT
003940         WHEN WS-FILES-RECEIVED = ZERO
003950             SET WS-DELIVERY-MISSING TO TRUE
003960             ADD 1 TO WS-MISSING-COUNT
003970         WHEN OTHER
003980             SET WS-DELIVERY-SHORT TO TRUE
003990             ADD 1 TO WS-SHORT-COUNT
004000     END-EVALUATE
004010     IF WS-DELIVERY-MISSING
004020         OR WS-DELIVERY-SHORT
004030         DISPLAY 'SUPPLIER ' SUP-SUPPLIER-ID ' '
004040             WS-DELIVERY-STATUS
004050             ' - EXPECTED ' SUP-EXPECTED-FILES
004060             ' RECEIVED ' WS-FILES-RECEIVED
004070     END-IF
004080     MOVE SUP-SUPPLIER-ID     TO WS-MSD-SUPPLIER-ID
004090     MOVE SUP-SUPPLIER-NAME   TO WS-MSD-SUPPLIER-NAME
004100     MOVE SUP-EXPECTED-FILES  TO WS-MSD-EXPECTED
004110     MOVE WS-FILES-RECEIVED   TO WS-MSD-RECEIVED
004120     MOVE SUP-LATEST-DELIVERY TO WS-MSD-LATEST-DELIVERY
004130     MOVE WS-DELIVERY-STATUS  TO WS-MSD-STATUS
004140     MOVE WS-MISS-DETAIL      TO MISS-RPT-RECORD
004150     PERFORM 6000-WRITE-MISS-LINE
004160     .
004170
004180* 2900-REPORT-COUNTS CLOSES THE REPORT OFF WITH THE COUNTS OF
004190* THIS RUN, ALSO SHOWN ON THE CONSOLE.
004200 2900-REPORT-COUNTS.
004210     MOVE SPACES TO MISS-RPT-RECORD
004220     PERFORM 6000-WRITE-MISS-LINE
004230     MOVE 'ACTIVE SUPPLIERS CHECKED :' TO WS-MSS-LABEL
004240     MOVE WS-CHECKED-COUNT              TO WS-MSS-COUNT
004250     MOVE WS-MISS-SUMMARY               TO MISS-RPT-RECORD
004260     PERFORM 6000-WRITE-MISS-LINE
004270     MOVE 'SUPPLIERS RECEIVED       :' TO WS-MSS-LABEL
004280     MOVE WS-RECEIVED-COUNT             TO WS-MSS-COUNT
004290     MOVE WS-MISS-SUMMARY               TO MISS-RPT-RECORD
004300     PERFORM 6000-WRITE-MISS-LINE
004310     MOVE 'SUPPLIERS MISSING        :' TO WS-MSS-LABEL
004320     MOVE WS-MISSING-COUNT              TO WS-MSS-COUNT
004330     MOVE WS-MISS-SUMMARY               TO MISS-RPT-RECORD
004340     PERFORM 6000-WRITE-MISS-LINE
004350     MOVE 'SUPPLIERS SHORT          :' TO WS-MSS-LABEL
004360     MOVE WS-SHORT-COUNT                TO WS-MSS-COUNT
004370     MOVE WS-MISS-SUMMARY               TO MISS-RPT-RECORD
004380     PERFORM 6000-WRITE-MISS-LINE
004390     MOVE 'SUPPLIERS NOT YET DUE    :' TO WS-MSS-LABEL
004400     MOVE WS-NOT-DUE-COUNT              TO WS-MSS-COUNT
004410     MOVE WS-MISS-SUMMARY               TO MISS-RPT-RECORD
004420     PERFORM 6000-WRITE-MISS-LINE
004430     MOVE 'INACTIVE SUPPLIERS       :' TO WS-MSS-LABEL
004440     MOVE WS-INACTIVE-COUNT             TO WS-MSS-COUNT
004450     MOVE WS-MISS-SUMMARY               TO MISS-RPT-RECORD
004460     PERFORM 6000-WRITE-MISS-LINE
004470
004480     DISPLAY 'ACTIVE SUPPLIERS CHECKED :' WS-CHECKED-COUNT
004490     DISPLAY 'SUPPLIERS MISSING        :' WS-MISSING-COUNT
004500     DISPLAY 'SUPPLIERS SHORT          :' WS-SHORT-COUNT
004510     DISPLAY 'SUPPLIERS NOT YET DUE    :' WS-NOT-DUE-COUNT
004520     .
004530
004540 3100-OPEN-MISSRPT.
004550     OPEN OUTPUT MISSRPT
004560     IF NOT MISSRPT-STATUS-OK
004570         DISPLAY 'OPEN ERROR ON MISSRPT'
004580         DISPLAY 'FILE STATUS : ' MISSRPT-STATUS
004590         MOVE 12 TO RETURN-CODE
004600         STOP RUN
004610     END-IF
004620     .
004630
004640* 3200-OPEN-SUPMST OPENS THE SUPPLIER MASTER. WITHOUT IT THERE
004650* IS NOTHING TO REPORT AGAINST, SO A MISSING MASTER STOPS THE
004660* RUN.
004670 3200-OPEN-SUPMST.
004680     OPEN INPUT SUPMST
004690     IF NOT SUPMST-STATUS-OK
004700         DISPLAY 'OPEN ERROR ON SUPMST'
004710         DISPLAY 'FILE STATUS : ' SUPMST-STATUS
004720         MOVE 12 TO RETURN-CODE
004730         STOP RUN
004740     END-IF
004750     .
004760
004770 4100-READ-SUPQLOG.
004780     READ SUPQLOG
004790         AT END
004800             CONTINUE
004810          NOT AT END
004820             IF NOT SUPQLOG-STATUS-OK
004830                 DISPLAY 'READ ERROR ON SUPQLOG'
004840                 DISPLAY 'FILE STATUS : ' SUPQLOG-STATUS
004850                 MOVE 12 TO RETURN-CODE
004860                 STOP RUN
004870             END-IF
004880     END-READ
004890     .
004900
004910 4200-READ-SUPMST.
004920     READ SUPMST NEXT
004930         AT END
004940             CONTINUE
004950          NOT AT END
004960             IF NOT SUPMST-STATUS-OK
004970                 DISPLAY 'READ ERROR ON SUPMST'
004980                 DISPLAY 'FILE STATUS : ' SUPMST-STATUS
004990                 MOVE 12 TO RETURN-CODE
005000                 STOP RUN
005010             END-IF
005020     END-READ
005030     .
005040
005050 5100-CLOSE-MISSRPT.
005060     CLOSE MISSRPT
005070     IF NOT MISSRPT-STATUS-OK
005080         DISPLAY 'CLOSE ERROR ON MISSRPT'
005090         DISPLAY 'FILE STATUS : ' MISSRPT-STATUS
005100         MOVE 12 TO RETURN-CODE
005110         STOP RUN
005120     END-IF
005130     .
005140
005150 5200-CLOSE-SUPMST.
005160     CLOSE SUPMST
005170     IF NOT SUPMST-STATUS-OK
005180         DISPLAY 'CLOSE ERROR ON SUPMST'
005190         DISPLAY 'FILE STATUS : ' SUPMST-STATUS
005200         MOVE 12 TO RETURN-CODE
005210         STOP RUN
005220     END-IF
005230     .
005240
005250 6000-WRITE-MISS-LINE.
005260     WRITE MISS-RPT-RECORD
005270     IF NOT MISSRPT-STATUS-OK
005280         DISPLAY 'WRITE ERROR ON MISSRPT'
005290         DISPLAY 'FILE STATUS : ' MISSRPT-STATUS
005300         MOVE 12 TO RETURN-CODE
005310         STOP RUN
005320     END-IF
005330     MOVE SPACES TO MISS-RPT-RECORD
005340     .
