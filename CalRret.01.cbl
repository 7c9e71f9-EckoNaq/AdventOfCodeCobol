000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALRRET.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - OUTBOUND REJECT RETURN.
000110*                  A RETURN=SEQNO CARD TO CALRCYC ONLY CHANGED
000120*                  OUR OWN RECYCLE REGISTER; THE SUPPLIER WAS
000130*                  SENT A CUT-AND-PASTE OF THE REJECT REPORT.
000140*                  THIS STEP, RUN AFTER CALRCYC, BUILDS A FORMAL
000150*                  RETURN FILE (CALRET01 LAYOUT) FOR EACH
000160*                  SUPPLIER FROM THE REGISTER ENTRIES MARKED
000170*                  RETURNED AND NOT YET SENT: AN HDR AND TRL AS
000180*                  ON THE SUPPLIER'S OWN TRANSMISSIONS AND, FOR
000190*                  EACH RETURNED RECORD, ITS ORIGINAL RECORD
000200*                  NUMBER, BUSINESS DATE, REASON CODE WITH ITS
000210*                  PLAIN-LANGUAGE EXPLANATION AND THE RECORD
000220*                  IMAGE. EACH ENTRY SENT IS STAMPED WITH THE
000230*                  SENT DATE ON THE REGISTER, SO CALRCYC AGES A
000240*                  RETURN FROM THE DATE IT WENT OUT, AND EACH
000250*                  FILE IS RECORDED ON THE RETURN LOG (RRETLOG)
000260*                  WITH ITS DATE, TIME, SEQUENCE NUMBER, RECORD
000270*                  COUNT AND NAME - THE PROOF OF WHAT WAS SENT
000280*                  AND WHEN. A RETURNED ENTRY WITH NO SUPPLIER
000290*                  (FROM AN UNWRAPPED TRANSMISSION) CANNOT BE
000300*                  ADDRESSED; IT IS LISTED AND THE STEP ENDS RC 4.
000310* 2026-10-15  RD   ONLY A MISSING RETURN LOG (STATUS 35) IS NOW
000320*                  TAKEN AS A FIRST RUN OR CREATED. ANY OTHER OPEN
000330*                  FAILURE ON RRETLOG STOPS THE RUN WITH RC 12, SO
000340*                  THE LOG IS NEVER TRUNCATED AND NO SUPPLIER FILE
000350*                  SEQUENCE NUMBER IS REUSED.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390
000400     SELECT RCYCLE ASSIGN TO DYNAMIC WS-RCYCLE-PATH
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS RCYCLE-STATUS.
000430
000440     SELECT RRETFILE ASSIGN TO DYNAMIC WS-RRETFILE-PATH
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS RRETFILE-STATUS.
000470
000480     SELECT RRETLOG ASSIGN TO DYNAMIC WS-RRETLOG-PATH
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS RRETLOG-STATUS.
000510
000520     SELECT RRETRPT ASSIGN TO DYNAMIC WS-RRETRPT-PATH
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RRETRPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590 FD  RCYCLE.
000600 01  RCYCLE-RECORD               PIC X(320).
000610
000620 FD  RRETFILE.
000630* REJECT-RETURN FILE LAYOUT (THE SUPPLIERS LOAD IT AS DOCUMENTED
000640* IN THE COPYBOOK)
000650 COPY CALRET01.
000660
000670 FD  RRETLOG.
000680 01  RRETLOG-RECORD              PIC X(232).
000690
000700 FD  RRETRPT.
000710 01  RRET-RECORD                 PIC X(132).
000720
000730 WORKING-STORAGE SECTION.
000740
000750* RUN-TIME FILE ASSIGNMENT. AOC-RRETFILE IS THE BASE NAME OF
000760* THE RETURN FILES; EACH IS NAMED BASE.SUPPLIER.DATE.SNNNN.
000770 01  WS-RCYCLE-PATH              PIC X(200).
000780 01  WS-DEFAULT-RCYCLE-PATH      PIC X(200) VALUE
000790     'AOC20231201.RCYCLE.FILE'.
000800 01  WS-RRETFILE-BASE-PATH       PIC X(200).
000810 01  WS-DEFAULT-RRETFILE-PATH    PIC X(200) VALUE
000820     'AOC20231201.RRETURN'.
000830 01  WS-RRETFILE-PATH            PIC X(220).
000840 01  WS-RRETLOG-PATH             PIC X(200).
000850 01  WS-DEFAULT-RRETLOG-PATH     PIC X(200) VALUE
000860     'AOC20231201.RRETURN.LOG'.
000870 01  WS-RRETRPT-PATH             PIC X(200).
000880 01  WS-DEFAULT-RRETRPT-PATH     PIC X(200) VALUE
000890     'AOC20231201.RRETURN.RPT'.
000900
000910* FILE STATUS
000920 01  RCYCLE-STATUS               PIC 9(02).
000930     88  RCYCLE-STATUS-OK        VALUE 00.
000940     88  RCYCLE-STATUS-EOF       VALUE 10.
000950 01  RRETFILE-STATUS             PIC 9(02).
000960     88  RRETFILE-STATUS-OK      VALUE 00.
000970 01  RRETLOG-STATUS              PIC 9(02).
000980     88  RRETLOG-STATUS-OK       VALUE 00.
000990     88  RRETLOG-STATUS-EOF      VALUE 10.
001000     88  RRETLOG-STATUS-NOFILE   VALUE 35.
001010 01  RRETRPT-STATUS              PIC 9(02).
001020     88  RRETRPT-STATUS-OK       VALUE 00.
001030
001040* RECYCLE REGISTER LINE LAYOUT, AS MAINTAINED BY CALRCYC. A LINE
001050* WRITTEN BEFORE THE SUPPLIER, BUSINESS DATE AND SENT DATE WERE
001060* CARRIED READS THEM AS SPACES, AND IS TAKEN AS NO SUPPLIER,
001070* DATED BY ITS ARRIVAL, NOT YET SENT - AS CALRCYC TAKES IT.
001080 01  WS-RCYCLE-LINE.
001090     05  WS-RCY-SEQ-NO           PIC 9(06).
001100     05  FILLER                  PIC X(01) VALUE SPACE.
001110     05  WS-RCY-STATUS           PIC X(08).
001120     05  FILLER                  PIC X(01) VALUE SPACE.
001130     05  WS-RCY-ARRIVAL-DATE     PIC 9(08).
001140     05  FILLER                  PIC X(01) VALUE SPACE.
001150     05  WS-RCY-CLOSED-DATE      PIC 9(08).
001160     05  FILLER                  PIC X(01) VALUE SPACE.
001170     05  WS-RCY-REASON           PIC X(06).
001180     05  FILLER                  PIC X(01) VALUE SPACE.
001190     05  WS-RCY-REC-NO           PIC 9(06).
001200     05  FILLER                  PIC X(01) VALUE SPACE.
001210     05  WS-RCY-SOURCE           PIC X(250).
001220     05  FILLER                  PIC X(01) VALUE SPACE.
001230     05  WS-RCY-SUPPLIER-ID      PIC X(03).
001240     05  FILLER                  PIC X(01) VALUE SPACE.
001250     05  WS-RCY-BUS-DATE         PIC 9(08).
001260     05  FILLER                  PIC X(01) VALUE SPACE.
001270     05  WS-RCY-SENT-DATE        PIC 9(08).
001280
001290* IN-STORAGE REGISTER TABLE, THE SAME SIZE AS IN CALRCYC. THE
001300* REGISTER IS REWRITTEN FROM IT ONLY WHEN SOMETHING WAS SENT.
001310 01  WS-RCYC-MAX                 PIC 9(04) VALUE 2000.
001320 01  WS-RCYC-COUNT               PIC 9(04) VALUE ZERO.
001330 01  WS-RCYC-TABLE.
001340     05  WS-RCYC-ENTRY OCCURS 2000 TIMES.
001350         10  WS-REG-SEQ-NO       PIC 9(06).
001360         10  WS-REG-STATUS       PIC X(08).
001370         10  WS-REG-ARRIVAL-DATE PIC 9(08).
001380         10  WS-REG-CLOSED-DATE  PIC 9(08).
001390         10  WS-REG-REASON       PIC X(06).
001400         10  WS-REG-REC-NO       PIC 9(06).
001410         10  WS-REG-SOURCE       PIC X(250).
001420         10  WS-REG-SUPPLIER-ID  PIC X(03).
001430         10  WS-REG-BUS-DATE     PIC 9(08).
001440         10  WS-REG-SENT-DATE    PIC 9(08).
001450 01  J                           PIC 9(04) VALUE ZERO.
001460
001470* RETURN LOG LINE LAYOUT. ONE LINE PER RETURN FILE EVER SENT,
001480* APPENDED AS EACH FILE IS CLOSED.
001490 01  WS-RRETLOG-LINE.
001500     05  WS-RTL-SENT-DATE        PIC 9(08).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  WS-RTL-SENT-TIME        PIC 9(06).
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  WS-RTL-SUPPLIER-ID      PIC X(03).
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  WS-RTL-FILE-SEQ         PIC 9(04).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  WS-RTL-REC-COUNT        PIC 9(06).
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  WS-RTL-FILE-NAME        PIC X(200).
001610
001620* SUPPLIER TABLE. EVERY SUPPLIER ON THE RETURN LOG, WITH THE
001630* LAST FILE SEQUENCE NUMBER SENT TO IT, AND EVERY SUPPLIER WITH
001640* RETURNS WAITING TO GO OUT, WITH THEIR NUMBER.
001650 01  WS-RSP-MAX                  PIC 9(03) VALUE 200.
001660 01  WS-RSP-COUNT                PIC 9(03) VALUE ZERO.
001670 01  WS-RSP-TABLE.
001680     05  WS-RSP-ENTRY OCCURS 200 TIMES.
001690         10  WS-RSP-SUPPLIER-ID  PIC X(03).
001700         10  WS-RSP-LAST-SEQ     PIC 9(04).
001710         10  WS-RSP-PENDING      PIC 9(06).
001720 01  S                           PIC 9(03) VALUE ZERO.
001730 01  WS-RSP-HIT-IX               PIC 9(03) VALUE ZERO.
001740 01  WS-FIND-SUPPLIER-ID         PIC X(03) VALUE SPACES.
001750
001760* RUN DATE AND TIME, AND THE COUNTS OF THIS RUN
001770 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001780 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001790 01  WS-FILE-COUNT               PIC 9(06) VALUE ZERO.
001800 01  WS-SENT-COUNT               PIC 9(06) VALUE ZERO.
001810 01  WS-NOSUP-COUNT              PIC 9(06) VALUE ZERO.
001820 01  WS-FILE-REC-COUNT           PIC 9(06) VALUE ZERO.
001830
001840* PLAIN-LANGUAGE EXPLANATION OF THE REASON CODE BEING RETURNED
001850 01  WS-REASON-TEXT              PIC X(40) VALUE SPACES.
001860
001870* EDIT-RULE CALL BLOCK FOR CALERUL, WHICH EXPLAINS A REASON CODE
001880* CONFIGURED ON THE EDIT-RULES FILE.
001890 01  WS-ERUL-PARM.
001900     05  WS-ERL-FUNCTION         PIC X(01).
001910     05  WS-ERL-RULE-IX          PIC 9(03).
001920     05  WS-ERL-SUPPLIER-ID      PIC X(03).
001930     05  WS-ERL-DATA-COUNT       PIC 9(06).
001940     05  WS-ERL-RECORD           PIC X(250).
001950     05  WS-ERL-REASON           PIC X(06).
001960     05  WS-ERL-ACTION           PIC X(01).
001970     05  WS-ERL-DESCRIPTION      PIC X(40).
001980     05  WS-ERL-RULE-COUNT       PIC 9(03).
001990     05  WS-ERL-STATUS           PIC X(01).
002000
002010* RETURN REPORT LINE LAYOUTS
002020 01  WS-RRET-HEADING.
002030     05  FILLER                  PIC X(24) VALUE
002040         'REJECT RETURN REPORT AT '.
002050     05  WS-HDG-RUN-DATE         PIC 9(08).
002060 01  WS-RRET-FILE-LINE.
002070     05  FILLER                  PIC X(09) VALUE 'SUPPLIER '.
002080     05  WS-RFL-SUPPLIER-ID      PIC X(03).
002090     05  FILLER                  PIC X(18) VALUE
002100         '  RETURN FILE SEQ '.
002110     05  WS-RFL-FILE-SEQ         PIC 9(04).
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  WS-RFL-FILE-NAME        PIC X(96).
002140 01  WS-RRET-DETAIL.
002150     05  FILLER                  PIC X(04) VALUE SPACES.
002160     05  WS-RDT-REF-NO           PIC 9(06).
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  WS-RDT-REC-NO           PIC 9(06).
002190     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  WS-RDT-BUS-DATE         PIC 9(08).
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  WS-RDT-REASON           PIC X(06).
002230     05  FILLER                  PIC X(01) VALUE SPACE.
002240     05  WS-RDT-EXPLANATION      PIC X(40).
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  WS-RDT-SOURCE           PIC X(57).
002270 01  WS-RRET-SUMMARY.
002280     05  WS-RRS-LABEL            PIC X(26).
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  WS-RRS-COUNT            PIC 9(06).
002310
002320 PROCEDURE DIVISION.
002330
002340 0000-MAINLINE.
002350     DISPLAY 'CALRRET'
002360     PERFORM 1000-INITIALIZE
002370     PERFORM 2000-MAIN-PROCESSING
002380     IF WS-NOSUP-COUNT > ZERO
002390         DISPLAY 'CALRRET ENDED - RETURNS WITH NO SUPPLIER :'
002400             WS-NOSUP-COUNT
002410         MOVE 4 TO RETURN-CODE
002420     ELSE
002430         DISPLAY 'CALRRET ENDED CLEAN'
002440     END-IF
002450     STOP RUN
002460     .
002470
002480* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME.
002490 1000-INITIALIZE.
002500     MOVE SPACES TO WS-RCYCLE-PATH
002510     ACCEPT WS-RCYCLE-PATH
002520         FROM ENVIRONMENT 'AOC-RCYCLE'
002530     IF WS-RCYCLE-PATH = SPACES
002540         MOVE WS-DEFAULT-RCYCLE-PATH TO WS-RCYCLE-PATH
002550     END-IF
002560
002570     MOVE SPACES TO WS-RRETFILE-BASE-PATH
002580     ACCEPT WS-RRETFILE-BASE-PATH
002590         FROM ENVIRONMENT 'AOC-RRETFILE'
002600     IF WS-RRETFILE-BASE-PATH = SPACES
002610         MOVE WS-DEFAULT-RRETFILE-PATH TO WS-RRETFILE-BASE-PATH
002620     END-IF
002630
002640     MOVE SPACES TO WS-RRETLOG-PATH
002650     ACCEPT WS-RRETLOG-PATH
002660         FROM ENVIRONMENT 'AOC-RRETLOG'
002670     IF WS-RRETLOG-PATH = SPACES
002680         MOVE WS-DEFAULT-RRETLOG-PATH TO WS-RRETLOG-PATH
002690     END-IF
002700
002710     MOVE SPACES TO WS-RRETRPT-PATH
002720     ACCEPT WS-RRETRPT-PATH
002730         FROM ENVIRONMENT 'AOC-RRETRPT'
002740     IF WS-RRETRPT-PATH = SPACES
002750         MOVE WS-DEFAULT-RRETRPT-PATH TO WS-RRETRPT-PATH
002760     END-IF
002770
002780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002790     ACCEPT WS-RUN-TIME FROM TIME
002800     .
002810
002820* 2000-MAIN-PROCESSING SENDS ONE RETURN FILE TO EACH SUPPLIER
002830* WITH RETURNS WAITING, THEN STAMPS THE REGISTER. THE FILES ARE
002840* CLOSED AND LOGGED BEFORE THE REGISTER IS REWRITTEN, SO A RUN
002850* THAT FAILS IN BETWEEN SENDS THE SAME RETURNS AGAIN ON ITS
002860* RERUN, UNDER THE NEXT FILE SEQUENCE - NEVER DROPS ONE.
002870 2000-MAIN-PROCESSING.
002880     PERFORM 3100-OPEN-RRETRPT
002890     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
002900     MOVE WS-RRET-HEADING TO RRET-RECORD
002910     PERFORM 6000-WRITE-RRET-LINE
002920     MOVE SPACES TO RRET-RECORD
002930     PERFORM 6000-WRITE-RRET-LINE
002940
002950     PERFORM 2100-LOAD-RECYCLE-REGISTER
002960     PERFORM 2150-LOAD-RETURN-LOG
002970     PERFORM 2200-COLLECT-PENDING-RETURN
002980         THRU 2200-EXIT
002990         VARYING J FROM 1 BY 1
003000         UNTIL J > WS-RCYC-COUNT
003010     PERFORM 2300-WRITE-SUPPLIER-RETURN
003020         THRU 2300-EXIT
003030         VARYING S FROM 1 BY 1
003040         UNTIL S > WS-RSP-COUNT
003050     IF WS-NOSUP-COUNT > ZERO
003060         MOVE 'RETURNED ENTRIES WITH NO SUPPLIER - NOT SENT'
003070             TO RRET-RECORD
003080         PERFORM 6000-WRITE-RRET-LINE
003090         PERFORM 2400-REPORT-NO-SUPPLIER
003100             THRU 2400-EXIT
003110             VARYING J FROM 1 BY 1
003120             UNTIL J > WS-RCYC-COUNT
003130         MOVE SPACES TO RRET-RECORD
003140         PERFORM 6000-WRITE-RRET-LINE
003150     END-IF
003160     IF WS-SENT-COUNT > ZERO
003170         PERFORM 2700-REWRITE-RECYCLE-REGISTER
003180     ELSE
003190         DISPLAY 'NO RETURNS WAITING TO BE SENT'
003200     END-IF
003210     PERFORM 2900-WRITE-COUNTS
003220     PERFORM 5100-CLOSE-RRETRPT
003230
003240     DISPLAY 'RETURN FILES WRITTEN     :' WS-FILE-COUNT
003250     DISPLAY 'RECORDS RETURNED         :' WS-SENT-COUNT
003260     DISPLAY 'RETURNED, NO SUPPLIER    :' WS-NOSUP-COUNT
003270     .
003280
003290* 2100-LOAD-RECYCLE-REGISTER READS THE PERSISTENT REGISTER INTO
003300* THE IN-STORAGE TABLE, AS CALRCYC DOES. WITH NO REGISTER THERE
003310* IS NOTHING TO RETURN.
003320 2100-LOAD-RECYCLE-REGISTER.
003330     MOVE ZERO TO WS-RCYC-COUNT
003340     OPEN INPUT RCYCLE
003350     IF NOT RCYCLE-STATUS-OK
003360         DISPLAY 'NO RECYCLE REGISTER FOUND - NOTHING TO RETURN'
003370     ELSE
003380         PERFORM 4100-READ-RCYCLE
003390         PERFORM UNTIL RCYCLE-STATUS-EOF
003400         OR NOT RCYCLE-STATUS-OK
003410             IF WS-RCYC-COUNT >= WS-RCYC-MAX
003420                 DISPLAY 'RECYCLE REGISTER FULL - INCREASE '
003430                     'WS-RCYC-MAX AND RERUN'
003440                 MOVE 8 TO RETURN-CODE
003450                 STOP RUN
003460             END-IF
003470             MOVE RCYCLE-RECORD TO WS-RCYCLE-LINE
003480             ADD 1 TO WS-RCYC-COUNT
003490             MOVE WS-RCY-SEQ-NO
003500                 TO WS-REG-SEQ-NO(WS-RCYC-COUNT)
003510             MOVE WS-RCY-STATUS
003520                 TO WS-REG-STATUS(WS-RCYC-COUNT)
003530             MOVE WS-RCY-ARRIVAL-DATE
003540                 TO WS-REG-ARRIVAL-DATE(WS-RCYC-COUNT)
003550             MOVE WS-RCY-CLOSED-DATE
003560                 TO WS-REG-CLOSED-DATE(WS-RCYC-COUNT)
003570             MOVE WS-RCY-REASON
003580                 TO WS-REG-REASON(WS-RCYC-COUNT)
003590             MOVE WS-RCY-REC-NO
003600                 TO WS-REG-REC-NO(WS-RCYC-COUNT)
003610             MOVE WS-RCY-SOURCE
003620                 TO WS-REG-SOURCE(WS-RCYC-COUNT)
003630             MOVE WS-RCY-SUPPLIER-ID
003640                 TO WS-REG-SUPPLIER-ID(WS-RCYC-COUNT)
003650             IF WS-RCY-BUS-DATE IS NUMERIC
003660                 MOVE WS-RCY-BUS-DATE
003670                     TO WS-REG-BUS-DATE(WS-RCYC-COUNT)
003680             ELSE
003690                 MOVE WS-RCY-ARRIVAL-DATE
003700                     TO WS-REG-BUS-DATE(WS-RCYC-COUNT)
003710             END-IF
003720             IF WS-RCY-SENT-DATE IS NUMERIC
003730                 MOVE WS-RCY-SENT-DATE
003740                     TO WS-REG-SENT-DATE(WS-RCYC-COUNT)
003750             ELSE
003760                 MOVE ZERO TO WS-REG-SENT-DATE(WS-RCYC-COUNT)
003770             END-IF
003780             PERFORM 4100-READ-RCYCLE
003790         END-PERFORM
003800         CLOSE RCYCLE
003810     END-IF
003820     .
003830
003840* 2150-LOAD-RETURN-LOG READS THE RETURN LOG FOR THE LAST FILE
003850* SEQUENCE NUMBER SENT TO EACH SUPPLIER. A MISSING LOG (STATUS
003860* 35) IS A FIRST RUN - EVERY SUPPLIER'S FIRST RETURN FILE IS
003870* NUMBER 1. ANY OTHER OPEN FAILURE STOPS THE RUN BEFORE A RETURN
003880* FILE IS WRITTEN, SO NO SEQUENCE NUMBER IS EVER REUSED.
003890 2150-LOAD-RETURN-LOG.
003900     MOVE ZERO TO WS-RSP-COUNT
003910     OPEN INPUT RRETLOG
003920     IF NOT RRETLOG-STATUS-OK
003930         AND NOT RRETLOG-STATUS-NOFILE
003940         DISPLAY 'OPEN ERROR ON RRETLOG'
003950         DISPLAY 'FILE STATUS : ' RRETLOG-STATUS
003960         MOVE 12 TO RETURN-CODE
003970         STOP RUN
003980     END-IF
003990     IF RRETLOG-STATUS-NOFILE
004000         DISPLAY 'NO RETURN LOG FOUND - NEW ONE STARTS '
004010             'WITH THIS RUN'
004020     ELSE
004030         PERFORM 4200-READ-RRETLOG
004040         PERFORM UNTIL RRETLOG-STATUS-EOF
004050         OR NOT RRETLOG-STATUS-OK
004060             MOVE RRETLOG-RECORD TO WS-RRETLOG-LINE
004070             IF WS-RTL-SUPPLIER-ID NOT = SPACES
004080                 AND WS-RTL-FILE-SEQ IS NUMERIC
004090                 MOVE WS-RTL-SUPPLIER-ID TO WS-FIND-SUPPLIER-ID
004100                 PERFORM 2250-FIND-SUPPLIER-ENTRY
004110                 IF WS-RTL-FILE-SEQ
004120                     > WS-RSP-LAST-SEQ(WS-RSP-HIT-IX)
004130                     MOVE WS-RTL-FILE-SEQ
004140                         TO WS-RSP-LAST-SEQ(WS-RSP-HIT-IX)
004150                 END-IF
004160             END-IF
004170             PERFORM 4200-READ-RRETLOG
004180         END-PERFORM
004190         CLOSE RRETLOG
004200     END-IF
004210     .
004220
004230* 2200-COLLECT-PENDING-RETURN COUNTS ONE REGISTER ENTRY AGAINST
004240* ITS SUPPLIER WHEN IT IS MARKED RETURNED AND HAS NOT YET GONE
004250* OUT. AN ENTRY WITH NO SUPPLIER IS COUNTED APART.
004260 2200-COLLECT-PENDING-RETURN.
004270     IF WS-REG-STATUS(J) NOT = 'RETURNED'
004280         OR WS-REG-SENT-DATE(J) > ZERO
004290         GO TO 2200-EXIT
004300     END-IF
004310     IF WS-REG-SUPPLIER-ID(J) = SPACES
004320         ADD 1 TO WS-NOSUP-COUNT
004330         GO TO 2200-EXIT
004340     END-IF
004350     MOVE WS-REG-SUPPLIER-ID(J) TO WS-FIND-SUPPLIER-ID
004360     PERFORM 2250-FIND-SUPPLIER-ENTRY
004370     ADD 1 TO WS-RSP-PENDING(WS-RSP-HIT-IX)
004380     .
004390 2200-EXIT.
004400     EXIT
004410     .
004420
004430* 2250-FIND-SUPPLIER-ENTRY LEAVES THE TABLE SUBSCRIPT OF
004440* WS-FIND-SUPPLIER-ID IN WS-RSP-HIT-IX, ADDING THE SUPPLIER
004450* WHEN IT IS NOT YET IN THE TABLE.
004460 2250-FIND-SUPPLIER-ENTRY.
004470     MOVE ZERO TO WS-RSP-HIT-IX
004480     PERFORM 2260-MATCH-ONE-SUPPLIER
004490         THRU 2260-EXIT
004500         VARYING S FROM 1 BY 1
004510         UNTIL S > WS-RSP-COUNT
004520         OR WS-RSP-HIT-IX > ZERO
004530     IF WS-RSP-HIT-IX = ZERO
004540         IF WS-RSP-COUNT >= WS-RSP-MAX
004550             DISPLAY 'SUPPLIER TABLE FULL - INCREASE '
004560                 'WS-RSP-MAX AND RERUN'
004570             MOVE 8 TO RETURN-CODE
004580             STOP RUN
004590         END-IF
004600         ADD 1 TO WS-RSP-COUNT
004610         MOVE WS-RSP-COUNT TO WS-RSP-HIT-IX
004620         MOVE WS-FIND-SUPPLIER-ID
004630             TO WS-RSP-SUPPLIER-ID(WS-RSP-HIT-IX)
004640         MOVE ZERO TO WS-RSP-LAST-SEQ(WS-RSP-HIT-IX)
004650         MOVE ZERO TO WS-RSP-PENDING(WS-RSP-HIT-IX)
004660     END-IF
004670     .
004680
004690 2260-MATCH-ONE-SUPPLIER.
004700     IF WS-RSP-SUPPLIER-ID(S) = WS-FIND-SUPPLIER-ID
004710         MOVE S TO WS-RSP-HIT-IX
004720     END-IF
004730     .
004740 2260-EXIT.
004750     EXIT
004760     .
004770
004780* 2300-WRITE-SUPPLIER-RETURN WRITES SUPPLIER S'S RETURN FILE
004790* UNDER THE NEXT FILE SEQUENCE NUMBER: THE HDR, ONE DETAIL LINE
004800* PER RETURN WAITING, AND THE TRL. THE FILE IS THEN LOGGED.
004810 2300-WRITE-SUPPLIER-RETURN.
004820     IF WS-RSP-PENDING(S) = ZERO
004830         GO TO 2300-EXIT
004840     END-IF
004850     ADD 1 TO WS-RSP-LAST-SEQ(S)
004860     MOVE SPACES TO WS-RRETFILE-PATH
004870     STRING WS-RRETFILE-BASE-PATH DELIMITED BY SPACE
004880         '.'                      DELIMITED BY SIZE
004890         WS-RSP-SUPPLIER-ID(S)    DELIMITED BY SIZE
004900         '.'                      DELIMITED BY SIZE
004910         WS-RUN-DATE              DELIMITED BY SIZE
004920         '.S'                     DELIMITED BY SIZE
004930         WS-RSP-LAST-SEQ(S)       DELIMITED BY SIZE
004940         INTO WS-RRETFILE-PATH
004950     OPEN OUTPUT RRETFILE
004960     IF NOT RRETFILE-STATUS-OK
004970         DISPLAY 'OPEN ERROR ON RRETFILE'
004980         DISPLAY 'FILE STATUS : ' RRETFILE-STATUS
004990         MOVE 12 TO RETURN-CODE
005000         STOP RUN
005010     END-IF
005020
005030     MOVE WS-RSP-SUPPLIER-ID(S)  TO WS-RFL-SUPPLIER-ID
005040     MOVE WS-RSP-LAST-SEQ(S)     TO WS-RFL-FILE-SEQ
005050     MOVE WS-RRETFILE-PATH       TO WS-RFL-FILE-NAME
005060     MOVE WS-RRET-FILE-LINE      TO RRET-RECORD
005070     PERFORM 6000-WRITE-RRET-LINE
005080
005090     MOVE SPACES                 TO RETURN-FILE-RECORD
005100     MOVE 'HDR'                  TO RET-HDR-TAG
005110     MOVE WS-RUN-DATE            TO RET-HDR-SENT-DATE
005120     MOVE WS-RSP-LAST-SEQ(S)     TO RET-HDR-FILE-SEQ
005130     MOVE WS-RSP-SUPPLIER-ID(S)  TO RET-HDR-SUPPLIER-ID
005140     PERFORM 6100-WRITE-RRETFILE-LINE
005150
005160     MOVE ZERO TO WS-FILE-REC-COUNT
005170     PERFORM 2350-WRITE-ONE-RETURN
005180         THRU 2350-EXIT
005190         VARYING J FROM 1 BY 1
005200         UNTIL J > WS-RCYC-COUNT
005210
005220     MOVE SPACES                 TO RETURN-FILE-RECORD
005230     MOVE 'TRL'                  TO RET-TRL-TAG
005240     MOVE WS-FILE-REC-COUNT      TO RET-TRL-REC-COUNT
005250     PERFORM 6100-WRITE-RRETFILE-LINE
005260     CLOSE RRETFILE
005270     IF NOT RRETFILE-STATUS-OK
005280         DISPLAY 'CLOSE ERROR ON RRETFILE'
005290         DISPLAY 'FILE STATUS : ' RRETFILE-STATUS
005300         MOVE 12 TO RETURN-CODE
005310         STOP RUN
005320     END-IF
005330     ADD 1 TO WS-FILE-COUNT
005340     PERFORM 2380-WRITE-RETURN-LOG
005350
005360     MOVE '    RECORDS RETURNED     :' TO WS-RRS-LABEL
005370     MOVE WS-FILE-REC-COUNT             TO WS-RRS-COUNT
005380     MOVE WS-RRET-SUMMARY               TO RRET-RECORD
005390     PERFORM 6000-WRITE-RRET-LINE
005400     MOVE SPACES TO RRET-RECORD
005410     PERFORM 6000-WRITE-RRET-LINE
005420     .
005430 2300-EXIT.
005440     EXIT
005450     .
005460
005470* 2350-WRITE-ONE-RETURN PUTS REGISTER ENTRY J ON SUPPLIER S'S
005480* RETURN FILE WHEN IT IS ONE OF THE RETURNS WAITING FOR THAT
005490* SUPPLIER, AND STAMPS IT WITH TODAY'S SENT DATE.
005500 2350-WRITE-ONE-RETURN.
005510     IF WS-REG-STATUS(J) NOT = 'RETURNED'
005520         OR WS-REG-SENT-DATE(J) > ZERO
005530         OR WS-REG-SUPPLIER-ID(J) NOT = WS-RSP-SUPPLIER-ID(S)
005540         GO TO 2350-EXIT
005550     END-IF
005560     PERFORM 2360-SET-REASON-TEXT
005570     MOVE SPACES                 TO RETURN-FILE-RECORD
005580     MOVE WS-REG-REC-NO(J)       TO RET-REC-NO
005590     MOVE WS-REG-BUS-DATE(J)     TO RET-BUS-DATE
005600     MOVE WS-REG-REASON(J)       TO RET-REASON
005610     MOVE WS-REASON-TEXT         TO RET-EXPLANATION
005620     MOVE WS-REG-SEQ-NO(J)       TO RET-REF-NO
005630     MOVE WS-REG-SOURCE(J)       TO RET-SOURCE
005640     PERFORM 6100-WRITE-RRETFILE-LINE
005650     ADD 1 TO WS-FILE-REC-COUNT
005660     ADD 1 TO WS-SENT-COUNT
005670     MOVE WS-RUN-DATE TO WS-REG-SENT-DATE(J)
005680     PERFORM 2370-REPORT-ONE-ENTRY
005690     .
005700 2350-EXIT.
005710     EXIT
005720     .
005730
005740* 2360-SET-REASON-TEXT GIVES REGISTER ENTRY J'S REASON CODE ITS
005750* PLAIN-LANGUAGE MEANING, IN THE SAME WORDS AS CALTRAC. A CODE
005760* FROM A CONFIGURED EDIT RULE TAKES THE RULE'S DESCRIPTION; ONE
005770* NO LONGER ON THE RULES FILE GOES OUT WITH NO EXPLANATION.
005780 2360-SET-REASON-TEXT.
005790     EVALUATE WS-REG-REASON(J)
005800         WHEN 'EMPTY '
005810             MOVE 'RECORD HOLDS NOTHING BUT SPACES'
005820                 TO WS-REASON-TEXT
005830         WHEN 'NONPRT'
005840             MOVE 'NON-PRINTABLE DATA IN THE RECORD'
005850                 TO WS-REASON-TEXT
005860         WHEN 'OVRLEN'
005870             MOVE 'DATA BEYOND THE 200-BYTE RECORD'
005880                 TO WS-REASON-TEXT
005890         WHEN 'DUPLIC'
005900             MOVE 'SAME AS THE PREVIOUS LINE'
005910                 TO WS-REASON-TEXT
005920         WHEN 'UNKSUP'
005930             MOVE 'SUPPLIER NOT ON THE SUPPLIER MASTER'
005940                 TO WS-REASON-TEXT
005950         WHEN 'INASUP'
005960             MOVE 'SUPPLIER INACTIVE ON THE SUPPLIER MASTER'
005970                 TO WS-REASON-TEXT
005980         WHEN OTHER
005990             MOVE 'D'              TO WS-ERL-FUNCTION
006000             MOVE WS-REG-REASON(J) TO WS-ERL-REASON
006010             CALL 'CALERUL' USING WS-ERUL-PARM
006020             IF WS-ERL-STATUS = '0'
006030                 MOVE WS-ERL-DESCRIPTION TO WS-REASON-TEXT
006040             ELSE
006050                 MOVE SPACES TO WS-REASON-TEXT
006060             END-IF
006070     END-EVALUATE
006080     .
006090
006100* 2370-REPORT-ONE-ENTRY LISTS REGISTER ENTRY J ON THE RETURN
006110* REPORT.
006120 2370-REPORT-ONE-ENTRY.
006130     MOVE WS-REG-SEQ-NO(J)       TO WS-RDT-REF-NO
006140     MOVE WS-REG-REC-NO(J)       TO WS-RDT-REC-NO
006150     MOVE WS-REG-BUS-DATE(J)     TO WS-RDT-BUS-DATE
006160     MOVE WS-REG-REASON(J)       TO WS-RDT-REASON
006170     MOVE WS-REASON-TEXT         TO WS-RDT-EXPLANATION
006180     MOVE WS-REG-SOURCE(J)(1:57) TO WS-RDT-SOURCE
006190     MOVE WS-RRET-DETAIL         TO RRET-RECORD
006200     PERFORM 6000-WRITE-RRET-LINE
006210     .
006220
006230* 2380-WRITE-RETURN-LOG APPENDS THE FILE JUST CLOSED TO THE
006240* RETURN LOG. THE LOG IS OPENED EXTEND; ONLY WHEN IT DOES NOT
006250* YET EXIST (STATUS 35) IS IT CREATED WITH OPEN OUTPUT. ANY
006260* OTHER OPEN FAILURE STOPS THE RUN RATHER THAN TRUNCATE THE
006270* RECORD OF WHAT HAS BEEN SENT.
006280 2380-WRITE-RETURN-LOG.
006290     OPEN EXTEND RRETLOG
006300     IF RRETLOG-STATUS-NOFILE
006310         OPEN OUTPUT RRETLOG
006320     END-IF
006330     IF NOT RRETLOG-STATUS-OK
006340         DISPLAY 'OPEN ERROR ON RRETLOG'
006350         DISPLAY 'FILE STATUS : ' RRETLOG-STATUS
006360         MOVE 12 TO RETURN-CODE
006370         STOP RUN
006380     END-IF
006390     MOVE WS-RUN-DATE            TO WS-RTL-SENT-DATE
006400     MOVE WS-RUN-TIME(1:6)       TO WS-RTL-SENT-TIME
006410     MOVE WS-RSP-SUPPLIER-ID(S)  TO WS-RTL-SUPPLIER-ID
006420     MOVE WS-RSP-LAST-SEQ(S)     TO WS-RTL-FILE-SEQ
006430     MOVE WS-FILE-REC-COUNT      TO WS-RTL-REC-COUNT
006440     MOVE WS-RRETFILE-PATH       TO WS-RTL-FILE-NAME
006450     MOVE WS-RRETLOG-LINE        TO RRETLOG-RECORD
006460     WRITE RRETLOG-RECORD
006470     IF NOT RRETLOG-STATUS-OK
006480         DISPLAY 'WRITE ERROR ON RRETLOG'
006490         DISPLAY 'FILE STATUS : ' RRETLOG-STATUS
006500         MOVE 12 TO RETURN-CODE
006510         STOP RUN
006520     END-IF
006530     CLOSE RRETLOG
006540     .
006550
006560* 2400-REPORT-NO-SUPPLIER LISTS A RETURNED ENTRY THAT CANNOT BE
006570* SENT FOR WANT OF A SUPPLIER. IT STAYS WAITING ON THE REGISTER
006580* UNTIL IT IS WRITTEN OFF OR RESOLVED.
006590 2400-REPORT-NO-SUPPLIER.
006600     IF WS-REG-STATUS(J) NOT = 'RETURNED'
006610         OR WS-REG-SENT-DATE(J) > ZERO
006620         OR WS-REG-SUPPLIER-ID(J) NOT = SPACES
006630         GO TO 2400-EXIT
006640     END-IF
006650     PERFORM 2360-SET-REASON-TEXT
006660     PERFORM 2370-REPORT-ONE-ENTRY
006670     .
006680 2400-EXIT.
006690     EXIT
006700     .
006710
006720* 2700-REWRITE-RECYCLE-REGISTER REWRITES THE PERSISTENT
006730* REGISTER FROM THE TABLE, CARRYING THE SENT DATES OF THIS RUN.
006740 2700-REWRITE-RECYCLE-REGISTER.
006750     OPEN OUTPUT RCYCLE
006760     IF NOT RCYCLE-STATUS-OK
006770         DISPLAY 'OPEN ERROR ON RCYCLE'
006780         DISPLAY 'FILE STATUS : ' RCYCLE-STATUS
006790         MOVE 12 TO RETURN-CODE
006800         STOP RUN
006810     END-IF
006820     PERFORM 2750-WRITE-ONE-ENTRY
006830         THRU 2750-EXIT
006840         VARYING J FROM 1 BY 1
006850         UNTIL J > WS-RCYC-COUNT
006860     CLOSE RCYCLE
006870     IF NOT RCYCLE-STATUS-OK
006880         DISPLAY 'CLOSE ERROR ON RCYCLE'
006890         DISPLAY 'FILE STATUS : ' RCYCLE-STATUS
006900         MOVE 12 TO RETURN-CODE
006910         STOP RUN
006920     END-IF
006930     .
006940
006950 2750-WRITE-ONE-ENTRY.
006960     MOVE WS-REG-SEQ-NO(J)       TO WS-RCY-SEQ-NO
006970     MOVE WS-REG-STATUS(J)       TO WS-RCY-STATUS
006980     MOVE WS-REG-ARRIVAL-DATE(J) TO WS-RCY-ARRIVAL-DATE
006990     MOVE WS-REG-CLOSED-DATE(J)  TO WS-RCY-CLOSED-DATE
007000     MOVE WS-REG-REASON(J)       TO WS-RCY-REASON
007010     MOVE WS-REG-REC-NO(J)       TO WS-RCY-REC-NO
007020     MOVE WS-REG-SOURCE(J)       TO WS-RCY-SOURCE
007030     MOVE WS-REG-SUPPLIER-ID(J)  TO WS-RCY-SUPPLIER-ID
007040     MOVE WS-REG-BUS-DATE(J)     TO WS-RCY-BUS-DATE
007050     MOVE WS-REG-SENT-DATE(J)    TO WS-RCY-SENT-DATE
007060     MOVE WS-RCYCLE-LINE TO RCYCLE-RECORD
007070     WRITE RCYCLE-RECORD
007080     IF NOT RCYCLE-STATUS-OK
007090         DISPLAY 'WRITE ERROR ON RCYCLE'
007100         DISPLAY 'FILE STATUS : ' RCYCLE-STATUS
007110         MOVE 12 TO RETURN-CODE
007120         STOP RUN
007130     END-IF
007140     .
007150 2750-EXIT.
007160     EXIT
007170     .
007180
007190* 2900-WRITE-COUNTS CLOSES THE REPORT OFF WITH THE COUNTS OF
007200* THIS RUN.
007210 2900-WRITE-COUNTS.
007220     MOVE 'RETURN FILES WRITTEN     :' TO WS-RRS-LABEL
007230     MOVE WS-FILE-COUNT                 TO WS-RRS-COUNT
007240     MOVE WS-RRET-SUMMARY               TO RRET-RECORD
007250     PERFORM 6000-WRITE-RRET-LINE
007260     MOVE 'RECORDS RETURNED         :' TO WS-RRS-LABEL
007270     MOVE WS-SENT-COUNT                 TO WS-RRS-COUNT
007280     MOVE WS-RRET-SUMMARY               TO RRET-RECORD
007290     PERFORM 6000-WRITE-RRET-LINE
007300     MOVE 'RETURNED, NO SUPPLIER    :' TO WS-RRS-LABEL
007310     MOVE WS-NOSUP-COUNT                TO WS-RRS-COUNT
007320     MOVE WS-RRET-SUMMARY               TO RRET-RECORD
007330     PERFORM 6000-WRITE-RRET-LINE
007340     .
007350
007360 3100-OPEN-RRETRPT.
007370     OPEN OUTPUT RRETRPT
007380     IF NOT RRETRPT-STATUS-OK
007390         DISPLAY 'OPEN ERROR ON RRETRPT'
007400         DISPLAY 'FILE STATUS : ' RRETRPT-STATUS
007410         MOVE 12 TO RETURN-CODE
007420         STOP RUN
007430     END-IF
007440     .
007450
007460 4100-READ-RCYCLE.
007470     READ RCYCLE
007480         AT END
007490             CONTINUE
007500          NOT AT END
007510             IF NOT RCYCLE-STATUS-OK
007520                 DISPLAY 'READ ERROR ON RCYCLE'
007530                 DISPLAY 'FILE STATUS : ' RCYCLE-STATUS
007540                 MOVE 12 TO RETURN-CODE
007550                 STOP RUN
007560             END-IF
007570     END-READ
007580     .
007590
007600 4200-READ-RRETLOG.
007610     READ RRETLOG
007620         AT END
007630             CONTINUE
007640          NOT AT END
007650             IF NOT RRETLOG-STATUS-OK
007660                 DISPLAY 'READ ERROR ON RRETLOG'
007670                 DISPLAY 'FILE STATUS : ' RRETLOG-STATUS
007680                 MOVE 12 TO RETURN-CODE
007690                 STOP RUN
007700             END-IF
007710     END-READ
007720     .
007730
007740 5100-CLOSE-RRETRPT.
007750     CLOSE RRETRPT
007760     IF NOT RRETRPT-STATUS-OK
007770         DISPLAY 'CLOSE ERROR ON RRETRPT'
007780         DISPLAY 'FILE STATUS : ' RRETRPT-STATUS
007790         MOVE 12 TO RETURN-CODE
007800         STOP RUN
007810     END-IF
007820     .
007830
007840 6000-WRITE-RRET-LINE.
007850     WRITE RRET-RECORD
007860     IF NOT RRETRPT-STATUS-OK
007870         DISPLAY 'WRITE ERROR ON RRETRPT'
007880         DISPLAY 'FILE STATUS : ' RRETRPT-STATUS
007890         MOVE 12 TO RETURN-CODE
007900         STOP RUN
007910     END-IF
007920     MOVE SPACES TO RRET-RECORD
007930     .
007940
007950 6100-WRITE-RRETFILE-LINE.
007960     WRITE RETURN-FILE-RECORD
007970     IF NOT RRETFILE-STATUS-OK
007980         DISPLAY 'WRITE ERROR ON RRETFILE'
007990         DISPLAY 'FILE STATUS : ' RRETFILE-STATUS
008000         MOVE 12 TO RETURN-CODE
008010         STOP RUN
008020     END-IF
008030     .
