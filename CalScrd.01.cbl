000230*                  ROLLS UP UNDER THE UNIDENTIFIED BUCKET. THE
000240*                  QUARTERLY SUPPLIER REVIEW READS THIS REPORT
000250*                  INSTEAD OF SOMEONE GREPPING JOB LOGS.
000260* 2026-10-15  RD   REJECTS AND WARNINGS UNDER THE REASON CODES
000270*                  CONFIGURED ON THE EDIT-RULES FILE ARE NOW
000280*                  TALLIED FROM THE EDITRSN LOG LINES: THEY COUNT
000290*                  IN THE SUPPLIER'S REJECT TOTAL AND RATE AND ARE
000300*                  BROKEN DOWN BY CODE AFTER THE FIXED REASONS.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340
000350     SELECT SUPQLOG ASSIGN TO DYNAMIC WS-SUPQLOG-PATH
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS SUPQLOG-STATUS.
000380
000390     SELECT SCRDRPT ASSIGN TO DYNAMIC WS-SCRDRPT-PATH
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SCRDRPT-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450
000460 FD  SUPQLOG.
000470 01  SUPQLOG-RECORD              PIC X(80).
000480
000490 FD  SCRDRPT.
000500 01  SCRD-RECORD                 PIC X(132).
000510
000520 WORKING-STORAGE SECTION.
000530
000540* RUN-TIME FILE ASSIGNMENT
000550 01  WS-SUPQLOG-PATH             PIC X(200).
000560 01  WS-DEFAULT-SUPQLOG-PATH     PIC X(200) VALUE
000570     'AOC20231201.SUPQ.LOG'.
000580 01  WS-SCRDRPT-PATH             PIC X(200).
000590 01  WS-DEFAULT-SCRDRPT-PATH     PIC X(200) VALUE
000600     'AOC20231201.SCRD.RPT'.
000610
000620* FILE STATUS
000630 01  SUPQLOG-STATUS              PIC 9(02).
000640     88  SUPQLOG-STATUS-OK       VALUE 00.
000650     88  SUPQLOG-STATUS-EOF      VALUE 10.
000660 01  SCRDRPT-STATUS              PIC 9(02).
000670     88  SCRDRPT-STATUS-OK       VALUE 00.
000680
000690* SUPPLIER QUALITY LOG LINE (SHARED WITH CALEDIT AND THE
000700* EXTRACT)
000710 COPY SUPQ01.
000720
000730* SCORECARD MONTH. AOC-SCMONTH (YYYYMM) OVERRIDES THE DEFAULT
000740* OF THE RUN DATE'S OWN MONTH, SO THE FIRST-OF-MONTH RUN
000750* NORMALLY SCORES THE MONTH JUST ENDED BY EXPLICIT OVERRIDE.
000760 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000770 01  WS-SCMONTH-ENV              PIC X(06) VALUE SPACES.
000780 01  WS-SCORE-MONTH              PIC 9(06) VALUE ZERO.
000790
000800* PER-SUPPLIER ACCUMULATOR TABLE. ONE ENTRY PER SUPPLIER ID
000810* SEEN IN THE MONTH; A BLANK ID IS A SUPPLIER NOT YET SENDING
000820* ONE AND GETS ITS OWN ENTRY.
000830 01  WS-SUP-MAX                  PIC 9(02) VALUE 20.
000840 01  WS-SUP-COUNT                PIC 9(02) VALUE ZERO.
000850 01  WS-SUP-TABLE.
000860     05  WS-SUP-ENTRY OCCURS 20 TIMES.
000870         10  WS-SUP-ID           PIC X(03).
000880         10  WS-SUP-FILES        PIC 9(06).
000890         10  WS-SUP-EDIT-RECS    PIC 9(08).
000900         10  WS-SUP-DATA-RECS    PIC 9(08).
000910         10  WS-SUP-REJ-EMPTY    PIC 9(08).
000920         10  WS-SUP-REJ-NONPRT   PIC 9(08).
000930         10  WS-SUP-REJ-OVRLEN   PIC 9(08).
000940         10  WS-SUP-REJ-DUPLIC   PIC 9(08).
000950         10  WS-SUP-REJ-RULE     PIC 9(08).
000960         10  WS-SUP-WARNINGS     PIC 9(08).
000970         10  WS-SUP-EXCEPTS      PIC 9(08).
000980         10  WS-SUP-CTL-FAILS    PIC 9(06).
000990         10  WS-SUP-LATE         PIC 9(06).
001000         10  WS-SUP-OUTSEQ       PIC 9(06).
001010 01  J                           PIC 9(02) VALUE ZERO.
001020 01  WS-SUP-HIT-IX               PIC 9(02) VALUE ZERO.
001030 01  WS-SUP-FOUND-SW             PIC X(01) VALUE 'N'.
001040     88  WS-SUP-FOUND            VALUE 'Y'.
001050
001060* PER-SUPPLIER, PER-REASON ACCUMULATOR TABLE FOR THE REASON CODES
001070* CONFIGURED ON THE EDIT-RULES FILE, IN THE ORDER FIRST SEEN.
001080 01  WS-SRS-MAX                  PIC 9(03) VALUE 200.
001090 01  WS-SRS-COUNT                PIC 9(03) VALUE ZERO.
001100 01  WS-SRS-TABLE.
001110     05  WS-SRS-ENTRY OCCURS 200 TIMES.
001120         10  WS-SRS-SUP-ID       PIC X(03).
001130         10  WS-SRS-CODE         PIC X(06).
001140         10  WS-SRS-REJ-COUNT    PIC 9(08).
001150         10  WS-SRS-WARN-COUNT   PIC 9(08).
001160 01  K                           PIC 9(03) VALUE ZERO.
001170 01  WS-SRS-HIT-IX               PIC 9(03) VALUE ZERO.
001180
001190* RATE WORK AREAS
001200 01  WS-LINE-COUNT               PIC 9(06) VALUE ZERO.
001210 01  WS-REJ-TOTAL                PIC 9(08) VALUE ZERO.
001220 01  WS-REJ-RATE                 PIC 9(03)V9 VALUE ZERO.
001230 01  WS-EXC-RATE                 PIC 9(03)V9 VALUE ZERO.
001240
001250* SCORECARD REPORT LINE LAYOUTS
001260 01  WS-SCRD-HEADING.
001270     05  FILLER                  PIC X(37) VALUE
001280         'SUPPLIER QUALITY SCORECARD - MONTH '.
001290     05  WS-HDG-MONTH            PIC 9(06).
001300 01  WS-SUP-HEAD-LINE.
001310     05  FILLER                  PIC X(09) VALUE 'SUPPLIER '.
001320     05  WS-SPH-ID               PIC X(12).
001330 01  WS-SCRD-COUNT-LINE.
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  WS-SCL-LABEL            PIC X(24).
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  WS-SCL-COUNT            PIC Z(07)9.
001380 01  WS-SCRD-RATE-LINE.
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  WS-SCR-LABEL            PIC X(24).
001410     05  FILLER                  PIC X(01) VALUE SPACE.
001420     05  WS-SCR-COUNT            PIC Z(07)9.
001430     05  FILLER                  PIC X(07) VALUE ' RATE '.
001440     05  WS-SCR-RATE             PIC Z(02)9.9.
001450     05  FILLER                  PIC X(04) VALUE ' PCT'.
001460 01  WS-SCRD-REASON-LINE.
001470     05  FILLER                  PIC X(04) VALUE SPACES.
001480     05  FILLER                  PIC X(06) VALUE 'EMPTY '.
001490     05  WS-SRL-EMPTY            PIC Z(05)9.
001500     05  FILLER                  PIC X(08) VALUE ' NONPRT '.
001510     05  WS-SRL-NONPRT           PIC Z(05)9.
001520     05  FILLER                  PIC X(08) VALUE ' OVRLEN '.
001530     05  WS-SRL-OVRLEN           PIC Z(05)9.
001540     05  FILLER                  PIC X(08) VALUE ' DUPLIC '.
001550     05  WS-SRL-DUPLIC           PIC Z(05)9.
001560 01  WS-SCRD-RULE-LINE.
001570     05  FILLER                  PIC X(04) VALUE SPACES.
001580     05  WS-SRU-CODE             PIC X(06).
001590     05  FILLER                  PIC X(10) VALUE ' REJECTED '.
001600     05  WS-SRU-REJ-COUNT        PIC Z(05)9.
001610     05  FILLER                  PIC X(08) VALUE ' WARNED '.
001620     05  WS-SRU-WARN-COUNT       PIC Z(05)9.
001630
001640 PROCEDURE DIVISION.
001650
001660 0000-MAINLINE.
001670     DISPLAY 'CALSCRD'
001680     PERFORM 1000-INITIALIZE
001690     PERFORM 2000-MAIN-PROCESSING
001700     IF WS-LINE-COUNT = ZERO
001710         DISPLAY 'CALSCRD ENDED - NO LOG LINES FOR MONTH '
001720             WS-SCORE-MONTH
001730         MOVE 4 TO RETURN-CODE
001740     ELSE
001750         DISPLAY 'CALSCRD ENDED - SUPPLIERS SCORED :'
001760             WS-SUP-COUNT
001770     END-IF
001780     STOP RUN
001790     .
001800
001810* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AND THE MONTH
001820* TO SCORE AT RUN TIME, FALLING BACK TO THE DEVELOPMENT
001830* DEFAULTS WHEN THE VARIABLES ARE NOT SET.
001840 1000-INITIALIZE.
001850     MOVE SPACES TO WS-SUPQLOG-PATH
001860     ACCEPT WS-SUPQLOG-PATH
001870         FROM ENVIRONMENT 'AOC-SUPQLOG'
001880     IF WS-SUPQLOG-PATH = SPACES
001890         MOVE WS-DEFAULT-SUPQLOG-PATH TO WS-SUPQLOG-PATH
001900     END-IF
001910
001920     MOVE SPACES TO WS-SCRDRPT-PATH
001930     ACCEPT WS-SCRDRPT-PATH
001940         FROM ENVIRONMENT 'AOC-SCRDRPT'
001950     IF WS-SCRDRPT-PATH = SPACES
001960         MOVE WS-DEFAULT-SCRDRPT-PATH TO WS-SCRDRPT-PATH
001970     END-IF
001980
001990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002000
002010     MOVE SPACES TO WS-SCMONTH-ENV
002020     ACCEPT WS-SCMONTH-ENV
002030         FROM ENVIRONMENT 'AOC-SCMONTH'
002040     IF WS-SCMONTH-ENV = SPACES
002050         MOVE WS-RUN-DATE(1:6) TO WS-SCORE-MONTH
002060     ELSE
002070         IF WS-SCMONTH-ENV NOT NUMERIC
002080             DISPLAY 'AOC-SCMONTH NOT YYYYMM : ' WS-SCMONTH-ENV
002090             MOVE 8 TO RETURN-CODE
002100             STOP RUN
002110         END-IF
002120         MOVE WS-SCMONTH-ENV TO WS-SCORE-MONTH
002130     END-IF
002140     .
002150
002160 2000-MAIN-PROCESSING.
002170     PERFORM 3100-OPEN-SCRDRPT
002180     MOVE WS-SCORE-MONTH TO WS-HDG-MONTH
002190     MOVE WS-SCRD-HEADING TO SCRD-RECORD
002200     PERFORM 6000-WRITE-SCRD-LINE
002210     PERFORM 2100-TALLY-QUALITY-LOG
002220     PERFORM 2600-REPORT-ONE-SUPPLIER
002230         THRU 2600-EXIT
002240         VARYING J FROM 1 BY 1
002250         UNTIL J > WS-SUP-COUNT
002260     IF WS-LINE-COUNT = ZERO
002270         MOVE SPACES TO SCRD-RECORD
002280         PERFORM 6000-WRITE-SCRD-LINE
002290         MOVE 'NO SUPPLIER QUALITY LOG LINES FOR THIS MONTH'
002300             TO SCRD-RECORD
002310         PERFORM 6000-WRITE-SCRD-LINE
002320     END-IF
002330     PERFORM 5100-CLOSE-SCRDRPT
002340     .
002350
002360* 2100-TALLY-QUALITY-LOG READS THE WHOLE QUALITY LOG AND FOLDS
002370* EVERY LINE OF THE SCORED MONTH INTO ITS SUPPLIER'S
002380* ACCUMULATOR ENTRY. A CALEDIT LINE CONTRIBUTES THE RECEIVED
002390* AND REJECT FIGURES; AN EDITRSN LINE THE REJECTS AND WARNINGS
002400* UNDER ONE CONFIGURED REASON CODE; AN EXTRACT LINE CONTRIBUTES
002410* THE FILE, SCORED-RECORD, EXCEPTION AND DELIVERY FIGURES.
002420 2100-TALLY-QUALITY-LOG.
002430     OPEN INPUT SUPQLOG
002440     IF NOT SUPQLOG-STATUS-OK
002450         DISPLAY 'NO SUPPLIER QUALITY LOG FOUND'
002460     ELSE
002470         PERFORM 4100-READ-SUPQLOG
002480         PERFORM UNTIL SUPQLOG-STATUS-EOF
002490         OR NOT SUPQLOG-STATUS-OK
002500             MOVE SUPQLOG-RECORD TO SUPPLIER-QUALITY-RECORD
002510             IF SPQ-BUS-DATE(1:6) = WS-SCORE-MONTH
002520                 ADD 1 TO WS-LINE-COUNT
002530                 PERFORM 2200-TALLY-ONE-LINE
002540             END-IF
002550             PERFORM 4100-READ-SUPQLOG
002560         END-PERFORM
002570         CLOSE SUPQLOG
002580     END-IF
002590     .
002600
002610 2200-TALLY-ONE-LINE.
002620     PERFORM 2300-FIND-SUPPLIER-ENTRY
002630     EVALUATE TRUE
002640         WHEN SPQ-FROM-CALEDIT
002650             ADD SPQ-REC-COUNT
002660                 TO WS-SUP-EDIT-RECS(WS-SUP-HIT-IX)
002670             ADD SPQ-REJ-EMPTY
002680                 TO WS-SUP-REJ-EMPTY(WS-SUP-HIT-IX)
002690             ADD SPQ-REJ-NONPRT
002700                 TO WS-SUP-REJ-NONPRT(WS-SUP-HIT-IX)
002710             ADD SPQ-REJ-OVRLEN
002720                 TO WS-SUP-REJ-OVRLEN(WS-SUP-HIT-IX)
002730             ADD SPQ-REJ-DUPLIC
002740                 TO WS-SUP-REJ-DUPLIC(WS-SUP-HIT-IX)
002750         WHEN SPQ-FROM-EDIT-REASON
002760             ADD SPQ-RSN-REJ-COUNT
002770                 TO WS-SUP-REJ-RULE(WS-SUP-HIT-IX)
002780             ADD SPQ-RSN-WARN-COUNT
002790                 TO WS-SUP-WARNINGS(WS-SUP-HIT-IX)
002800             PERFORM 2400-TALLY-ONE-REASON
002810         WHEN SPQ-FROM-EXTRACT
002820             ADD 1 TO WS-SUP-FILES(WS-SUP-HIT-IX)
002830             ADD SPQ-REC-COUNT
002840                 TO WS-SUP-DATA-RECS(WS-SUP-HIT-IX)
002850             ADD SPQ-EXCEPT-COUNT
002860                 TO WS-SUP-EXCEPTS(WS-SUP-HIT-IX)
002870             IF SPQ-CTL-FAIL = 'Y'
002880                 ADD 1 TO WS-SUP-CTL-FAILS(WS-SUP-HIT-IX)
002890             END-IF
002900             IF SPQ-LATE = 'Y'
002910                 ADD 1 TO WS-SUP-LATE(WS-SUP-HIT-IX)
002920             END-IF
002930             IF SPQ-OUT-OF-SEQ = 'Y'
002940                 ADD 1 TO WS-SUP-OUTSEQ(WS-SUP-HIT-IX)
002950             END-IF
002960         WHEN OTHER
002970             CONTINUE
002980     END-EVALUATE
002990     .
003000
003010* 2300-FIND-SUPPLIER-ENTRY LOOKS THE LINE'S SUPPLIER ID UP IN
003020* THE TABLE, ADDING A FRESH ENTRY THE FIRST TIME THE ID IS
003030* SEEN THIS MONTH. A TABLE FULL OF SUPPLIERS STOPS THE RUN -
003040* WE TAKE FILES FROM THREE SITES, NOT TWENTY.
003050 2300-FIND-SUPPLIER-ENTRY.
003060     MOVE 'N'  TO WS-SUP-FOUND-SW
003070     MOVE ZERO TO WS-SUP-HIT-IX
003080     PERFORM 2350-MATCH-ONE-SUPPLIER
003090         THRU 2350-EXIT
003100         VARYING J FROM 1 BY 1
003110         UNTIL J > WS-SUP-COUNT
003120         OR WS-SUP-FOUND
003130     IF NOT WS-SUP-FOUND
003140         IF WS-SUP-COUNT >= WS-SUP-MAX
003150             DISPLAY 'SUPPLIER TABLE FULL - INCREASE '
003160                 'WS-SUP-MAX AND RERUN'
003170             MOVE 8 TO RETURN-CODE
003180             STOP RUN
003190         END-IF
003200         ADD 1 TO WS-SUP-COUNT
003210         MOVE SPQ-SUPPLIER-ID TO WS-SUP-ID(WS-SUP-COUNT)
003220         MOVE ZERO TO WS-SUP-FILES(WS-SUP-COUNT)
003230         MOVE ZERO TO WS-SUP-EDIT-RECS(WS-SUP-COUNT)
003240         MOVE ZERO TO WS-SUP-DATA-RECS(WS-SUP-COUNT)
003250         MOVE ZERO TO WS-SUP-REJ-EMPTY(WS-SUP-COUNT)
003260         MOVE ZERO TO WS-SUP-REJ-NONPRT(WS-SUP-COUNT)
003270         MOVE ZERO TO WS-SUP-REJ-OVRLEN(WS-SUP-COUNT)
003280         MOVE ZERO TO WS-SUP-REJ-DUPLIC(WS-SUP-COUNT)
003290         MOVE ZERO TO WS-SUP-REJ-RULE(WS-SUP-COUNT)
003300         MOVE ZERO TO WS-SUP-WARNINGS(WS-SUP-COUNT)
003310         MOVE ZERO TO WS-SUP-EXCEPTS(WS-SUP-COUNT)
003320         MOVE ZERO TO WS-SUP-CTL-FAILS(WS-SUP-COUNT)
003330         MOVE ZERO TO WS-SUP-LATE(WS-SUP-COUNT)
003340         MOVE ZERO TO WS-SUP-OUTSEQ(WS-SUP-COUNT)
003350         MOVE WS-SUP-COUNT TO WS-SUP-HIT-IX
003360     END-IF
003370     .
003380
003390 2350-MATCH-ONE-SUPPLIER.
003400     IF WS-SUP-ID(J) = SPQ-SUPPLIER-ID
003410         SET WS-SUP-FOUND TO TRUE
003420         MOVE J TO WS-SUP-HIT-IX
003430     END-IF
003440     .
003450 2350-EXIT.
003460     EXIT
003470     .
003480
003490* 2400-TALLY-ONE-REASON ADDS AN EDITRSN LINE TO THE SUPPLIER'S
003500* ENTRY FOR ITS REASON CODE, ADDING THE ENTRY ON FIRST SIGHT.
003510 2400-TALLY-ONE-REASON.
003520     MOVE ZERO TO WS-SRS-HIT-IX
003530     PERFORM 2450-MATCH-ONE-REASON
003540         VARYING K FROM 1 BY 1
003550         UNTIL K > WS-SRS-COUNT
003560         OR WS-SRS-HIT-IX > ZERO
003570     IF WS-SRS-HIT-IX = ZERO
003580         IF WS-SRS-COUNT >= WS-SRS-MAX
003590             DISPLAY 'REASON TABLE FULL - INCREASE '
003600                 'WS-SRS-MAX AND RERUN'
003610             MOVE 8 TO RETURN-CODE
003620             STOP RUN
003630         END-IF
003640         ADD 1 TO WS-SRS-COUNT
003650         MOVE WS-SRS-COUNT    TO WS-SRS-HIT-IX
003660         MOVE SPQ-SUPPLIER-ID TO WS-SRS-SUP-ID(WS-SRS-HIT-IX)
003670         MOVE SPQ-RSN-CODE    TO WS-SRS-CODE(WS-SRS-HIT-IX)
003680         MOVE ZERO            TO WS-SRS-REJ-COUNT(WS-SRS-HIT-IX)
003690         MOVE ZERO            TO WS-SRS-WARN-COUNT(WS-SRS-HIT-IX)
003700     END-IF
003710     ADD SPQ-RSN-REJ-COUNT  TO WS-SRS-REJ-COUNT(WS-SRS-HIT-IX)
003720     ADD SPQ-RSN-WARN-COUNT TO WS-SRS-WARN-COUNT(WS-SRS-HIT-IX)
003730     .
003740
003750 2450-MATCH-ONE-REASON.
003760     IF WS-SRS-SUP-ID(K) = SPQ-SUPPLIER-ID
003770         AND WS-SRS-CODE(K) = SPQ-RSN-CODE
003780         MOVE K TO WS-SRS-HIT-IX
003790     END-IF
003800     .
003810
003820* 2600-REPORT-ONE-SUPPLIER WRITES ONE SUPPLIER'S SCORECARD
003830* BLOCK: THE VOLUME FIGURES, THE REJECT RATE AGAINST RECORDS
003840* RECEIVED WITH THE BREAKDOWN BY REASON (THE FIXED REASONS,
003850* THEN EACH CONFIGURED REASON CODE), THE EXCEPTION RATE
003860* AGAINST RECORDS SCORED, AND THE CONTROL AND DELIVERY
003870* FAILURES.
003880 2600-REPORT-ONE-SUPPLIER.
003890     MOVE SPACES TO SCRD-RECORD
003900     PERFORM 6000-WRITE-SCRD-LINE
003910     IF WS-SUP-ID(J) = SPACES
003920         MOVE 'UNIDENTIFIED' TO WS-SPH-ID
003930     ELSE
003940         MOVE WS-SUP-ID(J) TO WS-SPH-ID
003950     END-IF
003960     MOVE WS-SUP-HEAD-LINE TO SCRD-RECORD
003970     PERFORM 6000-WRITE-SCRD-LINE
003980
003990     MOVE 'FILES RECEIVED        :' TO WS-SCL-LABEL
004000     MOVE WS-SUP-FILES(J)            TO WS-SCL-COUNT
004010     MOVE WS-SCRD-COUNT-LINE         TO SCRD-RECORD
004020     PERFORM 6000-WRITE-SCRD-LINE
004030     MOVE 'RECORDS RECEIVED      :' TO WS-SCL-LABEL
004040     MOVE WS-SUP-EDIT-RECS(J)        TO WS-SCL-COUNT
004050     MOVE WS-SCRD-COUNT-LINE         TO SCRD-RECORD
004060     PERFORM 6000-WRITE-SCRD-LINE
004070
004080     COMPUTE WS-REJ-TOTAL =
004090         WS-SUP-REJ-EMPTY(J) + WS-SUP-REJ-NONPRT(J)
004100         + WS-SUP-REJ-OVRLEN(J) + WS-SUP-REJ-DUPLIC(J)
004110         + WS-SUP-REJ-RULE(J)
004120     IF WS-SUP-EDIT-RECS(J) > ZERO
004130         COMPUTE WS-REJ-RATE ROUNDED =
004140             (WS-REJ-TOTAL * 100) / WS-SUP-EDIT-RECS(J)
004150     ELSE
004160         MOVE ZERO TO WS-REJ-RATE
004170     END-IF
004180     MOVE 'RECORDS REJECTED      :' TO WS-SCR-LABEL
004190     MOVE WS-REJ-TOTAL               TO WS-SCR-COUNT
004200     MOVE WS-REJ-RATE                TO WS-SCR-RATE
004210     MOVE WS-SCRD-RATE-LINE          TO SCRD-RECORD
004220     PERFORM 6000-WRITE-SCRD-LINE
004230     MOVE WS-SUP-REJ-EMPTY(J)        TO WS-SRL-EMPTY
004240     MOVE WS-SUP-REJ-NONPRT(J)       TO WS-SRL-NONPRT
004250     MOVE WS-SUP-REJ-OVRLEN(J)       TO WS-SRL-OVRLEN
004260     MOVE WS-SUP-REJ-DUPLIC(J)       TO WS-SRL-DUPLIC
004270     MOVE WS-SCRD-REASON-LINE        TO SCRD-RECORD
004280     PERFORM 6000-WRITE-SCRD-LINE
004290     PERFORM 2650-REPORT-ONE-REASON
004300         VARYING K FROM 1 BY 1
004310         UNTIL K > WS-SRS-COUNT
004320     MOVE 'RECORDS WARNED        :' TO WS-SCL-LABEL
004330     MOVE WS-SUP-WARNINGS(J)         TO WS-SCL-COUNT
004340     MOVE WS-SCRD-COUNT-LINE         TO SCRD-RECORD
004350     PERFORM 6000-WRITE-SCRD-LINE
004360
004370     MOVE 'RECORDS SCORED        :' TO WS-SCL-LABEL
004380     MOVE WS-SUP-DATA-RECS(J)        TO WS-SCL-COUNT
004390     MOVE WS-SCRD-COUNT-LINE         TO SCRD-RECORD
004400     PERFORM 6000-WRITE-SCRD-LINE
004410     IF WS-SUP-DATA-RECS(J) > ZERO
004420         COMPUTE WS-EXC-RATE ROUNDED =
004430             (WS-SUP-EXCEPTS(J) * 100) / WS-SUP-DATA-RECS(J)
004440     ELSE
004450         MOVE ZERO TO WS-EXC-RATE
004460     END-IF
004470     MOVE 'EXCEPTIONS            :' TO WS-SCR-LABEL
004480     MOVE WS-SUP-EXCEPTS(J)          TO WS-SCR-COUNT
004490     MOVE WS-EXC-RATE                TO WS-SCR-RATE
004500     MOVE WS-SCRD-RATE-LINE          TO SCRD-RECORD
004510     PERFORM 6000-WRITE-SCRD-LINE
004520
004530     MOVE 'CONTROL FAILURES      :' TO WS-SCL-LABEL
004540     MOVE WS-SUP-CTL-FAILS(J)        TO WS-SCL-COUNT
004550     MOVE WS-SCRD-COUNT-LINE         TO SCRD-RECORD
004560     PERFORM 6000-WRITE-SCRD-LINE
004570     MOVE 'LATE DELIVERIES       :' TO WS-SCL-LABEL
004580     MOVE WS-SUP-LATE(J)             TO WS-SCL-COUNT
004590     MOVE WS-SCRD-COUNT-LINE         TO SCRD-RECORD
004600     PERFORM 6000-WRITE-SCRD-LINE
004610     MOVE 'OUT-OF-SEQUENCE FILES :' TO WS-SCL-LABEL
004620     MOVE WS-SUP-OUTSEQ(J)           TO WS-SCL-COUNT
004630     MOVE WS-SCRD-COUNT-LINE         TO SCRD-RECORD
004640     PERFORM 6000-WRITE-SCRD-LINE
004650     .
004660 2600-EXIT.
004670     EXIT
004680     .
004690
004700 2650-REPORT-ONE-REASON.
004710     IF WS-SRS-SUP-ID(K) = WS-SUP-ID(J)
004720         MOVE WS-SRS-CODE(K)        TO WS-SRU-CODE
004730         MOVE WS-SRS-REJ-COUNT(K)   TO WS-SRU-REJ-COUNT
004740         MOVE WS-SRS-WARN-COUNT(K)  TO WS-SRU-WARN-COUNT
004750         MOVE WS-SCRD-RULE-LINE     TO SCRD-RECORD
004760         PERFORM 6000-WRITE-SCRD-LINE
004770     END-IF
004780     .
004790
004800 3100-OPEN-SCRDRPT.
004810     OPEN OUTPUT SCRDRPT
004820     IF NOT SCRDRPT-STATUS-OK
004830         DISPLAY 'OPEN ERROR ON SCRDRPT'
004840         DISPLAY 'FILE STATUS : ' SCRDRPT-STATUS
004850         MOVE 12 TO RETURN-CODE
004860         STOP RUN
004870     END-IF
004880     .
004890
004900 4100-READ-SUPQLOG.
004910     READ SUPQLOG
004920         AT END
004930             CONTINUE
004940          NOT AT END
004950             IF NOT SUPQLOG-STATUS-OK
004960                 DISPLAY 'READ ERROR ON SUPQLOG'
004970                 DISPLAY 'FILE STATUS : ' SUPQLOG-STATUS
004980                 MOVE 12 TO RETURN-CODE
004990                 STOP RUN
005000             END-IF
005010     END-READ
005020     .
005030
005040 5100-CLOSE-SCRDRPT.
005050     CLOSE SCRDRPT
005060     IF NOT SCRDRPT-STATUS-OK
005070         DISPLAY 'CLOSE ERROR ON SCRDRPT'
005080         DISPLAY 'FILE STATUS : ' SCRDRPT-STATUS
005090         MOVE 12 TO RETURN-CODE
005100         STOP RUN
005110     END-IF
005120     .
005130
005140 6000-WRITE-SCRD-LINE.
005150     WRITE SCRD-RECORD
005160     IF NOT SCRDRPT-STATUS-OK
005170         DISPLAY 'WRITE ERROR ON SCRDRPT'
005180         DISPLAY 'FILE STATUS : ' SCRDRPT-STATUS
005190         MOVE 12 TO RETURN-CODE
005200         STOP RUN
005210     END-IF
005220     MOVE SPACES TO SCRD-RECORD
005230     .
