000210*                  VALUES; THIS STEP IS THE PROOF THE AUDITORS
000220*                  ACCEPT THAT A REPROCESSED OR HIGH-VOLUME-MODE
000230*                  DAY IS EQUIVALENT TO THE ORIGINAL.
000240* 2026-10-15  RD   CALOUTPT RECORD WIDENED TO 218 BYTES FOR THE
000250*                  SUPPLIER ID NOW CARRIED ON CALOUT01.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290
000300     SELECT CALOUTA ASSIGN TO DYNAMIC WS-CALOUTA-PATH
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS CALOUTA-STATUS.
000330
000340     SELECT CALOUTB ASSIGN TO DYNAMIC WS-CALOUTB-PATH
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS CALOUTB-STATUS.
000370
000380     SELECT CMPRPT ASSIGN TO DYNAMIC WS-CMPRPT-PATH
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CMPRPT-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440
000450 FD  CALOUTA.
000460 01  CALOUTA-RECORD              PIC X(218).
000470
000480 FD  CALOUTB.
000490 01  CALOUTB-RECORD              PIC X(218).
000500
000510 FD  CMPRPT.
000520 01  CMP-RECORD                  PIC X(132).
000530
000540 WORKING-STORAGE SECTION.
000550
000560* RUN-TIME FILE ASSIGNMENT. BOTH FEEDER PATHS ARE MANDATORY -
000570* A COMPARE AGAINST A DEFAULTED PATH WOULD PROVE NOTHING.
000580 01  WS-CALOUTA-PATH             PIC X(220).
000590 01  WS-CALOUTB-PATH             PIC X(220).
000600 01  WS-CMPRPT-PATH              PIC X(200).
000610 01  WS-DEFAULT-CMPRPT-PATH      PIC X(200) VALUE
000620     'AOC20231201.CMP.RPT'.
000630
000640* FILE STATUS
000650 01  CALOUTA-STATUS              PIC 9(02).
000660     88  CALOUTA-STATUS-OK       VALUE 00.
000670     88  CALOUTA-STATUS-EOF      VALUE 10.
000680 01  CALOUTB-STATUS              PIC 9(02).
000690     88  CALOUTB-STATUS-OK       VALUE 00.
000700     88  CALOUTB-STATUS-EOF      VALUE 10.
000710 01  CMPRPT-STATUS               PIC 9(02).
000720     88  CMPRPT-STATUS-OK        VALUE 00.
000730
000740* SIDE A RECORD - THE ORIGINAL RUN (SHARED CALOUT01 LAYOUT)
000750 COPY CALOUT01.
000760
000770* SIDE B RECORD - THE RERUN. SAME LAYOUT AS CALOUT01, SPELLED
000780* OUT UNDER ITS OWN NAMES SO BOTH SIDES CAN BE HELD AT ONCE.
000790 01  COMPARE-B-RECORD.
000800     05  CMB-REC-NO              PIC 9(06).
000810     05  FILLER                  PIC X(01).
000820     05  CMB-SOURCE-LINE         PIC X(200).
000830     05  FILLER                  PIC X(01).
000840     05  CMB-PRE-CHI             PIC 9(01).
000850     05  FILLER                  PIC X(01).
000860     05  CMB-DER-CHI             PIC 9(01).
000870     05  FILLER                  PIC X(01).
000880     05  CMB-ETALONNAGE          PIC 9(02).
000890     05  FILLER                  PIC X(01).
000900     05  CMB-SUPPLIER-ID         PIC X(03).
000910
000920* COMPARE COUNTS
000930 01  WS-MATCH-COUNT              PIC 9(06) VALUE ZERO.
000940 01  WS-MISMATCH-COUNT           PIC 9(06) VALUE ZERO.
000950 01  WS-ONLY-A-COUNT             PIC 9(06) VALUE ZERO.
000960 01  WS-ONLY-B-COUNT             PIC 9(06) VALUE ZERO.
000970 01  WS-RECORD-DIFF-SW           PIC X(01) VALUE 'N'.
000980     88  WS-RECORD-DIFFERS       VALUE 'Y'.
000990
001000* COMPARE REPORT LINE LAYOUTS
001010 01  WS-CMP-HEADING              PIC X(32) VALUE
001020     'CALOUTPT FEEDER COMPARE REPORT'.
001030 01  WS-CMP-FIELD-LINE.
001040     05  WS-CMF-REC-NO           PIC 9(06).
001050     05  FILLER                  PIC X(01) VALUE SPACE.
001060     05  WS-CMF-REASON           PIC X(24).
001070     05  FILLER                  PIC X(10) VALUE ' ORIGINAL '.
001080     05  WS-CMF-VALUE-A          PIC 9(02).
001090     05  FILLER                  PIC X(07) VALUE ' RERUN '.
001100     05  WS-CMF-VALUE-B          PIC 9(02).
001110 01  WS-CMP-TEXT-LINE.
001120     05  WS-CMT-REC-NO           PIC 9(06).
001130     05  FILLER                  PIC X(01) VALUE SPACE.
001140     05  WS-CMT-REASON           PIC X(40).
001150 01  WS-CMP-SUMMARY.
001160     05  WS-CMS-LABEL            PIC X(26).
001170     05  FILLER                  PIC X(01) VALUE SPACE.
001180     05  WS-CMS-COUNT            PIC 9(06).
001190
001200 PROCEDURE DIVISION.
001210
001220 0000-MAINLINE.
001230     DISPLAY 'CALCMP'
001240     PERFORM 1000-INITIALIZE
001250     PERFORM 2000-MAIN-PROCESSING
001260     IF WS-MISMATCH-COUNT > ZERO
001270         OR WS-ONLY-A-COUNT > ZERO
001280         OR WS-ONLY-B-COUNT > ZERO
001290         DISPLAY 'CALCMP FILES DIFFER - MISMATCHES :'
001300             WS-MISMATCH-COUNT
001310         DISPLAY 'ONLY IN ORIGINAL :' WS-ONLY-A-COUNT
001320         DISPLAY 'ONLY IN RERUN    :' WS-ONLY-B-COUNT
001330         MOVE 8 TO RETURN-CODE
001340     ELSE
001350         DISPLAY 'CALCMP FILES EQUIVALENT - RECORDS MATCHED :'
001360             WS-MATCH-COUNT
001370     END-IF
001380     STOP RUN
001390     .
001400
001410* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME.
001420* BOTH FEEDER PATHS MUST BE NAMED EXPLICITLY.
001430 1000-INITIALIZE.
001440     MOVE SPACES TO WS-CALOUTA-PATH
001450     ACCEPT WS-CALOUTA-PATH
001460         FROM ENVIRONMENT 'AOC-CALOUT-A'
001470     IF WS-CALOUTA-PATH = SPACES
001480         DISPLAY 'AOC-CALOUT-A NOT SET - NOTHING TO COMPARE'
001490         MOVE 8 TO RETURN-CODE
001500         STOP RUN
001510     END-IF
001520
001530     MOVE SPACES TO WS-CALOUTB-PATH
001540     ACCEPT WS-CALOUTB-PATH
001550         FROM ENVIRONMENT 'AOC-CALOUT-B'
001560     IF WS-CALOUTB-PATH = SPACES
001570         DISPLAY 'AOC-CALOUT-B NOT SET - NOTHING TO COMPARE'
001580         MOVE 8 TO RETURN-CODE
001590         STOP RUN
001600     END-IF
001610
001620     MOVE SPACES TO WS-CMPRPT-PATH
001630     ACCEPT WS-CMPRPT-PATH
001640         FROM ENVIRONMENT 'AOC-CMPRPT'
001650     IF WS-CMPRPT-PATH = SPACES
001660         MOVE WS-DEFAULT-CMPRPT-PATH TO WS-CMPRPT-PATH
001670     END-IF
001680     .
001690
001700 2000-MAIN-PROCESSING.
001710     PERFORM 3100-OPEN-CMPRPT
001720     MOVE WS-CMP-HEADING TO CMP-RECORD
001730     PERFORM 6000-WRITE-CMP-LINE
001740     PERFORM 2500-MATCH-THE-FILES
001750     PERFORM 2800-WRITE-COMPARE-SUMMARY
001760     PERFORM 5100-CLOSE-CMPRPT
001770     .
001780
001790* 2500-MATCH-THE-FILES RUNS THE TWO-FILE MATCH ON CAL-REC-NO.
001800* BOTH FEEDERS ARE WRITTEN IN ASCENDING RECORD-NUMBER ORDER BY
001810* THE EXTRACT, SO A PLAIN MATCH-MERGE COVERS EVERY CASE: A
001820* RECORD ON BOTH SIDES IS FIELD-COMPARED, A RECORD ON ONE SIDE
001830* ONLY IS REPORTED AS SUCH.
001840 2500-MATCH-THE-FILES.
001850     OPEN INPUT CALOUTA
001860     IF NOT CALOUTA-STATUS-OK
001870         DISPLAY 'OPEN ERROR ON CALOUTA'
001880         DISPLAY 'FILE STATUS : ' CALOUTA-STATUS
001890         MOVE 12 TO RETURN-CODE
001900         STOP RUN
001910     END-IF
001920     OPEN INPUT CALOUTB
001930     IF NOT CALOUTB-STATUS-OK
001940         DISPLAY 'OPEN ERROR ON CALOUTB'
001950         DISPLAY 'FILE STATUS : ' CALOUTB-STATUS
001960         MOVE 12 TO RETURN-CODE
001970         STOP RUN
001980     END-IF
001990
002000     PERFORM 4100-READ-CALOUTA
002010     PERFORM 4200-READ-CALOUTB
002020
002030     PERFORM UNTIL CALOUTA-STATUS-EOF
002040     AND CALOUTB-STATUS-EOF
002050
002060                 EVALUATE TRUE
002070                     WHEN CALOUTA-STATUS-EOF
002080                         PERFORM 2570-REPORT-ONLY-B
002090                         PERFORM 4200-READ-CALOUTB
002100                     WHEN CALOUTB-STATUS-EOF
002110                         PERFORM 2560-REPORT-ONLY-A
002120                         PERFORM 4100-READ-CALOUTA
002130                     WHEN CAL-REC-NO < CMB-REC-NO
002140                         PERFORM 2560-REPORT-ONLY-A
002150                         PERFORM 4100-READ-CALOUTA
002160                     WHEN CAL-REC-NO > CMB-REC-NO
002170                         PERFORM 2570-REPORT-ONLY-B
002180                         PERFORM 4200-READ-CALOUTB
002190                     WHEN OTHER
002200                         PERFORM 2550-COMPARE-ONE-PAIR
002210                         PERFORM 4100-READ-CALOUTA
002220                         PERFORM 4200-READ-CALOUTB
002230                 END-EVALUATE
002240
002250     END-PERFORM
002260
002270     CLOSE CALOUTA
002280     IF NOT CALOUTA-STATUS-OK
002290         DISPLAY 'CLOSE ERROR ON CALOUTA'
002300         DISPLAY 'FILE STATUS : ' CALOUTA-STATUS
002310         MOVE 12 TO RETURN-CODE
002320         STOP RUN
002330     END-IF
002340     CLOSE CALOUTB
002350     IF NOT CALOUTB-STATUS-OK
002360         DISPLAY 'CLOSE ERROR ON CALOUTB'
002370         DISPLAY 'FILE STATUS : ' CALOUTB-STATUS
002380         MOVE 12 TO RETURN-CODE
002390         STOP RUN
002400     END-IF
002410     .
002420
002430* 2550-COMPARE-ONE-PAIR FIELD-COMPARES A RECORD PRESENT ON
002440* BOTH SIDES AND WRITES ONE REPORT LINE PER DIFFERING FIELD.
002450* A PAIR DIFFERING IN SEVERAL FIELDS COUNTS AS ONE MISMATCHED
002460* RECORD.
002470 2550-COMPARE-ONE-PAIR.
002480     MOVE 'N' TO WS-RECORD-DIFF-SW
002490
002500     IF CAL-SOURCE-LINE NOT = CMB-SOURCE-LINE
002510         SET WS-RECORD-DIFFERS TO TRUE
002520         MOVE CAL-REC-NO TO WS-CMT-REC-NO
002530         MOVE 'SOURCE LINE DIFFERS' TO WS-CMT-REASON
002540         MOVE WS-CMP-TEXT-LINE TO CMP-RECORD
002550         PERFORM 6000-WRITE-CMP-LINE
002560     END-IF
002570     IF CAL-PRE-CHI NOT = CMB-PRE-CHI
002580         SET WS-RECORD-DIFFERS TO TRUE
002590         MOVE CAL-REC-NO  TO WS-CMF-REC-NO
002600         MOVE 'PRE-CHI DIFFERS' TO WS-CMF-REASON
002610         MOVE CAL-PRE-CHI TO WS-CMF-VALUE-A
002620         MOVE CMB-PRE-CHI TO WS-CMF-VALUE-B
002630         MOVE WS-CMP-FIELD-LINE TO CMP-RECORD
002640         PERFORM 6000-WRITE-CMP-LINE
002650     END-IF
002660     IF CAL-DER-CHI NOT = CMB-DER-CHI
002670         SET WS-RECORD-DIFFERS TO TRUE
002680         MOVE CAL-REC-NO  TO WS-CMF-REC-NO
002690         MOVE 'DER-CHI DIFFERS' TO WS-CMF-REASON
002700         MOVE CAL-DER-CHI TO WS-CMF-VALUE-A
002710         MOVE CMB-DER-CHI TO WS-CMF-VALUE-B
002720         MOVE WS-CMP-FIELD-LINE TO CMP-RECORD
002730         PERFORM 6000-WRITE-CMP-LINE
002740     END-IF
002750     IF CAL-ETALONNAGE NOT = CMB-ETALONNAGE
002760         SET WS-RECORD-DIFFERS TO TRUE
002770         MOVE CAL-REC-NO     TO WS-CMF-REC-NO
002780         MOVE 'ETALONNAGE DIFFERS' TO WS-CMF-REASON
002790         MOVE CAL-ETALONNAGE TO WS-CMF-VALUE-A
002800         MOVE CMB-ETALONNAGE TO WS-CMF-VALUE-B
002810         MOVE WS-CMP-FIELD-LINE TO CMP-RECORD
002820         PERFORM 6000-WRITE-CMP-LINE
002830     END-IF
002840
002850     IF WS-RECORD-DIFFERS
002860         ADD 1 TO WS-MISMATCH-COUNT
002870     ELSE
002880         ADD 1 TO WS-MATCH-COUNT
002890     END-IF
002900     .
002910
002920 2560-REPORT-ONLY-A.
002930     ADD 1 TO WS-ONLY-A-COUNT
002940     MOVE CAL-REC-NO TO WS-CMT-REC-NO
002950     MOVE 'ONLY IN ORIGINAL FILE' TO WS-CMT-REASON
002960     MOVE WS-CMP-TEXT-LINE TO CMP-RECORD
002970     PERFORM 6000-WRITE-CMP-LINE
002980     .
002990
003000 2570-REPORT-ONLY-B.
003010     ADD 1 TO WS-ONLY-B-COUNT
003020     MOVE CMB-REC-NO TO WS-CMT-REC-NO
003030     MOVE 'ONLY IN RERUN FILE' TO WS-CMT-REASON
003040     MOVE WS-CMP-TEXT-LINE TO CMP-RECORD
003050     PERFORM 6000-WRITE-CMP-LINE
003060     .
003070
003080* 2800-WRITE-COMPARE-SUMMARY CLOSES THE REPORT OFF WITH THE
003090* MATCH AND MISMATCH COUNTS AND THE EQUIVALENCE VERDICT.
003100 2800-WRITE-COMPARE-SUMMARY.
003110     MOVE SPACES TO CMP-RECORD
003120     PERFORM 6000-WRITE-CMP-LINE
003130     MOVE 'RECORDS MATCHED         :' TO WS-CMS-LABEL
003140     MOVE WS-MATCH-COUNT               TO WS-CMS-COUNT
003150     MOVE WS-CMP-SUMMARY               TO CMP-RECORD
003160     PERFORM 6000-WRITE-CMP-LINE
003170     MOVE 'RECORDS MISMATCHED      :' TO WS-CMS-LABEL
003180     MOVE WS-MISMATCH-COUNT            TO WS-CMS-COUNT
003190     MOVE WS-CMP-SUMMARY               TO CMP-RECORD
003200     PERFORM 6000-WRITE-CMP-LINE
003210     MOVE 'ONLY IN ORIGINAL FILE   :' TO WS-CMS-LABEL
003220     MOVE WS-ONLY-A-COUNT              TO WS-CMS-COUNT
003230     MOVE WS-CMP-SUMMARY               TO CMP-RECORD
003240     PERFORM 6000-WRITE-CMP-LINE
003250     MOVE 'ONLY IN RERUN FILE      :' TO WS-CMS-LABEL
003260     MOVE WS-ONLY-B-COUNT              TO WS-CMS-COUNT
003270     MOVE WS-CMP-SUMMARY               TO CMP-RECORD
003280     PERFORM 6000-WRITE-CMP-LINE
003290     IF WS-MISMATCH-COUNT = ZERO
003300         AND WS-ONLY-A-COUNT = ZERO
003310         AND WS-ONLY-B-COUNT = ZERO
003320         MOVE 'FILES EQUIVALENT' TO CMP-RECORD
003330     ELSE
003340         MOVE 'FILES DIFFER - RERUN NOT PROVEN EQUIVALENT'
003350             TO CMP-RECORD
003360     END-IF
003370     PERFORM 6000-WRITE-CMP-LINE
003380     .
003390
003400 3100-OPEN-CMPRPT.
003410     OPEN OUTPUT CMPRPT
003420     IF NOT CMPRPT-STATUS-OK
003430         DISPLAY 'OPEN ERROR ON CMPRPT'
003440         DISPLAY 'FILE STATUS : ' CMPRPT-STATUS
003450         MOVE 12 TO RETURN-CODE
003460         STOP RUN
003470     END-IF
003480     .
003490
003500 4100-READ-CALOUTA.
003510     READ CALOUTA
003520         AT END
003530             CONTINUE
003540          NOT AT END
003550             IF NOT CALOUTA-STATUS-OK
003560                 DISPLAY 'READ ERROR ON CALOUTA'
003570                 DISPLAY 'FILE STATUS : ' CALOUTA-STATUS
003580                 MOVE 12 TO RETURN-CODE
003590                 STOP RUN
003600             END-IF
003610             MOVE CALOUTA-RECORD TO CALIBRATION-OUTPUT-RECORD
003620     END-READ
003630     .
003640
003650 4200-READ-CALOUTB.
003660     READ CALOUTB
003670         AT END
003680             CONTINUE
003690          NOT AT END
003700             IF NOT CALOUTB-STATUS-OK
003710                 DISPLAY 'READ ERROR ON CALOUTB'
003720                 DISPLAY 'FILE STATUS : ' CALOUTB-STATUS
003730                 MOVE 12 TO RETURN-CODE
003740                 STOP RUN
003750             END-IF
003760             MOVE CALOUTB-RECORD TO COMPARE-B-RECORD
003770     END-READ
003780     .
003790
003800 5100-CLOSE-CMPRPT.
003810     CLOSE CMPRPT
003820     IF NOT CMPRPT-STATUS-OK
003830         DISPLAY 'CLOSE ERROR ON CMPRPT'
003840         DISPLAY 'FILE STATUS : ' CMPRPT-STATUS
003850         MOVE 12 TO RETURN-CODE
003860         STOP RUN
003870     END-IF
003880     .
003890
003900 6000-WRITE-CMP-LINE.
003910     WRITE CMP-RECORD
003920     IF NOT CMPRPT-STATUS-OK
003930         DISPLAY 'WRITE ERROR ON CMPRPT'
003940         DISPLAY 'FILE STATUS : ' CMPRPT-STATUS
003950         MOVE 12 TO RETURN-CODE
003960         STOP RUN
003970     END-IF
003980     MOVE SPACES TO CMP-RECORD
003990     .
