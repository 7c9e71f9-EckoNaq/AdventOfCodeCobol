000290*                  AUDITOR QUESTION ABOUT A RUN DATE THAT HAS
000300*                  BEEN PURGED FROM THE MASTER IS STILL ONE JOB
000310*                  TURNAROUND, NOT A RESTORE REQUEST.
000320* 2026-10-15  RD   EXTRACT RECORD WIDENED TO 218 BYTES AND NOW
000330*                  CARRIES THE MASTER RECORD'S SUPPLIER ID.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370
000380     SELECT SYSIN ASSIGN TO DYNAMIC WS-SYSIN-PATH
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS SYSIN-STATUS.
000410
000420     SELECT CALMST ASSIGN TO DYNAMIC WS-CALMST-PATH
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CALM-KEY
000460         FILE STATUS IS CALMST-STATUS.
000470
000480     SELECT INQRPT ASSIGN TO DYNAMIC WS-INQRPT-PATH
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS INQRPT-STATUS.
000510
000520     SELECT INQEXTR ASSIGN TO DYNAMIC WS-INQEXTR-PATH
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS INQEXTR-STATUS.
000550
000560     SELECT ARCHFILE ASSIGN TO DYNAMIC WS-ARCHFILE-PATH
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS ARCHFILE-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620
000630 FD  SYSIN.
000640 01  SYSIN-RECORD                PIC X(80).
000650
000660 FD  CALMST.
000670* CALIBRATION MASTER RECORD LAYOUT (SHARED WITH CALLOAD)
000680 COPY CALMST01.
000690
000700 FD  INQRPT.
000710 01  INQ-RECORD                  PIC X(132).
000720
000730 FD  INQEXTR.
000740 01  INQEXTR-RECORD              PIC X(218).
000750
000760 FD  ARCHFILE.
000770 01  ARCHFILE-RECORD             PIC X(438).
000780
000790 WORKING-STORAGE SECTION.
000800
000810* RUN-TIME FILE ASSIGNMENT
000820 01  WS-SYSIN-PATH               PIC X(200).
000830 01  WS-DEFAULT-SYSIN-PATH       PIC X(200) VALUE 'SYSIN'.
000840 01  WS-CALMST-PATH              PIC X(200).
000850 01  WS-DEFAULT-CALMST-PATH      PIC X(200) VALUE
000860     'AOC20231201.CALMST.FILE'.
000870 01  WS-INQRPT-PATH              PIC X(200).
000880 01  WS-DEFAULT-INQRPT-PATH      PIC X(200) VALUE
000890     'AOC20231201.INQ.RPT'.
000900 01  WS-INQEXTR-PATH             PIC X(200).
000910 01  WS-DEFAULT-INQEXTR-PATH     PIC X(200) VALUE
000920     'AOC20231201.INQ.EXTRACT'.
000930* THE ARCHIVE SOURCE HAS NO DEFAULT - AN EMPTY AOC-ARCHFILE
000940* MEANS THE INQUIRY RUNS AGAINST THE LIVE MASTER AS ALWAYS.
000950 01  WS-ARCHFILE-PATH            PIC X(200).
000960
000970* FILE STATUS
000980 01  SYSIN-STATUS                PIC 9(02).
000990     88  SYSIN-STATUS-OK         VALUE 00.
001000     88  SYSIN-STATUS-EOF        VALUE 10.
001010 01  CALMST-STATUS               PIC 9(02).
001020     88  CALMST-STATUS-OK        VALUE 00.
001030     88  CALMST-STATUS-EOF       VALUE 10.
001040     88  CALMST-STATUS-NOTFND    VALUE 23.
001050 01  INQRPT-STATUS               PIC 9(02).
001060     88  INQRPT-STATUS-OK        VALUE 00.
001070 01  INQEXTR-STATUS              PIC 9(02).
001080     88  INQEXTR-STATUS-OK       VALUE 00.
001090 01  ARCHFILE-STATUS             PIC 9(02).
001100     88  ARCHFILE-STATUS-OK      VALUE 00.
001110     88  ARCHFILE-STATUS-EOF     VALUE 10.
001120 01  WS-ARCHIVE-MODE-SW          PIC X(01) VALUE 'N'.
001130     88  WS-ARCHIVE-MODE         VALUE 'Y'.
001140
001150* CALIBRATION OUTPUT RECORD LAYOUT (EXTRACT FILE FORMAT)
001160 COPY CALOUT01.
001170
001180* SELECTION CRITERIA, AS PARSED FROM THE SYSIN CARDS. EVERY
001190* CRITERION DEFAULTS WIDE OPEN SO AN EMPTY OR MISSING SYSIN
001200* SIMPLY LISTS THE WHOLE HISTORY.
001210 01  WS-SEL-RUN-DATE-FROM        PIC 9(08) VALUE ZERO.
001220 01  WS-SEL-RUN-DATE-TO          PIC 9(08) VALUE 99999999.
001230 01  WS-SEL-REC-NO-FROM          PIC 9(06) VALUE ZERO.
001240 01  WS-SEL-REC-NO-TO            PIC 9(06) VALUE 999999.
001250 01  WS-SEL-ETAL-FROM            PIC 9(02) VALUE ZERO.
001260 01  WS-SEL-ETAL-TO              PIC 9(02) VALUE 99.
001270 01  WS-EXCEPT-ONLY-SW           PIC X(01) VALUE 'N'.
001280     88  WS-EXCEPT-ONLY          VALUE 'Y'.
001290
001300* SYSIN CARD PARSING WORK AREAS
001310 01  WS-CARD-KEYWORD             PIC X(20).
001320 01  WS-CARD-VALUE               PIC X(20).
001330 01  WS-CARD-COUNT               PIC 9(03) VALUE ZERO.
001340 01  WS-PARSED-VALUE             PIC 9(08) VALUE ZERO.
001350 01  WS-VALUE-DIGIT-COUNT        PIC 9(02) VALUE ZERO.
001360 01  WS-VALUE-END-SW             PIC X(01) VALUE 'N'.
001370     88  WS-VALUE-END            VALUE 'Y'.
001380 01  WS-VALUE-DIGIT              PIC 9(01) VALUE ZERO.
001390 01  WS-VALUE-MAX-DIGITS         PIC 9(01) VALUE ZERO.
001400 01  K                           PIC 9(02) VALUE ZERO.
001410
001420* INQUIRY COUNTS
001430 01  WS-READ-COUNT               PIC 9(06) VALUE ZERO.
001440 01  WS-MATCH-COUNT              PIC 9(06) VALUE ZERO.
001450
001460* RESPONSE REPORT LINE LAYOUTS
001470 01  WS-INQ-HEADING              PIC X(44) VALUE
001480     'CALIBRATION HISTORY INQUIRY RESPONSE REPORT'.
001490 01  WS-INQ-CRITERIA.
001500     05  FILLER                  PIC X(09) VALUE 'SELECTED '.
001510     05  WS-CRT-LABEL            PIC X(17).
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  WS-CRT-FROM             PIC 9(08).
001540     05  FILLER                  PIC X(03) VALUE ' - '.
001550     05  WS-CRT-TO               PIC 9(08).
001560 01  WS-INQ-COL-HEADS            PIC X(52) VALUE
001570     'RUN DATE REC NO PRE DER ETA SOURCE LINE'.
001580 01  WS-INQ-DETAIL.
001590     05  WS-IND-RUN-DATE         PIC 9(08).
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  WS-IND-REC-NO           PIC 9(06).
001620     05  FILLER                  PIC X(03) VALUE SPACES.
001630     05  WS-IND-PRE-CHI          PIC 9(01).
001640     05  FILLER                  PIC X(03) VALUE SPACES.
001650     05  WS-IND-DER-CHI          PIC 9(01).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  WS-IND-ETALONNAGE       PIC 9(02).
001680     05  FILLER                  PIC X(01) VALUE SPACE.
001690     05  WS-IND-SOURCE-LINE      PIC X(107).
001700 01  WS-INQ-SUMMARY.
001710     05  WS-INS-LABEL            PIC X(24).
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  WS-INS-COUNT            PIC 9(06).
001740
001750 PROCEDURE DIVISION.
001760
001770 0000-MAINLINE.
001780     DISPLAY 'CALINQ'
001790     PERFORM 1000-INITIALIZE
001800     PERFORM 1500-READ-SYSIN-CARDS
001810     PERFORM 2000-MAIN-PROCESSING
001820     IF WS-MATCH-COUNT = ZERO
001830         DISPLAY 'CALINQ ENDED - NO RECORDS SELECTED'
001840         MOVE 4 TO RETURN-CODE
001850     ELSE
001860         DISPLAY 'CALINQ ENDED - RECORDS SELECTED :'
001870             WS-MATCH-COUNT
001880     END-IF
001890     STOP RUN
001900     .
001910
001920* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME
001930* FROM ENVIRONMENT VARIABLES, FALLING BACK TO THE DEVELOPMENT
001940* DEFAULTS WHEN THEY ARE NOT SET.
001950 1000-INITIALIZE.
001960     MOVE SPACES TO WS-SYSIN-PATH
001970     ACCEPT WS-SYSIN-PATH
001980         FROM ENVIRONMENT 'AOC-SYSIN'
001990     IF WS-SYSIN-PATH = SPACES
002000         MOVE WS-DEFAULT-SYSIN-PATH TO WS-SYSIN-PATH
002010     END-IF
002020
002030     MOVE SPACES TO WS-CALMST-PATH
002040     ACCEPT WS-CALMST-PATH
002050         FROM ENVIRONMENT 'AOC-CALMST'
002060     IF WS-CALMST-PATH = SPACES
002070         MOVE WS-DEFAULT-CALMST-PATH TO WS-CALMST-PATH
002080     END-IF
002090
002100     MOVE SPACES TO WS-INQRPT-PATH
002110     ACCEPT WS-INQRPT-PATH
002120         FROM ENVIRONMENT 'AOC-INQRPT'
002130     IF WS-INQRPT-PATH = SPACES
002140         MOVE WS-DEFAULT-INQRPT-PATH TO WS-INQRPT-PATH
002150     END-IF
002160
002170     MOVE SPACES TO WS-INQEXTR-PATH
002180     ACCEPT WS-INQEXTR-PATH
002190         FROM ENVIRONMENT 'AOC-INQEXTR'
002200     IF WS-INQEXTR-PATH = SPACES
002210         MOVE WS-DEFAULT-INQEXTR-PATH TO WS-INQEXTR-PATH
002220     END-IF
002230
002240     MOVE SPACES TO WS-ARCHFILE-PATH
002250     ACCEPT WS-ARCHFILE-PATH
002260         FROM ENVIRONMENT 'AOC-ARCHFILE'
002270     IF WS-ARCHFILE-PATH NOT = SPACES
002280         SET WS-ARCHIVE-MODE TO TRUE
002290     END-IF
002300     .
002310
002320* 1500-READ-SYSIN-CARDS READS THE SELECTION CARDS. A MISSING
002330* SYSIN IS NOT AN ERROR - EVERY CRITERION THEN KEEPS ITS WIDE-
002340* OPEN DEFAULT AND THE WHOLE HISTORY IS LISTED. A CARD THAT
002350* DOES NOT PARSE IS A PARAMETER ERROR AND STOPS THE RUN, SO A
002360* MISTYPED CRITERION CANNOT SILENTLY TURN INTO A FULL LIST.
002370 1500-READ-SYSIN-CARDS.
002380     OPEN INPUT SYSIN
002390     IF NOT SYSIN-STATUS-OK
002400         DISPLAY 'NO SYSIN CARDS - FULL HISTORY SELECTED'
002410     ELSE
002420         PERFORM 4100-READ-SYSIN
002430         PERFORM UNTIL SYSIN-STATUS-EOF
002440         OR NOT SYSIN-STATUS-OK
002450             IF SYSIN-RECORD NOT = SPACES
002460                 AND SYSIN-RECORD(1:1) NOT = '*'
002470                 PERFORM 1550-PARSE-ONE-CARD
002480             END-IF
002490             PERFORM 4100-READ-SYSIN
002500         END-PERFORM
002510         CLOSE SYSIN
002520     END-IF
002530     .
002540
002550* 1550-PARSE-ONE-CARD SPLITS ONE KEYWORD=VALUE CARD AND MOVES
002560* THE VALUE INTO ITS CRITERION. NUMERIC CRITERIA ARE EDITED
002570* BEFORE USE - A NON-NUMERIC VALUE IS A PARAMETER ERROR.
002580 1550-PARSE-ONE-CARD.
002590     ADD 1 TO WS-CARD-COUNT
002600     MOVE SPACES TO WS-CARD-KEYWORD
002610     MOVE SPACES TO WS-CARD-VALUE
002620     UNSTRING SYSIN-RECORD DELIMITED BY '='
002630         INTO WS-CARD-KEYWORD WS-CARD-VALUE
002640*    EACH NUMERIC CRITERION IS RANGE-CHECKED AGAINST ITS
002650*    TARGET PICTURE BEFORE THE MOVE - A VALUE WIDER THAN THE
002660*    TARGET WOULD OTHERWISE TRUNCATE HIGH-ORDER DIGITS AND
002670*    SILENTLY ANSWER A DIFFERENT QUESTION THAN THE CARD ASKED.
002680     EVALUATE WS-CARD-KEYWORD
002690         WHEN 'RUNDATE-FROM'
002700             PERFORM 1560-EDIT-NUMERIC-VALUE
002710             PERFORM 1580-REQUIRE-DATE-WIDTH
002720             MOVE WS-PARSED-VALUE TO WS-SEL-RUN-DATE-FROM
002730         WHEN 'RUNDATE-TO'
002740             PERFORM 1560-EDIT-NUMERIC-VALUE
002750             PERFORM 1580-REQUIRE-DATE-WIDTH
002760             MOVE WS-PARSED-VALUE TO WS-SEL-RUN-DATE-TO
002770         WHEN 'RECNO-FROM'
002780             PERFORM 1560-EDIT-NUMERIC-VALUE
002790             MOVE 6 TO WS-VALUE-MAX-DIGITS
002800             PERFORM 1590-LIMIT-VALUE-WIDTH
002810             MOVE WS-PARSED-VALUE TO WS-SEL-REC-NO-FROM
002820         WHEN 'RECNO-TO'
002830             PERFORM 1560-EDIT-NUMERIC-VALUE
002840             MOVE 6 TO WS-VALUE-MAX-DIGITS
002850             PERFORM 1590-LIMIT-VALUE-WIDTH
002860             MOVE WS-PARSED-VALUE TO WS-SEL-REC-NO-TO
002870         WHEN 'ETAL-FROM'
002880             PERFORM 1560-EDIT-NUMERIC-VALUE
002890             MOVE 2 TO WS-VALUE-MAX-DIGITS
002900             PERFORM 1590-LIMIT-VALUE-WIDTH
002910             MOVE WS-PARSED-VALUE TO WS-SEL-ETAL-FROM
002920         WHEN 'ETAL-TO'
002930             PERFORM 1560-EDIT-NUMERIC-VALUE
002940             MOVE 2 TO WS-VALUE-MAX-DIGITS
002950             PERFORM 1590-LIMIT-VALUE-WIDTH
002960             MOVE WS-PARSED-VALUE TO WS-SEL-ETAL-TO
002970         WHEN 'EXCEPTIONS-ONLY'
002980             EVALUATE WS-CARD-VALUE(1:1)
002990                 WHEN 'Y'
003000                 WHEN 'y'
003010                     SET WS-EXCEPT-ONLY TO TRUE
003020                 WHEN 'N'
003030                 WHEN 'n'
003040                     CONTINUE
003050                 WHEN OTHER
003060                     DISPLAY 'INVALID EXCEPTIONS-ONLY VALUE : '
003070                         SYSIN-RECORD
003080                     MOVE 8 TO RETURN-CODE
003090                     STOP RUN
003100             END-EVALUATE
003110         WHEN OTHER
003120             DISPLAY 'UNRECOGNIZED SYSIN CARD : ' SYSIN-RECORD
003130             MOVE 8 TO RETURN-CODE
003140             STOP RUN
003150     END-EVALUATE
003160     .
003170
003180* 1560-EDIT-NUMERIC-VALUE CONVERTS THE LEFT-JUSTIFIED CARD
003190* VALUE ('90', NOT '00000090') INTO WS-PARSED-VALUE ONE DIGIT
003200* AT A TIME, STOPPING AT THE FIRST SPACE. A VALUE WITH NO
003210* DIGITS AT ALL, A NON-DIGIT CHARACTER, OR MORE DIGITS THAN
003220* WS-PARSED-VALUE HOLDS IS A PARAMETER ERROR.
003230 1560-EDIT-NUMERIC-VALUE.
003240     MOVE ZERO TO WS-PARSED-VALUE
003250     MOVE ZERO TO WS-VALUE-DIGIT-COUNT
003260     MOVE 'N'  TO WS-VALUE-END-SW
003270     PERFORM 1570-PARSE-ONE-DIGIT
003280         THRU 1570-EXIT
003290         VARYING K FROM 1 BY 1
003300         UNTIL K > 20
003310         OR WS-VALUE-END
003320     IF WS-VALUE-DIGIT-COUNT = ZERO
003330         DISPLAY 'MISSING SYSIN VALUE : ' SYSIN-RECORD
003340         MOVE 8 TO RETURN-CODE
003350         STOP RUN
003360     END-IF
003370     .
003380
003390* 1570-PARSE-ONE-DIGIT FOLDS ONE CARD-VALUE CHARACTER INTO
003400* WS-PARSED-VALUE. A SPACE ENDS THE VALUE; ANYTHING ELSE THAT
003410* IS NOT A DIGIT, OR A VALUE THAT OVERFLOWS THE PARSED FIELD,
003420* IS A PARAMETER ERROR.
003430 1570-PARSE-ONE-DIGIT.
003440     IF WS-CARD-VALUE(K:1) = SPACE
003450         SET WS-VALUE-END TO TRUE
003460         GO TO 1570-EXIT
003470     END-IF
003480     IF WS-CARD-VALUE(K:1) NOT NUMERIC
003490         DISPLAY 'NON-NUMERIC SYSIN VALUE : ' SYSIN-RECORD
003500         MOVE 8 TO RETURN-CODE
003510         STOP RUN
003520     END-IF
003530     ADD 1 TO WS-VALUE-DIGIT-COUNT
003540     MOVE WS-CARD-VALUE(K:1) TO WS-VALUE-DIGIT
003550     COMPUTE WS-PARSED-VALUE =
003560         (WS-PARSED-VALUE * 10) + WS-VALUE-DIGIT
003570         ON SIZE ERROR
003580             DISPLAY 'SYSIN VALUE TOO LONG : ' SYSIN-RECORD
003590             MOVE 8 TO RETURN-CODE
003600             STOP RUN
003610     END-COMPUTE
003620     .
003630 1570-EXIT.
003640     EXIT
003650     .
003660
003670* 1580-REQUIRE-DATE-WIDTH REJECTS A RUN-DATE CARD VALUE THAT
003680* IS NOT A FULL EIGHT-DIGIT DATE - A SHORT OR OVERLONG DATE
003690* IS A MISTYPED CARD, NOT A DIFFERENT RANGE.
003700 1580-REQUIRE-DATE-WIDTH.
003710     IF WS-VALUE-DIGIT-COUNT NOT = 8
003720         DISPLAY 'SYSIN DATE VALUE NOT YYYYMMDD : ' SYSIN-RECORD
003730         MOVE 8 TO RETURN-CODE
003740         STOP RUN
003750     END-IF
003760     .
003770
003780* 1590-LIMIT-VALUE-WIDTH REJECTS A CARD VALUE WITH MORE DIGITS
003790* THAN ITS CRITERION FIELD HOLDS, INSTEAD OF LETTING THE MOVE
003800* TRUNCATE THE HIGH-ORDER DIGITS.
003810 1590-LIMIT-VALUE-WIDTH.
003820     IF WS-VALUE-DIGIT-COUNT > WS-VALUE-MAX-DIGITS
003830         DISPLAY 'SYSIN VALUE TOO LONG : ' SYSIN-RECORD
003840         MOVE 8 TO RETURN-CODE
003850         STOP RUN
003860     END-IF
003870     .
003880
003890 2000-MAIN-PROCESSING.
003900     PERFORM 3100-OPEN-INQRPT
003910     PERFORM 3200-OPEN-INQEXTR
003920     PERFORM 2100-WRITE-REPORT-HEADING
003930     IF WS-ARCHIVE-MODE
003940         PERFORM 2700-SCAN-ARCHIVE
003950     ELSE
003960         PERFORM 2500-SCAN-MASTER
003970     END-IF
003980     PERFORM 2600-WRITE-REPORT-SUMMARY
003990     PERFORM 5100-CLOSE-INQRPT
004000     PERFORM 5200-CLOSE-INQEXTR
004010     .
004020
004030* 2100-WRITE-REPORT-HEADING WRITES THE REPORT TITLE AND THE
004040* CRITERIA IN EFFECT, SO THE RESPONSE ALWAYS SHOWS WHAT WAS
004050* ASKED, THEN THE COLUMN HEADINGS.
004060 2100-WRITE-REPORT-HEADING.
004070     MOVE WS-INQ-HEADING TO INQ-RECORD
004080     PERFORM 6000-WRITE-INQ-LINE
004090     MOVE 'RUN DATE RANGE   ' TO WS-CRT-LABEL
004100     MOVE WS-SEL-RUN-DATE-FROM TO WS-CRT-FROM
004110     MOVE WS-SEL-RUN-DATE-TO   TO WS-CRT-TO
004120     MOVE WS-INQ-CRITERIA TO INQ-RECORD
004130     PERFORM 6000-WRITE-INQ-LINE
004140     MOVE 'RECORD NO RANGE  ' TO WS-CRT-LABEL
004150     MOVE WS-SEL-REC-NO-FROM TO WS-CRT-FROM
004160     MOVE WS-SEL-REC-NO-TO   TO WS-CRT-TO
004170     MOVE WS-INQ-CRITERIA TO INQ-RECORD
004180     PERFORM 6000-WRITE-INQ-LINE
004190     MOVE 'ETALONNAGE RANGE ' TO WS-CRT-LABEL
004200     MOVE WS-SEL-ETAL-FROM TO WS-CRT-FROM
004210     MOVE WS-SEL-ETAL-TO   TO WS-CRT-TO
004220     MOVE WS-INQ-CRITERIA TO INQ-RECORD
004230     PERFORM 6000-WRITE-INQ-LINE
004240     IF WS-EXCEPT-ONLY
004250         MOVE 'SELECTED EXCEPTIONS ONLY' TO INQ-RECORD
004260         PERFORM 6000-WRITE-INQ-LINE
004270     END-IF
004280     IF WS-ARCHIVE-MODE
004290         MOVE 'SOURCE ARCHIVE ' TO INQ-RECORD
004300         MOVE WS-ARCHFILE-PATH(1:80) TO INQ-RECORD(16:80)
004310         PERFORM 6000-WRITE-INQ-LINE
004320     END-IF
004330     MOVE SPACES TO INQ-RECORD
004340     PERFORM 6000-WRITE-INQ-LINE
004350     MOVE WS-INQ-COL-HEADS TO INQ-RECORD
004360     PERFORM 6000-WRITE-INQ-LINE
004370     .
004380
004390* 2500-SCAN-MASTER POSITIONS THE MASTER AT THE FIRST KEY IN
004400* THE RUN-DATE RANGE AND READS FORWARD UNTIL THE RANGE IS
004410* EXHAUSTED, APPLYING THE REMAINING CRITERIA TO EACH RECORD.
004420* THE KEYED START MEANS A ONE-DAY QUESTION AGAINST YEARS OF
004430* HISTORY DOES NOT READ THE WHOLE MASTER.
004440 2500-SCAN-MASTER.
004450     OPEN INPUT CALMST
004460     IF NOT CALMST-STATUS-OK
004470         DISPLAY 'OPEN ERROR ON CALMST'
004480         DISPLAY 'FILE STATUS : ' CALMST-STATUS
004490         MOVE 12 TO RETURN-CODE
004500         STOP RUN
004510     END-IF
004520
004530     MOVE WS-SEL-RUN-DATE-FROM TO CALM-RUN-DATE
004540     MOVE WS-SEL-REC-NO-FROM   TO CALM-REC-NO
004550     START CALMST KEY NOT < CALM-KEY
004560     EVALUATE TRUE
004570         WHEN CALMST-STATUS-OK
004580             PERFORM 4000-READ-CALMST-NEXT
004590             PERFORM UNTIL CALMST-STATUS-EOF
004600             OR NOT CALMST-STATUS-OK
004610             OR CALM-RUN-DATE > WS-SEL-RUN-DATE-TO
004620                 PERFORM 2550-SELECT-ONE-RECORD
004630                     THRU 2550-EXIT
004640                 PERFORM 4000-READ-CALMST-NEXT
004650             END-PERFORM
004660*        NO RECORD AT OR PAST THE START KEY IS THE LEGITIMATE
004670*        EMPTY ANSWER; ANY OTHER START FAILURE IS AN I/O ERROR
004680*        AND MUST NOT BE MISREPORTED AS AN EMPTY RESULT.
004690         WHEN CALMST-STATUS-NOTFND
004700         WHEN CALMST-STATUS-EOF
004710             CONTINUE
004720         WHEN OTHER
004730             DISPLAY 'START ERROR ON CALMST'
004740             DISPLAY 'FILE STATUS : ' CALMST-STATUS
004750             MOVE 12 TO RETURN-CODE
004760             STOP RUN
004770     END-EVALUATE
004780
004790     CLOSE CALMST
004800     IF NOT CALMST-STATUS-OK
004810         DISPLAY 'CLOSE ERROR ON CALMST'
004820         DISPLAY 'FILE STATUS : ' CALMST-STATUS
004830         MOVE 12 TO RETURN-CODE
004840         STOP RUN
004850     END-IF
004860     .
004870
004880* 2700-SCAN-ARCHIVE READS THE YEARLY SEQUENTIAL ARCHIVE NAMED
004890* BY AOC-ARCHFILE AND APPLIES THE SAME CRITERIA AS THE MASTER
004900* SCAN. EACH ARCHIVE IMAGE IS STAGED THROUGH THE MASTER RECORD
004910* AREA SO 2550-SELECT-ONE-RECORD WORKS UNCHANGED; THE RUN-DATE
004920* RANGE, KEYED ON THE MASTER BY THE START, IS APPLIED HERE BY A
004930* PLAIN COMPARE SINCE A SEQUENTIAL ARCHIVE HAS NO KEYED START.
004940 2700-SCAN-ARCHIVE.
004950     OPEN INPUT ARCHFILE
004960     IF NOT ARCHFILE-STATUS-OK
004970         DISPLAY 'OPEN ERROR ON ARCHFILE'
004980         DISPLAY 'FILE STATUS : ' ARCHFILE-STATUS
004990         MOVE 12 TO RETURN-CODE
005000         STOP RUN
005010     END-IF
005020
005030     PERFORM 4200-READ-ARCHFILE
005040
005050     PERFORM UNTIL ARCHFILE-STATUS-EOF
005060     OR NOT ARCHFILE-STATUS-OK
005070
005080                 MOVE ARCHFILE-RECORD
005090                     TO CALIBRATION-MASTER-RECORD
005100                 IF CALM-RUN-DATE NOT < WS-SEL-RUN-DATE-FROM
005110                     AND CALM-RUN-DATE NOT > WS-SEL-RUN-DATE-TO
005120                     PERFORM 2550-SELECT-ONE-RECORD
005130                         THRU 2550-EXIT
005140                 END-IF
005150
005160          PERFORM 4200-READ-ARCHFILE
005170
005180     END-PERFORM
005190
005200     CLOSE ARCHFILE
005210     IF NOT ARCHFILE-STATUS-OK
005220         DISPLAY 'CLOSE ERROR ON ARCHFILE'
005230         DISPLAY 'FILE STATUS : ' ARCHFILE-STATUS
005240         MOVE 12 TO RETURN-CODE
005250         STOP RUN
005260     END-IF
005270     .
005280
005290* 2550-SELECT-ONE-RECORD APPLIES THE NON-KEY CRITERIA TO THE
005300* CURRENT MASTER RECORD AND, WHEN ALL OF THEM PASS, WRITES THE
005310* RESPONSE REPORT LINE AND THE CALOUT01 EXTRACT RECORD.
005320 2550-SELECT-ONE-RECORD.
005330     ADD 1 TO WS-READ-COUNT
005340     IF CALM-REC-NO < WS-SEL-REC-NO-FROM
005350         OR CALM-REC-NO > WS-SEL-REC-NO-TO
005360         GO TO 2550-EXIT
005370     END-IF
005380     IF CALM-ETALONNAGE < WS-SEL-ETAL-FROM
005390         OR CALM-ETALONNAGE > WS-SEL-ETAL-TO
005400         GO TO 2550-EXIT
005410     END-IF
005420     IF WS-EXCEPT-ONLY
005430         AND (CALM-PRE-CHI NOT = ZERO
005440         OR CALM-DER-CHI NOT = ZERO)
005450         GO TO 2550-EXIT
005460     END-IF
005470
005480     ADD 1 TO WS-MATCH-COUNT
005490     MOVE CALM-RUN-DATE    TO WS-IND-RUN-DATE
005500     MOVE CALM-REC-NO      TO WS-IND-REC-NO
005510     MOVE CALM-PRE-CHI     TO WS-IND-PRE-CHI
005520     MOVE CALM-DER-CHI     TO WS-IND-DER-CHI
005530     MOVE CALM-ETALONNAGE  TO WS-IND-ETALONNAGE
005540     MOVE CALM-SOURCE-LINE TO WS-IND-SOURCE-LINE
005550     MOVE WS-INQ-DETAIL    TO INQ-RECORD
005560     PERFORM 6000-WRITE-INQ-LINE
005570
005580     MOVE CALM-REC-NO      TO CAL-REC-NO
005590     MOVE CALM-SOURCE-LINE TO CAL-SOURCE-LINE
005600     MOVE CALM-PRE-CHI     TO CAL-PRE-CHI
005610     MOVE CALM-DER-CHI     TO CAL-DER-CHI
005620     MOVE CALM-ETALONNAGE  TO CAL-ETALONNAGE
005630     MOVE CALM-SUPPLIER-ID TO CAL-SUPPLIER-ID
005640     MOVE CALIBRATION-OUTPUT-RECORD TO INQEXTR-RECORD
005650     WRITE INQEXTR-RECORD
005660     IF NOT INQEXTR-STATUS-OK
005670         DISPLAY 'WRITE ERROR ON INQEXTR'
005680         DISPLAY 'FILE STATUS : ' INQEXTR-STATUS
005690         MOVE 12 TO RETURN-CODE
005700         STOP RUN
005710     END-IF
005720     .
005730 2550-EXIT.
005740     EXIT
005750     .
005760
005770* 2600-WRITE-REPORT-SUMMARY CLOSES THE RESPONSE REPORT OFF
005780* WITH THE RECORDS-EXAMINED AND RECORDS-SELECTED COUNTS.
005790 2600-WRITE-REPORT-SUMMARY.
005800     MOVE SPACES TO INQ-RECORD
005810     PERFORM 6000-WRITE-INQ-LINE
005820     MOVE 'RECORDS EXAMINED      :' TO WS-INS-LABEL
005830     MOVE WS-READ-COUNT              TO WS-INS-COUNT
005840     MOVE WS-INQ-SUMMARY             TO INQ-RECORD
005850     PERFORM 6000-WRITE-INQ-LINE
005860     MOVE 'RECORDS SELECTED      :' TO WS-INS-LABEL
005870     MOVE WS-MATCH-COUNT             TO WS-INS-COUNT
005880     MOVE WS-INQ-SUMMARY             TO INQ-RECORD
005890     PERFORM 6000-WRITE-INQ-LINE
005900
005910     DISPLAY 'RECORDS EXAMINED :' WS-READ-COUNT
005920     DISPLAY 'RECORDS SELECTED :' WS-MATCH-COUNT
005930     .
005940
005950 3100-OPEN-INQRPT.
005960     OPEN OUTPUT INQRPT
005970     IF NOT INQRPT-STATUS-OK
005980         DISPLAY 'OPEN ERROR ON INQRPT'
005990         DISPLAY 'FILE STATUS : ' INQRPT-STATUS
006000         MOVE 12 TO RETURN-CODE
006010         STOP RUN
006020     END-IF
006030     .
006040
006050 3200-OPEN-INQEXTR.
006060     OPEN OUTPUT INQEXTR
006070     IF NOT INQEXTR-STATUS-OK
006080         DISPLAY 'OPEN ERROR ON INQEXTR'
006090         DISPLAY 'FILE STATUS : ' INQEXTR-STATUS
006100         MOVE 12 TO RETURN-CODE
006110         STOP RUN
006120     END-IF
006130     .
006140
006150 4000-READ-CALMST-NEXT.
006160     READ CALMST NEXT
006170         AT END
006180             CONTINUE
006190          NOT AT END
006200             IF NOT CALMST-STATUS-OK
006210                 DISPLAY 'READ ERROR ON CALMST'
006220                 DISPLAY 'FILE STATUS : ' CALMST-STATUS
006230                 MOVE 12 TO RETURN-CODE
006240                 STOP RUN
006250             END-IF
006260     END-READ
006270     .
006280
006290 4200-READ-ARCHFILE.
006300     READ ARCHFILE
006310         AT END
006320             CONTINUE
006330          NOT AT END
006340             IF NOT ARCHFILE-STATUS-OK
006350                 DISPLAY 'READ ERROR ON ARCHFILE'
006360                 DISPLAY 'FILE STATUS : ' ARCHFILE-STATUS
006370                 MOVE 12 TO RETURN-CODE
006380                 STOP RUN
006390             END-IF
006400     END-READ
006410     .
006420
006430 4100-READ-SYSIN.
006440     READ SYSIN
006450         AT END
006460             CONTINUE
006470          NOT AT END
006480             IF NOT SYSIN-STATUS-OK
006490                 DISPLAY 'READ ERROR ON SYSIN'
006500                 DISPLAY 'FILE STATUS : ' SYSIN-STATUS
006510                 MOVE 12 TO RETURN-CODE
006520                 STOP RUN
006530             END-IF
006540     END-READ
006550     .
006560
006570 5100-CLOSE-INQRPT.
006580     CLOSE INQRPT
006590     IF NOT INQRPT-STATUS-OK
006600         DISPLAY 'CLOSE ERROR ON INQRPT'
006610         DISPLAY 'FILE STATUS : ' INQRPT-STATUS
006620         MOVE 12 TO RETURN-CODE
006630         STOP RUN
006640     END-IF
006650     .
006660
006670 5200-CLOSE-INQEXTR.
006680     CLOSE INQEXTR
006690     IF NOT INQEXTR-STATUS-OK
006700         DISPLAY 'CLOSE ERROR ON INQEXTR'
006710         DISPLAY 'FILE STATUS : ' INQEXTR-STATUS
006720         MOVE 12 TO RETURN-CODE
006730         STOP RUN
006740     END-IF
006750     .
006760
006770 6000-WRITE-INQ-LINE.
006780     WRITE INQ-RECORD
006790     IF NOT INQRPT-STATUS-OK
006800         DISPLAY 'WRITE ERROR ON INQRPT'
006810         DISPLAY 'FILE STATUS : ' INQRPT-STATUS
006820         MOVE 12 TO RETURN-CODE
006830         STOP RUN
006840     END-IF
006850     MOVE SPACES TO INQ-RECORD
006860     .
