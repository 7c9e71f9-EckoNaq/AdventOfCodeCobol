000260*                  FIND OTHERWISE. ARCHIVED DATES STAY ONE JOB
000270*                  TURNAROUND AWAY THROUGH THE AOC-ARCHFILE
000280*                  SOURCE OPTION IN CALINQ.
000290* 2026-10-15  RD   ONLY WHOLE MONTHS ARE NOW ARCHIVED: A CUTOFF
000300*                  INSIDE A MONTH IS TAKEN BACK TO THE FIRST OF
000310*                  THE MONTH AND REPORTED. A MONTH CLOSED BY
000320*                  CALPCLS (ASKED THROUGH THE CALPCHK PERIOD-LOCK
000330*                  SERVICE)
000340*                  IS NOT PURGED UNTIL IT IS FORMALLY REOPENED -
000350*                  ITS RECORDS ARE KEPT, REPORTED AND COUNTED, AND
000360*                  THE STEP ENDS RC 4. ARCHIVING A REOPENED MONTH
000370*                  IS REPORTED WITH THE REOPEN IT RELIES ON.
000380* 2026-10-15  RD   THE AOC-ARCCUTOFF GIVEN IS NOW WRITTEN TO THE
000390*                  SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430
000440     SELECT CALMST ASSIGN TO DYNAMIC WS-CALMST-PATH
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CALM-KEY
000480         FILE STATUS IS CALMST-STATUS.
000490
000500     SELECT ARCHOUT ASSIGN TO DYNAMIC WS-ARCHOUT-PATH
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ARCHOUT-STATUS.
000530
000540     SELECT ARCRPT ASSIGN TO DYNAMIC WS-ARCRPT-PATH
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS ARCRPT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600
000610 FD  CALMST.
000620* CALIBRATION MASTER RECORD LAYOUT (SHARED WITH CALLOAD)
000630 COPY CALMST01.
000640
000650 FD  ARCHOUT.
000660 01  ARCHOUT-RECORD              PIC X(438).
000670
000680 FD  ARCRPT.
000690 01  ARC-RECORD                  PIC X(132).
000700
000710 WORKING-STORAGE SECTION.
000720
000730* RUN-TIME FILE ASSIGNMENT. THE ARCHIVE IS OPENED PER YEAR AS
000740* THE RUN DATES ROLL OVER, UNDER THE BASE NAME PLUS THE YEAR.
000750 01  WS-CALMST-PATH              PIC X(200).
000760 01  WS-DEFAULT-CALMST-PATH      PIC X(200) VALUE
000770     'AOC20231201.CALMST.FILE'.
000780 01  WS-ARCHBASE-PATH            PIC X(200).
000790 01  WS-DEFAULT-ARCHBASE-PATH    PIC X(200) VALUE
000800     'AOC20231201.CALMST.ARCH'.
000810 01  WS-ARCHOUT-PATH             PIC X(220).
000820 01  WS-ARCRPT-PATH              PIC X(200).
000830 01  WS-DEFAULT-ARCRPT-PATH      PIC X(200) VALUE
000840     'AOC20231201.ARC.RPT'.
000850
000860* FILE STATUS
000870 01  CALMST-STATUS               PIC 9(02).
000880     88  CALMST-STATUS-OK        VALUE 00.
000890     88  CALMST-STATUS-EOF       VALUE 10.
000900 01  ARCHOUT-STATUS              PIC 9(02).
000910     88  ARCHOUT-STATUS-OK       VALUE 00.
000920 01  ARCRPT-STATUS               PIC 9(02).
000930     88  ARCRPT-STATUS-OK        VALUE 00.
000940
000950* RETENTION BOUNDARY. EVERY MASTER RECORD WITH CALM-RUN-DATE
000960* BEFORE THIS DATE IS ARCHIVED AND PURGED. THE DATE IS
000970* MANDATORY AND MUST BE A FULL EIGHT-DIGIT YYYYMMDD - A STEP
000980* THAT DEFAULTED ITS OWN BOUNDARY COULD QUIETLY EMPTY THE
000990* MASTER.
001000 01  WS-CUTOFF-ENV               PIC X(08) VALUE SPACES.
001010 01  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001020 01  WS-CUTOFF-GIVEN             PIC 9(08) VALUE ZERO.
001030
001040* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
001050* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
001060 01  WS-OVRD-PARM.
001070     05  WS-OVD-PROGRAM          PIC X(08).
001080     05  WS-OVD-NAME             PIC X(16).
001090     05  WS-OVD-VALUE            PIC X(30).
001100     05  WS-OVD-BUS-DATE         PIC 9(08).
001110     05  WS-OVD-SUPPLIER-ID      PIC X(03).
001120     05  WS-OVD-STATUS           PIC X(01).
001130
001140* PERIOD-LOCK CALL BLOCK FOR CALPCHK. THE MASTER IS WALKED IN
001150* KEY ORDER, SO THE SERVICE IS ONLY ASKED ONCE PER MONTH MET.
001160 01  WS-PCHK-PARM.
001170     05  WS-PCK-MONTH            PIC 9(06) VALUE ZERO.
001180     05  WS-PCK-PERIOD-STATUS    PIC X(01).
001190         88  WS-PCK-PERIOD-CLOSED    VALUE 'C'.
001200         88  WS-PCK-PERIOD-REOPENED  VALUE 'R'.
001210     05  WS-PCK-REOPEN-DATE      PIC 9(08).
001220     05  WS-PCK-REOPEN-USER      PIC X(08).
001230     05  WS-PCK-REOPEN-REASON    PIC X(40).
001240     05  WS-PCK-STATUS           PIC X(01).
001250 01  WS-REC-MONTH                PIC 9(06) VALUE ZERO.
001260 01  WS-LOCKED-COUNT             PIC 9(08) VALUE ZERO.
001270
001280* ARCHIVE STATE AND COUNTS
001290 01  WS-ARCH-OPEN-SW             PIC X(01) VALUE 'N'.
001300     88  WS-ARCH-OPEN            VALUE 'Y'.
001310 01  WS-CURR-ARCH-YEAR           PIC 9(04) VALUE ZERO.
001320 01  WS-YEAR-UNLOAD-COUNT        PIC 9(08) VALUE ZERO.
001330 01  WS-YEAR-VALUE-TOTAL         PIC 9(12) VALUE ZERO.
001340 01  WS-UNLOAD-COUNT             PIC 9(08) VALUE ZERO.
001350 01  WS-DELETE-COUNT             PIC 9(08) VALUE ZERO.
001360 01  WS-KEPT-COUNT               PIC 9(08) VALUE ZERO.
001370 01  WS-VALUE-TOTAL              PIC 9(12) VALUE ZERO.
001380
001390* ARCHIVE REPORT LINE LAYOUTS
001400 01  WS-ARC-HEADING.
001410     05  FILLER                  PIC X(42) VALUE
001420         'CALIBRATION MASTER ARCHIVE/PURGE - CUTOFF '.
001430     05  WS-HDG-CUTOFF           PIC 9(08).
001440 01  WS-ARC-YEAR-LINE.
001450     05  FILLER                  PIC X(05) VALUE 'YEAR '.
001460     05  WS-ARY-YEAR             PIC 9(04).
001470     05  FILLER                  PIC X(11) VALUE ' UNLOADED '.
001480     05  WS-ARY-COUNT            PIC 9(08).
001490     05  FILLER                  PIC X(08) VALUE ' TOTAL '.
001500     05  WS-ARY-TOTAL            PIC 9(12).
001510 01  WS-ARC-SUMMARY.
001520     05  WS-ARS-LABEL            PIC X(26).
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  WS-ARS-COUNT            PIC 9(12).
001550
001560 PROCEDURE DIVISION.
001570
001580 0000-MAINLINE.
001590     DISPLAY 'CALMARC'
001600     PERFORM 1000-INITIALIZE
001610     PERFORM 2000-MAIN-PROCESSING
001620     IF WS-UNLOAD-COUNT NOT = WS-DELETE-COUNT
001630         DISPLAY 'CALMARC OUT OF BALANCE - UNLOADED :'
001640             WS-UNLOAD-COUNT ' DELETED :' WS-DELETE-COUNT
001650         MOVE 8 TO RETURN-CODE
001660     ELSE
001670         DISPLAY 'CALMARC ENDED - RECORDS ARCHIVED :'
001680             WS-UNLOAD-COUNT
001690     END-IF
001700     IF WS-LOCKED-COUNT > ZERO
001710         AND WS-UNLOAD-COUNT = WS-DELETE-COUNT
001720         DISPLAY 'RECORDS KEPT IN CLOSED PERIODS :'
001730             WS-LOCKED-COUNT
001740         MOVE 4 TO RETURN-CODE
001750     END-IF
001760     STOP RUN
001770     .
001780
001790* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AND THE
001800* RETENTION BOUNDARY AT RUN TIME. A MISSING OR MALFORMED
001810* BOUNDARY IS A PARAMETER ERROR AND NOTHING IS TOUCHED.
001820 1000-INITIALIZE.
001830     MOVE SPACES TO WS-CALMST-PATH
001840     ACCEPT WS-CALMST-PATH
001850         FROM ENVIRONMENT 'AOC-CALMST'
001860     IF WS-CALMST-PATH = SPACES
001870         MOVE WS-DEFAULT-CALMST-PATH TO WS-CALMST-PATH
001880     END-IF
001890
001900     MOVE SPACES TO WS-ARCHBASE-PATH
001910     ACCEPT WS-ARCHBASE-PATH
001920         FROM ENVIRONMENT 'AOC-CALMARC'
001930     IF WS-ARCHBASE-PATH = SPACES
001940         MOVE WS-DEFAULT-ARCHBASE-PATH TO WS-ARCHBASE-PATH
001950     END-IF
001960
001970     MOVE SPACES TO WS-ARCRPT-PATH
001980     ACCEPT WS-ARCRPT-PATH
001990         FROM ENVIRONMENT 'AOC-ARCRPT'
002000     IF WS-ARCRPT-PATH = SPACES
002010         MOVE WS-DEFAULT-ARCRPT-PATH TO WS-ARCRPT-PATH
002020     END-IF
002030
002040     MOVE SPACES TO WS-CUTOFF-ENV
002050     ACCEPT WS-CUTOFF-ENV
002060         FROM ENVIRONMENT 'AOC-ARCCUTOFF'
002070     IF WS-CUTOFF-ENV = SPACES
002080         DISPLAY 'AOC-ARCCUTOFF NOT SET - NOTHING ARCHIVED'
002090         MOVE 8 TO RETURN-CODE
002100         STOP RUN
002110     END-IF
002120     IF WS-CUTOFF-ENV NOT NUMERIC
002130         DISPLAY 'AOC-ARCCUTOFF NOT YYYYMMDD : ' WS-CUTOFF-ENV
002140         MOVE 8 TO RETURN-CODE
002150         STOP RUN
002160     END-IF
002170     MOVE WS-CUTOFF-ENV TO WS-CUTOFF-DATE
002180     MOVE WS-CUTOFF-DATE TO WS-CUTOFF-GIVEN
002190
002200*    ONLY WHOLE MONTHS ARE ARCHIVED. A CUTOFF INSIDE A MONTH IS
002210*    TAKEN BACK TO THE FIRST OF THAT MONTH, SO THE REST OF THE
002220*    MONTH STAYS ON THE MASTER TOGETHER.
002230     IF WS-CUTOFF-DATE(7:2) NOT = '01'
002240         MOVE '01' TO WS-CUTOFF-DATE(7:2)
002250         DISPLAY 'AOC-ARCCUTOFF ' WS-CUTOFF-GIVEN
002260             ' ROUNDED TO MONTH START ' WS-CUTOFF-DATE
002270     END-IF
002280
002290     MOVE 'AOC-ARCCUTOFF' TO WS-OVD-NAME
002300     MOVE WS-CUTOFF-ENV   TO WS-OVD-VALUE
002310     MOVE ZERO            TO WS-OVD-BUS-DATE
002320     MOVE SPACES          TO WS-OVD-SUPPLIER-ID
002330     PERFORM 1170-LOG-OVERRIDE
002340     .
002350
002360* 1170-LOG-OVERRIDE PUTS THE OVERRIDE IN WS-OVRD-PARM ON THE
002370* SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD. AN OVERRIDE THAT
002380* CANNOT BE AUDITED IS NOT TAKEN - A LOG THAT CANNOT BE WRITTEN
002390* ENDS THE RUN AS A FILE ERROR.
002400 1170-LOG-OVERRIDE.
002410     MOVE 'CALMARC' TO WS-OVD-PROGRAM
002420     CALL 'CALOVRD' USING WS-OVRD-PARM
002430     IF WS-OVD-STATUS NOT = '0'
002440         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
002450         MOVE 12 TO RETURN-CODE
002460         STOP RUN
002470     END-IF
002480     .
002490
002500 2000-MAIN-PROCESSING.
002510     PERFORM 3100-OPEN-ARCRPT
002520     MOVE WS-CUTOFF-DATE TO WS-HDG-CUTOFF
002530     MOVE WS-ARC-HEADING TO ARC-RECORD
002540     PERFORM 6000-WRITE-ARC-LINE
002550     IF WS-CUTOFF-DATE NOT = WS-CUTOFF-GIVEN
002560         STRING 'CUTOFF GIVEN '         DELIMITED BY SIZE
002570             WS-CUTOFF-GIVEN            DELIMITED BY SIZE
002580             ' ROUNDED TO MONTH START - ONLY WHOLE MONTHS ARE'
002590                                        DELIMITED BY SIZE
002600             ' ARCHIVED'                DELIMITED BY SIZE
002610             INTO ARC-RECORD
002620         PERFORM 6000-WRITE-ARC-LINE
002630     END-IF
002640     PERFORM 2500-ARCHIVE-AND-PURGE
002650     PERFORM 2800-WRITE-ARCHIVE-SUMMARY
002660     PERFORM 5100-CLOSE-ARCRPT
002670     .
002680
002690* 2500-ARCHIVE-AND-PURGE WALKS THE MASTER IN KEY ORDER. EVERY
002700* RECORD BEFORE THE CUTOFF IS APPENDED TO THE ARCHIVE FILE OF
002710* ITS RUN-DATE YEAR AND THEN DELETED FROM THE MASTER; THE
002720* DELETE IS ONLY ISSUED AFTER THE ARCHIVE WRITE SUCCEEDED, SO
002730* A RECORD CAN NEVER BE LOST BETWEEN THE TWO FILES. THE KEYS
002740* ASCEND BY RUN DATE, SO THE YEAR ONLY EVER ROLLS FORWARD AND
002750* ONE ARCHIVE FILE IS OPEN AT A TIME.
002760 2500-ARCHIVE-AND-PURGE.
002770     OPEN I-O CALMST
002780     IF NOT CALMST-STATUS-OK
002790         DISPLAY 'OPEN ERROR ON CALMST'
002800         DISPLAY 'FILE STATUS : ' CALMST-STATUS
002810         MOVE 12 TO RETURN-CODE
002820         STOP RUN
002830     END-IF
002840
002850     PERFORM 4000-READ-CALMST
002860
002870     PERFORM UNTIL CALMST-STATUS-EOF
002880     OR NOT CALMST-STATUS-OK
002890
002900                 IF CALM-RUN-DATE < WS-CUTOFF-DATE
002910                     PERFORM 2520-CHECK-RECORD-PERIOD
002920                     IF WS-PCK-PERIOD-CLOSED
002930                         ADD 1 TO WS-LOCKED-COUNT
002940                     ELSE
002950                         PERFORM 2550-ARCHIVE-ONE-RECORD
002960                     END-IF
002970                 ELSE
002980                     ADD 1 TO WS-KEPT-COUNT
002990                 END-IF
003000
003010          PERFORM 4000-READ-CALMST
003020
003030     END-PERFORM
003040
003050     IF WS-ARCH-OPEN
003060         PERFORM 2600-CLOSE-ARCHIVE-YEAR
003070     END-IF
003080
003090     CLOSE CALMST
003100     IF NOT CALMST-STATUS-OK
003110         DISPLAY 'CLOSE ERROR ON CALMST'
003120         DISPLAY 'FILE STATUS : ' CALMST-STATUS
003130         MOVE 12 TO RETURN-CODE
003140         STOP RUN
003150     END-IF
003160     .
003170
003180* 2520-CHECK-RECORD-PERIOD ASKS CALPCHK WHETHER THE MONTH OF
003190* THE CURRENT RECORD IS CLOSED, ON THE FIRST RECORD OF EACH
003200* MONTH. A CLOSED MONTH IS SIGNED OFF AND IS NOT PURGED FROM
003210* THE MASTER UNTIL IT IS FORMALLY REOPENED; ITS RECORDS ARE
003220* KEPT AND COUNTED. A REOPENED MONTH IS ARCHIVED AND THE
003230* REOPEN IT RELIES ON IS REPORTED.
003240 2520-CHECK-RECORD-PERIOD.
003250     MOVE CALM-RUN-DATE(1:6) TO WS-REC-MONTH
003260     IF WS-REC-MONTH NOT = WS-PCK-MONTH
003270         MOVE WS-REC-MONTH TO WS-PCK-MONTH
003280         CALL 'CALPCHK' USING WS-PCHK-PARM
003290         IF WS-PCK-STATUS NOT = '0'
003300             DISPLAY 'PERIOD REGISTER UNREADABLE - ARCHIVE '
003310                 'STOPPED'
003320             MOVE 12 TO RETURN-CODE
003330             STOP RUN
003340         END-IF
003350         EVALUATE TRUE
003360             WHEN WS-PCK-PERIOD-CLOSED
003370                 STRING 'MONTH '             DELIMITED BY SIZE
003380                     WS-PCK-MONTH            DELIMITED BY SIZE
003390                     ' CLOSED - NOT ARCHIVED, KEPT ON MASTER'
003400                                             DELIMITED BY SIZE
003410                     ' UNTIL REOPENED'       DELIMITED BY SIZE
003420                     INTO ARC-RECORD
003430                 PERFORM 6000-WRITE-ARC-LINE
003440                 DISPLAY 'MONTH ' WS-PCK-MONTH
003450                     ' CLOSED - NOT ARCHIVED'
003460             WHEN WS-PCK-PERIOD-REOPENED
003470                 STRING 'MONTH '             DELIMITED BY SIZE
003480                     WS-PCK-MONTH            DELIMITED BY SIZE
003490                     ' REOPENED '            DELIMITED BY SIZE
003500                     WS-PCK-REOPEN-DATE      DELIMITED BY SIZE
003510                     ' BY '                  DELIMITED BY SIZE
003520                     WS-PCK-REOPEN-USER      DELIMITED BY SIZE
003530                     ' - ARCHIVED : '        DELIMITED BY SIZE
003540                     WS-PCK-REOPEN-REASON    DELIMITED BY SIZE
003550                     INTO ARC-RECORD
003560                 PERFORM 6000-WRITE-ARC-LINE
003570             WHEN OTHER
003580                 CONTINUE
003590         END-EVALUATE
003600     END-IF
003610     .
003620
003630* 2550-ARCHIVE-ONE-RECORD APPENDS THE CURRENT MASTER RECORD TO
003640* ITS YEARLY ARCHIVE FILE (ROLLING THE FILE OVER WHEN THE
003650* RUN-DATE YEAR CHANGES) AND DELETES IT FROM THE MASTER.
003660 2550-ARCHIVE-ONE-RECORD.
003670     IF CALM-RUN-DATE(1:4) NOT = WS-CURR-ARCH-YEAR
003680         IF WS-ARCH-OPEN
003690             PERFORM 2600-CLOSE-ARCHIVE-YEAR
003700         END-IF
003710         PERFORM 2570-OPEN-ARCHIVE-YEAR
003720     END-IF
003730
003740     MOVE CALIBRATION-MASTER-RECORD TO ARCHOUT-RECORD
003750     WRITE ARCHOUT-RECORD
003760     IF NOT ARCHOUT-STATUS-OK
003770         DISPLAY 'WRITE ERROR ON ARCHOUT'
003780         DISPLAY 'FILE STATUS : ' ARCHOUT-STATUS
003790         MOVE 12 TO RETURN-CODE
003800         STOP RUN
003810     END-IF
003820     ADD 1 TO WS-UNLOAD-COUNT
003830     ADD 1 TO WS-YEAR-UNLOAD-COUNT
003840     ADD CALM-ETALONNAGE TO WS-VALUE-TOTAL
003850     ADD CALM-ETALONNAGE TO WS-YEAR-VALUE-TOTAL
003860
003870     DELETE CALMST
003880     IF NOT CALMST-STATUS-OK
003890         DISPLAY 'DELETE ERROR ON CALMST'
003900         DISPLAY 'FILE STATUS : ' CALMST-STATUS
003910         DISPLAY 'KEY : ' CALM-RUN-DATE ' ' CALM-REC-NO
003920         MOVE 12 TO RETURN-CODE
003930         STOP RUN
003940     END-IF
003950     ADD 1 TO WS-DELETE-COUNT
003960     .
003970
003980* 2570-OPEN-ARCHIVE-YEAR OPENS THE ARCHIVE FILE FOR THE YEAR OF
003990* THE CURRENT RECORD, EXTENDING AN ARCHIVE ALREADY STARTED BY
004000* AN EARLIER RUN AND CREATING IT ON FIRST USE.
004010 2570-OPEN-ARCHIVE-YEAR.
004020     MOVE CALM-RUN-DATE(1:4) TO WS-CURR-ARCH-YEAR
004030     MOVE ZERO TO WS-YEAR-UNLOAD-COUNT
004040     MOVE ZERO TO WS-YEAR-VALUE-TOTAL
004050     MOVE SPACES TO WS-ARCHOUT-PATH
004060     STRING WS-ARCHBASE-PATH  DELIMITED BY SPACE
004070         '.'                  DELIMITED BY SIZE
004080         WS-CURR-ARCH-YEAR    DELIMITED BY SIZE
004090         INTO WS-ARCHOUT-PATH
004100     OPEN EXTEND ARCHOUT
004110     IF NOT ARCHOUT-STATUS-OK
004120         OPEN OUTPUT ARCHOUT
004130         IF NOT ARCHOUT-STATUS-OK
004140             DISPLAY 'OPEN ERROR ON ARCHOUT'
004150             DISPLAY 'FILE STATUS : ' ARCHOUT-STATUS
004160             MOVE 12 TO RETURN-CODE
004170             STOP RUN
004180         END-IF
004190     END-IF
004200     SET WS-ARCH-OPEN TO TRUE
004210     DISPLAY 'ARCHIVING TO : ' WS-ARCHOUT-PATH(1:60)
004220     .
004230
004240* 2600-CLOSE-ARCHIVE-YEAR CLOSES THE CURRENT YEARLY ARCHIVE AND
004250* WRITES ITS PER-YEAR COUNT AND VALUE TOTAL ON THE REPORT.
004260 2600-CLOSE-ARCHIVE-YEAR.
004270     CLOSE ARCHOUT
004280     IF NOT ARCHOUT-STATUS-OK
004290         DISPLAY 'CLOSE ERROR ON ARCHOUT'
004300         DISPLAY 'FILE STATUS : ' ARCHOUT-STATUS
004310         MOVE 12 TO RETURN-CODE
004320         STOP RUN
004330     END-IF
004340     MOVE 'N' TO WS-ARCH-OPEN-SW
004350     MOVE WS-CURR-ARCH-YEAR   TO WS-ARY-YEAR
004360     MOVE WS-YEAR-UNLOAD-COUNT TO WS-ARY-COUNT
004370     MOVE WS-YEAR-VALUE-TOTAL TO WS-ARY-TOTAL
004380     MOVE WS-ARC-YEAR-LINE    TO ARC-RECORD
004390     PERFORM 6000-WRITE-ARC-LINE
004400     .
004410
004420* 2800-WRITE-ARCHIVE-SUMMARY CLOSES THE REPORT OFF WITH THE
004430* GRAND COUNTS AND THE UNLOADED-TO-DELETED TIE.
004440 2800-WRITE-ARCHIVE-SUMMARY.
004450     MOVE SPACES TO ARC-RECORD
004460     PERFORM 6000-WRITE-ARC-LINE
004470     MOVE 'RECORDS UNLOADED        :' TO WS-ARS-LABEL
004480     MOVE WS-UNLOAD-COUNT              TO WS-ARS-COUNT
004490     MOVE WS-ARC-SUMMARY               TO ARC-RECORD
004500     PERFORM 6000-WRITE-ARC-LINE
004510     MOVE 'RECORDS DELETED         :' TO WS-ARS-LABEL
004520     MOVE WS-DELETE-COUNT              TO WS-ARS-COUNT
004530     MOVE WS-ARC-SUMMARY               TO ARC-RECORD
004540     PERFORM 6000-WRITE-ARC-LINE
004550     MOVE 'VALUE TOTAL UNLOADED    :' TO WS-ARS-LABEL
004560     MOVE WS-VALUE-TOTAL               TO WS-ARS-COUNT
004570     MOVE WS-ARC-SUMMARY               TO ARC-RECORD
004580     PERFORM 6000-WRITE-ARC-LINE
004590     MOVE 'RECORDS KEPT ON MASTER  :' TO WS-ARS-LABEL
004600     MOVE WS-KEPT-COUNT                TO WS-ARS-COUNT
004610     MOVE WS-ARC-SUMMARY               TO ARC-RECORD
004620     PERFORM 6000-WRITE-ARC-LINE
004630     MOVE 'KEPT - PERIOD CLOSED    :' TO WS-ARS-LABEL
004640     MOVE WS-LOCKED-COUNT              TO WS-ARS-COUNT
004650     MOVE WS-ARC-SUMMARY               TO ARC-RECORD
004660     PERFORM 6000-WRITE-ARC-LINE
004670     IF WS-UNLOAD-COUNT = WS-DELETE-COUNT
004680         MOVE 'UNLOADED TIES TO DELETED - PURGE CERTIFIED'
004690             TO ARC-RECORD
004700     ELSE
004710         MOVE 'UNLOADED DOES NOT TIE TO DELETED - INVESTIGATE'
004720             TO ARC-RECORD
004730     END-IF
004740     PERFORM 6000-WRITE-ARC-LINE
004750     .
004760
004770 3100-OPEN-ARCRPT.
004780     OPEN OUTPUT ARCRPT
004790     IF NOT ARCRPT-STATUS-OK
004800         DISPLAY 'OPEN ERROR ON ARCRPT'
004810         DISPLAY 'FILE STATUS : ' ARCRPT-STATUS
004820         MOVE 12 TO RETURN-CODE
004830         STOP RUN
004840     END-IF
004850     .
004860
004870 4000-READ-CALMST.
004880     READ CALMST NEXT
004890         AT END
004900             CONTINUE
004910          NOT AT END
004920             IF NOT CALMST-STATUS-OK
004930                 DISPLAY 'READ ERROR ON CALMST'
004940                 DISPLAY 'FILE STATUS : ' CALMST-STATUS
004950                 MOVE 12 TO RETURN-CODE
004960                 STOP RUN
004970             END-IF
004980     END-READ
004990     .
005000
005010 5100-CLOSE-ARCRPT.
005020     CLOSE ARCRPT
005030     IF NOT ARCRPT-STATUS-OK
005040         DISPLAY 'CLOSE ERROR ON ARCRPT'
005050         DISPLAY 'FILE STATUS : ' ARCRPT-STATUS
005060         MOVE 12 TO RETURN-CODE
005070         STOP RUN
005080     END-IF
005090     .
005100
005110 6000-WRITE-ARC-LINE.
005120     WRITE ARC-RECORD
005130     IF NOT ARCRPT-STATUS-OK
005140         DISPLAY 'WRITE ERROR ON ARCRPT'
005150         DISPLAY 'FILE STATUS : ' ARCRPT-STATUS
005160         MOVE 12 TO RETURN-CODE
005170         STOP RUN
005180     END-IF
005190     MOVE SPACES TO ARC-RECORD
005200     .
