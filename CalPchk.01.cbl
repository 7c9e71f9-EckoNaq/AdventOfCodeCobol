000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALPCHK.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - PERIOD-LOCK SERVICE,
000110*                  CALLED BY CALLOAD, CALMARC, CALMCOR AND
000120*                  CALRSTA SO ALL FOUR ANSWER "IS THIS MONTH
000130*                  CLOSED" FROM THE SAME PERIOD-CONTROL REGISTER
000140*                  (AOC-PERCTL, CALPER01 LAYOUT) MAINTAINED BY
000150*                  CALPCLS. THE CALLER PASSES A BUSINESS MONTH
000160*                  (YYYYMM) AND GETS BACK WHETHER IT IS OPEN
000170*                  (NOT ON THE REGISTER), CLOSED, OR REOPENED -
000180*                  WITH THE DATE, USER AND REASON OF THE REOPEN
000190*                  SO THE CALLER CAN REPORT THAT IT WROTE INTO
000200*                  A REOPENED MONTH. A MISSING REGISTER MEANS NO
000210*                  MONTH HAS EVER BEEN CLOSED. AS WITH CALBDATE,
000220*                  THE SERVICE NEVER STOPS THE RUN UNIT - AN
000230*                  UNREADABLE REGISTER COMES BACK AS STATUS 8
000240*                  AND THE CALLER DECIDES.
000250* 2026-10-15  RD   ONLY A MISSING REGISTER (STATUS 35) LEAVES
000260*                  EVERY MONTH OPEN; ANY OTHER OPEN FAILURE NOW
000270*                  RETURNS STATUS 8 SO THE CALLER REFUSES THE
000280*                  WRITE.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320
000330     SELECT PERCTL ASSIGN TO DYNAMIC WS-PERCTL-PATH
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS PERCTL-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390
000400 FD  PERCTL.
000410 01  PERCTL-RECORD               PIC X(115).
000420
000430 WORKING-STORAGE SECTION.
000440
000450* RUN-TIME FILE ASSIGNMENT
000460 01  WS-PERCTL-PATH              PIC X(200).
000470 01  WS-DEFAULT-PERCTL-PATH      PIC X(200) VALUE
000480     'AOC20231201.PERCTL.FILE'.
000490
000500* FILE STATUS
000510 01  PERCTL-STATUS               PIC 9(02).
000520     88  PERCTL-STATUS-OK        VALUE 00.
000530     88  PERCTL-STATUS-EOF       VALUE 10.
000540     88  PERCTL-STATUS-NOFILE    VALUE 35.
000550
000560* PERIOD-CONTROL RECORD LAYOUT (SHARED WITH CALPCLS)
000570 COPY CALPER01.
000580
000590 LINKAGE SECTION.
000600
000610* CALLER PARAMETER BLOCK. THE CALLER SETS THE MONTH; THE PERIOD
000620* STATUS ('O' OPEN, 'C' CLOSED, 'R' REOPENED), THE REOPEN
000630* DETAILS OF A REOPENED MONTH AND THE SERVICE STATUS ('0'
000640* CLEAN, '8' REGISTER UNREADABLE) COME BACK.
000650 01  PCK-PARM.
000660     05  PCK-MONTH               PIC 9(06).
000670     05  PCK-PERIOD-STATUS       PIC X(01).
000680         88  PCK-PERIOD-OPEN     VALUE 'O'.
000690         88  PCK-PERIOD-CLOSED   VALUE 'C'.
000700         88  PCK-PERIOD-REOPENED VALUE 'R'.
000710     05  PCK-REOPEN-DATE         PIC 9(08).
000720     05  PCK-REOPEN-USER         PIC X(08).
000730     05  PCK-REOPEN-REASON       PIC X(40).
000740     05  PCK-STATUS              PIC X(01).
000750
000760 PROCEDURE DIVISION USING PCK-PARM.
000770
000780 0000-MAINLINE.
000790     MOVE '0'    TO PCK-STATUS
000800     MOVE 'O'    TO PCK-PERIOD-STATUS
000810     MOVE ZERO   TO PCK-REOPEN-DATE
000820     MOVE SPACES TO PCK-REOPEN-USER
000830     MOVE SPACES TO PCK-REOPEN-REASON
000840     PERFORM 1000-SEARCH-REGISTER
000850     GOBACK
000860     .
000870
000880* 1000-SEARCH-REGISTER RESOLVES THE REGISTER ASSIGNMENT AND
000890* READS IT FOR THE REQUESTED MONTH. A MISSING REGISTER LEAVES
000900* EVERY MONTH OPEN; A REGISTER THAT IS THERE BUT CANNOT BE OPENED
000910* COMES BACK AS STATUS 8, NEVER AS AN OPEN MONTH. A LINE THAT
000920* DOES NOT START WITH A SIX-DIGIT MONTH (A COMMENT OR A BLANK) IS
000930* PASSED OVER.
000940 1000-SEARCH-REGISTER.
000950     MOVE SPACES TO WS-PERCTL-PATH
000960     ACCEPT WS-PERCTL-PATH
000970         FROM ENVIRONMENT 'AOC-PERCTL'
000980     IF WS-PERCTL-PATH = SPACES
000990         MOVE WS-DEFAULT-PERCTL-PATH TO WS-PERCTL-PATH
001000     END-IF
001010     OPEN INPUT PERCTL
001020     EVALUATE TRUE
001030         WHEN PERCTL-STATUS-NOFILE
001040             CONTINUE
001050         WHEN NOT PERCTL-STATUS-OK
001060             DISPLAY 'OPEN ERROR ON PERCTL'
001070             DISPLAY 'FILE STATUS : ' PERCTL-STATUS
001080             MOVE '8' TO PCK-STATUS
001090         WHEN OTHER
001100             PERFORM 4000-READ-PERCTL
001110             PERFORM UNTIL PERCTL-STATUS-EOF
001120             OR NOT PERCTL-STATUS-OK
001130             OR PCK-STATUS = '8'
001140                 IF PERCTL-RECORD(1:6) IS NUMERIC
001150                     MOVE PERCTL-RECORD TO PERIOD-CONTROL-RECORD
001160                     IF PER-MONTH = PCK-MONTH
001170                         PERFORM 1100-SET-PERIOD-STATUS
001180                     END-IF
001190                 END-IF
001200                 IF PCK-STATUS NOT = '8'
001210                     PERFORM 4000-READ-PERCTL
001220                 END-IF
001230             END-PERFORM
001240             CLOSE PERCTL
001250     END-EVALUATE
001260     .
001270
001280* 1100-SET-PERIOD-STATUS RETURNS THE STATUS OF THE MATCHING
001290* REGISTER LINE. A LINE WITH ANY OTHER STATUS IS A DAMAGED
001300* REGISTER, NOT AN OPEN MONTH.
001310 1100-SET-PERIOD-STATUS.
001320     EVALUATE TRUE
001330         WHEN PER-STATUS-CLOSED
001340             MOVE 'C' TO PCK-PERIOD-STATUS
001350         WHEN PER-STATUS-REOPENED
001360             MOVE 'R'               TO PCK-PERIOD-STATUS
001370             MOVE PER-REOPEN-DATE   TO PCK-REOPEN-DATE
001380             MOVE PER-REOPEN-USER   TO PCK-REOPEN-USER
001390             MOVE PER-REOPEN-REASON TO PCK-REOPEN-REASON
001400         WHEN OTHER
001410             DISPLAY 'PERIOD REGISTER STATUS INVALID FOR '
001420                 PER-MONTH ' : ' PER-STATUS
001430             MOVE '8' TO PCK-STATUS
001440     END-EVALUATE
001450     .
001460
001470 4000-READ-PERCTL.
001480     READ PERCTL
001490         AT END
001500             CONTINUE
001510          NOT AT END
001520             IF NOT PERCTL-STATUS-OK
001530                 DISPLAY 'READ ERROR ON PERCTL'
001540                 DISPLAY 'FILE STATUS : ' PERCTL-STATUS
001550                 MOVE '8' TO PCK-STATUS
001560             END-IF
001570     END-READ
001580     .
