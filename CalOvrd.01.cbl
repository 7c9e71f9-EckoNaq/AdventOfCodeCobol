000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALOVRD.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - OVERRIDE AUDIT SERVICE,
000110*                  CALLED BY EVERY PROGRAM IN THE CHAIN THAT
000120*                  HONOURS AN OPERATOR OVERRIDE SO EACH ONE
000130*                  LEAVES A LINE ON THE SHARED OVERRIDE AUDIT
000140*                  LOG (AOC-OVRLOG, CALOVR01 LAYOUT) INSTEAD OF
000150*                  ONLY A JOB-LOG MESSAGE. THE CALLER PASSES
000160*                  ITS PROGRAM NAME, THE OVERRIDE NAME AND
000170*                  VALUE, THE BUSINESS DATE AND THE SUPPLIER
000180*                  (BLANK FOR A CHAIN-WIDE OVERRIDE); THE
000190*                  SERVICE STAMPS THE DATE, TIME, USER AND JOB
000200*                  AND APPENDS THE LINE. THE FIRST LINE EVER
000210*                  CREATES THE LOG. AS WITH CALPCHK, THE
000220*                  SERVICE NEVER STOPS THE RUN UNIT - A LOG
000230*                  THAT CANNOT BE WRITTEN COMES BACK AS STATUS
000240*                  8 AND THE CALLER DECIDES.
000250* 2026-10-15  RD   THE LOG IS NOW CREATED ONLY WHEN IT DOES NOT
000260*                  EXIST (STATUS 35). ANY OTHER OPEN FAILURE ON
000270*                  OVRLOG RETURNS STATUS 8 INSTEAD OF RECREATING
000280*                  THE LOG OVER ITS EARLIER LINES.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320
000330     SELECT OVRLOG ASSIGN TO DYNAMIC WS-OVRLOG-PATH
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS OVRLOG-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390
000400 FD  OVRLOG.
000410 01  OVRLOG-RECORD               PIC X(103).
000420
000430 WORKING-STORAGE SECTION.
000440
000450* RUN-TIME FILE ASSIGNMENT
000460 01  WS-OVRLOG-PATH              PIC X(200).
000470 01  WS-DEFAULT-OVRLOG-PATH      PIC X(200) VALUE
000480     'AOC20231201.OVRLOG.FILE'.
000490
000500* FILE STATUS
000510 01  OVRLOG-STATUS               PIC 9(02).
000520     88  OVRLOG-STATUS-OK        VALUE 00.
000530     88  OVRLOG-STATUS-NOFILE    VALUE 35.
000540
000550* STAMP FIELDS
000560 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000570 01  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
000580 01  WS-USER-ENV                 PIC X(08) VALUE SPACES.
000590 01  WS-JOB-ENV                  PIC X(08) VALUE SPACES.
000600
000610* OVERRIDE AUDIT RECORD LAYOUT (SHARED WITH CALOVRP)
000620 COPY CALOVR01.
000630
000640 LINKAGE SECTION.
000650
000660* CALLER PARAMETER BLOCK. THE CALLER SETS EVERYTHING BUT THE
000670* STATUS; A ZERO BUSINESS DATE IS LOGGED AS TODAY'S DATE. THE
000680* SERVICE STATUS ('0' LOGGED, '8' LOG COULD NOT BE WRITTEN)
000690* COMES BACK.
000700 01  OVL-PARM.
000710     05  OVL-PROGRAM             PIC X(08).
000720     05  OVL-NAME                PIC X(16).
000730     05  OVL-VALUE               PIC X(30).
000740     05  OVL-BUS-DATE            PIC 9(08).
000750     05  OVL-SUPPLIER-ID         PIC X(03).
000760     05  OVL-STATUS              PIC X(01).
000770
000780 PROCEDURE DIVISION USING OVL-PARM.
000790
000800 0000-MAINLINE.
000810     MOVE '0' TO OVL-STATUS
000820     PERFORM 1000-BUILD-AUDIT-LINE
000830     PERFORM 2000-APPEND-AUDIT-LINE
000840     GOBACK
000850     .
000860
000870* 1000-BUILD-AUDIT-LINE STAMPS THE CALLER'S OVERRIDE WITH THE
000880* DATE AND TIME IT WAS TAKEN AND THE USER AND JOB RUNNING THE
000890* STEP. THE JOB NAME COMES FROM AOC-JOBNAME, SET BY THE
000900* SCHEDULER ON EVERY STEP; A STEP RUN BY HAND SHOWS NONE.
000910 1000-BUILD-AUDIT-LINE.
000920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000930     ACCEPT WS-RUN-TIME FROM TIME
000940
000950     MOVE SPACES TO WS-USER-ENV
000960     ACCEPT WS-USER-ENV
000970         FROM ENVIRONMENT 'USER'
000980     IF WS-USER-ENV = SPACES
000990         ACCEPT WS-USER-ENV
001000             FROM ENVIRONMENT 'LOGNAME'
001010     END-IF
001020     IF WS-USER-ENV = SPACES
001030         MOVE 'UNKNOWN' TO WS-USER-ENV
001040     END-IF
001050
001060     MOVE SPACES TO WS-JOB-ENV
001070     ACCEPT WS-JOB-ENV
001080         FROM ENVIRONMENT 'AOC-JOBNAME'
001090     IF WS-JOB-ENV = SPACES
001100         MOVE 'NONE' TO WS-JOB-ENV
001110     END-IF
001120
001130     MOVE SPACES              TO OVERRIDE-AUDIT-RECORD
001140     MOVE WS-RUN-DATE         TO OVR-LOG-DATE
001150     MOVE WS-RUN-TIME(1:6)    TO OVR-LOG-TIME
001160     MOVE OVL-PROGRAM         TO OVR-PROGRAM
001170     MOVE OVL-NAME            TO OVR-NAME
001180     MOVE OVL-VALUE           TO OVR-VALUE
001190     IF OVL-BUS-DATE = ZERO
001200         MOVE WS-RUN-DATE     TO OVR-BUS-DATE
001210     ELSE
001220         MOVE OVL-BUS-DATE    TO OVR-BUS-DATE
001230     END-IF
001240     MOVE OVL-SUPPLIER-ID     TO OVR-SUPPLIER-ID
001250     MOVE WS-USER-ENV         TO OVR-USER
001260     MOVE WS-JOB-ENV          TO OVR-JOB
001270     .
001280
001290* 2000-APPEND-AUDIT-LINE ADDS THE LINE TO THE END OF THE LOG,
001300* CREATING THE LOG ON THE FIRST OVERRIDE EVER TAKEN (STATUS 35).
001310* ANY OTHER OPEN FAILURE COMES BACK AS STATUS 8 - THE LOG IS
001320* NEVER RECREATED OVER AN EXISTING ONE.
001330 2000-APPEND-AUDIT-LINE.
001340     MOVE SPACES TO WS-OVRLOG-PATH
001350     ACCEPT WS-OVRLOG-PATH
001360         FROM ENVIRONMENT 'AOC-OVRLOG'
001370     IF WS-OVRLOG-PATH = SPACES
001380         MOVE WS-DEFAULT-OVRLOG-PATH TO WS-OVRLOG-PATH
001390     END-IF
001400     OPEN EXTEND OVRLOG
001410     IF OVRLOG-STATUS-NOFILE
001420         OPEN OUTPUT OVRLOG
001430     END-IF
001440     IF NOT OVRLOG-STATUS-OK
001450         DISPLAY 'OPEN ERROR ON OVRLOG'
001460         DISPLAY 'FILE STATUS : ' OVRLOG-STATUS
001470         MOVE '8' TO OVL-STATUS
001480     ELSE
001490         WRITE OVRLOG-RECORD FROM OVERRIDE-AUDIT-RECORD
001500         IF NOT OVRLOG-STATUS-OK
001510             DISPLAY 'WRITE ERROR ON OVRLOG'
001520             DISPLAY 'FILE STATUS : ' OVRLOG-STATUS
001530             MOVE '8' TO OVL-STATUS
001540         END-IF
001550         CLOSE OVRLOG
001560     END-IF
001570     .
