000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCHAIN.
000030 AUTHOR. R-DUMONT.
000040 INSTALLATION. DATA-SERVICES-BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080* MODIFICATION HISTORY
000090* --------------------
000100* 2026-10-15  RD   ORIGINAL VERSION - DAILY CALIBRATION CHAIN
000110*                  DRIVER WITH STEP-LEVEL RESTART. THE MORNING
000120*                  CHAIN (CALEDIT, AOC-2023-12-01, CALGATE,
000130*                  CALRECON, CALLOAD, CALBAL, CALDIST, CALGRET)
000140*                  USED TO BE RELEASED STEP BY STEP, AND AFTER A
000150*                  FAILURE THE ON-CALL HAD TO WORK OUT BY HAND
000160*                  WHICH STEPS HAD FINISHED. THIS STEP READS THE
000170*                  CHAIN DEFINITION (CHAINDEF) - THE STEPS IN RUN
000180*                  ORDER, THE RETURN CODES EACH MAY END WITH AND
000190*                  STILL LET THE CHAIN CONTINUE, THE RETURN CODES
000200*                  THAT HOLD THE CHAIN (CALGATE'S 6) AND THE
000210*                  COMMAND THAT RUNS THE STEP - AND RUNS THE
000220*                  STEPS IN TURN, RECORDING EACH STEP'S START,
000230*                  END AND RETURN CODE ON A PERSISTENT CHAIN-
000240*                  STATE FILE (CHAINST) KEYED BY BUSINESS DATE
000250*                  AND STEP. A RERUN FOR THE SAME BUSINESS DATE
000260*                  RESUMES AT THE FIRST STEP NOT YET COMPLETE -
000270*                  THE ONE THAT FAILED OR WAS HELD - AND NEVER
000280*                  RERUNS A COMPLETED STEP UNLESS AOC-RERUNSTEP
000290*                  NAMES IT, IN WHICH CASE THAT STEP ALONE IS RUN
000300*                  AGAIN. EVERY STEP RUN OR PASSED OVER GOES ON
000310*                  THE CHAIN REPORT (CHAINRPT).
000320* 2026-10-15  RD   AN AOC-BUSDATE OVERRIDE, AND AN AOC-RERUNSTEP
000330*                  THAT RERUNS A COMPLETED STEP, ARE NOW WRITTEN
000340*                  TO THE SHARED OVERRIDE AUDIT LOG THROUGH
000350*                  CALOVRD.
000360* 2026-10-15  RD   AOC-RERUNSTEP NOW RERUNS ONLY THE STEP IT
000370*                  NAMES. A LATER STEP ALREADY COMPLETE FOR THE
000380*                  BUSINESS DATE IS PASSED OVER AND LISTED AS
000390*                  NOT RERUN INSTEAD OF BEING RUN AGAIN.
000400* 2026-10-15  RD   CHAIN STATE IS NOW AGED OUT ON LOAD: ONLY THE
000410*                  LAST AOC-CHAINKEEP BUSINESS DATES ON FILE
000420*                  (DEFAULT 30) ARE KEPT, WITH THE CHAIN'S OWN
000430*                  DATE AND ANY OLDER DATE WHOSE CHAIN IS NOT
000440*                  COMPLETE, SO THE STATE TABLE NO LONGER FILLS UP
000450*                  UNDER DAILY RUNNING.
000460* 2026-10-15  RD   ONLY A MISSING CHAIN-STATE FILE (STATUS 35) IS
000470*                  NOW A FIRST RUN. ANY OTHER OPEN FAILURE ON
000480*                  CHAINST STOPS THE DRIVER WITH RC 12 INSTEAD OF
000490*                  RESTARTING THE CHAIN FROM ITS FIRST STEP.
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530
000540     SELECT CHAINDEF ASSIGN TO DYNAMIC WS-CHAINDEF-PATH
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CHAINDEF-STATUS.
000570
000580     SELECT CHAINST ASSIGN TO DYNAMIC WS-CHAINST-PATH
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CHAINST-STATUS.
000610
000620     SELECT CHAINRPT ASSIGN TO DYNAMIC WS-CHAINRPT-PATH
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CHAINRPT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680
000690 FD  CHAINDEF.
000700 01  CHAINDEF-RECORD             PIC X(235).
000710
000720 FD  CHAINST.
000730 01  CHAINST-RECORD              PIC X(76).
000740
000750 FD  CHAINRPT.
000760 01  CHAIN-RPT-RECORD            PIC X(132).
000770
000780 WORKING-STORAGE SECTION.
000790
000800* RUN-TIME FILE ASSIGNMENT
000810 01  WS-CHAINDEF-PATH            PIC X(200).
000820 01  WS-DEFAULT-CHAINDEF-PATH    PIC X(200) VALUE
000830     'AOC20231201.CHAINDEF.FILE'.
000840 01  WS-CHAINST-PATH             PIC X(200).
000850 01  WS-DEFAULT-CHAINST-PATH     PIC X(200) VALUE
000860     'AOC20231201.CHAINST.FILE'.
000870 01  WS-CHAINRPT-PATH            PIC X(200).
000880 01  WS-DEFAULT-CHAINRPT-PATH    PIC X(200) VALUE
000890     'AOC20231201.CHAIN.RPT'.
000900
000910* FILE STATUS
000920 01  CHAINDEF-STATUS             PIC 9(02).
000930     88  CHAINDEF-STATUS-OK      VALUE 00.
000940     88  CHAINDEF-STATUS-EOF     VALUE 10.
000950 01  CHAINST-STATUS              PIC 9(02).
000960     88  CHAINST-STATUS-OK       VALUE 00.
000970     88  CHAINST-STATUS-EOF      VALUE 10.
000980     88  CHAINST-STATUS-NOFILE   VALUE 35.
000990 01  CHAINRPT-STATUS             PIC 9(02).
001000     88  CHAINRPT-STATUS-OK      VALUE 00.
001010
001020* CHAIN DEFINITION LINE LAYOUT. ONE LINE PER STEP IN RUN
001030* ORDER: THE STEP NAME, UP TO FOUR TWO-DIGIT RETURN CODES THE
001040* STEP MAY END WITH AND STILL LET THE CHAIN CONTINUE (NONE
001050* GIVEN MEANS 00 ONLY), UP TO TWO RETURN CODES THAT HOLD THE
001060* CHAIN FOR AN OPERATOR DECISION, AND THE COMMAND THAT RUNS THE
001070* STEP. ANY OTHER RETURN CODE FAILS THE STEP. A LINE STARTING
001080* WITH AN ASTERISK IS A COMMENT. FOR EXAMPLE -
001090*   CALGATE          00 04       06    <COMMAND FOR CALGATE>
001100 01  WS-CHAINDEF-LINE.
001110     05  WS-CHD-STEP-NAME        PIC X(16).
001120     05  FILLER                  PIC X(01).
001130     05  WS-CHD-CONTINUE-ENTRY OCCURS 4 TIMES.
001140         10  WS-CHD-CONTINUE-RC  PIC X(02).
001150         10  FILLER              PIC X(01).
001160     05  WS-CHD-HOLD-ENTRY OCCURS 2 TIMES.
001170         10  WS-CHD-HOLD-RC      PIC X(02).
001180         10  FILLER              PIC X(01).
001190     05  WS-CHD-COMMAND          PIC X(200).
001200
001210* IN-STORAGE CHAIN DEFINITION. WS-STP-STATE-IX POINTS AT THE
001220* STEP'S ENTRY FOR THIS BUSINESS DATE IN THE STATE TABLE.
001230 01  WS-STEP-MAX                 PIC 9(02) VALUE 20.
001240 01  WS-STEP-COUNT               PIC 9(02) VALUE ZERO.
001250 01  WS-STEP-TABLE.
001260     05  WS-STEP-ENTRY OCCURS 20 TIMES.
001270         10  WS-STP-NAME         PIC X(16).
001280         10  WS-STP-CONTINUE-RC  PIC X(02) OCCURS 4 TIMES.
001290         10  WS-STP-HOLD-RC      PIC X(02) OCCURS 2 TIMES.
001300         10  WS-STP-COMMAND      PIC X(200).
001310         10  WS-STP-STATE-IX     PIC 9(04).
001320 01  K                           PIC 9(02) VALUE ZERO.
001330 01  L                           PIC 9(02) VALUE ZERO.
001340
001350* CHAIN-STATE LINE LAYOUT. ONE LINE PER BUSINESS DATE AND
001360* STEP, CARRYING THE LATEST ATTEMPT'S START, END, RETURN CODE
001370* AND OUTCOME, THE NUMBER OF ATTEMPTS, AND WHETHER THE LATEST
001380* ATTEMPT WAS FORCED BY AOC-RERUNSTEP.
001390 01  WS-CHAINST-LINE.
001400     05  WS-CHS-BUS-DATE         PIC 9(08).
001410     05  FILLER                  PIC X(01) VALUE SPACE.
001420     05  WS-CHS-STEP-NAME        PIC X(16).
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440     05  WS-CHS-STATUS           PIC X(08).
001450         88  WS-CHS-STARTED      VALUE 'STARTED '.
001460         88  WS-CHS-COMPLETE     VALUE 'COMPLETE'.
001470         88  WS-CHS-HELD         VALUE 'HELD    '.
001480         88  WS-CHS-FAILED       VALUE 'FAILED  '.
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  WS-CHS-START-DATE       PIC 9(08).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  WS-CHS-START-TIME       PIC 9(06).
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  WS-CHS-END-DATE         PIC 9(08).
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  WS-CHS-END-TIME         PIC 9(06).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  WS-CHS-RC               PIC 9(03).
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  WS-CHS-ATTEMPTS         PIC 9(03).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  WS-CHS-OVERRIDE         PIC X(01).
001630
001640* IN-STORAGE CHAIN STATE. ONLY THE BUSINESS DATES INSIDE THE
001650* RETENTION WINDOW BELOW ARE KEPT; THE FILE IS REWRITTEN IN FULL
001660* AT THE START AND AT THE END OF EVERY STEP, SO A DRIVER THAT
001670* DIES MID-STEP LEAVES THAT STEP MARKED STARTED AND THE RERUN
001680* PICKS IT UP AGAIN. WS-CST-PROBE IS A SECOND VIEW OF A TABLE
001690* ENTRY, USED WHILE WS-CHAINST-LINE HOLDS ANOTHER.
001700 01  WS-CST-MAX                  PIC 9(04) VALUE 3000.
001710 01  WS-CST-COUNT                PIC 9(04) VALUE ZERO.
001720 01  WS-CST-TABLE.
001730     05  WS-CST-ENTRY OCCURS 3000 TIMES
001740                                 PIC X(76).
001750 01  J                           PIC 9(04) VALUE ZERO.
001760 01  WS-CST-HIT-IX               PIC 9(04) VALUE ZERO.
001770 01  WS-CST-PROBE.
001780     05  WS-CSP-BUS-DATE         PIC 9(08).
001790     05  FILLER                  PIC X(18).
001800     05  WS-CSP-STATUS           PIC X(08).
001810         88  WS-CSP-COMPLETE     VALUE 'COMPLETE'.
001820     05  FILLER                  PIC X(42).
001830
001840* CHAIN-STATE RETENTION. AOC-CHAINKEEP OVERRIDES THE DEFAULT OF
001850* THIRTY BUSINESS DATES; THE VALUE ARRIVES LEFT-JUSTIFIED AND IS
001860* CONVERTED ONE DIGIT AT A TIME. ON LOAD, A BUSINESS DATE OLDER
001870* THAN THE LAST WS-KEEP-DATES DATES ON FILE IS DROPPED UNLESS A
001880* STEP OF ITS CHAIN IS STILL NOT COMPLETE; THE CHAIN'S OWN DATE
001890* IS NEVER DROPPED. THE CEILING OF 150 DATES KEEPS A FULL WINDOW
001900* OF WS-STEP-MAX STEPS INSIDE THE STATE TABLE.
001910 01  WS-CHAINKEEP-ENV            PIC X(03) VALUE SPACES.
001920 01  WS-KEEP-DATES               PIC 9(03) VALUE 30.
001930 01  WS-KEEP-DATES-MAX           PIC 9(03) VALUE 150.
001940 01  WS-KEEP-DIGIT               PIC 9(01) VALUE ZERO.
001950 01  WS-KEEP-DIGIT-COUNT         PIC 9(01) VALUE ZERO.
001960 01  WS-KEEP-END-SW              PIC X(01) VALUE 'N'.
001970     88  WS-KEEP-END             VALUE 'Y'.
001980 01  WS-KEEP-PASS                PIC 9(03) VALUE ZERO.
001990 01  WS-KEEP-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
002000 01  WS-KEEP-NEXT-DATE           PIC 9(08) VALUE ZERO.
002010 01  WS-AGE-DATE                 PIC 9(08) VALUE ZERO.
002020 01  WS-AGE-DATE-OPEN-SW         PIC X(01) VALUE 'N'.
002030     88  WS-AGE-DATE-OPEN        VALUE 'Y'.
002040 01  WS-CST-SCAN-IX              PIC 9(04) VALUE ZERO.
002050 01  WS-CST-KEPT-COUNT           PIC 9(04) VALUE ZERO.
002060 01  WS-CST-AGED-COUNT           PIC 9(04) VALUE ZERO.
002070
002080* BUSINESS DATE THE CHAIN RUNS FOR. AOC-BUSDATE OVERRIDES THE
002090* CALENDAR DATE, EXACTLY AS IN THE STEPS THEMSELVES - A RERUN
002100* THE NEXT MORNING MUST SET IT TO PICK UP YESTERDAY'S CHAIN.
002110 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002120 01  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
002130 01  WS-BUSDATE-ENV              PIC X(08) VALUE SPACES.
002140
002150* PROCESSING-CALENDAR CALL BLOCK FOR CALBDATE, WHICH RESOLVES
002160* BUSINESS DATES FROM THE SHARED AOC-CALENDAR FILE.
002170 01  WS-BDATE-PARM.
002180     05  WS-BDT-FUNCTION         PIC X(01).
002190     05  WS-BDT-BASE-DATE        PIC 9(08).
002200     05  WS-BDT-RESULT-DATE      PIC 9(08).
002210     05  WS-BDT-STATUS           PIC X(01).
002220
002230* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
002240* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
002250 01  WS-OVRD-PARM.
002260     05  WS-OVD-PROGRAM          PIC X(08).
002270     05  WS-OVD-NAME             PIC X(16).
002280     05  WS-OVD-VALUE            PIC X(30).
002290     05  WS-OVD-BUS-DATE         PIC 9(08).
002300     05  WS-OVD-SUPPLIER-ID      PIC X(03).
002310     05  WS-OVD-STATUS           PIC X(01).
002320
002330* EXPLICIT RERUN OVERRIDE. AOC-RERUNSTEP NAMES A STEP TO RUN
002340* AGAIN EVEN THOUGH IT ALREADY COMPLETED. ONLY THAT STEP IS
002350* RERUN; A LATER STEP ALREADY COMPLETE FOR THE BUSINESS DATE IS
002360* PASSED OVER AND LISTED AS NOT RERUN, WHILE ONE NOT YET
002370* COMPLETE RUNS AS IT WOULD ON ANY RESUME.
002380 01  WS-RERUN-STEP               PIC X(16) VALUE SPACES.
002390 01  WS-RERUN-IX                 PIC 9(02) VALUE ZERO.
002400 01  WS-FIRST-OPEN-IX            PIC 9(02) VALUE ZERO.
002410 01  WS-RESUME-IX                PIC 9(02) VALUE ZERO.
002420
002430* STEP EXECUTION WORK AREAS
002440 01  WS-STEP-RC                  PIC S9(04) VALUE ZERO.
002450 01  WS-STEP-RC-2                PIC 9(02) VALUE ZERO.
002460 01  WS-STEP-RC-CODE REDEFINES WS-STEP-RC-2
002470                                 PIC X(02).
002480 01  WS-RC-CLASS-SW              PIC X(01) VALUE SPACE.
002490     88  WS-RC-CONTINUE          VALUE 'C'.
002500     88  WS-RC-HOLD              VALUE 'H'.
002510     88  WS-RC-FAIL              VALUE 'F'.
002520 01  WS-CLOCK-TIME.
002530     05  WS-CLOCK-HHMMSS         PIC 9(06).
002540     05  FILLER                  PIC 9(02).
002550 01  WS-CLOCK-DATE               PIC 9(08) VALUE ZERO.
002560
002570* CHAIN OUTCOME FOR THIS RUN
002580 01  WS-CHAIN-OUTCOME-SW         PIC X(01) VALUE SPACE.
002590     88  WS-CHAIN-RUNNING        VALUE SPACE.
002600     88  WS-CHAIN-COMPLETE       VALUE 'C'.
002610     88  WS-CHAIN-HELD           VALUE 'H'.
002620     88  WS-CHAIN-FAILED         VALUE 'F'.
002630     88  WS-CHAIN-REFUSED        VALUE 'R'.
002640     88  WS-CHAIN-ALREADY-DONE   VALUE 'A'.
002650 01  WS-STOP-STEP                PIC X(16) VALUE SPACES.
002660 01  WS-STEPS-RUN-COUNT          PIC 9(02) VALUE ZERO.
002670 01  WS-STEPS-PASSED-COUNT       PIC 9(02) VALUE ZERO.
002680
002690* CHAIN REPORT LINE LAYOUTS
002700 01  WS-CHAIN-HEADING.
002710     05  FILLER                  PIC X(37) VALUE
002720         'CALIBRATION CHAIN CONTROL - BUS DATE '.
002730     05  WS-HDG-BUS-DATE         PIC 9(08).
002740 01  WS-CHAIN-COL-HEADS          PIC X(100) VALUE
002750     'STEP             ACTION       START             END
002760-    '           RC  OUTCOME  TRIES OVR'.
002770 01  WS-CHAIN-DETAIL.
002780     05  WS-CND-STEP-NAME        PIC X(16).
002790     05  FILLER                  PIC X(01) VALUE SPACE.
002800     05  WS-CND-ACTION           PIC X(12).
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  WS-CND-START-DATE       PIC X(08).
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  WS-CND-START-TIME       PIC X(06).
002850     05  FILLER                  PIC X(03) VALUE SPACES.
002860     05  WS-CND-END-DATE         PIC X(08).
002870     05  FILLER                  PIC X(01) VALUE SPACE.
002880     05  WS-CND-END-TIME         PIC X(06).
002890     05  FILLER                  PIC X(03) VALUE SPACES.
002900     05  WS-CND-RC               PIC X(03).
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  WS-CND-OUTCOME          PIC X(08).
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  WS-CND-ATTEMPTS         PIC X(03).
002950     05  FILLER                  PIC X(03) VALUE SPACES.
002960     05  WS-CND-OVERRIDE         PIC X(01).
002970 01  WS-CHAIN-MESSAGE            PIC X(132) VALUE SPACES.
002980 01  WS-CHAIN-SUMMARY.
002990     05  WS-CNS-LABEL            PIC X(26).
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  WS-CNS-COUNT            PIC 9(06).
003020
003030 PROCEDURE DIVISION.
003040
003050 0000-MAINLINE.
003060     DISPLAY 'CALCHAIN'
003070     PERFORM 1000-INITIALIZE
003080     PERFORM 2000-MAIN-PROCESSING
003090     EVALUATE TRUE
003100         WHEN WS-CHAIN-COMPLETE
003110             DISPLAY 'CALCHAIN ENDED - CHAIN COMPLETE FOR '
003120                 WS-BUS-DATE
003130             MOVE 0 TO RETURN-CODE
003140         WHEN WS-CHAIN-ALREADY-DONE
003150             DISPLAY 'CALCHAIN ENDED - CHAIN ALREADY COMPLETE '
003160                 'FOR ' WS-BUS-DATE ' - NOTHING RERUN'
003170             MOVE 4 TO RETURN-CODE
003180         WHEN WS-CHAIN-HELD
003190             DISPLAY 'CALCHAIN ENDED - CHAIN HELD AT STEP '
003200                 WS-STOP-STEP
003210             MOVE 6 TO RETURN-CODE
003220         WHEN WS-CHAIN-REFUSED
003230             DISPLAY 'CALCHAIN ENDED - RERUN REFUSED'
003240             MOVE 8 TO RETURN-CODE
003250         WHEN OTHER
003260             DISPLAY 'CALCHAIN ENDED - CHAIN FAILED AT STEP '
003270                 WS-STOP-STEP
003280             MOVE 12 TO RETURN-CODE
003290     END-EVALUATE
003300     STOP RUN
003310     .
003320
003330* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS, THE BUSINESS
003340* DATE AND ANY EXPLICIT RERUN OVERRIDE.
003350 1000-INITIALIZE.
003360     MOVE SPACES TO WS-CHAINDEF-PATH
003370     ACCEPT WS-CHAINDEF-PATH
003380         FROM ENVIRONMENT 'AOC-CHAINDEF'
003390     IF WS-CHAINDEF-PATH = SPACES
003400         MOVE WS-DEFAULT-CHAINDEF-PATH TO WS-CHAINDEF-PATH
003410     END-IF
003420
003430     MOVE SPACES TO WS-CHAINST-PATH
003440     ACCEPT WS-CHAINST-PATH
003450         FROM ENVIRONMENT 'AOC-CHAINST'
003460     IF WS-CHAINST-PATH = SPACES
003470         MOVE WS-DEFAULT-CHAINST-PATH TO WS-CHAINST-PATH
003480     END-IF
003490
003500     MOVE SPACES TO WS-CHAINRPT-PATH
003510     ACCEPT WS-CHAINRPT-PATH
003520         FROM ENVIRONMENT 'AOC-CHAINRPT'
003530     IF WS-CHAINRPT-PATH = SPACES
003540         MOVE WS-DEFAULT-CHAINRPT-PATH TO WS-CHAINRPT-PATH
003550     END-IF
003560
003570     MOVE SPACES TO WS-RERUN-STEP
003580     ACCEPT WS-RERUN-STEP
003590         FROM ENVIRONMENT 'AOC-RERUNSTEP'
003600
003610     MOVE SPACES TO WS-CHAINKEEP-ENV
003620     ACCEPT WS-CHAINKEEP-ENV
003630         FROM ENVIRONMENT 'AOC-CHAINKEEP'
003640     IF WS-CHAINKEEP-ENV NOT = SPACES
003650         MOVE ZERO TO WS-KEEP-DATES
003660         MOVE ZERO TO WS-KEEP-DIGIT-COUNT
003670         MOVE 'N'  TO WS-KEEP-END-SW
003680         PERFORM 1100-PARSE-ONE-CHAINKEEP-DIGIT
003690             THRU 1100-EXIT
003700             VARYING L FROM 1 BY 1
003710             UNTIL L > 3
003720             OR WS-KEEP-END
003730         IF WS-KEEP-DIGIT-COUNT = ZERO
003740             OR WS-KEEP-DATES = ZERO
003750             OR WS-KEEP-DATES > WS-KEEP-DATES-MAX
003760             DISPLAY 'AOC-CHAINKEEP MUST BE 1 TO '
003770                 WS-KEEP-DATES-MAX ' : ' WS-CHAINKEEP-ENV
003780             MOVE 8 TO RETURN-CODE
003790             STOP RUN
003800         END-IF
003810     END-IF
003820
003830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003840     MOVE WS-RUN-DATE TO WS-BUS-DATE
003850     MOVE SPACES TO WS-BUSDATE-ENV
003860     ACCEPT WS-BUSDATE-ENV
003870         FROM ENVIRONMENT 'AOC-BUSDATE'
003880     IF WS-BUSDATE-ENV NOT = SPACES
003890         MOVE WS-BUSDATE-ENV TO WS-BUS-DATE
003900         MOVE 'AOC-BUSDATE'  TO WS-OVD-NAME
003910         MOVE WS-BUSDATE-ENV TO WS-OVD-VALUE
003920         MOVE SPACES         TO WS-OVD-SUPPLIER-ID
003930         MOVE WS-BUS-DATE    TO WS-OVD-BUS-DATE
003940         PERFORM 1170-LOG-OVERRIDE
003950     ELSE
003960         PERFORM 1150-RESOLVE-CALENDAR-BUSDATE
003970     END-IF
003980     DISPLAY 'CHAIN BUSINESS DATE : ' WS-BUS-DATE
003990     .
004000
004010* 1100-PARSE-ONE-CHAINKEEP-DIGIT FOLDS ONE AOC-CHAINKEEP
004020* CHARACTER INTO WS-KEEP-DATES. A SPACE ENDS THE VALUE; ANYTHING
004030* ELSE THAT IS NOT A DIGIT IS A PARAMETER ERROR.
004040 1100-PARSE-ONE-CHAINKEEP-DIGIT.
004050     IF WS-CHAINKEEP-ENV(L:1) = SPACE
004060         SET WS-KEEP-END TO TRUE
004070         GO TO 1100-EXIT
004080     END-IF
004090     IF WS-CHAINKEEP-ENV(L:1) NOT NUMERIC
004100         DISPLAY 'AOC-CHAINKEEP NOT NUMERIC : ' WS-CHAINKEEP-ENV
004110         MOVE 8 TO RETURN-CODE
004120         STOP RUN
004130     END-IF
004140     ADD 1 TO WS-KEEP-DIGIT-COUNT
004150     MOVE WS-CHAINKEEP-ENV(L:1) TO WS-KEEP-DIGIT
004160     COMPUTE WS-KEEP-DATES =
004170         (WS-KEEP-DATES * 10) + WS-KEEP-DIGIT
004180     .
004190 1100-EXIT.
004200     EXIT
004210     .
004220
004230* 1150-RESOLVE-CALENDAR-BUSDATE RESOLVES THE BUSINESS DATE FROM
004240* THE PROCESSING CALENDAR THROUGH CALBDATE WHEN NO AOC-BUSDATE
004250* OVERRIDE IS GIVEN - THE SAME RULE THE STEPS APPLY, SO THE
004260* CHAIN STATE IS KEYED BY THE DATE THE STEPS WILL PROCESS. A
004270* FAILED RESOLUTION FALLS BACK TO THE RUN DATE WITH A CONSOLE
004280* WARNING.
004290 1150-RESOLVE-CALENDAR-BUSDATE.
004300     MOVE 'E'         TO WS-BDT-FUNCTION
004310     MOVE WS-RUN-DATE TO WS-BDT-BASE-DATE
004320     CALL 'CALBDATE' USING WS-BDATE-PARM
004330     IF WS-BDT-STATUS = '0'
004340         MOVE WS-BDT-RESULT-DATE TO WS-BUS-DATE
004350     ELSE
004360         DISPLAY 'CALENDAR DATE RESOLUTION FAILED - CHAIN '
004370             'BUSINESS DATE DEFAULTS TO RUN DATE'
004380     END-IF
004390     .
004400
004410* 1170-LOG-OVERRIDE PUTS THE OVERRIDE IN WS-OVRD-PARM ON THE
004420* SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD. AN OVERRIDE THAT
004430* CANNOT BE AUDITED IS NOT TAKEN - A LOG THAT CANNOT BE WRITTEN
004440* ENDS THE RUN AS A FILE ERROR.
004450 1170-LOG-OVERRIDE.
004460     MOVE 'CALCHAIN' TO WS-OVD-PROGRAM
004470     CALL 'CALOVRD' USING WS-OVRD-PARM
004480     IF WS-OVD-STATUS NOT = '0'
004490         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
004500         MOVE 12 TO RETURN-CODE
004510         STOP RUN
004520     END-IF
004530     .
004540
004550 2000-MAIN-PROCESSING.
004560     PERFORM 3100-OPEN-CHAINRPT
004570     MOVE WS-BUS-DATE TO WS-HDG-BUS-DATE
004580     MOVE WS-CHAIN-HEADING TO CHAIN-RPT-RECORD
004590     PERFORM 6000-WRITE-CHAIN-LINE
004600     MOVE SPACES TO CHAIN-RPT-RECORD
004610     PERFORM 6000-WRITE-CHAIN-LINE
004620     MOVE WS-CHAIN-COL-HEADS TO CHAIN-RPT-RECORD
004630     PERFORM 6000-WRITE-CHAIN-LINE
004640
004650     PERFORM 2100-LOAD-CHAIN-DEFINITION
004660     PERFORM 2200-LOAD-CHAIN-STATE
004670     PERFORM 2300-FIND-RESUME-POINT
004680     IF WS-CHAIN-RUNNING
004690         PERFORM 2400-RUN-CHAIN
004700     ELSE
004710         PERFORM 2450-LIST-ONE-STEP
004720             VARYING K FROM 1 BY 1
004730             UNTIL K > WS-STEP-COUNT
004740     END-IF
004750     PERFORM 2800-REPORT-CHAIN-OUTCOME
004760     PERFORM 5100-CLOSE-CHAINRPT
004770     .
004780
004790* 2100-LOAD-CHAIN-DEFINITION READS THE STEPS INTO THE STEP
004800* TABLE IN RUN ORDER. A MISSING OR EMPTY DEFINITION, OR ONE
004810* WITH MORE STEPS THAN THE TABLE HOLDS, STOPS THE RUN - THERE
004820* IS NO SAFE DEFAULT CHAIN TO FALL BACK TO.
004830 2100-LOAD-CHAIN-DEFINITION.
004840     MOVE ZERO TO WS-STEP-COUNT
004850     OPEN INPUT CHAINDEF
004860     IF NOT CHAINDEF-STATUS-OK
004870         DISPLAY 'OPEN ERROR ON CHAINDEF'
004880         DISPLAY 'FILE STATUS : ' CHAINDEF-STATUS
004890         MOVE 12 TO RETURN-CODE
004900         STOP RUN
004910     END-IF
004920     PERFORM 4100-READ-CHAINDEF
004930     PERFORM UNTIL CHAINDEF-STATUS-EOF
004940     OR NOT CHAINDEF-STATUS-OK
004950         IF CHAINDEF-RECORD NOT = SPACES
004960             AND CHAINDEF-RECORD(1:1) NOT = '*'
004970             IF WS-STEP-COUNT >= WS-STEP-MAX
004980                 DISPLAY 'CHAIN DEFINITION TABLE FULL - '
004990                     'INCREASE WS-STEP-MAX AND RERUN'
005000                 MOVE 8 TO RETURN-CODE
005010                 STOP RUN
005020             END-IF
005030             MOVE CHAINDEF-RECORD TO WS-CHAINDEF-LINE
005040             ADD 1 TO WS-STEP-COUNT
005050             MOVE WS-CHD-STEP-NAME
005060                 TO WS-STP-NAME(WS-STEP-COUNT)
005070             PERFORM 2150-LOAD-STEP-CODES
005080                 VARYING L FROM 1 BY 1
005090                 UNTIL L > 4
005100             MOVE WS-CHD-COMMAND
005110                 TO WS-STP-COMMAND(WS-STEP-COUNT)
005120             MOVE ZERO
005130                 TO WS-STP-STATE-IX(WS-STEP-COUNT)
005140         END-IF
005150         PERFORM 4100-READ-CHAINDEF
005160     END-PERFORM
005170     CLOSE CHAINDEF
005180     IF WS-STEP-COUNT = ZERO
005190         DISPLAY 'CHAIN DEFINITION HAS NO STEPS'
005200         MOVE 8 TO RETURN-CODE
005210         STOP RUN
005220     END-IF
005230     .
005240
005250* 2150-LOAD-STEP-CODES CARRIES THE CONTINUE AND HOLD RETURN
005260* CODES OF THE DEFINITION LINE INTO THE STEP TABLE. NO
005270* CONTINUE CODE AT ALL MEANS THE STEP MUST END WITH 00.
005280 2150-LOAD-STEP-CODES.
005290     MOVE WS-CHD-CONTINUE-RC(L)
005300         TO WS-STP-CONTINUE-RC(WS-STEP-COUNT, L)
005310     IF L = 1
005320         AND WS-CHD-CONTINUE-RC(1) = SPACES
005330         MOVE '00' TO WS-STP-CONTINUE-RC(WS-STEP-COUNT, 1)
005340     END-IF
005350     IF L NOT > 2
005360         MOVE WS-CHD-HOLD-RC(L)
005370             TO WS-STP-HOLD-RC(WS-STEP-COUNT, L)
005380     END-IF
005390     .
005400
005410* 2200-LOAD-CHAIN-STATE READS THE PERSISTENT CHAIN STATE INTO
005420* THE STATE TABLE. A MISSING FILE (STATUS 35) IS A FIRST RUN,
005430* NOT AN ERROR. ANY OTHER OPEN FAILURE STOPS THE RUN - TAKEN AS A
005440* FIRST RUN IT WOULD RERUN STEPS ALREADY COMPLETE.
005450* BUSINESS DATES PAST THE RETENTION WINDOW ARE THEN DROPPED FROM
005460* THE TABLE, SO THE NEXT REWRITE AGES THEM OFF THE FILE.
005470 2200-LOAD-CHAIN-STATE.
005480     MOVE ZERO TO WS-CST-COUNT
005490     OPEN INPUT CHAINST
005500     IF NOT CHAINST-STATUS-OK
005510         AND NOT CHAINST-STATUS-NOFILE
005520         DISPLAY 'OPEN ERROR ON CHAINST'
005530         DISPLAY 'FILE STATUS : ' CHAINST-STATUS
005540         MOVE 12 TO RETURN-CODE
005550         STOP RUN
005560     END-IF
005570     IF CHAINST-STATUS-NOFILE
005580         DISPLAY 'NO CHAIN STATE FOUND - NEW ONE STARTS '
005590             'WITH THIS RUN'
005600     ELSE
005610         PERFORM 4200-READ-CHAINST
005620         PERFORM UNTIL CHAINST-STATUS-EOF
005630         OR NOT CHAINST-STATUS-OK
005640             IF WS-CST-COUNT >= WS-CST-MAX
005650                 DISPLAY 'CHAIN STATE TABLE FULL - INCREASE '
005660                     'WS-CST-MAX AND RERUN'
005670                 MOVE 8 TO RETURN-CODE
005680                 STOP RUN
005690             END-IF
005700             ADD 1 TO WS-CST-COUNT
005710             MOVE CHAINST-RECORD TO WS-CST-ENTRY(WS-CST-COUNT)
005720             PERFORM 4200-READ-CHAINST
005730         END-PERFORM
005740         CLOSE CHAINST
005750         PERFORM 2210-AGE-OUT-CHAIN-STATE
005760             THRU 2210-EXIT
005770     END-IF
005780     .
005790
005800* 2210-AGE-OUT-CHAIN-STATE FINDS THE OLDEST BUSINESS DATE STILL
005810* INSIDE THE RETENTION WINDOW - THE WS-KEEP-DATES'TH MOST RECENT
005820* DATE ON FILE - AND COMPACTS THE TABLE, DROPPING THE ENTRIES OF
005830* EVERY OLDER DATE WHOSE CHAIN IS COMPLETE. FEWER DATES ON FILE
005840* THAN THE WINDOW HOLDS LEAVES THE TABLE AS LOADED.
005850 2210-AGE-OUT-CHAIN-STATE.
005860     MOVE 99999999 TO WS-KEEP-CUTOFF-DATE
005870     PERFORM 2220-FIND-NEXT-KEEP-DATE
005880         VARYING WS-KEEP-PASS FROM 1 BY 1
005890         UNTIL WS-KEEP-PASS > WS-KEEP-DATES
005900         OR WS-KEEP-CUTOFF-DATE = ZERO
005910     IF WS-KEEP-CUTOFF-DATE = ZERO
005920         GO TO 2210-EXIT
005930     END-IF
005940     MOVE ZERO TO WS-CST-KEPT-COUNT
005950     MOVE ZERO TO WS-CST-AGED-COUNT
005960     PERFORM 2230-KEEP-OR-DROP-ENTRY
005970         THRU 2230-EXIT
005980         VARYING J FROM 1 BY 1
005990         UNTIL J > WS-CST-COUNT
006000     MOVE WS-CST-KEPT-COUNT TO WS-CST-COUNT
006010     IF WS-CST-AGED-COUNT > ZERO
006020         DISPLAY 'CHAIN STATE ENTRIES AGED OUT : '
006030             WS-CST-AGED-COUNT ' (BEFORE ' WS-KEEP-CUTOFF-DATE ')'
006040     END-IF
006050     .
006060 2210-EXIT.
006070     EXIT
006080     .
006090
006100* 2220-FIND-NEXT-KEEP-DATE MOVES WS-KEEP-CUTOFF-DATE BACK TO THE
006110* NEXT OLDER BUSINESS DATE ON FILE, OR TO ZERO WHEN THERE IS NONE.
006120 2220-FIND-NEXT-KEEP-DATE.
006130     MOVE ZERO TO WS-KEEP-NEXT-DATE
006140     PERFORM 2225-CHECK-ONE-KEEP-DATE
006150         VARYING J FROM 1 BY 1
006160         UNTIL J > WS-CST-COUNT
006170     MOVE WS-KEEP-NEXT-DATE TO WS-KEEP-CUTOFF-DATE
006180     .
006190
006200 2225-CHECK-ONE-KEEP-DATE.
006210     MOVE WS-CST-ENTRY(J) TO WS-CST-PROBE
006220     IF WS-CSP-BUS-DATE < WS-KEEP-CUTOFF-DATE
006230         AND WS-CSP-BUS-DATE > WS-KEEP-NEXT-DATE
006240         MOVE WS-CSP-BUS-DATE TO WS-KEEP-NEXT-DATE
006250     END-IF
006260     .
006270
006280* 2230-KEEP-OR-DROP-ENTRY KEEPS ENTRY J WHEN ITS DATE IS INSIDE
006290* THE WINDOW, IS THE CHAIN'S OWN DATE, OR HAS ANY STEP NOT YET
006300* COMPLETE. KEPT ENTRIES MOVE DOWN OVER DROPPED ONES; A DATE IS
006310* EITHER KEPT OR DROPPED WHOLE, SO THE ENTRIES ALREADY MOVED
006320* STILL SHOW WHETHER ITS CHAIN IS OPEN.
006330 2230-KEEP-OR-DROP-ENTRY.
006340     MOVE WS-CST-ENTRY(J) TO WS-CST-PROBE
006350     IF WS-CSP-BUS-DATE NOT < WS-KEEP-CUTOFF-DATE
006360         OR WS-CSP-BUS-DATE = WS-BUS-DATE
006370         PERFORM 2240-KEEP-ENTRY
006380         GO TO 2230-EXIT
006390     END-IF
006400     MOVE WS-CSP-BUS-DATE TO WS-AGE-DATE
006410     MOVE 'N' TO WS-AGE-DATE-OPEN-SW
006420     PERFORM 2235-CHECK-DATE-OPEN
006430         VARYING WS-CST-SCAN-IX FROM 1 BY 1
006440         UNTIL WS-CST-SCAN-IX > WS-CST-COUNT
006450         OR WS-AGE-DATE-OPEN
006460     IF WS-AGE-DATE-OPEN
006470         PERFORM 2240-KEEP-ENTRY
006480     ELSE
006490         ADD 1 TO WS-CST-AGED-COUNT
006500     END-IF
006510     .
006520 2230-EXIT.
006530     EXIT
006540     .
006550
006560 2235-CHECK-DATE-OPEN.
006570     MOVE WS-CST-ENTRY(WS-CST-SCAN-IX) TO WS-CST-PROBE
006580     IF WS-CSP-BUS-DATE = WS-AGE-DATE
006590         AND NOT WS-CSP-COMPLETE
006600         SET WS-AGE-DATE-OPEN TO TRUE
006610     END-IF
006620     .
006630
006640 2240-KEEP-ENTRY.
006650     ADD 1 TO WS-CST-KEPT-COUNT
006660     MOVE WS-CST-ENTRY(J) TO WS-CST-ENTRY(WS-CST-KEPT-COUNT)
006670     .
006680
006690* 2300-FIND-RESUME-POINT TIES EACH STEP TO ITS STATE ENTRY FOR
006700* THE BUSINESS DATE AND FINDS THE FIRST STEP NOT YET COMPLETE.
006710* WITHOUT AN OVERRIDE THE CHAIN RESUMES THERE. AN OVERRIDE MAY
006720* ONLY MOVE THE RESUME POINT BACK OVER COMPLETED STEPS - NAMING
006730* A STEP BEYOND ONE THAT NEVER FINISHED WOULD SKIP THAT STEP,
006740* AND IS REFUSED.
006750 2300-FIND-RESUME-POINT.
006760     MOVE ZERO TO WS-FIRST-OPEN-IX
006770     PERFORM 2310-CHECK-ONE-STEP
006780         THRU 2310-EXIT
006790         VARYING K FROM 1 BY 1
006800         UNTIL K > WS-STEP-COUNT
006810     IF WS-FIRST-OPEN-IX = ZERO
006820         COMPUTE WS-FIRST-OPEN-IX = WS-STEP-COUNT + 1
006830     END-IF
006840     MOVE WS-FIRST-OPEN-IX TO WS-RESUME-IX
006850
006860     IF WS-RERUN-STEP NOT = SPACES
006870         MOVE ZERO TO WS-RERUN-IX
006880         PERFORM 2340-MATCH-RERUN-STEP
006890             VARYING K FROM 1 BY 1
006900             UNTIL K > WS-STEP-COUNT
006910             OR WS-RERUN-IX NOT = ZERO
006920         EVALUATE TRUE
006930             WHEN WS-RERUN-IX = ZERO
006940                 MOVE SPACES TO WS-CHAIN-MESSAGE
006950                 STRING 'RERUN REFUSED - AOC-RERUNSTEP '
006960                     DELIMITED BY SIZE
006970                     WS-RERUN-STEP DELIMITED BY SPACE
006980                     ' IS NOT A STEP OF THIS CHAIN'
006990                     DELIMITED BY SIZE
007000                     INTO WS-CHAIN-MESSAGE
007010                 END-STRING
007020                 SET WS-CHAIN-REFUSED TO TRUE
007030             WHEN WS-RERUN-IX > WS-FIRST-OPEN-IX
007040                 MOVE SPACES TO WS-CHAIN-MESSAGE
007050                 STRING 'RERUN REFUSED - EARLIER STEP '
007060                     DELIMITED BY SIZE
007070                     WS-STP-NAME(WS-FIRST-OPEN-IX)
007080                     DELIMITED BY SPACE
007090                     ' HAS NOT COMPLETED'
007100                     DELIMITED BY SIZE
007110                     INTO WS-CHAIN-MESSAGE
007120                 END-STRING
007130                 SET WS-CHAIN-REFUSED TO TRUE
007140             WHEN OTHER
007150                 MOVE WS-RERUN-IX TO WS-RESUME-IX
007160                 MOVE 'AOC-RERUNSTEP' TO WS-OVD-NAME
007170                 MOVE WS-RERUN-STEP   TO WS-OVD-VALUE
007180                 MOVE WS-BUS-DATE     TO WS-OVD-BUS-DATE
007190                 MOVE SPACES          TO WS-OVD-SUPPLIER-ID
007200                 PERFORM 1170-LOG-OVERRIDE
007210         END-EVALUATE
007220     END-IF
007230
007240     IF WS-CHAIN-RUNNING
007250         AND WS-RESUME-IX > WS-STEP-COUNT
007260         MOVE SPACES TO WS-CHAIN-MESSAGE
007270         STRING 'ALL STEPS ALREADY COMPLETE - SET AOC-RERUNSTEP '
007280             DELIMITED BY SIZE
007290             'TO RERUN A STEP' DELIMITED BY SIZE
007300             INTO WS-CHAIN-MESSAGE
007310         END-STRING
007320         SET WS-CHAIN-ALREADY-DONE TO TRUE
007330     END-IF
007340     IF NOT WS-CHAIN-RUNNING
007350         DISPLAY WS-CHAIN-MESSAGE
007360     END-IF
007370     .
007380
007390 2310-CHECK-ONE-STEP.
007400     PERFORM 2320-FIND-STATE-ENTRY
007410     MOVE WS-CST-HIT-IX TO WS-STP-STATE-IX(K)
007420     IF WS-FIRST-OPEN-IX NOT = ZERO
007430         GO TO 2310-EXIT
007440     END-IF
007450     IF WS-CST-HIT-IX = ZERO
007460         MOVE K TO WS-FIRST-OPEN-IX
007470         GO TO 2310-EXIT
007480     END-IF
007490     MOVE WS-CST-ENTRY(WS-CST-HIT-IX) TO WS-CHAINST-LINE
007500     IF NOT WS-CHS-COMPLETE
007510         MOVE K TO WS-FIRST-OPEN-IX
007520     END-IF
007530     .
007540 2310-EXIT.
007550     EXIT
007560     .
007570
007580* 2320-FIND-STATE-ENTRY LOOKS UP THE STATE ENTRY FOR STEP K ON
007590* THE CHAIN'S BUSINESS DATE, LEAVING ITS SUBSCRIPT IN
007600* WS-CST-HIT-IX (ZERO WHEN THE STEP HAS NEVER RUN FOR IT).
007610 2320-FIND-STATE-ENTRY.
007620     MOVE ZERO TO WS-CST-HIT-IX
007630     PERFORM 2330-MATCH-ONE-STATE
007640         THRU 2330-EXIT
007650         VARYING J FROM 1 BY 1
007660         UNTIL J > WS-CST-COUNT
007670         OR WS-CST-HIT-IX NOT = ZERO
007680     .
007690
007700 2330-MATCH-ONE-STATE.
007710     MOVE WS-CST-ENTRY(J) TO WS-CHAINST-LINE
007720     IF WS-CHS-BUS-DATE = WS-BUS-DATE
007730         AND WS-CHS-STEP-NAME = WS-STP-NAME(K)
007740         MOVE J TO WS-CST-HIT-IX
007750     END-IF
007760     .
007770 2330-EXIT.
007780     EXIT
007790     .
007800
007810 2340-MATCH-RERUN-STEP.
007820     IF WS-STP-NAME(K) = WS-RERUN-STEP
007830         MOVE K TO WS-RERUN-IX
007840     END-IF
007850     .
007860
007870* 2400-RUN-CHAIN LISTS THE STEPS ALREADY COMPLETE AHEAD OF THE
007880* RESUME POINT, THEN RUNS FROM THE RESUME POINT UNTIL THE CHAIN
007890* COMPLETES OR A STEP HOLDS OR FAILS IT, PASSING OVER ANY LATER
007900* STEP ALREADY COMPLETE (SEE 2480-RUN-OR-PASS-STEP). STEPS NOT
007910* REACHED ARE LISTED AS SUCH.
007920 2400-RUN-CHAIN.
007930     IF WS-RESUME-IX > 1
007940         MOVE SPACES TO WS-CHAIN-MESSAGE
007950         STRING 'RESUMING AT STEP ' DELIMITED BY SIZE
007960             WS-STP-NAME(WS-RESUME-IX) DELIMITED BY SPACE
007970             INTO WS-CHAIN-MESSAGE
007980         END-STRING
007990         DISPLAY WS-CHAIN-MESSAGE
008000     END-IF
008010     PERFORM 2450-LIST-ONE-STEP
008020         VARYING K FROM 1 BY 1
008030         UNTIL K >= WS-RESUME-IX
008040     PERFORM 2480-RUN-OR-PASS-STEP
008050         THRU 2480-EXIT
008060         VARYING K FROM WS-RESUME-IX BY 1
008070         UNTIL K > WS-STEP-COUNT
008080         OR NOT WS-CHAIN-RUNNING
008090     IF WS-CHAIN-RUNNING
008100         SET WS-CHAIN-COMPLETE TO TRUE
008110     ELSE
008120         PERFORM 2450-LIST-ONE-STEP
008130             VARYING K FROM K BY 1
008140             UNTIL K > WS-STEP-COUNT
008150     END-IF
008160     .
008170
008180* 2450-LIST-ONE-STEP REPORTS A STEP THAT IS NOT RUN THIS TIME,
008190* WITH ITS LAST RECORDED ATTEMPT FOR THE BUSINESS DATE IF ANY.
008200 2450-LIST-ONE-STEP.
008210     MOVE WS-STP-NAME(K) TO WS-CND-STEP-NAME
008220     IF WS-STP-STATE-IX(K) = ZERO
008230         MOVE 'NOT REACHED' TO WS-CND-ACTION
008240         MOVE SPACES TO WS-CND-START-DATE WS-CND-START-TIME
008250                        WS-CND-END-DATE WS-CND-END-TIME
008260                        WS-CND-RC WS-CND-OUTCOME
008270                        WS-CND-ATTEMPTS WS-CND-OVERRIDE
008280     ELSE
008290         MOVE WS-CST-ENTRY(WS-STP-STATE-IX(K)) TO WS-CHAINST-LINE
008300         IF WS-CHS-COMPLETE
008310             MOVE 'NOT RERUN' TO WS-CND-ACTION
008320             ADD 1 TO WS-STEPS-PASSED-COUNT
008330         ELSE
008340             MOVE 'NOT REACHED' TO WS-CND-ACTION
008350         END-IF
008360         PERFORM 2600-FILL-STATE-COLUMNS
008370     END-IF
008380     MOVE WS-CHAIN-DETAIL TO CHAIN-RPT-RECORD
008390     PERFORM 6000-WRITE-CHAIN-LINE
008400     .
008410
008420* 2480-RUN-OR-PASS-STEP RUNS STEP K UNLESS IT IS ALREADY COMPLETE
008430* FOR THE BUSINESS DATE. ONLY THE STEP NAMED ON AOC-RERUNSTEP IS
008440* RUN AGAIN ONCE COMPLETE; A LATER STEP ALREADY COMPLETE IS PASSED
008450* OVER AND LISTED AS NOT RERUN - IT RUNS AGAIN ONLY WHEN IT IS
008460* NAMED ON A RERUN OF ITS OWN.
008470 2480-RUN-OR-PASS-STEP.
008480     IF K NOT = WS-RERUN-IX
008490         AND WS-STP-STATE-IX(K) NOT = ZERO
008500         MOVE WS-CST-ENTRY(WS-STP-STATE-IX(K)) TO WS-CHAINST-LINE
008510         IF WS-CHS-COMPLETE
008520             DISPLAY 'STEP ' WS-STP-NAME(K)
008530                 ' ALREADY COMPLETE - NOT RERUN'
008540             PERFORM 2450-LIST-ONE-STEP
008550             GO TO 2480-EXIT
008560         END-IF
008570     END-IF
008580     PERFORM 2500-RUN-ONE-STEP
008590     .
008600 2480-EXIT.
008610     EXIT
008620     .
008630
008640* 2500-RUN-ONE-STEP RECORDS THE STEP AS STARTED, RUNS ITS
008650* COMMAND, CLASSIFIES THE RETURN CODE AGAINST THE DEFINITION
008660* AND RECORDS THE OUTCOME. THE STATE FILE IS REWRITTEN BEFORE
008670* AND AFTER THE STEP SO IT ALWAYS SHOWS WHAT IS RUNNING.
008680 2500-RUN-ONE-STEP.
008690     MOVE WS-STP-NAME(K) TO WS-STOP-STEP
008700     IF WS-STP-STATE-IX(K) = ZERO
008710         IF WS-CST-COUNT >= WS-CST-MAX
008720             DISPLAY 'CHAIN STATE TABLE FULL - INCREASE '
008730                 'WS-CST-MAX AND RERUN'
008740             MOVE 8 TO RETURN-CODE
008750             STOP RUN
008760         END-IF
008770         ADD 1 TO WS-CST-COUNT
008780         MOVE WS-CST-COUNT TO WS-STP-STATE-IX(K)
008790         MOVE SPACES         TO WS-CHAINST-LINE
008800         MOVE WS-BUS-DATE    TO WS-CHS-BUS-DATE
008810         MOVE WS-STP-NAME(K) TO WS-CHS-STEP-NAME
008820         MOVE ZERO           TO WS-CHS-ATTEMPTS
008830     ELSE
008840         MOVE WS-CST-ENTRY(WS-STP-STATE-IX(K)) TO WS-CHAINST-LINE
008850     END-IF
008860
008870     IF WS-CHS-COMPLETE
008880         MOVE 'Y' TO WS-CHS-OVERRIDE
008890         DISPLAY 'STEP ' WS-STP-NAME(K)
008900             ' RERUN UNDER AOC-RERUNSTEP OVERRIDE'
008910     ELSE
008920         MOVE 'N' TO WS-CHS-OVERRIDE
008930     END-IF
008940     ADD 1 TO WS-CHS-ATTEMPTS
008950     SET WS-CHS-STARTED TO TRUE
008960     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
008970     ACCEPT WS-CLOCK-TIME FROM TIME
008980     MOVE WS-CLOCK-DATE   TO WS-CHS-START-DATE
008990     MOVE WS-CLOCK-HHMMSS TO WS-CHS-START-TIME
009000     MOVE ZERO            TO WS-CHS-END-DATE
009010     MOVE ZERO            TO WS-CHS-END-TIME
009020     MOVE ZERO            TO WS-CHS-RC
009030     MOVE WS-CHAINST-LINE TO WS-CST-ENTRY(WS-STP-STATE-IX(K))
009040     PERFORM 2700-REWRITE-CHAIN-STATE
009050
009060     DISPLAY 'CALCHAIN STARTING STEP ' WS-STP-NAME(K)
009070     MOVE ZERO TO RETURN-CODE
009080     CALL 'SYSTEM' USING WS-STP-COMMAND(K)
009090     MOVE RETURN-CODE TO WS-STEP-RC
009100* THE SYSTEM SERVICE HANDS BACK THE WAIT STATUS OF THE COMMAND,
009110* WHICH CARRIES THE EXIT CODE IN ITS HIGH-ORDER BYTE.
009120     IF WS-STEP-RC > 255
009130         DIVIDE 256 INTO WS-STEP-RC
009140     END-IF
009150     MOVE ZERO TO RETURN-CODE
009160     ADD 1 TO WS-STEPS-RUN-COUNT
009170
009180     PERFORM 2550-CLASSIFY-STEP-RC
009190         THRU 2550-EXIT
009200     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
009210     ACCEPT WS-CLOCK-TIME FROM TIME
009220     MOVE WS-CLOCK-DATE   TO WS-CHS-END-DATE
009230     MOVE WS-CLOCK-HHMMSS TO WS-CHS-END-TIME
009240     IF WS-STEP-RC < ZERO
009250         OR WS-STEP-RC > 999
009260         MOVE 999 TO WS-CHS-RC
009270     ELSE
009280         MOVE WS-STEP-RC TO WS-CHS-RC
009290     END-IF
009300     EVALUATE TRUE
009310         WHEN WS-RC-CONTINUE
009320             SET WS-CHS-COMPLETE TO TRUE
009330         WHEN WS-RC-HOLD
009340             SET WS-CHS-HELD TO TRUE
009350             SET WS-CHAIN-HELD TO TRUE
009360         WHEN OTHER
009370             SET WS-CHS-FAILED TO TRUE
009380             SET WS-CHAIN-FAILED TO TRUE
009390     END-EVALUATE
009400     MOVE WS-CHAINST-LINE TO WS-CST-ENTRY(WS-STP-STATE-IX(K))
009410     PERFORM 2700-REWRITE-CHAIN-STATE
009420     DISPLAY 'CALCHAIN STEP ' WS-STP-NAME(K) ' ENDED RC '
009430         WS-CHS-RC ' - ' WS-CHS-STATUS
009440
009450     MOVE WS-STP-NAME(K) TO WS-CND-STEP-NAME
009460     MOVE 'RUN'          TO WS-CND-ACTION
009470     PERFORM 2600-FILL-STATE-COLUMNS
009480     MOVE WS-CHAIN-DETAIL TO CHAIN-RPT-RECORD
009490     PERFORM 6000-WRITE-CHAIN-LINE
009500     .
009510
009520* 2550-CLASSIFY-STEP-RC SETS THE RETURN CODE CLASS FOR STEP K:
009530* CONTINUE WHEN IT IS ONE OF THE STEP'S CONTINUE CODES, HOLD
009540* WHEN IT IS ONE OF ITS HOLD CODES, FAIL OTHERWISE. A CODE
009550* OUTSIDE 00-99 CAN ONLY FAIL.
009560 2550-CLASSIFY-STEP-RC.
009570     SET WS-RC-FAIL TO TRUE
009580     IF WS-STEP-RC < ZERO
009590         OR WS-STEP-RC > 99
009600         GO TO 2550-EXIT
009610     END-IF
009620     MOVE WS-STEP-RC TO WS-STEP-RC-2
009630     PERFORM 2560-MATCH-ONE-CODE
009640         VARYING L FROM 1 BY 1
009650         UNTIL L > 4
009660     .
009670 2550-EXIT.
009680     EXIT
009690     .
009700
009710 2560-MATCH-ONE-CODE.
009720     IF WS-STP-CONTINUE-RC(K, L) = WS-STEP-RC-CODE
009730         SET WS-RC-CONTINUE TO TRUE
009740     END-IF
009750     IF L NOT > 2
009760         AND WS-STP-HOLD-RC(K, L) = WS-STEP-RC-CODE
009770         AND NOT WS-RC-CONTINUE
009780         SET WS-RC-HOLD TO TRUE
009790     END-IF
009800     .
009810
009820* 2600-FILL-STATE-COLUMNS MOVES THE STATE ENTRY IN
009830* WS-CHAINST-LINE INTO THE REPORT COLUMNS.
009840 2600-FILL-STATE-COLUMNS.
009850     MOVE WS-CHS-START-DATE TO WS-CND-START-DATE
009860     MOVE WS-CHS-START-TIME TO WS-CND-START-TIME
009870     MOVE WS-CHS-END-DATE   TO WS-CND-END-DATE
009880     MOVE WS-CHS-END-TIME   TO WS-CND-END-TIME
009890     MOVE WS-CHS-RC         TO WS-CND-RC
009900     MOVE WS-CHS-STATUS     TO WS-CND-OUTCOME
009910     MOVE WS-CHS-ATTEMPTS   TO WS-CND-ATTEMPTS
009920     MOVE WS-CHS-OVERRIDE   TO WS-CND-OVERRIDE
009930     .
009940
009950* 2700-REWRITE-CHAIN-STATE REWRITES THE PERSISTENT CHAIN STATE
009960* FROM THE TABLE.
009970 2700-REWRITE-CHAIN-STATE.
009980     OPEN OUTPUT CHAINST
009990     IF NOT CHAINST-STATUS-OK
010000         DISPLAY 'OPEN ERROR ON CHAINST'
010010         DISPLAY 'FILE STATUS : ' CHAINST-STATUS
010020         MOVE 12 TO RETURN-CODE
010030         STOP RUN
010040     END-IF
010050     PERFORM 2750-WRITE-ONE-STATE-ENTRY
010060         THRU 2750-EXIT
010070         VARYING J FROM 1 BY 1
010080         UNTIL J > WS-CST-COUNT
010090     CLOSE CHAINST
010100     IF NOT CHAINST-STATUS-OK
010110         DISPLAY 'CLOSE ERROR ON CHAINST'
010120         DISPLAY 'FILE STATUS : ' CHAINST-STATUS
010130         MOVE 12 TO RETURN-CODE
010140         STOP RUN
010150     END-IF
010160     .
010170
010180 2750-WRITE-ONE-STATE-ENTRY.
010190     MOVE WS-CST-ENTRY(J) TO CHAINST-RECORD
010200     WRITE CHAINST-RECORD
010210     IF NOT CHAINST-STATUS-OK
010220         DISPLAY 'WRITE ERROR ON CHAINST'
010230         DISPLAY 'FILE STATUS : ' CHAINST-STATUS
010240         MOVE 12 TO RETURN-CODE
010250         STOP RUN
010260     END-IF
010270     .
010280 2750-EXIT.
010290     EXIT
010300     .
010310
010320* 2800-REPORT-CHAIN-OUTCOME CLOSES THE REPORT OFF WITH THE
010330* OUTCOME OF THIS RUN AND ITS STEP COUNTS.
010340 2800-REPORT-CHAIN-OUTCOME.
010350     MOVE SPACES TO CHAIN-RPT-RECORD
010360     PERFORM 6000-WRITE-CHAIN-LINE
010370     EVALUATE TRUE
010380         WHEN WS-CHAIN-COMPLETE
010390             MOVE 'CHAIN COMPLETE' TO WS-CHAIN-MESSAGE
010400         WHEN WS-CHAIN-HELD
010410             MOVE SPACES TO WS-CHAIN-MESSAGE
010420             STRING 'CHAIN HELD AT STEP ' DELIMITED BY SIZE
010430                 WS-STOP-STEP DELIMITED BY SPACE
010440                 ' - RERUN RESUMES AT THIS STEP'
010450                 DELIMITED BY SIZE
010460                 INTO WS-CHAIN-MESSAGE
010470             END-STRING
010480         WHEN WS-CHAIN-FAILED
010490             MOVE SPACES TO WS-CHAIN-MESSAGE
010500             STRING 'CHAIN FAILED AT STEP ' DELIMITED BY SIZE
010510                 WS-STOP-STEP DELIMITED BY SPACE
010520                 ' - RERUN RESUMES AT THIS STEP'
010530                 DELIMITED BY SIZE
010540                 INTO WS-CHAIN-MESSAGE
010550             END-STRING
010560         WHEN OTHER
010570             CONTINUE
010580     END-EVALUATE
010590     MOVE WS-CHAIN-MESSAGE TO CHAIN-RPT-RECORD
010600     PERFORM 6000-WRITE-CHAIN-LINE
010610     MOVE 'STEPS RUN                :' TO WS-CNS-LABEL
010620     MOVE WS-STEPS-RUN-COUNT            TO WS-CNS-COUNT
010630     MOVE WS-CHAIN-SUMMARY              TO CHAIN-RPT-RECORD
010640     PERFORM 6000-WRITE-CHAIN-LINE
010650     MOVE 'STEPS ALREADY COMPLETE   :' TO WS-CNS-LABEL
010660     MOVE WS-STEPS-PASSED-COUNT         TO WS-CNS-COUNT
010670     MOVE WS-CHAIN-SUMMARY              TO CHAIN-RPT-RECORD
010680     PERFORM 6000-WRITE-CHAIN-LINE
010690     DISPLAY 'STEPS RUN               :' WS-STEPS-RUN-COUNT
010700     DISPLAY 'STEPS ALREADY COMPLETE  :' WS-STEPS-PASSED-COUNT
010710     .
010720
010730 3100-OPEN-CHAINRPT.
010740     OPEN OUTPUT CHAINRPT
010750     IF NOT CHAINRPT-STATUS-OK
010760         DISPLAY 'OPEN ERROR ON CHAINRPT'
010770         DISPLAY 'FILE STATUS : ' CHAINRPT-STATUS
010780         MOVE 12 TO RETURN-CODE
010790         STOP RUN
010800     END-IF
010810     .
010820
010830 4100-READ-CHAINDEF.
010840     MOVE SPACES TO CHAINDEF-RECORD
010850     READ CHAINDEF
010860         AT END
010870             CONTINUE
010880          NOT AT END
010890             IF NOT CHAINDEF-STATUS-OK
010900                 DISPLAY 'READ ERROR ON CHAINDEF'
010910                 DISPLAY 'FILE STATUS : ' CHAINDEF-STATUS
010920                 MOVE 12 TO RETURN-CODE
010930                 STOP RUN
010940             END-IF
010950     END-READ
010960     .
010970
010980 4200-READ-CHAINST.
010990     READ CHAINST
011000         AT END
011010             CONTINUE
011020          NOT AT END
011030             IF NOT CHAINST-STATUS-OK
011040                 DISPLAY 'READ ERROR ON CHAINST'
011050                 DISPLAY 'FILE STATUS : ' CHAINST-STATUS
011060                 MOVE 12 TO RETURN-CODE
011070                 STOP RUN
011080             END-IF
011090     END-READ
011100     .
011110
011120 5100-CLOSE-CHAINRPT.
011130     CLOSE CHAINRPT
011140     IF NOT CHAINRPT-STATUS-OK
011150         DISPLAY 'CLOSE ERROR ON CHAINRPT'
011160         DISPLAY 'FILE STATUS : ' CHAINRPT-STATUS
011170         MOVE 12 TO RETURN-CODE
011180         STOP RUN
011190     END-IF
011200     .
011210
011220 6000-WRITE-CHAIN-LINE.
011230     WRITE CHAIN-RPT-RECORD
011240     IF NOT CHAINRPT-STATUS-OK
011250         DISPLAY 'WRITE ERROR ON CHAINRPT'
011260         DISPLAY 'FILE STATUS : ' CHAINRPT-STATUS
011270         MOVE 12 TO RETURN-CODE
011280         STOP RUN
011290     END-IF
011300     MOVE SPACES TO CHAIN-RPT-RECORD
011310     .
