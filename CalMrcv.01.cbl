000240*                  THE BACKUP) IS COUNTED AND SKIPPED, NOT AN
000250*                  ERROR. ALL COUNTS GO ON THE RECOVERY REPORT
000260*                  (RCVRPT) AND THE CONSOLE.
000270* 2026-10-15  RD   CALMCOR CORRECTION IMAGES (CHG, DEL, REV) ARE
000280*                  REWRITTEN OVER THE KEY ALREADY ON THE REBUILT
000290*                  MASTER INSTEAD OF ADDED. THE IMAGE IS THE FULL
000300*                  RECORD, SO RE-APPLYING ONE ALREADY COVERED BY
000310*                  THE BACKUP IS HARMLESS; A CORRECTION WHOSE KEY
000320*                  IS NOT ON THE MASTER MEANS A BROKEN JOURNAL
000330*                  AND STOPS THE RECOVERY.
000340* 2026-10-15  RD   THE AOC-RCVCONFIRM THAT RELEASES A REBUILD IS
000350*                  NOW WRITTEN TO THE SHARED OVERRIDE AUDIT LOG
000360*                  THROUGH CALOVRD.
000370* 2026-10-15  RD   THE REBUILT MASTER IS REOPENED I-O AFTER THE
000380*                  RESTORE SO THE ROLL-FORWARD CAN REWRITE
000390*                  CORRECTION IMAGES; IT WAS LEFT OPEN OUTPUT.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430
000440     SELECT CALMST ASSIGN TO DYNAMIC WS-CALMST-PATH
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS CALM-KEY
000480         FILE STATUS IS CALMST-STATUS.
000490
000500     SELECT CALMBKUP ASSIGN TO DYNAMIC WS-CALMBKUP-PATH
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS CALMBKUP-STATUS.
000530
000540     SELECT CALJRNL ASSIGN TO DYNAMIC WS-CALJRNL-PATH
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CALJRNL-STATUS.
000570
000580     SELECT RCVRPT ASSIGN TO DYNAMIC WS-RCVRPT-PATH
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RCVRPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640
000650 FD  CALMST.
000660* CALIBRATION MASTER RECORD LAYOUT (SHARED WITH CALLOAD)
000670 COPY CALMST01.
000680
000690 FD  CALMBKUP.
000700 01  CALMBKUP-RECORD             PIC X(438).
000710
000720 FD  CALJRNL.
000730 01  CALJRNL-RECORD              PIC X(461).
000740
000750 FD  RCVRPT.
000760 01  RCV-RECORD                  PIC X(132).
000770
000780 WORKING-STORAGE SECTION.
000790
000800* RUN-TIME FILE ASSIGNMENT
000810 01  WS-CALMST-PATH              PIC X(200).
000820 01  WS-DEFAULT-CALMST-PATH      PIC X(200) VALUE
000830     'AOC20231201.CALMST.FILE'.
000840 01  WS-CALMBKUP-PATH            PIC X(200).
000850 01  WS-DEFAULT-CALMBKUP-PATH    PIC X(200) VALUE
000860     'AOC20231201.CALMST.BKUP'.
000870 01  WS-CALJRNL-PATH             PIC X(200).
000880 01  WS-DEFAULT-CALJRNL-PATH     PIC X(200) VALUE
000890     'AOC20231201.CALJRNL.FILE'.
000900 01  WS-RCVRPT-PATH              PIC X(200).
000910 01  WS-DEFAULT-RCVRPT-PATH      PIC X(200) VALUE
000920     'AOC20231201.RCV.RPT'.
000930
000940* FILE STATUS
000950 01  CALMST-STATUS               PIC 9(02).
000960     88  CALMST-STATUS-OK        VALUE 00.
000970     88  CALMST-STATUS-DUPKEY    VALUE 22.
000980     88  CALMST-STATUS-NOTFND    VALUE 23.
000990 01  CALMBKUP-STATUS             PIC 9(02).
001000     88  CALMBKUP-STATUS-OK      VALUE 00.
001010     88  CALMBKUP-STATUS-EOF     VALUE 10.
001020 01  CALJRNL-STATUS              PIC 9(02).
001030     88  CALJRNL-STATUS-OK       VALUE 00.
001040     88  CALJRNL-STATUS-EOF      VALUE 10.
001050 01  RCVRPT-STATUS               PIC 9(02).
001060     88  RCVRPT-STATUS-OK        VALUE 00.
001070
001080* CALIBRATION MASTER JOURNAL (SHARED WITH CALLOAD AND CALMBKP)
001090 COPY CALJRN01.
001100
001110* OPERATOR CONFIRMATION SWITCH. THE REBUILD RECREATES THE
001120* MASTER FROM SCRATCH, SO IT MUST BE ASKED FOR EXPLICITLY.
001130 01  WS-CONFIRM-ENV              PIC X(03) VALUE SPACES.
001140
001150* OVERRIDE AUDIT CALL BLOCK FOR CALOVRD, WHICH APPENDS A LINE TO
001160* THE SHARED OVERRIDE AUDIT LOG FOR EACH OPERATOR OVERRIDE TAKEN.
001170 01  WS-OVRD-PARM.
001180     05  WS-OVD-PROGRAM          PIC X(08).
001190     05  WS-OVD-NAME             PIC X(16).
001200     05  WS-OVD-VALUE            PIC X(30).
001210     05  WS-OVD-BUS-DATE         PIC 9(08).
001220     05  WS-OVD-SUPPLIER-ID      PIC X(03).
001230     05  WS-OVD-STATUS           PIC X(01).
001240
001250* RUN DATE AND RECOVERY COUNTS
001260 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001270 01  WS-RESTORED-COUNT           PIC 9(08) VALUE ZERO.
001280 01  WS-APPLIED-COUNT            PIC 9(08) VALUE ZERO.
001290 01  WS-SKIPPED-COUNT            PIC 9(08) VALUE ZERO.
001300
001310* RECOVERY REPORT LINE LAYOUTS
001320 01  WS-RCV-HEADING.
001330     05  FILLER                  PIC X(36) VALUE
001340         'CALIBRATION MASTER RECOVERY - RUN '.
001350     05  WS-HDG-RUN-DATE         PIC 9(08).
001360 01  WS-RCV-SUMMARY.
001370     05  WS-RCS-LABEL            PIC X(26).
001380     05  FILLER                  PIC X(01) VALUE SPACE.
001390     05  WS-RCS-COUNT            PIC 9(08).
001400
001410 PROCEDURE DIVISION.
001420
001430 0000-MAINLINE.
001440     DISPLAY 'CALMRCV'
001450     PERFORM 1000-INITIALIZE
001460     PERFORM 2000-MAIN-PROCESSING
001470     DISPLAY 'CALMRCV ENDED - MASTER RECOVERED'
001480     DISPLAY 'RECORDS RESTORED FROM BACKUP :' WS-RESTORED-COUNT
001490     DISPLAY 'JOURNAL IMAGES APPLIED       :' WS-APPLIED-COUNT
001500     DISPLAY 'JOURNAL IMAGES SKIPPED       :' WS-SKIPPED-COUNT
001510     STOP RUN
001520     .
001530
001540* 1000-INITIALIZE RESOLVES THE FILE ASSIGNMENTS AT RUN TIME AND
001550* INSISTS ON THE OPERATOR CONFIRMATION BEFORE ANYTHING IS
001560* TOUCHED.
001570 1000-INITIALIZE.
001580     MOVE SPACES TO WS-CONFIRM-ENV
001590     ACCEPT WS-CONFIRM-ENV
001600         FROM ENVIRONMENT 'AOC-RCVCONFIRM'
001610     IF WS-CONFIRM-ENV NOT = 'YES'
001620         DISPLAY 'CALMRCV NOT CONFIRMED - SET AOC-RCVCONFIRM '
001630             'TO YES TO REBUILD THE MASTER'
001640         MOVE 8 TO RETURN-CODE
001650         STOP RUN
001660     END-IF
001670     MOVE 'AOC-RCVCONFIRM' TO WS-OVD-NAME
001680     MOVE WS-CONFIRM-ENV   TO WS-OVD-VALUE
001690     MOVE ZERO             TO WS-OVD-BUS-DATE
001700     MOVE SPACES           TO WS-OVD-SUPPLIER-ID
001710     PERFORM 1170-LOG-OVERRIDE
001720
001730     MOVE SPACES TO WS-CALMST-PATH
001740     ACCEPT WS-CALMST-PATH
001750         FROM ENVIRONMENT 'AOC-CALMST'
001760     IF WS-CALMST-PATH = SPACES
001770         MOVE WS-DEFAULT-CALMST-PATH TO WS-CALMST-PATH
001780     END-IF
001790
001800     MOVE SPACES TO WS-CALMBKUP-PATH
001810     ACCEPT WS-CALMBKUP-PATH
001820         FROM ENVIRONMENT 'AOC-CALMBKUP'
001830     IF WS-CALMBKUP-PATH = SPACES
001840         MOVE WS-DEFAULT-CALMBKUP-PATH TO WS-CALMBKUP-PATH
001850     END-IF
001860
001870     MOVE SPACES TO WS-CALJRNL-PATH
001880     ACCEPT WS-CALJRNL-PATH
001890         FROM ENVIRONMENT 'AOC-CALJRNL'
001900     IF WS-CALJRNL-PATH = SPACES
001910         MOVE WS-DEFAULT-CALJRNL-PATH TO WS-CALJRNL-PATH
001920     END-IF
001930
001940     MOVE SPACES TO WS-RCVRPT-PATH
001950     ACCEPT WS-RCVRPT-PATH
001960         FROM ENVIRONMENT 'AOC-RCVRPT'
001970     IF WS-RCVRPT-PATH = SPACES
001980         MOVE WS-DEFAULT-RCVRPT-PATH TO WS-RCVRPT-PATH
001990     END-IF
002000
002010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002020     .
002030
002040* 1170-LOG-OVERRIDE PUTS THE OVERRIDE IN WS-OVRD-PARM ON THE
002050* SHARED OVERRIDE AUDIT LOG THROUGH CALOVRD. AN OVERRIDE THAT
002060* CANNOT BE AUDITED IS NOT TAKEN - A LOG THAT CANNOT BE WRITTEN
002070* ENDS THE RUN AS A FILE ERROR.
002080 1170-LOG-OVERRIDE.
002090     MOVE 'CALMRCV' TO WS-OVD-PROGRAM
002100     CALL 'CALOVRD' USING WS-OVRD-PARM
002110     IF WS-OVD-STATUS NOT = '0'
002120         DISPLAY 'OVERRIDE AUDIT LOG NOT WRITTEN : ' WS-OVD-NAME
002130         MOVE 12 TO RETURN-CODE
002140         STOP RUN
002150     END-IF
002160     .
002170
002180 2000-MAIN-PROCESSING.
002190     PERFORM 3100-OPEN-RCVRPT
002200     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
002210     MOVE WS-RCV-HEADING TO RCV-RECORD
002220     PERFORM 6000-WRITE-RCV-LINE
002230     PERFORM 2500-RESTORE-FROM-BACKUP
002240     PERFORM 2600-ROLL-JOURNAL-FORWARD
002250     PERFORM 5200-CLOSE-CALMST
002260
002270     MOVE 'RECORDS RESTORED        :' TO WS-RCS-LABEL
002280     MOVE WS-RESTORED-COUNT            TO WS-RCS-COUNT
002290     MOVE WS-RCV-SUMMARY               TO RCV-RECORD
002300     PERFORM 6000-WRITE-RCV-LINE
002310     MOVE 'JOURNAL IMAGES APPLIED  :' TO WS-RCS-LABEL
002320     MOVE WS-APPLIED-COUNT             TO WS-RCS-COUNT
002330     MOVE WS-RCV-SUMMARY               TO RCV-RECORD
002340     PERFORM 6000-WRITE-RCV-LINE
002350     MOVE 'JOURNAL IMAGES SKIPPED  :' TO WS-RCS-LABEL
002360     MOVE WS-SKIPPED-COUNT             TO WS-RCS-COUNT
002370     MOVE WS-RCV-SUMMARY               TO RCV-RECORD
002380     PERFORM 6000-WRITE-RCV-LINE
002390     PERFORM 5100-CLOSE-RCVRPT
002400     .
002410
002420* 2500-RESTORE-FROM-BACKUP RECREATES THE MASTER AND RELOADS
002430* EVERY RECORD OF THE BACKUP UNLOAD INTO IT. A MISSING BACKUP
002440* IS AN ERROR - THERE IS NOTHING SAFE THIS STEP COULD DO
002450* WITHOUT ONE. A DUPLICATE KEY INSIDE THE BACKUP ITSELF WOULD
002460* MEAN A CORRUPT UNLOAD AND STOPS THE RECOVERY.
002470 2500-RESTORE-FROM-BACKUP.
002480     OPEN INPUT CALMBKUP
002490     IF NOT CALMBKUP-STATUS-OK
002500         DISPLAY 'OPEN ERROR ON CALMBKUP'
002510         DISPLAY 'FILE STATUS : ' CALMBKUP-STATUS
002520         MOVE 12 TO RETURN-CODE
002530         STOP RUN
002540     END-IF
002550     OPEN OUTPUT CALMST
002560     IF NOT CALMST-STATUS-OK
002570         DISPLAY 'OPEN ERROR ON CALMST'
002580         DISPLAY 'FILE STATUS : ' CALMST-STATUS
002590         MOVE 12 TO RETURN-CODE
002600         STOP RUN
002610     END-IF
002620
002630     PERFORM 4100-READ-CALMBKUP
002640
002650     PERFORM UNTIL CALMBKUP-STATUS-EOF
002660     OR NOT CALMBKUP-STATUS-OK
002670
002680                 MOVE CALMBKUP-RECORD
002690                     TO CALIBRATION-MASTER-RECORD
002700                 WRITE CALIBRATION-MASTER-RECORD
002710                 IF NOT CALMST-STATUS-OK
002720                     DISPLAY 'WRITE ERROR ON CALMST'
002730                     DISPLAY 'FILE STATUS : ' CALMST-STATUS
002740                     MOVE 12 TO RETURN-CODE
002750                     STOP RUN
002760                 END-IF
002770                 ADD 1 TO WS-RESTORED-COUNT
002780
002790          PERFORM 4100-READ-CALMBKUP
002800
002810     END-PERFORM
002820
002830     CLOSE CALMBKUP
002840     IF NOT CALMBKUP-STATUS-OK
002850         DISPLAY 'CLOSE ERROR ON CALMBKUP'
002860         DISPLAY 'FILE STATUS : ' CALMBKUP-STATUS
002870         MOVE 12 TO RETURN-CODE
002880         STOP RUN
002890     END-IF
002900
002910*    THE JOURNAL ROLL-FORWARD REWRITES CORRECTION IMAGES, SO THE
002920*    REBUILT MASTER IS REOPENED I-O BEFORE IT STARTS.
002930     CLOSE CALMST
002940     IF NOT CALMST-STATUS-OK
002950         DISPLAY 'CLOSE ERROR ON CALMST'
002960         DISPLAY 'FILE STATUS : ' CALMST-STATUS
002970         MOVE 12 TO RETURN-CODE
002980         STOP RUN
002990     END-IF
003000     OPEN I-O CALMST
003010     IF NOT CALMST-STATUS-OK
003020         DISPLAY 'OPEN ERROR ON CALMST'
003030         DISPLAY 'FILE STATUS : ' CALMST-STATUS
003040         MOVE 12 TO RETURN-CODE
003050         STOP RUN
003060     END-IF
003070     .
003080
003090* 2600-ROLL-JOURNAL-FORWARD RE-APPLIES EVERY AFTER-IMAGE ON THE
003100* JOURNAL TO THE REBUILT MASTER, IN JOURNAL SEQUENCE. A KEY
003110* ALREADY PRESENT MEANS THE IMAGE WAS ALREADY COVERED BY THE
003120* BACKUP - COUNTED AND SKIPPED. A MISSING JOURNAL MEANS
003130* NOTHING WAS LOADED SINCE THE BACKUP AND THE RESTORE ALONE IS
003140* THE RECOVERY. A CORRECTION IMAGE REPLACES THE RECORD ALREADY
003150* ON THE MASTER (SEE 2660-APPLY-ONE-CORRECTION).
003160 2600-ROLL-JOURNAL-FORWARD.
003170     OPEN INPUT CALJRNL
003180     IF NOT CALJRNL-STATUS-OK
003190         DISPLAY 'NO JOURNAL FOUND - RECOVERED TO BACKUP ONLY'
003200         MOVE 'NO JOURNAL FOUND - RECOVERED TO BACKUP ONLY'
003210             TO RCV-RECORD
003220         PERFORM 6000-WRITE-RCV-LINE
003230     ELSE
003240         PERFORM 4200-READ-CALJRNL
003250         PERFORM UNTIL CALJRNL-STATUS-EOF
003260         OR NOT CALJRNL-STATUS-OK
003270             MOVE CALJRNL-RECORD TO CALMST-JOURNAL-RECORD
003280             PERFORM 2650-APPLY-ONE-IMAGE
003290             PERFORM 4200-READ-CALJRNL
003300         END-PERFORM
003310         CLOSE CALJRNL
003320     END-IF
003330     .
003340
003350 2650-APPLY-ONE-IMAGE.
003360     IF JRN-ACTION-CORRECTION
003370         PERFORM 2660-APPLY-ONE-CORRECTION
003380     ELSE
003390         MOVE JRN-AFTER-IMAGE TO CALIBRATION-MASTER-RECORD
003400         WRITE CALIBRATION-MASTER-RECORD
003410         EVALUATE TRUE
003420             WHEN CALMST-STATUS-OK
003430                 ADD 1 TO WS-APPLIED-COUNT
003440             WHEN CALMST-STATUS-DUPKEY
003450                 ADD 1 TO WS-SKIPPED-COUNT
003460             WHEN OTHER
003470                 DISPLAY 'WRITE ERROR ON CALMST'
003480                 DISPLAY 'FILE STATUS : ' CALMST-STATUS
003490                 DISPLAY 'JOURNAL SEQUENCE : ' JRN-SEQ-NO
003500                 MOVE 12 TO RETURN-CODE
003510                 STOP RUN
003520         END-EVALUATE
003530     END-IF
003540     .
003550
003560* 2660-APPLY-ONE-CORRECTION REWRITES THE AFTER-IMAGE OF A
003570* CALMCOR CORRECTION OVER THE RECORD ALREADY ON THE MASTER.
003580 2660-APPLY-ONE-CORRECTION.
003590     MOVE JRN-AFTER-IMAGE TO CALIBRATION-MASTER-RECORD
003600     REWRITE CALIBRATION-MASTER-RECORD
003610     EVALUATE TRUE
003620         WHEN CALMST-STATUS-OK
003630             ADD 1 TO WS-APPLIED-COUNT
003640         WHEN CALMST-STATUS-NOTFND
003650             DISPLAY 'CORRECTED KEY NOT ON CALMST'
003660             DISPLAY 'JOURNAL SEQUENCE : ' JRN-SEQ-NO
003670             MOVE 12 TO RETURN-CODE
003680             STOP RUN
003690         WHEN OTHER
003700             DISPLAY 'REWRITE ERROR ON CALMST'
003710             DISPLAY 'FILE STATUS : ' CALMST-STATUS
003720             DISPLAY 'JOURNAL SEQUENCE : ' JRN-SEQ-NO
003730             MOVE 12 TO RETURN-CODE
003740             STOP RUN
003750     END-EVALUATE
003760     .
003770
003780 3100-OPEN-RCVRPT.
003790     OPEN OUTPUT RCVRPT
003800     IF NOT RCVRPT-STATUS-OK
003810         DISPLAY 'OPEN ERROR ON RCVRPT'
003820         DISPLAY 'FILE STATUS : ' RCVRPT-STATUS
003830         MOVE 12 TO RETURN-CODE
003840         STOP RUN
003850     END-IF
003860     .
003870
003880 4100-READ-CALMBKUP.
003890     READ CALMBKUP
003900         AT END
003910             CONTINUE
003920          NOT AT END
003930             IF NOT CALMBKUP-STATUS-OK
003940                 DISPLAY 'READ ERROR ON CALMBKUP'
003950                 DISPLAY 'FILE STATUS : ' CALMBKUP-STATUS
003960                 MOVE 12 TO RETURN-CODE
003970                 STOP RUN
003980             END-IF
003990     END-READ
004000     .
004010
004020 4200-READ-CALJRNL.
004030     READ CALJRNL
004040         AT END
004050             CONTINUE
004060          NOT AT END
004070             IF NOT CALJRNL-STATUS-OK
004080                 DISPLAY 'READ ERROR ON CALJRNL'
004090                 DISPLAY 'FILE STATUS : ' CALJRNL-STATUS
004100                 MOVE 12 TO RETURN-CODE
004110                 STOP RUN
004120             END-IF
004130     END-READ
004140     .
004150
004160 5100-CLOSE-RCVRPT.
004170     CLOSE RCVRPT
004180     IF NOT RCVRPT-STATUS-OK
004190         DISPLAY 'CLOSE ERROR ON RCVRPT'
004200         DISPLAY 'FILE STATUS : ' RCVRPT-STATUS
004210         MOVE 12 TO RETURN-CODE
004220         STOP RUN
004230     END-IF
004240     .
004250
004260 5200-CLOSE-CALMST.
004270     CLOSE CALMST
004280     IF NOT CALMST-STATUS-OK
004290         DISPLAY 'CLOSE ERROR ON CALMST'
004300         DISPLAY 'FILE STATUS : ' CALMST-STATUS
004310         MOVE 12 TO RETURN-CODE
004320         STOP RUN
004330     END-IF
004340     .
004350
004360 6000-WRITE-RCV-LINE.
004370     WRITE RCV-RECORD
004380     IF NOT RCVRPT-STATUS-OK
004390         DISPLAY 'WRITE ERROR ON RCVRPT'
004400         DISPLAY 'FILE STATUS : ' RCVRPT-STATUS
004410         MOVE 12 TO RETURN-CODE
004420         STOP RUN
004430     END-IF
004440     MOVE SPACES TO RCV-RECORD
004450     .
