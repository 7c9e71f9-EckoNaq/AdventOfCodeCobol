000010* CALPRT01 - PARTITION-CONTROL-RECORD
000020*
000030* EXTRACT PARTITION CONTROL FILE LAYOUT. ON A PARTITIONED DAY
000040* EACH EXTRACT INSTANCE WRITES ITS OWN CONTROL FILE: ONE FILE
000050* LINE (TYPE F) PER INPUT FILE IT WALKED, IN FILELIST ORDER,
000060* CARRYING THE FILE'S SUPPLIER, DATA RECORD COUNT AND CONTROL
000070* FLAGS, THEN ONE TOTAL LINE (TYPE T) CARRYING THE PARTITION'S
000080* RECORD RANGE, ITS RECORD COUNT, EXCEPTION COUNT AND
000090* ETALONNAGE SUBTOTALS, AND ITS COMPLETION STATUS AND RETURN
000100* CODE. THE MERGE STEP (CALPMRG) READS EVERY PARTITION'S
000110* CONTROL FILE TO PROVE THE PARTITIONS FOOT TO THE MERGED
000120* GENERATION BEFORE THE DAY IS RELEASED TO CALGATE. EVERY
000130* INSTANCE WALKS THE WHOLE DAY, SO THE FILE LINES ARE THE SAME
000140* ON EVERY PARTITION; THE MERGE TAKES THEM FROM PARTITION 1.
000150*
000160* MODIFICATION HISTORY
000170* --------------------
000180* 2026-10-15  RD   ORIGINAL VERSION.
000190 01  PARTITION-CONTROL-RECORD.
000200     05  PTC-REC-TYPE            PIC X(01).
000210         88  PTC-FILE-LINE       VALUE 'F'.
000220         88  PTC-TOTAL-LINE      VALUE 'T'.
000230     05  FILLER                  PIC X(01) VALUE SPACE.
000240     05  PTC-PART-NO             PIC 9(02).
000250     05  FILLER                  PIC X(01) VALUE SPACE.
000260     05  PTC-BUS-DATE            PIC 9(08).
000270     05  FILLER                  PIC X(01) VALUE SPACE.
000280*    INPUT FILE PATH ON A FILE LINE; THE FILELIST OR SINGLE
000290*    INPUT FILE NAME OF THE RUN ON THE TOTAL LINE.
000300     05  PTC-INPUT-NAME          PIC X(200).
000310     05  FILLER                  PIC X(01) VALUE SPACE.
000320     05  PTC-FILE-FIELDS.
000330         10  PTC-SUPPLIER-ID     PIC X(03).
000340         10  FILLER              PIC X(01) VALUE SPACE.
000350         10  PTC-FILE-REC-COUNT  PIC 9(06).
000360         10  FILLER              PIC X(01) VALUE SPACE.
000370         10  PTC-FILE-CTL-FAIL   PIC X(01).
000380         10  FILLER              PIC X(01) VALUE SPACE.
000390         10  PTC-FILE-LATE       PIC X(01).
000400         10  FILLER              PIC X(01) VALUE SPACE.
000410         10  PTC-FILE-OUT-OF-SEQ PIC X(01).
000420         10  FILLER              PIC X(01) VALUE SPACE.
000430*        Y WHEN THE FILE WAS ALREADY ON THE RUN-CONTROL
000440*        REGISTER (A REPROCESS OVERRIDE OR A RESTART RE-WALK),
000450*        SO THE MERGE DOES NOT REGISTER IT A SECOND TIME.
000460         10  PTC-FILE-REGISTERED PIC X(01).
000470         10  FILLER              PIC X(59) VALUE SPACES.
000480     05  PTC-TOTAL-FIELDS REDEFINES PTC-FILE-FIELDS.
000490         10  PTC-PART-COUNT      PIC 9(02).
000500         10  FILLER              PIC X(01).
000510*        Y WHEN THE DAY RAN FROM A FILELIST (BATCH MODE).
000520         10  PTC-FILELIST-SW     PIC X(01).
000530         10  FILLER              PIC X(01).
000540*        JOB CALIBRATION MODE - D, W OR B, AS AOC-CALMODE.
000550         10  PTC-CAL-MODE        PIC X(01).
000560         10  FILLER              PIC X(01).
000570         10  PTC-FROM-REC-NO     PIC 9(06).
000580         10  FILLER              PIC X(01).
000590         10  PTC-TO-REC-NO       PIC 9(06).
000600         10  FILLER              PIC X(01).
000610         10  PTC-DAY-REC-COUNT   PIC 9(06).
000620         10  FILLER              PIC X(01).
000630         10  PTC-REC-COUNT       PIC 9(06).
000640         10  FILLER              PIC X(01).
000650         10  PTC-EXCEPT-COUNT    PIC 9(06).
000660         10  FILLER              PIC X(01).
000670         10  PTC-ETALONNAGE-FINAL PIC 9(10).
000680         10  FILLER              PIC X(01).
000690         10  PTC-ETALONNAGE-FINAL-DIGITS PIC 9(10).
000700         10  FILLER              PIC X(01).
000710         10  PTC-STATUS          PIC X(10).
000720         10  FILLER              PIC X(01).
000730         10  PTC-RETURN-CODE     PIC 9(02).
