000010* CALCOR01 - CALMST-CORRECTION-RECORD
000020*
000030* CALIBRATION MASTER CORRECTION QUEUE LAYOUT. ONE LINE PER
000040* CORRECTION EVER REQUESTED AGAINST A MASTER KEY (CALMST01
000050* LAYOUT), CARRYING THE ACTION (CHG - REPLACE THE SOURCE LINE
000060* AND RESCORE IT, DEL - LOGICALLY DELETE, REV - REVERSE), THE
000070* REASON, THE USER WHO REQUESTED IT AND THE DIFFERENT USER WHO
000080* APPROVED OR DECLINED IT, AND - ONCE APPLIED - THE JOURNAL
000090* SEQUENCE NUMBER OF THE AFTER-IMAGE WRITTEN TO CALJRNL, SO
000100* EVERY CHANGE TO A CALIBRATION VALUE AFTER LOAD TRACES TO TWO
000110* PEOPLE AND TO ONE JOURNAL LINE. MAINTAINED BY CALMCOR, WHICH
000120* HOLDS THE WHOLE QUEUE IN STORAGE AND REWRITES IT EACH RUN.
000130*
000140* MODIFICATION HISTORY
000150* --------------------
000160* 2026-10-15  RD   ORIGINAL VERSION.
000170 01  CALMST-CORRECTION-RECORD.
000180     05  COR-SEQ-NO              PIC 9(06).
000190     05  FILLER                  PIC X(01) VALUE SPACE.
000200     05  COR-STATUS              PIC X(08).
000210         88  COR-PENDING         VALUE 'PENDING '.
000220         88  COR-APPLIED         VALUE 'APPLIED '.
000230         88  COR-DECLINED        VALUE 'DECLINED'.
000240     05  FILLER                  PIC X(01) VALUE SPACE.
000250     05  COR-ACTION              PIC X(03).
000260         88  COR-ACTION-CHG      VALUE 'CHG'.
000270         88  COR-ACTION-DEL      VALUE 'DEL'.
000280         88  COR-ACTION-REV      VALUE 'REV'.
000290     05  FILLER                  PIC X(01) VALUE SPACE.
000300     05  COR-KEY.
000310         10  COR-RUN-DATE        PIC 9(08).
000320         10  COR-REC-NO          PIC 9(06).
000330     05  FILLER                  PIC X(01) VALUE SPACE.
000340     05  COR-REQUESTER           PIC X(08).
000350     05  FILLER                  PIC X(01) VALUE SPACE.
000360     05  COR-REQUEST-DATE        PIC 9(08).
000370     05  FILLER                  PIC X(01) VALUE SPACE.
000380     05  COR-APPROVER            PIC X(08).
000390     05  FILLER                  PIC X(01) VALUE SPACE.
000400     05  COR-APPROVE-DATE        PIC 9(08).
000410     05  FILLER                  PIC X(01) VALUE SPACE.
000420     05  COR-JRN-SEQ-NO          PIC 9(09).
000430     05  FILLER                  PIC X(01) VALUE SPACE.
000440     05  COR-OLD-ETALONNAGE      PIC 9(02).
000450     05  FILLER                  PIC X(01) VALUE SPACE.
000460     05  COR-NEW-ETALONNAGE      PIC 9(02).
000470     05  FILLER                  PIC X(01) VALUE SPACE.
000480     05  COR-REASON              PIC X(60).
000490     05  FILLER                  PIC X(01) VALUE SPACE.
000500     05  COR-NEW-SOURCE-LINE     PIC X(200).
