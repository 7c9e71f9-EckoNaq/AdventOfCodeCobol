000120* MODIFICATION HISTORY
000130* --------------------
000140* 2026-08-22  RD   ORIGINAL VERSION.
000150* 2026-10-15  RD   RECORD STATUS, LAST CORRECTION SEQUENCE AND
000160*                  CORRECTION DATE CARVED OUT OF THE FILLER FOR
000170*                  CALMCOR. A SPACE STATUS IS A RECORD AS LOADED;
000180*                  A DELETED OR REVERSED RECORD STAYS ON FILE
000190*                  FOR THE AUDIT TRAIL BUT NO LONGER COUNTS.
000200* 2026-10-15  RD   SUPPLIER ID CARVED OUT OF THE FILLER, LOADED
000210*                  FROM THE CALOUTPT FEEDER, SO THE MONTH-END
000220*                  CLOSE SNAPSHOT CAN BREAK THE MONTH DOWN BY
000230*                  SUPPLIER. SPACES ON RECORDS LOADED BEFORE.
000240 01  CALIBRATION-MASTER-RECORD.
000250     05  CALM-KEY.
000260         10  CALM-RUN-DATE       PIC 9(08).
000270         10  CALM-REC-NO         PIC 9(06).
000280     05  CALM-SOURCE-FILE        PIC X(200).
000290     05  CALM-SOURCE-LINE        PIC X(200).
000300     05  CALM-PRE-CHI            PIC 9(01).
000310     05  CALM-DER-CHI            PIC 9(01).
000320     05  CALM-ETALONNAGE         PIC 9(02).
000330     05  CALM-RECORD-STATUS      PIC X(01).
000340         88  CALM-AS-LOADED      VALUE SPACE.
000350         88  CALM-CORRECTED      VALUE 'C'.
000360         88  CALM-DELETED        VALUE 'D'.
000370         88  CALM-REVERSED       VALUE 'R'.
000380         88  CALM-LIVE           VALUE SPACE 'C'.
000390     05  CALM-CORR-SEQ-NO        PIC 9(06).
000400     05  CALM-CORR-DATE          PIC 9(08).
000410     05  CALM-SUPPLIER-ID        PIC X(03).
000420     05  FILLER                  PIC X(02).
