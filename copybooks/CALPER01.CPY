000010* CALPER01 - PERIOD-CONTROL-RECORD
000020*
000030* PERIOD-CONTROL REGISTER LAYOUT. ONE LINE PER BUSINESS MONTH
000040* (YYYYMM OF CALM-RUN-DATE) THAT HAS EVER BEEN CLOSED BY
000050* CALPCLS. A MONTH NOT ON THE REGISTER IS OPEN. A CLOSED MONTH
000060* IS LOCKED AGAINST CALLOAD, CALMARC, CALMCOR AND THE CALRSTA
000070* RESTATEMENT UNTIL A REOPEN TRANSACTION, WITH ITS USER AND
000080* REASON, IS APPLIED THROUGH CALPCLS; CLOSING THE MONTH AGAIN
000090* TAKES A FRESH SNAPSHOT. THE RECORD COUNT AND VALUE TOTAL ARE
000100* THOSE OF THE LATEST CLOSE SNAPSHOT (CALPSN01 LAYOUT).
000110* THE LOCKING PROGRAMS READ THE REGISTER ONLY THROUGH THE
000120* CALPCHK SERVICE.
000130*
000140* MODIFICATION HISTORY
000150* --------------------
000160* 2026-10-15  RD   ORIGINAL VERSION.
000170 01  PERIOD-CONTROL-RECORD.
000180     05  PER-MONTH               PIC 9(06).
000190     05  FILLER                  PIC X(01) VALUE SPACE.
000200     05  PER-STATUS              PIC X(08).
000210         88  PER-STATUS-CLOSED   VALUE 'CLOSED  '.
000220         88  PER-STATUS-REOPENED VALUE 'REOPENED'.
000230     05  FILLER                  PIC X(01) VALUE SPACE.
000240     05  PER-CLOSE-DATE          PIC 9(08).
000250     05  FILLER                  PIC X(01) VALUE SPACE.
000260     05  PER-CLOSE-USER          PIC X(08).
000270     05  FILLER                  PIC X(01) VALUE SPACE.
000280     05  PER-REC-COUNT           PIC 9(08).
000290     05  FILLER                  PIC X(01) VALUE SPACE.
000300     05  PER-VALUE-TOTAL         PIC 9(10).
000310     05  FILLER                  PIC X(01) VALUE SPACE.
000320     05  PER-REOPEN-COUNT        PIC 9(02).
000330     05  FILLER                  PIC X(01) VALUE SPACE.
000340     05  PER-REOPEN-DATE         PIC 9(08).
000350     05  FILLER                  PIC X(01) VALUE SPACE.
000360     05  PER-REOPEN-USER         PIC X(08).
000370     05  FILLER                  PIC X(01) VALUE SPACE.
000380     05  PER-REOPEN-REASON       PIC X(40).
