000010* CALPSN01 - PERIOD-SNAPSHOT-RECORD
000020*
000030* PERIOD-END SNAPSHOT LAYOUT. CALPCLS APPENDS ONE SET OF LINES
000040* FOR EVERY CLOSE OF A BUSINESS MONTH AND NEVER REWRITES THEM,
000050* SO THE FIGURES SIGNED OFF AT EACH CLOSE STAY ON FILE AFTER A
000060* REOPEN, A LATE LOAD OR AN ARCHIVE. EACH SET CARRIES ONE LINE
000070* PER RUN DATE ('D'), ONE PER SUPPLIER ('S', SPACES FOR
000080* RECORDS LOADED WITHOUT A SUPPLIER ID) AND THE MONTH TOTAL
000090* ('T'), ALL FROM THE LIVE MASTER RECORDS OF THE MONTH. THE
000100* CLOSE SEQUENCE IS THE MONTH'S REOPEN COUNT AT THE TIME OF THE
000110* CLOSE - ZERO FOR THE FIRST CLOSE. THE AVERAGE CARRIES TWO
000120* IMPLIED DECIMALS.
000130*
000140* MODIFICATION HISTORY
000150* --------------------
000160* 2026-10-15  RD   ORIGINAL VERSION.
000170 01  PERIOD-SNAPSHOT-RECORD.
000180     05  PSN-MONTH               PIC 9(06).
000190     05  FILLER                  PIC X(01) VALUE SPACE.
000200     05  PSN-CLOSE-SEQ           PIC 9(02).
000210     05  FILLER                  PIC X(01) VALUE SPACE.
000220     05  PSN-LEVEL               PIC X(01).
000230         88  PSN-LEVEL-RUN-DATE  VALUE 'D'.
000240         88  PSN-LEVEL-SUPPLIER  VALUE 'S'.
000250         88  PSN-LEVEL-MONTH     VALUE 'T'.
000260     05  FILLER                  PIC X(01) VALUE SPACE.
000270     05  PSN-GROUP-KEY           PIC X(08).
000280     05  FILLER                  PIC X(01) VALUE SPACE.
000290     05  PSN-REC-COUNT           PIC 9(08).
000300     05  FILLER                  PIC X(01) VALUE SPACE.
000310     05  PSN-VALUE-TOTAL         PIC 9(10).
000320     05  FILLER                  PIC X(01) VALUE SPACE.
000330     05  PSN-VALUE-MIN           PIC 9(02).
000340     05  FILLER                  PIC X(01) VALUE SPACE.
000350     05  PSN-VALUE-MAX           PIC 9(02).
000360     05  FILLER                  PIC X(01) VALUE SPACE.
000370     05  PSN-VALUE-AVG           PIC 9(02)V9(02).
000380     05  FILLER                  PIC X(01) VALUE SPACE.
000390     05  PSN-CLOSE-DATE          PIC 9(08).
000400     05  FILLER                  PIC X(01) VALUE SPACE.
000410     05  PSN-CLOSE-USER          PIC X(08).
