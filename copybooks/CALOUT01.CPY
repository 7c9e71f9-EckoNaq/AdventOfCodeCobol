000100* MODIFICATION HISTORY
000110* --------------------
000120* 2026-08-08  RD   ORIGINAL VERSION.
000130* 2026-10-15  RD   SUPPLIER ID OF THE TRANSMISSION THE RECORD
000140*                  CAME IN ON ADDED AT THE END OF THE RECORD
000150*                  (SPACES FOR AN UNWRAPPED FILE), SO CALLOAD
000160*                  CAN CARRY IT ONTO THE MASTER. RECORD IS NOW
000170*                  218 BYTES.
000180 01  CALIBRATION-OUTPUT-RECORD.
000190     05  CAL-REC-NO              PIC 9(06).
000200     05  FILLER                  PIC X(01) VALUE SPACE.
000210     05  CAL-SOURCE-LINE         PIC X(200).
000220     05  FILLER                  PIC X(01) VALUE SPACE.
000230     05  CAL-PRE-CHI             PIC 9(01).
000240     05  FILLER                  PIC X(01) VALUE SPACE.
000250     05  CAL-DER-CHI             PIC 9(01).
000260     05  FILLER                  PIC X(01) VALUE SPACE.
000270     05  CAL-ETALONNAGE          PIC 9(02).
000280     05  FILLER                  PIC X(01) VALUE SPACE.
000290     05  CAL-SUPPLIER-ID         PIC X(03).
