000120* MODIFICATION HISTORY
000130* --------------------
000140* 2026-09-02  RD   ORIGINAL VERSION.
000150* 2026-10-15  RD   CORRECTION ACTIONS CHG, DEL AND REV ADDED FOR
000160*                  CALMCOR. EACH CARRIES THE FULL AFTER-IMAGE OF
000170*                  THE CORRECTED RECORD, WHICH CALMRCV REWRITES
000180*                  OVER THE KEY ALREADY ON THE MASTER.
000190 01  CALMST-JOURNAL-RECORD.
000200     05  JRN-SEQ-NO              PIC 9(09).
000210     05  FILLER                  PIC X(01) VALUE SPACE.
000220     05  JRN-ACTION              PIC X(03).
000230         88  JRN-ACTION-ADD      VALUE 'ADD'.
000240         88  JRN-ACTION-CHG      VALUE 'CHG'.
000250         88  JRN-ACTION-DEL      VALUE 'DEL'.
000260         88  JRN-ACTION-REV      VALUE 'REV'.
000270         88  JRN-ACTION-CORRECTION VALUE 'CHG' 'DEL' 'REV'.
000280     05  FILLER                  PIC X(01) VALUE SPACE.
000290     05  JRN-RUN-DATE            PIC 9(08).
000300     05  FILLER                  PIC X(01) VALUE SPACE.
000310     05  JRN-AFTER-IMAGE         PIC X(438).
