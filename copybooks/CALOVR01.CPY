000010* CALOVR01 - OVERRIDE-AUDIT-RECORD
000020*
000030* OPERATOR OVERRIDE AUDIT LOG LAYOUT. ONE LINE EACH TIME A
000040* PROGRAM IN THE CALIBRATION CHAIN HONOURS AN OPERATOR OVERRIDE
000050* - AN AOC- ENVIRONMENT SWITCH THAT CHANGES WHAT THE RUN DOES
000060* (AOC-REPROCESS, AOC-RESTART, AOC-BUSDATE, AOC-CALMODE,
000070* AOC-HIVOL, THE CALGATE TOLERANCES, AOC-RCVCONFIRM,
000080* AOC-ARCCUTOFF, AOC-RERUNSTEP) OR A CALRCYC WRITEOFF= CARD.
000090* THE LINE CARRIES WHEN THE OVERRIDE WAS TAKEN, WHICH PROGRAM
000100* TOOK IT, THE OVERRIDE NAME AND THE VALUE GIVEN, THE BUSINESS
000110* DATE OF THE RUN, THE SUPPLIER IT WAS TAKEN FOR (BLANK WHEN
000120* IT APPLIES TO THE WHOLE CHAIN) AND THE USER AND JOB THAT RAN
000130* THE STEP. THE LOG IS APPEND-ONLY AND IS WRITTEN ONLY THROUGH
000140* THE CALOVRD SERVICE; CALOVRP REPORTS ON IT.
000150*
000160* MODIFICATION HISTORY
000170* --------------------
000180* 2026-10-15  RD   ORIGINAL VERSION.
000190 01  OVERRIDE-AUDIT-RECORD.
000200     05  OVR-LOG-DATE            PIC 9(08).
000210     05  FILLER                  PIC X(01) VALUE SPACE.
000220     05  OVR-LOG-TIME            PIC 9(06).
000230     05  FILLER                  PIC X(01) VALUE SPACE.
000240     05  OVR-PROGRAM             PIC X(08).
000250     05  FILLER                  PIC X(01) VALUE SPACE.
000260     05  OVR-NAME                PIC X(16).
000270     05  FILLER                  PIC X(01) VALUE SPACE.
000280     05  OVR-VALUE               PIC X(30).
000290     05  FILLER                  PIC X(01) VALUE SPACE.
000300     05  OVR-BUS-DATE            PIC 9(08).
000310     05  FILLER                  PIC X(01) VALUE SPACE.
000320     05  OVR-SUPPLIER-ID         PIC X(03).
000330     05  FILLER                  PIC X(01) VALUE SPACE.
000340     05  OVR-USER                PIC X(08).
000350     05  FILLER                  PIC X(01) VALUE SPACE.
000360     05  OVR-JOB                 PIC X(08).
