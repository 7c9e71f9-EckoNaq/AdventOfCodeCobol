000010* CALRUL01 - EDIT-RULE-RECORD
000020*
000030* EDIT-RULES CONTROL FILE LAYOUT (AOC-EDITRULE). OPERATIONS
000040* MAINTAIN THIS FILE WITH AN EDITOR, ONE RULE PER LINE; A LINE
000050* STARTING WITH '*' IS A COMMENT. THE CALERUL SERVICE LOADS IT
000060* AND APPLIES THE RULES, IN FILE ORDER, TO EVERY DATA RECORD
000070* OF A TRANSMISSION FOR CALEDIT (AND FOR CALRCYC WHEN IT
000080* RE-EDITS A RETRANSMISSION), AFTER THE FIXED FORMAT EDITS
000090* (EMPTY, NONPRT, OVRLEN, DUPLIC) AND THE SUPPLIER CHECK. THE
000100* HDR AND TRL CONTROL RECORDS ARE NOT SUBJECT TO THE RULES.
000110*
000120* RULE TYPES -
000130*   MINLEN  DATA SHORTER THAN RUL-LIMIT BYTES (TRAILING SPACES
000140*           DO NOT COUNT)
000150*   MAXLEN  DATA LONGER THAN RUL-LIMIT BYTES
000160*   REQCHR  NONE OF THE CHARACTERS IN RUL-CHARS APPEARS
000170*   FORBID  ANY OF THE CHARACTERS IN RUL-CHARS APPEARS
000180*   DIGIT   NO DIGIT AND NO DIGIT WORD (ONE TO NINE) APPEARS,
000190*           SO THE EXTRACT WOULD FIND NOTHING TO SCORE
000200*   MAXREC  THE RECORD IS BEYOND THE FIRST RUL-LIMIT DATA
000210*           RECORDS OF THE TRANSMISSION
000220* RUL-LIMIT IS SIX DIGITS, ZERO-FILLED (000150), AND IS USED BY
000230* THE MINLEN, MAXLEN AND MAXREC TYPES ONLY; RUL-CHARS IS USED BY
000240* REQCHR AND FORBID ONLY AND ENDS AT ITS FIRST SPACE. A BLANK
000250* RUL-SUPPLIER-ID APPLIES THE RULE TO EVERY SUPPLIER. A RECORD
000260* THAT FAILS A REJECT RULE GOES TO THE REJECT FILE UNDER
000270* RUL-REASON; A WARN RULE LETS IT THROUGH WITH A WARNING LINE;
000280* A FAIL RULE REJECTS IT AND FAILS THE WHOLE TRANSMISSION.
000290* RUL-DESCRIPTION IS THE PLAIN-LANGUAGE MEANING OF THE REASON
000300* CODE ON THE EDIT SUMMARY AND WHEREVER THE REASON IS EXPLAINED
000310* TO A SUPPLIER.
000320*
000330* MODIFICATION HISTORY
000340* --------------------
000350* 2026-10-15  RD   ORIGINAL VERSION.
000360 01  EDIT-RULE-RECORD.
000370     05  RUL-REASON              PIC X(06).
000380     05  FILLER                  PIC X(01).
000390     05  RUL-RULE-TYPE           PIC X(06).
000400         88  RUL-TYPE-MINLEN     VALUE 'MINLEN'.
000410         88  RUL-TYPE-MAXLEN     VALUE 'MAXLEN'.
000420         88  RUL-TYPE-REQCHR     VALUE 'REQCHR'.
000430         88  RUL-TYPE-FORBID     VALUE 'FORBID'.
000440         88  RUL-TYPE-DIGIT      VALUE 'DIGIT '.
000450         88  RUL-TYPE-MAXREC     VALUE 'MAXREC'.
000460     05  FILLER                  PIC X(01).
000470     05  RUL-SUPPLIER-ID         PIC X(03).
000480     05  FILLER                  PIC X(01).
000490     05  RUL-ACTION              PIC X(06).
000500         88  RUL-ACTION-REJECT   VALUE 'REJECT'.
000510         88  RUL-ACTION-WARN     VALUE 'WARN  '.
000520         88  RUL-ACTION-FAIL     VALUE 'FAIL  '.
000530     05  FILLER                  PIC X(01).
000540     05  RUL-LIMIT               PIC X(06).
000550     05  RUL-LIMIT-N REDEFINES RUL-LIMIT
000560                                 PIC 9(06).
000570     05  FILLER                  PIC X(01).
000580     05  RUL-CHARS               PIC X(20).
000590     05  FILLER                  PIC X(01).
000600     05  RUL-DESCRIPTION         PIC X(40).
000610     05  FILLER                  PIC X(07).
