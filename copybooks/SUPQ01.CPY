000110* YET SENDING AN ID IS LOGGED WITH A SPACE ID AND REPORTED
000120* UNDER THE UNIDENTIFIED BUCKET.
000130*
000140* A REASON CODE CONFIGURED ON THE EDIT-RULES FILE (CALRUL01) HAS
000150* NO COLUMN OF ITS OWN: CALEDIT FOLLOWS ITS CALEDIT LINE WITH ONE
000160* EDITRSN LINE PER CONFIGURED REASON THE TRANSMISSION HIT, USING
000170* THE SPQ-REASON-FIELDS VIEW (REJECT AND WARNING COUNTS FOR THE
000180* CODE). A READER THAT DOES NOT KNOW THE EDITRSN LINE PASSES IT
000190* OVER ON SPQ-SOURCE.
000200*
000210* MODIFICATION HISTORY
000220* --------------------
000230* 2026-09-02  RD   ORIGINAL VERSION.
000240* 2026-10-15  RD   EDITRSN LINE AND SPQ-REASON-FIELDS VIEW FOR
000250*                  CONFIGURED EDIT-RULE REASON CODES.
000260 01  SUPPLIER-QUALITY-RECORD.
000270     05  SPQ-PROC-DATE           PIC 9(08).
000280     05  FILLER                  PIC X(01) VALUE SPACE.
000290     05  SPQ-SOURCE              PIC X(07).
000300         88  SPQ-FROM-CALEDIT    VALUE 'CALEDIT'.
000310         88  SPQ-FROM-EXTRACT    VALUE 'EXTRACT'.
000320         88  SPQ-FROM-EDIT-REASON VALUE 'EDITRSN'.
000330     05  FILLER                  PIC X(01) VALUE SPACE.
000340     05  SPQ-BUS-DATE            PIC 9(08).
000350     05  FILLER                  PIC X(01) VALUE SPACE.
000360     05  SPQ-SUPPLIER-ID         PIC X(03).
000370     05  FILLER                  PIC X(01) VALUE SPACE.
000380     05  SPQ-COUNT-FIELDS.
000390         10  SPQ-REC-COUNT       PIC 9(06).
000400         10  FILLER              PIC X(01) VALUE SPACE.
000410         10  SPQ-REJ-EMPTY       PIC 9(06).
000420         10  FILLER              PIC X(01) VALUE SPACE.
000430         10  SPQ-REJ-NONPRT      PIC 9(06).
000440         10  FILLER              PIC X(01) VALUE SPACE.
000450         10  SPQ-REJ-OVRLEN      PIC 9(06).
000460         10  FILLER              PIC X(01) VALUE SPACE.
000470         10  SPQ-REJ-DUPLIC      PIC 9(06).
000480         10  FILLER              PIC X(01) VALUE SPACE.
000490         10  SPQ-EXCEPT-COUNT    PIC 9(06).
000500         10  FILLER              PIC X(01) VALUE SPACE.
000510         10  SPQ-CTL-FAIL        PIC X(01).
000520         10  FILLER              PIC X(01) VALUE SPACE.
000530         10  SPQ-LATE            PIC X(01).
000540         10  FILLER              PIC X(01) VALUE SPACE.
000550         10  SPQ-OUT-OF-SEQ      PIC X(01).
000560     05  SPQ-REASON-FIELDS REDEFINES SPQ-COUNT-FIELDS.
000570         10  SPQ-RSN-CODE        PIC X(06).
000580         10  FILLER              PIC X(01).
000590         10  SPQ-RSN-REJ-COUNT   PIC 9(06).
000600         10  FILLER              PIC X(01).
000610         10  SPQ-RSN-WARN-COUNT  PIC 9(06).
000620         10  FILLER              PIC X(27).
