000010* CALRET01 - RETURN-FILE-RECORD
000020*
000030* REJECT-RETURN FILE LAYOUT. CALRRET WRITES ONE RETURN FILE PER
000040* SUPPLIER EACH TIME RECYCLE ENTRIES ARE MARKED RETURNED, FOR THE
000050* SUPPLIER'S OWN SYSTEMS TO LOAD. THE FILE IS WRAPPED IN AN HDR
000060* AND A TRL LAID OUT EXACTLY AS ON THE TRANSMISSIONS THE
000070* SUPPLIER SENDS US - THE HDR CARRIES THE DATE THE FILE WENT
000080* OUT, THE FILE SEQUENCE NUMBER (ONE HIGHER ON EACH RETURN FILE
000090* TO THE SUPPLIER) AND THE SUPPLIER ID; THE TRL CARRIES THE
000100* COUNT OF RETURNED RECORDS. BETWEEN THEM, ONE DETAIL LINE PER
000110* RETURNED RECORD: ITS RECORD NUMBER IN THE ORIGINAL
000120* TRANSMISSION, THAT TRANSMISSION'S BUSINESS DATE, THE REJECT
000130* REASON CODE AND ITS PLAIN-LANGUAGE EXPLANATION, OUR RECYCLE
000140* REFERENCE (TO QUOTE ON ANY QUERY) AND THE RECORD IMAGE EXACTLY
000150* AS IT WAS RECEIVED.
000160*
000170* MODIFICATION HISTORY
000180* --------------------
000190* 2026-10-15  RD   ORIGINAL VERSION.
000200 01  RETURN-FILE-RECORD.
000210     05  RET-DETAIL-FIELDS.
000220         10  RET-REC-NO          PIC 9(06).
000230         10  FILLER              PIC X(01).
000240         10  RET-BUS-DATE        PIC 9(08).
000250         10  FILLER              PIC X(01).
000260         10  RET-REASON          PIC X(06).
000270         10  FILLER              PIC X(01).
000280         10  RET-EXPLANATION     PIC X(40).
000290         10  FILLER              PIC X(01).
000300         10  RET-REF-NO          PIC 9(06).
000310         10  FILLER              PIC X(01).
000320         10  RET-SOURCE          PIC X(250).
000330     05  RET-HEADER-FIELDS REDEFINES RET-DETAIL-FIELDS.
000340         10  RET-HDR-TAG         PIC X(03).
000350             88  RET-HEADER      VALUE 'HDR'.
000360         10  RET-HDR-SENT-DATE   PIC 9(08).
000370         10  RET-HDR-FILE-SEQ    PIC 9(04).
000380         10  RET-HDR-SUPPLIER-ID PIC X(03).
000390         10  FILLER              PIC X(303).
000400     05  RET-TRAILER-FIELDS REDEFINES RET-DETAIL-FIELDS.
000410         10  RET-TRL-TAG         PIC X(03).
000420             88  RET-TRAILER     VALUE 'TRL'.
000430         10  RET-TRL-REC-COUNT   PIC 9(06).
000440         10  FILLER              PIC X(312).
