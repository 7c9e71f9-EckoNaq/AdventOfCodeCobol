000010* CALSUP01 - SUPPLIER-PROFILE-RECORD
000020*
000030* SUPPLIER PROFILE MASTER LAYOUT. ONE RECORD PER SENDING SITE,
000040* KEYED BY THE THREE-CHARACTER SUPPLIER ID CARRIED ON THE HDR
000050* RECORD OF EVERY WRAPPED TRANSMISSION. CARRIES WHETHER THE
000060* SUPPLIER IS ACTIVE (CALEDIT REJECTS A TRANSMISSION FROM AN
000070* UNKNOWN OR INACTIVE SUPPLIER), THE CALIBRATION MODE ITS FILES
000080* ARE SCORED UNDER BY THE EXTRACT, AND THE DELIVERY EXPECTATION
000090* - FILES PER BUSINESS DATE AND THE LATEST TIME OF DAY THEY ARE
000100* DUE - THAT CALMISS REPORTS MISSING DELIVERIES AGAINST.
000110* MAINTAINED ONLY THROUGH CALSUPM, WHICH STAMPS THE DATE AND
000120* USER OF THE LAST CHANGE ON EACH RECORD.
000130*
000140* MODIFICATION HISTORY
000150* --------------------
000160* 2026-10-15  RD   ORIGINAL VERSION.
000170 01  SUPPLIER-PROFILE-RECORD.
000180     05  SUP-SUPPLIER-ID         PIC X(03).
000190     05  SUP-SUPPLIER-NAME       PIC X(30).
000200     05  SUP-ACTIVE-FLAG         PIC X(01).
000210         88  SUP-ACTIVE          VALUE 'Y'.
000220         88  SUP-INACTIVE        VALUE 'N'.
000230     05  SUP-CAL-MODE            PIC X(06).
000240         88  SUP-MODE-WORDS      VALUE 'WORDS '.
000250         88  SUP-MODE-DIGITS     VALUE 'DIGITS'.
000260         88  SUP-MODE-BOTH       VALUE 'BOTH  '.
000270         88  SUP-MODE-VALID      VALUE 'WORDS ' 'DIGITS'
000280                                       'BOTH  '.
000290     05  SUP-EXPECTED-FILES      PIC 9(02).
000300     05  SUP-LATEST-DELIVERY     PIC 9(04).
000310     05  SUP-LAST-CHANGE-DATE    PIC 9(08).
000320     05  SUP-LAST-CHANGE-USER    PIC X(08).
000330     05  FILLER                  PIC X(38).
