000010*----------------------------------------------------------------
000020* BANKREC.CPY
000030*
000040* DIRECT-DEPOSIT BANK ACCOUNT RECORD LAYOUT.  ONE RECORD PER
000050* CUSTOMER, KEYED ON THE SAME SEVEN-DIGIT IDENT AS THE CUSTOMER
000060* MASTER, CARRYING THE RECEIVING BANK'S ABA ROUTING NUMBER, THE
000070* CUSTOMER'S ACCOUNT NUMBER AND TYPE, AND WHERE THE ACCOUNT
000080* STANDS IN PRENOTE VERIFICATION.  COBOL08 MAINTAINS IT; COBOL01
000090* SENDS THE PRENOTES, PROMOTES THE ACCOUNT ONCE THE PRENOTE
000100* PERIOD PASSES, AND COPIES THE ACCOUNT ONTO EVERY BANKFILE "D"
000110* RECORD; COBOL04 MARKS AN ACCOUNT UNVERIFIED WHEN ITS PRENOTE
000120* COMES BACK RETURNED.
000130*
000140* BA-ACCOUNT-TYPE    -  "C" = CHECKING
000150*                       "S" = SAVINGS
000160* BA-PRENOTE-STATUS  -  "P" = PENDING - ADDED OR CHANGED, NO
000170*                             REAL MONEY UNTIL THE PRENOTE
000180*                             PERIOD PASSES WITHOUT A RETURN
000190*                       "A" = ACTIVE - PRENOTE PERIOD PASSED
000200*                       "U" = UNVERIFIED - PRENOTE RETURNED BY
000210*                             THE BANK; A CHANGE CARD THROUGH
000220*                             COBOL08 STARTS A NEW PRENOTE
000230* BA-PRENOTE-DATE IS THE PAY DATE OF THE RUN THAT SENT THE
000240* ZERO-DOLLAR PRENOTE (SPACES WHILE IT IS STILL TO BE SENT).
000250*
000260* MODIFICATION HISTORY
000270* DATE       INIT  DESCRIPTION
000280* 2026-10-15 ASG   ORIGINAL COPYBOOK - DIRECT-DEPOSIT BANK
000290*                  ACCOUNT FILE WITH PRENOTE STATUS (51 BYTES).
000300*----------------------------------------------------------------
000310 01  BA-BANK-ACCOUNT-RECORD.
000320     02  BA-IDENT.
000330         03  BA-IDENT-NUMBER         PIC 9(06).
000340         03  BA-IDENT-CHECK-DIGIT    PIC 9(01).
000350     02  BA-ROUTING-NUMBER           PIC X(09).
000360     02  BA-ACCOUNT-NUMBER           PIC X(17).
000370     02  BA-ACCOUNT-TYPE             PIC X(01).
000380     02  BA-PRENOTE-STATUS           PIC X(01).
000390     02  BA-PRENOTE-DATE             PIC X(08).
000400     02  BA-MAINT-DATE               PIC X(08).
