000010*----------------------------------------------------------------
000020* LEAVEREC.CPY
000030*
000040* LEAVE-BALANCE RECORD LAYOUT.  ONE RECORD PER CUSTOMER, KEYED ON
000050* THE SAME SEVEN-DIGIT IDENT AS THE CUSTOMER MASTER, CARRYING THE
000060* VACATION AND SICK HOURS STANDING TO THE CUSTOMER'S CREDIT AND,
000070* FOR THE ACCRUAL YEAR, THE HOURS EARNED AND TAKEN.  EVERY
000080* PAYING RUN OF COBOL01 ACCRUES AT THE RATE ON THE CUSTOMER'S
000090* PAY-GROUP "G" CARD (UP TO THE GROUP'S ANNUAL CAP) AND DEDUCTS
000100* THE LEAVE HOURS ON THE TIMECARD, ADDING THE RECORD THE FIRST
000110* TIME THE CUSTOMER IS PAID.  COBOL14 POSTS OPENING BALANCES AND
000120* HAND ADJUSTMENTS AND PRINTS THE LEAVE-LIABILITY REPORT.
000130*
000140* LV-ACCRUAL-YEAR    -  THE YEAR (YYYY OF THE PAY DATE) THE
000150*                       YTD FIELDS BELONG TO.  THE FIRST RUN OF
000160*                       A NEW YEAR ZEROES THE YTD FIELDS; THE
000170*                       BALANCES CARRY FORWARD.
000180* LV-LAST-PAY-DATE   -  PAY DATE OF THE LAST RUN THAT ACCRUED
000190*                       AND DEDUCTED.  A SECOND PAYING RUN FOR
000200*                       THE SAME PAY DATE (A RESTART, OR A
000210*                       REWORK RE-ISSUING A RETURNED PAYMENT)
000220*                       LEAVES THE RECORD ALONE.
000230* LV-MAINT-DATE      -  RUN DATE OF THE LAST COBOL14 ADJUSTMENT.
000240*
000250* MODIFICATION HISTORY
000260* DATE       INIT  DESCRIPTION
000270* 2026-10-15 ASG   ORIGINAL COPYBOOK - VACATION AND SICK LEAVE
000280*                  BALANCES WITH YEAR-TO-DATE ACCRUED AND TAKEN
000290*                  HOURS (80 BYTES).
000300*----------------------------------------------------------------
000310 01  LV-LEAVE-BALANCE-RECORD.
000320     02  LV-IDENT.
000330         03  LV-IDENT-NUMBER         PIC 9(06).
000340         03  LV-IDENT-CHECK-DIGIT    PIC 9(01).
000350     02  LV-ACCRUAL-YEAR             PIC X(04).
000360     02  LV-VAC-BALANCE              PIC 9(04)V99.
000370     02  LV-VAC-ACCRUED-YTD          PIC 9(04)V99.
000380     02  LV-VAC-TAKEN-YTD            PIC 9(04)V99.
000390     02  LV-SICK-BALANCE             PIC 9(04)V99.
000400     02  LV-SICK-ACCRUED-YTD         PIC 9(04)V99.
000410     02  LV-SICK-TAKEN-YTD           PIC 9(04)V99.
000420     02  LV-HOL-TAKEN-YTD            PIC 9(04)V99.
000430     02  LV-LAST-PAY-DATE            PIC X(08).
000440     02  LV-MAINT-DATE               PIC X(08).
000450     02  FILLER                      PIC X(11).
