000010*----------------------------------------------------------------
000020* RATEHREC.CPY
000030*
000040* PAY-RATE HISTORY RECORD LAYOUT.  ONE RECORD PER PAY-RATE
000050* CHANGE PER CUSTOMER, KEYED ON THE SEVEN-DIGIT IDENT PLUS THE
000060* DATE THE RATE TAKES EFFECT (YYYYMMDD), SO THE RATE IN EFFECT
000070* ON ANY PAY DATE IS THE RECORD WITH THE LATEST EFFECTIVE DATE
000080* NOT AFTER IT.  COBOL03 FILES ONE ON EVERY ADD AND EVERY
000090* CHANGE THAT MOVES CM-PAY-RATE, CARRYING THE RATE BEFORE AND
000100* AFTER AND THE DATE THE CHANGE WAS KEYED.  COBOL12 (RETRO PAY)
000110* REPRICES THE PERIODS A BACK-DATED CHANGE COVERS AND FILES THE
000120* DIFFERENCE HERE; COBOL01 PAYS IT ON THE NEXT PAYING RUN.
000130*
000140* RH-RETRO-STATUS  -  "P" = PENDING - NOT YET SEEN BY COBOL12
000150*                     "N" = NOTHING DUE - AN ADD, OR NO PERIOD
000160*                           WAS PAID AT THE OLD RATE
000170*                     "C" = COMPUTED - RH-RETRO-AMOUNT IS OWED
000180*                           AND WAITING FOR A PAYING RUN
000190*                     "A" = APPLIED - PAID BY THE COBOL01 RUN
000200*                           FOR PAY DATE RH-RETRO-PAID-DATE
000210*                     "O" = OVERPAID - THE CHANGE LOWERED THE
000220*                           RATE; RH-RETRO-AMOUNT (NEGATIVE) IS
000230*                           RECOVERED BY HAND, NOT BY COBOL01
000240*                     "X" = IDENT NO LONGER ON THE MASTER WHEN
000250*                           COBOL12 RAN - NOT REPRICED
000260* RH-RETRO-CALC-DATE IS THE COBOL12 RUN DATE THAT SET "C", "N",
000270* "O" OR "X"; RH-RETRO-PERIODS IS THE NUMBER OF PAID PERIODS IT
000280* REPRICED.  BOTH ARE ZERO/SPACES WHILE THE RECORD IS PENDING.
000290*
000300* MODIFICATION HISTORY
000310* DATE       INIT  DESCRIPTION
000320* 2026-10-15 ASG   ORIGINAL COPYBOOK - EFFECTIVE-DATED PAY-RATE
000330*                  HISTORY WITH RETRO-PAY STATUS (60 BYTES).
000340*----------------------------------------------------------------
000350 01  RH-RATE-HISTORY-RECORD.
000360     02  RH-KEY.
000370         03  RH-IDENT                PIC 9(07).
000380         03  RH-EFFECTIVE-DATE       PIC X(08).
000390     02  RH-NEW-RATE                 PIC 9(03)V99.
000400     02  RH-OLD-RATE                 PIC 9(03)V99.
000410     02  RH-CHANGE-DATE              PIC X(08).
000420     02  RH-RETRO-STATUS             PIC X(01).
000430     02  RH-RETRO-CALC-DATE          PIC X(08).
000440     02  RH-RETRO-PERIODS            PIC 9(03).
000450     02  RH-RETRO-AMOUNT             PIC S9(05)V99.
000460     02  RH-RETRO-PAID-DATE          PIC X(08).
