000450*                  PROGRAM BUILT WITH THIS COPYBOOK RUNS
000460*                  AGAINST IT.  RECORDS RELOADED FROM THE OLD
000470*                  LAYOUT CARRY ZERO IN THE NEW FIELDS.
000480* 2026-10-15 ASG   ADDED PH-HOURS-WORKED AND PH-PAY-RATE - THE
000490*                  HOURS AND RATE A PAYMENT WAS PRICED AT - SO
000500*                  THE RETRO-PAY RUN (COBOL12) CAN REPRICE A
000510*                  PAID PERIOD AFTER A BACK-DATED RATE CHANGE,
000520*                  AND PH-RETRO-PAY, THE RETROACTIVE EARNINGS
000530*                  INCLUDED IN PH-GROSS-PAY (ZERO ON A NORMAL
000540*                  PAYMENT).  THE RECORD GROWS FROM 56 TO 72
000550*                  BYTES - PAYHIST MUST BE REDEFINED
000560*                  (RECORDSIZE 72) AND RELOADED, AND THE
000570*                  ARCHIVE GENERATIONS WRITTEN FROM NOW ON ARE
000580*                  72 BYTES.  RECORDS RELOADED FROM THE OLD
000590*                  LAYOUT CARRY ZERO IN THE NEW FIELDS - THE
000600*                  RETRO-PAY RUN LISTS THOSE PERIODS FOR A
000610*                  REPRICE BY HAND.
000620* 2026-10-15 ASG   NEW PH-RECORD-TYPE VALUE "S" = AN OFF-CYCLE
000630*                  SUPPLEMENTAL PAYMENT (BONUS, COMMISSION OR
000640*                  FINAL PAY) FILED BY COBOL01'S OFF-CYCLE RUN
000650*                  UNDER ITS OWN PAY DATE - A FLAT GROSS WITH
000660*                  ZERO HOURS, COUNTED IN THE YTD RECORD LIKE A
000670*                  NORMAL PAYMENT.  RECORD LENGTH IS UNCHANGED.
000680* 2026-10-15 ASG   ADDED PH-LEAVE-HOURS - THE VACATION, SICK AND
000690*                  HOLIDAY HOURS A PAYMENT PAID AT STRAIGHT TIME
000700*                  (ZERO ON AN OFF-CYCLE PAYMENT) - SO THE
000710*                  RETRO-PAY RUN REPRICES LEAVE AS WELL AS HOURS
000720*                  WORKED.  THE RECORD GROWS FROM 72 TO 77
000730*                  BYTES - PAYHIST MUST BE REDEFINED
000740*                  (RECORDSIZE 77) AND RELOADED, AND THE
000750*                  ARCHIVE GENERATIONS WRITTEN FROM NOW ON ARE
000760*                  77 BYTES.  RECORDS RELOADED FROM THE OLD
000770*                  LAYOUT CARRY ZERO LEAVE HOURS.
000780*----------------------------------------------------------------
000790 01  PH-PAY-HISTORY-RECORD.
000800     02  PH-KEY.
000810         03  PH-IDENT                PIC 9(07).
000820         03  PH-PAY-DATE             PIC X(08).
000830     02  PH-GROSS-PAY                PIC S9(04)V99.
000840     02  PH-TOTAL-DEDUCTIONS         PIC S9(04)V99.
000850     02  PH-NET-PAY                  PIC S9(04)V99.
000860     02  PH-YTD-GROSS                PIC S9(07)V99.
000870     02  PH-RETURNED-FLAG            PIC X(01).
000880     02  PH-RECORD-TYPE              PIC X(01).
000890     02  PH-TAX-DEDUCTIONS           PIC S9(04)V99.
000900     02  PH-BENEFIT-DEDUCTIONS       PIC S9(04)V99.
000910     02  PH-HOURS-WORKED             PIC 9(03)V99.
000920     02  PH-PAY-RATE                 PIC 9(03)V99.
000930     02  PH-RETRO-PAY                PIC S9(04)V99.
000940     02  PH-LEAVE-HOURS              PIC 9(03)V99.
