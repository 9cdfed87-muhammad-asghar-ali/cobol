000010*----------------------------------------------------------------
000020* PCALREC.CPY
000030*
000040* PAY-CALENDAR RECORD LAYOUT.  ONE RECORD PER PAY GROUP PER PAY
000050* PERIOD, KEYED ON THE PAY GROUP (SPACE WHEN THE RATEFILE CARRIES
000060* NO G CARDS AND EVERY CUSTOMER IS PAID IN ONE CYCLE) PLUS THE
000070* PAY DATE (YYYYMMDD).  COBOL07 ADDS THE PERIODS AS OPEN AND
000080* CLOSES THEM; A PAYING RUN OF COBOL01 REFUSES A PERIOD THAT IS
000090* NOT OPEN OR THAT SKIPS AN EARLIER OPEN PERIOD OF THE SAME
000100* GROUP, AND MARKS THE PERIOD PAID WHEN IT COMPLETES.
000110*
000120* PC-PERIOD-STATUS -  "O" = OPEN, NOT YET PAID
000130*                     "P" = PAID BY A DETAIL OR REWORK RUN
000140*                     "C" = CLOSED - NO FURTHER RUNS, RETURNS
000150*                           OR REVERSALS AGAINST THE PERIOD
000160* PC-LAST-RUN-DATE/TIME/MODE ARE THOSE OF THE LAST PAYING RUN
000170* AGAINST THE PERIOD AND PC-PAYING-RUN-COUNT HOW MANY THERE HAVE
000180* BEEN (MORE THAN ONE ONLY WITH OVERRIDE=PAID OR A REWORK).
000190*
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-10-15 ASG   ORIGINAL COPYBOOK - PAY-PERIOD CALENDAR AND
000230*                  RUN-CONTROL FILE (38 BYTES).
000240*----------------------------------------------------------------
000250 01  PC-CALENDAR-RECORD.
000260     02  PC-KEY.
000270         03  PC-PAY-GROUP            PIC X(01).
000280         03  PC-PAY-DATE             PIC X(08).
000290     02  PC-PERIOD-STATUS            PIC X(01).
000300     02  PC-LAST-RUN-DATE            PIC X(08).
000310     02  PC-LAST-RUN-TIME            PIC X(08).
000320     02  PC-LAST-RUN-MODE            PIC X(01).
000330     02  PC-PAYING-RUN-COUNT         PIC 9(03).
000340     02  PC-MAINT-DATE               PIC X(08).
