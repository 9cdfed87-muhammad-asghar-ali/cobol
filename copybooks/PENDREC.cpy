000010*----------------------------------------------------------------
000020* PENDREC.CPY
000030*
000040* PENDING CUSTOMER-MASTER CHANGE RECORD LAYOUT.  COBOL03 FILES
000050* ONE OF THESE INSTEAD OF TOUCHING THE MASTER FOR EVERY ADD,
000060* EVERY DELETE, AND EVERY CHANGE THAT MOVES CM-PAY-RATE,
000070* CM-DEPT-CODE OR CM-PAY-GROUP, KEYED ON THE SUBMITTING RUN'S
000080* DATE AND TIME PLUS THE CARD'S TRANSACTION NUMBER ON THAT
000090* RUN'S AUDIT LISTING.  THE CARD IS KEPT AS EDITED (CHECK DIGIT
000100* ASSIGNED, EFFECTIVE DATE FILLED IN) WITH THE MASTER RECORD AS
000110* IT STOOD WHEN THE CARD WAS SUBMITTED (SPACES FOR AN ADD), SO
000120* THE APPROVAL RUN (COBOL03 RUN-MODE=APPROVE) CAN REFUSE TO
000130* APPLY IT OVER A MASTER THAT HAS SINCE MOVED.
000140*
000150* PN-STATUS        -  "P" = PENDING - AWAITING A DECISION
000160*                     "A" = APPROVED AND APPLIED TO THE MASTER
000170*                     "R" = REJECTED BY THE APPROVER
000180*                     "F" = APPROVED BUT COULD NOT BE APPLIED -
000190*                           PN-DECISION-NOTE SAYS WHY
000200*                     "X" = EXPIRED - NOT DECIDED WITHIN THE
000210*                           APPROVAL RUN'S EXPIRE-DAYS
000220* PN-DECISION-USER-ID IS THE APPROVER (SPACES WHEN EXPIRED) AND
000230* PN-DECISION-DATE THE APPROVAL RUN DATE THAT SET THE STATUS.
000240* ALL THREE DECISION FIELDS ARE SPACES WHILE THE RECORD IS
000250* PENDING.
000260*
000270* MODIFICATION HISTORY
000280* DATE       INIT  DESCRIPTION
000290* 2026-10-15 ASG   ORIGINAL COPYBOOK - MAKER-CHECKER PENDING
000300*                  CHANGES TO THE CUSTOMER MASTER (215 BYTES).
000310*----------------------------------------------------------------
000320 01  PN-PENDING-CHANGE-RECORD.
000330     02  PN-KEY.
000340         03  PN-SUBMIT-DATE          PIC X(08).
000350         03  PN-SUBMIT-TIME          PIC X(08).
000360         03  PN-SUBMIT-TRAN-NO       PIC 9(05).
000370     02  PN-STATUS                   PIC X(01).
000380     02  PN-SUBMIT-USER-ID           PIC X(08).
000390     02  PN-TRANSACTION-IMAGE        PIC X(80).
000400     02  PN-MASTER-IMAGE             PIC X(49).
000410     02  PN-DECISION-USER-ID         PIC X(08).
000420     02  PN-DECISION-DATE            PIC X(08).
000430     02  PN-DECISION-NOTE            PIC X(40).
