000010*----------------------------------------------------------------
000020* PAYEEREC.CPY
000030*
000040* THIRD-PARTY PAYEE MASTER RECORD LAYOUT.  ONE RECORD PER COURT,
000050* AGENCY OR BENEFIT CARRIER THAT MONEY WITHHELD FROM CUSTOMERS
000060* IS REMITTED TO, KEYED ON AN EIGHT-CHARACTER PAYEE CODE.  THE
000070* SAME CODE IS PUNCHED ON EVERY DEDFILE CARD (GARNISHMENTS AND
000080* OTHER COURT OR AGENCY ORDERS) AND EVERY RATEFILE "B" CARD
000090* (BENEFITS) WHOSE WITHHOLDING GOES TO THE PAYEE.  COBOL10
000100* MAINTAINS IT; COBOL11 READS IT TO BUILD THE REMITTANCE
000110* REGISTER, THE PER-PAYEE REMITTANCE EXTRACT AND THE SATISFIED
000120* NOTICES SENT TO THE COURTS.
000130*
000140* PY-PAYEE-TYPE      -  "C" = COURT
000150*                       "A" = AGENCY
000160*                       "B" = BENEFIT CARRIER
000170* PY-ACCOUNT-TYPE    -  "C" = CHECKING
000180*                       "S" = SAVINGS
000190* PY-ADDRESS, PY-CITY, PY-STATE AND PY-ZIP-CODE ARE THE MAILING
000200* ADDRESS PRINTED ON THE REMITTANCE ADVICE AND SATISFIED NOTICE.
000210*
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 2026-10-15 ASG   ORIGINAL COPYBOOK - THIRD-PARTY PAYEE MASTER
000250*                  WITH MAILING ADDRESS AND REMITTANCE ACCOUNT
000260*                  (135 BYTES).
000270*----------------------------------------------------------------
000280 01  PY-PAYEE-RECORD.
000290     02  PY-PAYEE-CODE               PIC X(08).
000300     02  PY-PAYEE-TYPE               PIC X(01).
000310     02  PY-PAYEE-NAME               PIC X(30).
000320     02  PY-ADDRESS                  PIC X(30).
000330     02  PY-CITY                     PIC X(20).
000340     02  PY-STATE                    PIC X(02).
000350     02  PY-ZIP-CODE                 PIC X(09).
000360     02  PY-ROUTING-NUMBER           PIC X(09).
000370     02  PY-ACCOUNT-NUMBER           PIC X(17).
000380     02  PY-ACCOUNT-TYPE             PIC X(01).
000390     02  PY-MAINT-DATE               PIC X(08).
