002630*                  CUSTOMER CHECK (3880) NOW HONORS PAY-GROUP=
002640*                  SO A GROUP-SELECTED TRIAL DOES NOT FLAG THE
002650*                  OTHER GROUP'S MEMBERS AS MISSING.
002660* 2026-10-15 ASG   PAY-PERIOD CALENDAR (PAYCAL, MAINTAINED BY
002670*                  COBOL07).  DETAIL, REWORK AND TRIAL RUNS
002680*                  NOW REFUSE A PAY DATE THAT IS NOT ON THE
002690*                  CALENDAR FOR EVERY GROUP THE RUN COVERS, IS
002700*                  CLOSED, IS ALREADY PAID (UNLESS SYSIN
002710*                  CARRIES OVERRIDE=PAID), OR SKIPS AN EARLIER
002720*                  OPEN PERIOD (1570-1590).  A CUSTOMER WHO
002730*                  ALREADY HAS A PAYMENT ON FILE FOR THE PAY
002740*                  DATE REJECTS UNDER NEW CODE E016 (2190), SO
002750*                  EVEN AN OVERRIDDEN RERUN CANNOT DOUBLE-PAY
002760*                  ANYBODY OR ADD TO THE YTD RECORD TWICE.  A
002770*                  PAYING RUN THAT COMPLETES MARKS THE PERIOD
002780*                  PAID (8200) AND A DETAIL RUN THEN RESETS THE
002790*                  CHECKPOINT (8250) SO THE NEXT PERIOD STARTS
002800*                  FROM THE TOP.  A REVERSAL MUST NAME A PAID
002810*                  PERIOD THAT IS NOT CLOSED (2085).  CONTROL-
002820*                  TOTALS EXCEPTION COUNTS NOW RUN E001-E016.
002830* 2026-10-15 ASG   DIRECT DEPOSIT NOW PAYS TO THE ACCOUNT ON THE
002840*                  NEW BANK-ACCOUNT FILE (BANKACCT, LAYOUT
002850*                  BANKREC, MAINTAINED BY COBOL08) - EVERY
002860*                  BANKFILE "D" RECORD CARRIES THE ROUTING
002870*                  NUMBER, ACCOUNT NUMBER, ACCOUNT TYPE, AND A
002880*                  PRENOTE FLAG IN WHAT WAS FILLER (LRECL STAYS
002890*                  80).  A CUSTOMER WITH NO ACTIVE ACCOUNT
002900*                  REJECTS UNDER NEW CODE E017 (2195).  A NEW
002910*                  OR CHANGED ACCOUNT IS SENT A ZERO-DOLLAR
002920*                  PRENOTE ON THE FIRST PAYING RUN (2196) AND IS
002930*                  PROMOTED TO ACTIVE ONCE PRENOTE-DAYS (SYSIN,
002940*                  DEFAULT 10) HAVE PASSED BY PAY DATE WITHOUT A
002950*                  RETURN (2197).  A REVERSAL DEBITS THE ACCOUNT
002960*                  ON FILE.  CONTROL-TOTALS EXCEPTION COUNTS NOW
002970*                  RUN E001-E017.
002980* 2026-10-15 ASG   THIRD-PARTY REMITTANCE.  DEDFILE CARDS NOW
002990*                  CARRY A PAYEE CODE (COLS 55-62) AND CASE
003000*                  NUMBER (COLS 63-77), RATEFILE "B" CARDS A
003010*                  PAYEE CODE (COLS 22-29), BOTH ON THE PAYEE
003020*                  MASTER MAINTAINED BY COBOL10, AND DEDOUT
003030*                  CARRIES THEM FORWARD.  A PAYING RUN WRITES
003040*                  ONE REMITOUT "D" RECORD PER BENEFIT OR
003050*                  DEDFILE AMOUNT WITHHELD FROM EACH CUSTOMER
003060*                  PAID (3750), FLAGGING A GARNISHMENT THAT
003070*                  REACHES ITS TOTAL, BRACKETED BY "H" AND "T"
003080*                  RECORDS (1375, 3982) - COBOL11 REMITS FROM
003090*                  IT.  A CUSTOMER WITH MORE WITHHOLDINGS THAN
003100*                  THE REMITTANCE TABLE HOLDS REJECTS UNDER
003110*                  E006.
003120* 2026-10-15 ASG   RETROACTIVE PAY.  PAY-HISTORY RECORDS NOW
003130*                  CARRY THE HOURS AND RATE EACH PAYMENT WAS
003140*                  PRICED AT.  DETAIL, REWORK AND TRIAL RUNS
003150*                  ADD ANY RETRO PAY COBOL12 HAS COMPUTED FOR
003160*                  THE CUSTOMER ON THE PAY-RATE HISTORY FILE
003170*                  (RATEHIST, LAYOUT RATEHREC) TO GROSS BEFORE
003180*                  DEDUCTIONS (3005), SHOW IT AS ITS OWN
003190*                  EARNINGS LINE ON THE PAY STATEMENT AND IN
003200*                  PH-RETRO-PAY, AND A PAYING RUN MARKS IT
003210*                  APPLIED UNDER THE PAY DATE.  A REVERSAL OF
003220*                  A PAYMENT THAT CARRIED RETRO PAY PUTS IT
003230*                  BACK TO BE PAID AGAIN.  CONTROL TOTALS SHOW
003240*                  THE RETRO PAY INCLUDED.
003250* 2026-10-15 ASG   THE RUN-LOG RECORD NOW CARRIES THE PAY DATE
003260*                  (RL-PAY-DATE) SO THE COBOL13 INTEGRITY AUDIT
003270*                  CAN TIE EVERY PAYHIST PAYMENT TO THE RUN THAT
003280*                  MADE IT.
003290* 2026-10-15 ASG   LEAVE ACCRUAL AND PAID TIME OFF.  TIMECARDS NOW
003300*                  CARRY VACATION, SICK AND HOLIDAY HOURS (COLS
003310*                  21-35) BESIDE THE HOURS WORKED; LEAVE HOURS
003320*                  PAY AT STRAIGHT TIME AND ONLY HOURS WORKED
003330*                  COUNT TOWARD THE OVERTIME THRESHOLD.  NEW
003340*                  LEAVE-BALANCE FILE (LEAVEBAL, LAYOUT IN
003350*                  LEAVEREC) - EACH PAYING RUN ACCRUES AT THE
003360*                  RATE ON THE PAY-GROUP "G" CARD (COLS 20-39,
003370*                  WITH AN ANNUAL CAP) AND DEDUCTS THE LEAVE
003380*                  TAKEN (3270).  LEAVE TAKEN OVER THE BALANCE
003390*                  REJECTS UNDER NEW CODE E018 (2250).  THE PAY
003400*                  STATEMENT SHOWS THE LEAVE HOURS, LEAVE PAY
003410*                  AND THE BALANCES.  CONTROL-TOTALS EXCEPTION
003420*                  COUNTS NOW RUN E001-E018.
003430* 2026-10-15 ASG   OFF-CYCLE SUPPLEMENTAL RUN.  RUN-MODE=OFFCYCLE
003440*                  PAYS A FLAT GROSS - BONUS, COMMISSION, FINAL
003450*                  PAY OR OTHER - FROM ONE SUPPLEMENTAL CARD PER
003460*                  PAYMENT (SUPPIN) INSTEAD OF HOURS TIMES RATE.
003470*                  TAX IS WITHHELD AT THE FLAT SUPPLEMENTAL RATE
003480*                  ON THE NEW RATEFILE "S" CARD; BENEFITS ARE
003490*                  TAKEN ONLY WHEN THE CARD ASKS FOR THEM.  THE
003500*                  RUN WRITES PAYHIST (RECORD TYPE "S") AND THE
003510*                  YTD UPDATE, A BANKFILE MARKED OFF-CYCLE IN
003520*                  ITS HEADER, STATEMENTS, REMITOUT AND ITS OWN
003530*                  SUPPLEMENTAL REGISTER AND CONTROL TOTALS.  IT
003540*                  DOES NOT TOUCH THE CHECKPOINT, THE DEDFILE
003550*                  CYCLE, LEAVE, RETRO PAY OR THE PAY CALENDAR,
003560*                  AND ITS PAY DATE MAY NOT BE A REGULAR PAY
003570*                  DATE (1585).  A CARD THAT FAILS ITS EDITS
003580*                  REJECTS UNDER NEW CODE E019.  A REVERSAL MAY
003590*                  NAME AN OFF-CYCLE PAYMENT.  CONTROL-TOTALS
003600*                  EXCEPTION COUNTS NOW RUN E001-E019.
003610* 2026-10-15 ASG   THE REJECT FILE (AND SO REWORKIN) GROWS FROM 60
003620*                  TO 80 BYTES AND CARRIES THE PERIOD'S VACATION,
003630*                  SICK AND HOLIDAY HOURS IN COLS 54-68 (4100),
003640*                  WHICH A REWORK RUN RESTORES BEFORE PAYING
003650*                  (2050) - A REWORKED REJECT NO LONGER LOSES ITS
003660*                  LEAVE PAY AND BALANCE DEDUCTION.  2300 ZEROES
003670*                  THE LEAVE HOURS WHEN THERE IS NO TIMECARD.
003680*                  PAY HISTORY NOW FILES THE LEAVE HOURS PAID
003690*                  (PH-LEAVE-HOURS, 3300) SO THE RETRO-PAY RUN
003700*                  REPRICES THEM TOO; THE ARCHIVE RECORD IS 77
003710*                  BYTES.  1590 NOW ALSO CLOSES BANKACCT, RATEHIST
003720*                  AND LEAVEBAL.
003730*----------------------------------------------------------------
003740 ENVIRONMENT DIVISION.
003750 CONFIGURATION SECTION.
003760 SOURCE-COMPUTER. IBM-370.
003770 OBJECT-COMPUTER. IBM-370.
003780 INPUT-OUTPUT SECTION.
003790 FILE-CONTROL.
003800     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
003810         ORGANIZATION IS INDEXED
003820         ACCESS MODE IS DYNAMIC
003830         RECORD KEY IS CM-IDENT
003840         ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
003850         FILE STATUS IS WS-CM-FILE-STATUS.
003860     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPFILE"
003870         ORGANIZATION IS INDEXED
003880         ACCESS MODE IS DYNAMIC
003890         RECORD KEY IS CHKP-CONTROL-KEY
003900         FILE STATUS IS WS-CHKP-FILE-STATUS.
003910     SELECT PRINT-FILE ASSIGN TO "PRTFILE"
003920         ORGANIZATION IS SEQUENTIAL
003930         FILE STATUS IS WS-PRT-FILE-STATUS.
003940     SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
003950         ORGANIZATION IS SEQUENTIAL
003960         FILE STATUS IS WS-CTL-FILE-STATUS.
003970     SELECT BANK-EXTRACT-FILE ASSIGN TO "BANKFILE"
003980         ORGANIZATION IS SEQUENTIAL
003990         FILE STATUS IS WS-BANK-FILE-STATUS.
004000     SELECT DEDUCTION-RATE-FILE ASSIGN TO "RATEFILE"
004010         ORGANIZATION IS SEQUENTIAL
004020         FILE STATUS IS WS-RATE-FILE-STATUS.
004030     SELECT REJECT-FILE ASSIGN TO "REJFILE"
004040         ORGANIZATION IS SEQUENTIAL
004050         FILE STATUS IS WS-REJ-FILE-STATUS.
004060     SELECT REWORK-IN-FILE ASSIGN TO "REWORKIN"
004070         ORGANIZATION IS SEQUENTIAL
004080         FILE STATUS IS WS-RW-FILE-STATUS.
004090     SELECT TIMECARD-FILE ASSIGN TO "TIMECARD"
004100         ORGANIZATION IS SEQUENTIAL
004110         FILE STATUS IS WS-TC-FILE-STATUS.
004120     SELECT REVERSAL-CARD-FILE ASSIGN TO "RVRSLIN"
004130         ORGANIZATION IS SEQUENTIAL
004140         FILE STATUS IS WS-RVS-FILE-STATUS.
004150     SELECT SUPPLEMENTAL-CARD-FILE ASSIGN TO "SUPPIN"
004160         ORGANIZATION IS SEQUENTIAL
004170         FILE STATUS IS WS-SUP-FILE-STATUS.
004180     SELECT PAY-ARCHIVE-FILE ASSIGN TO "PAYARCH"
004190         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-ARC-FILE-STATUS.
004210     SELECT DEDUCTION-IN-FILE ASSIGN TO "DEDFILE"
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS WS-CD-IN-FILE-STATUS.
004240     SELECT DEDUCTION-OUT-FILE ASSIGN TO "DEDOUT"
004250         ORGANIZATION IS SEQUENTIAL
004260         FILE STATUS IS WS-CD-OUT-FILE-STATUS.
004270     SELECT REMITTANCE-FILE ASSIGN TO "REMITOUT"
004280         ORGANIZATION IS SEQUENTIAL
004290         FILE STATUS IS WS-REMIT-FILE-STATUS.
004300     SELECT PAY-STATEMENT-FILE ASSIGN TO "STMTFILE"
004310         ORGANIZATION IS SEQUENTIAL
004320         FILE STATUS IS WS-STMT-FILE-STATUS.
004330     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
004340         ORGANIZATION IS SEQUENTIAL
004350         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
004360     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
004370         ORGANIZATION IS INDEXED
004380         ACCESS MODE IS DYNAMIC
004390         RECORD KEY IS PH-KEY
004400         FILE STATUS IS WS-PH-FILE-STATUS.
004410     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS DYNAMIC
004440         RECORD KEY IS PC-KEY
004450         FILE STATUS IS WS-PC-FILE-STATUS.
004460     SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
004470         ORGANIZATION IS INDEXED
004480         ACCESS MODE IS DYNAMIC
004490         RECORD KEY IS BA-IDENT
004500         FILE STATUS IS WS-BA-FILE-STATUS.
004510     SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS DYNAMIC
004540         RECORD KEY IS RH-KEY
004550         FILE STATUS IS WS-RH-FILE-STATUS.
004560     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
004570         ORGANIZATION IS INDEXED
004580         ACCESS MODE IS DYNAMIC
004590         RECORD KEY IS LV-IDENT
004600         FILE STATUS IS WS-LV-FILE-STATUS.
004610*
004620 DATA DIVISION.
004630 FILE SECTION.
004640 FD  CUSTOMER-MASTER-FILE
004650         LABEL RECORDS ARE STANDARD.
004660     COPY CUSTREC.
004670 FD  CHECKPOINT-FILE
004680         LABEL RECORDS ARE STANDARD.
004690     COPY CHKPREC.
004700 FD  PRINT-FILE
004710         RECORD CONTAINS 132 CHARACTERS
004720         LABEL RECORDS ARE OMITTED.
004730 01  PRINT-LINE                  PIC X(132).
004740 FD  CONTROL-CARD-FILE
004750         RECORD CONTAINS 80 CHARACTERS
004760         LABEL RECORDS ARE OMITTED.
004770 01  CONTROL-CARD-RECORD         PIC X(80).
004780 FD  BANK-EXTRACT-FILE
004790         RECORD CONTAINS 80 CHARACTERS
004800         LABEL RECORDS ARE OMITTED.
004810 01  BANK-EXTRACT-RECORD         PIC X(80).
004820 FD  DEDUCTION-RATE-FILE
004830         RECORD CONTAINS 80 CHARACTERS
004840         LABEL RECORDS ARE OMITTED.
004850 01  RATE-CARD-RECORD.
004860     02  RC-CARD-TYPE            PIC X(01).
004870     02  RC-CARD-DATA            PIC X(79).
004880 FD  PAY-HISTORY-FILE
004890         LABEL RECORDS ARE STANDARD.
004900     COPY PAYHREC.
004910 FD  REJECT-FILE
004920         RECORD CONTAINS 80 CHARACTERS
004930         LABEL RECORDS ARE OMITTED.
004940 01  REJECT-RECORD.
004950     02  RJ-CUSTOMER-IMAGE       PIC X(49).
004960     02  RJ-EXCEPTION-CODE       PIC X(04).
004970     02  RJ-VAC-HOURS            PIC 9(03)V99.
004980     02  RJ-SICK-HOURS           PIC 9(03)V99.
004990     02  RJ-HOL-HOURS            PIC 9(03)V99.
005000     02  FILLER                  PIC X(12).
005010 FD  REWORK-IN-FILE
005020         RECORD CONTAINS 80 CHARACTERS
005030         LABEL RECORDS ARE OMITTED.
005040 01  REWORK-RECORD.
005050     02  RW-CUSTOMER-IMAGE       PIC X(49).
005060     02  FILLER                  PIC X(04).
005070     02  RW-VAC-HOURS            PIC 9(03)V99.
005080     02  RW-SICK-HOURS           PIC 9(03)V99.
005090     02  RW-HOL-HOURS            PIC 9(03)V99.
005100     02  FILLER                  PIC X(12).
005110 FD  TIMECARD-FILE
005120         RECORD CONTAINS 80 CHARACTERS
005130         LABEL RECORDS ARE OMITTED.
005140 01  TIMECARD-RECORD.
005150     02  TC-IDENT                PIC X(07).
005160     02  TC-PAY-DATE             PIC X(08).
005170     02  TC-HOURS-WORKED         PIC X(05).
005180     02  TC-VACATION-HOURS       PIC X(05).
005190     02  TC-SICK-HOURS           PIC X(05).
005200     02  TC-HOLIDAY-HOURS        PIC X(05).
005210     02  FILLER                  PIC X(45).
005220 FD  REVERSAL-CARD-FILE
005230         RECORD CONTAINS 80 CHARACTERS
005240         LABEL RECORDS ARE OMITTED.
005250 01  REVERSAL-CARD-RECORD.
005260     02  RV-IDENT                PIC X(07).
005270     02  RV-ORIG-PAY-DATE        PIC X(08).
005280     02  FILLER                  PIC X(65).
005290 FD  SUPPLEMENTAL-CARD-FILE
005300         RECORD CONTAINS 80 CHARACTERS
005310         LABEL RECORDS ARE OMITTED.
005320 01  SUPPLEMENTAL-CARD-RECORD.
005330     02  SP-IDENT                PIC X(07).
005340     02  SP-EARNINGS-TYPE        PIC X(01).
005350     02  SP-GROSS-AMOUNT         PIC X(06).
005360     02  SP-BENEFITS-FLAG        PIC X(01).
005370     02  SP-REASON               PIC X(30).
005380     02  FILLER                  PIC X(35).
005390 FD  PAY-ARCHIVE-FILE
005400         RECORD CONTAINS 77 CHARACTERS
005410         LABEL RECORDS ARE STANDARD.
005420 01  PA-ARCHIVE-RECORD           PIC X(77).
005430 FD  DEDUCTION-IN-FILE
005440         RECORD CONTAINS 80 CHARACTERS
005450         LABEL RECORDS ARE OMITTED.
005460 01  CD-DEDUCTION-RECORD.
005470     02  CD-IDENT                PIC X(07).
005480     02  CD-PRIORITY             PIC X(02).
005490     02  CD-NAME                 PIC X(12).
005500     02  CD-METHOD               PIC X(01).
005510     02  CD-VALUE                PIC X(07).
005520     02  CD-TOTAL-TO-COLLECT     PIC X(09).
005530     02  CD-COLLECTED-TO-DATE    PIC X(09).
005540     02  CD-NET-FLOOR            PIC X(07).
005550     02  CD-PAYEE-CODE           PIC X(08).
005560     02  CD-CASE-NUMBER          PIC X(15).
005570     02  FILLER                  PIC X(03).
005580 FD  DEDUCTION-OUT-FILE
005590         RECORD CONTAINS 80 CHARACTERS
005600         LABEL RECORDS ARE OMITTED.
005610 01  CDO-DEDUCTION-RECORD        PIC X(80).
005620 FD  REMITTANCE-FILE
005630         RECORD CONTAINS 80 CHARACTERS
005640         LABEL RECORDS ARE OMITTED.
005650 01  REMITTANCE-RECORD           PIC X(80).
005660 FD  PAY-STATEMENT-FILE
005670         RECORD CONTAINS 132 CHARACTERS
005680         LABEL RECORDS ARE OMITTED.
005690 01  STATEMENT-LINE              PIC X(132).
005700 FD  RUN-LOG-FILE
005710         RECORD CONTAINS 80 CHARACTERS
005720         LABEL RECORDS ARE STANDARD.
005730 01  RUN-LOG-RECORD.
005740     02  RL-RUN-DATE             PIC X(08).
005750     02  FILLER                  PIC X(01).
005760     02  RL-RUN-TIME             PIC X(08).
005770     02  FILLER                  PIC X(01).
005780     02  RL-RUN-MODE             PIC X(01).
005790     02  FILLER                  PIC X(01).
005800     02  RL-RESTARTED-FLAG       PIC X(01).
005810     02  FILLER                  PIC X(01).
005820     02  RL-CUSTOMERS-PROCESSED  PIC 9(07).
005830     02  FILLER                  PIC X(01).
005840     02  RL-REJECTS              PIC 9(07).
005850     02  FILLER                  PIC X(01).
005860     02  RL-RETURN-CODE          PIC 9(04).
005870     02  FILLER                  PIC X(01).
005880     02  RL-PAY-DATE             PIC X(08).
005890     02  FILLER                  PIC X(29).
005900 FD  PAY-CALENDAR-FILE
005910         LABEL RECORDS ARE STANDARD.
005920     COPY PCALREC.
005930 FD  BANK-ACCOUNT-FILE
005940         LABEL RECORDS ARE STANDARD.
005950     COPY BANKREC.
005960 FD  RATE-HISTORY-FILE
005970         LABEL RECORDS ARE STANDARD.
005980     COPY RATEHREC.
005990 FD  LEAVE-BALANCE-FILE
006000         LABEL RECORDS ARE STANDARD.
006010     COPY LEAVEREC.
006020*
006030 WORKING-STORAGE SECTION.
006040* ---------------------------------------------------------------
006050* ORIGINAL SYNTAX-DEMONSTRATION ITEMS
006060* ---------------------------------------------------------------
006070 01  JustLatters PIC AAA VALUE "ABC".
006080 01  JustNums PIC 9(4) VALUE 1234.
006090 01  SignedInt PIC S9(4) VALUE -1234.
006100 01  PayCheck PIC 9(4)V99 VALUE ZEROS.
006110 01  Customer.
006120     02  Ident.
006130         03  Ident-Number PIC 9(06).
006140         03  Ident-Check-Digit PIC 9(01).
006150     02  CustName PIC X(20).
006160     02  DateOfBirth.
006170         03  MOB PIC 99.
006180         03  DOB PIC 99.
006190         03  YOB PIC 9(4).
006200     02  HoursWorked PIC 9(03)V99.
006210     02  PayRate PIC 9(03)V99.
006220     02  DeptCode PIC X(03).
006230     02  PayGroup PIC X(01).
006240*
006250* ---------------------------------------------------------------
006260* CUSTOMER-MASTER FILE I/O CONTROLS
006270* ---------------------------------------------------------------
006280 77  WS-CM-FILE-STATUS        PIC X(02) VALUE SPACES.
006290 77  WS-CHKP-FILE-STATUS      PIC X(02) VALUE SPACES.
006300 77  WS-PH-FILE-STATUS        PIC X(02) VALUE SPACES.
006310 77  WS-REJ-FILE-STATUS       PIC X(02) VALUE SPACES.
006320 77  WS-RW-FILE-STATUS        PIC X(02) VALUE SPACES.
006330 77  WS-STMT-FILE-STATUS      PIC X(02) VALUE SPACES.
006340 77  WS-RUNLOG-FILE-STATUS    PIC X(02) VALUE SPACES.
006350 77  WS-TC-FILE-STATUS        PIC X(02) VALUE SPACES.
006360 77  WS-RVS-FILE-STATUS       PIC X(02) VALUE SPACES.
006370 77  WS-SUP-FILE-STATUS       PIC X(02) VALUE SPACES.
006380 77  WS-ARC-FILE-STATUS       PIC X(02) VALUE SPACES.
006390 77  WS-CD-IN-FILE-STATUS     PIC X(02) VALUE SPACES.
006400 77  WS-CD-OUT-FILE-STATUS    PIC X(02) VALUE SPACES.
006410 77  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
006420 77  WS-BA-FILE-STATUS        PIC X(02) VALUE SPACES.
006430 77  WS-RH-FILE-STATUS        PIC X(02) VALUE SPACES.
006440 77  WS-LV-FILE-STATUS        PIC X(02) VALUE SPACES.
006450 01  WS-SWITCHES.
006460     02  WS-CM-EOF-SWITCH        PIC X(01) VALUE "N".
006470         88  CM-END-OF-FILE           VALUE "Y".
006480         88  CM-NOT-END-OF-FILE       VALUE "N".
006490     02  WS-RW-EOF-SWITCH        PIC X(01) VALUE "N".
006500         88  RW-END-OF-FILE           VALUE "Y".
006510         88  RW-NOT-END-OF-FILE       VALUE "N".
006520*
006530* ---------------------------------------------------------------
006540* CHECKPOINT/RESTART CONTROLS
006550* ---------------------------------------------------------------
006560 01  WS-CHKP-WORK-FIELDS.
006570     02  WS-RESTARTED-RUN-SWITCH  PIC X(01) VALUE "N".
006580         88  THIS-IS-A-RESTARTED-RUN  VALUE "Y".
006590     02  WS-RESTART-FROM-IDENT    PIC 9(07) VALUE ZEROS.
006600*
006610* ---------------------------------------------------------------
006620* RUN-MODE CONTROL CARD (SYSIN) - RUN-MODE=DETAIL GIVES THE
006630* NORMAL PER-CUSTOMER PAYROLL REGISTER, RUN-MODE=SUMMARY THE
006640* YEAR-END AGE-BANDED YTD SUMMARY, RUN-MODE=DIRECTORY THE
006650* READ-ONLY NAME-ORDER CUSTOMER DIRECTORY, AND RUN-MODE=REWORK
006660* A PAYING RUN OVER THE CORRECTED-REJECTS FILE INSTEAD OF THE
006670* MASTER.  DETAIL AND REWORK WRITE PAYMENTS (BANK EXTRACT,
006680* REJECT FILE, STATEMENTS); ANY OTHER CARD, OR A MISSING ONE,
006690* DEFAULTS TO DETAIL.  RUN-MODE=OFFCYCLE PAYS THE SUPPLEMENTAL
006700* CARDS ON SUPPIN - IT WRITES A BANK EXTRACT, STATEMENTS AND
006710* REMITTANCE BUT NO REJECT FILE, AND LEAVES THE CHECKPOINT,
006720* DEDFILE, LEAVE, RETRO PAY AND THE PAY CALENDAR ALONE.
006730* ---------------------------------------------------------------
006740 77  WS-CTL-FILE-STATUS       PIC X(02) VALUE SPACES.
006750 01  WS-RUN-MODE-SWITCHES.
006760     02  WS-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
006770         88  CTL-END-OF-FILE         VALUE "Y".
006780         88  CTL-NOT-END-OF-FILE     VALUE "N".
006790     02  WS-RUN-MODE-SWITCH      PIC X(01) VALUE "D".
006800         88  RUN-MODE-IS-DETAIL      VALUE "D".
006810         88  RUN-MODE-IS-SUMMARY     VALUE "S".
006820         88  RUN-MODE-IS-DIRECTORY   VALUE "R".
006830         88  RUN-MODE-IS-REWORK      VALUE "W".
006840         88  RUN-MODE-IS-REVERSAL    VALUE "V".
006850         88  RUN-MODE-IS-TRIAL       VALUE "T".
006860         88  RUN-MODE-IS-OFF-CYCLE   VALUE "O".
006870         88  RUN-MODE-WRITES-PAYMENTS VALUE "D" "W".
006880         88  RUN-MODE-WRITES-STATEMENTS VALUE "D" "W" "O".
006890         88  RUN-MODE-WRITES-EXTRACT  VALUE "D" "W" "V" "O".
006900         88  RUN-MODE-USES-CHECKPOINT VALUE "D" "S".
006910         88  RUN-MODE-USES-TIMECARDS  VALUE "D" "T".
006920         88  RUN-MODE-SELECTS-GROUPS  VALUE "D" "W" "T".
006930         88  RUN-MODE-PRINTS-REGISTER VALUE "D" "W" "T".
006940         88  RUN-MODE-USES-CUST-DEDS  VALUE "D" "W" "T".
006950         88  RUN-MODE-USES-CALENDAR   VALUE "D" "W" "V" "T" "O".
006960         88  RUN-MODE-USES-BANK-ACCTS VALUE "D" "W" "V" "T" "O".
006970         88  RUN-MODE-USES-RATE-HIST  VALUE "D" "W" "V" "T".
006980         88  RUN-MODE-USES-LEAVE      VALUE "D" "W" "T".
006990*
007000* ---------------------------------------------------------------
007010* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS
007020* ---------------------------------------------------------------
007030 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
007040 01  WS-PRT-CONTROLS.
007050     02  WS-RUN-DATE              PIC X(08).
007060     02  WS-RUN-TIME              PIC X(08).
007070     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
007080     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
007090     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
007100 01  WS-REPORT-PAGE-HEADING-1.
007110     02  FILLER             PIC X(20) VALUE "COBOL01 PAYROLL RUN".
007120     02  FILLER             PIC X(10) VALUE SPACES.
007130     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
007140     02  PRT-HDG-RUN-DATE   PIC X(10).
007150     02  FILLER             PIC X(10) VALUE SPACES.
007160     02  FILLER             PIC X(06) VALUE "PAGE: ".
007170     02  PRT-HDG-PAGE-NO    PIC ZZ9.
007180     02  FILLER             PIC X(03) VALUE SPACES.
007190     02  PRT-HDG-RESTART-FLAG PIC X(17) VALUE SPACES.
007200     02  FILLER             PIC X(43) VALUE SPACES.
007210 01  WS-PAYROLL-HEADING-LINE.
007220     02  FILLER             PIC X(12) VALUE "IDENT".
007230     02  FILLER             PIC X(22) VALUE "CUST-NAME".
007240     02  FILLER             PIC X(10) VALUE "GROSS".
007250     02  FILLER             PIC X(10) VALUE "DEDUCTS".
007260     02  FILLER             PIC X(07) VALUE "NET".
007270     02  FILLER             PIC X(71) VALUE SPACES.
007280 01  WS-PAYROLL-DETAIL-LINE.
007290     02  PRT-D-IDENT        PIC 9(07).
007300     02  FILLER             PIC X(05) VALUE SPACES.
007310     02  PRT-D-CUSTNAME     PIC X(20).
007320     02  FILLER             PIC X(02) VALUE SPACES.
007330     02  PRT-D-GROSS        PIC ZZZ9.99.
007340     02  FILLER             PIC X(03) VALUE SPACES.
007350     02  PRT-D-DEDUCTIONS   PIC ZZZ9.99.
007360     02  FILLER             PIC X(03) VALUE SPACES.
007370     02  PRT-D-NET          PIC ZZZ9.99.
007380     02  FILLER             PIC X(71) VALUE SPACES.
007390 01  WS-EXCEPTION-HEADING-LINE.
007400     02  FILLER             PIC X(12) VALUE "IDENT".
007410     02  FILLER             PIC X(18) VALUE "FIELD".
007420     02  FILLER             PIC X(08) VALUE "CODE".
007430     02  FILLER             PIC X(40) VALUE "REASON".
007440     02  FILLER             PIC X(54) VALUE SPACES.
007450 01  WS-EXCEPTION-DETAIL-LINE.
007460     02  PRT-E-IDENT        PIC 9(07).
007470     02  FILLER             PIC X(05) VALUE SPACES.
007480     02  PRT-E-FIELD        PIC X(15).
007490     02  FILLER             PIC X(03) VALUE SPACES.
007500     02  PRT-E-CODE         PIC X(04).
007510     02  FILLER             PIC X(04) VALUE SPACES.
007520     02  PRT-E-REASON       PIC X(40).
007530     02  FILLER             PIC X(54) VALUE SPACES.
007540 01  WS-ROUNDING-RECONCILIATION-LINE.
007550     02  FILLER             PIC X(30) VALUE
007560             "ROUNDING RECONCILIATION TOTAL".
007570     02  FILLER             PIC X(02) VALUE SPACES.
007580     02  PRT-R-TOTAL        PIC -(06)9.9999.
007590     02  FILLER             PIC X(88) VALUE SPACES.
007600 01  WS-AGE-BAND-SUMMARY-HEADING-LINE.
007610     02  FILLER             PIC X(14) VALUE "AGE BAND".
007620     02  FILLER             PIC X(10) VALUE "COUNT".
007630     02  FILLER             PIC X(14) VALUE "YTD GROSS PAY".
007640     02  FILLER             PIC X(94) VALUE SPACES.
007650 01  WS-AGE-BAND-DETAIL-LINE.
007660     02  PRT-AB-LABEL       PIC X(14).
007670     02  PRT-AB-COUNT       PIC ZZZZ9.
007680     02  FILLER             PIC X(05) VALUE SPACES.
007690     02  PRT-AB-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
007700     02  FILLER             PIC X(94) VALUE SPACES.
007710 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
007720*
007730* ---------------------------------------------------------------
007740* BANK PAYMENT EXTRACT (BANKFILE) CONTROLS AND RECORD LAYOUTS
007750* WRITTEN ONLY BY THE DETAIL RUN - ONE "D" RECORD PER CUSTOMER
007760* SUCCESSFULLY PAID, BRACKETED BY AN "H" HEADER CARRYING THE RUN
007770* DATE AND A "T" TRAILER CARRYING THE RECORD COUNT AND TOTAL
007780* AMOUNT PAID, SO THE BANK UPLOAD CAN PROVE IT LOADED THE WHOLE
007790* FILE.  AMOUNTS ARE UNSIGNED ZONED DECIMAL WITH TWO ASSUMED
007800* DECIMAL PLACES AND NO PRINTED DECIMAL POINT.  EACH "D" RECORD
007810* CARRIES THE CUSTOMER'S ROUTING NUMBER, ACCOUNT NUMBER, AND
007820* ACCOUNT TYPE FROM BANKACCT; A ZERO-AMOUNT "D" RECORD WITH
007830* BANK-D-PRENOTE-FLAG "P" IS A PRENOTE FOR A NEW OR CHANGED
007840* ACCOUNT, COUNTED IN THE TRAILER LIKE ANY OTHER DETAIL.  THE
007850* HEADER OF AN OFF-CYCLE RUN'S EXTRACT CARRIES BANK-H-CYCLE-FLAG
007860* "O" (SPACE ON A REGULAR RUN) SO THE UPLOAD AND COBOL04 CAN
007870* TELL IT FROM THE PERIOD'S REGULAR EXTRACT.
007880* ---------------------------------------------------------------
007890 77  WS-BANK-FILE-STATUS      PIC X(02) VALUE SPACES.
007900 01  WS-BANK-EXTRACT-CONTROLS.
007910     02  WS-BANK-RECORD-COUNT     PIC 9(07) VALUE ZEROS.
007920     02  WS-BANK-TOTAL-AMOUNT     PIC S9(09)V99 VALUE ZEROS.
007930     02  WS-BANK-TOTAL-ABS        PIC 9(09)V99 VALUE ZEROS.
007940 01  WS-BANK-HEADER-RECORD.
007950     02  FILLER             PIC X(01) VALUE "H".
007960     02  BANK-H-RUN-DATE    PIC X(08).
007970     02  BANK-H-CYCLE-FLAG  PIC X(01) VALUE SPACE.
007980     02  FILLER             PIC X(70) VALUE SPACES.
007990 01  WS-BANK-DETAIL-RECORD.
008000     02  FILLER             PIC X(01) VALUE "D".
008010     02  BANK-D-IDENT       PIC 9(07).
008020     02  BANK-D-CUST-NAME   PIC X(20).
008030     02  BANK-D-PAY-AMOUNT  PIC 9(07)V99.
008040     02  BANK-D-DEBIT-CREDIT PIC X(01) VALUE "C".
008050     02  BANK-D-ROUTING-NUMBER PIC X(09).
008060     02  BANK-D-ACCOUNT-NUMBER PIC X(17).
008070     02  BANK-D-ACCOUNT-TYPE PIC X(01).
008080     02  BANK-D-PRENOTE-FLAG PIC X(01) VALUE SPACE.
008090     02  FILLER             PIC X(14) VALUE SPACES.
008100 01  WS-BANK-TRAILER-RECORD.
008110     02  FILLER             PIC X(01) VALUE "T".
008120     02  BANK-T-RECORD-COUNT PIC 9(07).
008130     02  BANK-T-TOTAL-AMOUNT PIC 9(09)V99.
008140     02  BANK-T-DEBIT-CREDIT PIC X(01) VALUE "C".
008150     02  FILLER             PIC X(60) VALUE SPACES.
008160*
008170* ---------------------------------------------------------------
008180* THIRD-PARTY REMITTANCE DETAIL (REMITOUT) CONTROLS AND LAYOUTS
008190* WRITTEN BY A PAYING RUN (DETAIL OR REWORK) OR AN OFF-CYCLE
008200* RUN - ONE "D" RECORD PER BENEFIT OR DEDFILE AMOUNT WITHHELD
008210* FROM EACH CUSTOMER PAID, CARRYING THE PAYEE CODE FROM THE B
008220* CARD OR DEDFILE CARD, BRACKETED BY AN "H" HEADER (PAY DATE
008230* AND RUN DATE) AND A "T" TRAILER (RECORD COUNT AND TOTAL
008240* WITHHELD) THE SAME WAY AS THE BANK EXTRACT.  REMIT-D-SOURCE
008250* IS "B" FOR A BENEFIT AND "D" FOR A DEDFILE ENTRY;
008260* REMIT-D-SATISFIED IS "S" WHEN THE AMOUNT BROUGHT A DEDFILE
008270* ENTRY TO ITS TOTAL TO COLLECT.  REMIT-T-PARTIAL IS "P" ON A
008280* RESTARTED RUN - THE WITHHOLDING OF CUSTOMERS PAID BEFORE THE
008290* FAILURE IS NOT ON THIS GENERATION.  THE CURRENT CUSTOMER'S
008300* WITHHOLDINGS ARE BUILT IN WS-REMIT-TABLE BY 3010/3025 AND
008310* WRITTEN BY 3750 ONLY ONCE THE CUSTOMER IS PAID, SO A CUSTOMER
008320* WHO REJECTS AFTER THE DEDUCTIONS ARE COMPUTED IS NEVER
008330* REMITTED FOR.
008340* ---------------------------------------------------------------
008350 77  WS-REMIT-FILE-STATUS     PIC X(02) VALUE SPACES.
008360 77  WS-REMIT-TABLE-MAX       PIC 9(02) VALUE 30.
008370 01  WS-REMIT-CONTROLS.
008380     02  WS-REMIT-RECORD-COUNT    PIC 9(07) VALUE ZEROS.
008390     02  WS-REMIT-TOTAL-AMOUNT    PIC 9(09)V99 VALUE ZEROS.
008400 01  WS-REMIT-HEADER-RECORD.
008410     02  FILLER             PIC X(01) VALUE "H".
008420     02  REMIT-H-PAY-DATE   PIC X(08).
008430     02  REMIT-H-RUN-DATE   PIC X(08).
008440     02  FILLER             PIC X(63) VALUE SPACES.
008450 01  WS-REMIT-DETAIL-RECORD.
008460     02  FILLER             PIC X(01) VALUE "D".
008470     02  REMIT-D-PAY-DATE   PIC X(08).
008480     02  REMIT-D-IDENT      PIC 9(07).
008490     02  REMIT-D-CUST-NAME  PIC X(20).
008500     02  REMIT-D-SOURCE     PIC X(01).
008510     02  REMIT-D-PAYEE-CODE PIC X(08).
008520     02  REMIT-D-CASE-NUMBER PIC X(15).
008530     02  REMIT-D-DED-NAME   PIC X(12).
008540     02  REMIT-D-AMOUNT     PIC 9(05)V99.
008550     02  REMIT-D-SATISFIED  PIC X(01).
008560 01  WS-REMIT-TRAILER-RECORD.
008570     02  FILLER             PIC X(01) VALUE "T".
008580     02  REMIT-T-RECORD-COUNT PIC 9(07).
008590     02  REMIT-T-TOTAL-AMOUNT PIC 9(09)V99.
008600     02  REMIT-T-PARTIAL    PIC X(01) VALUE SPACE.
008610     02  FILLER             PIC X(60) VALUE SPACES.
008620 01  WS-REMIT-TABLE.
008630     02  WS-RM-COUNT              PIC 9(02) VALUE ZEROS.
008640     02  WS-RM-ENTRY OCCURS 30 TIMES.
008650         03  WS-RM-SOURCE         PIC X(01).
008660         03  WS-RM-PAYEE          PIC X(08).
008670         03  WS-RM-CASE           PIC X(15).
008680         03  WS-RM-NAME           PIC X(12).
008690         03  WS-RM-AMOUNT         PIC 9(05)V99.
008700         03  WS-RM-SATISFIED      PIC X(01).
008710 01  WS-RM-SUBSCRIPT            PIC 9(02).
008720*
008730* ---------------------------------------------------------------
008740* RUN CONTROL TOTALS
008750* EVERY RECORD READ FROM THE CUSTOMER-MASTER FILE MUST END UP
008760* EITHER PAID OR ON THE EXCEPTION LISTING - THESE COUNTERS PROVE
008770* IT ON THE CONTROL-TOTALS PAGE AT THE END OF THE RUN, WITH THE
008780* REJECTS BROKEN OUT BY EXCEPTION CODE E001-E019 (THE LAST TWO
008790* CHARACTERS OF THE CODE SUBSCRIPT THE TABLE).  A RUN WHERE
008800* READ DOES NOT EQUAL PAID PLUS REJECTED ENDS WITH RETURN CODE
008810* 8 SO THE SCHEDULER FLAGS IT.
008820* ---------------------------------------------------------------
008830 01  WS-RUN-CONTROL-TOTALS.
008840     02  WS-RECORDS-READ-COUNT    PIC 9(07).
008850     02  WS-CUSTOMERS-PAID-COUNT  PIC 9(07).
008860     02  WS-REJECTED-TOTAL-COUNT  PIC 9(07).
008870     02  WS-REJECT-CODE-COUNTS.
008880         03  WS-REJECT-CODE-COUNT PIC 9(07) OCCURS 19 TIMES.
008890     02  WS-PAYCHECK-GRAND-TOTAL  PIC 9(09)V99.
008900     02  WS-DEDUCTION-GRAND-TOTAL PIC 9(09)V99.
008910     02  WS-NET-GRAND-TOTAL       PIC 9(09)V99.
008920     02  WS-EXCEPTION-CODE-DIGIT  PIC 9(02).
008930     02  WS-PAID-PLUS-REJECTED    PIC 9(07).
008940     02  WS-REVERSALS-APPLIED-COUNT PIC 9(07).
008950     02  WS-GROUP-SKIPPED-COUNT   PIC 9(07).
008960     02  WS-REVERSAL-GROSS-TOTAL  PIC S9(09)V99.
008970     02  WS-REVERSAL-NET-TOTAL    PIC S9(09)V99.
008980     02  WS-SIGNED-AMOUNT-WORK    PIC S9(09)V99.
008990     02  WS-RETRO-PAID-COUNT      PIC 9(07).
009000     02  WS-RETRO-PAY-GRAND-TOTAL PIC 9(09)V99.
009010 01  WS-CONTROL-TOTAL-LINE.
009020     02  PRT-CT-LABEL       PIC X(30).
009030     02  PRT-CT-COUNT       PIC ZZZZZZ9.
009040     02  FILLER             PIC X(95) VALUE SPACES.
009050 01  WS-CONTROL-SIGNED-LINE.
009060     02  PRT-CS-LABEL       PIC X(30).
009070     02  PRT-CS-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
009080     02  FILLER             PIC X(87) VALUE SPACES.
009090 01  WS-CONTROL-AMOUNT-LINE.
009100     02  PRT-CA-LABEL       PIC X(30).
009110     02  PRT-CA-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
009120     02  FILLER             PIC X(88) VALUE SPACES.
009130*
009140* ---------------------------------------------------------------
009150* DEDUCTION-RATES TABLE FILE (RATEFILE) CONTROLS AND TABLES
009160* THE RATES DRIVING GROSS-TO-NET LIVE ON AN 80-BYTE CARD FILE SO
009170* THEY CAN CHANGE WITHOUT A PROGRAM CHANGE.  "T" CARDS DEFINE
009180* MARGINAL TAX BANDS (FROM-AMOUNT, TO-AMOUNT, PERCENT APPLIED TO
009190* THE SLICE OF GROSS INSIDE THE BAND); "B" CARDS DEFINE BENEFIT
009200* DEDUCTIONS, EITHER A FLAT AMOUNT (METHOD F) OR A PERCENT OF
009210* GROSS (METHOD P).  ONE "S" CARD CARRIES THE FLAT PERCENT AN
009220* OFF-CYCLE RUN WITHHOLDS FROM SUPPLEMENTAL PAY IN PLACE OF THE
009230* BANDS (CARD COLS 2-5, 99V99).  A CARD THAT WILL NOT EDIT, OR
009240* MORE CARDS THAN THE TABLES HOLD, IS FATAL - PAYING FROM A
009250* RATE TABLE THE SHOP CANNOT VOUCH FOR IS WORSE THAN NOT
009260* PAYING AT ALL.
009270* ---------------------------------------------------------------
009280 77  WS-RATE-FILE-STATUS      PIC X(02) VALUE SPACES.
009290 77  WS-RATE-TABLE-MAX        PIC 9(02) VALUE 10.
009300 01  WS-RATE-LOAD-SWITCHES.
009310     02  WS-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
009320         88  RATE-END-OF-FILE         VALUE "Y".
009330         88  RATE-NOT-END-OF-FILE     VALUE "N".
009340 01  WS-RATE-CARD-WORK.
009350     02  WS-RC-TAX-VIEW.
009360         03  WS-RC-TAX-FROM      PIC X(09).
009370         03  WS-RC-TAX-TO        PIC X(09).
009380         03  WS-RC-TAX-PCT       PIC X(04).
009390         03  FILLER              PIC X(37).
009400         03  WS-RC-EFF-DATE      PIC X(08).
009410         03  FILLER              PIC X(12).
009420     02  WS-RC-BENEFIT-VIEW REDEFINES WS-RC-TAX-VIEW.
009430         03  WS-RC-BEN-NAME      PIC X(12).
009440         03  WS-RC-BEN-METHOD    PIC X(01).
009450         03  WS-RC-BEN-VALUE     PIC X(07).
009460         03  WS-RC-BEN-PAYEE     PIC X(08).
009470         03  FILLER              PIC X(51).
009480     02  WS-RC-GROUP-VIEW REDEFINES WS-RC-TAX-VIEW.
009490         03  WS-RC-GRP-CODE      PIC X(01).
009500         03  WS-RC-GRP-DESC      PIC X(12).
009510         03  WS-RC-GRP-OT        PIC X(05).
009520         03  WS-RC-GRP-VAC-ACCRUAL PIC X(05).
009530         03  WS-RC-GRP-VAC-CAP   PIC X(05).
009540         03  WS-RC-GRP-SICK-ACCRUAL PIC X(05).
009550         03  WS-RC-GRP-SICK-CAP  PIC X(05).
009560         03  FILLER              PIC X(41).
009570     02  WS-RC-SUPP-VIEW REDEFINES WS-RC-TAX-VIEW.
009580         03  WS-RC-SUPP-PCT      PIC X(04).
009590         03  FILLER              PIC X(75).
009600 01  WS-SUPP-RATE-FIELDS.
009610     02  WS-SUPP-TAX-PCT         PIC 9(02)V99 VALUE ZEROS.
009620     02  WS-SUPP-RATE-SWITCH     PIC X(01) VALUE "N".
009630         88  SUPP-RATE-LOADED         VALUE "Y".
009640         88  SUPP-RATE-NOT-LOADED     VALUE "N".
009650* ---------------------------------------------------------------
009660* EFFECTIVE-DATED RATE-SET SELECTION
009670* T, B, G AND S CARDS CARRY AN EFFECTIVE DATE IN CARD COLS 61-68
009680* (WS-RC-EFF-DATE IN BOTH VIEWS - THE BENEFIT VIEW'S TRAILING
009690* FILLER OVERLAYS THE SAME COLUMNS).  A BLANK DATE MEANS IN
009700* EFFECT FROM THE BEGINNING (00000000).  THE LOADER MAKES TWO
009710* PASSES - THE FIRST PICKS THE LATEST EFFECTIVE DATE THAT IS
009720* NOT AFTER THE RUN'S PAY DATE, THE SECOND LOADS ONLY THE
009730* CARDS OF THAT SET - SO A REWORK OF AN OLD PERIOD, RUN
009740* WITH PAY-DATE= ON SYSIN, PRICES AT THE RATES IN EFFECT FOR
009750* THAT PERIOD.  A PAY DATE NO RATE SET COVERS IS
009760* RC=16 BEFORE ANYONE IS PAID, SAME AS A BAD CARD.
009770* ---------------------------------------------------------------
009780 01  WS-RATE-SELECT-FIELDS.
009790     02  WS-RC-EFF-DATE-WORK     PIC X(08).
009800     02  WS-SELECTED-EFF-DATE    PIC X(08) VALUE LOW-VALUES.
009810     02  WS-RATE-CARDS-SEEN      PIC 9(05) VALUE ZEROS.
009820 01  WS-RATE-SET-TITLE-LINE.
009830     02  FILLER             PIC X(29) VALUE
009840             "DEDUCTION RATE SET EFFECTIVE ".
009850     02  PRT-RS-EFF-DATE    PIC X(08).
009860     02  FILLER             PIC X(14) VALUE " FOR PAY DATE ".
009870     02  PRT-RS-PAY-DATE    PIC X(08).
009880     02  FILLER             PIC X(73) VALUE SPACES.
009890 01  WS-RATE-SET-TAX-LINE.
009900     02  FILLER             PIC X(10) VALUE "  TAX BAND".
009910     02  FILLER             PIC X(02) VALUE SPACES.
009920     02  PRT-RS-TAX-FROM    PIC Z,ZZZ,ZZ9.99.
009930     02  FILLER             PIC X(03) VALUE " - ".
009940     02  PRT-RS-TAX-TO      PIC Z,ZZZ,ZZ9.99.
009950     02  FILLER             PIC X(05) VALUE " AT  ".
009960     02  PRT-RS-TAX-PCT     PIC Z9.99.
009970     02  FILLER             PIC X(02) VALUE " %".
009980     02  FILLER             PIC X(79) VALUE SPACES.
009990 01  WS-RATE-SET-BEN-LINE.
010000     02  FILLER             PIC X(10) VALUE "  BENEFIT ".
010010     02  FILLER             PIC X(02) VALUE SPACES.
010020     02  PRT-RS-BEN-NAME    PIC X(12).
010030     02  FILLER             PIC X(02) VALUE SPACES.
010040     02  PRT-RS-BEN-METHOD  PIC X(01).
010050     02  FILLER             PIC X(02) VALUE SPACES.
010060     02  PRT-RS-BEN-VALUE   PIC ZZ,ZZ9.99.
010070     02  FILLER             PIC X(94) VALUE SPACES.
010080 01  WS-RATE-SET-SUPP-LINE.
010090     02  FILLER             PIC X(10) VALUE "  SUPP TAX".
010100     02  FILLER             PIC X(02) VALUE SPACES.
010110     02  FILLER             PIC X(13) VALUE "FLAT RATE AT ".
010120     02  PRT-RS-SUPP-PCT    PIC Z9.99.
010130     02  FILLER             PIC X(02) VALUE " %".
010140     02  FILLER             PIC X(100) VALUE SPACES.
010150*
010160* ---------------------------------------------------------------
010170* PAY GROUPS
010180* "G" CARDS ON RATEFILE DEFINE THE PAY GROUPS (CODE,
010190* DESCRIPTION, AND THE OVERTIME THRESHOLD THAT REPLACES THE
010200* FLAT OVER-40 RULE - MONTHLY STAFF DO NOT EARN TIME-AND-A-
010210* HALF AT WEEKLY HOURS).  PAY-GROUP= ON SYSIN RESTRICTS A RUN
010220* TO ONE GROUP; MEMBERS OF OTHER GROUPS ARE COUNTED AS
010230* SKIPPED, NOT REJECTED, AND THE CONTROL PROOF CARRIES THEM.
010240* A CUSTOMER WHOSE GROUP IS NOT ON A G CARD REJECTS UNDER
010250* E013 WHEN GROUPS ARE DEFINED; WITH NO G CARDS AT ALL THE
010260* OLD FLAT OVER-40 RULE APPLIES TO EVERYBODY.  THE G CARD ALSO
010270* CARRIES THE GROUP'S LEAVE ACCRUAL - VACATION AND SICK HOURS
010280* EARNED PER PAYING RUN AND THE MOST EACH MAY ACCRUE IN A
010290* YEAR (ZERO CAP = NO CAP).  BLANK ACCRUAL FIELDS ARE ZERO, SO
010300* A GROUP THAT EARNS NO LEAVE NEEDS NO CHANGE TO ITS CARD.
010310* ---------------------------------------------------------------
010320 77  WS-GROUP-TABLE-MAX         PIC 9(02) VALUE 10.
010330 01  WS-PAY-GROUP-TABLE.
010340     02  WS-GROUP-COUNT           PIC 9(02) VALUE ZEROS.
010350     02  WS-GROUP-ENTRY OCCURS 10 TIMES.
010360         03  WS-GROUP-CODE        PIC X(01).
010370         03  WS-GROUP-DESC        PIC X(12).
010380         03  WS-GROUP-OT-THRESHOLD PIC 9(03)V99.
010390         03  WS-GROUP-VAC-ACCRUAL PIC 9(03)V99.
010400         03  WS-GROUP-VAC-CAP     PIC 9(03)V99.
010410         03  WS-GROUP-SICK-ACCRUAL PIC 9(03)V99.
010420         03  WS-GROUP-SICK-CAP    PIC 9(03)V99.
010430 01  WS-PAY-GROUP-WORK.
010440     02  WS-SELECTED-PAY-GROUP    PIC X(01) VALUE SPACE.
010450         88  ALL-PAY-GROUPS-SELECTED  VALUE SPACE.
010460     02  WS-CUR-OT-THRESHOLD      PIC 9(03)V99 VALUE 40.
010470     02  WS-GROUP-SUBSCRIPT       PIC 9(02).
010480     02  WS-GROUP-FOUND-SWITCH    PIC X(01) VALUE "N".
010490         88  PAY-GROUP-FOUND          VALUE "Y".
010500         88  PAY-GROUP-NOT-FOUND      VALUE "N".
010510 01  WS-RATE-SET-GROUP-LINE.
010520     02  FILLER             PIC X(10) VALUE "  GROUP   ".
010530     02  FILLER             PIC X(02) VALUE SPACES.
010540     02  PRT-RS-GRP-CODE    PIC X(01).
010550     02  FILLER             PIC X(02) VALUE SPACES.
010560     02  PRT-RS-GRP-DESC    PIC X(12).
010570     02  FILLER             PIC X(05) VALUE " OT  ".
010580     02  PRT-RS-GRP-OT      PIC ZZ9.99.
010590     02  FILLER             PIC X(06) VALUE "  VAC ".
010600     02  PRT-RS-GRP-VAC     PIC ZZ9.99.
010610     02  FILLER             PIC X(05) VALUE " CAP ".
010620     02  PRT-RS-GRP-VAC-CAP PIC ZZ9.99.
010630     02  FILLER             PIC X(07) VALUE "  SICK ".
010640     02  PRT-RS-GRP-SICK    PIC ZZ9.99.
010650     02  FILLER             PIC X(05) VALUE " CAP ".
010660     02  PRT-RS-GRP-SICK-CAP PIC ZZ9.99.
010670     02  FILLER             PIC X(47) VALUE SPACES.
010680 01  WS-TAX-BAND-TABLE.
010690     02  WS-TAX-BAND-COUNT       PIC 9(02) VALUE ZEROS.
010700     02  WS-TAX-BAND-ENTRY OCCURS 10 TIMES.
010710         03  WS-TAX-BAND-FROM    PIC 9(07)V99.
010720         03  WS-TAX-BAND-TO      PIC 9(07)V99.
010730         03  WS-TAX-BAND-PCT     PIC 9(02)V99.
010740 01  WS-BENEFIT-TABLE.
010750     02  WS-BENEFIT-COUNT        PIC 9(02) VALUE ZEROS.
010760     02  WS-BENEFIT-ENTRY OCCURS 10 TIMES.
010770         03  WS-BENEFIT-NAME     PIC X(12).
010780         03  WS-BENEFIT-METHOD   PIC X(01).
010790         03  WS-BENEFIT-VALUE    PIC 9(05)V99.
010800         03  WS-BENEFIT-PAYEE    PIC X(08).
010810 01  WS-RATE-SUBSCRIPT          PIC 9(02).
010820*
010830* ---------------------------------------------------------------
010840* DEPARTMENT CONTROL-BREAK AND RECAP FIELDS
010850* THE DETAIL REGISTER BREAKS ON CM-DEPT-CODE - IDENT RANGES ARE
010860* ALLOCATED BY DEPARTMENT, SO READING THE MASTER IN IDENT ORDER
010870* COMES BACK GROUPED BY DEPARTMENT AND THE BREAK FIRES ON ANY
010880* CHANGE OF CODE.  THE RECAP TABLE ACCUMULATES BY CODE AND SO IS
010890* CORRECT EVEN IF A CODE EVER ARRIVES OUT OF SEQUENCE (THAT
010900* DEPARTMENT WOULD SIMPLY SHOW MORE THAN ONE REGISTER GROUP).
010910* ---------------------------------------------------------------
010920 77  WS-DEPT-TABLE-MAX          PIC 9(02) VALUE 20.
010930 01  WS-DEPT-BREAK-FIELDS.
010940     02  WS-PREV-DEPT-CODE        PIC X(03) VALUE LOW-VALUES.
010950     02  WS-DEPT-NET-SUBTOTAL     PIC 9(09)V99.
010960 01  WS-DEPT-RECAP-TABLE.
010970     02  WS-DEPT-COUNT            PIC 9(02) VALUE ZEROS.
010980     02  WS-DEPT-ENTRY OCCURS 20 TIMES.
010990         03  WS-DEPT-CODE         PIC X(03).
011000         03  WS-DEPT-CUST-COUNT   PIC 9(05).
011010         03  WS-DEPT-GROSS-TOTAL  PIC 9(09)V99.
011020         03  WS-DEPT-DED-TOTAL    PIC 9(09)V99.
011030         03  WS-DEPT-NET-TOTAL    PIC 9(09)V99.
011040 01  WS-DEPT-SUBSCRIPT          PIC 9(02).
011050 01  WS-DEPT-FOUND-SWITCH       PIC X(01) VALUE "N".
011060     88  DEPT-FOUND-IN-TABLE        VALUE "Y".
011070     88  DEPT-NOT-FOUND-IN-TABLE    VALUE "N".
011080 01  WS-DEPT-HEADING-LINE.
011090     02  FILLER             PIC X(11) VALUE "DEPARTMENT ".
011100     02  PRT-DH-DEPT        PIC X(03).
011110     02  FILLER             PIC X(118) VALUE SPACES.
011120 01  WS-DEPT-SUBTOTAL-LINE.
011130     02  FILLER             PIC X(11) VALUE "DEPARTMENT ".
011140     02  PRT-DS-DEPT        PIC X(03).
011150     02  FILLER             PIC X(10) VALUE " TOTAL NET".
011160     02  FILLER             PIC X(23) VALUE SPACES.
011170     02  PRT-DS-NET         PIC ZZZ,ZZZ,ZZ9.99.
011180     02  FILLER             PIC X(71) VALUE SPACES.
011190 01  WS-DEPT-RECAP-HEADING-LINE.
011200     02  FILLER             PIC X(08) VALUE "DEPT".
011210     02  FILLER             PIC X(10) VALUE "CUSTOMERS".
011220     02  FILLER             PIC X(14) VALUE "GROSS PAY".
011230     02  FILLER             PIC X(14) VALUE "DEDUCTIONS".
011240     02  FILLER             PIC X(14) VALUE "NET PAY".
011250     02  FILLER             PIC X(72) VALUE SPACES.
011260 01  WS-DEPT-RECAP-DETAIL-LINE.
011270     02  PRT-DR-DEPT        PIC X(03).
011280     02  FILLER             PIC X(05) VALUE SPACES.
011290     02  PRT-DR-COUNT       PIC ZZZZ9.
011300     02  FILLER             PIC X(05) VALUE SPACES.
011310     02  PRT-DR-GROSS       PIC ZZZ,ZZZ,ZZ9.99.
011320     02  PRT-DR-DEDUCTIONS  PIC ZZZ,ZZZ,ZZ9.99.
011330     02  PRT-DR-NET         PIC ZZZ,ZZZ,ZZ9.99.
011340     02  FILLER             PIC X(72) VALUE SPACES.
011350*
011360* ---------------------------------------------------------------
011370* NAME-ORDER CUSTOMER DIRECTORY LINES (RUN-MODE=DIRECTORY)
011380* ---------------------------------------------------------------
011390 01  WS-DIRECTORY-HEADING-LINE.
011400     02  FILLER             PIC X(22) VALUE "CUST-NAME".
011410     02  FILLER             PIC X(12) VALUE "IDENT".
011420     02  FILLER             PIC X(14) VALUE "DATE OF BIRTH".
011430     02  FILLER             PIC X(10) VALUE "PAY RATE".
011440     02  FILLER             PIC X(74) VALUE SPACES.
011450 01  WS-DIRECTORY-DETAIL-LINE.
011460     02  PRT-N-CUSTNAME     PIC X(20).
011470     02  FILLER             PIC X(02) VALUE SPACES.
011480     02  PRT-N-IDENT        PIC 9(07).
011490     02  FILLER             PIC X(05) VALUE SPACES.
011500     02  PRT-N-DOB.
011510         03  PRT-N-MOB      PIC 9(02).
011520         03  FILLER         PIC X(01) VALUE "/".
011530         03  PRT-N-DOB-DAY  PIC 9(02).
011540         03  FILLER         PIC X(01) VALUE "/".
011550         03  PRT-N-YOB      PIC 9(04).
011560     02  FILLER             PIC X(04) VALUE SPACES.
011570     02  PRT-N-PAY-RATE     PIC ZZ9.99.
011580     02  FILLER             PIC X(78) VALUE SPACES.
011590*
011600* ---------------------------------------------------------------
011610* INDIVIDUAL PAY-STATEMENT LINES (STMTFILE)
011620* ONE PAGE PER CUSTOMER PAID.  THE NAME AND CUSTOMER-NUMBER
011630* BLOCK SITS ON LINES 4-5 AT AN INDENT OF FIVE, POSITIONED FOR
011640* THE SHOP'S STANDARD WINDOW ENVELOPE.  AN OFF-CYCLE RUN
011650* REPLACES THE TITLE AND PERIOD LABEL AND PRINTS THE EARNINGS
011660* TYPE AND REASON ON WS-STMT-TEXT-LINE.
011670* ---------------------------------------------------------------
011680 01  WS-STMT-TITLE-LINE.
011690     02  STMT-TITLE         PIC X(23) VALUE
011700             "PAYROLL PAY STATEMENT".
011710     02  FILLER             PIC X(03) VALUE SPACES.
011720     02  STMT-RUN-DATE      PIC X(08).
011730     02  FILLER             PIC X(98) VALUE SPACES.
011740 01  WS-STMT-NAME-LINE.
011750     02  FILLER             PIC X(05) VALUE SPACES.
011760     02  STMT-CUST-NAME     PIC X(20).
011770     02  FILLER             PIC X(107) VALUE SPACES.
011780 01  WS-STMT-IDENT-LINE.
011790     02  FILLER             PIC X(05) VALUE SPACES.
011800     02  FILLER             PIC X(13) VALUE "CUSTOMER NO. ".
011810     02  STMT-IDENT         PIC 9(07).
011820     02  FILLER             PIC X(107) VALUE SPACES.
011830 01  WS-STMT-PERIOD-LINE.
011840     02  FILLER             PIC X(05) VALUE SPACES.
011850     02  STMT-PERIOD-LABEL  PIC X(20) VALUE
011860             "PAY PERIOD ENDING:  ".
011870     02  STMT-PERIOD-DATE   PIC X(08).
011880     02  FILLER             PIC X(99) VALUE SPACES.
011890 01  WS-STMT-AMOUNT-LINE.
011900     02  FILLER             PIC X(05) VALUE SPACES.
011910     02  STMT-LABEL         PIC X(22).
011920     02  STMT-AMOUNT        PIC ZZZ9.99.
011930     02  FILLER             PIC X(98) VALUE SPACES.
011940 01  WS-STMT-TEXT-LINE.
011950     02  FILLER             PIC X(05) VALUE SPACES.
011960     02  STMT-TEXT-LABEL    PIC X(22).
011970     02  STMT-TEXT          PIC X(30).
011980     02  FILLER             PIC X(75) VALUE SPACES.
011990*
012000* ---------------------------------------------------------------
012010* RUN RECAP LINE (PRINTED) - THE RUN-LOG RECORD'S CONTENT IN A
012020* READABLE FORM AT THE FOOT OF THE REPORT FOR OPERATIONS.
012030* ---------------------------------------------------------------
012040 77  WS-RETURN-CODE-DISPLAY     PIC 9(04) VALUE ZEROS.
012050 01  WS-RUN-RECAP-LINE.
012060     02  PRT-RR-LABEL       PIC X(24).
012070     02  PRT-RR-VALUE       PIC X(20).
012080     02  FILLER             PIC X(88) VALUE SPACES.
012090*
012100* ---------------------------------------------------------------
012110* PAYROLL CALCULATION FIELDS
012120* PAYRATE COMES FROM THE CUSTOMER-MASTER RECORD (CM-PAY-RATE).
012130* ON A DETAIL RUN, HOURSWORKED IS OVERLAID FROM THE CUSTOMER'S
012140* TIMECARD FOR THE PAY DATE BEFORE PAYROLL IS COMPUTED; A
012150* REWORK RUN PAYS THE HOURS CARRIED ON THE CORRECTED-REJECTS
012160* RECORD ITSELF.
012170* ---------------------------------------------------------------
012180 01  WS-PAYROLL-FIELDS.
012190     02  WS-PAYCHECK-EXACT        PIC 9(05)V9999.
012200     02  WS-PAYCHECK-ROUND-DIFF   PIC S9(05)V9999.
012210     02  WS-OVERTIME-HOURS        PIC 9(03)V99.
012220     02  WS-TOTAL-DEDUCTIONS      PIC 9(07)V99.
012230     02  WS-TAX-DEDUCTIONS-TOT    PIC 9(07)V99.
012240     02  WS-BENEFIT-DEDUCTIONS-TOT PIC 9(07)V99.
012250     02  WS-NET-PAY               PIC 9(04)V99.
012260     02  WS-TAX-PORTION           PIC 9(07)V99.
012270     02  WS-DEDUCTION-AMOUNT      PIC 9(05)V99.
012280     02  WS-YTD-GROSS-WORK        PIC S9(07)V99.
012290 01  WS-ROUNDING-RECONCILIATION.
012300     02  WS-ROUNDING-TOTAL        PIC S9(07)V9999 VALUE ZEROS.
012310*
012320* ---------------------------------------------------------------
012330* RETROACTIVE PAY FIELDS
012340* COBOL12 REPRICES THE PERIODS A BACK-DATED RATE CHANGE COVERS
012350* AND FILES THE DIFFERENCE ON THE CUSTOMER'S RATEHIST RECORD
012360* WITH STATUS "C".  3005 TOTALS EVERY SUCH RECORD FOR THE
012370* CUSTOMER INTO WS-RETRO-PAY, WHICH IS ADDED TO GROSS AND SHOWN
012380* AS ITS OWN EARNINGS LINE; A PAYING RUN MARKS THE RECORDS "A"
012390* UNDER THE PAY DATE ONCE THE CUSTOMER IS PAID.  A RECORD
012400* ALREADY "A" FOR THIS SAME PAY DATE IS PAID AGAIN - THAT ONLY
012410* HAPPENS WHEN A RETURNED PAYMENT IS RE-ISSUED BY REWORK UNDER
012420* ITS OWN DATE.  THE SAME SCAN, SWITCHED TO REOPEN, PUTS A
012430* REVERSED PAYMENT'S RETRO PAY BACK TO "C" (2090).
012440* ---------------------------------------------------------------
012450 01  WS-RETRO-PAY-FIELDS.
012460     02  WS-RETRO-PAY             PIC S9(04)V99 VALUE ZEROS.
012470     02  WS-RETRO-IDENT           PIC 9(07) VALUE ZEROS.
012480     02  WS-RETRO-MATCH-DATE      PIC X(08) VALUE SPACES.
012490     02  WS-RETRO-REGULAR-PAY     PIC 9(04)V99 VALUE ZEROS.
012500     02  WS-RETRO-SCAN-SWITCH     PIC X(01) VALUE "T".
012510         88  RETRO-SCAN-TOTALS        VALUE "T".
012520         88  RETRO-SCAN-APPLIES       VALUE "A".
012530         88  RETRO-SCAN-REOPENS       VALUE "R".
012540     02  WS-RETRO-END-SWITCH      PIC X(01) VALUE "N".
012550         88  RETRO-END-OF-IDENT       VALUE "Y".
012560         88  RETRO-MORE-FOR-IDENT     VALUE "N".
012570     02  WS-RETRO-SIZE-SWITCH     PIC X(01) VALUE "N".
012580         88  RETRO-SIZE-ERROR         VALUE "Y".
012590         88  RETRO-SIZE-OK            VALUE "N".
012600*
012610* ---------------------------------------------------------------
012620* IDENT CHECK-DIGIT VALIDATION FIELDS
012630* CHECK DIGIT IS PROVED BY A MODULUS-10 SUM OF THE SIX IDENT
012640* DIGITS WEIGHTED ALTERNATELY BY 2 AND 1, LEFTMOST (HIGH-ORDER)
012650* DIGIT FIRST, POSITIONALLY MATCHING WS-IDENT-DIGIT-TABLE AGAINST
012660* WS-IDENT-WEIGHT-TABLE ONE FOR ONE - A TRANSPOSED PAIR OF
012670* ADJACENT DIGITS ALMOST ALWAYS CHANGES THE WEIGHTED SUM AND SO
012680* IS CAUGHT HERE.  ANY INTAKE PROCESS THAT ASSIGNS THE CHECK
012690* DIGIT MUST USE THIS SAME LEFTMOST-FIRST WEIGHTING OR ITS
012700* RECORDS WILL BE REJECTED HERE AS MISMATCHES.
012710* ---------------------------------------------------------------
012720 01  WS-IDENT-CHECK-FIELDS.
012730     02  WS-IDENT-CHECK-VALID-SWITCH PIC X(01) VALUE "Y".
012740         88  IDENT-CHECK-DIGIT-VALID    VALUE "Y".
012750         88  IDENT-CHECK-DIGIT-INVALID  VALUE "N".
012760     02  WS-IDENT-NUMBER-WORK      PIC 9(06).
012770     02  WS-IDENT-DIGIT-TABLE REDEFINES WS-IDENT-NUMBER-WORK.
012780         03  WS-IDENT-DIGIT PIC 9 OCCURS 6 TIMES.
012790     02  WS-IDENT-WEIGHT-TABLE.
012800         03  FILLER PIC 9 VALUE 2.
012810         03  FILLER PIC 9 VALUE 1.
012820         03  FILLER PIC 9 VALUE 2.
012830         03  FILLER PIC 9 VALUE 1.
012840         03  FILLER PIC 9 VALUE 2.
012850         03  FILLER PIC 9 VALUE 1.
012860     02  WS-IDENT-WEIGHTS REDEFINES WS-IDENT-WEIGHT-TABLE.
012870         03  WS-IDENT-WEIGHT PIC 9 OCCURS 6 TIMES.
012880     02  WS-IDENT-SUBSCRIPT        PIC 9(01).
012890     02  WS-IDENT-DIGIT-PRODUCT    PIC 9(02).
012900     02  WS-IDENT-WEIGHTED-SUM     PIC 9(03).
012910     02  WS-IDENT-CHECK-QUOTIENT   PIC 9(02).
012920     02  WS-IDENT-COMPUTED-CHECK-DIGIT PIC 9(01).
012930*
012940* ---------------------------------------------------------------
012950* DUPLICATE-IDENT DETECTION FOR THE RUN
012960* AN IN-MEMORY TABLE OF EVERY IDENT FULLY AND SUCCESSFULLY
012970* PROCESSED THIS RUN, SEARCHED BEFORE A CUSTOMER IS PROCESSED SO
012980* A REPEATED IDENT IS CAUGHT INSTEAD OF OVERWRITING THE FIRST.
012990* ---------------------------------------------------------------
013000 77  WS-SEEN-IDENT-MAX          PIC 9(04) VALUE 9999.
013010 01  WS-SEEN-IDENT-TABLE.
013020     02  WS-SEEN-IDENT-COUNT      PIC 9(04) VALUE ZEROS.
013030     02  WS-SEEN-IDENT-ENTRY PIC 9(07)
013040             OCCURS 0 TO 9999 TIMES
013050             DEPENDING ON WS-SEEN-IDENT-COUNT
013060             INDEXED BY WS-SEEN-IDENT-INDEX.
013070 01  WS-DUPLICATE-SWITCHES.
013080     02  WS-IDENT-DUPLICATE-SWITCH PIC X(01) VALUE "N".
013090         88  IDENT-IS-DUPLICATE       VALUE "Y".
013100         88  IDENT-IS-NOT-DUPLICATE   VALUE "N".
013110     02  WS-IDENT-TABLE-FULL-SWITCH PIC X(01) VALUE "N".
013120         88  IDENT-TABLE-IS-FULL      VALUE "Y".
013130         88  IDENT-TABLE-IS-NOT-FULL  VALUE "N".
013140*
013150* ---------------------------------------------------------------
013160* PER-PERIOD TIMECARD FILE (TIMECARD) CONTROLS AND TABLE
013170* A DETAIL RUN PAYS HOURS FROM ONE TIMECARD PER IDENT PER PAY
013180* DATE INSTEAD OF THE STATIC CM-HOURS-WORKED FIELD.  CARDS FOR
013190* THE RUN'S PAY DATE LOAD INTO THIS TABLE AT START-UP AND EACH
013200* CUSTOMER PAID CONSUMES ITS ENTRY.  A CUSTOMER WITH NO ENTRY
013210* REJECTS (E010) RATHER THAN PAYING LAST PERIOD'S HOURS, AND AN
013220* ENTRY NO MASTER RECORD CONSUMED IS REJECTED AFTER THE READ
013230* LOOP ENDS (E011).  A LATER CARD FOR THE SAME IDENT REPLACES
013240* THE EARLIER ONE, SO A CORRECTED CARD APPENDED TO THE DECK
013250* WINS.  THE MASTER'S PAY RATE REMAINS AUTHORITATIVE - ONLY
013260* HOURS COME FROM THE TIMECARDS.  BESIDE THE HOURS WORKED A
013270* CARD MAY CARRY VACATION, SICK AND HOLIDAY HOURS; BLANK MEANS
013280* NONE, SO CARDS PUNCHED BEFORE THE LEAVE COLUMNS STILL EDIT.
013290* ---------------------------------------------------------------
013300 77  WS-TIMECARD-MAX            PIC 9(04) VALUE 9999.
013310 01  WS-PAY-DATE                PIC X(08).
013320 01  WS-PAY-DATE-EDIT-FIELDS.
013330     02  WS-PAY-DATE-EDIT.
013340         03  WS-PDE-YEAR          PIC 9(04).
013350         03  WS-PDE-MONTH         PIC 9(02).
013360         03  WS-PDE-DAY           PIC 9(02).
013370 01  WS-TIMECARD-SWITCHES.
013380     02  WS-TC-EOF-SWITCH        PIC X(01) VALUE "N".
013390         88  TC-END-OF-FILE           VALUE "Y".
013400         88  TC-NOT-END-OF-FILE       VALUE "N".
013410     02  WS-TC-FOUND-SWITCH      PIC X(01) VALUE "N".
013420         88  TIMECARD-FOUND           VALUE "Y".
013430         88  TIMECARD-NOT-FOUND       VALUE "N".
013440 01  WS-TIMECARD-COUNTS.
013450     02  WS-TC-LOADED-COUNT       PIC 9(05) VALUE ZEROS.
013460     02  WS-TC-OTHER-DATE-COUNT   PIC 9(05) VALUE ZEROS.
013470     02  WS-TC-BAD-CARD-COUNT     PIC 9(05) VALUE ZEROS.
013480     02  WS-TC-REPLACED-COUNT     PIC 9(05) VALUE ZEROS.
013490 01  WS-TIMECARD-TABLE.
013500     02  WS-TC-COUNT              PIC 9(04) VALUE ZEROS.
013510     02  WS-TC-ENTRY
013520             OCCURS 0 TO 9999 TIMES
013530             DEPENDING ON WS-TC-COUNT
013540             INDEXED BY WS-TC-INDEX.
013550         03  WS-TC-IDENT          PIC 9(07).
013560         03  WS-TC-HOURS          PIC 9(03)V99.
013570         03  WS-TC-VAC-HOURS      PIC 9(03)V99.
013580         03  WS-TC-SICK-HOURS     PIC 9(03)V99.
013590         03  WS-TC-HOL-HOURS      PIC 9(03)V99.
013600         03  WS-TC-USED-SWITCH    PIC X(01).
013610 01  WS-TC-SUBSCRIPT            PIC 9(04).
013620 01  WS-TC-IDENT-WORK           PIC 9(07).
013630*
013640* ---------------------------------------------------------------
013650* LEAVE-BALANCE FILE (LEAVEBAL) CONTROLS AND WORK FIELDS
013660* THE LEAVE HOURS ON THE CUSTOMER'S TIMECARD (ZERO ON A REWORK
013670* RUN, WHICH PAYS HOURS WORKED FROM THE CORRECTED-REJECTS
013680* RECORD) ARE CHECKED AGAINST THE BALANCE ON FILE BEFORE THE
013690* CUSTOMER IS PRICED - VACATION OR SICK HOURS OVER THE BALANCE
013700* REJECT UNDER E018.  HOLIDAY HOURS DRAW ON NO BALANCE AND ARE
013710* ONLY COUNTED.  A PAYING RUN THEN DEDUCTS THE HOURS TAKEN AND
013720* ACCRUES THE GROUP'S RATE, UP TO THE GROUP'S ANNUAL CAP, AND
013730* FILES THE RECORD (ADDING IT THE FIRST TIME).  A TRIAL RUN
013740* MAKES THE SAME CHECK BUT FILES NOTHING.
013750* ---------------------------------------------------------------
013760 01  WS-LEAVE-HOURS-TAKEN.
013770     02  WS-CUR-VAC-HOURS         PIC 9(03)V99 VALUE ZEROS.
013780     02  WS-CUR-SICK-HOURS        PIC 9(03)V99 VALUE ZEROS.
013790     02  WS-CUR-HOL-HOURS         PIC 9(03)V99 VALUE ZEROS.
013800     02  WS-CUR-LEAVE-HOURS       PIC 9(04)V99 VALUE ZEROS.
013810 01  WS-LEAVE-WORK.
013820     02  WS-LEAVE-PAY             PIC 9(05)V99 VALUE ZEROS.
013830     02  WS-CUR-VAC-ACCRUAL       PIC 9(03)V99 VALUE ZEROS.
013840     02  WS-CUR-VAC-CAP           PIC 9(03)V99 VALUE ZEROS.
013850     02  WS-CUR-SICK-ACCRUAL      PIC 9(03)V99 VALUE ZEROS.
013860     02  WS-CUR-SICK-CAP          PIC 9(03)V99 VALUE ZEROS.
013870     02  WS-LV-ACCRUAL-WORK       PIC 9(04)V99 VALUE ZEROS.
013880     02  WS-LV-ACCRUED-YTD-WORK   PIC 9(04)V99 VALUE ZEROS.
013890     02  WS-LV-CAP-WORK           PIC 9(04)V99 VALUE ZEROS.
013900     02  WS-LV-OPEN-SWITCH        PIC X(01) VALUE "N".
013910         88  LEAVE-FILE-IS-OPEN       VALUE "Y".
013920         88  LEAVE-FILE-NOT-OPEN      VALUE "N".
013930     02  WS-LV-FOUND-SWITCH       PIC X(01) VALUE "N".
013940         88  LEAVE-RECORD-FOUND       VALUE "Y".
013950         88  LEAVE-RECORD-NOT-FOUND   VALUE "N".
013960     02  WS-LV-SHORT-SWITCH       PIC X(01) VALUE "N".
013970         88  LEAVE-BALANCE-SHORT      VALUE "Y".
013980         88  LEAVE-BALANCE-OK         VALUE "N".
013990 01  WS-LEAVE-COUNTS.
014000     02  WS-LEAVE-ADDED-COUNT     PIC 9(07) VALUE ZEROS.
014010     02  WS-LEAVE-UPDATED-COUNT   PIC 9(07) VALUE ZEROS.
014020     02  WS-LEAVE-ALREADY-COUNT   PIC 9(07) VALUE ZEROS.
014030     02  WS-LEAVE-FAILED-COUNT    PIC 9(07) VALUE ZEROS.
014040     02  WS-LEAVE-HOURS-TOTAL     PIC 9(07)V99 VALUE ZEROS.
014050*
014060* ---------------------------------------------------------------
014070* PAY REVERSAL FIELDS (RUN-MODE=REVERSAL)
014080* A REVERSAL RUN READS ONE CARD PER REVERSAL FROM RVRSLIN -
014090* THE IDENT AND THE ORIGINAL PAY DATE - WRITES AN OFFSETTING
014100* NEGATIVE HISTORY RECORD KEYED ON IDENT PLUS THE REVERSAL RUN
014110* DATE, MARKS THE ORIGINAL PAYMENT RECORD REVERSED, REDUCES
014120* THE YTD RECORD, PUTS A DEBIT RECORD ON THE BANK EXTRACT, AND
014130* PRINTS THE REVERSAL ON ITS OWN REGISTER SECTION.  THE SAVE
014140* FIELDS BELOW CARRY THE ORIGINAL PAYMENT'S AMOUNTS ACROSS THE
014150* KEYED READS THAT DISTURB THE PAY-HISTORY FD BUFFER.
014160* ---------------------------------------------------------------
014170 01  WS-REVERSAL-WORK.
014180     02  WS-RVS-EOF-SWITCH       PIC X(01) VALUE "N".
014190         88  RVS-END-OF-FILE          VALUE "Y".
014200         88  RVS-NOT-END-OF-FILE      VALUE "N".
014210     02  WS-RVS-OK-SWITCH        PIC X(01) VALUE "Y".
014220         88  REVERSAL-CARD-OK         VALUE "Y".
014230         88  REVERSAL-CARD-REJECTED   VALUE "N".
014240     02  WS-RVS-IDENT            PIC 9(07).
014250     02  WS-RVS-ORIG-DATE        PIC X(08).
014260     02  WS-RVS-ORIG-TYPE        PIC X(01).
014270     02  WS-RVS-GROSS            PIC S9(04)V99.
014280     02  WS-RVS-DEDUCTIONS       PIC S9(04)V99.
014290     02  WS-RVS-NET              PIC S9(04)V99.
014300     02  WS-RVS-TAX              PIC S9(04)V99.
014310     02  WS-RVS-BENEFITS         PIC S9(04)V99.
014320     02  WS-RVS-CUST-NAME        PIC X(20).
014330 01  WS-REVERSAL-HEADING-LINE.
014340     02  FILLER             PIC X(12) VALUE "IDENT".
014350     02  FILLER             PIC X(22) VALUE "CUST-NAME".
014360     02  FILLER             PIC X(12) VALUE "ORIG DATE".
014370     02  FILLER             PIC X(10) VALUE "GROSS".
014380     02  FILLER             PIC X(08) VALUE "NET".
014390     02  FILLER             PIC X(68) VALUE SPACES.
014400 01  WS-REVERSAL-DETAIL-LINE.
014410     02  PRT-V-IDENT        PIC 9(07).
014420     02  FILLER             PIC X(05) VALUE SPACES.
014430     02  PRT-V-CUSTNAME     PIC X(20).
014440     02  FILLER             PIC X(02) VALUE SPACES.
014450     02  PRT-V-ORIG-DATE    PIC X(08).
014460     02  FILLER             PIC X(04) VALUE SPACES.
014470     02  PRT-V-GROSS        PIC ZZZ9.99-.
014480     02  FILLER             PIC X(02) VALUE SPACES.
014490     02  PRT-V-NET          PIC ZZZ9.99-.
014500     02  FILLER             PIC X(68) VALUE SPACES.
014510*
014520* ---------------------------------------------------------------
014530* OFF-CYCLE SUPPLEMENTAL PAY FIELDS (RUN-MODE=OFFCYCLE)
014540* AN OFF-CYCLE RUN READS ONE CARD PER PAYMENT FROM SUPPIN -
014550* IDENT, EARNINGS TYPE (B BONUS, C COMMISSION, F FINAL PAY,
014560* O OTHER), FLAT GROSS (9999V99), BENEFITS FLAG (Y TO TAKE
014570* THE B-CARD BENEFITS, N OR BLANK FOR NONE) AND A REASON THAT
014580* IS PRINTED ON THE REGISTER AND THE STATEMENT.  GROSS IS
014590* TAXED AT THE FLAT SUPPLEMENTAL RATE ON THE RATEFILE "S"
014600* CARD.  ONE PAYMENT PER CUSTOMER PER OFF-CYCLE PAY DATE - A
014610* SECOND CARD FOR THE SAME IDENT REJECTS ON THE PAYMENT
014620* ALREADY FILED BY THE FIRST.  TOTALS ARE KEPT BY EARNINGS
014630* TYPE FOR THE OFF-CYCLE CONTROL TOTALS.
014640* ---------------------------------------------------------------
014650 01  WS-SUPPLEMENTAL-WORK.
014660     02  WS-SUP-EOF-SWITCH       PIC X(01) VALUE "N".
014670         88  SUP-END-OF-FILE          VALUE "Y".
014680         88  SUP-NOT-END-OF-FILE      VALUE "N".
014690     02  WS-SUP-OK-SWITCH        PIC X(01) VALUE "Y".
014700         88  SUPPLEMENTAL-CARD-OK     VALUE "Y".
014710         88  SUPPLEMENTAL-CARD-REJECTED VALUE "N".
014720     02  WS-SUP-GROSS            PIC 9(04)V99.
014730     02  WS-SUP-TYPE-SUBSCRIPT   PIC 9(01).
014740     02  WS-SUP-REASON           PIC X(30).
014750     02  WS-SUP-BENEFITS-FLAG    PIC X(01).
014760         88  SUP-TAKES-BENEFITS       VALUE "Y".
014770 01  WS-SUP-TYPE-TABLE.
014780     02  FILLER PIC X(10) VALUE "BBONUS    ".
014790     02  FILLER PIC X(10) VALUE "CCOMMISSN ".
014800     02  FILLER PIC X(10) VALUE "FFINAL PAY".
014810     02  FILLER PIC X(10) VALUE "OOTHER    ".
014820 01  WS-SUP-TYPES REDEFINES WS-SUP-TYPE-TABLE.
014830     02  WS-SUP-TYPE-ENTRY OCCURS 4 TIMES.
014840         03  WS-SUP-TYPE-CODE    PIC X(01).
014850         03  WS-SUP-TYPE-DESC    PIC X(09).
014860 01  WS-SUP-TOTALS.
014870     02  WS-SUP-TYPE-COUNT       PIC 9(07) OCCURS 4 TIMES.
014880     02  WS-SUP-TYPE-GROSS       PIC 9(09)V99 OCCURS 4 TIMES.
014890     02  WS-SUP-TAX-TOTAL        PIC 9(09)V99.
014900     02  WS-SUP-BENEFIT-TOTAL    PIC 9(09)V99.
014910 01  WS-SUPPLEMENTAL-HEADING-LINE.
014920     02  FILLER             PIC X(12) VALUE "IDENT".
014930     02  FILLER             PIC X(22) VALUE "CUST-NAME".
014940     02  FILLER             PIC X(11) VALUE "TYPE".
014950     02  FILLER             PIC X(10) VALUE "GROSS".
014960     02  FILLER             PIC X(10) VALUE "SUPP TAX".
014970     02  FILLER             PIC X(10) VALUE "BENEFITS".
014980     02  FILLER             PIC X(10) VALUE "NET".
014990     02  FILLER             PIC X(30) VALUE "REASON".
015000     02  FILLER             PIC X(17) VALUE SPACES.
015010 01  WS-SUPPLEMENTAL-DETAIL-LINE.
015020     02  PRT-S-IDENT        PIC 9(07).
015030     02  FILLER             PIC X(05) VALUE SPACES.
015040     02  PRT-S-CUSTNAME     PIC X(20).
015050     02  FILLER             PIC X(02) VALUE SPACES.
015060     02  PRT-S-TYPE         PIC X(09).
015070     02  FILLER             PIC X(02) VALUE SPACES.
015080     02  PRT-S-GROSS        PIC ZZZ9.99.
015090     02  FILLER             PIC X(03) VALUE SPACES.
015100     02  PRT-S-TAX          PIC ZZZ9.99.
015110     02  FILLER             PIC X(03) VALUE SPACES.
015120     02  PRT-S-BENEFITS     PIC ZZZ9.99.
015130     02  FILLER             PIC X(03) VALUE SPACES.
015140     02  PRT-S-NET          PIC ZZZ9.99.
015150     02  FILLER             PIC X(03) VALUE SPACES.
015160     02  PRT-S-REASON       PIC X(30).
015170     02  FILLER             PIC X(17) VALUE SPACES.
015180*
015190* ---------------------------------------------------------------
015200* DATE-OF-BIRTH VALIDATION AND EXCEPTION-LISTING FIELDS
015210* ---------------------------------------------------------------
015220 01  WS-DOB-VALIDATION.
015230     02  WS-DOB-VALID-SWITCH      PIC X(01) VALUE "Y".
015240         88  DOB-IS-VALID             VALUE "Y".
015250         88  DOB-IS-INVALID           VALUE "N".
015260     02  WS-LEAP-YEAR-SWITCH      PIC X(01) VALUE "N".
015270         88  IS-LEAP-YEAR             VALUE "Y".
015280         88  IS-NOT-LEAP-YEAR         VALUE "N".
015290     02  WS-LEAP-CALC-QUOTIENT    PIC 9(04).
015300     02  WS-LEAP-CALC-REM-400     PIC 9(04).
015310     02  WS-LEAP-CALC-REM-100     PIC 9(04).
015320     02  WS-LEAP-CALC-REM-4       PIC 9(04).
015330     02  WS-EXCEPTION-IDENT-DISPLAY PIC 9(07) VALUE ZEROS.
015340     02  WS-EXCEPTION-FIELD       PIC X(15) VALUE SPACES.
015350     02  WS-EXCEPTION-CODE        PIC X(04) VALUE SPACES.
015360     02  WS-EXCEPTION-REASON      PIC X(40) VALUE SPACES.
015370 01  WS-ARITH-SWITCHES.
015380     02  WS-PAYROLL-OK-SWITCH     PIC X(01) VALUE "Y".
015390         88  PAYROLL-COMPUTE-OK       VALUE "Y".
015400         88  PAYROLL-COMPUTE-FAILED   VALUE "N".
015410     02  WS-REJECT-IMAGE-SWITCH   PIC X(01) VALUE "Y".
015420         88  REJECT-IMAGE-AVAILABLE     VALUE "Y".
015430         88  REJECT-IMAGE-NOT-AVAILABLE VALUE "N".
015440 01  WS-DAYS-IN-MONTH-TABLE.
015450     02  FILLER PIC 9(02) VALUE 31.
015460     02  FILLER PIC 9(02) VALUE 28.
015470     02  FILLER PIC 9(02) VALUE 31.
015480     02  FILLER PIC 9(02) VALUE 30.
015490     02  FILLER PIC 9(02) VALUE 31.
015500     02  FILLER PIC 9(02) VALUE 30.
015510     02  FILLER PIC 9(02) VALUE 31.
015520     02  FILLER PIC 9(02) VALUE 31.
015530     02  FILLER PIC 9(02) VALUE 30.
015540     02  FILLER PIC 9(02) VALUE 31.
015550     02  FILLER PIC 9(02) VALUE 30.
015560     02  FILLER PIC 9(02) VALUE 31.
015570 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
015580     02  WS-DAYS-IN-MONTH-ENTRY   PIC 9(02) OCCURS 12 TIMES.
015590*
015600* ---------------------------------------------------------------
015610* YEAR-END AGE-BANDED PAYCHECK SUMMARY FIELDS (RUN-MODE=SUMMARY)
015620* ---------------------------------------------------------------
015630 01  WS-CURRENT-YEAR             PIC 9(04).
015640 01  WS-CUSTOMER-AGE             PIC S9(03).
015650 01  WS-AGE-BAND-SUBSCRIPT       PIC 9(01).
015660 01  WS-AGE-BAND-LABEL-TABLE.
015670     02  FILLER PIC X(14) VALUE "UNDER 30".
015680     02  FILLER PIC X(14) VALUE "30-39".
015690     02  FILLER PIC X(14) VALUE "40-49".
015700     02  FILLER PIC X(14) VALUE "50-59".
015710     02  FILLER PIC X(14) VALUE "60 AND OVER".
015720 01  WS-AGE-BAND-LABELS REDEFINES WS-AGE-BAND-LABEL-TABLE.
015730     02  WS-AGE-BAND-LABEL PIC X(14) OCCURS 5 TIMES.
015740 01  WS-AGE-BAND-ACCUMULATORS.
015750     02  WS-AGE-BAND-COUNT PIC 9(05) OCCURS 5 TIMES.
015760     02  WS-AGE-BAND-TOTAL PIC S9(09)V99 OCCURS 5 TIMES.
015770*
015780* ---------------------------------------------------------------
015790* ARCHIVED-YTD TABLE (RUN-MODE=SUMMARY)
015800* THE YEAR-END ARCHIVE RUN (COBOL06) PURGES CLOSED YEARS FROM
015810* PAYHIST.  A SUMMARY RUN FOR A PRIOR YEAR (PAY-DATE= ON
015820* SYSIN) IS POINTED AT THE ARCHIVE FILE THROUGH PAYARCH, AND
015830* THE YTD RECORDS FOR THE SUMMARY YEAR LOAD INTO THIS TABLE AT
015840* START-UP.  3250 FALLS BACK TO IT WHEN THE KSDS HAS NO YTD
015850* RECORD, SO A PRIOR-YEAR QUESTION NO LONGER COMES BACK EMPTY.
015860* PAYARCH IS NORMALLY DUMMIED - AN OPEN-YEAR SUMMARY NEEDS
015870* NOTHING FROM IT.
015880* ---------------------------------------------------------------
015890 77  WS-ARC-TABLE-MAX           PIC 9(04) VALUE 9999.
015900 01  WS-ARCHIVE-SWITCHES.
015910     02  WS-ARC-EOF-SWITCH       PIC X(01) VALUE "N".
015920         88  ARC-END-OF-FILE         VALUE "Y".
015930         88  ARC-NOT-END-OF-FILE     VALUE "N".
015940 01  WS-ARCHIVE-YTD-TABLE.
015950     02  WS-ARC-COUNT             PIC 9(04) VALUE ZEROS.
015960     02  WS-ARC-ENTRY
015970             OCCURS 0 TO 9999 TIMES
015980             DEPENDING ON WS-ARC-COUNT
015990             INDEXED BY WS-ARC-INDEX.
016000         03  WS-ARC-IDENT         PIC 9(07).
016010         03  WS-ARC-YTD-GROSS     PIC S9(07)V99.
016020*
016030* ---------------------------------------------------------------
016040* TRIAL-RUN VARIANCE FIELDS (RUN-MODE=TRIAL)
016050* A TRIAL RUN TAKES THE FULL VALIDATION AND GROSS-TO-NET PATH
016060* BUT COMMITS NOTHING - NO BANK EXTRACT, PAY HISTORY,
016070* CHECKPOINT, REJECT FILE, OR STATEMENTS - AND INSTEAD PRINTS
016080* THE REGISTER PLUS A VARIANCE SECTION AGAINST THE MOST RECENT
016090* PAYMENT ON THE PAY-HISTORY FILE.  FLAGGED: A NET THAT MOVED
016100* MORE THAN THE TOLERANCE PERCENT (TOLERANCE=NNN ON SYSIN,
016110* DEFAULT 10), A CUSTOMER WITH NO PRIOR PAYMENT AT ALL, AND A
016120* CUSTOMER PAID LAST PERIOD BUT MISSING FROM THIS RUN.
016130* ---------------------------------------------------------------
016140 77  WS-VARIANCE-TABLE-MAX      PIC 9(04) VALUE 9999.
016150 77  WS-PRIOR-PAID-MAX          PIC 9(04) VALUE 9999.
016160 01  WS-TRIAL-FIELDS.
016170     02  WS-VARIANCE-TOLERANCE   PIC 9(03)V99 VALUE 10.
016180     02  WS-TOLERANCE-INTEGER    PIC 9(03).
016190     02  WS-PRIOR-NET            PIC S9(04)V99.
016200     02  WS-PRIOR-PAY-DATE       PIC X(08).
016210     02  WS-PRIOR-FOUND-SWITCH   PIC X(01) VALUE "N".
016220         88  PRIOR-PAYMENT-FOUND     VALUE "Y".
016230         88  PRIOR-PAYMENT-NOT-FOUND VALUE "N".
016240     02  WS-TRIAL-PH-EOF-SWITCH  PIC X(01) VALUE "N".
016250         88  TRIAL-PH-END-OF-FILE    VALUE "Y".
016260         88  TRIAL-PH-NOT-EOF        VALUE "N".
016270     02  WS-VARIANCE-DIFF        PIC S9(05)V99.
016280     02  WS-VARIANCE-PCT         PIC 9(05)V99.
016290     02  WS-VARIANCE-PCT-DISPLAY PIC ZZZ9.99.
016300     02  WS-LAST-PERIOD-DATE     PIC X(08).
016310     02  WS-VAR-IDENT-WORK       PIC 9(07).
016320     02  WS-VAR-NAME-WORK        PIC X(20).
016330     02  WS-VAR-PRIOR-WORK       PIC S9(04)V99.
016340     02  WS-VAR-THIS-WORK        PIC S9(04)V99.
016350     02  WS-VAR-NOTE-WORK        PIC X(30).
016360     02  WS-VAR-OVERFLOW-COUNT   PIC 9(05) VALUE ZEROS.
016370     02  WS-VAR-SUBSCRIPT        PIC 9(04).
016380     02  WS-PP-SUBSCRIPT         PIC 9(04).
016390 01  WS-VARIANCE-TABLE.
016400     02  WS-VAR-COUNT            PIC 9(04) VALUE ZEROS.
016410     02  WS-VAR-ENTRY
016420             OCCURS 0 TO 9999 TIMES
016430             DEPENDING ON WS-VAR-COUNT.
016440         03  WS-VAR-IDENT        PIC 9(07).
016450         03  WS-VAR-CUST-NAME    PIC X(20).
016460         03  WS-VAR-PRIOR-NET    PIC S9(04)V99.
016470         03  WS-VAR-THIS-NET     PIC S9(04)V99.
016480         03  WS-VAR-NOTE         PIC X(30).
016490 01  WS-PRIOR-PAID-TABLE.
016500     02  WS-PP-COUNT             PIC 9(04) VALUE ZEROS.
016510     02  WS-PP-IDENT PIC 9(07)
016520             OCCURS 0 TO 9999 TIMES
016530             DEPENDING ON WS-PP-COUNT.
016540 01  WS-VARIANCE-HEADING-LINE.
016550     02  FILLER             PIC X(12) VALUE "IDENT".
016560     02  FILLER             PIC X(22) VALUE "CUST-NAME".
016570     02  FILLER             PIC X(12) VALUE "PRIOR NET".
016580     02  FILLER             PIC X(12) VALUE "THIS NET".
016590     02  FILLER             PIC X(30) VALUE "NOTE".
016600     02  FILLER             PIC X(44) VALUE SPACES.
016610 01  WS-VARIANCE-DETAIL-LINE.
016620     02  PRT-VR-IDENT       PIC 9(07).
016630     02  FILLER             PIC X(05) VALUE SPACES.
016640     02  PRT-VR-CUSTNAME    PIC X(20).
016650     02  FILLER             PIC X(02) VALUE SPACES.
016660     02  PRT-VR-PRIOR-NET   PIC ZZZ9.99-.
016670     02  FILLER             PIC X(04) VALUE SPACES.
016680     02  PRT-VR-THIS-NET    PIC ZZZ9.99-.
016690     02  FILLER             PIC X(04) VALUE SPACES.
016700     02  PRT-VR-NOTE        PIC X(30).
016710     02  FILLER             PIC X(44) VALUE SPACES.
016720*
016730* ---------------------------------------------------------------
016740* PER-CUSTOMER DEDUCTION/GARNISHMENT FILE (DEDFILE) TABLE
016750* ONE CARD PER DEDUCTION PER IDENT - COURT-ORDERED GARNISHMENTS
016760* AND INDIVIDUAL ELECTIONS - APPLIED BY 3020 AFTER THE TAX AND
016770* BENEFIT DEDUCTIONS, IN PRIORITY ORDER.  EACH ENTRY CARRIES A
016780* FLAT-OR-PERCENT METHOD LIKE THE B CARDS, AN OPTIONAL TOTAL
016790* TO COLLECT (ZERO = OPEN-ENDED) WITH A COLLECTED-TO-DATE
016800* FIGURE THE RUN ROLLS FORWARD, AND A PROTECTED-NET FLOOR SO
016810* STACKED GARNISHMENTS CANNOT TAKE PAY BELOW THE LEGAL
016820* MINIMUM.  A PAYING RUN WRITES THE WHOLE TABLE BACK TO
016830* DEDOUT WITH THE COLLECTED FIGURES ROLLED FORWARD - OPS
016840* SWAPS GENERATIONS, SO A TRIAL RUN (WHICH APPLIES BUT DOES
016850* NOT WRITE DEDOUT) CHANGES NOTHING.
016860* ---------------------------------------------------------------
016870 77  WS-CUST-DED-TABLE-MAX      PIC 9(04) VALUE 9999.
016880 77  WS-APPLIED-DED-MAX         PIC 9(02) VALUE 20.
016890 01  WS-CUST-DED-SWITCHES.
016900     02  WS-CD-EOF-SWITCH        PIC X(01) VALUE "N".
016910         88  CD-END-OF-FILE          VALUE "Y".
016920         88  CD-NOT-END-OF-FILE      VALUE "N".
016930 01  WS-CUST-DED-TABLE.
016940     02  WS-CD-COUNT              PIC 9(04) VALUE ZEROS.
016950     02  WS-CD-ENTRY
016960             OCCURS 0 TO 9999 TIMES
016970             DEPENDING ON WS-CD-COUNT.
016980         03  WS-CD-IDENT          PIC 9(07).
016990         03  WS-CD-PRIORITY       PIC 9(02).
017000         03  WS-CD-NAME           PIC X(12).
017010         03  WS-CD-METHOD         PIC X(01).
017020         03  WS-CD-VALUE          PIC 9(05)V99.
017030         03  WS-CD-TOTAL          PIC 9(07)V99.
017040         03  WS-CD-COLLECTED      PIC 9(07)V99.
017050         03  WS-CD-COLLECTED-SAVE PIC 9(07)V99.
017060         03  WS-CD-FLOOR          PIC 9(05)V99.
017070         03  WS-CD-DONE-SWITCH    PIC X(01).
017080         03  WS-CD-PAYEE          PIC X(08).
017090         03  WS-CD-CASE           PIC X(15).
017100 01  WS-CUST-DED-WORK.
017110     02  WS-CD-SUBSCRIPT          PIC 9(04).
017120     02  WS-CD-BEST               PIC 9(04).
017130     02  WS-CD-AMOUNT             PIC 9(05)V99.
017140     02  WS-CD-REMAINING          PIC 9(07)V99.
017150     02  WS-CD-AVAILABLE          PIC S9(05)V99.
017160     02  WS-CD-LOADED-COUNT       PIC 9(05) VALUE ZEROS.
017170     02  WS-CD-ALL-DONE-SWITCH    PIC X(01) VALUE "N".
017180         88  CUST-DEDS-ALL-DONE       VALUE "Y".
017190     02  WS-SATISFIED-COUNT       PIC 9(05) VALUE ZEROS.
017200     02  WS-SATISFIED-COUNT-SAVE  PIC 9(05) VALUE ZEROS.
017210     02  WS-CD-APPLY-IDENT        PIC 9(07) VALUE ZEROS.
017220     02  WS-CD-RESTORED-SWITCH    PIC X(01) VALUE "N".
017230         88  CUST-DEDS-WERE-RESTORED  VALUE "Y".
017240     02  WS-CD-WINDOW-COUNT       PIC 9(05) VALUE ZEROS.
017250     02  WS-DEDOUT-PARTIAL-SWITCH PIC X(01) VALUE "N".
017260         88  DEDOUT-IS-PARTIAL        VALUE "Y".
017270 01  WS-APPLIED-DED-TABLE.
017280     02  WS-AD-COUNT              PIC 9(02) VALUE ZEROS.
017290     02  WS-AD-ENTRY OCCURS 20 TIMES.
017300         03  WS-AD-NAME           PIC X(12).
017310         03  WS-AD-AMOUNT         PIC 9(05)V99.
017320 01  WS-AD-SUBSCRIPT            PIC 9(02).
017330*
017340* ---------------------------------------------------------------
017350* PAY-CALENDAR CONTROLS
017360* THE PAY CALENDAR (PAYCAL) CARRIES ONE RECORD PER PAY GROUP PER
017370* PAY PERIOD.  EVERY RUN THAT PAYS OR PRICES A PERIOD CHECKS
017380* THE PERIOD OF EACH GROUP IT COVERS BEFORE THE FIRST CUSTOMER
017390* IS READ - ON THE CALENDAR, NOT CLOSED, NOT ALREADY PAID
017400* (UNLESS OVERRIDE=PAID IS ON SYSIN), AND NO EARLIER PERIOD OF
017410* THE SAME GROUP STILL OPEN.  THE GROUP LIST IS THE PAY-GROUP=
017420* GROUP, OR EVERY G-CARD GROUP, OR THE SINGLE SPACE GROUP WHEN
017430* THE RATE SET CARRIES NO G CARDS.
017440* ---------------------------------------------------------------
017450 01  WS-CALENDAR-SWITCHES.
017460     02  WS-PAID-OVERRIDE-SWITCH  PIC X(01) VALUE "N".
017470         88  PAID-PERIOD-OVERRIDE     VALUE "Y".
017480     02  WS-PC-EOF-SWITCH         PIC X(01) VALUE "N".
017490         88  PC-END-OF-FILE           VALUE "Y".
017500         88  PC-NOT-END-OF-FILE       VALUE "N".
017510     02  WS-PC-FOUND-SWITCH       PIC X(01) VALUE "N".
017520         88  CALENDAR-PERIOD-FOUND    VALUE "Y".
017530         88  CALENDAR-PERIOD-NOT-FOUND VALUE "N".
017540     02  WS-PC-EARLIER-SWITCH     PIC X(01) VALUE "N".
017550         88  EARLIER-PERIOD-OPEN      VALUE "Y".
017560         88  NO-EARLIER-PERIOD-OPEN   VALUE "N".
017570     02  WS-ALREADY-PAID-SWITCH   PIC X(01) VALUE "N".
017580         88  CUSTOMER-ALREADY-PAID    VALUE "Y".
017590         88  CUSTOMER-NOT-ALREADY-PAID VALUE "N".
017600 01  WS-CALENDAR-GROUP-LIST.
017610     02  WS-CAL-GROUP-COUNT       PIC 9(02) VALUE ZEROS.
017620     02  WS-CAL-GROUP-CODE        PIC X(01) OCCURS 10 TIMES.
017630 01  WS-CALENDAR-WORK.
017640     02  WS-CAL-GROUP-SUBSCRIPT   PIC 9(02).
017650     02  WS-CAL-CHECK-GROUP       PIC X(01).
017660     02  WS-CAL-CHECK-DATE        PIC X(08).
017670     02  WS-CAL-CHECK-STATUS      PIC X(01).
017680     02  WS-CAL-OPEN-DATE         PIC X(08).
017690     02  WS-CAL-RUN-COUNT-DISPLAY PIC ZZ9.
017700*
017710* ---------------------------------------------------------------
017720* DIRECT-DEPOSIT BANK ACCOUNT CONTROLS
017730* EVERY PAYING RUN PAYS ONLY TO AN ACTIVE ACCOUNT ON THE
017740* BANK-ACCOUNT FILE (BANKACCT).  A PENDING ACCOUNT NOT YET
017750* PRENOTED IS SENT A ZERO-DOLLAR PRENOTE AND THE CUSTOMER
017760* REJECTS (E017) FOR THE PERIOD; ONE PRENOTED AT LEAST
017770* PRENOTE-DAYS BEFORE THE PAY DATE (SYSIN PRENOTE-DAYS=NNN,
017780* DEFAULT 10) IS PROMOTED TO ACTIVE AND PAID.  THE ELAPSED DAYS
017790* COME FROM A DAY NUMBER - DAYS SINCE 0001-01-01 - WORKED OUT
017800* FOR EACH DATE BY 2198.
017810* ---------------------------------------------------------------
017820 01  WS-BANK-ACCOUNT-SWITCHES.
017830     02  WS-BA-PAYABLE-SWITCH     PIC X(01) VALUE "Y".
017840         88  BANK-ACCOUNT-PAYABLE     VALUE "Y".
017850         88  BANK-ACCOUNT-NOT-PAYABLE VALUE "N".
017860 01  WS-BANK-ACCOUNT-WORK.
017870     02  WS-PRENOTE-DAYS          PIC 9(03) VALUE 10.
017880     02  WS-PRENOTES-SENT-COUNT   PIC 9(07) VALUE ZEROS.
017890     02  WS-ACCOUNTS-ACTIVATED-COUNT PIC 9(07) VALUE ZEROS.
017900     02  WS-PRENOTE-ELAPSED-DAYS  PIC S9(07).
017910     02  WS-PRENOTE-DAY-NUMBER    PIC 9(07).
017920     02  WS-DN-DATE.
017930         03  WS-DN-YEAR           PIC 9(04).
017940         03  WS-DN-MONTH          PIC 9(02).
017950         03  WS-DN-DAY            PIC 9(02).
017960     02  WS-DN-PRIOR-YEARS        PIC 9(04).
017970     02  WS-DN-QUOTIENT           PIC 9(04).
017980     02  WS-DN-DAY-NUMBER         PIC 9(07).
017990 01  WS-DAYS-BEFORE-MONTH-TABLE.
018000     02  FILLER PIC 9(03) VALUE 000.
018010     02  FILLER PIC 9(03) VALUE 031.
018020     02  FILLER PIC 9(03) VALUE 059.
018030     02  FILLER PIC 9(03) VALUE 090.
018040     02  FILLER PIC 9(03) VALUE 120.
018050     02  FILLER PIC 9(03) VALUE 151.
018060     02  FILLER PIC 9(03) VALUE 181.
018070     02  FILLER PIC 9(03) VALUE 212.
018080     02  FILLER PIC 9(03) VALUE 243.
018090     02  FILLER PIC 9(03) VALUE 273.
018100     02  FILLER PIC 9(03) VALUE 304.
018110     02  FILLER PIC 9(03) VALUE 334.
018120 01  WS-DAYS-BEFORE-MONTH REDEFINES WS-DAYS-BEFORE-MONTH-TABLE.
018130     02  WS-DAYS-BEFORE-MONTH-ENTRY PIC 9(03) OCCURS 12 TIMES.
018140*
018150 PROCEDURE DIVISION.
018160* ---------------------------------------------------------------
018170* 0000-MAIN-LOGIC
018180* OVERALL DRIVER FOR THE RUN.  1000-INITIALIZE ALREADY WRITES THE
018190* FIRST PAGE HEADING (AND ITS COLUMN HEADING(S)) VIA
018200* 1650-WRITE-PAGE-HEADING, AND EVERY SUBSEQUENT PAGE GETS THE
018210* SAME TREATMENT AUTOMATICALLY THROUGH 1660-CHECK-PAGE-BREAK, SO
018220* THIS PARAGRAPH DOES NOT REPEAT THAT LOGIC.
018230* ---------------------------------------------------------------
018240 0000-MAIN-LOGIC.
018250     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018260     IF RUN-MODE-IS-DIRECTORY
018270         PERFORM 5000-WRITE-NAME-DIRECTORY THRU 5000-EXIT
018280         PERFORM 9000-TERMINATE THRU 9000-EXIT
018290         STOP RUN
018300     END-IF
018310     EVALUATE TRUE
018320         WHEN RUN-MODE-IS-REWORK
018330             PERFORM 2050-PROCESS-REWORK-RECORDS THRU 2050-EXIT
018340         WHEN RUN-MODE-IS-REVERSAL
018350             PERFORM 2060-PROCESS-REVERSAL-CARDS THRU 2060-EXIT
018360         WHEN RUN-MODE-IS-OFF-CYCLE
018370             PERFORM 2065-PROCESS-SUPPLEMENTAL-CARDS
018380                 THRU 2065-EXIT
018390         WHEN OTHER
018400             PERFORM 2000-PROCESS-CUSTOMERS THRU 2000-EXIT
018410     END-EVALUATE
018420     IF RUN-MODE-PRINTS-REGISTER
018430             AND WS-PREV-DEPT-CODE NOT = LOW-VALUES
018440         PERFORM 3450-WRITE-DEPT-SUBTOTAL THRU 3450-EXIT
018450     END-IF
018460     IF RUN-MODE-USES-TIMECARDS
018470         PERFORM 2400-REJECT-UNMATCHED-TIMECARDS THRU 2400-EXIT
018480     END-IF
018490     PERFORM 3900-WRITE-ROUNDING-RECONCILIATION THRU 3900-EXIT
018500     IF RUN-MODE-IS-SUMMARY
018510         PERFORM 3950-WRITE-AGE-BAND-SUMMARY THRU 3950-EXIT
018520     END-IF
018530     IF RUN-MODE-WRITES-EXTRACT
018540         PERFORM 3980-WRITE-BANK-TRAILER THRU 3980-EXIT
018550     END-IF
018560     IF RUN-MODE-WRITES-PAYMENTS
018570         PERFORM 3975-WRITE-DEDUCTION-OUT THRU 3975-EXIT
018580     END-IF
018590     IF RUN-MODE-WRITES-STATEMENTS
018600         PERFORM 3982-WRITE-REMITTANCE-TRAILER THRU 3982-EXIT
018610     END-IF
018620     IF RUN-MODE-PRINTS-REGISTER
018630         PERFORM 3990-WRITE-DEPT-RECAP THRU 3990-EXIT
018640     END-IF
018650     IF RUN-MODE-IS-TRIAL
018660         PERFORM 3870-CHECK-MISSING-CUSTOMERS THRU 3870-EXIT
018670         PERFORM 3850-WRITE-VARIANCE-SECTION THRU 3850-EXIT
018680     END-IF
018690     PERFORM 3985-WRITE-CONTROL-TOTALS THRU 3985-EXIT
018700     IF RUN-MODE-WRITES-PAYMENTS
018710         PERFORM 8200-MARK-PERIODS-PAID THRU 8200-EXIT
018720     END-IF
018730     IF RUN-MODE-WRITES-PAYMENTS AND RUN-MODE-USES-CHECKPOINT
018740         PERFORM 8250-RESET-CHECKPOINT THRU 8250-EXIT
018750     END-IF
018760     PERFORM 9000-TERMINATE THRU 9000-EXIT
018770     STOP RUN.
018780*
018790* ---------------------------------------------------------------
018800* 1000-INITIALIZE
018810* OPENS THE FILES USED BY THE RUN.  PRINT-FILE IS FATAL IF IT
018820* WILL NOT OPEN - WITH NO REPORT DESTINATION THERE IS NOWHERE
018830* TO ROUTE EVEN AN ERROR MESSAGE, SO THE STEP ABENDS IMMEDIATELY
018840* WITH A NONZERO RETURN CODE RATHER THAN CONTINUING.
018850* ---------------------------------------------------------------
018860 1000-INITIALIZE.
018870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018880     ACCEPT WS-RUN-TIME FROM TIME
018890     MOVE WS-RUN-DATE TO WS-PAY-DATE
018900     MOVE WS-RUN-DATE (1:4) TO WS-CURRENT-YEAR
018910     MOVE ZEROS TO WS-PAGE-NUMBER
018920     MOVE ZEROS TO WS-LINE-COUNT
018930     INITIALIZE WS-AGE-BAND-ACCUMULATORS
018940     INITIALIZE WS-RUN-CONTROL-TOTALS
018950     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
018960     OPEN OUTPUT PRINT-FILE
018970     IF WS-PRT-FILE-STATUS NOT = "00"
018980         DISPLAY "COBOL01 - UNABLE TO OPEN PRINT-FILE, STATUS = "
018990             WS-PRT-FILE-STATUS
019000         MOVE 16 TO RETURN-CODE
019010         STOP RUN
019020     END-IF
019030     OPEN INPUT CUSTOMER-MASTER-FILE
019040     IF WS-CM-FILE-STATUS NOT = "00"
019050         MOVE SPACES TO WS-GENERIC-LINE
019060         STRING "COBOL01 - UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
019070             "STATUS = " WS-CM-FILE-STATUS
019080             DELIMITED BY SIZE INTO WS-GENERIC-LINE
019090         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
019100         MOVE "Y" TO WS-CM-EOF-SWITCH
019110     END-IF
019120     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
019130     IF RUN-MODE-IS-DIRECTORY
019140         GO TO 1000-EXIT
019150     END-IF
019160     EVALUATE TRUE
019170         WHEN RUN-MODE-IS-REWORK
019180             PERFORM 1360-OPEN-REWORK-INPUT THRU 1360-EXIT
019190         WHEN RUN-MODE-IS-REVERSAL
019200             PERFORM 1365-OPEN-REVERSAL-INPUT THRU 1365-EXIT
019210         WHEN RUN-MODE-IS-OFF-CYCLE
019220             PERFORM 1368-OPEN-SUPPLEMENTAL-INPUT THRU 1368-EXIT
019230         WHEN RUN-MODE-IS-TRIAL
019240             CONTINUE
019250         WHEN OTHER
019260             PERFORM 1100-OPEN-CHECKPOINT-FILE THRU 1100-EXIT
019270             PERFORM 1200-RESTART-IF-NEEDED THRU 1200-EXIT
019280     END-EVALUATE
019290     IF RUN-MODE-WRITES-EXTRACT
019300         PERFORM 1300-OPEN-BANK-EXTRACT THRU 1300-EXIT
019310     END-IF
019320     IF RUN-MODE-WRITES-PAYMENTS
019330         PERFORM 1350-OPEN-REJECT-FILE THRU 1350-EXIT
019340     END-IF
019350     IF RUN-MODE-WRITES-STATEMENTS
019360         PERFORM 1370-OPEN-STATEMENT-FILE THRU 1370-EXIT
019370         PERFORM 1375-OPEN-REMITTANCE-FILE THRU 1375-EXIT
019380     END-IF
019390     IF RUN-MODE-USES-TIMECARDS
019400         PERFORM 1380-LOAD-TIMECARDS THRU 1380-EXIT
019410     END-IF
019420     IF RUN-MODE-USES-CUST-DEDS
019430         PERFORM 1390-LOAD-CUST-DEDUCTIONS THRU 1390-EXIT
019440     END-IF
019450     PERFORM 1400-LOAD-DEDUCTION-RATES THRU 1400-EXIT
019460     PERFORM 1500-OPEN-PAY-HISTORY-FILE THRU 1500-EXIT
019470     IF RUN-MODE-USES-CALENDAR
019480         PERFORM 1570-OPEN-PAY-CALENDAR THRU 1570-EXIT
019490     END-IF
019500     IF RUN-MODE-USES-BANK-ACCTS
019510         PERFORM 1595-OPEN-BANK-ACCOUNT-FILE THRU 1595-EXIT
019520     END-IF
019530     IF RUN-MODE-USES-RATE-HIST
019540         PERFORM 1597-OPEN-RATE-HISTORY-FILE THRU 1597-EXIT
019550     END-IF
019560     IF RUN-MODE-USES-LEAVE
019570         PERFORM 1598-OPEN-LEAVE-BALANCE-FILE THRU 1598-EXIT
019580     END-IF
019590     IF RUN-MODE-IS-SUMMARY
019600         PERFORM 1550-LOAD-ARCHIVE-YTD THRU 1550-EXIT
019610     END-IF.
019620 1000-EXIT.
019630     EXIT.
019640*
019650* ---------------------------------------------------------------
019660* 1050-READ-CONTROL-CARD
019670* READS THE ONE-CARD SYSIN RUN-MODE CONTROL CARD, IF PRESENT.
019680* RUN-MODE=SUMMARY SWITCHES THE RUN TO THE YEAR-END AGE-BANDED
019690* YTD SUMMARY, RUN-MODE=DIRECTORY TO THE READ-ONLY NAME-ORDER
019700* CUSTOMER DIRECTORY, AND RUN-MODE=REWORK TO A PAYING RUN OVER
019710* THE CORRECTED-REJECTS FILE; ANY OTHER CARD, OR NO CARD AT
019720* ALL, LEAVES THE RUN IN THE NORMAL DETAIL PAYROLL REGISTER
019730* MODE.  RUN-MODE=OFFCYCLE PAYS THE SUPPLEMENTAL CARDS ON
019740* SUPPIN UNDER A PAY DATE THAT IS NOT A REGULAR ONE.
019750* ---------------------------------------------------------------
019760 1050-READ-CONTROL-CARD.
019770     SET RUN-MODE-IS-DETAIL TO TRUE
019780     OPEN INPUT CONTROL-CARD-FILE
019790     IF WS-CTL-FILE-STATUS = "00"
019800         PERFORM UNTIL CTL-END-OF-FILE
019810             READ CONTROL-CARD-FILE
019820                 AT END
019830                     MOVE "Y" TO WS-CTL-EOF-SWITCH
019840                 NOT AT END
019850                     PERFORM 1060-PROCESS-CONTROL-CARD
019860                         THRU 1060-EXIT
019870             END-READ
019880         END-PERFORM
019890         CLOSE CONTROL-CARD-FILE
019900     END-IF.
019910 1050-EXIT.
019920     EXIT.
019930*
019940* ---------------------------------------------------------------
019950* 1060-PROCESS-CONTROL-CARD
019960* FILES ONE SYSIN CONTROL CARD.  RUN-MODE= SELECTS THE RUN
019970* MODE; PAY-DATE=YYYYMMDD NAMES THE PAY PERIOD THE RUN PRICES
019980* AND FILES UNDER (TIMECARDS, RATE-SET SELECTION, PAY HISTORY,
019990* AND THE BANK EXTRACT HEADER ALL FOLLOW IT) - A MISSING CARD
020000* LEAVES THE PAY DATE AT THE RUN DATE.  A PAY-DATE CARD THAT
020010* WILL NOT EDIT IS FATAL - EVERYTHING DOWNSTREAM KEYS ON IT.
020020* OVERRIDE=PAID LETS A PAYING RUN GO AGAINST A PERIOD THE PAY
020030* CALENDAR ALREADY SHOWS PAID - CUSTOMERS ALREADY PAID FOR THE
020040* PAY DATE STILL REJECT UNDER E016.  PRENOTE-DAYS=NNN SETS HOW
020050* MANY DAYS A PRENOTE MUST STAND UNRETURNED BEFORE THE ACCOUNT
020060* IS PAID (DEFAULT 10).
020070* ---------------------------------------------------------------
020080 1060-PROCESS-CONTROL-CARD.
020090     IF CONTROL-CARD-RECORD (1:9) = "RUN-MODE="
020100         IF CONTROL-CARD-RECORD (10:7) = "SUMMARY"
020110             SET RUN-MODE-IS-SUMMARY TO TRUE
020120         END-IF
020130         IF CONTROL-CARD-RECORD (10:9) = "DIRECTORY"
020140             SET RUN-MODE-IS-DIRECTORY TO TRUE
020150         END-IF
020160         IF CONTROL-CARD-RECORD (10:6) = "REWORK"
020170             SET RUN-MODE-IS-REWORK TO TRUE
020180         END-IF
020190         IF CONTROL-CARD-RECORD (10:8) = "REVERSAL"
020200             SET RUN-MODE-IS-REVERSAL TO TRUE
020210         END-IF
020220         IF CONTROL-CARD-RECORD (10:5) = "TRIAL"
020230             SET RUN-MODE-IS-TRIAL TO TRUE
020240         END-IF
020250         IF CONTROL-CARD-RECORD (10:8) = "OFFCYCLE"
020260             SET RUN-MODE-IS-OFF-CYCLE TO TRUE
020270         END-IF
020280     END-IF
020290     IF CONTROL-CARD-RECORD (1:10) = "TOLERANCE="
020300         IF CONTROL-CARD-RECORD (11:3) IS NUMERIC
020310             MOVE CONTROL-CARD-RECORD (11:3)
020320                 TO WS-TOLERANCE-INTEGER
020330             MOVE WS-TOLERANCE-INTEGER TO WS-VARIANCE-TOLERANCE
020340         ELSE
020350             DISPLAY "COBOL01 - TOLERANCE CONTROL CARD WILL "
020360                 "NOT EDIT"
020370             MOVE 16 TO RETURN-CODE
020380             STOP RUN
020390         END-IF
020400     END-IF
020410     IF CONTROL-CARD-RECORD (1:9) = "OVERRIDE="
020420         IF CONTROL-CARD-RECORD (10:4) = "PAID"
020430             SET PAID-PERIOD-OVERRIDE TO TRUE
020440         ELSE
020450             DISPLAY "COBOL01 - OVERRIDE CONTROL CARD WILL "
020460                 "NOT EDIT"
020470             MOVE 16 TO RETURN-CODE
020480             STOP RUN
020490         END-IF
020500     END-IF
020510     IF CONTROL-CARD-RECORD (1:13) = "PRENOTE-DAYS="
020520         IF CONTROL-CARD-RECORD (14:3) IS NUMERIC
020530             MOVE CONTROL-CARD-RECORD (14:3) TO WS-PRENOTE-DAYS
020540         ELSE
020550             DISPLAY "COBOL01 - PRENOTE-DAYS CONTROL CARD WILL "
020560                 "NOT EDIT"
020570             MOVE 16 TO RETURN-CODE
020580             STOP RUN
020590         END-IF
020600     END-IF
020610     IF CONTROL-CARD-RECORD (1:10) = "PAY-GROUP="
020620         MOVE CONTROL-CARD-RECORD (11:1)
020630             TO WS-SELECTED-PAY-GROUP
020640     END-IF
020650     IF CONTROL-CARD-RECORD (1:9) = "PAY-DATE="
020660         IF CONTROL-CARD-RECORD (10:8) IS NUMERIC
020670             MOVE CONTROL-CARD-RECORD (10:8)
020680                 TO WS-PAY-DATE-EDIT
020690             PERFORM 1070-EDIT-PAY-DATE-CARD THRU 1070-EXIT
020700             MOVE WS-PAY-DATE-EDIT TO WS-PAY-DATE
020710         ELSE
020720             DISPLAY "COBOL01 - PAY-DATE CONTROL CARD WILL "
020730                 "NOT EDIT"
020740             MOVE 16 TO RETURN-CODE
020750             STOP RUN
020760         END-IF
020770     END-IF.
020780 1060-EXIT.
020790     EXIT.
020800*
020810* ---------------------------------------------------------------
020820* 1070-EDIT-PAY-DATE-CARD
020830* PROVES THE PAY-DATE CARD IS A REAL CALENDAR DATE - MONTH
020840* 01-12 AND A LEGAL DAY FOR THE MONTH (INCLUDING LEAP-YEAR
020850* FEBRUARY, SAME RULE SET 2200/2210 APPLY TO DATES OF BIRTH).
020860* AN IMPOSSIBLE DATE WOULD SILENTLY DRIVE TIMECARD MATCHING,
020870* RATE-SET SELECTION, AND THE PAY-HISTORY KEYS, SO IT IS
020880* FATAL LIKE ANY OTHER BAD CONTROL CARD.
020890* ---------------------------------------------------------------
020900 1070-EDIT-PAY-DATE-CARD.
020910     IF WS-PDE-MONTH < 1 OR WS-PDE-MONTH > 12
020920         PERFORM 1075-PAY-DATE-CARD-FATAL THRU 1075-EXIT
020930     END-IF
020940     SET IS-NOT-LEAP-YEAR TO TRUE
020950     DIVIDE WS-PDE-YEAR BY 400 GIVING WS-LEAP-CALC-QUOTIENT
020960         REMAINDER WS-LEAP-CALC-REM-400
020970     IF WS-LEAP-CALC-REM-400 = 0
020980         SET IS-LEAP-YEAR TO TRUE
020990     ELSE
021000         DIVIDE WS-PDE-YEAR BY 100 GIVING WS-LEAP-CALC-QUOTIENT
021010             REMAINDER WS-LEAP-CALC-REM-100
021020         IF WS-LEAP-CALC-REM-100 NOT = 0
021030             DIVIDE WS-PDE-YEAR BY 4
021040                 GIVING WS-LEAP-CALC-QUOTIENT
021050                 REMAINDER WS-LEAP-CALC-REM-4
021060             IF WS-LEAP-CALC-REM-4 = 0
021070                 SET IS-LEAP-YEAR TO TRUE
021080             END-IF
021090         END-IF
021100     END-IF
021110     IF WS-PDE-MONTH = 2 AND IS-LEAP-YEAR
021120         IF WS-PDE-DAY < 1 OR WS-PDE-DAY > 29
021130             PERFORM 1075-PAY-DATE-CARD-FATAL THRU 1075-EXIT
021140         END-IF
021150     ELSE
021160         IF WS-PDE-DAY < 1 OR WS-PDE-DAY >
021170                 WS-DAYS-IN-MONTH-ENTRY (WS-PDE-MONTH)
021180             PERFORM 1075-PAY-DATE-CARD-FATAL THRU 1075-EXIT
021190         END-IF
021200     END-IF.
021210 1070-EXIT.
021220     EXIT.
021230*
021240* ---------------------------------------------------------------
021250* 1075-PAY-DATE-CARD-FATAL
021260* THE PAY-DATE CARD IS NOT A REAL DATE - THE PRINT FILE IS NOT
021270* OPEN YET, SO THE MESSAGE GOES TO SYSOUT AND THE STEP ENDS
021280* WITH RETURN CODE 16, SAME AS ANY OTHER BAD CONTROL CARD.
021290* ---------------------------------------------------------------
021300 1075-PAY-DATE-CARD-FATAL.
021310     DISPLAY "COBOL01 - PAY-DATE CONTROL CARD IS NOT A "
021320         "REAL DATE: " WS-PAY-DATE-EDIT
021330     MOVE 16 TO RETURN-CODE
021340     STOP RUN.
021350 1075-EXIT.
021360     EXIT.
021370*
021380* ---------------------------------------------------------------
021390* 1100-OPEN-CHECKPOINT-FILE
021400* OPENS CHKPFILE FOR UPDATE.  IF CHKPFILE ITSELF HAS NEVER BEEN
021410* ALLOCATED (NO DEFINE CLUSTER HAS EVER RUN AGAINST IT), CREATES
021420* IT EMPTY FIRST.  THE SHIPPED JCL ALWAYS RUNS IDCAMS DEFINE
021430* CLUSTER AHEAD OF THIS STEP, SO THE CONTROL RECORD ITSELF IS
021440* SEEDED BY 1200-RESTART-IF-NEEDED BELOW, NOT HERE.
021450* ---------------------------------------------------------------
021460 1100-OPEN-CHECKPOINT-FILE.
021470     OPEN I-O CHECKPOINT-FILE
021480     IF WS-CHKP-FILE-STATUS = "35"
021490         OPEN OUTPUT CHECKPOINT-FILE
021500         CLOSE CHECKPOINT-FILE
021510         OPEN I-O CHECKPOINT-FILE
021520     END-IF.
021530 1100-EXIT.
021540     EXIT.
021550*
021560* ---------------------------------------------------------------
021570* 1200-RESTART-IF-NEEDED
021580* READS THE CHECKPOINT CONTROL RECORD.  IF THIS IS THE FIRST RUN
021590* EVER AGAINST THIS CHKPFILE THE KEYED READ FINDS NOTHING (THE
021600* RECORD DOES NOT EXIST YET EVEN THOUGH THE EMPTY KSDS ITSELF WAS
021610* PRE-ALLOCATED BY JCL), SO 1250 SEEDS IT BEFORE CONTINUING.
021620* OTHERWISE, IF THE RECORD SHOWS A CUSTOMER WAS SUCCESSFULLY
021630* PROCESSED ON A PRIOR RUN, POSITIONS THE CUSTOMER-MASTER FILE
021640* JUST PAST THAT IDENT SO THIS RUN PICKS UP WHERE THE LAST ONE
021650* LEFT OFF.
021660* ---------------------------------------------------------------
021670 1200-RESTART-IF-NEEDED.
021680     MOVE "1" TO CHKP-CONTROL-KEY
021690     READ CHECKPOINT-FILE
021700         INVALID KEY
021710             PERFORM 1250-SEED-CHECKPOINT-RECORD THRU 1250-EXIT
021720     END-READ
021730     IF CHKP-LAST-IDENT > 0
021740             AND CHKP-PAY-GROUP NOT = WS-SELECTED-PAY-GROUP
021750         MOVE SPACES TO WS-GENERIC-LINE
021760         STRING "COBOL01 - CHECKPOINT IS FOR PAY GROUP "
021770             CHKP-PAY-GROUP " - STARTING FROM THE TOP"
021780             DELIMITED BY SIZE INTO WS-GENERIC-LINE
021790         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
021800         GO TO 1200-EXIT
021810     END-IF
021820     IF CHKP-LAST-IDENT > 0
021830         SET THIS-IS-A-RESTARTED-RUN TO TRUE
021840         MOVE CHKP-LAST-IDENT TO WS-RESTART-FROM-IDENT
021850         MOVE CHKP-LAST-IDENT TO CM-IDENT
021860         START CUSTOMER-MASTER-FILE KEY GREATER THAN CM-IDENT
021870         MOVE SPACES TO WS-GENERIC-LINE
021880         STRING "COBOL01 - RESTARTING AFTER IDENT "
021890             CHKP-LAST-IDENT
021900             DELIMITED BY SIZE INTO WS-GENERIC-LINE
021910         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
021920     END-IF.
021930 1200-EXIT.
021940     EXIT.
021950*
021960* ---------------------------------------------------------------
021970* 1250-SEED-CHECKPOINT-RECORD
021980* WRITES THE ONE CHECKPOINT CONTROL RECORD (KEY "1", IDENT ZERO,
021990* MEANING NO RESTART POSITION YET) THE FIRST TIME 1200 FINDS IT
022000* MISSING FROM AN OTHERWISE-ALLOCATED CHKPFILE.
022010* ---------------------------------------------------------------
022020 1250-SEED-CHECKPOINT-RECORD.
022030     MOVE "1" TO CHKP-CONTROL-KEY
022040     MOVE ZEROS TO CHKP-LAST-IDENT
022050     MOVE SPACES TO CHKP-RUN-DATE CHKP-RUN-TIME
022060     MOVE SPACE TO CHKP-PAY-GROUP
022070     WRITE CHKP-CONTROL-RECORD
022080         INVALID KEY
022090             DISPLAY "COBOL01 - UNABLE TO SEED CHECKPOINT RECORD"
022100     END-WRITE.
022110 1250-EXIT.
022120     EXIT.
022130*
022140* ---------------------------------------------------------------
022150* 1300-OPEN-BANK-EXTRACT
022160* OPENS THE BANK PAYMENT EXTRACT FILE AND WRITES ITS HEADER
022170* RECORD.  PERFORMED ONLY ON A PAYING RUN (DETAIL OR REWORK) -
022180* NO OTHER MODE PAYS ANYBODY OR PRODUCES AN EXTRACT.  FATAL IF
022190* THE FILE WILL NOT OPEN - A RUN WHOSE PAYMENTS CANNOT REACH
022200* THE BANK HAS
022210* NO USEFUL PARTIAL RESULT, AND LETTING IT CONTINUE WOULD PUT
022220* THE REGISTER AND THE BANK OUT OF STEP.
022230* ---------------------------------------------------------------
022240 1300-OPEN-BANK-EXTRACT.
022250     OPEN OUTPUT BANK-EXTRACT-FILE
022260     IF WS-BANK-FILE-STATUS NOT = "00"
022270         MOVE SPACES TO WS-GENERIC-LINE
022280         STRING "COBOL01 - UNABLE TO OPEN BANK-EXTRACT-FILE, "
022290             "STATUS = " WS-BANK-FILE-STATUS
022300             DELIMITED BY SIZE INTO WS-GENERIC-LINE
022310         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
022320         CLOSE CUSTOMER-MASTER-FILE
022330         IF RUN-MODE-USES-CHECKPOINT
022340             CLOSE CHECKPOINT-FILE
022350         END-IF
022360         CLOSE PRINT-FILE
022370         MOVE 16 TO RETURN-CODE
022380         STOP RUN
022390     END-IF
022400     MOVE WS-PAY-DATE TO BANK-H-RUN-DATE
022410     IF RUN-MODE-IS-OFF-CYCLE
022420         MOVE "O" TO BANK-H-CYCLE-FLAG
022430     END-IF
022440     WRITE BANK-EXTRACT-RECORD FROM WS-BANK-HEADER-RECORD.
022450 1300-EXIT.
022460     EXIT.
022470*
022480* ---------------------------------------------------------------
022490* 1350-OPEN-REJECT-FILE
022500* OPENS THE MACHINE-READABLE REJECT FILE A PAYING RUN (DETAIL
022510* OR REWORK) WRITES ALONGSIDE THE PRINTED EXCEPTION LISTING -
022520* EACH REJECT GOES OUT IN THE CM-CUSTOMER-RECORD LAYOUT PLUS
022530* ITS EXCEPTION CODE SO A CORRECTED COPY CAN COME BACK IN
022540* THROUGH RUN-MODE=REWORK.  FATAL IF IT WILL NOT OPEN - A
022550* PAYING RUN WHOSE REJECTS EXIST ONLY ON PAPER IS THE PROBLEM
022560* THIS FILE EXISTS TO FIX.
022570* ---------------------------------------------------------------
022580 1350-OPEN-REJECT-FILE.
022590     OPEN OUTPUT REJECT-FILE
022600     IF WS-REJ-FILE-STATUS NOT = "00"
022610         MOVE SPACES TO WS-GENERIC-LINE
022620         STRING "COBOL01 - UNABLE TO OPEN REJECT-FILE, "
022630             "STATUS = " WS-REJ-FILE-STATUS
022640             DELIMITED BY SIZE INTO WS-GENERIC-LINE
022650         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
022660         CLOSE CUSTOMER-MASTER-FILE
022670         IF RUN-MODE-USES-CHECKPOINT
022680             CLOSE CHECKPOINT-FILE
022690         END-IF
022700         CLOSE BANK-EXTRACT-FILE
022710         CLOSE PRINT-FILE
022720         MOVE 16 TO RETURN-CODE
022730         STOP RUN
022740     END-IF.
022750 1350-EXIT.
022760     EXIT.
022770*
022780* ---------------------------------------------------------------
022790* 1360-OPEN-REWORK-INPUT
022800* OPENS THE CORRECTED-REJECTS FILE A REWORK RUN PAYS FROM.
022810* RECORDS ARE IN THE REJECT-FILE LAYOUT - THE CUSTOMER IMAGE IS
022820* PROCESSED AND THE OLD EXCEPTION-CODE COLUMNS ARE IGNORED, SO
022830* A CORRECTED REJECT FILE CAN BE SUBMITTED AS-IS.  FATAL IF IT
022840* WILL NOT OPEN - A REWORK RUN WITH NO INPUT IS A JCL MISTAKE.
022850* ---------------------------------------------------------------
022860 1360-OPEN-REWORK-INPUT.
022870     OPEN INPUT REWORK-IN-FILE
022880     IF WS-RW-FILE-STATUS NOT = "00"
022890         MOVE SPACES TO WS-GENERIC-LINE
022900         STRING "COBOL01 - UNABLE TO OPEN REWORK-IN-FILE, "
022910             "STATUS = " WS-RW-FILE-STATUS
022920             DELIMITED BY SIZE INTO WS-GENERIC-LINE
022930         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
022940         CLOSE CUSTOMER-MASTER-FILE
022950         CLOSE PRINT-FILE
022960         MOVE 16 TO RETURN-CODE
022970         STOP RUN
022980     END-IF.
022990 1360-EXIT.
023000     EXIT.
023010*
023020* ---------------------------------------------------------------
023030* 1365-OPEN-REVERSAL-INPUT
023040* OPENS THE REVERSAL-CARD FILE A REVERSAL RUN PROCESSES - ONE
023050* CARD PER REVERSAL, CARRYING THE IDENT AND THE ORIGINAL PAY
023060* DATE.  FATAL IF IT WILL NOT OPEN - A REVERSAL RUN WITH NO
023070* INPUT IS A JCL MISTAKE.
023080* ---------------------------------------------------------------
023090 1365-OPEN-REVERSAL-INPUT.
023100     OPEN INPUT REVERSAL-CARD-FILE
023110     IF WS-RVS-FILE-STATUS NOT = "00"
023120         MOVE SPACES TO WS-GENERIC-LINE
023130         STRING "COBOL01 - UNABLE TO OPEN REVERSAL-CARD-FILE, "
023140             "STATUS = " WS-RVS-FILE-STATUS
023150             DELIMITED BY SIZE INTO WS-GENERIC-LINE
023160         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
023170         CLOSE CUSTOMER-MASTER-FILE
023180         CLOSE PRINT-FILE
023190         MOVE 16 TO RETURN-CODE
023200         STOP RUN
023210     END-IF.
023220 1365-EXIT.
023230     EXIT.
023240*
023250* ---------------------------------------------------------------
023260* 1368-OPEN-SUPPLEMENTAL-INPUT
023270* OPENS THE SUPPLEMENTAL-CARD FILE AN OFF-CYCLE RUN PAYS FROM -
023280* ONE CARD PER PAYMENT.  FATAL IF IT WILL NOT OPEN - AN
023290* OFF-CYCLE RUN WITH NO INPUT IS A JCL MISTAKE.
023300* ---------------------------------------------------------------
023310 1368-OPEN-SUPPLEMENTAL-INPUT.
023320     OPEN INPUT SUPPLEMENTAL-CARD-FILE
023330     IF WS-SUP-FILE-STATUS NOT = "00"
023340         MOVE SPACES TO WS-GENERIC-LINE
023350         STRING "COBOL01 - UNABLE TO OPEN "
023360             "SUPPLEMENTAL-CARD-FILE, STATUS = "
023370             WS-SUP-FILE-STATUS
023380             DELIMITED BY SIZE INTO WS-GENERIC-LINE
023390         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
023400         CLOSE CUSTOMER-MASTER-FILE
023410         CLOSE PRINT-FILE
023420         MOVE 16 TO RETURN-CODE
023430         STOP RUN
023440     END-IF.
023450 1368-EXIT.
023460     EXIT.
023470*
023480* ---------------------------------------------------------------
023490* 1370-OPEN-STATEMENT-FILE
023500* OPENS THE INDIVIDUAL PAY-STATEMENT PRINT FILE A PAYING RUN
023510* WRITES ALONGSIDE THE REGISTER.  FATAL IF IT WILL NOT OPEN -
023520* PAYING PEOPLE WITHOUT BEING ABLE TO HAND THEM A STATEMENT
023530* PUTS THE SHOP BACK TO TYPING THEM BY HAND.
023540* ---------------------------------------------------------------
023550 1370-OPEN-STATEMENT-FILE.
023560     OPEN OUTPUT PAY-STATEMENT-FILE
023570     IF WS-STMT-FILE-STATUS NOT = "00"
023580         MOVE SPACES TO WS-GENERIC-LINE
023590         STRING "COBOL01 - UNABLE TO OPEN PAY-STATEMENT-FILE, "
023600             "STATUS = " WS-STMT-FILE-STATUS
023610             DELIMITED BY SIZE INTO WS-GENERIC-LINE
023620         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
023630         CLOSE CUSTOMER-MASTER-FILE
023640         IF RUN-MODE-USES-CHECKPOINT
023650             CLOSE CHECKPOINT-FILE
023660         END-IF
023670         CLOSE BANK-EXTRACT-FILE
023680         IF RUN-MODE-WRITES-PAYMENTS
023690             CLOSE REJECT-FILE
023700         END-IF
023710         CLOSE PRINT-FILE
023720         MOVE 16 TO RETURN-CODE
023730         STOP RUN
023740     END-IF.
023750 1370-EXIT.
023760     EXIT.
023770*
023780* ---------------------------------------------------------------
023790* 1375-OPEN-REMITTANCE-FILE
023800* OPENS THE THIRD-PARTY REMITTANCE DETAIL FILE A PAYING RUN
023810* WRITES ALONGSIDE THE BANK EXTRACT AND WRITES ITS HEADER.
023820* FATAL IF IT WILL NOT OPEN - MONEY WITHHELD FOR A COURT OR A
023830* CARRIER WITH NO RECORD OF WHOM IT IS OWED TO CANNOT BE
023840* REMITTED.
023850* ---------------------------------------------------------------
023860 1375-OPEN-REMITTANCE-FILE.
023870     OPEN OUTPUT REMITTANCE-FILE
023880     IF WS-REMIT-FILE-STATUS NOT = "00"
023890         MOVE SPACES TO WS-GENERIC-LINE
023900         STRING "COBOL01 - UNABLE TO OPEN REMITTANCE-FILE, "
023910             "STATUS = " WS-REMIT-FILE-STATUS
023920             DELIMITED BY SIZE INTO WS-GENERIC-LINE
023930         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
023940         CLOSE CUSTOMER-MASTER-FILE
023950         IF RUN-MODE-USES-CHECKPOINT
023960             CLOSE CHECKPOINT-FILE
023970         END-IF
023980         CLOSE BANK-EXTRACT-FILE
023990         IF RUN-MODE-WRITES-PAYMENTS
024000             CLOSE REJECT-FILE
024010         END-IF
024020         CLOSE PAY-STATEMENT-FILE
024030         CLOSE PRINT-FILE
024040         MOVE 16 TO RETURN-CODE
024050         STOP RUN
024060     END-IF
024070     MOVE WS-PAY-DATE TO REMIT-H-PAY-DATE
024080     MOVE WS-RUN-DATE TO REMIT-H-RUN-DATE
024090     WRITE REMITTANCE-RECORD FROM WS-REMIT-HEADER-RECORD.
024100 1375-EXIT.
024110     EXIT.
024120*
024130* ---------------------------------------------------------------
024140* 1380-LOAD-TIMECARDS
024150* LOADS THE PER-PERIOD TIMECARD FILE (TIMECARD) INTO THE
024160* IN-MEMORY TIMECARD TABLE.  ONLY CARDS CARRYING THE RUN'S PAY
024170* DATE LOAD; CARDS FOR OTHER PAY DATES ARE COUNTED AND LEFT
024180* ALONE SO A MULTI-PERIOD DECK CAN BE POINTED AT ANY RUN.  A
024190* CARD THAT WILL NOT EDIT IS COUNTED AND DROPPED - ITS CUSTOMER
024200* THEN REJECTS UNDER E010 (NO TIMECARD) RATHER THAN PAYING ON
024210* BAD HOURS.  PERFORMED ONLY ON A DETAIL RUN.  FATAL IF THE
024220* FILE WILL NOT OPEN - A DETAIL RUN WITH NO TIMECARD FILE
024230* CANNOT PAY ANYBODY CURRENT HOURS.
024240* ---------------------------------------------------------------
024250 1380-LOAD-TIMECARDS.
024260     OPEN INPUT TIMECARD-FILE
024270     IF WS-TC-FILE-STATUS NOT = "00"
024280         MOVE SPACES TO WS-GENERIC-LINE
024290         STRING "COBOL01 - UNABLE TO OPEN TIMECARD-FILE, "
024300             "STATUS = " WS-TC-FILE-STATUS
024310             DELIMITED BY SIZE INTO WS-GENERIC-LINE
024320         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
024330         CLOSE CUSTOMER-MASTER-FILE
024340         IF RUN-MODE-USES-CHECKPOINT
024350             CLOSE CHECKPOINT-FILE
024360         END-IF
024370         IF RUN-MODE-WRITES-PAYMENTS
024380             CLOSE BANK-EXTRACT-FILE
024390             CLOSE REJECT-FILE
024400             CLOSE PAY-STATEMENT-FILE
024410             CLOSE REMITTANCE-FILE
024420         END-IF
024430         CLOSE PRINT-FILE
024440         MOVE 16 TO RETURN-CODE
024450         STOP RUN
024460     END-IF
024470     PERFORM UNTIL TC-END-OF-FILE
024480         READ TIMECARD-FILE
024490             AT END
024500                 MOVE "Y" TO WS-TC-EOF-SWITCH
024510             NOT AT END
024520                 PERFORM 1385-LOAD-ONE-TIMECARD THRU 1385-EXIT
024530         END-READ
024540     END-PERFORM
024550     CLOSE TIMECARD-FILE
024560     MOVE SPACES TO WS-GENERIC-LINE
024570     STRING "COBOL01 - TIMECARDS LOADED FOR PAY DATE "
024580         WS-PAY-DATE ": " WS-TC-LOADED-COUNT
024590         DELIMITED BY SIZE INTO WS-GENERIC-LINE
024600     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
024610     IF WS-TC-OTHER-DATE-COUNT > 0
024620         MOVE SPACES TO WS-GENERIC-LINE
024630         STRING "COBOL01 - TIMECARDS FOR OTHER PAY DATES "
024640             "BYPASSED: " WS-TC-OTHER-DATE-COUNT
024650             DELIMITED BY SIZE INTO WS-GENERIC-LINE
024660         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
024670     END-IF
024680     IF WS-TC-BAD-CARD-COUNT > 0
024690         MOVE SPACES TO WS-GENERIC-LINE
024700         STRING "COBOL01 - TIMECARDS DROPPED (WILL NOT EDIT): "
024710             WS-TC-BAD-CARD-COUNT
024720             DELIMITED BY SIZE INTO WS-GENERIC-LINE
024730         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
024740     END-IF
024750     IF WS-TC-REPLACED-COUNT > 0
024760         MOVE SPACES TO WS-GENERIC-LINE
024770         STRING "COBOL01 - TIMECARDS REPLACED BY LATER CARD: "
024780             WS-TC-REPLACED-COUNT
024790             DELIMITED BY SIZE INTO WS-GENERIC-LINE
024800         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
024810     END-IF.
024820 1380-EXIT.
024830     EXIT.
024840*
024850* ---------------------------------------------------------------
024860* 1385-LOAD-ONE-TIMECARD
024870* EDITS AND FILES ONE TIMECARD INTO THE TIMECARD TABLE.  A CARD
024880* FOR AN IDENT ALREADY IN THE TABLE REPLACES THE HOURS ALREADY
024890* FILED - THE LAST CARD IN THE DECK WINS, SO A CORRECTION CAN
024900* BE APPENDED WITHOUT PULLING THE ORIGINAL.  "*" CARDS ARE
024910* COMMENTS AND BLANK CARDS ARE IGNORED.  BLANK LEAVE COLUMNS
024920* ARE ZERO HOURS; ANY OTHER LEAVE COLUMN MUST EDIT LIKE THE
024930* HOURS WORKED.
024940* ---------------------------------------------------------------
024950 1385-LOAD-ONE-TIMECARD.
024960     IF TIMECARD-RECORD = SPACES OR TC-IDENT (1:1) = "*"
024970         GO TO 1385-EXIT
024980     END-IF
024990     IF TC-VACATION-HOURS = SPACES
025000         MOVE ZEROS TO TC-VACATION-HOURS
025010     END-IF
025020     IF TC-SICK-HOURS = SPACES
025030         MOVE ZEROS TO TC-SICK-HOURS
025040     END-IF
025050     IF TC-HOLIDAY-HOURS = SPACES
025060         MOVE ZEROS TO TC-HOLIDAY-HOURS
025070     END-IF
025080     IF TC-IDENT NOT NUMERIC
025090             OR TC-PAY-DATE NOT NUMERIC
025100             OR TC-HOURS-WORKED NOT NUMERIC
025110             OR TC-VACATION-HOURS NOT NUMERIC
025120             OR TC-SICK-HOURS NOT NUMERIC
025130             OR TC-HOLIDAY-HOURS NOT NUMERIC
025140         ADD 1 TO WS-TC-BAD-CARD-COUNT
025150         GO TO 1385-EXIT
025160     END-IF
025170     IF TC-PAY-DATE NOT = WS-PAY-DATE
025180         ADD 1 TO WS-TC-OTHER-DATE-COUNT
025190         GO TO 1385-EXIT
025200     END-IF
025210     MOVE TC-IDENT TO WS-TC-IDENT-WORK
025220     SET TIMECARD-NOT-FOUND TO TRUE
025230     PERFORM VARYING WS-TC-SUBSCRIPT FROM 1 BY 1
025240             UNTIL WS-TC-SUBSCRIPT > WS-TC-COUNT
025250         IF WS-TC-IDENT (WS-TC-SUBSCRIPT) = WS-TC-IDENT-WORK
025260             SET TIMECARD-FOUND TO TRUE
025270             PERFORM 1386-FILE-TIMECARD-HOURS THRU 1386-EXIT
025280             ADD 1 TO WS-TC-REPLACED-COUNT
025290             MOVE WS-TC-COUNT TO WS-TC-SUBSCRIPT
025300         END-IF
025310     END-PERFORM
025320     IF TIMECARD-FOUND
025330         GO TO 1385-EXIT
025340     END-IF
025350     IF WS-TC-COUNT >= WS-TIMECARD-MAX
025360         ADD 1 TO WS-TC-BAD-CARD-COUNT
025370         GO TO 1385-EXIT
025380     END-IF
025390     ADD 1 TO WS-TC-COUNT
025400     MOVE WS-TC-IDENT-WORK TO WS-TC-IDENT (WS-TC-COUNT)
025410     MOVE WS-TC-COUNT TO WS-TC-SUBSCRIPT
025420     PERFORM 1386-FILE-TIMECARD-HOURS THRU 1386-EXIT
025430     MOVE "N" TO WS-TC-USED-SWITCH (WS-TC-COUNT)
025440     ADD 1 TO WS-TC-LOADED-COUNT.
025450 1385-EXIT.
025460     EXIT.
025470*
025480* ---------------------------------------------------------------
025490* 1386-FILE-TIMECARD-HOURS
025500* FILES THE HOURS WORKED AND THE VACATION, SICK AND HOLIDAY
025510* HOURS OF THE CARD JUST EDITED INTO TABLE ENTRY
025520* WS-TC-SUBSCRIPT.
025530* ---------------------------------------------------------------
025540 1386-FILE-TIMECARD-HOURS.
025550     MOVE TC-HOURS-WORKED TO WS-TC-HOURS (WS-TC-SUBSCRIPT) (1:5)
025560     MOVE TC-VACATION-HOURS
025570         TO WS-TC-VAC-HOURS (WS-TC-SUBSCRIPT) (1:5)
025580     MOVE TC-SICK-HOURS
025590         TO WS-TC-SICK-HOURS (WS-TC-SUBSCRIPT) (1:5)
025600     MOVE TC-HOLIDAY-HOURS
025610         TO WS-TC-HOL-HOURS (WS-TC-SUBSCRIPT) (1:5).
025620 1386-EXIT.
025630     EXIT.
025640*
025650* ---------------------------------------------------------------
025660* 1390-LOAD-CUST-DEDUCTIONS
025670* LOADS THE PER-CUSTOMER DEDUCTION/GARNISHMENT FILE (DEDFILE)
025680* INTO ITS TABLE, AND ON A PAYING RUN OPENS DEDOUT FOR THE
025690* ROLLED-FORWARD COPY.  A FILE THAT WILL NOT OPEN, OR A CARD
025700* THAT WILL NOT EDIT, IS FATAL - A COURT ORDER MUST NOT BE
025710* SILENTLY SKIPPED.  AN EMPTY FILE IS LEGAL - NOT EVERY SHOP
025720* WEEK HAS A GARNISHMENT.
025730* ---------------------------------------------------------------
025740 1390-LOAD-CUST-DEDUCTIONS.
025750     OPEN INPUT DEDUCTION-IN-FILE
025760     IF WS-CD-IN-FILE-STATUS NOT = "00"
025770         MOVE SPACES TO WS-GENERIC-LINE
025780         STRING "COBOL01 - UNABLE TO OPEN DEDUCTION-IN-FILE, "
025790             "STATUS = " WS-CD-IN-FILE-STATUS
025800             DELIMITED BY SIZE INTO WS-GENERIC-LINE
025810         PERFORM 1397-CUST-DED-FATAL THRU 1397-EXIT
025820     END-IF
025830     PERFORM UNTIL CD-END-OF-FILE
025840         READ DEDUCTION-IN-FILE
025850             AT END
025860                 MOVE "Y" TO WS-CD-EOF-SWITCH
025870             NOT AT END
025880                 PERFORM 1395-LOAD-ONE-DEDUCTION-CARD
025890                     THRU 1395-EXIT
025900         END-READ
025910     END-PERFORM
025920     CLOSE DEDUCTION-IN-FILE
025930     IF WS-CD-LOADED-COUNT > ZEROS
025940         MOVE SPACES TO WS-GENERIC-LINE
025950         STRING "COBOL01 - CUSTOMER DEDUCTION CARDS LOADED: "
025960             WS-CD-LOADED-COUNT
025970             DELIMITED BY SIZE INTO WS-GENERIC-LINE
025980         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
025990     END-IF
026000     IF RUN-MODE-WRITES-PAYMENTS
026010             AND THIS-IS-A-RESTARTED-RUN
026020             AND WS-CD-COUNT > ZEROS
026030         PERFORM 1396-CHECK-DEDOUT-WINDOW THRU 1396-EXIT
026040     END-IF
026050     IF RUN-MODE-WRITES-PAYMENTS
026060         OPEN OUTPUT DEDUCTION-OUT-FILE
026070         IF WS-CD-OUT-FILE-STATUS NOT = "00"
026080             MOVE SPACES TO WS-GENERIC-LINE
026090             STRING "COBOL01 - UNABLE TO OPEN DEDUCTION-OUT-"
026100                 "FILE, STATUS = " WS-CD-OUT-FILE-STATUS
026110                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
026120             PERFORM 1397-CUST-DED-FATAL THRU 1397-EXIT
026130         END-IF
026140     END-IF.
026150 1390-EXIT.
026160     EXIT.
026170*
026180* ---------------------------------------------------------------
026190* 1395-LOAD-ONE-DEDUCTION-CARD
026200* EDITS AND FILES ONE DEDFILE CARD.  "*" CARDS ARE COMMENTS
026210* AND BLANK CARDS ARE IGNORED.
026220* ---------------------------------------------------------------
026230 1395-LOAD-ONE-DEDUCTION-CARD.
026240     IF CD-DEDUCTION-RECORD = SPACES OR CD-IDENT (1:1) = "*"
026250         GO TO 1395-EXIT
026260     END-IF
026270     IF CD-IDENT NOT NUMERIC
026280             OR CD-PRIORITY NOT NUMERIC
026290             OR CD-VALUE NOT NUMERIC
026300             OR CD-TOTAL-TO-COLLECT NOT NUMERIC
026310             OR CD-COLLECTED-TO-DATE NOT NUMERIC
026320             OR CD-NET-FLOOR NOT NUMERIC
026330         MOVE SPACES TO WS-GENERIC-LINE
026340         MOVE "COBOL01 - CUSTOMER DEDUCTION CARD NOT NUMERIC"
026350             TO WS-GENERIC-LINE
026360         PERFORM 1397-CUST-DED-FATAL THRU 1397-EXIT
026370     END-IF
026380     IF CD-METHOD NOT = "F" AND CD-METHOD NOT = "P"
026390         MOVE SPACES TO WS-GENERIC-LINE
026400         MOVE "COBOL01 - CUSTOMER DEDUCTION METHOD NOT F OR P"
026410             TO WS-GENERIC-LINE
026420         PERFORM 1397-CUST-DED-FATAL THRU 1397-EXIT
026430     END-IF
026440     IF CD-METHOD = "P" AND CD-VALUE > "0010000"
026450         MOVE SPACES TO WS-GENERIC-LINE
026460         MOVE "COBOL01 - CUSTOMER DEDUCTION PERCENT OVER 100"
026470             TO WS-GENERIC-LINE
026480         PERFORM 1397-CUST-DED-FATAL THRU 1397-EXIT
026490     END-IF
026500     IF WS-CD-COUNT >= WS-CUST-DED-TABLE-MAX
026510         MOVE SPACES TO WS-GENERIC-LINE
026520         MOVE "COBOL01 - CUSTOMER DEDUCTION TABLE FULL"
026530             TO WS-GENERIC-LINE
026540         PERFORM 1397-CUST-DED-FATAL THRU 1397-EXIT
026550     END-IF
026560     ADD 1 TO WS-CD-COUNT
026570     MOVE CD-IDENT TO WS-CD-IDENT (WS-CD-COUNT) (1:7)
026580     MOVE CD-PRIORITY TO WS-CD-PRIORITY (WS-CD-COUNT) (1:2)
026590     MOVE CD-NAME TO WS-CD-NAME (WS-CD-COUNT)
026600     MOVE CD-METHOD TO WS-CD-METHOD (WS-CD-COUNT)
026610     MOVE CD-VALUE TO WS-CD-VALUE (WS-CD-COUNT) (1:7)
026620     MOVE CD-TOTAL-TO-COLLECT
026630         TO WS-CD-TOTAL (WS-CD-COUNT) (1:9)
026640     MOVE CD-COLLECTED-TO-DATE
026650         TO WS-CD-COLLECTED (WS-CD-COUNT) (1:9)
026660     MOVE CD-NET-FLOOR TO WS-CD-FLOOR (WS-CD-COUNT) (1:7)
026670     MOVE "N" TO WS-CD-DONE-SWITCH (WS-CD-COUNT)
026680     MOVE CD-PAYEE-CODE TO WS-CD-PAYEE (WS-CD-COUNT)
026690     MOVE CD-CASE-NUMBER TO WS-CD-CASE (WS-CD-COUNT)
026700     ADD 1 TO WS-CD-LOADED-COUNT.
026710 1395-EXIT.
026720     EXIT.
026730*
026740* ---------------------------------------------------------------
026750* 1396-CHECK-DEDOUT-WINDOW
026760* A RESTARTED PAYING RUN SKIPS PAST THE CHECKPOINTED IDENT,
026770* BUT THE FAILED RUN NEVER WROTE ITS DEDOUT - THE COLLECTIONS
026780* IT TOOK FROM CUSTOMERS BEFORE THE FAILURE ARE NOT IN THIS
026790* RUN'S DEDFILE AND WILL NOT BE IN THIS RUN'S DEDOUT EITHER.
026800* COUNTS THE DEDFILE ENTRIES IN THAT SKIPPED WINDOW (IDENT
026810* NOT ABOVE THE RESTART POSITION) AND, WHEN THERE ARE ANY,
026820* MARKS THE DEDOUT PARTIAL AND SAYS SO ON THE REGISTER AND
026830* (VIA 3985) THE CONTROL-TOTALS PAGE, SO NOBODY ROLLS AN
026840* UNDERSTATED GENERATION IN AS AUTHORITATIVE - THE SAME
026850* ADJUST-BY-HAND TREATMENT COBOL04 GIVES RETURNED PAYMENTS.
026860* ---------------------------------------------------------------
026870 1396-CHECK-DEDOUT-WINDOW.
026880     MOVE ZEROS TO WS-CD-WINDOW-COUNT
026890     PERFORM VARYING WS-CD-SUBSCRIPT FROM 1 BY 1
026900             UNTIL WS-CD-SUBSCRIPT > WS-CD-COUNT
026910         IF WS-CD-IDENT (WS-CD-SUBSCRIPT)
026920                 NOT > WS-RESTART-FROM-IDENT
026930             ADD 1 TO WS-CD-WINDOW-COUNT
026940         END-IF
026950     END-PERFORM
026960     IF WS-CD-WINDOW-COUNT > ZEROS
026970         SET DEDOUT-IS-PARTIAL TO TRUE
026980         MOVE SPACES TO WS-GENERIC-LINE
026990         STRING "COBOL01 - RESTARTED RUN - DEDOUT WILL NOT "
027000             "CARRY COLLECTIONS TAKEN BEFORE THE FAILURE"
027010             DELIMITED BY SIZE INTO WS-GENERIC-LINE
027020         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
027030         MOVE SPACES TO WS-GENERIC-LINE
027040         STRING "COBOL01 - ADJUST DEDFILE COLLECTED BY HAND "
027050             "FOR " WS-CD-WINDOW-COUNT
027060             " CARDS AT OR BELOW IDENT " WS-RESTART-FROM-IDENT
027070             DELIMITED BY SIZE INTO WS-GENERIC-LINE
027080         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
027090     END-IF.
027100 1396-EXIT.
027110     EXIT.
027120*
027130* ---------------------------------------------------------------
027140* 1397-CUST-DED-FATAL
027150* REPORTS THE DEDUCTION-FILE PROBLEM ALREADY BUILT IN
027160* WS-GENERIC-LINE, CLOSES EVERYTHING, AND ENDS THE STEP WITH
027170* RETURN CODE 16 - NOBODY HAS BEEN PAID YET.
027180* ---------------------------------------------------------------
027190 1397-CUST-DED-FATAL.
027200     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
027210     CLOSE DEDUCTION-IN-FILE
027220     CLOSE CUSTOMER-MASTER-FILE
027230     IF RUN-MODE-USES-CHECKPOINT
027240         CLOSE CHECKPOINT-FILE
027250     END-IF
027260     IF RUN-MODE-WRITES-PAYMENTS
027270         CLOSE BANK-EXTRACT-FILE
027280         CLOSE REJECT-FILE
027290         CLOSE PAY-STATEMENT-FILE
027300         CLOSE REMITTANCE-FILE
027310     END-IF
027320     CLOSE PRINT-FILE
027330     MOVE 16 TO RETURN-CODE
027340     STOP RUN.
027350 1397-EXIT.
027360     EXIT.
027370*
027380* ---------------------------------------------------------------
027390* 1400-LOAD-DEDUCTION-RATES
027400* LOADS THE DEDUCTION-RATES TABLE FILE (RATEFILE) INTO THE TAX
027410* BAND AND BENEFIT TABLES DRIVING GROSS-TO-NET.  A FILE THAT
027420* WILL NOT OPEN, A CARD THAT WILL NOT EDIT, OR MORE CARDS THAN
027430* THE TABLES HOLD IS FATAL - A PAYROLL RUN MUST NOT PAY FROM A
027440* RATE TABLE THE SHOP CANNOT VOUCH FOR.  AN EMPTY FILE IS LEGAL
027450* (NO DEDUCTIONS - NET EQUALS GROSS) BUT IS FLAGGED ON THE
027460* REPORT IN CASE IT IS A MISTAKE.  "*" CARDS ARE COMMENTS.
027470* RATE CARDS CARRY AN EFFECTIVE DATE - THE FIRST PASS PICKS
027480* THE RATE SET IN EFFECT FOR THE RUN'S PAY DATE, THE SECOND
027490* LOADS ONLY THAT SET, AND 1450 PRINTS WHAT WAS LOADED ON THE
027500* REGISTER.  A PAY DATE NO SET COVERS IS FATAL, AS IS AN
027510* OFF-CYCLE RUN WHOSE SET CARRIES NO SUPPLEMENTAL "S" CARD.
027520* ---------------------------------------------------------------
027530 1400-LOAD-DEDUCTION-RATES.
027540     PERFORM 1402-OPEN-RATE-FILE THRU 1402-EXIT
027550     PERFORM UNTIL RATE-END-OF-FILE
027560         READ DEDUCTION-RATE-FILE
027570             AT END
027580                 MOVE "Y" TO WS-RATE-EOF-SWITCH
027590             NOT AT END
027600                 PERFORM 1405-SELECT-RATE-SET-DATE THRU 1405-EXIT
027610         END-READ
027620     END-PERFORM
027630     CLOSE DEDUCTION-RATE-FILE
027640     IF WS-RATE-CARDS-SEEN > ZEROS
027650             AND WS-SELECTED-EFF-DATE = LOW-VALUES
027660         MOVE SPACES TO WS-GENERIC-LINE
027670         STRING "COBOL01 - NO RATE SET IN EFFECT FOR PAY DATE "
027680             WS-PAY-DATE
027690             DELIMITED BY SIZE INTO WS-GENERIC-LINE
027700         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
027710     END-IF
027720     MOVE "N" TO WS-RATE-EOF-SWITCH
027730     PERFORM 1402-OPEN-RATE-FILE THRU 1402-EXIT
027740     PERFORM UNTIL RATE-END-OF-FILE
027750         READ DEDUCTION-RATE-FILE
027760             AT END
027770                 MOVE "Y" TO WS-RATE-EOF-SWITCH
027780             NOT AT END
027790                 PERFORM 1410-LOAD-ONE-RATE-CARD THRU 1410-EXIT
027800         END-READ
027810     END-PERFORM
027820     CLOSE DEDUCTION-RATE-FILE
027830     IF WS-TAX-BAND-COUNT = ZEROS AND WS-BENEFIT-COUNT = ZEROS
027840         MOVE SPACES TO WS-GENERIC-LINE
027850         MOVE "COBOL01 - NO DEDUCTION RATE CARDS LOADED - NET WIL
027860-            "L EQUAL GROSS" TO WS-GENERIC-LINE
027870         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
027880     END-IF
027890     IF RUN-MODE-IS-OFF-CYCLE AND SUPP-RATE-NOT-LOADED
027900         MOVE SPACES TO WS-GENERIC-LINE
027910         STRING "COBOL01 - NO SUPPLEMENTAL TAX RATE (S CARD) IN "
027920             "RATE SET FOR PAY DATE " WS-PAY-DATE
027930             DELIMITED BY SIZE INTO WS-GENERIC-LINE
027940         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
027950     END-IF
027960     PERFORM 1450-PRINT-RATE-SET THRU 1450-EXIT.
027970 1400-EXIT.
027980     EXIT.
027990*
028000* ---------------------------------------------------------------
028010* 1402-OPEN-RATE-FILE
028020* OPENS (OR REOPENS FOR THE LOAD PASS) THE DEDUCTION-RATES
028030* TABLE FILE.  FATAL IF IT WILL NOT OPEN.
028040* ---------------------------------------------------------------
028050 1402-OPEN-RATE-FILE.
028060     OPEN INPUT DEDUCTION-RATE-FILE
028070     IF WS-RATE-FILE-STATUS NOT = "00"
028080         MOVE SPACES TO WS-GENERIC-LINE
028090         STRING "COBOL01 - UNABLE TO OPEN DEDUCTION-RATE-FILE, "
028100             "STATUS = " WS-RATE-FILE-STATUS
028110             DELIMITED BY SIZE INTO WS-GENERIC-LINE
028120         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
028130     END-IF.
028140 1402-EXIT.
028150     EXIT.
028160*
028170* ---------------------------------------------------------------
028180* 1405-SELECT-RATE-SET-DATE
028190* FIRST PASS OVER THE RATE CARDS - PICKS THE LATEST EFFECTIVE
028200* DATE THAT IS NOT AFTER THE RUN'S PAY DATE.  A BLANK DATE IS
028210* IN EFFECT FROM THE BEGINNING (00000000); A DATE THAT WILL
028220* NOT EDIT IS FATAL LIKE ANY OTHER BAD RATE CARD.
028230* ---------------------------------------------------------------
028240 1405-SELECT-RATE-SET-DATE.
028250     IF RC-CARD-TYPE NOT = "T" AND RC-CARD-TYPE NOT = "B"
028260             AND RC-CARD-TYPE NOT = "G" AND RC-CARD-TYPE NOT = "S"
028270         GO TO 1405-EXIT
028280     END-IF
028290     MOVE RC-CARD-DATA TO WS-RC-TAX-VIEW
028300     PERFORM 1407-GET-CARD-EFF-DATE THRU 1407-EXIT
028310     ADD 1 TO WS-RATE-CARDS-SEEN
028320     IF WS-RC-EFF-DATE-WORK NOT > WS-PAY-DATE
028330             AND WS-RC-EFF-DATE-WORK > WS-SELECTED-EFF-DATE
028340         MOVE WS-RC-EFF-DATE-WORK TO WS-SELECTED-EFF-DATE
028350     END-IF.
028360 1405-EXIT.
028370     EXIT.
028380*
028390* ---------------------------------------------------------------
028400* 1407-GET-CARD-EFF-DATE
028410* EDITS THE EFFECTIVE DATE CARRIED IN CARD COLS 61-68 OF THE
028420* T, B, G OR S CARD ALREADY MOVED TO THE CARD WORK VIEW.
028430* ---------------------------------------------------------------
028440 1407-GET-CARD-EFF-DATE.
028450     MOVE WS-RC-EFF-DATE TO WS-RC-EFF-DATE-WORK
028460     IF WS-RC-EFF-DATE-WORK = SPACES
028470         MOVE "00000000" TO WS-RC-EFF-DATE-WORK
028480     END-IF
028490     IF WS-RC-EFF-DATE-WORK NOT NUMERIC
028500         MOVE SPACES TO WS-GENERIC-LINE
028510         MOVE "COBOL01 - RATE CARD EFFECTIVE DATE NOT NUMERIC"
028520             TO WS-GENERIC-LINE
028530         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
028540     END-IF.
028550 1407-EXIT.
028560     EXIT.
028570*
028580* ---------------------------------------------------------------
028590* 1410-LOAD-ONE-RATE-CARD
028600* EDITS AND FILES ONE RATEFILE CARD INTO THE TAX-BAND,
028610* BENEFIT OR PAY-GROUP TABLE, OR THE SUPPLEMENTAL TAX RATE, BY
028620* ITS TYPE CODE.  SECOND PASS - ONLY CARDS BELONGING TO THE
028630* SELECTED RATE SET ARE FILED.
028640* ---------------------------------------------------------------
028650 1410-LOAD-ONE-RATE-CARD.
028660     MOVE RC-CARD-DATA TO WS-RC-TAX-VIEW
028670     IF RC-CARD-TYPE = "T" OR RC-CARD-TYPE = "B"
028680             OR RC-CARD-TYPE = "G" OR RC-CARD-TYPE = "S"
028690         PERFORM 1407-GET-CARD-EFF-DATE THRU 1407-EXIT
028700         IF WS-RC-EFF-DATE-WORK NOT = WS-SELECTED-EFF-DATE
028710             GO TO 1410-EXIT
028720         END-IF
028730     END-IF
028740     EVALUATE RC-CARD-TYPE
028750         WHEN "T"
028760             PERFORM 1420-LOAD-TAX-BAND THRU 1420-EXIT
028770         WHEN "B"
028780             PERFORM 1430-LOAD-BENEFIT THRU 1430-EXIT
028790         WHEN "G"
028800             PERFORM 1440-LOAD-PAY-GROUP THRU 1440-EXIT
028810         WHEN "S"
028820             PERFORM 1445-LOAD-SUPPLEMENTAL-RATE THRU 1445-EXIT
028830         WHEN "*"
028840             CONTINUE
028850         WHEN SPACE
028860             CONTINUE
028870         WHEN OTHER
028880             MOVE SPACES TO WS-GENERIC-LINE
028890             STRING "COBOL01 - RATE CARD TYPE NOT T/B/G/S: "
028900                 RC-CARD-TYPE
028910                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
028920             PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
028930     END-EVALUATE.
028940 1410-EXIT.
028950     EXIT.
028960*
028970* ---------------------------------------------------------------
028980* 1420-LOAD-TAX-BAND
028990* FILES ONE MARGINAL TAX BAND - FROM-AMOUNT, TO-AMOUNT, AND THE
029000* PERCENT APPLIED TO THE SLICE OF GROSS INSIDE THE BAND.
029010* ---------------------------------------------------------------
029020 1420-LOAD-TAX-BAND.
029030     IF WS-RC-TAX-FROM NOT NUMERIC
029040             OR WS-RC-TAX-TO NOT NUMERIC
029050             OR WS-RC-TAX-PCT NOT NUMERIC
029060         MOVE SPACES TO WS-GENERIC-LINE
029070         MOVE "COBOL01 - TAX BAND CARD NOT NUMERIC"
029080             TO WS-GENERIC-LINE
029090         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
029100     END-IF
029110     IF WS-TAX-BAND-COUNT >= WS-RATE-TABLE-MAX
029120         MOVE SPACES TO WS-GENERIC-LINE
029130         MOVE "COBOL01 - TOO MANY TAX BAND CARDS"
029140             TO WS-GENERIC-LINE
029150         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
029160     END-IF
029170     ADD 1 TO WS-TAX-BAND-COUNT
029180     MOVE WS-RC-TAX-FROM
029190         TO WS-TAX-BAND-FROM (WS-TAX-BAND-COUNT) (1:9)
029200     MOVE WS-RC-TAX-TO
029210         TO WS-TAX-BAND-TO (WS-TAX-BAND-COUNT) (1:9)
029220     MOVE WS-RC-TAX-PCT
029230         TO WS-TAX-BAND-PCT (WS-TAX-BAND-COUNT) (1:4)
029240     IF WS-TAX-BAND-TO (WS-TAX-BAND-COUNT) <
029250             WS-TAX-BAND-FROM (WS-TAX-BAND-COUNT)
029260         MOVE SPACES TO WS-GENERIC-LINE
029270         MOVE "COBOL01 - TAX BAND TO-AMOUNT BELOW FROM-AMOUNT"
029280             TO WS-GENERIC-LINE
029290         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
029300     END-IF.
029310 1420-EXIT.
029320     EXIT.
029330*
029340* ---------------------------------------------------------------
029350* 1430-LOAD-BENEFIT
029360* FILES ONE BENEFIT DEDUCTION - A FLAT AMOUNT (METHOD F) OR A
029370* PERCENT OF GROSS (METHOD P) - WITH THE PAYEE CODE OF THE
029380* CARRIER IT IS REMITTED TO.
029390* ---------------------------------------------------------------
029400 1430-LOAD-BENEFIT.
029410     IF WS-RC-BEN-METHOD NOT = "F" AND WS-RC-BEN-METHOD NOT = "P"
029420         MOVE SPACES TO WS-GENERIC-LINE
029430         MOVE "COBOL01 - BENEFIT CARD METHOD NOT F OR P"
029440             TO WS-GENERIC-LINE
029450         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
029460     END-IF
029470     IF WS-RC-BEN-VALUE NOT NUMERIC
029480         MOVE SPACES TO WS-GENERIC-LINE
029490         MOVE "COBOL01 - BENEFIT CARD VALUE NOT NUMERIC"
029500             TO WS-GENERIC-LINE
029510         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
029520     END-IF
029530     IF WS-BENEFIT-COUNT >= WS-RATE-TABLE-MAX
029540         MOVE SPACES TO WS-GENERIC-LINE
029550         MOVE "COBOL01 - TOO MANY BENEFIT CARDS"
029560             TO WS-GENERIC-LINE
029570         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
029580     END-IF
029590     ADD 1 TO WS-BENEFIT-COUNT
029600     MOVE WS-RC-BEN-NAME TO WS-BENEFIT-NAME (WS-BENEFIT-COUNT)
029610     MOVE WS-RC-BEN-METHOD
029620         TO WS-BENEFIT-METHOD (WS-BENEFIT-COUNT)
029630     MOVE WS-RC-BEN-VALUE
029640         TO WS-BENEFIT-VALUE (WS-BENEFIT-COUNT) (1:7)
029650     MOVE WS-RC-BEN-PAYEE
029660         TO WS-BENEFIT-PAYEE (WS-BENEFIT-COUNT).
029670 1430-EXIT.
029680     EXIT.
029690*
029700* ---------------------------------------------------------------
029710* 1440-LOAD-PAY-GROUP
029720* FILES ONE PAY-GROUP DEFINITION - GROUP CODE, DESCRIPTION,
029730* THE OVERTIME THRESHOLD THAT REPLACES THE FLAT OVER-40 RULE
029740* FOR THE GROUP'S MEMBERS, AND THE GROUP'S VACATION AND SICK
029750* ACCRUAL PER PAYING RUN AND ANNUAL CAPS (BLANK = ZERO).
029760* ---------------------------------------------------------------
029770 1440-LOAD-PAY-GROUP.
029780     IF WS-RC-GRP-CODE = SPACE
029790         MOVE SPACES TO WS-GENERIC-LINE
029800         MOVE "COBOL01 - PAY GROUP CARD CODE IS BLANK"
029810             TO WS-GENERIC-LINE
029820         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
029830     END-IF
029840     IF WS-RC-GRP-OT NOT NUMERIC
029850         MOVE SPACES TO WS-GENERIC-LINE
029860         MOVE "COBOL01 - PAY GROUP CARD OT NOT NUMERIC"
029870             TO WS-GENERIC-LINE
029880         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
029890     END-IF
029900     IF WS-RC-GRP-VAC-ACCRUAL = SPACES
029910         MOVE ZEROS TO WS-RC-GRP-VAC-ACCRUAL
029920     END-IF
029930     IF WS-RC-GRP-VAC-CAP = SPACES
029940         MOVE ZEROS TO WS-RC-GRP-VAC-CAP
029950     END-IF
029960     IF WS-RC-GRP-SICK-ACCRUAL = SPACES
029970         MOVE ZEROS TO WS-RC-GRP-SICK-ACCRUAL
029980     END-IF
029990     IF WS-RC-GRP-SICK-CAP = SPACES
030000         MOVE ZEROS TO WS-RC-GRP-SICK-CAP
030010     END-IF
030020     IF WS-RC-GRP-VAC-ACCRUAL NOT NUMERIC
030030             OR WS-RC-GRP-VAC-CAP NOT NUMERIC
030040             OR WS-RC-GRP-SICK-ACCRUAL NOT NUMERIC
030050             OR WS-RC-GRP-SICK-CAP NOT NUMERIC
030060         MOVE SPACES TO WS-GENERIC-LINE
030070         MOVE "COBOL01 - PAY GROUP CARD LEAVE ACCRUAL NOT NUMERIC"
030080             TO WS-GENERIC-LINE
030090         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
030100     END-IF
030110     IF WS-GROUP-COUNT >= WS-GROUP-TABLE-MAX
030120         MOVE SPACES TO WS-GENERIC-LINE
030130         MOVE "COBOL01 - TOO MANY PAY GROUP CARDS"
030140             TO WS-GENERIC-LINE
030150         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
030160     END-IF
030170     ADD 1 TO WS-GROUP-COUNT
030180     MOVE WS-RC-GRP-CODE TO WS-GROUP-CODE (WS-GROUP-COUNT)
030190     MOVE WS-RC-GRP-DESC TO WS-GROUP-DESC (WS-GROUP-COUNT)
030200     MOVE WS-RC-GRP-OT
030210         TO WS-GROUP-OT-THRESHOLD (WS-GROUP-COUNT) (1:5)
030220     MOVE WS-RC-GRP-VAC-ACCRUAL
030230         TO WS-GROUP-VAC-ACCRUAL (WS-GROUP-COUNT) (1:5)
030240     MOVE WS-RC-GRP-VAC-CAP
030250         TO WS-GROUP-VAC-CAP (WS-GROUP-COUNT) (1:5)
030260     MOVE WS-RC-GRP-SICK-ACCRUAL
030270         TO WS-GROUP-SICK-ACCRUAL (WS-GROUP-COUNT) (1:5)
030280     MOVE WS-RC-GRP-SICK-CAP
030290         TO WS-GROUP-SICK-CAP (WS-GROUP-COUNT) (1:5).
030300 1440-EXIT.
030310     EXIT.
030320*
030330* ---------------------------------------------------------------
030340* 1445-LOAD-SUPPLEMENTAL-RATE
030350* FILES THE FLAT SUPPLEMENTAL TAX PERCENT AN OFF-CYCLE RUN
030360* WITHHOLDS FROM BONUS, COMMISSION AND FINAL PAY.  ONE S CARD
030370* PER RATE SET - A SECOND ONE IS FATAL, SINCE NOBODY COULD SAY
030380* WHICH RATE WAS MEANT.
030390* ---------------------------------------------------------------
030400 1445-LOAD-SUPPLEMENTAL-RATE.
030410     IF WS-RC-SUPP-PCT NOT NUMERIC
030420         MOVE SPACES TO WS-GENERIC-LINE
030430         MOVE "COBOL01 - SUPPLEMENTAL TAX CARD NOT NUMERIC"
030440             TO WS-GENERIC-LINE
030450         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
030460     END-IF
030470     IF SUPP-RATE-LOADED
030480         MOVE SPACES TO WS-GENERIC-LINE
030490         MOVE "COBOL01 - MORE THAN ONE SUPPLEMENTAL TAX CARD"
030500             TO WS-GENERIC-LINE
030510         PERFORM 1490-RATE-LOAD-FATAL THRU 1490-EXIT
030520     END-IF
030530     MOVE WS-RC-SUPP-PCT TO WS-SUPP-TAX-PCT (1:4)
030540     SET SUPP-RATE-LOADED TO TRUE.
030550 1445-EXIT.
030560     EXIT.
030570*
030580* ---------------------------------------------------------------
030590* 1450-PRINT-RATE-SET
030600* PRINTS THE RATE SET THE RUN ACTUALLY LOADED - ITS EFFECTIVE
030610* DATE, THE PAY DATE IT PRICED, EVERY TAX BAND, BENEFIT AND
030620* PAY GROUP FILED, AND THE SUPPLEMENTAL TAX RATE IF THE SET
030630* CARRIES ONE - AT THE HEAD OF THE REGISTER, SO AN AUDITOR CAN SEE
030640* WHICH BANDS PRICED WHICH RUN WITHOUT DIGGING OUT THE CARD
030650* DECK THAT WAS CURRENT AT THE TIME.
030660* ---------------------------------------------------------------
030670 1450-PRINT-RATE-SET.
030680     IF WS-RATE-CARDS-SEEN = ZEROS
030690         GO TO 1450-EXIT
030700     END-IF
030710     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
030720     MOVE WS-SELECTED-EFF-DATE TO PRT-RS-EFF-DATE
030730     MOVE WS-PAY-DATE TO PRT-RS-PAY-DATE
030740     WRITE PRINT-LINE FROM WS-RATE-SET-TITLE-LINE
030750         AFTER ADVANCING 2 LINES
030760     ADD 2 TO WS-LINE-COUNT
030770     PERFORM VARYING WS-RATE-SUBSCRIPT FROM 1 BY 1
030780             UNTIL WS-RATE-SUBSCRIPT > WS-TAX-BAND-COUNT
030790         PERFORM 1455-PRINT-ONE-TAX-BAND THRU 1455-EXIT
030800     END-PERFORM
030810     PERFORM VARYING WS-RATE-SUBSCRIPT FROM 1 BY 1
030820             UNTIL WS-RATE-SUBSCRIPT > WS-BENEFIT-COUNT
030830         PERFORM 1460-PRINT-ONE-BENEFIT THRU 1460-EXIT
030840     END-PERFORM
030850     PERFORM VARYING WS-GROUP-SUBSCRIPT FROM 1 BY 1
030860             UNTIL WS-GROUP-SUBSCRIPT > WS-GROUP-COUNT
030870         PERFORM 1465-PRINT-ONE-PAY-GROUP THRU 1465-EXIT
030880     END-PERFORM
030890     IF SUPP-RATE-LOADED
030900         PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
030910         MOVE WS-SUPP-TAX-PCT TO PRT-RS-SUPP-PCT
030920         WRITE PRINT-LINE FROM WS-RATE-SET-SUPP-LINE
030930             AFTER ADVANCING 1 LINE
030940         ADD 1 TO WS-LINE-COUNT
030950     END-IF.
030960 1450-EXIT.
030970     EXIT.
030980*
030990* ---------------------------------------------------------------
031000* 1455-PRINT-ONE-TAX-BAND
031010* PRINTS ONE TAX BAND OF THE LOADED RATE SET.
031020* ---------------------------------------------------------------
031030 1455-PRINT-ONE-TAX-BAND.
031040     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
031050     MOVE WS-TAX-BAND-FROM (WS-RATE-SUBSCRIPT) TO PRT-RS-TAX-FROM
031060     MOVE WS-TAX-BAND-TO (WS-RATE-SUBSCRIPT) TO PRT-RS-TAX-TO
031070     MOVE WS-TAX-BAND-PCT (WS-RATE-SUBSCRIPT) TO PRT-RS-TAX-PCT
031080     WRITE PRINT-LINE FROM WS-RATE-SET-TAX-LINE
031090         AFTER ADVANCING 1 LINE
031100     ADD 1 TO WS-LINE-COUNT.
031110 1455-EXIT.
031120     EXIT.
031130*
031140* ---------------------------------------------------------------
031150* 1460-PRINT-ONE-BENEFIT
031160* PRINTS ONE BENEFIT DEDUCTION OF THE LOADED RATE SET.
031170* ---------------------------------------------------------------
031180 1460-PRINT-ONE-BENEFIT.
031190     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
031200     MOVE WS-BENEFIT-NAME (WS-RATE-SUBSCRIPT) TO PRT-RS-BEN-NAME
031210     MOVE WS-BENEFIT-METHOD (WS-RATE-SUBSCRIPT)
031220         TO PRT-RS-BEN-METHOD
031230     MOVE WS-BENEFIT-VALUE (WS-RATE-SUBSCRIPT) TO PRT-RS-BEN-VALUE
031240     WRITE PRINT-LINE FROM WS-RATE-SET-BEN-LINE
031250         AFTER ADVANCING 1 LINE
031260     ADD 1 TO WS-LINE-COUNT.
031270 1460-EXIT.
031280     EXIT.
031290*
031300* ---------------------------------------------------------------
031310* 1465-PRINT-ONE-PAY-GROUP
031320* PRINTS ONE PAY GROUP OF THE LOADED RATE SET.
031330* ---------------------------------------------------------------
031340 1465-PRINT-ONE-PAY-GROUP.
031350     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
031360     MOVE WS-GROUP-CODE (WS-GROUP-SUBSCRIPT) TO PRT-RS-GRP-CODE
031370     MOVE WS-GROUP-DESC (WS-GROUP-SUBSCRIPT) TO PRT-RS-GRP-DESC
031380     MOVE WS-GROUP-OT-THRESHOLD (WS-GROUP-SUBSCRIPT)
031390         TO PRT-RS-GRP-OT
031400     MOVE WS-GROUP-VAC-ACCRUAL (WS-GROUP-SUBSCRIPT)
031410         TO PRT-RS-GRP-VAC
031420     MOVE WS-GROUP-VAC-CAP (WS-GROUP-SUBSCRIPT)
031430         TO PRT-RS-GRP-VAC-CAP
031440     MOVE WS-GROUP-SICK-ACCRUAL (WS-GROUP-SUBSCRIPT)
031450         TO PRT-RS-GRP-SICK
031460     MOVE WS-GROUP-SICK-CAP (WS-GROUP-SUBSCRIPT)
031470         TO PRT-RS-GRP-SICK-CAP
031480     WRITE PRINT-LINE FROM WS-RATE-SET-GROUP-LINE
031490         AFTER ADVANCING 1 LINE
031500     ADD 1 TO WS-LINE-COUNT.
031510 1465-EXIT.
031520     EXIT.
031530*
031540* ---------------------------------------------------------------
031550* 1490-RATE-LOAD-FATAL
031560* REPORTS THE RATE-TABLE PROBLEM ALREADY BUILT IN
031570* WS-GENERIC-LINE, CLOSES EVERYTHING, AND ENDS THE STEP WITH
031580* RETURN CODE 16.  NOTHING HAS BEEN PAID YET - THE RATE TABLE
031590* LOADS BEFORE THE FIRST CUSTOMER IS READ - SO A CLEAN STOP
031600* HERE COSTS NOTHING AND A WRONG RATE TABLE COSTS PLENTY.
031610* ---------------------------------------------------------------
031620 1490-RATE-LOAD-FATAL.
031630     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
031640     CLOSE DEDUCTION-RATE-FILE
031650     CLOSE CUSTOMER-MASTER-FILE
031660     IF RUN-MODE-USES-CHECKPOINT
031670         CLOSE CHECKPOINT-FILE
031680     END-IF
031690     IF RUN-MODE-WRITES-EXTRACT
031700         CLOSE BANK-EXTRACT-FILE
031710     END-IF
031720     IF RUN-MODE-WRITES-PAYMENTS
031730         CLOSE REJECT-FILE
031740     END-IF
031750     IF RUN-MODE-WRITES-STATEMENTS
031760         CLOSE PAY-STATEMENT-FILE
031770         CLOSE REMITTANCE-FILE
031780     END-IF
031790     IF RUN-MODE-IS-OFF-CYCLE
031800         CLOSE SUPPLEMENTAL-CARD-FILE
031810     END-IF
031820     CLOSE PRINT-FILE
031830     MOVE 16 TO RETURN-CODE
031840     STOP RUN.
031850 1490-EXIT.
031860     EXIT.
031870*
031880* ---------------------------------------------------------------
031890* 1500-OPEN-PAY-HISTORY-FILE
031900* OPENS THE PAY-HISTORY FILE FOR UPDATE.  IF PAYHIST ITSELF HAS
031910* NEVER BEEN ALLOCATED, CREATES IT EMPTY FIRST, EXACTLY AS
031920* 1100 DOES FOR THE CHECKPOINT FILE.  THE DETAIL RUN WRITES
031930* HISTORY AND YEAR-TO-DATE RECORDS HERE; THE SUMMARY RUN ONLY
031940* READS THE YEAR-TO-DATE RECORDS BACK.
031950* ---------------------------------------------------------------
031960 1500-OPEN-PAY-HISTORY-FILE.
031970     OPEN I-O PAY-HISTORY-FILE
031980     IF WS-PH-FILE-STATUS = "35"
031990         OPEN OUTPUT PAY-HISTORY-FILE
032000         CLOSE PAY-HISTORY-FILE
032010         OPEN I-O PAY-HISTORY-FILE
032020     END-IF
032030     IF WS-PH-FILE-STATUS NOT = "00"
032040         MOVE SPACES TO WS-GENERIC-LINE
032050         STRING "COBOL01 - UNABLE TO OPEN PAY-HISTORY-FILE, "
032060             "STATUS = " WS-PH-FILE-STATUS
032070             DELIMITED BY SIZE INTO WS-GENERIC-LINE
032080         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
032090         CLOSE CUSTOMER-MASTER-FILE
032100         IF RUN-MODE-USES-CHECKPOINT
032110             CLOSE CHECKPOINT-FILE
032120         END-IF
032130         IF RUN-MODE-WRITES-EXTRACT
032140             CLOSE BANK-EXTRACT-FILE
032150         END-IF
032160         IF RUN-MODE-WRITES-PAYMENTS
032170             CLOSE REJECT-FILE
032180             CLOSE PAY-STATEMENT-FILE
032190             CLOSE REMITTANCE-FILE
032200         END-IF
032210         CLOSE PRINT-FILE
032220         MOVE 16 TO RETURN-CODE
032230         STOP RUN
032240     END-IF.
032250 1500-EXIT.
032260     EXIT.
032270*
032280* ---------------------------------------------------------------
032290* 1550-LOAD-ARCHIVE-YTD
032300* LOADS THE SUMMARY YEAR'S YTD RECORDS FROM THE PAY-HISTORY
032310* ARCHIVE FILE (PAYARCH) INTO THE ARCHIVED-YTD TABLE, SO A
032320* SUMMARY FOR A YEAR COBOL06 HAS PURGED STILL ANSWERS.  THE
032330* ARCHIVE RECORDS ARE PARSED THROUGH THE PAY-HISTORY FD
032340* BUFFER - NO PAYHIST I-O IS IN FLIGHT THIS EARLY.  A FILE
032350* THAT WILL NOT OPEN IS REPORTED AND THE SUMMARY SIMPLY RUNS
032360* WITHOUT ARCHIVED YEARS - A DUMMIED PAYARCH IS THE NORMAL
032370* OPEN-YEAR CASE, NOT AN ERROR.
032380* ---------------------------------------------------------------
032390 1550-LOAD-ARCHIVE-YTD.
032400     OPEN INPUT PAY-ARCHIVE-FILE
032410     IF WS-ARC-FILE-STATUS NOT = "00"
032420         MOVE SPACES TO WS-GENERIC-LINE
032430         STRING "COBOL01 - PAY-ARCHIVE-FILE NOT AVAILABLE, "
032440             "STATUS = " WS-ARC-FILE-STATUS
032450             " - SUMMARY USES PAYHIST ONLY"
032460             DELIMITED BY SIZE INTO WS-GENERIC-LINE
032470         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
032480         GO TO 1550-EXIT
032490     END-IF
032500     PERFORM UNTIL ARC-END-OF-FILE
032510         READ PAY-ARCHIVE-FILE
032520             AT END
032530                 MOVE "Y" TO WS-ARC-EOF-SWITCH
032540             NOT AT END
032550                 PERFORM 1560-LOAD-ONE-ARCHIVE-RECORD
032560                     THRU 1560-EXIT
032570         END-READ
032580     END-PERFORM
032590     CLOSE PAY-ARCHIVE-FILE
032600     IF WS-ARC-COUNT > ZEROS
032610         MOVE SPACES TO WS-GENERIC-LINE
032620         STRING "COBOL01 - ARCHIVED YTD RECORDS LOADED FOR "
032630             WS-PAY-DATE (1:4) ": " WS-ARC-COUNT
032640             DELIMITED BY SIZE INTO WS-GENERIC-LINE
032650         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
032660     END-IF.
032670 1550-EXIT.
032680     EXIT.
032690*
032700* ---------------------------------------------------------------
032710* 1560-LOAD-ONE-ARCHIVE-RECORD
032720* FILES ONE ARCHIVED YTD RECORD FOR THE SUMMARY YEAR INTO THE
032730* ARCHIVED-YTD TABLE.  PAY-DATE RECORDS AND OTHER YEARS ARE
032740* PASSED OVER.  OVERFLOW IS REPORTED ONCE PER RECORD AND THE
032750* OVERFLOW CUSTOMERS SIMPLY MISS THEIR ARCHIVED YTD.
032760* ---------------------------------------------------------------
032770 1560-LOAD-ONE-ARCHIVE-RECORD.
032780     MOVE PA-ARCHIVE-RECORD TO PH-PAY-HISTORY-RECORD
032790     IF PH-PAY-DATE (1:4) NOT = WS-PAY-DATE (1:4)
032800             OR PH-PAY-DATE (5:4) NOT = "0000"
032810         GO TO 1560-EXIT
032820     END-IF
032830     IF WS-ARC-COUNT >= WS-ARC-TABLE-MAX
032840         MOVE SPACES TO WS-GENERIC-LINE
032850         MOVE "COBOL01 - ARCHIVED-YTD TABLE FULL"
032860             TO WS-GENERIC-LINE
032870         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
032880         GO TO 1560-EXIT
032890     END-IF
032900     ADD 1 TO WS-ARC-COUNT
032910     MOVE PH-IDENT TO WS-ARC-IDENT (WS-ARC-COUNT)
032920     MOVE PH-YTD-GROSS TO WS-ARC-YTD-GROSS (WS-ARC-COUNT).
032930 1560-EXIT.
032940     EXIT.
032950*
032960* ---------------------------------------------------------------
032970* 1570-OPEN-PAY-CALENDAR
032980* OPENS THE PAY CALENDAR - FOR UPDATE ON A PAYING RUN, WHICH
032990* MARKS ITS PERIODS PAID AT THE END (8200), READ-ONLY OTHERWISE.
033000* A CALENDAR THAT WILL NOT OPEN IS FATAL - WITHOUT IT NOTHING
033010* STOPS A RESUBMITTED JOB FROM PAYING THE SAME PERIOD TWICE.
033020* COBOL07 CREATES AND LOADS THE CALENDAR.  A REVERSAL RUN ONLY
033030* OPENS IT HERE - EACH CARD'S ORIGINAL PERIOD IS CHECKED BY
033040* 2085 AS THE CARD IS PROCESSED.  EVERY OTHER RUN CHECKS THE
033050* PAY DATE'S PERIOD FOR EACH GROUP IT COVERS BEFORE THE FIRST
033060* CUSTOMER IS READ, EXCEPT AN OFF-CYCLE RUN, WHICH ONLY PROVES
033070* ITS PAY DATE IS NOT A REGULAR ONE (1585).
033080* ---------------------------------------------------------------
033090 1570-OPEN-PAY-CALENDAR.
033100     IF RUN-MODE-WRITES-PAYMENTS
033110         OPEN I-O PAY-CALENDAR-FILE
033120     ELSE
033130         OPEN INPUT PAY-CALENDAR-FILE
033140     END-IF
033150     IF WS-PC-FILE-STATUS NOT = "00"
033160         MOVE SPACES TO WS-GENERIC-LINE
033170         STRING "COBOL01 - UNABLE TO OPEN PAY-CALENDAR-FILE, "
033180             "STATUS = " WS-PC-FILE-STATUS
033190             DELIMITED BY SIZE INTO WS-GENERIC-LINE
033200         PERFORM 1590-CALENDAR-FATAL THRU 1590-EXIT
033210     END-IF
033220     IF RUN-MODE-IS-REVERSAL
033230         GO TO 1570-EXIT
033240     END-IF
033250     IF RUN-MODE-IS-OFF-CYCLE
033260         PERFORM 1585-CHECK-OFF-CYCLE-DATE THRU 1585-EXIT
033270         GO TO 1570-EXIT
033280     END-IF
033290     PERFORM 1572-BUILD-CALENDAR-GROUPS THRU 1572-EXIT
033300     PERFORM VARYING WS-CAL-GROUP-SUBSCRIPT FROM 1 BY 1
033310             UNTIL WS-CAL-GROUP-SUBSCRIPT > WS-CAL-GROUP-COUNT
033320         PERFORM 1575-CHECK-PAY-PERIOD THRU 1575-EXIT
033330     END-PERFORM.
033340 1570-EXIT.
033350     EXIT.
033360*
033370* ---------------------------------------------------------------
033380* 1572-BUILD-CALENDAR-GROUPS
033390* LISTS THE PAY GROUPS WHOSE PERIOD THIS RUN PAYS OR PRICES -
033400* THE PAY-GROUP= GROUP WHEN ONE IS SELECTED, OTHERWISE EVERY
033410* GROUP ON A G CARD IN THE RATE SET, OR THE ONE SPACE GROUP
033420* WHEN THE RATE SET HAS NO G CARDS AND EVERYBODY IS PAID ON
033430* ONE CYCLE.
033440* ---------------------------------------------------------------
033450 1572-BUILD-CALENDAR-GROUPS.
033460     MOVE ZEROS TO WS-CAL-GROUP-COUNT
033470     IF NOT ALL-PAY-GROUPS-SELECTED
033480         MOVE 1 TO WS-CAL-GROUP-COUNT
033490         MOVE WS-SELECTED-PAY-GROUP TO WS-CAL-GROUP-CODE (1)
033500         GO TO 1572-EXIT
033510     END-IF
033520     IF WS-GROUP-COUNT = ZEROS
033530         MOVE 1 TO WS-CAL-GROUP-COUNT
033540         MOVE SPACE TO WS-CAL-GROUP-CODE (1)
033550         GO TO 1572-EXIT
033560     END-IF
033570     PERFORM VARYING WS-GROUP-SUBSCRIPT FROM 1 BY 1
033580             UNTIL WS-GROUP-SUBSCRIPT > WS-GROUP-COUNT
033590         ADD 1 TO WS-CAL-GROUP-COUNT
033600         MOVE WS-GROUP-CODE (WS-GROUP-SUBSCRIPT)
033610             TO WS-CAL-GROUP-CODE (WS-CAL-GROUP-COUNT)
033620     END-PERFORM.
033630 1572-EXIT.
033640     EXIT.
033650*
033660* ---------------------------------------------------------------
033670* 1575-CHECK-PAY-PERIOD
033680* PROVES ONE GROUP'S PERIOD FOR THE RUN'S PAY DATE.  NOT ON THE
033690* CALENDAR, CLOSED, OR ALREADY PAID WITHOUT OVERRIDE=PAID ARE
033700* ALL FATAL, AS IS AN EARLIER PERIOD OF THE GROUP STILL OPEN
033710* (1580).  AN OVERRIDDEN PAID PERIOD IS ALLOWED WITH A WARNING
033720* LINE - EACH CUSTOMER ALREADY PAID FOR THE DATE STILL REJECTS
033730* UNDER E016, SO THE OVERRIDE ONLY REACHES THE ONES WHO WERE
033740* NOT.
033750* ---------------------------------------------------------------
033760 1575-CHECK-PAY-PERIOD.
033770     MOVE WS-CAL-GROUP-CODE (WS-CAL-GROUP-SUBSCRIPT)
033780         TO WS-CAL-CHECK-GROUP
033790     MOVE WS-CAL-CHECK-GROUP TO PC-PAY-GROUP
033800     MOVE WS-PAY-DATE TO PC-PAY-DATE
033810     SET CALENDAR-PERIOD-FOUND TO TRUE
033820     READ PAY-CALENDAR-FILE
033830         INVALID KEY
033840             SET CALENDAR-PERIOD-NOT-FOUND TO TRUE
033850     END-READ
033860     IF CALENDAR-PERIOD-NOT-FOUND
033870         MOVE SPACES TO WS-GENERIC-LINE
033880         STRING "COBOL01 - PAY DATE " WS-PAY-DATE
033890             " IS NOT ON THE PAY CALENDAR FOR PAY GROUP '"
033900             WS-CAL-CHECK-GROUP "'"
033910             DELIMITED BY SIZE INTO WS-GENERIC-LINE
033920         PERFORM 1590-CALENDAR-FATAL THRU 1590-EXIT
033930     END-IF
033940     MOVE PC-PERIOD-STATUS TO WS-CAL-CHECK-STATUS
033950     MOVE PC-PAYING-RUN-COUNT TO WS-CAL-RUN-COUNT-DISPLAY
033960     IF WS-CAL-CHECK-STATUS = "C"
033970         MOVE SPACES TO WS-GENERIC-LINE
033980         STRING "COBOL01 - PAY PERIOD " WS-PAY-DATE
033990             " FOR PAY GROUP '" WS-CAL-CHECK-GROUP
034000             "' IS CLOSED ON THE PAY CALENDAR"
034010             DELIMITED BY SIZE INTO WS-GENERIC-LINE
034020         PERFORM 1590-CALENDAR-FATAL THRU 1590-EXIT
034030     END-IF
034040     IF WS-CAL-CHECK-STATUS = "P" AND NOT PAID-PERIOD-OVERRIDE
034050         MOVE SPACES TO WS-GENERIC-LINE
034060         STRING "COBOL01 - PAY PERIOD " WS-PAY-DATE
034070             " FOR PAY GROUP '" WS-CAL-CHECK-GROUP
034080             "' WAS ALREADY PAID ON " PC-LAST-RUN-DATE
034090             " - OVERRIDE=PAID REQUIRED TO RUN IT AGAIN"
034100             DELIMITED BY SIZE INTO WS-GENERIC-LINE
034110         PERFORM 1590-CALENDAR-FATAL THRU 1590-EXIT
034120     END-IF
034130     IF WS-CAL-CHECK-STATUS NOT = "O" AND NOT = "P"
034140         MOVE SPACES TO WS-GENERIC-LINE
034150         STRING "COBOL01 - PAY PERIOD " WS-PAY-DATE
034160             " FOR PAY GROUP '" WS-CAL-CHECK-GROUP
034170             "' HAS AN UNKNOWN CALENDAR STATUS '"
034180             WS-CAL-CHECK-STATUS "'"
034190             DELIMITED BY SIZE INTO WS-GENERIC-LINE
034200         PERFORM 1590-CALENDAR-FATAL THRU 1590-EXIT
034210     END-IF
034220     PERFORM 1580-CHECK-EARLIER-PERIODS THRU 1580-EXIT
034230     MOVE SPACES TO WS-GENERIC-LINE
034240     IF WS-CAL-CHECK-STATUS = "P"
034250         STRING "COBOL01 - OVERRIDE=PAID - PAY PERIOD "
034260             WS-PAY-DATE " FOR PAY GROUP '" WS-CAL-CHECK-GROUP
034270             "' ALREADY PAID " WS-CAL-RUN-COUNT-DISPLAY
034280             " TIME(S) - PRIOR PAYMENTS REJECT UNDER E016"
034290             DELIMITED BY SIZE INTO WS-GENERIC-LINE
034300     ELSE
034310         STRING "COBOL01 - PAY CALENDAR - PAY PERIOD "
034320             WS-PAY-DATE " FOR PAY GROUP '" WS-CAL-CHECK-GROUP
034330             "' IS OPEN"
034340             DELIMITED BY SIZE INTO WS-GENERIC-LINE
034350     END-IF
034360     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT.
034370 1575-EXIT.
034380     EXIT.
034390*
034400* ---------------------------------------------------------------
034410* 1580-CHECK-EARLIER-PERIODS
034420* BROWSES THE GROUP'S PERIODS BEFORE THE PAY DATE.  ANY STILL
034430* OPEN MEANS THIS RUN WOULD SKIP A PERIOD NOBODY HAS PAID, SO
034440* THE RUN IS STOPPED UNTIL THAT PERIOD IS PAID (OR DELETED
034450* FROM THE CALENDAR THROUGH COBOL07 IF IT WAS ADDED IN ERROR).
034460* ---------------------------------------------------------------
034470 1580-CHECK-EARLIER-PERIODS.
034480     SET NO-EARLIER-PERIOD-OPEN TO TRUE
034490     MOVE "N" TO WS-PC-EOF-SWITCH
034500     MOVE WS-CAL-CHECK-GROUP TO PC-PAY-GROUP
034510     MOVE LOW-VALUES TO PC-PAY-DATE
034520     START PAY-CALENDAR-FILE KEY NOT LESS THAN PC-KEY
034530         INVALID KEY
034540             MOVE "Y" TO WS-PC-EOF-SWITCH
034550     END-START
034560     PERFORM UNTIL PC-END-OF-FILE
034570         READ PAY-CALENDAR-FILE NEXT RECORD
034580             AT END
034590                 MOVE "Y" TO WS-PC-EOF-SWITCH
034600             NOT AT END
034610                 IF PC-PAY-GROUP NOT = WS-CAL-CHECK-GROUP
034620                         OR PC-PAY-DATE NOT < WS-PAY-DATE
034630                     MOVE "Y" TO WS-PC-EOF-SWITCH
034640                 ELSE
034650                     IF PC-PERIOD-STATUS = "O"
034660                         SET EARLIER-PERIOD-OPEN TO TRUE
034670                         MOVE PC-PAY-DATE TO WS-CAL-OPEN-DATE
034680                         MOVE "Y" TO WS-PC-EOF-SWITCH
034690                     END-IF
034700                 END-IF
034710         END-READ
034720     END-PERFORM
034730     IF EARLIER-PERIOD-OPEN
034740         MOVE SPACES TO WS-GENERIC-LINE
034750         STRING "COBOL01 - EARLIER PAY PERIOD " WS-CAL-OPEN-DATE
034760             " FOR PAY GROUP '" WS-CAL-CHECK-GROUP
034770             "' IS STILL OPEN - PAY IT BEFORE " WS-PAY-DATE
034780             DELIMITED BY SIZE INTO WS-GENERIC-LINE
034790         PERFORM 1590-CALENDAR-FATAL THRU 1590-EXIT
034800     END-IF.
034810 1580-EXIT.
034820     EXIT.
034830*
034840* ---------------------------------------------------------------
034850* 1585-CHECK-OFF-CYCLE-DATE
034860* BROWSES THE WHOLE PAY CALENDAR FOR ANY GROUP'S PERIOD ON THE
034870* OFF-CYCLE RUN'S PAY DATE.  THERE MUST BE NONE - AN OFF-CYCLE
034880* PAYMENT FILED UNDER A REGULAR PAY DATE WOULD TAKE THE KEY
034890* THE PERIOD'S OWN PAYMENT NEEDS, AND THE REGULAR RUN WOULD
034900* THEN REJECT THE CUSTOMER UNDER E016.  FATAL IF ONE IS FOUND -
034910* RERUN WITH A PAY-DATE= CARD FOR ANOTHER DAY.
034920* ---------------------------------------------------------------
034930 1585-CHECK-OFF-CYCLE-DATE.
034940     SET CALENDAR-PERIOD-NOT-FOUND TO TRUE
034950     MOVE WS-PAY-DATE TO WS-CAL-CHECK-DATE
034960     MOVE "N" TO WS-PC-EOF-SWITCH
034970     MOVE LOW-VALUES TO PC-KEY
034980     START PAY-CALENDAR-FILE KEY NOT LESS THAN PC-KEY
034990         INVALID KEY
035000             MOVE "Y" TO WS-PC-EOF-SWITCH
035010     END-START
035020     PERFORM UNTIL PC-END-OF-FILE
035030         READ PAY-CALENDAR-FILE NEXT RECORD
035040             AT END
035050                 MOVE "Y" TO WS-PC-EOF-SWITCH
035060             NOT AT END
035070                 IF PC-PAY-DATE = WS-CAL-CHECK-DATE
035080                     SET CALENDAR-PERIOD-FOUND TO TRUE
035090                     MOVE "Y" TO WS-PC-EOF-SWITCH
035100                 END-IF
035110         END-READ
035120     END-PERFORM
035130     MOVE SPACES TO WS-GENERIC-LINE
035140     IF CALENDAR-PERIOD-FOUND
035150         STRING "COBOL01 - OFF-CYCLE PAY DATE " WS-CAL-CHECK-DATE
035160             " IS A REGULAR PAY DATE FOR PAY GROUP '"
035170             PC-PAY-GROUP "' - USE PAY-DATE= FOR ANOTHER DAY"
035180             DELIMITED BY SIZE INTO WS-GENERIC-LINE
035190         PERFORM 1590-CALENDAR-FATAL THRU 1590-EXIT
035200     END-IF
035210     STRING "COBOL01 - PAY CALENDAR - OFF-CYCLE PAY DATE "
035220         WS-CAL-CHECK-DATE " IS NOT A REGULAR PAY DATE"
035230         DELIMITED BY SIZE INTO WS-GENERIC-LINE
035240     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT.
035250 1585-EXIT.
035260     EXIT.
035270*
035280* ---------------------------------------------------------------
035290* 1590-CALENDAR-FATAL
035300* REPORTS THE PAY-CALENDAR PROBLEM ALREADY BUILT IN
035310* WS-GENERIC-LINE, CLOSES EVERYTHING, AND ENDS THE STEP WITH
035320* RETURN CODE 16.  NOTHING HAS BEEN PAID YET - THE CALENDAR IS
035330* CHECKED BEFORE THE FIRST CUSTOMER IS READ.  THE EMPTY BANK
035340* EXTRACT GENERATION THE STEP LEAVES BEHIND MUST NOT BE SENT.
035350* ALSO TAKEN BY 1595, 1597 AND 1598 WHEN THE BANK-ACCOUNT,
035360* RATE-HISTORY OR LEAVE-BALANCE FILE WILL NOT OPEN - EVERY MODE
035370* THAT OPENS ONE HAS THE CALENDAR OPEN BY THEN.
035380* ---------------------------------------------------------------
035390 1590-CALENDAR-FATAL.
035400     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
035410     CLOSE PAY-CALENDAR-FILE
035420     CLOSE PAY-HISTORY-FILE
035430     CLOSE CUSTOMER-MASTER-FILE
035440     IF RUN-MODE-USES-CHECKPOINT
035450         CLOSE CHECKPOINT-FILE
035460     END-IF
035470     IF RUN-MODE-WRITES-EXTRACT
035480         CLOSE BANK-EXTRACT-FILE
035490     END-IF
035500     IF RUN-MODE-WRITES-PAYMENTS
035510         CLOSE REJECT-FILE
035520         CLOSE DEDUCTION-OUT-FILE
035530     END-IF
035540     IF RUN-MODE-WRITES-STATEMENTS
035550         CLOSE PAY-STATEMENT-FILE
035560         CLOSE REMITTANCE-FILE
035570     END-IF
035580     IF RUN-MODE-IS-REWORK
035590         CLOSE REWORK-IN-FILE
035600     END-IF
035610     IF RUN-MODE-IS-REVERSAL
035620         CLOSE REVERSAL-CARD-FILE
035630     END-IF
035640     IF RUN-MODE-IS-OFF-CYCLE
035650         CLOSE SUPPLEMENTAL-CARD-FILE
035660     END-IF
035670     IF RUN-MODE-USES-BANK-ACCTS
035680         CLOSE BANK-ACCOUNT-FILE
035690     END-IF
035700     IF RUN-MODE-USES-RATE-HIST
035710         CLOSE RATE-HISTORY-FILE
035720     END-IF
035730     IF RUN-MODE-USES-LEAVE
035740         CLOSE LEAVE-BALANCE-FILE
035750     END-IF
035760     CLOSE PRINT-FILE
035770     MOVE 16 TO RETURN-CODE
035780     STOP RUN.
035790 1590-EXIT.
035800     EXIT.
035810*
035820* ---------------------------------------------------------------
035830* 1595-OPEN-BANK-ACCOUNT-FILE
035840* OPENS THE DIRECT-DEPOSIT BANK-ACCOUNT FILE - FOR UPDATE ON A
035850* PAYING RUN (DETAIL OR REWORK), WHICH STAMPS PRENOTES SENT AND
035860* PROMOTES ACCOUNTS TO ACTIVE, AND READ-ONLY ON A TRIAL,
035870* REVERSAL OR OFF-CYCLE RUN.  FATAL IF IT WILL NOT OPEN -
035880* WITHOUT IT NOBODY CAN BE PAID, AND A RUN THAT REJECTED EVERY
035890* CUSTOMER UNDER E017 WOULD ONLY HAVE TO BE REWORKED FROM THE
035900* TOP.
035910* ---------------------------------------------------------------
035920 1595-OPEN-BANK-ACCOUNT-FILE.
035930     IF RUN-MODE-WRITES-PAYMENTS
035940         OPEN I-O BANK-ACCOUNT-FILE
035950     ELSE
035960         OPEN INPUT BANK-ACCOUNT-FILE
035970     END-IF
035980     IF WS-BA-FILE-STATUS NOT = "00"
035990         MOVE SPACES TO WS-GENERIC-LINE
036000         STRING "COBOL01 - UNABLE TO OPEN BANK-ACCOUNT-FILE, "
036010             "STATUS = " WS-BA-FILE-STATUS
036020             DELIMITED BY SIZE INTO WS-GENERIC-LINE
036030         PERFORM 1590-CALENDAR-FATAL THRU 1590-EXIT
036040     END-IF.
036050 1595-EXIT.
036060     EXIT.
036070*
036080* ---------------------------------------------------------------
036090* 1597-OPEN-RATE-HISTORY-FILE
036100* OPENS THE PAY-RATE HISTORY FILE THAT CARRIES THE RETRO PAY
036110* COBOL12 HAS COMPUTED - FOR UPDATE ON A RUN THAT WRITES THE
036120* BANK EXTRACT (A PAYING RUN MARKS RETRO PAY APPLIED, A
036130* REVERSAL PUTS IT BACK), READ-ONLY ON A TRIAL RUN.  FATAL IF
036140* IT WILL NOT OPEN - PAYING WITHOUT IT WOULD LEAVE RETRO PAY
036150* OWED OFF THE CHECK WITH NOTHING ON THE RUN TO SAY SO.
036160* ---------------------------------------------------------------
036170 1597-OPEN-RATE-HISTORY-FILE.
036180     IF RUN-MODE-WRITES-EXTRACT
036190         OPEN I-O RATE-HISTORY-FILE
036200     ELSE
036210         OPEN INPUT RATE-HISTORY-FILE
036220     END-IF
036230     IF WS-RH-FILE-STATUS NOT = "00"
036240         MOVE SPACES TO WS-GENERIC-LINE
036250         STRING "COBOL01 - UNABLE TO OPEN RATE-HISTORY-FILE, "
036260             "STATUS = " WS-RH-FILE-STATUS
036270             DELIMITED BY SIZE INTO WS-GENERIC-LINE
036280         PERFORM 1590-CALENDAR-FATAL THRU 1590-EXIT
036290     END-IF.
036300 1597-EXIT.
036310     EXIT.
036320*
036330* ---------------------------------------------------------------
036340* 1598-OPEN-LEAVE-BALANCE-FILE
036350* OPENS THE LEAVE-BALANCE FILE - FOR UPDATE ON A PAYING RUN
036360* (DETAIL OR REWORK), CREATING IT EMPTY THE FIRST TIME (STATUS
036370* 35), AND READ-ONLY ON A TRIAL RUN, WHICH TREATS A FILE NOT YET
036380* CREATED AS EVERY BALANCE ZERO.  OTHERWISE FATAL - A PAYING RUN
036390* THAT CANNOT FILE THE LEAVE IT PAYS WOULD LEAVE THE BALANCES
036400* WRONG WITH NOTHING ON THE RUN TO SAY SO.
036410* ---------------------------------------------------------------
036420 1598-OPEN-LEAVE-BALANCE-FILE.
036430     IF RUN-MODE-WRITES-PAYMENTS
036440         OPEN I-O LEAVE-BALANCE-FILE
036450         IF WS-LV-FILE-STATUS = "35"
036460             OPEN OUTPUT LEAVE-BALANCE-FILE
036470             CLOSE LEAVE-BALANCE-FILE
036480             OPEN I-O LEAVE-BALANCE-FILE
036490         END-IF
036500     ELSE
036510         OPEN INPUT LEAVE-BALANCE-FILE
036520         IF WS-LV-FILE-STATUS = "35"
036530             GO TO 1598-EXIT
036540         END-IF
036550     END-IF
036560     IF WS-LV-FILE-STATUS NOT = "00"
036570         MOVE SPACES TO WS-GENERIC-LINE
036580         STRING "COBOL01 - UNABLE TO OPEN LEAVE-BALANCE-FILE, "
036590             "STATUS = " WS-LV-FILE-STATUS
036600             DELIMITED BY SIZE INTO WS-GENERIC-LINE
036610         PERFORM 1590-CALENDAR-FATAL THRU 1590-EXIT
036620     END-IF
036630     SET LEAVE-FILE-IS-OPEN TO TRUE.
036640 1598-EXIT.
036650     EXIT.
036660*
036670* ---------------------------------------------------------------
036680* 1600-PAYROLL-REGISTER-HEADING
036690* WRITES THE HEADING FOR THE PAYROLL REGISTER.
036700* ---------------------------------------------------------------
036710 1600-PAYROLL-REGISTER-HEADING.
036720     WRITE PRINT-LINE FROM WS-PAYROLL-HEADING-LINE
036730         AFTER ADVANCING 2 LINES
036740     ADD 2 TO WS-LINE-COUNT.
036750 1600-EXIT.
036760     EXIT.
036770*
036780* ---------------------------------------------------------------
036790* 1700-EXCEPTION-HEADING
036800* WRITES THE HEADING FOR THE EXCEPTION LISTING.
036810* ---------------------------------------------------------------
036820 1700-EXCEPTION-HEADING.
036830     WRITE PRINT-LINE FROM WS-EXCEPTION-HEADING-LINE
036840         AFTER ADVANCING 2 LINES
036850     ADD 2 TO WS-LINE-COUNT.
036860 1700-EXIT.
036870     EXIT.
036880*
036890* ---------------------------------------------------------------
036900* 1750-AGE-BAND-SUMMARY-HEADING
036910* WRITES THE HEADING FOR THE YEAR-END AGE-BANDED PAYCHECK
036920* SUMMARY, USED IN PLACE OF 1600 WHEN RUN-MODE=SUMMARY.
036930* ---------------------------------------------------------------
036940 1750-AGE-BAND-SUMMARY-HEADING.
036950     WRITE PRINT-LINE FROM WS-AGE-BAND-SUMMARY-HEADING-LINE
036960         AFTER ADVANCING 2 LINES
036970     ADD 2 TO WS-LINE-COUNT.
036980 1750-EXIT.
036990     EXIT.
037000*
037010* ---------------------------------------------------------------
037020* 1760-DIRECTORY-HEADING
037030* WRITES THE HEADING FOR THE NAME-ORDER CUSTOMER DIRECTORY,
037040* USED IN PLACE OF 1600/1700 WHEN RUN-MODE=DIRECTORY.
037050* ---------------------------------------------------------------
037060 1760-DIRECTORY-HEADING.
037070     WRITE PRINT-LINE FROM WS-DIRECTORY-HEADING-LINE
037080         AFTER ADVANCING 2 LINES
037090     ADD 2 TO WS-LINE-COUNT.
037100 1760-EXIT.
037110     EXIT.
037120*
037130* ---------------------------------------------------------------
037140* 1770-REVERSAL-HEADING
037150* WRITES THE HEADING FOR THE PAY-REVERSAL REGISTER SECTION,
037160* USED IN PLACE OF 1600 WHEN RUN-MODE=REVERSAL.
037170* ---------------------------------------------------------------
037180 1770-REVERSAL-HEADING.
037190     WRITE PRINT-LINE FROM WS-REVERSAL-HEADING-LINE
037200         AFTER ADVANCING 2 LINES
037210     ADD 2 TO WS-LINE-COUNT.
037220 1770-EXIT.
037230     EXIT.
037240*
037250* ---------------------------------------------------------------
037260* 1780-SUPPLEMENTAL-HEADING
037270* WRITES THE HEADING FOR THE OFF-CYCLE SUPPLEMENTAL REGISTER,
037280* USED IN PLACE OF 1600 WHEN RUN-MODE=OFFCYCLE.
037290* ---------------------------------------------------------------
037300 1780-SUPPLEMENTAL-HEADING.
037310     WRITE PRINT-LINE FROM WS-SUPPLEMENTAL-HEADING-LINE
037320         AFTER ADVANCING 2 LINES
037330     ADD 2 TO WS-LINE-COUNT.
037340 1780-EXIT.
037350     EXIT.
037360*
037370* ---------------------------------------------------------------
037380* 1650-WRITE-PAGE-HEADING
037390* STARTS A NEW PAGE OF THE REPORT WITH THE RUN DATE AND PAGE
037400* NUMBER, FOLLOWED BY THE COLUMN HEADING(S) FOR WHICHEVER REPORT
037410* THIS RUN-MODE PRODUCES.  CALLED AT START-UP AND AGAIN BY
037420* 1660-CHECK-PAGE-BREAK WHENEVER THE CURRENT PAGE FILLS UP, SO
037430* EVERY PAGE OF A MULTI-PAGE RUN CARRIES ITS OWN COLUMN HEADINGS,
037440* NOT JUST PAGE ONE.  ONCE 1200-RESTART-IF-NEEDED HAS SET
037450* THIS-IS-A-RESTARTED-RUN, EVERY PAGE FROM THAT POINT ON CARRIES
037460* A RESTART FLAG IN THE HEADING (THE FIRST PAGE OF A RESTARTED
037470* RUN ALREADY CARRIES THE MORE DETAILED "RESTARTING AFTER IDENT"
037480* LINE WRITTEN BY 1200).
037490* ---------------------------------------------------------------
037500 1650-WRITE-PAGE-HEADING.
037510     ADD 1 TO WS-PAGE-NUMBER
037520     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
037530     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
037540     IF THIS-IS-A-RESTARTED-RUN
037550         MOVE "(RESTARTED RUN)" TO PRT-HDG-RESTART-FLAG
037560     ELSE
037570         MOVE SPACES TO PRT-HDG-RESTART-FLAG
037580     END-IF
037590     IF RUN-MODE-IS-TRIAL
037600         MOVE "(TRIAL RUN)" TO PRT-HDG-RESTART-FLAG
037610     END-IF
037620     IF RUN-MODE-IS-OFF-CYCLE
037630         MOVE "(OFF-CYCLE RUN)" TO PRT-HDG-RESTART-FLAG
037640     END-IF
037650     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
037660         AFTER ADVANCING PAGE
037670     MOVE ZEROS TO WS-LINE-COUNT
037680     IF RUN-MODE-IS-DIRECTORY
037690         PERFORM 1760-DIRECTORY-HEADING THRU 1760-EXIT
037700         GO TO 1650-EXIT
037710     END-IF
037720     IF RUN-MODE-IS-REVERSAL
037730         PERFORM 1770-REVERSAL-HEADING THRU 1770-EXIT
037740         PERFORM 1700-EXCEPTION-HEADING THRU 1700-EXIT
037750         GO TO 1650-EXIT
037760     END-IF
037770     IF RUN-MODE-IS-OFF-CYCLE
037780         PERFORM 1780-SUPPLEMENTAL-HEADING THRU 1780-EXIT
037790         PERFORM 1700-EXCEPTION-HEADING THRU 1700-EXIT
037800         GO TO 1650-EXIT
037810     END-IF
037820     IF RUN-MODE-IS-SUMMARY
037830         PERFORM 1750-AGE-BAND-SUMMARY-HEADING THRU 1750-EXIT
037840     ELSE
037850         PERFORM 1600-PAYROLL-REGISTER-HEADING THRU 1600-EXIT
037860     END-IF
037870     PERFORM 1700-EXCEPTION-HEADING THRU 1700-EXIT.
037880 1650-EXIT.
037890     EXIT.
037900*
037910* ---------------------------------------------------------------
037920* 1660-CHECK-PAGE-BREAK
037930* STARTS A NEW PAGE IF THE CURRENT ONE HAS FILLED UP.
037940* ---------------------------------------------------------------
037950 1660-CHECK-PAGE-BREAK.
037960     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
037970         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
037980     END-IF.
037990 1660-EXIT.
038000     EXIT.
038010*
038020* ---------------------------------------------------------------
038030* 1900-WRITE-GENERIC-LINE
038040* WRITES WHATEVER HAS BEEN MOVED INTO WS-GENERIC-LINE AS A
038050* SINGLE-SPACED REPORT LINE.
038060* ---------------------------------------------------------------
038070 1900-WRITE-GENERIC-LINE.
038080     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
038090     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
038100     ADD 1 TO WS-LINE-COUNT.
038110 1900-EXIT.
038120     EXIT.
038130*
038140* ---------------------------------------------------------------
038150* 2000-PROCESS-CUSTOMERS
038160* READS THE CUSTOMER-MASTER FILE AND PROCESSES EVERY RECORD ON
038170* IT, REPLACING THE OLD ONE-RECORD HARDCODED DEMONSTRATION.
038180* THE LEAVE HOURS ARE CLEARED FOR EACH RECORD - 2300 FILLS THEM
038190* FROM THE TIMECARD ON A DETAIL OR TRIAL RUN.
038200* ---------------------------------------------------------------
038210 2000-PROCESS-CUSTOMERS.
038220     PERFORM UNTIL CM-END-OF-FILE
038230         READ CUSTOMER-MASTER-FILE NEXT RECORD
038240             AT END
038250                 MOVE "Y" TO WS-CM-EOF-SWITCH
038260             NOT AT END
038270                 ADD 1 TO WS-RECORDS-READ-COUNT
038280                 MOVE CM-CUSTOMER-RECORD TO CUSTOMER
038290                 MOVE ZEROS TO WS-LEAVE-HOURS-TAKEN
038300                 PERFORM 2100-PROCESS-ONE-CUSTOMER THRU 2100-EXIT
038310         END-READ
038320     END-PERFORM.
038330 2000-EXIT.
038340     EXIT.
038350*
038360* ---------------------------------------------------------------
038370* 2050-PROCESS-REWORK-RECORDS
038380* READS THE CORRECTED-REJECTS FILE AND PUTS EVERY RECORD ON IT
038390* THROUGH EXACTLY THE SAME VALIDATION AND PAYROLL PATH A MASTER
038400* RECORD TAKES - A CORRECTED RECORD THAT STILL WILL NOT PASS
038410* GOES BACK OUT ON THE REJECT FILE FOR ANOTHER ROUND.  THE
038420* PERIOD'S VACATION, SICK AND HOLIDAY HOURS COME FROM THE
038430* RECORD, AS 4100 WROTE THEM - THERE IS NO TIMECARD ON A REWORK
038440* RUN.  THE CUSTOMER-MASTER FILE IS NOT REREAD AND THE
038450* CHECKPOINT IS NOT TOUCHED.  USED IN PLACE OF 2000 WHEN
038460* RUN-MODE=REWORK.
038470* ---------------------------------------------------------------
038480 2050-PROCESS-REWORK-RECORDS.
038490     PERFORM UNTIL RW-END-OF-FILE
038500         READ REWORK-IN-FILE
038510             AT END
038520                 MOVE "Y" TO WS-RW-EOF-SWITCH
038530             NOT AT END
038540                 ADD 1 TO WS-RECORDS-READ-COUNT
038550                 MOVE RW-CUSTOMER-IMAGE TO CUSTOMER
038560                 MOVE RW-VAC-HOURS TO WS-CUR-VAC-HOURS
038570                 MOVE RW-SICK-HOURS TO WS-CUR-SICK-HOURS
038580                 MOVE RW-HOL-HOURS TO WS-CUR-HOL-HOURS
038590                 PERFORM 2100-PROCESS-ONE-CUSTOMER THRU 2100-EXIT
038600         END-READ
038610     END-PERFORM.
038620 2050-EXIT.
038630     EXIT.
038640*
038650* ---------------------------------------------------------------
038660* 2060-PROCESS-REVERSAL-CARDS
038670* READS THE REVERSAL-CARD FILE AND PROCESSES EVERY CARD ON IT.
038680* USED IN PLACE OF 2000 WHEN RUN-MODE=REVERSAL.  THE MASTER IS
038690* NOT SWEPT AND THE CHECKPOINT IS NOT TOUCHED - A RERUN OF A
038700* REVERSAL STEP REPROCESSES ITS WHOLE INPUT, AND A REVERSAL
038710* ALREADY APPLIED REJECTS ON THE ALREADY-REVERSED CHECK.
038720* ---------------------------------------------------------------
038730 2060-PROCESS-REVERSAL-CARDS.
038740     PERFORM UNTIL RVS-END-OF-FILE
038750         READ REVERSAL-CARD-FILE
038760             AT END
038770                 MOVE "Y" TO WS-RVS-EOF-SWITCH
038780             NOT AT END
038790                 PERFORM 2070-PROCESS-ONE-REVERSAL THRU 2070-EXIT
038800         END-READ
038810     END-PERFORM.
038820 2060-EXIT.
038830     EXIT.
038840*
038850* ---------------------------------------------------------------
038860* 2070-PROCESS-ONE-REVERSAL
038870* EDITS ONE REVERSAL CARD AND PROVES IT AGAINST THE PAY-HISTORY
038880* FILE - THE ORIGINAL PAYMENT MUST EXIST, NOT ALREADY BE
038890* REVERSED OR RETURNED, THE OFFSETTING KEY (IDENT PLUS THIS RUN
038900* DATE) MUST BE FREE, AND THE YTD RECORD FOR THE ORIGINAL YEAR
038910* MUST EXIST TO TAKE THE REDUCTION, AND THE ORIGINAL PERIOD
038920* MUST BE PAID AND NOT CLOSED ON THE PAY CALENDAR (2085) -
038930* EXCEPT FOR AN OFF-CYCLE PAYMENT (TYPE "S"), WHOSE PAY DATE
038940* IS NO CALENDAR PERIOD.  A CARD THAT FAILS ANY
038950* CHECK REJECTS TO THE EXCEPTION LISTING UNDER E012.  THE YTD
038960* RECORD IS LEFT IN THE FD BUFFER FOR 2080 TO REDUCE.
038970* ---------------------------------------------------------------
038980 2070-PROCESS-ONE-REVERSAL.
038990     IF REVERSAL-CARD-RECORD = SPACES OR RV-IDENT (1:1) = "*"
039000         GO TO 2070-EXIT
039010     END-IF
039020     ADD 1 TO WS-RECORDS-READ-COUNT
039030     SET REVERSAL-CARD-OK TO TRUE
039040     MOVE ZEROS TO WS-EXCEPTION-IDENT-DISPLAY
039050     MOVE "REVERSAL" TO WS-EXCEPTION-FIELD
039060     MOVE "E012" TO WS-EXCEPTION-CODE
039070     IF RV-IDENT NOT NUMERIC OR RV-ORIG-PAY-DATE NOT NUMERIC
039080         MOVE "REVERSAL CARD WILL NOT EDIT"
039090             TO WS-EXCEPTION-REASON
039100         PERFORM 2075-REJECT-REVERSAL-CARD THRU 2075-EXIT
039110         GO TO 2070-EXIT
039120     END-IF
039130     MOVE RV-IDENT TO WS-RVS-IDENT
039140     MOVE RV-IDENT TO WS-EXCEPTION-IDENT-DISPLAY
039150     MOVE RV-ORIG-PAY-DATE TO WS-RVS-ORIG-DATE
039160     MOVE WS-RVS-IDENT TO PH-IDENT
039170     MOVE WS-RVS-ORIG-DATE TO PH-PAY-DATE
039180     READ PAY-HISTORY-FILE
039190         INVALID KEY
039200             SET REVERSAL-CARD-REJECTED TO TRUE
039210             MOVE "NO PAY HISTORY FOR IDENT/DATE"
039220                 TO WS-EXCEPTION-REASON
039230     END-READ
039240     IF REVERSAL-CARD-REJECTED
039250         PERFORM 2075-REJECT-REVERSAL-CARD THRU 2075-EXIT
039260         GO TO 2070-EXIT
039270     END-IF
039280     IF PH-RECORD-TYPE = "V"
039290         MOVE "PAYMENT ALREADY REVERSED" TO WS-EXCEPTION-REASON
039300         PERFORM 2075-REJECT-REVERSAL-CARD THRU 2075-EXIT
039310         GO TO 2070-EXIT
039320     END-IF
039330     IF PH-RECORD-TYPE = "R"
039340         MOVE "CANNOT REVERSE A REVERSAL" TO WS-EXCEPTION-REASON
039350         PERFORM 2075-REJECT-REVERSAL-CARD THRU 2075-EXIT
039360         GO TO 2070-EXIT
039370     END-IF
039380     IF PH-RETURNED-FLAG = "R"
039390         MOVE "PAYMENT RETURNED BY BANK" TO WS-EXCEPTION-REASON
039400         PERFORM 2075-REJECT-REVERSAL-CARD THRU 2075-EXIT
039410         GO TO 2070-EXIT
039420     END-IF
039430     IF WS-RVS-ORIG-DATE (5:4) = "0000"
039440         MOVE "CANNOT REVERSE A YTD RECORD" TO WS-EXCEPTION-REASON
039450         PERFORM 2075-REJECT-REVERSAL-CARD THRU 2075-EXIT
039460         GO TO 2070-EXIT
039470     END-IF
039480     MOVE PH-RECORD-TYPE TO WS-RVS-ORIG-TYPE
039490     MOVE PH-GROSS-PAY TO WS-RVS-GROSS
039500     MOVE PH-TOTAL-DEDUCTIONS TO WS-RVS-DEDUCTIONS
039510     MOVE PH-NET-PAY TO WS-RVS-NET
039520     MOVE PH-TAX-DEDUCTIONS TO WS-RVS-TAX
039530     MOVE PH-BENEFIT-DEDUCTIONS TO WS-RVS-BENEFITS
039540     MOVE WS-RVS-IDENT TO PH-IDENT
039550     MOVE WS-RUN-DATE TO PH-PAY-DATE
039560     READ PAY-HISTORY-FILE
039570         INVALID KEY
039580             CONTINUE
039590         NOT INVALID KEY
039600             SET REVERSAL-CARD-REJECTED TO TRUE
039610             MOVE "REVERSAL KEY IN USE THIS DATE"
039620                 TO WS-EXCEPTION-REASON
039630     END-READ
039640     IF REVERSAL-CARD-REJECTED
039650         PERFORM 2075-REJECT-REVERSAL-CARD THRU 2075-EXIT
039660         GO TO 2070-EXIT
039670     END-IF
039680     IF WS-RVS-ORIG-TYPE NOT = "S"
039690         PERFORM 2085-CHECK-REVERSAL-PERIOD THRU 2085-EXIT
039700     END-IF
039710     IF REVERSAL-CARD-REJECTED
039720         PERFORM 2075-REJECT-REVERSAL-CARD THRU 2075-EXIT
039730         GO TO 2070-EXIT
039740     END-IF
039750     MOVE WS-RVS-IDENT TO PH-IDENT
039760     MOVE WS-RVS-ORIG-DATE (1:4) TO PH-PAY-DATE (1:4)
039770     MOVE "0000" TO PH-PAY-DATE (5:4)
039780     READ PAY-HISTORY-FILE
039790         INVALID KEY
039800             SET REVERSAL-CARD-REJECTED TO TRUE
039810             MOVE "NO YTD RECORD FOR ORIG YEAR"
039820                 TO WS-EXCEPTION-REASON
039830     END-READ
039840     IF REVERSAL-CARD-REJECTED
039850         PERFORM 2075-REJECT-REVERSAL-CARD THRU 2075-EXIT
039860         GO TO 2070-EXIT
039870     END-IF
039880     PERFORM 2080-APPLY-REVERSAL THRU 2080-EXIT.
039890 2070-EXIT.
039900     EXIT.
039910*
039920* ---------------------------------------------------------------
039930* 2065-PROCESS-SUPPLEMENTAL-CARDS
039940* READS THE SUPPLEMENTAL-CARD FILE AND PAYS EVERY CARD ON IT.
039950* USED IN PLACE OF 2000 WHEN RUN-MODE=OFFCYCLE.  THE MASTER IS
039960* NOT SWEPT AND THE CHECKPOINT IS NOT TOUCHED - A RERUN OF AN
039970* OFF-CYCLE STEP REPROCESSES ITS WHOLE INPUT, AND A CARD
039980* ALREADY PAID REJECTS ON THE PAYMENT IT FILED.
039990* ---------------------------------------------------------------
040000 2065-PROCESS-SUPPLEMENTAL-CARDS.
040010     PERFORM UNTIL SUP-END-OF-FILE
040020         READ SUPPLEMENTAL-CARD-FILE
040030             AT END
040040                 MOVE "Y" TO WS-SUP-EOF-SWITCH
040050             NOT AT END
040060                 PERFORM 2066-PROCESS-ONE-SUPPLEMENTAL
040070                     THRU 2066-EXIT
040080         END-READ
040090     END-PERFORM.
040100 2065-EXIT.
040110     EXIT.
040120*
040130* ---------------------------------------------------------------
040140* 2066-PROCESS-ONE-SUPPLEMENTAL
040150* EDITS ONE SUPPLEMENTAL CARD AND PAYS IT.  THE CARD MUST EDIT,
040160* NAME A CUSTOMER ON THE MASTER WHOSE IDENT PROVES ITS CHECK
040170* DIGIT, AND NOT COLLIDE WITH A PAYMENT ALREADY ON PAY HISTORY
040180* FOR THE IDENT AND PAY DATE (ONE THE BANK RETURNED MAY BE
040190* PAID AGAIN); THE CUSTOMER MUST HAVE A PAYABLE BANK ACCOUNT
040200* (2195 - AN OFF-CYCLE RUN SENDS NO PRENOTE AND ACTIVATES NO
040210* ACCOUNT).  CARD FAILURES REJECT UNDER E019, THE OTHERS UNDER
040220* THEIR USUAL CODES.  A PAID CARD GOES TO THE SUPPLEMENTAL
040230* REGISTER, THE BANK EXTRACT, PAY HISTORY (TYPE "S" WITH THE
040240* YTD UPDATE), THE STATEMENT FILE AND REMITOUT.
040250* ---------------------------------------------------------------
040260 2066-PROCESS-ONE-SUPPLEMENTAL.
040270     IF SUPPLEMENTAL-CARD-RECORD = SPACES OR SP-IDENT (1:1) = "*"
040280         GO TO 2066-EXIT
040290     END-IF
040300     ADD 1 TO WS-RECORDS-READ-COUNT
040310     SET SUPPLEMENTAL-CARD-OK TO TRUE
040320     MOVE ZEROS TO WS-EXCEPTION-IDENT-DISPLAY
040330     MOVE "SUPPLEMENTAL" TO WS-EXCEPTION-FIELD
040340     MOVE "E019" TO WS-EXCEPTION-CODE
040350     IF SP-IDENT NOT NUMERIC OR SP-GROSS-AMOUNT NOT NUMERIC
040360         MOVE "SUPPLEMENTAL CARD WILL NOT EDIT"
040370             TO WS-EXCEPTION-REASON
040380         PERFORM 2067-REJECT-SUPPLEMENTAL-CARD THRU 2067-EXIT
040390         GO TO 2066-EXIT
040400     END-IF
040410     MOVE SP-IDENT TO WS-EXCEPTION-IDENT-DISPLAY
040420     MOVE SP-GROSS-AMOUNT TO WS-SUP-GROSS (1:6)
040430     MOVE SP-REASON TO WS-SUP-REASON
040440     MOVE SP-BENEFITS-FLAG TO WS-SUP-BENEFITS-FLAG
040450     MOVE ZEROS TO WS-SUP-TYPE-SUBSCRIPT
040460     PERFORM VARYING WS-RATE-SUBSCRIPT FROM 1 BY 1
040470             UNTIL WS-RATE-SUBSCRIPT > 4
040480         IF SP-EARNINGS-TYPE =
040490                 WS-SUP-TYPE-CODE (WS-RATE-SUBSCRIPT)
040500             MOVE WS-RATE-SUBSCRIPT TO WS-SUP-TYPE-SUBSCRIPT
040510         END-IF
040520     END-PERFORM
040530     IF WS-SUP-TYPE-SUBSCRIPT = ZEROS
040540         MOVE "EARNINGS TYPE NOT B, C, F OR O"
040550             TO WS-EXCEPTION-REASON
040560         PERFORM 2067-REJECT-SUPPLEMENTAL-CARD THRU 2067-EXIT
040570         GO TO 2066-EXIT
040580     END-IF
040590     IF WS-SUP-BENEFITS-FLAG NOT = "Y" AND NOT = "N"
040600             AND NOT = SPACE
040610         MOVE "BENEFITS FLAG NOT Y, N OR BLANK"
040620             TO WS-EXCEPTION-REASON
040630         PERFORM 2067-REJECT-SUPPLEMENTAL-CARD THRU 2067-EXIT
040640         GO TO 2066-EXIT
040650     END-IF
040660     IF WS-SUP-GROSS = ZERO
040670         MOVE "SUPPLEMENTAL GROSS IS ZERO" TO WS-EXCEPTION-REASON
040680         PERFORM 2067-REJECT-SUPPLEMENTAL-CARD THRU 2067-EXIT
040690         GO TO 2066-EXIT
040700     END-IF
040710     MOVE SP-IDENT TO CM-IDENT
040720     READ CUSTOMER-MASTER-FILE
040730         INVALID KEY
040740             SET SUPPLEMENTAL-CARD-REJECTED TO TRUE
040750             MOVE "IDENT NOT ON CUSTOMER MASTER"
040760                 TO WS-EXCEPTION-REASON
040770     END-READ
040780     IF SUPPLEMENTAL-CARD-REJECTED
040790         PERFORM 2067-REJECT-SUPPLEMENTAL-CARD THRU 2067-EXIT
040800         GO TO 2066-EXIT
040810     END-IF
040820     MOVE CM-CUSTOMER-RECORD TO CUSTOMER
040830     MOVE ZEROS TO HoursWorked
040840     PERFORM 2150-VALIDATE-IDENT-CHECK-DIGIT THRU 2150-EXIT
040850     IF IDENT-CHECK-DIGIT-INVALID
040860         PERFORM 2067-REJECT-SUPPLEMENTAL-CARD THRU 2067-EXIT
040870         GO TO 2066-EXIT
040880     END-IF
040890     MOVE Ident TO PH-IDENT
040900     MOVE WS-PAY-DATE TO PH-PAY-DATE
040910     READ PAY-HISTORY-FILE
040920         INVALID KEY
040930             CONTINUE
040940         NOT INVALID KEY
040950             IF PH-RETURNED-FLAG NOT = "R"
040960                     OR PH-RECORD-TYPE NOT = "S"
040970                 SET SUPPLEMENTAL-CARD-REJECTED TO TRUE
040980                 MOVE "PAYMENT ON FILE FOR IDENT/PAY DATE"
040990                     TO WS-EXCEPTION-REASON
041000             END-IF
041010     END-READ
041020     IF SUPPLEMENTAL-CARD-REJECTED
041030         PERFORM 2067-REJECT-SUPPLEMENTAL-CARD THRU 2067-EXIT
041040         GO TO 2066-EXIT
041050     END-IF
041060     PERFORM 2195-CHECK-BANK-ACCOUNT THRU 2195-EXIT
041070     IF BANK-ACCOUNT-NOT-PAYABLE
041080         PERFORM 2067-REJECT-SUPPLEMENTAL-CARD THRU 2067-EXIT
041090         GO TO 2066-EXIT
041100     END-IF
041110     PERFORM 3060-COMPUTE-SUPPLEMENTAL-PAY THRU 3060-EXIT
041120     IF PAYROLL-COMPUTE-FAILED
041130         PERFORM 2067-REJECT-SUPPLEMENTAL-CARD THRU 2067-EXIT
041140         GO TO 2066-EXIT
041150     END-IF
041160     ADD 1 TO WS-CUSTOMERS-PAID-COUNT
041170     ADD PayCheck TO WS-PAYCHECK-GRAND-TOTAL
041180     ADD WS-TOTAL-DEDUCTIONS TO WS-DEDUCTION-GRAND-TOTAL
041190     ADD WS-NET-PAY TO WS-NET-GRAND-TOTAL
041200     ADD 1 TO WS-SUP-TYPE-COUNT (WS-SUP-TYPE-SUBSCRIPT)
041210     ADD PayCheck TO WS-SUP-TYPE-GROSS (WS-SUP-TYPE-SUBSCRIPT)
041220     ADD WS-TAX-DEDUCTIONS-TOT TO WS-SUP-TAX-TOTAL
041230     ADD WS-BENEFIT-DEDUCTIONS-TOT TO WS-SUP-BENEFIT-TOTAL
041240     PERFORM 3180-WRITE-SUPPLEMENTAL-DETAIL THRU 3180-EXIT
041250     PERFORM 3150-WRITE-BANK-DETAIL THRU 3150-EXIT
041260     PERFORM 3300-WRITE-PAY-HISTORY THRU 3300-EXIT
041270     PERFORM 3760-WRITE-OFF-CYCLE-STATEMENT THRU 3760-EXIT
041280     PERFORM 3750-WRITE-REMITTANCE-DETAIL THRU 3750-EXIT.
041290 2066-EXIT.
041300     EXIT.
041310*
041320* ---------------------------------------------------------------
041330* 2067-REJECT-SUPPLEMENTAL-CARD
041340* ROUTES A FAILED SUPPLEMENTAL CARD TO THE EXCEPTION LISTING.
041350* NO REJECT-FILE RECORD IS WRITTEN - A SUPPLEMENTAL CARD IS NOT
041360* A CUSTOMER-MASTER IMAGE; THE CORRECTED CARD GOES BACK IN ON
041370* THE NEXT OFF-CYCLE RUN.
041380* ---------------------------------------------------------------
041390 2067-REJECT-SUPPLEMENTAL-CARD.
041400     SET SUPPLEMENTAL-CARD-REJECTED TO TRUE
041410     SET REJECT-IMAGE-NOT-AVAILABLE TO TRUE
041420     PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT.
041430 2067-EXIT.
041440     EXIT.
041450*
041460* ---------------------------------------------------------------
041470* 2075-REJECT-REVERSAL-CARD
041480* ROUTES A FAILED REVERSAL CARD TO THE EXCEPTION LISTING.  NO
041490* REJECT-FILE RECORD IS WRITTEN - A REVERSAL CARD IS NOT A
041500* CUSTOMER-MASTER IMAGE ANYBODY CAN CORRECT AND REWORK.
041510* ---------------------------------------------------------------
041520 2075-REJECT-REVERSAL-CARD.
041530     SET REVERSAL-CARD-REJECTED TO TRUE
041540     SET REJECT-IMAGE-NOT-AVAILABLE TO TRUE
041550     PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT.
041560 2075-EXIT.
041570     EXIT.
041580*
041590* ---------------------------------------------------------------
041600* 2080-APPLY-REVERSAL
041610* APPLIES A PROVED REVERSAL - REDUCES THE YTD RECORD (LEFT IN
041620* THE FD BUFFER BY 2070), MARKS THE ORIGINAL PAYMENT RECORD
041630* TYPE "V", WRITES THE OFFSETTING NEGATIVE RECORD KEYED ON
041640* IDENT PLUS THE RUN DATE, PRINTS THE REVERSAL REGISTER LINE,
041650* AND PUTS THE DEBIT RECORD ON THE BANK EXTRACT SO THE
041660* RECOVERY RIDES THE SAME UPLOAD AS THE PAYMENTS.
041670* ---------------------------------------------------------------
041680 2080-APPLY-REVERSAL.
041690     SUBTRACT WS-RVS-GROSS FROM PH-YTD-GROSS
041700     MOVE PH-YTD-GROSS TO WS-YTD-GROSS-WORK
041710     REWRITE PH-PAY-HISTORY-RECORD
041720         INVALID KEY
041730             DISPLAY "COBOL01 - UNABLE TO UPDATE YTD "
041740                 "RECORD FOR IDENT " WS-RVS-IDENT
041750     END-REWRITE
041760     MOVE WS-RVS-IDENT TO PH-IDENT
041770     MOVE WS-RVS-ORIG-DATE TO PH-PAY-DATE
041780     READ PAY-HISTORY-FILE
041790         INVALID KEY
041800             DISPLAY "COBOL01 - ORIGINAL PAYMENT LOST FOR "
041810                 "IDENT " WS-RVS-IDENT
041820     END-READ
041830     MOVE "V" TO PH-RECORD-TYPE
041840     REWRITE PH-PAY-HISTORY-RECORD
041850         INVALID KEY
041860             DISPLAY "COBOL01 - UNABLE TO MARK PAYMENT "
041870                 "REVERSED FOR IDENT " WS-RVS-IDENT
041880     END-REWRITE
041890     MOVE PH-RETRO-PAY TO WS-RETRO-PAY
041900     IF WS-RETRO-PAY > ZERO
041910         PERFORM 2090-REOPEN-RETRO-PAY THRU 2090-EXIT
041920     END-IF
041930     MOVE WS-RVS-IDENT TO CM-IDENT
041940     READ CUSTOMER-MASTER-FILE
041950         INVALID KEY
041960             MOVE SPACES TO WS-RVS-CUST-NAME
041970         NOT INVALID KEY
041980             MOVE CM-CUST-NAME TO WS-RVS-CUST-NAME
041990     END-READ
042000     MOVE WS-RVS-IDENT TO PH-IDENT
042010     MOVE WS-RUN-DATE TO PH-PAY-DATE
042020     COMPUTE PH-GROSS-PAY = ZERO - WS-RVS-GROSS
042030     COMPUTE PH-TOTAL-DEDUCTIONS = ZERO - WS-RVS-DEDUCTIONS
042040     COMPUTE PH-NET-PAY = ZERO - WS-RVS-NET
042050     COMPUTE PH-TAX-DEDUCTIONS = ZERO - WS-RVS-TAX
042060     COMPUTE PH-BENEFIT-DEDUCTIONS = ZERO - WS-RVS-BENEFITS
042070     COMPUTE PH-RETRO-PAY = ZERO - WS-RETRO-PAY
042080     MOVE WS-YTD-GROSS-WORK TO PH-YTD-GROSS
042090     MOVE SPACE TO PH-RETURNED-FLAG
042100     MOVE "R" TO PH-RECORD-TYPE
042110     WRITE PH-PAY-HISTORY-RECORD
042120         INVALID KEY
042130             DISPLAY "COBOL01 - UNABLE TO FILE REVERSAL "
042140                 "RECORD FOR IDENT " WS-RVS-IDENT
042150     END-WRITE
042160     PERFORM 3170-WRITE-REVERSAL-DETAIL THRU 3170-EXIT
042170     PERFORM 3160-WRITE-BANK-DEBIT THRU 3160-EXIT
042180     ADD 1 TO WS-REVERSALS-APPLIED-COUNT
042190     ADD WS-RVS-GROSS TO WS-REVERSAL-GROSS-TOTAL
042200     ADD WS-RVS-NET TO WS-REVERSAL-NET-TOTAL.
042210 2080-EXIT.
042220     EXIT.
042230*
042240* ---------------------------------------------------------------
042250* 2090-REOPEN-RETRO-PAY
042260* THE PAYMENT JUST REVERSED CARRIED RETRO PAY.  EVERY RATEHIST
042270* RECORD FOR THE IDENT MARKED APPLIED UNDER THE REVERSED PAY
042280* DATE GOES BACK TO COMPUTED, SO THE NEXT PAYING RUN PAYS IT
042290* AGAIN.  THE PAY-HISTORY RECORD IN THE FD BUFFER IS NOT
042300* DISTURBED.
042310* ---------------------------------------------------------------
042320 2090-REOPEN-RETRO-PAY.
042330     MOVE WS-RVS-IDENT TO WS-RETRO-IDENT
042340     MOVE WS-RVS-ORIG-DATE TO WS-RETRO-MATCH-DATE
042350     SET RETRO-SCAN-REOPENS TO TRUE
042360     PERFORM 3005-SCAN-RETRO-PAY THRU 3005-EXIT.
042370 2090-EXIT.
042380     EXIT.
042390*
042400* ---------------------------------------------------------------
042410* 2085-CHECK-REVERSAL-PERIOD
042420* FINDS THE ORIGINAL PAYMENT'S PERIOD ON THE PAY CALENDAR - THE
042430* CUSTOMER'S OWN PAY GROUP (THE SPACE GROUP WHEN THE RATE SET
042440* HAS NO G CARDS), OR ANY GROUP'S PERIOD FOR THE DATE WHEN THE
042450* CUSTOMER HAS SINCE LEFT THE MASTER OR CHANGED GROUP.  A
042460* PERIOD NOT ON THE CALENDAR, NOT YET MARKED PAID, OR CLOSED
042470* REJECTS THE CARD - A CLOSED PERIOD'S FIGURES HAVE GONE TO
042480* THE BOOKS AND MUST BE CORRECTED BY HAND.
042490* ---------------------------------------------------------------
042500 2085-CHECK-REVERSAL-PERIOD.
042510     SET CALENDAR-PERIOD-NOT-FOUND TO TRUE
042520     MOVE WS-RVS-IDENT TO CM-IDENT
042530     READ CUSTOMER-MASTER-FILE
042540         INVALID KEY
042550             CONTINUE
042560         NOT INVALID KEY
042570             IF WS-GROUP-COUNT > ZEROS
042580                 MOVE CM-PAY-GROUP TO PC-PAY-GROUP
042590             ELSE
042600                 MOVE SPACE TO PC-PAY-GROUP
042610             END-IF
042620             MOVE WS-RVS-ORIG-DATE TO PC-PAY-DATE
042630             READ PAY-CALENDAR-FILE
042640                 INVALID KEY
042650                     CONTINUE
042660                 NOT INVALID KEY
042670                     SET CALENDAR-PERIOD-FOUND TO TRUE
042680             END-READ
042690     END-READ
042700     IF CALENDAR-PERIOD-NOT-FOUND
042710         PERFORM 2086-FIND-PERIOD-ANY-GROUP THRU 2086-EXIT
042720     END-IF
042730     IF CALENDAR-PERIOD-NOT-FOUND
042740         SET REVERSAL-CARD-REJECTED TO TRUE
042750         MOVE "ORIG PAY DATE NOT ON PAY CALENDAR"
042760             TO WS-EXCEPTION-REASON
042770         GO TO 2085-EXIT
042780     END-IF
042790     IF PC-PERIOD-STATUS = "C"
042800         SET REVERSAL-CARD-REJECTED TO TRUE
042810         MOVE "ORIG PAY PERIOD IS CLOSED"
042820             TO WS-EXCEPTION-REASON
042830         GO TO 2085-EXIT
042840     END-IF
042850     IF PC-PERIOD-STATUS NOT = "P"
042860         SET REVERSAL-CARD-REJECTED TO TRUE
042870         MOVE "ORIG PAY PERIOD NOT MARKED PAID"
042880             TO WS-EXCEPTION-REASON
042890     END-IF.
042900 2085-EXIT.
042910     EXIT.
042920*
042930* ---------------------------------------------------------------
042940* 2086-FIND-PERIOD-ANY-GROUP
042950* BROWSES THE WHOLE PAY CALENDAR FOR THE FIRST PERIOD OF ANY
042960* GROUP ON THE ORIGINAL PAY DATE, LEAVING IT IN THE FD BUFFER.
042970* ---------------------------------------------------------------
042980 2086-FIND-PERIOD-ANY-GROUP.
042990     MOVE "N" TO WS-PC-EOF-SWITCH
043000     MOVE LOW-VALUES TO PC-KEY
043010     START PAY-CALENDAR-FILE KEY NOT LESS THAN PC-KEY
043020         INVALID KEY
043030             MOVE "Y" TO WS-PC-EOF-SWITCH
043040     END-START
043050     PERFORM UNTIL PC-END-OF-FILE
043060         READ PAY-CALENDAR-FILE NEXT RECORD
043070             AT END
043080                 MOVE "Y" TO WS-PC-EOF-SWITCH
043090             NOT AT END
043100                 IF PC-PAY-DATE = WS-RVS-ORIG-DATE
043110                     SET CALENDAR-PERIOD-FOUND TO TRUE
043120                     MOVE "Y" TO WS-PC-EOF-SWITCH
043130                 END-IF
043140         END-READ
043150     END-PERFORM.
043160 2086-EXIT.
043170     EXIT.
043180*
043190* ---------------------------------------------------------------
043200* 2100-PROCESS-ONE-CUSTOMER
043210* VALIDATES THE WORKING CUSTOMER GROUP (FILLED BY THE CALLING
043220* READ LOOP FROM THE MASTER OR THE REWORK FILE) - CHECK DIGIT,
043230* DUPLICATE IDENT, DATE OF BIRTH - COMPUTES PAYROLL FOR THE
043240* RECORD IF IT PASSES, AND WRITES THE DETAIL OR AGE-BAND LINE
043250* AND (OUTSIDE REWORK) THE CHECKPOINT RECORD FOR IT.  A
043260* CUSTOMER ALREADY PAID FOR THE PAY DATE REJECTS (E016), ONE
043270* WITH NO ACTIVE DIRECT-DEPOSIT ACCOUNT (E017), AND ONE TAKING
043280* MORE LEAVE THAN THE BALANCE ON FILE (E018), BEFORE ANY
043290* PAYROLL IS COMPUTED.
043300* ---------------------------------------------------------------
043310 2100-PROCESS-ONE-CUSTOMER.
043320     MOVE Ident TO WS-EXCEPTION-IDENT-DISPLAY
043330     IF RUN-MODE-USES-TIMECARDS
043340         PERFORM 2300-FIND-TIMECARD THRU 2300-EXIT
043350     END-IF
043360     IF RUN-MODE-SELECTS-GROUPS
043370             AND NOT ALL-PAY-GROUPS-SELECTED
043380             AND PayGroup NOT = WS-SELECTED-PAY-GROUP
043390         ADD 1 TO WS-GROUP-SKIPPED-COUNT
043400         IF RUN-MODE-USES-CHECKPOINT
043410             PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
043420         END-IF
043430         GO TO 2100-EXIT
043440     END-IF
043450     PERFORM 2150-VALIDATE-IDENT-CHECK-DIGIT THRU 2150-EXIT
043460     IF IDENT-CHECK-DIGIT-INVALID
043470         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
043480         GO TO 2100-EXIT
043490     END-IF
043500     PERFORM 2160-CHECK-FOR-DUPLICATE-IDENT THRU 2160-EXIT
043510     IF IDENT-IS-DUPLICATE
043520         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
043530         GO TO 2100-EXIT
043540     END-IF
043550     PERFORM 2200-VALIDATE-DATE-OF-BIRTH THRU 2200-EXIT
043560     IF DOB-IS-INVALID
043570         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
043580         GO TO 2100-EXIT
043590     END-IF
043600     IF RUN-MODE-USES-TIMECARDS
043610         AND TIMECARD-NOT-FOUND
043620         MOVE "HOURS" TO WS-EXCEPTION-FIELD
043630         MOVE "E010" TO WS-EXCEPTION-CODE
043640         MOVE "NO TIMECARD FOR PAY DATE" TO WS-EXCEPTION-REASON
043650         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
043660         GO TO 2100-EXIT
043670     END-IF
043680     PERFORM 2180-FIND-PAY-GROUP THRU 2180-EXIT
043690     IF PAY-GROUP-NOT-FOUND
043700         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
043710         GO TO 2100-EXIT
043720     END-IF
043730     IF RUN-MODE-USES-CALENDAR
043740         PERFORM 2190-CHECK-ALREADY-PAID THRU 2190-EXIT
043750         IF CUSTOMER-ALREADY-PAID
043760             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
043770             GO TO 2100-EXIT
043780         END-IF
043790     END-IF
043800     IF RUN-MODE-USES-BANK-ACCTS
043810         PERFORM 2195-CHECK-BANK-ACCOUNT THRU 2195-EXIT
043820         IF BANK-ACCOUNT-NOT-PAYABLE
043830             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
043840             GO TO 2100-EXIT
043850         END-IF
043860     END-IF
043870     IF RUN-MODE-USES-LEAVE
043880         PERFORM 2250-CHECK-LEAVE-BALANCE THRU 2250-EXIT
043890         IF LEAVE-BALANCE-SHORT
043900             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
043910             GO TO 2100-EXIT
043920         END-IF
043930     END-IF
043940     PERFORM 3000-COMPUTE-PAYROLL THRU 3000-EXIT
043950     IF PAYROLL-COMPUTE-FAILED
043960         PERFORM 3030-BACK-OUT-CUST-DED-APPLY THRU 3030-EXIT
043970         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
043980         GO TO 2100-EXIT
043990     END-IF
044000     PERFORM 2170-RECORD-SEEN-IDENT THRU 2170-EXIT
044010     IF IDENT-TABLE-IS-FULL
044020         PERFORM 3030-BACK-OUT-CUST-DED-APPLY THRU 3030-EXIT
044030         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
044040         GO TO 2100-EXIT
044050     END-IF
044060     ADD 1 TO WS-CUSTOMERS-PAID-COUNT
044070     ADD PayCheck TO WS-PAYCHECK-GRAND-TOTAL
044080     ADD WS-TOTAL-DEDUCTIONS TO WS-DEDUCTION-GRAND-TOTAL
044090     ADD WS-NET-PAY TO WS-NET-GRAND-TOTAL
044100     EVALUATE TRUE
044110         WHEN RUN-MODE-IS-SUMMARY
044120             PERFORM 3200-ACCUMULATE-AGE-BAND THRU 3200-EXIT
044130         WHEN RUN-MODE-IS-TRIAL
044140             PERFORM 3100-WRITE-PAYROLL-DETAIL THRU 3100-EXIT
044150             PERFORM 3800-COLLECT-VARIANCE THRU 3800-EXIT
044160         WHEN OTHER
044170             PERFORM 3100-WRITE-PAYROLL-DETAIL THRU 3100-EXIT
044180             PERFORM 3150-WRITE-BANK-DETAIL THRU 3150-EXIT
044190             PERFORM 3300-WRITE-PAY-HISTORY THRU 3300-EXIT
044200             PERFORM 3270-UPDATE-LEAVE-BALANCE THRU 3270-EXIT
044210             PERFORM 3700-WRITE-PAY-STATEMENT THRU 3700-EXIT
044220             PERFORM 3750-WRITE-REMITTANCE-DETAIL THRU 3750-EXIT
044230     END-EVALUATE
044240     IF RUN-MODE-USES-CHECKPOINT
044250         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
044260     END-IF.
044270 2100-EXIT.
044280     EXIT.
044290*
044300* ---------------------------------------------------------------
044310* 2150-VALIDATE-IDENT-CHECK-DIGIT
044320* RECOMPUTES THE MODULUS-10 CHECK DIGIT FOR Ident-Number AND
044330* COMPARES IT TO Ident-Check-Digit AS READ FROM THE FILE.  A
044340* MISMATCH MEANS A TRANSPOSED OR MISKEYED DIGIT SOMEWHERE IN
044350* INTAKE, SO THE RECORD IS REJECTED TO 4000-WRITE-EXCEPTION.
044360* ---------------------------------------------------------------
044370 2150-VALIDATE-IDENT-CHECK-DIGIT.
044380     SET IDENT-CHECK-DIGIT-VALID TO TRUE
044390     MOVE Ident-Number TO WS-IDENT-NUMBER-WORK
044400     MOVE ZEROS TO WS-IDENT-WEIGHTED-SUM
044410     PERFORM VARYING WS-IDENT-SUBSCRIPT FROM 1 BY 1
044420             UNTIL WS-IDENT-SUBSCRIPT > 6
044430         MULTIPLY WS-IDENT-DIGIT (WS-IDENT-SUBSCRIPT)
044440             BY WS-IDENT-WEIGHT (WS-IDENT-SUBSCRIPT)
044450             GIVING WS-IDENT-DIGIT-PRODUCT
044460         ADD WS-IDENT-DIGIT-PRODUCT TO WS-IDENT-WEIGHTED-SUM
044470     END-PERFORM
044480     DIVIDE WS-IDENT-WEIGHTED-SUM BY 10
044490         GIVING WS-IDENT-CHECK-QUOTIENT
044500         REMAINDER WS-IDENT-COMPUTED-CHECK-DIGIT
044510     IF WS-IDENT-COMPUTED-CHECK-DIGIT NOT = Ident-Check-Digit
044520         SET IDENT-CHECK-DIGIT-INVALID TO TRUE
044530         MOVE "IDENT" TO WS-EXCEPTION-FIELD
044540         MOVE "E007" TO WS-EXCEPTION-CODE
044550         MOVE "IDENT CHECK DIGIT MISMATCH" TO
044560             WS-EXCEPTION-REASON
044570     END-IF.
044580 2150-EXIT.
044590     EXIT.
044600*
044610* ---------------------------------------------------------------
044620* 2160-CHECK-FOR-DUPLICATE-IDENT
044630* SEARCHES THE IDENTS SEEN SO FAR THIS RUN FOR THE CURRENT
044640* CUSTOMER.  A MATCH MEANS THE IDENT WAS ALREADY SUCCESSFULLY
044650* PROCESSED ON THIS RUN, SO THE RECORD IS REJECTED TO
044660* 4000-WRITE-EXCEPTION RATHER THAN OVERWRITING THE FIRST
044670* CUSTOMER FILED UNDER IT.  THIS PARAGRAPH ONLY LOOKS - THE
044680* IDENT IS NOT ADDED TO THE TABLE UNTIL 2170-RECORD-SEEN-IDENT
044690* RUNS, ONCE THE REST OF THE RECORD HAS PASSED EVERY OTHER
044700* VALIDATION AND PAYROLL HAS ACTUALLY BEEN COMPUTED FOR IT - A
044710* CUSTOMER REJECTED FOR A BAD DATE OF BIRTH OR A PAYROLL SIZE
044720* ERROR MUST NOT PERMANENTLY BLOCK A LATER, CORRECTED RECORD
044730* CARRYING THE SAME IDENT.
044740* ---------------------------------------------------------------
044750 2160-CHECK-FOR-DUPLICATE-IDENT.
044760     SET IDENT-IS-NOT-DUPLICATE TO TRUE
044770     SET WS-SEEN-IDENT-INDEX TO 1
044780     SEARCH WS-SEEN-IDENT-ENTRY
044790         AT END
044800             CONTINUE
044810         WHEN WS-SEEN-IDENT-ENTRY (WS-SEEN-IDENT-INDEX) = Ident
044820             SET IDENT-IS-DUPLICATE TO TRUE
044830     END-SEARCH
044840     IF IDENT-IS-DUPLICATE
044850         MOVE "IDENT" TO WS-EXCEPTION-FIELD
044860         MOVE "E008" TO WS-EXCEPTION-CODE
044870         MOVE "DUPLICATE IDENT THIS RUN" TO WS-EXCEPTION-REASON
044880     END-IF.
044890 2160-EXIT.
044900     EXIT.
044910*
044920* ---------------------------------------------------------------
044930* 2170-RECORD-SEEN-IDENT
044940* ADDS THE CURRENT IDENT TO THE SEEN-THIS-RUN TABLE.  PERFORMED
044950* ONLY ONCE A CUSTOMER HAS CLEARED EVERY VALIDATION AND HAD
044960* PAYROLL SUCCESSFULLY COMPUTED, SO A LATER DUPLICATE CHECK
044970* REFLECTS CUSTOMERS ACTUALLY FILED THIS RUN, NOT MERELY SEEN.
044980* THE TABLE IS CAPPED AT WS-SEEN-IDENT-MAX ENTRIES; A RUN THAT
044990* EXCEEDS THE CAP REJECTS THE OVERFLOW RECORDS RATHER THAN
045000* SUBSCRIPTING PAST THE END OF THE TABLE.
045010* ---------------------------------------------------------------
045020 2170-RECORD-SEEN-IDENT.
045030     SET IDENT-TABLE-IS-NOT-FULL TO TRUE
045040     IF WS-SEEN-IDENT-COUNT < WS-SEEN-IDENT-MAX
045050         ADD 1 TO WS-SEEN-IDENT-COUNT
045060         MOVE Ident TO WS-SEEN-IDENT-ENTRY (WS-SEEN-IDENT-COUNT)
045070     ELSE
045080         SET IDENT-TABLE-IS-FULL TO TRUE
045090         MOVE "IDENT" TO WS-EXCEPTION-FIELD
045100         MOVE "E009" TO WS-EXCEPTION-CODE
045110         MOVE "DUPLICATE-IDENT TABLE FULL THIS RUN" TO
045120             WS-EXCEPTION-REASON
045130     END-IF.
045140 2170-EXIT.
045150     EXIT.
045160*
045170* ---------------------------------------------------------------
045180* 2180-FIND-PAY-GROUP
045190* LOOKS THE CURRENT CUSTOMER'S PAY GROUP UP IN THE G-CARD
045200* TABLE AND SETS THE OVERTIME THRESHOLD 3000 PRICES WITH AND
045210* THE LEAVE ACCRUAL RATES AND CAPS 3270 FILES WITH.
045220* WITH NO G CARDS AT ALL, EVERYBODY GETS THE OLD FLAT OVER-40
045230* RULE; WITH GROUPS DEFINED, A CUSTOMER WHOSE GROUP IS NOT ON
045240* A CARD IS LEFT FOR 4000-WRITE-EXCEPTION TO REJECT UNDER
045250* E013 - PRICING AN UNKNOWN GROUP AT A GUESSED THRESHOLD IS
045260* HOW THE MONTHLY STAFF GOT OVERPAID IN THE FIRST PLACE.
045270* ---------------------------------------------------------------
045280 2180-FIND-PAY-GROUP.
045290     MOVE 40 TO WS-CUR-OT-THRESHOLD
045300     MOVE ZEROS TO WS-CUR-VAC-ACCRUAL
045310     MOVE ZEROS TO WS-CUR-VAC-CAP
045320     MOVE ZEROS TO WS-CUR-SICK-ACCRUAL
045330     MOVE ZEROS TO WS-CUR-SICK-CAP
045340     SET PAY-GROUP-FOUND TO TRUE
045350     IF WS-GROUP-COUNT = ZEROS
045360         GO TO 2180-EXIT
045370     END-IF
045380     SET PAY-GROUP-NOT-FOUND TO TRUE
045390     PERFORM VARYING WS-GROUP-SUBSCRIPT FROM 1 BY 1
045400             UNTIL WS-GROUP-SUBSCRIPT > WS-GROUP-COUNT
045410         IF WS-GROUP-CODE (WS-GROUP-SUBSCRIPT) = PayGroup
045420             SET PAY-GROUP-FOUND TO TRUE
045430             MOVE WS-GROUP-OT-THRESHOLD (WS-GROUP-SUBSCRIPT)
045440                 TO WS-CUR-OT-THRESHOLD
045450             MOVE WS-GROUP-VAC-ACCRUAL (WS-GROUP-SUBSCRIPT)
045460                 TO WS-CUR-VAC-ACCRUAL
045470             MOVE WS-GROUP-VAC-CAP (WS-GROUP-SUBSCRIPT)
045480                 TO WS-CUR-VAC-CAP
045490             MOVE WS-GROUP-SICK-ACCRUAL (WS-GROUP-SUBSCRIPT)
045500                 TO WS-CUR-SICK-ACCRUAL
045510             MOVE WS-GROUP-SICK-CAP (WS-GROUP-SUBSCRIPT)
045520                 TO WS-CUR-SICK-CAP
045530             MOVE WS-GROUP-COUNT TO WS-GROUP-SUBSCRIPT
045540         END-IF
045550     END-PERFORM
045560     IF PAY-GROUP-NOT-FOUND
045570         MOVE "PAY GROUP" TO WS-EXCEPTION-FIELD
045580         MOVE "E013" TO WS-EXCEPTION-CODE
045590         MOVE "PAY GROUP NOT ON A G CARD" TO WS-EXCEPTION-REASON
045600     END-IF.
045610 2180-EXIT.
045620     EXIT.
045630*
045640* ---------------------------------------------------------------
045650* 2190-CHECK-ALREADY-PAID
045660* LOOKS FOR A PAYMENT ALREADY ON PAY HISTORY FOR THIS CUSTOMER
045670* AND THE RUN'S PAY DATE.  3300 WOULD OVERWRITE IT AND ADD THE
045680* GROSS TO THE YTD RECORD A SECOND TIME, SO THE CUSTOMER
045690* REJECTS UNDER E016 INSTEAD - THE SAFETY NET UNDER A RERUN
045700* OF A PAID PERIOD, OVERRIDE=PAID OR NOT.  A PAYMENT THE BANK
045710* RETURNED (COBOL04 ALREADY BACKED IT OUT OF YTD) MAY BE PAID
045720* AGAIN - THAT IS THE RE-ISSUE PATH.  A REVERSED PAYMENT MAY
045730* NOT - ITS KEY CARRIES THE "V" THE REVERSAL AUDIT TRAIL
045740* DEPENDS ON.  NO RECORD IS WRITTEN, SO A TRIAL RUN SHOWS THE
045750* SAME REJECTS THE PAYING RUN WILL.
045760* ---------------------------------------------------------------
045770 2190-CHECK-ALREADY-PAID.
045780     SET CUSTOMER-NOT-ALREADY-PAID TO TRUE
045790     MOVE Ident TO PH-IDENT
045800     MOVE WS-PAY-DATE TO PH-PAY-DATE
045810     READ PAY-HISTORY-FILE
045820         INVALID KEY
045830             GO TO 2190-EXIT
045840     END-READ
045850     IF PH-RETURNED-FLAG = "R" AND PH-RECORD-TYPE = SPACE
045860         GO TO 2190-EXIT
045870     END-IF
045880     SET CUSTOMER-ALREADY-PAID TO TRUE
045890     MOVE "PAY DATE" TO WS-EXCEPTION-FIELD
045900     MOVE "E016" TO WS-EXCEPTION-CODE
045910     EVALUATE PH-RECORD-TYPE
045920         WHEN "V"
045930             MOVE "PAYMENT FOR PAY DATE WAS REVERSED"
045940                 TO WS-EXCEPTION-REASON
045950         WHEN "R"
045960             MOVE "REVERSAL OFFSET ON FILE FOR PAY DATE"
045970                 TO WS-EXCEPTION-REASON
045980         WHEN OTHER
045990             MOVE "ALREADY PAID FOR THIS PAY DATE"
046000                 TO WS-EXCEPTION-REASON
046010     END-EVALUATE.
046020 2190-EXIT.
046030     EXIT.
046040*
046050* ---------------------------------------------------------------
046060* 2195-CHECK-BANK-ACCOUNT
046070* LOOKS UP THE CUSTOMER'S DIRECT-DEPOSIT ACCOUNT ON BANKACCT.
046080* ONLY AN ACTIVE ACCOUNT IS PAYABLE; NO ACCOUNT, AN ACCOUNT
046090* WHOSE PRENOTE CAME BACK RETURNED, OR ONE STILL IN ITS
046100* PRENOTE PERIOD REJECTS UNDER E017.  A PENDING ACCOUNT IS
046110* PRENOTED (2196) OR, ONCE THE PERIOD HAS PASSED, PROMOTED TO
046120* ACTIVE (2197).  THE ACCOUNT STAYS IN THE BANKACCT FD BUFFER
046130* FOR 3150 - NOTHING ELSE READS THE FILE IN BETWEEN.
046140* ---------------------------------------------------------------
046150 2195-CHECK-BANK-ACCOUNT.
046160     SET BANK-ACCOUNT-PAYABLE TO TRUE
046170     MOVE "BANK ACCOUNT" TO WS-EXCEPTION-FIELD
046180     MOVE "E017" TO WS-EXCEPTION-CODE
046190     MOVE Ident TO BA-IDENT
046200     READ BANK-ACCOUNT-FILE
046210         INVALID KEY
046220             SET BANK-ACCOUNT-NOT-PAYABLE TO TRUE
046230             MOVE "NO DIRECT-DEPOSIT ACCOUNT ON FILE"
046240                 TO WS-EXCEPTION-REASON
046250             GO TO 2195-EXIT
046260     END-READ
046270     EVALUATE BA-PRENOTE-STATUS
046280         WHEN "A"
046290             CONTINUE
046300         WHEN "P"
046310             IF BA-PRENOTE-DATE = SPACES
046320                 PERFORM 2196-SEND-PRENOTE THRU 2196-EXIT
046330             ELSE
046340                 PERFORM 2197-CHECK-PRENOTE-PERIOD THRU 2197-EXIT
046350             END-IF
046360         WHEN "U"
046370             SET BANK-ACCOUNT-NOT-PAYABLE TO TRUE
046380             MOVE "PRENOTE RETURNED - ACCOUNT UNVERIFIED"
046390                 TO WS-EXCEPTION-REASON
046400         WHEN OTHER
046410             SET BANK-ACCOUNT-NOT-PAYABLE TO TRUE
046420             MOVE "BANK ACCOUNT STATUS NOT A, P, OR U"
046430                 TO WS-EXCEPTION-REASON
046440     END-EVALUATE.
046450 2195-EXIT.
046460     EXIT.
046470*
046480* ---------------------------------------------------------------
046490* 2196-SEND-PRENOTE
046500* A NEW OR CHANGED ACCOUNT NOT YET PRENOTED.  A PAYING RUN PUTS
046510* A ZERO-DOLLAR PRENOTE "D" RECORD ON THE BANK EXTRACT AND
046520* STAMPS THE ACCOUNT WITH THE PAY DATE IT WENT OUT UNDER; THE
046530* CUSTOMER REJECTS FOR THE PERIOD EITHER WAY, SO NO REAL MONEY
046540* GOES TO AN ACCOUNT THE BANK HAS NOT YET SEEN.  A TRIAL RUN
046550* SENDS AND STAMPS NOTHING.
046560* ---------------------------------------------------------------
046570 2196-SEND-PRENOTE.
046580     SET BANK-ACCOUNT-NOT-PAYABLE TO TRUE
046590     IF NOT RUN-MODE-WRITES-PAYMENTS
046600         MOVE "PRENOTE NOT YET SENT - NOT PAYABLE"
046610             TO WS-EXCEPTION-REASON
046620         GO TO 2196-EXIT
046630     END-IF
046640     MOVE Ident TO BANK-D-IDENT
046650     MOVE CustName TO BANK-D-CUST-NAME
046660     MOVE ZEROS TO BANK-D-PAY-AMOUNT
046670     MOVE "C" TO BANK-D-DEBIT-CREDIT
046680     MOVE BA-ROUTING-NUMBER TO BANK-D-ROUTING-NUMBER
046690     MOVE BA-ACCOUNT-NUMBER TO BANK-D-ACCOUNT-NUMBER
046700     MOVE BA-ACCOUNT-TYPE TO BANK-D-ACCOUNT-TYPE
046710     MOVE "P" TO BANK-D-PRENOTE-FLAG
046720     WRITE BANK-EXTRACT-RECORD FROM WS-BANK-DETAIL-RECORD
046730     ADD 1 TO WS-BANK-RECORD-COUNT
046740     ADD 1 TO WS-PRENOTES-SENT-COUNT
046750     MOVE WS-PAY-DATE TO BA-PRENOTE-DATE
046760     REWRITE BA-BANK-ACCOUNT-RECORD
046770         INVALID KEY
046780             DISPLAY "COBOL01 - UNABLE TO STAMP PRENOTE DATE FOR "
046790                 Ident
046800     END-REWRITE
046810     MOVE "PRENOTE SENT - NOT PAYABLE UNTIL VERIFIED"
046820         TO WS-EXCEPTION-REASON.
046830 2196-EXIT.
046840     EXIT.
046850*
046860* ---------------------------------------------------------------
046870* 2197-CHECK-PRENOTE-PERIOD
046880* A PENDING ACCOUNT WHOSE PRENOTE HAS GONE OUT.  IF AT LEAST
046890* PRENOTE-DAYS HAVE PASSED FROM THE PRENOTE'S PAY DATE TO THIS
046900* RUN'S PAY DATE WITHOUT COBOL04 MARKING IT RETURNED, THE
046910* ACCOUNT IS PAYABLE AND A PAYING RUN PROMOTES IT TO ACTIVE.
046920* OTHERWISE THE CUSTOMER REJECTS FOR ONE MORE PERIOD.
046930* ---------------------------------------------------------------
046940 2197-CHECK-PRENOTE-PERIOD.
046950     IF BA-PRENOTE-DATE NOT NUMERIC
046960         SET BANK-ACCOUNT-NOT-PAYABLE TO TRUE
046970         MOVE "PRENOTE DATE ON BANK ACCOUNT NOT VALID"
046980             TO WS-EXCEPTION-REASON
046990         GO TO 2197-EXIT
047000     END-IF
047010     MOVE BA-PRENOTE-DATE TO WS-DN-DATE
047020     PERFORM 2198-COMPUTE-DAY-NUMBER THRU 2198-EXIT
047030     MOVE WS-DN-DAY-NUMBER TO WS-PRENOTE-DAY-NUMBER
047040     MOVE WS-PAY-DATE TO WS-DN-DATE
047050     PERFORM 2198-COMPUTE-DAY-NUMBER THRU 2198-EXIT
047060     COMPUTE WS-PRENOTE-ELAPSED-DAYS =
047070         WS-DN-DAY-NUMBER - WS-PRENOTE-DAY-NUMBER
047080     IF WS-PRENOTE-ELAPSED-DAYS < WS-PRENOTE-DAYS
047090         SET BANK-ACCOUNT-NOT-PAYABLE TO TRUE
047100         MOVE "PRENOTE PERIOD NOT YET ELAPSED"
047110             TO WS-EXCEPTION-REASON
047120         GO TO 2197-EXIT
047130     END-IF
047140     IF RUN-MODE-WRITES-PAYMENTS
047150         MOVE "A" TO BA-PRENOTE-STATUS
047160         REWRITE BA-BANK-ACCOUNT-RECORD
047170             INVALID KEY
047180                 DISPLAY "COBOL01 - UNABLE TO ACTIVATE BANK "
047190                     "ACCOUNT FOR " Ident
047200         END-REWRITE
047210         ADD 1 TO WS-ACCOUNTS-ACTIVATED-COUNT
047220     END-IF.
047230 2197-EXIT.
047240     EXIT.
047250*
047260* ---------------------------------------------------------------
047270* 2198-COMPUTE-DAY-NUMBER
047280* TURNS THE YYYYMMDD DATE IN WS-DN-DATE INTO A DAY NUMBER -
047290* DAYS SINCE 0001-01-01 ON THE GREGORIAN CALENDAR - SO TWO
047300* DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.  WHOLE
047310* PRIOR YEARS AT 365 DAYS, PLUS THEIR LEAP DAYS (EVERY 4TH
047320* YEAR EXCEPT CENTURIES UNLESS DIVISIBLE BY 400), PLUS THE
047330* DAYS BEFORE THE MONTH, PLUS THE DAY, PLUS ONE PAST FEBRUARY
047340* OF A LEAP YEAR.
047350* ---------------------------------------------------------------
047360 2198-COMPUTE-DAY-NUMBER.
047370     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
047380         MOVE ZEROS TO WS-DN-DAY-NUMBER
047390         GO TO 2198-EXIT
047400     END-IF
047410     SUBTRACT 1 FROM WS-DN-YEAR GIVING WS-DN-PRIOR-YEARS
047420     COMPUTE WS-DN-DAY-NUMBER = WS-DN-PRIOR-YEARS * 365
047430     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT
047440     ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
047450     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT
047460     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAY-NUMBER
047470     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT
047480     ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
047490     ADD WS-DAYS-BEFORE-MONTH-ENTRY (WS-DN-MONTH)
047500         TO WS-DN-DAY-NUMBER
047510     ADD WS-DN-DAY TO WS-DN-DAY-NUMBER
047520     IF WS-DN-MONTH > 2
047530         SET IS-NOT-LEAP-YEAR TO TRUE
047540         DIVIDE WS-DN-YEAR BY 400 GIVING WS-LEAP-CALC-QUOTIENT
047550             REMAINDER WS-LEAP-CALC-REM-400
047560         DIVIDE WS-DN-YEAR BY 100 GIVING WS-LEAP-CALC-QUOTIENT
047570             REMAINDER WS-LEAP-CALC-REM-100
047580         DIVIDE WS-DN-YEAR BY 4 GIVING WS-LEAP-CALC-QUOTIENT
047590             REMAINDER WS-LEAP-CALC-REM-4
047600         IF WS-LEAP-CALC-REM-400 = 0
047610             SET IS-LEAP-YEAR TO TRUE
047620         END-IF
047630         IF WS-LEAP-CALC-REM-4 = 0
047640                 AND WS-LEAP-CALC-REM-100 NOT = 0
047650             SET IS-LEAP-YEAR TO TRUE
047660         END-IF
047670         IF IS-LEAP-YEAR
047680             ADD 1 TO WS-DN-DAY-NUMBER
047690         END-IF
047700     END-IF.
047710 2198-EXIT.
047720     EXIT.
047730*
047740* ---------------------------------------------------------------
047750* 2200-VALIDATE-DATE-OF-BIRTH
047760* CONFIRMS MOB IS 01-12, YOB IS A SANE FOUR-DIGIT YEAR, AND DOB
047770* IS A LEGAL DAY FOR THAT MONTH (INCLUDING LEAP-YEAR FEBRUARY).
047780* REJECTED RECORDS ARE LEFT FOR 4000-WRITE-EXCEPTION TO REPORT.
047790* ---------------------------------------------------------------
047800 2200-VALIDATE-DATE-OF-BIRTH.
047810     SET DOB-IS-VALID TO TRUE
047820     IF MOB < 1 OR MOB > 12
047830         SET DOB-IS-INVALID TO TRUE
047840         MOVE "MOB" TO WS-EXCEPTION-FIELD
047850         MOVE "E001" TO WS-EXCEPTION-CODE
047860         MOVE "MOB OUT OF RANGE 01-12" TO WS-EXCEPTION-REASON
047870         GO TO 2200-EXIT
047880     END-IF
047890     IF YOB < 1900 OR YOB > WS-CURRENT-YEAR
047900         SET DOB-IS-INVALID TO TRUE
047910         MOVE "YOB" TO WS-EXCEPTION-FIELD
047920         MOVE "E002" TO WS-EXCEPTION-CODE
047930         MOVE "YOB OUT OF RANGE 1900-RUN YEAR" TO
047940             WS-EXCEPTION-REASON
047950         GO TO 2200-EXIT
047960     END-IF
047970     PERFORM 2210-DETERMINE-LEAP-YEAR THRU 2210-EXIT
047980     IF MOB = 2 AND IS-LEAP-YEAR
047990         IF DOB < 1 OR DOB > 29
048000             SET DOB-IS-INVALID TO TRUE
048010             MOVE "DOB" TO WS-EXCEPTION-FIELD
048020             MOVE "E003" TO WS-EXCEPTION-CODE
048030             MOVE "DOB OUT OF RANGE FOR LEAP FEB" TO
048040                 WS-EXCEPTION-REASON
048050         END-IF
048060     ELSE
048070         IF DOB < 1 OR DOB > WS-DAYS-IN-MONTH-ENTRY (MOB)
048080             SET DOB-IS-INVALID TO TRUE
048090             MOVE "DOB" TO WS-EXCEPTION-FIELD
048100             MOVE "E004" TO WS-EXCEPTION-CODE
048110             MOVE "DOB OUT OF RANGE FOR MOB" TO
048120                 WS-EXCEPTION-REASON
048130         END-IF
048140     END-IF.
048150 2200-EXIT.
048160     EXIT.
048170*
048180* ---------------------------------------------------------------
048190* 2210-DETERMINE-LEAP-YEAR
048200* SETS THE LEAP-YEAR SWITCH FOR YOB USING THE STANDARD
048210* DIVISIBLE-BY-4-EXCEPT-CENTURY-UNLESS-DIVISIBLE-BY-400 RULE.
048220* ---------------------------------------------------------------
048230 2210-DETERMINE-LEAP-YEAR.
048240     SET IS-NOT-LEAP-YEAR TO TRUE
048250     DIVIDE YOB BY 400 GIVING WS-LEAP-CALC-QUOTIENT
048260         REMAINDER WS-LEAP-CALC-REM-400
048270     IF WS-LEAP-CALC-REM-400 = 0
048280         SET IS-LEAP-YEAR TO TRUE
048290         GO TO 2210-EXIT
048300     END-IF
048310     DIVIDE YOB BY 100 GIVING WS-LEAP-CALC-QUOTIENT
048320         REMAINDER WS-LEAP-CALC-REM-100
048330     IF WS-LEAP-CALC-REM-100 = 0
048340         GO TO 2210-EXIT
048350     END-IF
048360     DIVIDE YOB BY 4 GIVING WS-LEAP-CALC-QUOTIENT
048370         REMAINDER WS-LEAP-CALC-REM-4
048380     IF WS-LEAP-CALC-REM-4 = 0
048390         SET IS-LEAP-YEAR TO TRUE
048400     END-IF.
048410 2210-EXIT.
048420     EXIT.
048430*
048440* ---------------------------------------------------------------
048450* 2250-CHECK-LEAVE-BALANCE
048460* READS THE CUSTOMER'S LEAVE BALANCE (2255) AND REJECTS UNDER
048470* E018 IF THE TIMECARD TAKES MORE VACATION OR SICK HOURS THAN
048480* STAND TO THE CUSTOMER'S CREDIT.  THE CHECK IS AGAINST THE
048490* BALANCE BEFORE THIS PERIOD'S ACCRUAL.  ON A SECOND PAYING RUN
048500* FOR A PAY DATE ALREADY FILED THE HOURS WERE DEDUCTED BY THE
048510* FIRST, SO THEY ARE NOT CHECKED AGAIN.
048520* ---------------------------------------------------------------
048530 2250-CHECK-LEAVE-BALANCE.
048540     SET LEAVE-BALANCE-OK TO TRUE
048550     PERFORM 2255-READ-LEAVE-BALANCE THRU 2255-EXIT
048560     IF LV-LAST-PAY-DATE = WS-PAY-DATE
048570         GO TO 2250-EXIT
048580     END-IF
048590     IF WS-CUR-VAC-HOURS > LV-VAC-BALANCE
048600         SET LEAVE-BALANCE-SHORT TO TRUE
048610         MOVE "VACATION HOURS" TO WS-EXCEPTION-FIELD
048620         MOVE "E018" TO WS-EXCEPTION-CODE
048630         MOVE "VACATION TAKEN EXCEEDS LEAVE BALANCE" TO
048640             WS-EXCEPTION-REASON
048650         GO TO 2250-EXIT
048660     END-IF
048670     IF WS-CUR-SICK-HOURS > LV-SICK-BALANCE
048680         SET LEAVE-BALANCE-SHORT TO TRUE
048690         MOVE "SICK HOURS" TO WS-EXCEPTION-FIELD
048700         MOVE "E018" TO WS-EXCEPTION-CODE
048710         MOVE "SICK LEAVE TAKEN EXCEEDS LEAVE BALANCE" TO
048720             WS-EXCEPTION-REASON
048730     END-IF.
048740 2250-EXIT.
048750     EXIT.
048760*
048770* ---------------------------------------------------------------
048780* 2255-READ-LEAVE-BALANCE
048790* READS THE CUSTOMER'S LEAVE-BALANCE RECORD INTO THE FD AREA,
048800* WHERE 3270 UPDATES IT AND 3700 PRINTS IT.  A CUSTOMER WITH NO
048810* RECORD YET (OR A TRIAL RUN WITH NO FILE) STARTS FROM ZERO.  A
048820* RECORD LAST FILED IN AN EARLIER YEAR HAS ITS YEAR-TO-DATE
048830* HOURS ZEROED FOR THE PAY DATE'S YEAR - THE BALANCES CARRY
048840* FORWARD.
048850* ---------------------------------------------------------------
048860 2255-READ-LEAVE-BALANCE.
048870     SET LEAVE-RECORD-NOT-FOUND TO TRUE
048880     MOVE Ident TO LV-IDENT
048890     IF LEAVE-FILE-IS-OPEN
048900         READ LEAVE-BALANCE-FILE
048910             INVALID KEY
048920                 CONTINUE
048930             NOT INVALID KEY
048940                 SET LEAVE-RECORD-FOUND TO TRUE
048950         END-READ
048960     END-IF
048970     IF LEAVE-RECORD-NOT-FOUND
048980         MOVE SPACES TO LV-LEAVE-BALANCE-RECORD
048990         MOVE Ident TO LV-IDENT
049000         MOVE WS-PAY-DATE (1:4) TO LV-ACCRUAL-YEAR
049010         MOVE ZEROS TO LV-VAC-BALANCE
049020         MOVE ZEROS TO LV-SICK-BALANCE
049030         MOVE ZEROS TO LV-HOL-TAKEN-YTD
049040     END-IF
049050     IF LEAVE-RECORD-NOT-FOUND
049060             OR LV-ACCRUAL-YEAR NOT = WS-PAY-DATE (1:4)
049070         MOVE WS-PAY-DATE (1:4) TO LV-ACCRUAL-YEAR
049080         MOVE ZEROS TO LV-VAC-ACCRUED-YTD
049090         MOVE ZEROS TO LV-VAC-TAKEN-YTD
049100         MOVE ZEROS TO LV-SICK-ACCRUED-YTD
049110         MOVE ZEROS TO LV-SICK-TAKEN-YTD
049120         MOVE ZEROS TO LV-HOL-TAKEN-YTD
049130     END-IF.
049140 2255-EXIT.
049150     EXIT.
049160*
049170* ---------------------------------------------------------------
049180* 2300-FIND-TIMECARD
049190* LOOKS UP THE CURRENT CUSTOMER'S TIMECARD FOR THE PAY DATE IN
049200* THE TABLE 1380 LOADED AND OVERLAYS HOURSWORKED WITH THE HOURS
049210* ON THE CARD (AND PICKS UP THE LEAVE HOURS IT CARRIES, ZERO
049220* WHEN THERE IS NO CARD), MARKING THE ENTRY CONSUMED SO 2400
049230* REPORTS ONLY THE TIMECARDS NO MASTER RECORD CLAIMED.
049240* PERFORMED FOR EVERY IDENT READ, AS SOON AS THE RECORD ARRIVES
049250* IN 2100, SO A CUSTOMER WHO LATER REJECTS (OR IS SKIPPED FOR
049260* PAY GROUP) STILL CONSUMES ITS TIMECARD - THE REJECT RECORD
049270* THEN CARRIES THE PERIOD'S HOURS WORKED (IN THE CUSTOMER
049280* IMAGE) AND LEAVE HOURS (4100), AND 2410 NEVER DOUBLE-REJECTS
049290* THE SAME IDENT UNDER E011.  THE E010 REJECT DECISION ITSELF
049300* IS TAKEN LATER IN 2100, AFTER THE OTHER EDITS, SO EACH REJECT
049310* SHOWS ITS REAL REASON.
049320* ---------------------------------------------------------------
049330 2300-FIND-TIMECARD.
049340     SET TIMECARD-NOT-FOUND TO TRUE
049350     MOVE ZEROS TO WS-CUR-VAC-HOURS
049360     MOVE ZEROS TO WS-CUR-SICK-HOURS
049370     MOVE ZEROS TO WS-CUR-HOL-HOURS
049380     IF WS-TC-COUNT > 0
049390         SET WS-TC-INDEX TO 1
049400         SEARCH WS-TC-ENTRY
049410             AT END
049420                 CONTINUE
049430             WHEN WS-TC-IDENT (WS-TC-INDEX) = Ident
049440                 SET TIMECARD-FOUND TO TRUE
049450                 MOVE WS-TC-HOURS (WS-TC-INDEX) TO HoursWorked
049460                 MOVE WS-TC-VAC-HOURS (WS-TC-INDEX)
049470                     TO WS-CUR-VAC-HOURS
049480                 MOVE WS-TC-SICK-HOURS (WS-TC-INDEX)
049490                     TO WS-CUR-SICK-HOURS
049500                 MOVE WS-TC-HOL-HOURS (WS-TC-INDEX)
049510                     TO WS-CUR-HOL-HOURS
049520                 MOVE "Y" TO WS-TC-USED-SWITCH (WS-TC-INDEX)
049530         END-SEARCH
049540     END-IF.
049550 2300-EXIT.
049560     EXIT.
049570*
049580* ---------------------------------------------------------------
049590* 2400-REJECT-UNMATCHED-TIMECARDS
049600* AFTER THE MASTER READ LOOP ENDS, REJECTS EVERY TIMECARD NO
049610* MASTER RECORD CONSUMED - A TIMECARD FOR AN IDENT NOT ON THE
049620* MASTER IS AN INTAKE ERROR SOMEBODY MUST CHASE, NOT A CARD TO
049630* DROP ON THE FLOOR.  PERFORMED ONLY ON A DETAIL RUN.
049640* ---------------------------------------------------------------
049650 2400-REJECT-UNMATCHED-TIMECARDS.
049660     PERFORM VARYING WS-TC-SUBSCRIPT FROM 1 BY 1
049670             UNTIL WS-TC-SUBSCRIPT > WS-TC-COUNT
049680         IF WS-TC-USED-SWITCH (WS-TC-SUBSCRIPT) = "N"
049690             PERFORM 2410-REJECT-ONE-TIMECARD THRU 2410-EXIT
049700         END-IF
049710     END-PERFORM.
049720 2400-EXIT.
049730     EXIT.
049740*
049750* ---------------------------------------------------------------
049760* 2410-REJECT-ONE-TIMECARD
049770* WRITES THE E011 EXCEPTION FOR ONE UNCONSUMED TIMECARD.  THE
049780* CARD COUNTS AS A RECORD READ SO THE CONTROL-TOTALS PROOF
049790* (READ = PAID + REJECTED) STILL BALANCES.  ON A RESTARTED RUN
049800* THE MASTER RECORDS UP THROUGH THE CHECKPOINTED IDENT WERE
049810* ALREADY PAID BY THE PRIOR PARTIAL RUN, SO THEIR TIMECARDS
049820* ARE NOT RE-REJECTED HERE.  NO REJECT-FILE RECORD IS WRITTEN -
049830* THERE IS NO CUSTOMER-MASTER IMAGE TO CORRECT AND RESUBMIT.
049840* ---------------------------------------------------------------
049850 2410-REJECT-ONE-TIMECARD.
049860     IF THIS-IS-A-RESTARTED-RUN
049870             AND WS-TC-IDENT (WS-TC-SUBSCRIPT)
049880             NOT > WS-RESTART-FROM-IDENT
049890         GO TO 2410-EXIT
049900     END-IF
049910     ADD 1 TO WS-RECORDS-READ-COUNT
049920     MOVE WS-TC-IDENT (WS-TC-SUBSCRIPT)
049930         TO WS-EXCEPTION-IDENT-DISPLAY
049940     MOVE "IDENT" TO WS-EXCEPTION-FIELD
049950     MOVE "E011" TO WS-EXCEPTION-CODE
049960     MOVE "TIMECARD IDENT NOT ON MASTER" TO WS-EXCEPTION-REASON
049970     SET REJECT-IMAGE-NOT-AVAILABLE TO TRUE
049980     PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT.
049990 2410-EXIT.
050000     EXIT.
050010*
050020* ---------------------------------------------------------------
050030* 3000-COMPUTE-PAYROLL
050040* COMPUTES GROSS PAY FOR THE CURRENT CUSTOMER FROM HOURS WORKED
050050* AND PAY RATE - HOURS OVER 40 PAY TIME-AND-A-HALF - USING
050060* ROUNDED ARITHMETIC ON THE COMPUTE STATEMENT SO THE PENNY-LEVEL
050070* ROUNDING CAN BE RECONCILED BY 3050 BELOW, THEN TAKES GROSS TO
050080* NET THROUGH THE DEDUCTION-RATES TABLE IN 3010.  VACATION, SICK
050090* AND HOLIDAY HOURS PAY AT STRAIGHT TIME ON TOP OF THE HOURS
050100* WORKED AND DO NOT COUNT TOWARD THE OVERTIME THRESHOLD.
050110* ---------------------------------------------------------------
050120 3000-COMPUTE-PAYROLL.
050130     SET PAYROLL-COMPUTE-OK TO TRUE
050140     MOVE ZEROS TO WS-RETRO-PAY
050150     COMPUTE WS-CUR-LEAVE-HOURS =
050160         WS-CUR-VAC-HOURS + WS-CUR-SICK-HOURS + WS-CUR-HOL-HOURS
050170     COMPUTE WS-LEAVE-PAY ROUNDED = WS-CUR-LEAVE-HOURS * PayRate
050180     IF HoursWorked > WS-CUR-OT-THRESHOLD
050190         COMPUTE WS-OVERTIME-HOURS =
050200             HoursWorked - WS-CUR-OT-THRESHOLD
050210     ELSE
050220         MOVE ZEROS TO WS-OVERTIME-HOURS
050230     END-IF
050240     COMPUTE PayCheck ROUNDED =
050250         ((HoursWorked - WS-OVERTIME-HOURS) * PayRate)
050260         + (WS-OVERTIME-HOURS * PayRate * 1.5)
050270         + (WS-CUR-LEAVE-HOURS * PayRate)
050280         ON SIZE ERROR
050290             SET PAYROLL-COMPUTE-FAILED TO TRUE
050300             MOVE "PAYCHECK" TO WS-EXCEPTION-FIELD
050310             MOVE "E005" TO WS-EXCEPTION-CODE
050320             MOVE "SIZE ERROR COMPUTING GROSS PAY" TO
050330                 WS-EXCEPTION-REASON
050340     END-COMPUTE
050350     IF PAYROLL-COMPUTE-OK
050360         PERFORM 3050-ACCUMULATE-ROUNDING-DIFF THRU 3050-EXIT
050370     END-IF
050380     IF PAYROLL-COMPUTE-OK AND RUN-MODE-USES-RATE-HIST
050390         PERFORM 3004-ADD-RETRO-PAY THRU 3004-EXIT
050400     END-IF
050410     IF PAYROLL-COMPUTE-OK
050420         PERFORM 3010-COMPUTE-DEDUCTIONS THRU 3010-EXIT
050430     END-IF.
050440 3000-EXIT.
050450     EXIT.
050460*
050470* ---------------------------------------------------------------
050480* 3004-ADD-RETRO-PAY
050490* TOTALS THE RETRO PAY OWED THE CUSTOMER ON RATEHIST (3005) AND
050500* ADDS IT TO THE GROSS JUST COMPUTED, AFTER THE ROUNDING
050510* RECONCILIATION (WHICH PROVES HOURS TIMES RATE ONLY) AND
050520* BEFORE DEDUCTIONS, SO RETRO PAY IS TAXED AND NETTED WITH THE
050530* REST OF THE CHECK.  A GROSS THAT WILL NOT HOLD IT REJECTS
050540* UNDER E005 LIKE ANY OTHER GROSS-PAY SIZE ERROR.
050550* ---------------------------------------------------------------
050560 3004-ADD-RETRO-PAY.
050570     MOVE Ident TO WS-RETRO-IDENT
050580     MOVE WS-PAY-DATE TO WS-RETRO-MATCH-DATE
050590     SET RETRO-SCAN-TOTALS TO TRUE
050600     SET RETRO-SIZE-OK TO TRUE
050610     PERFORM 3005-SCAN-RETRO-PAY THRU 3005-EXIT
050620     IF RETRO-SIZE-OK AND WS-RETRO-PAY > ZERO
050630         ADD WS-RETRO-PAY TO PayCheck
050640             ON SIZE ERROR
050650                 SET RETRO-SIZE-ERROR TO TRUE
050660         END-ADD
050670     END-IF
050680     IF RETRO-SIZE-ERROR
050690         SET PAYROLL-COMPUTE-FAILED TO TRUE
050700         MOVE "PAYCHECK" TO WS-EXCEPTION-FIELD
050710         MOVE "E005" TO WS-EXCEPTION-CODE
050720         MOVE "SIZE ERROR ADDING RETRO PAY" TO
050730             WS-EXCEPTION-REASON
050740     END-IF.
050750 3004-EXIT.
050760     EXIT.
050770*
050780* ---------------------------------------------------------------
050790* 3005-SCAN-RETRO-PAY
050800* READS EVERY RATEHIST RECORD FOR WS-RETRO-IDENT IN EFFECTIVE-
050810* DATE ORDER AND, BY WS-RETRO-SCAN-SWITCH, TOTALS THE RETRO PAY
050820* OWED (3004), MARKS IT APPLIED UNDER THE PAY DATE (3310), OR
050830* REOPENS WHAT WAS APPLIED UNDER WS-RETRO-MATCH-DATE (2090).
050840* AN IDENT WITH NO RATE HISTORY ENDS AT ONCE.
050850* ---------------------------------------------------------------
050860 3005-SCAN-RETRO-PAY.
050870     SET RETRO-MORE-FOR-IDENT TO TRUE
050880     MOVE WS-RETRO-IDENT TO RH-IDENT
050890     MOVE LOW-VALUES TO RH-EFFECTIVE-DATE
050900     START RATE-HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
050910         INVALID KEY
050920             SET RETRO-END-OF-IDENT TO TRUE
050930     END-START
050940     PERFORM 3006-SCAN-NEXT-RETRO-ENTRY THRU 3006-EXIT
050950         UNTIL RETRO-END-OF-IDENT.
050960 3005-EXIT.
050970     EXIT.
050980*
050990* ---------------------------------------------------------------
051000* 3006-SCAN-NEXT-RETRO-ENTRY
051010* TAKES THE NEXT RATEHIST RECORD FOR THE IDENT.  OWED MEANS
051020* COMPUTED ("C"), OR ALREADY APPLIED UNDER THIS SAME PAY DATE.
051030* ---------------------------------------------------------------
051040 3006-SCAN-NEXT-RETRO-ENTRY.
051050     READ RATE-HISTORY-FILE NEXT RECORD
051060         AT END
051070             SET RETRO-END-OF-IDENT TO TRUE
051080             GO TO 3006-EXIT
051090     END-READ
051100     IF RH-IDENT NOT = WS-RETRO-IDENT
051110         SET RETRO-END-OF-IDENT TO TRUE
051120         GO TO 3006-EXIT
051130     END-IF
051140     IF RETRO-SCAN-REOPENS
051150         IF RH-RETRO-STATUS = "A"
051160                 AND RH-RETRO-PAID-DATE = WS-RETRO-MATCH-DATE
051170             MOVE "C" TO RH-RETRO-STATUS
051180             MOVE SPACES TO RH-RETRO-PAID-DATE
051190             PERFORM 3007-REWRITE-RETRO-ENTRY THRU 3007-EXIT
051200         END-IF
051210         GO TO 3006-EXIT
051220     END-IF
051230     IF RH-RETRO-STATUS = "C"
051240             OR (RH-RETRO-STATUS = "A"
051250                 AND RH-RETRO-PAID-DATE = WS-RETRO-MATCH-DATE)
051260         IF RETRO-SCAN-TOTALS
051270             ADD RH-RETRO-AMOUNT TO WS-RETRO-PAY
051280                 ON SIZE ERROR
051290                     SET RETRO-SIZE-ERROR TO TRUE
051300             END-ADD
051310         ELSE
051320             MOVE "A" TO RH-RETRO-STATUS
051330             MOVE WS-RETRO-MATCH-DATE TO RH-RETRO-PAID-DATE
051340             PERFORM 3007-REWRITE-RETRO-ENTRY THRU 3007-EXIT
051350             ADD 1 TO WS-RETRO-PAID-COUNT
051360             ADD RH-RETRO-AMOUNT TO WS-RETRO-PAY-GRAND-TOTAL
051370         END-IF
051380     END-IF.
051390 3006-EXIT.
051400     EXIT.
051410*
051420* ---------------------------------------------------------------
051430* 3007-REWRITE-RETRO-ENTRY
051440* REWRITES THE RATEHIST RECORD 3006 HAS JUST RE-MARKED.
051450* ---------------------------------------------------------------
051460 3007-REWRITE-RETRO-ENTRY.
051470     REWRITE RH-RATE-HISTORY-RECORD
051480         INVALID KEY
051490             DISPLAY "COBOL01 - UNABLE TO UPDATE RATE HISTORY "
051500                 "FOR IDENT " RH-IDENT " " RH-EFFECTIVE-DATE
051510     END-REWRITE.
051520 3007-EXIT.
051530     EXIT.
051540*
051550* ---------------------------------------------------------------
051560* 3010-COMPUTE-DEDUCTIONS
051570* TAKES THE ROUNDED GROSS IN PayCheck TO NET.  EACH TAX BAND
051580* TAXES ONLY THE SLICE OF GROSS INSIDE THE BAND AT THE BAND'S
051590* PERCENT (MARGINAL RATES), THEN EACH BENEFIT DEDUCTS A FLAT
051600* AMOUNT OR A PERCENT OF GROSS, NOTED FOR REMITTANCE TO THE
051610* CARRIER.  A SIZE ERROR ANYWHERE, OR
051620* DEDUCTIONS THAT EXCEED GROSS, REJECTS THE CUSTOMER TO THE
051630* EXCEPTION LISTING UNDER CODE E006 RATHER THAN WRITING A
051640* NONSENSE NET TO THE REGISTER AND THE BANK.
051650* ---------------------------------------------------------------
051660 3010-COMPUTE-DEDUCTIONS.
051670     MOVE ZEROS TO WS-TOTAL-DEDUCTIONS
051680     MOVE ZEROS TO WS-AD-COUNT
051690     MOVE ZEROS TO WS-RM-COUNT
051700     MOVE ZEROS TO WS-TAX-DEDUCTIONS-TOT
051710     MOVE ZEROS TO WS-BENEFIT-DEDUCTIONS-TOT
051720     MOVE ZEROS TO WS-NET-PAY
051730     PERFORM VARYING WS-RATE-SUBSCRIPT FROM 1 BY 1
051740             UNTIL WS-RATE-SUBSCRIPT > WS-TAX-BAND-COUNT
051750         IF PayCheck > WS-TAX-BAND-FROM (WS-RATE-SUBSCRIPT)
051760             IF PayCheck > WS-TAX-BAND-TO (WS-RATE-SUBSCRIPT)
051770                 COMPUTE WS-TAX-PORTION =
051780                     WS-TAX-BAND-TO (WS-RATE-SUBSCRIPT)
051790                     - WS-TAX-BAND-FROM (WS-RATE-SUBSCRIPT)
051800             ELSE
051810                 COMPUTE WS-TAX-PORTION = PayCheck
051820                     - WS-TAX-BAND-FROM (WS-RATE-SUBSCRIPT)
051830             END-IF
051840             COMPUTE WS-DEDUCTION-AMOUNT ROUNDED =
051850                 WS-TAX-PORTION
051860                 * WS-TAX-BAND-PCT (WS-RATE-SUBSCRIPT) / 100
051870                 ON SIZE ERROR
051880                     SET PAYROLL-COMPUTE-FAILED TO TRUE
051890             END-COMPUTE
051900             IF PAYROLL-COMPUTE-OK
051910                 ADD WS-DEDUCTION-AMOUNT TO WS-TOTAL-DEDUCTIONS
051920                 ADD WS-DEDUCTION-AMOUNT
051930                     TO WS-TAX-DEDUCTIONS-TOT
051940             END-IF
051950         END-IF
051960     END-PERFORM
051970     PERFORM VARYING WS-RATE-SUBSCRIPT FROM 1 BY 1
051980             UNTIL WS-RATE-SUBSCRIPT > WS-BENEFIT-COUNT
051990         IF WS-BENEFIT-METHOD (WS-RATE-SUBSCRIPT) = "P"
052000             COMPUTE WS-DEDUCTION-AMOUNT ROUNDED = PayCheck
052010                 * WS-BENEFIT-VALUE (WS-RATE-SUBSCRIPT) / 100
052020                 ON SIZE ERROR
052030                     SET PAYROLL-COMPUTE-FAILED TO TRUE
052040             END-COMPUTE
052050         ELSE
052060             MOVE WS-BENEFIT-VALUE (WS-RATE-SUBSCRIPT)
052070                 TO WS-DEDUCTION-AMOUNT
052080         END-IF
052090         IF PAYROLL-COMPUTE-OK
052100             ADD WS-DEDUCTION-AMOUNT TO WS-TOTAL-DEDUCTIONS
052110             ADD WS-DEDUCTION-AMOUNT
052120                 TO WS-BENEFIT-DEDUCTIONS-TOT
052130             IF WS-DEDUCTION-AMOUNT > ZEROS
052140                 PERFORM 3015-NOTE-BENEFIT-REMITTANCE
052150                     THRU 3015-EXIT
052160             END-IF
052170         END-IF
052180     END-PERFORM
052190     IF PAYROLL-COMPUTE-FAILED
052200         MOVE "DEDUCTS" TO WS-EXCEPTION-FIELD
052210         MOVE "E006" TO WS-EXCEPTION-CODE
052220         MOVE "SIZE ERROR COMPUTING DEDUCTIONS" TO
052230             WS-EXCEPTION-REASON
052240         GO TO 3010-EXIT
052250     END-IF
052260     IF WS-TOTAL-DEDUCTIONS > PayCheck
052270         SET PAYROLL-COMPUTE-FAILED TO TRUE
052280         MOVE "DEDUCTS" TO WS-EXCEPTION-FIELD
052290         MOVE "E006" TO WS-EXCEPTION-CODE
052300         MOVE "DEDUCTIONS EXCEED GROSS PAY" TO
052310             WS-EXCEPTION-REASON
052320         GO TO 3010-EXIT
052330     END-IF
052340     COMPUTE WS-NET-PAY = PayCheck - WS-TOTAL-DEDUCTIONS
052350     IF RUN-MODE-USES-CUST-DEDS AND WS-CD-COUNT > ZEROS
052360         PERFORM 3020-APPLY-CUST-DEDUCTIONS THRU 3020-EXIT
052370     END-IF.
052380 3010-EXIT.
052390     EXIT.
052400*
052410* ---------------------------------------------------------------
052420* 3015-NOTE-BENEFIT-REMITTANCE
052430* NOTES THE BENEFIT JUST DEDUCTED IN THE CUSTOMER'S REMITTANCE
052440* TABLE UNDER THE B CARD'S PAYEE CODE.  THE TABLE HOLDS MORE
052450* ENTRIES THAN THERE CAN BE B CARDS, SO IT CANNOT FILL HERE.
052460* ---------------------------------------------------------------
052470 3015-NOTE-BENEFIT-REMITTANCE.
052480     ADD 1 TO WS-RM-COUNT
052490     MOVE "B" TO WS-RM-SOURCE (WS-RM-COUNT)
052500     MOVE WS-BENEFIT-PAYEE (WS-RATE-SUBSCRIPT)
052510         TO WS-RM-PAYEE (WS-RM-COUNT)
052520     MOVE SPACES TO WS-RM-CASE (WS-RM-COUNT)
052530     MOVE WS-BENEFIT-NAME (WS-RATE-SUBSCRIPT)
052540         TO WS-RM-NAME (WS-RM-COUNT)
052550     MOVE WS-DEDUCTION-AMOUNT TO WS-RM-AMOUNT (WS-RM-COUNT)
052560     MOVE SPACE TO WS-RM-SATISFIED (WS-RM-COUNT).
052570 3015-EXIT.
052580     EXIT.
052590*
052600* ---------------------------------------------------------------
052610* 3020-APPLY-CUST-DEDUCTIONS
052620* APPLIES THE CURRENT CUSTOMER'S DEDFILE ENTRIES TO THE NET
052630* JUST COMPUTED, IN PRIORITY ORDER (LOWEST NUMBER FIRST).
052640* EACH APPLIED ENTRY IS REMEMBERED FOR THE PAY STATEMENT.
052650* THE CUSTOMER'S COLLECTED FIGURES (AND THE SATISFIED COUNT)
052660* ARE SNAPSHOTTED FIRST - IF THE CUSTOMER LATER REJECTS
052670* (E006 IN A LATER ENTRY, OR E009 IN 2170), 3030 PUTS THEM
052680* BACK SO DEDOUT NEVER CARRIES COLLECTIONS FROM A CUSTOMER
052690* WHO WAS NEVER PAID.
052700* ---------------------------------------------------------------
052710 3020-APPLY-CUST-DEDUCTIONS.
052720     PERFORM VARYING WS-CD-SUBSCRIPT FROM 1 BY 1
052730             UNTIL WS-CD-SUBSCRIPT > WS-CD-COUNT
052740         IF WS-CD-IDENT (WS-CD-SUBSCRIPT) = Ident
052750             MOVE "N" TO WS-CD-DONE-SWITCH (WS-CD-SUBSCRIPT)
052760             MOVE WS-CD-COLLECTED (WS-CD-SUBSCRIPT)
052770                 TO WS-CD-COLLECTED-SAVE (WS-CD-SUBSCRIPT)
052780         END-IF
052790     END-PERFORM
052800     MOVE WS-SATISFIED-COUNT TO WS-SATISFIED-COUNT-SAVE
052810     MOVE Ident TO WS-CD-APPLY-IDENT
052820     MOVE "N" TO WS-CD-ALL-DONE-SWITCH
052830     PERFORM 3022-APPLY-NEXT-CUST-DED THRU 3022-EXIT
052840         UNTIL CUST-DEDS-ALL-DONE
052850             OR PAYROLL-COMPUTE-FAILED.
052860 3020-EXIT.
052870     EXIT.
052880*
052890* ---------------------------------------------------------------
052900* 3030-BACK-OUT-CUST-DED-APPLY
052910* THE CUSTOMER REJECTED AFTER 3020 HAD ALREADY APPLIED SOME OR
052920* ALL OF THE DEDFILE ENTRIES - PUTS THE SNAPSHOTTED COLLECTED
052930* FIGURES AND THE SATISFIED COUNT BACK, SO THE DEDOUT ROLL-
052940* FORWARD ONLY EVER CARRIES COLLECTIONS FROM CUSTOMERS WHO
052950* WERE ACTUALLY PAID.  A REGISTER LINE SAYS SO, VOIDING ANY
052960* "SATISFIED - NOTIFY COURT" LINE PRINTED ABOVE IT.  SELF-
052970* GUARDING - DOES NOTHING UNLESS 3020 RAN FOR THIS IDENT.
052980* ---------------------------------------------------------------
052990 3030-BACK-OUT-CUST-DED-APPLY.
053000     IF WS-CD-APPLY-IDENT = ZEROS
053010             OR WS-CD-APPLY-IDENT NOT = Ident
053020         GO TO 3030-EXIT
053030     END-IF
053040     MOVE "N" TO WS-CD-RESTORED-SWITCH
053050     PERFORM VARYING WS-CD-SUBSCRIPT FROM 1 BY 1
053060             UNTIL WS-CD-SUBSCRIPT > WS-CD-COUNT
053070         IF WS-CD-IDENT (WS-CD-SUBSCRIPT) = Ident
053080                 AND WS-CD-COLLECTED (WS-CD-SUBSCRIPT)
053090                     NOT = WS-CD-COLLECTED-SAVE (WS-CD-SUBSCRIPT)
053100             MOVE WS-CD-COLLECTED-SAVE (WS-CD-SUBSCRIPT)
053110                 TO WS-CD-COLLECTED (WS-CD-SUBSCRIPT)
053120             SET CUST-DEDS-WERE-RESTORED TO TRUE
053130         END-IF
053140     END-PERFORM
053150     IF CUST-DEDS-WERE-RESTORED
053160         MOVE WS-SATISFIED-COUNT-SAVE TO WS-SATISFIED-COUNT
053170         MOVE SPACES TO WS-GENERIC-LINE
053180         STRING "COBOL01 - CUSTOMER REJECTED - DEDUCTION "
053190             "COLLECTIONS BACKED OUT FOR IDENT " Ident
053200             DELIMITED BY SIZE INTO WS-GENERIC-LINE
053210         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
053220     END-IF
053230     MOVE ZEROS TO WS-CD-APPLY-IDENT.
053240 3030-EXIT.
053250     EXIT.
053260*
053270* ---------------------------------------------------------------
053280* 3022-APPLY-NEXT-CUST-DED
053290* FINDS THE CUSTOMER'S LOWEST-PRIORITY UNAPPLIED ENTRY AND
053300* APPLIES IT; NONE LEFT ENDS THE LOOP.
053310* ---------------------------------------------------------------
053320 3022-APPLY-NEXT-CUST-DED.
053330     MOVE ZEROS TO WS-CD-BEST
053340     PERFORM VARYING WS-CD-SUBSCRIPT FROM 1 BY 1
053350             UNTIL WS-CD-SUBSCRIPT > WS-CD-COUNT
053360         IF WS-CD-IDENT (WS-CD-SUBSCRIPT) = Ident
053370                 AND WS-CD-DONE-SWITCH (WS-CD-SUBSCRIPT) = "N"
053380             IF WS-CD-BEST = ZEROS
053390                     OR WS-CD-PRIORITY (WS-CD-SUBSCRIPT)
053400                         < WS-CD-PRIORITY (WS-CD-BEST)
053410                 MOVE WS-CD-SUBSCRIPT TO WS-CD-BEST
053420             END-IF
053430         END-IF
053440     END-PERFORM
053450     IF WS-CD-BEST = ZEROS
053460         MOVE "Y" TO WS-CD-ALL-DONE-SWITCH
053470         GO TO 3022-EXIT
053480     END-IF
053490     MOVE "Y" TO WS-CD-DONE-SWITCH (WS-CD-BEST)
053500     PERFORM 3025-APPLY-ONE-CUST-DED THRU 3025-EXIT.
053510 3022-EXIT.
053520     EXIT.
053530*
053540* ---------------------------------------------------------------
053550* 3025-APPLY-ONE-CUST-DED
053560* APPLIES THE ENTRY WS-CD-BEST POINTS AT - THE FLAT OR
053570* PERCENT-OF-GROSS AMOUNT, CAPPED AT WHATEVER IS LEFT OF AN
053580* ENTRY'S TOTAL TO COLLECT AND AT WHATEVER NET SITS ABOVE THE
053590* ENTRY'S PROTECTED FLOOR.  AN ENTRY WHOSE COLLECTED FIGURE
053600* REACHES ITS TOTAL IS REPORTED SO THE COURT CAN BE NOTIFIED
053610* IT IS SATISFIED.  THE AMOUNT IS NOTED IN THE CUSTOMER'S
053620* REMITTANCE TABLE UNDER THE CARD'S PAYEE CODE AND CASE NUMBER,
053630* FLAGGED "S" WHEN IT SATISFIES THE ENTRY; A CUSTOMER WITH MORE
053640* WITHHOLDINGS THAN THE TABLE HOLDS REJECTS UNDER E006 RATHER
053650* THAN HAVE MONEY WITHHELD THAT NOBODY IS TOLD TO REMIT.
053660* ---------------------------------------------------------------
053670 3025-APPLY-ONE-CUST-DED.
053680     IF WS-CD-METHOD (WS-CD-BEST) = "P"
053690         COMPUTE WS-CD-AMOUNT ROUNDED = PayCheck
053700             * WS-CD-VALUE (WS-CD-BEST) / 100
053710             ON SIZE ERROR
053720                 SET PAYROLL-COMPUTE-FAILED TO TRUE
053730                 MOVE "CUSTDED" TO WS-EXCEPTION-FIELD
053740                 MOVE "E006" TO WS-EXCEPTION-CODE
053750                 MOVE "SIZE ERROR ON CUSTOMER DEDUCTION" TO
053760                     WS-EXCEPTION-REASON
053770         END-COMPUTE
053780     ELSE
053790         MOVE WS-CD-VALUE (WS-CD-BEST) TO WS-CD-AMOUNT
053800     END-IF
053810     IF PAYROLL-COMPUTE-FAILED
053820         GO TO 3025-EXIT
053830     END-IF
053840     IF WS-CD-TOTAL (WS-CD-BEST) > ZEROS
053850         IF WS-CD-COLLECTED (WS-CD-BEST)
053860                 NOT < WS-CD-TOTAL (WS-CD-BEST)
053870             MOVE ZEROS TO WS-CD-REMAINING
053880         ELSE
053890             COMPUTE WS-CD-REMAINING =
053900                 WS-CD-TOTAL (WS-CD-BEST)
053910                 - WS-CD-COLLECTED (WS-CD-BEST)
053920         END-IF
053930         IF WS-CD-AMOUNT > WS-CD-REMAINING
053940             MOVE WS-CD-REMAINING TO WS-CD-AMOUNT
053950         END-IF
053960     END-IF
053970     COMPUTE WS-CD-AVAILABLE =
053980         WS-NET-PAY - WS-CD-FLOOR (WS-CD-BEST)
053990     IF WS-CD-AVAILABLE < ZERO
054000         MOVE ZEROS TO WS-CD-AVAILABLE
054010     END-IF
054020     IF WS-CD-AMOUNT > WS-CD-AVAILABLE
054030         MOVE WS-CD-AVAILABLE TO WS-CD-AMOUNT
054040     END-IF
054050     IF WS-CD-AMOUNT = ZEROS
054060         GO TO 3025-EXIT
054070     END-IF
054080     IF WS-RM-COUNT >= WS-REMIT-TABLE-MAX
054090         SET PAYROLL-COMPUTE-FAILED TO TRUE
054100         MOVE "CUSTDED" TO WS-EXCEPTION-FIELD
054110         MOVE "E006" TO WS-EXCEPTION-CODE
054120         MOVE "TOO MANY DEDUCTIONS TO REMIT" TO
054130             WS-EXCEPTION-REASON
054140         GO TO 3025-EXIT
054150     END-IF
054160     SUBTRACT WS-CD-AMOUNT FROM WS-NET-PAY
054170     ADD WS-CD-AMOUNT TO WS-TOTAL-DEDUCTIONS
054180     ADD WS-CD-AMOUNT TO WS-CD-COLLECTED (WS-CD-BEST)
054190     IF WS-AD-COUNT < WS-APPLIED-DED-MAX
054200         ADD 1 TO WS-AD-COUNT
054210         MOVE WS-CD-NAME (WS-CD-BEST)
054220             TO WS-AD-NAME (WS-AD-COUNT)
054230         MOVE WS-CD-AMOUNT TO WS-AD-AMOUNT (WS-AD-COUNT)
054240     END-IF
054250     ADD 1 TO WS-RM-COUNT
054260     MOVE "D" TO WS-RM-SOURCE (WS-RM-COUNT)
054270     MOVE WS-CD-PAYEE (WS-CD-BEST) TO WS-RM-PAYEE (WS-RM-COUNT)
054280     MOVE WS-CD-CASE (WS-CD-BEST) TO WS-RM-CASE (WS-RM-COUNT)
054290     MOVE WS-CD-NAME (WS-CD-BEST) TO WS-RM-NAME (WS-RM-COUNT)
054300     MOVE WS-CD-AMOUNT TO WS-RM-AMOUNT (WS-RM-COUNT)
054310     MOVE SPACE TO WS-RM-SATISFIED (WS-RM-COUNT)
054320     IF WS-CD-TOTAL (WS-CD-BEST) > ZEROS
054330             AND WS-CD-COLLECTED (WS-CD-BEST)
054340                 NOT < WS-CD-TOTAL (WS-CD-BEST)
054350         MOVE "S" TO WS-RM-SATISFIED (WS-RM-COUNT)
054360         ADD 1 TO WS-SATISFIED-COUNT
054370         MOVE SPACES TO WS-GENERIC-LINE
054380         STRING "COBOL01 - GARNISHMENT "
054390             WS-CD-NAME (WS-CD-BEST)
054400             " FOR IDENT " WS-CD-IDENT (WS-CD-BEST)
054410             " SATISFIED - NOTIFY COURT"
054420             DELIMITED BY SIZE INTO WS-GENERIC-LINE
054430         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
054440     END-IF.
054450 3025-EXIT.
054460     EXIT.
054470*
054480* ---------------------------------------------------------------
054490* 3050-ACCUMULATE-ROUNDING-DIFF
054500* COMPARES THE ROUNDED PayCheck JUST COMPUTED TO THE SAME
054510* CALCULATION CARRIED TO FOUR DECIMAL PLACES, AND ADDS THE
054520* DIFFERENCE TO THE RUN-WIDE ROUNDING RECONCILIATION TOTAL.
054530* ---------------------------------------------------------------
054540 3050-ACCUMULATE-ROUNDING-DIFF.
054550     COMPUTE WS-PAYCHECK-EXACT =
054560         ((HoursWorked - WS-OVERTIME-HOURS) * PayRate)
054570         + (WS-OVERTIME-HOURS * PayRate * 1.5)
054580         + (WS-CUR-LEAVE-HOURS * PayRate)
054590     COMPUTE WS-PAYCHECK-ROUND-DIFF = PayCheck - WS-PAYCHECK-EXACT
054600     ADD WS-PAYCHECK-ROUND-DIFF TO WS-ROUNDING-TOTAL.
054610 3050-EXIT.
054620     EXIT.
054630*
054640* ---------------------------------------------------------------
054650* 3060-COMPUTE-SUPPLEMENTAL-PAY
054660* TAKES THE FLAT GROSS ON THE SUPPLEMENTAL CARD TO NET.  TAX
054670* IS THE FLAT SUPPLEMENTAL PERCENT OF THE WHOLE GROSS - THE
054680* MARGINAL BANDS ARE FOR REGULAR PAY ONLY.  THE B-CARD
054690* BENEFITS ARE TAKEN, AND NOTED FOR REMITTANCE, ONLY WHEN THE
054700* CARD'S BENEFITS FLAG IS Y.  DEDFILE DEDUCTIONS AND RETRO PAY
054710* NEVER APPLY TO AN OFF-CYCLE PAYMENT.  A SIZE ERROR, OR
054720* DEDUCTIONS THAT EXCEED GROSS, REJECTS THE CARD UNDER E006 AS
054730* 3010 DOES FOR A REGULAR PAYMENT.
054740* ---------------------------------------------------------------
054750 3060-COMPUTE-SUPPLEMENTAL-PAY.
054760     SET PAYROLL-COMPUTE-OK TO TRUE
054770     MOVE ZEROS TO WS-RETRO-PAY
054780     MOVE ZEROS TO WS-TOTAL-DEDUCTIONS
054790     MOVE ZEROS TO WS-AD-COUNT
054800     MOVE ZEROS TO WS-RM-COUNT
054810     MOVE ZEROS TO WS-TAX-DEDUCTIONS-TOT
054820     MOVE ZEROS TO WS-BENEFIT-DEDUCTIONS-TOT
054830     MOVE ZEROS TO WS-NET-PAY
054840     MOVE WS-SUP-GROSS TO PayCheck
054850     COMPUTE WS-DEDUCTION-AMOUNT ROUNDED =
054860         PayCheck * WS-SUPP-TAX-PCT / 100
054870         ON SIZE ERROR
054880             SET PAYROLL-COMPUTE-FAILED TO TRUE
054890     END-COMPUTE
054900     IF PAYROLL-COMPUTE-OK
054910         ADD WS-DEDUCTION-AMOUNT TO WS-TOTAL-DEDUCTIONS
054920         ADD WS-DEDUCTION-AMOUNT TO WS-TAX-DEDUCTIONS-TOT
054930     END-IF
054940     IF SUP-TAKES-BENEFITS
054950         PERFORM VARYING WS-RATE-SUBSCRIPT FROM 1 BY 1
054960                 UNTIL WS-RATE-SUBSCRIPT > WS-BENEFIT-COUNT
054970             IF WS-BENEFIT-METHOD (WS-RATE-SUBSCRIPT) = "P"
054980                 COMPUTE WS-DEDUCTION-AMOUNT ROUNDED = PayCheck
054990                     * WS-BENEFIT-VALUE (WS-RATE-SUBSCRIPT) / 100
055000                     ON SIZE ERROR
055010                         SET PAYROLL-COMPUTE-FAILED TO TRUE
055020                 END-COMPUTE
055030             ELSE
055040                 MOVE WS-BENEFIT-VALUE (WS-RATE-SUBSCRIPT)
055050                     TO WS-DEDUCTION-AMOUNT
055060             END-IF
055070             IF PAYROLL-COMPUTE-OK
055080                 ADD WS-DEDUCTION-AMOUNT TO WS-TOTAL-DEDUCTIONS
055090                 ADD WS-DEDUCTION-AMOUNT
055100                     TO WS-BENEFIT-DEDUCTIONS-TOT
055110                 IF WS-DEDUCTION-AMOUNT > ZEROS
055120                     PERFORM 3015-NOTE-BENEFIT-REMITTANCE
055130                         THRU 3015-EXIT
055140                 END-IF
055150             END-IF
055160         END-PERFORM
055170     END-IF
055180     IF PAYROLL-COMPUTE-FAILED
055190         MOVE "DEDUCTS" TO WS-EXCEPTION-FIELD
055200         MOVE "E006" TO WS-EXCEPTION-CODE
055210         MOVE "SIZE ERROR COMPUTING DEDUCTIONS" TO
055220             WS-EXCEPTION-REASON
055230         GO TO 3060-EXIT
055240     END-IF
055250     IF WS-TOTAL-DEDUCTIONS > PayCheck
055260         SET PAYROLL-COMPUTE-FAILED TO TRUE
055270         MOVE "DEDUCTS" TO WS-EXCEPTION-FIELD
055280         MOVE "E006" TO WS-EXCEPTION-CODE
055290         MOVE "DEDUCTIONS EXCEED GROSS PAY" TO
055300             WS-EXCEPTION-REASON
055310         GO TO 3060-EXIT
055320     END-IF
055330     COMPUTE WS-NET-PAY = PayCheck - WS-TOTAL-DEDUCTIONS.
055340 3060-EXIT.
055350     EXIT.
055360*
055370* ---------------------------------------------------------------
055380* 3100-WRITE-PAYROLL-DETAIL
055390* WRITES ONE DETAIL LINE OF THE PAYROLL REGISTER, BREAKING ON
055400* THE DEPARTMENT CODE - A CHANGE OF DEPARTMENT CLOSES THE
055410* PRIOR DEPARTMENT WITH ITS NET SUBTOTAL AND OPENS THE NEW ONE
055420* WITH A HEADING.  EVERY CUSTOMER PRINTED ALSO ROLLS INTO THE
055430* DEPARTMENT RECAP TABLE FOR THE END-OF-RUN RECAP PAGE.
055440* ---------------------------------------------------------------
055450 3100-WRITE-PAYROLL-DETAIL.
055460     IF DeptCode NOT = WS-PREV-DEPT-CODE
055470         IF WS-PREV-DEPT-CODE NOT = LOW-VALUES
055480             PERFORM 3450-WRITE-DEPT-SUBTOTAL THRU 3450-EXIT
055490         END-IF
055500         PERFORM 3460-WRITE-DEPT-HEADING THRU 3460-EXIT
055510         MOVE DeptCode TO WS-PREV-DEPT-CODE
055520         MOVE ZEROS TO WS-DEPT-NET-SUBTOTAL
055530     END-IF
055540     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
055550     MOVE Ident TO PRT-D-IDENT
055560     MOVE CustName TO PRT-D-CUSTNAME
055570     MOVE PayCheck TO PRT-D-GROSS
055580     MOVE WS-TOTAL-DEDUCTIONS TO PRT-D-DEDUCTIONS
055590     MOVE WS-NET-PAY TO PRT-D-NET
055600     WRITE PRINT-LINE FROM WS-PAYROLL-DETAIL-LINE
055610         AFTER ADVANCING 1 LINE
055620     ADD 1 TO WS-LINE-COUNT
055630     ADD WS-NET-PAY TO WS-DEPT-NET-SUBTOTAL
055640     PERFORM 3400-ACCUMULATE-DEPT-RECAP THRU 3400-EXIT.
055650 3100-EXIT.
055660     EXIT.
055670*
055680* ---------------------------------------------------------------
055690* 3150-WRITE-BANK-DETAIL
055700* WRITES ONE BANK PAYMENT EXTRACT RECORD FOR THE CUSTOMER JUST
055710* PAID - THE SAME NET PAY THE REGISTER DETAIL LINE SHOWS - AND
055720* ROLLS IT INTO THE COUNT AND TOTAL THE TRAILER RECORD
055730* CARRIES.  PERFORMED ONLY ON A PAYING RUN (DETAIL OR REWORK),
055740* IMMEDIATELY AFTER 3100, SO REGISTER AND EXTRACT AGREE.  THE
055750* ACTIVE ACCOUNT 2195 READ IS STILL IN THE BANKACCT FD BUFFER.
055760* ---------------------------------------------------------------
055770 3150-WRITE-BANK-DETAIL.
055780     MOVE Ident TO BANK-D-IDENT
055790     MOVE CustName TO BANK-D-CUST-NAME
055800     MOVE WS-NET-PAY TO BANK-D-PAY-AMOUNT
055810     MOVE "C" TO BANK-D-DEBIT-CREDIT
055820     MOVE BA-ROUTING-NUMBER TO BANK-D-ROUTING-NUMBER
055830     MOVE BA-ACCOUNT-NUMBER TO BANK-D-ACCOUNT-NUMBER
055840     MOVE BA-ACCOUNT-TYPE TO BANK-D-ACCOUNT-TYPE
055850     MOVE SPACE TO BANK-D-PRENOTE-FLAG
055860     WRITE BANK-EXTRACT-RECORD FROM WS-BANK-DETAIL-RECORD
055870     ADD 1 TO WS-BANK-RECORD-COUNT
055880     ADD WS-NET-PAY TO WS-BANK-TOTAL-AMOUNT.
055890 3150-EXIT.
055900     EXIT.
055910*
055920* ---------------------------------------------------------------
055930* 3160-WRITE-BANK-DEBIT
055940* WRITES THE DEBIT (RECOVERY) RECORD FOR THE REVERSAL JUST
055950* APPLIED - THE ORIGINAL NET AS AN UNSIGNED AMOUNT WITH THE
055960* DEBIT/CREDIT INDICATOR SET TO "D" - AND TAKES IT OUT OF THE
055970* TRAILER TOTAL, SO THE RECOVERY RIDES THE SAME UPLOAD AS THE
055980* PAYMENTS.  PERFORMED ONLY ON A REVERSAL RUN.  THE DEBIT GOES
055990* AGAINST THE ACCOUNT NOW ON BANKACCT, WHATEVER ITS PRENOTE
056000* STATUS; WITH NO ACCOUNT ON FILE THE ACCOUNT FIELDS GO OUT
056010* BLANK AND THE RECOVERY IS WORKED WITH THE BANK BY HAND.
056020* ---------------------------------------------------------------
056030 3160-WRITE-BANK-DEBIT.
056040     MOVE WS-RVS-IDENT TO BANK-D-IDENT
056050     MOVE WS-RVS-CUST-NAME TO BANK-D-CUST-NAME
056060     MOVE WS-RVS-NET TO BANK-D-PAY-AMOUNT
056070     MOVE "D" TO BANK-D-DEBIT-CREDIT
056080     MOVE SPACES TO BANK-D-ROUTING-NUMBER
056090     MOVE SPACES TO BANK-D-ACCOUNT-NUMBER
056100     MOVE SPACE TO BANK-D-ACCOUNT-TYPE
056110     MOVE SPACE TO BANK-D-PRENOTE-FLAG
056120     MOVE WS-RVS-IDENT TO BA-IDENT
056130     READ BANK-ACCOUNT-FILE
056140         INVALID KEY
056150             CONTINUE
056160         NOT INVALID KEY
056170             MOVE BA-ROUTING-NUMBER TO BANK-D-ROUTING-NUMBER
056180             MOVE BA-ACCOUNT-NUMBER TO BANK-D-ACCOUNT-NUMBER
056190             MOVE BA-ACCOUNT-TYPE TO BANK-D-ACCOUNT-TYPE
056200     END-READ
056210     WRITE BANK-EXTRACT-RECORD FROM WS-BANK-DETAIL-RECORD
056220     ADD 1 TO WS-BANK-RECORD-COUNT
056230     SUBTRACT WS-RVS-NET FROM WS-BANK-TOTAL-AMOUNT.
056240 3160-EXIT.
056250     EXIT.
056260*
056270* ---------------------------------------------------------------
056280* 3170-WRITE-REVERSAL-DETAIL
056290* WRITES ONE LINE OF THE PAY-REVERSAL REGISTER SECTION - THE
056300* OFFSETTING RECORD'S NEGATIVE GROSS AND NET ARE STILL IN THE
056310* PAY-HISTORY FD BUFFER WHEN THIS RUNS.
056320* ---------------------------------------------------------------
056330 3170-WRITE-REVERSAL-DETAIL.
056340     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
056350     MOVE WS-RVS-IDENT TO PRT-V-IDENT
056360     MOVE WS-RVS-CUST-NAME TO PRT-V-CUSTNAME
056370     MOVE WS-RVS-ORIG-DATE TO PRT-V-ORIG-DATE
056380     COMPUTE WS-SIGNED-AMOUNT-WORK = ZERO - WS-RVS-GROSS
056390     MOVE WS-SIGNED-AMOUNT-WORK TO PRT-V-GROSS
056400     COMPUTE WS-SIGNED-AMOUNT-WORK = ZERO - WS-RVS-NET
056410     MOVE WS-SIGNED-AMOUNT-WORK TO PRT-V-NET
056420     WRITE PRINT-LINE FROM WS-REVERSAL-DETAIL-LINE
056430         AFTER ADVANCING 1 LINE
056440     ADD 1 TO WS-LINE-COUNT.
056450 3170-EXIT.
056460     EXIT.
056470*
056480* ---------------------------------------------------------------
056490* 3180-WRITE-SUPPLEMENTAL-DETAIL
056500* WRITES ONE LINE OF THE OFF-CYCLE SUPPLEMENTAL REGISTER - THE
056510* EARNINGS TYPE, GROSS, SUPPLEMENTAL TAX, BENEFITS, NET AND
056520* THE REASON FROM THE CARD.
056530* ---------------------------------------------------------------
056540 3180-WRITE-SUPPLEMENTAL-DETAIL.
056550     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
056560     MOVE Ident TO PRT-S-IDENT
056570     MOVE CustName TO PRT-S-CUSTNAME
056580     MOVE WS-SUP-TYPE-DESC (WS-SUP-TYPE-SUBSCRIPT) TO PRT-S-TYPE
056590     MOVE PayCheck TO PRT-S-GROSS
056600     MOVE WS-TAX-DEDUCTIONS-TOT TO PRT-S-TAX
056610     MOVE WS-BENEFIT-DEDUCTIONS-TOT TO PRT-S-BENEFITS
056620     MOVE WS-NET-PAY TO PRT-S-NET
056630     MOVE WS-SUP-REASON TO PRT-S-REASON
056640     WRITE PRINT-LINE FROM WS-SUPPLEMENTAL-DETAIL-LINE
056650         AFTER ADVANCING 1 LINE
056660     ADD 1 TO WS-LINE-COUNT.
056670 3180-EXIT.
056680     EXIT.
056690*
056700* ---------------------------------------------------------------
056710* 3200-ACCUMULATE-AGE-BAND
056720* BUCKETS THE CURRENT CUSTOMER INTO ONE OF FIVE AGE BANDS BY
056730* YOB AGAINST THE RUN YEAR, AND ADDS THE CUSTOMER'S ACTUAL
056740* YEAR-TO-DATE GROSS FROM THE PAY-HISTORY FILE TO THE RUNNING
056750* COUNT AND TOTAL FOR THAT BAND, SO THE YEAR-END SUMMARY
056760* REPORTS THE WHOLE YEAR AND NOT JUST THE ONE RUN IT IS IN.
056770* USED IN PLACE OF 3100 WHEN RUN-MODE=SUMMARY.
056780* ---------------------------------------------------------------
056790 3200-ACCUMULATE-AGE-BAND.
056800     PERFORM 3250-READ-YTD-GROSS THRU 3250-EXIT
056810     COMPUTE WS-CUSTOMER-AGE = WS-CURRENT-YEAR - YOB
056820     EVALUATE TRUE
056830         WHEN WS-CUSTOMER-AGE < 30
056840             ADD WS-YTD-GROSS-WORK TO WS-AGE-BAND-TOTAL (1)
056850             ADD 1 TO WS-AGE-BAND-COUNT (1)
056860         WHEN WS-CUSTOMER-AGE < 40
056870             ADD WS-YTD-GROSS-WORK TO WS-AGE-BAND-TOTAL (2)
056880             ADD 1 TO WS-AGE-BAND-COUNT (2)
056890         WHEN WS-CUSTOMER-AGE < 50
056900             ADD WS-YTD-GROSS-WORK TO WS-AGE-BAND-TOTAL (3)
056910             ADD 1 TO WS-AGE-BAND-COUNT (3)
056920         WHEN WS-CUSTOMER-AGE < 60
056930             ADD WS-YTD-GROSS-WORK TO WS-AGE-BAND-TOTAL (4)
056940             ADD 1 TO WS-AGE-BAND-COUNT (4)
056950         WHEN OTHER
056960             ADD WS-YTD-GROSS-WORK TO WS-AGE-BAND-TOTAL (5)
056970             ADD 1 TO WS-AGE-BAND-COUNT (5)
056980     END-EVALUATE.
056990 3200-EXIT.
057000     EXIT.
057010*
057020* ---------------------------------------------------------------
057030* 3250-READ-YTD-GROSS
057040* READS THE CURRENT CUSTOMER'S YEAR-TO-DATE RECORD FOR THE RUN
057050* YEAR (KEYED IDENT PLUS YEAR PLUS "0000" - A KEY NO REAL PAY
057060* DATE CAN COLLIDE WITH) INTO WS-YTD-GROSS-WORK.  A CUSTOMER
057070* WITH NO YTD RECORD HAS SIMPLY NOT BEEN PAID THIS YEAR, WHICH
057080* IS A ZERO, NOT AN ERROR.
057090* ---------------------------------------------------------------
057100 3250-READ-YTD-GROSS.
057110     MOVE Ident TO PH-IDENT
057120     MOVE WS-PAY-DATE (1:4) TO PH-PAY-DATE (1:4)
057130     MOVE "0000" TO PH-PAY-DATE (5:4)
057140     READ PAY-HISTORY-FILE
057150         INVALID KEY
057160             PERFORM 3260-FIND-ARCHIVED-YTD THRU 3260-EXIT
057170         NOT INVALID KEY
057180             MOVE PH-YTD-GROSS TO WS-YTD-GROSS-WORK
057190     END-READ.
057200 3250-EXIT.
057210     EXIT.
057220*
057230* ---------------------------------------------------------------
057240* 3260-FIND-ARCHIVED-YTD
057250* THE KSDS HAS NO YTD RECORD FOR THE SUMMARY YEAR - LOOKS THE
057260* CUSTOMER UP IN THE ARCHIVED-YTD TABLE 1550 LOADED.  NOT
057270* FOUND THERE EITHER SIMPLY MEANS THE CUSTOMER WAS NOT PAID
057280* THAT YEAR, WHICH IS A ZERO, NOT AN ERROR.
057290* ---------------------------------------------------------------
057300 3260-FIND-ARCHIVED-YTD.
057310     MOVE ZEROS TO WS-YTD-GROSS-WORK
057320     IF WS-ARC-COUNT = ZEROS
057330         GO TO 3260-EXIT
057340     END-IF
057350     SET WS-ARC-INDEX TO 1
057360     SEARCH WS-ARC-ENTRY
057370         AT END
057380             CONTINUE
057390         WHEN WS-ARC-IDENT (WS-ARC-INDEX) = Ident
057400             MOVE WS-ARC-YTD-GROSS (WS-ARC-INDEX)
057410                 TO WS-YTD-GROSS-WORK
057420     END-SEARCH.
057430 3260-EXIT.
057440     EXIT.
057450*
057460* ---------------------------------------------------------------
057470* 3270-UPDATE-LEAVE-BALANCE
057480* FILES THE PERIOD'S LEAVE FOR THE CUSTOMER JUST PAID - DEDUCTS
057490* THE VACATION AND SICK HOURS TAKEN, COUNTS THE HOLIDAY HOURS,
057500* ACCRUES THE PAY GROUP'S RATE UP TO ITS ANNUAL CAP (3275), AND
057510* STAMPS THE PAY DATE.  THE RECORD 2255 READ IS STILL IN THE FD
057520* AREA.  A RECORD ALREADY STAMPED WITH THIS PAY DATE IS LEFT
057530* ALONE, SO A RESTART OR A REWORK RE-ISSUE NEVER ACCRUES OR
057540* DEDUCTS TWICE.  A RECORD THAT WILL NOT FILE ENDS THE STEP
057550* WITH RETURN CODE 8 - POST IT THROUGH COBOL14 BY HAND.
057560* ---------------------------------------------------------------
057570 3270-UPDATE-LEAVE-BALANCE.
057580     IF LV-LAST-PAY-DATE = WS-PAY-DATE
057590         ADD 1 TO WS-LEAVE-ALREADY-COUNT
057600         GO TO 3270-EXIT
057610     END-IF
057620     SUBTRACT WS-CUR-VAC-HOURS FROM LV-VAC-BALANCE
057630     ADD WS-CUR-VAC-HOURS TO LV-VAC-TAKEN-YTD
057640     SUBTRACT WS-CUR-SICK-HOURS FROM LV-SICK-BALANCE
057650     ADD WS-CUR-SICK-HOURS TO LV-SICK-TAKEN-YTD
057660     ADD WS-CUR-HOL-HOURS TO LV-HOL-TAKEN-YTD
057670     ADD WS-CUR-LEAVE-HOURS TO WS-LEAVE-HOURS-TOTAL
057680     MOVE WS-CUR-VAC-ACCRUAL TO WS-LV-ACCRUAL-WORK
057690     MOVE LV-VAC-ACCRUED-YTD TO WS-LV-ACCRUED-YTD-WORK
057700     MOVE WS-CUR-VAC-CAP TO WS-LV-CAP-WORK
057710     PERFORM 3275-CAP-ONE-ACCRUAL THRU 3275-EXIT
057720     ADD WS-LV-ACCRUAL-WORK TO LV-VAC-BALANCE
057730     ADD WS-LV-ACCRUAL-WORK TO LV-VAC-ACCRUED-YTD
057740     MOVE WS-CUR-SICK-ACCRUAL TO WS-LV-ACCRUAL-WORK
057750     MOVE LV-SICK-ACCRUED-YTD TO WS-LV-ACCRUED-YTD-WORK
057760     MOVE WS-CUR-SICK-CAP TO WS-LV-CAP-WORK
057770     PERFORM 3275-CAP-ONE-ACCRUAL THRU 3275-EXIT
057780     ADD WS-LV-ACCRUAL-WORK TO LV-SICK-BALANCE
057790     ADD WS-LV-ACCRUAL-WORK TO LV-SICK-ACCRUED-YTD
057800     MOVE WS-PAY-DATE TO LV-LAST-PAY-DATE
057810     IF LEAVE-RECORD-FOUND
057820         REWRITE LV-LEAVE-BALANCE-RECORD
057830             INVALID KEY
057840                 PERFORM 3280-LEAVE-NOT-FILED THRU 3280-EXIT
057850                 GO TO 3270-EXIT
057860         END-REWRITE
057870         ADD 1 TO WS-LEAVE-UPDATED-COUNT
057880     ELSE
057890         WRITE LV-LEAVE-BALANCE-RECORD
057900             INVALID KEY
057910                 PERFORM 3280-LEAVE-NOT-FILED THRU 3280-EXIT
057920                 GO TO 3270-EXIT
057930         END-WRITE
057940         ADD 1 TO WS-LEAVE-ADDED-COUNT
057950     END-IF.
057960 3270-EXIT.
057970     EXIT.
057980*
057990* ---------------------------------------------------------------
058000* 3275-CAP-ONE-ACCRUAL
058010* CUTS THE PERIOD'S ACCRUAL IN WS-LV-ACCRUAL-WORK BACK SO THE
058020* YEAR'S ACCRUED HOURS DO NOT PASS THE CAP - NOTHING ONCE THE
058030* CAP IS REACHED.  A ZERO CAP MEANS THE GROUP IS NOT CAPPED.
058040* ---------------------------------------------------------------
058050 3275-CAP-ONE-ACCRUAL.
058060     IF WS-LV-CAP-WORK = ZEROS
058070         GO TO 3275-EXIT
058080     END-IF
058090     IF WS-LV-ACCRUED-YTD-WORK NOT < WS-LV-CAP-WORK
058100         MOVE ZEROS TO WS-LV-ACCRUAL-WORK
058110         GO TO 3275-EXIT
058120     END-IF
058130     IF WS-LV-ACCRUED-YTD-WORK + WS-LV-ACCRUAL-WORK
058140             > WS-LV-CAP-WORK
058150         COMPUTE WS-LV-ACCRUAL-WORK =
058160             WS-LV-CAP-WORK - WS-LV-ACCRUED-YTD-WORK
058170     END-IF.
058180 3275-EXIT.
058190     EXIT.
058200*
058210* ---------------------------------------------------------------
058220* 3280-LEAVE-NOT-FILED
058230* REPORTS A LEAVE-BALANCE RECORD THAT WOULD NOT FILE.  THE
058240* CUSTOMER IS STILL PAID - THE MONEY IS RIGHT - BUT THE
058250* BALANCE MUST BE POSTED BY HAND, SO THE STEP ENDS RC=8.
058260* ---------------------------------------------------------------
058270 3280-LEAVE-NOT-FILED.
058280     ADD 1 TO WS-LEAVE-FAILED-COUNT
058290     MOVE SPACES TO WS-GENERIC-LINE
058300     STRING "COBOL01 - UNABLE TO FILE LEAVE BALANCE FOR IDENT "
058310         Ident ", STATUS = " WS-LV-FILE-STATUS
058320         " - POST IT THROUGH COBOL14"
058330         DELIMITED BY SIZE INTO WS-GENERIC-LINE
058340     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
058350     MOVE 8 TO RETURN-CODE.
058360 3280-EXIT.
058370     EXIT.
058380*
058390* ---------------------------------------------------------------
058400* 3300-WRITE-PAY-HISTORY
058410* RECORDS THE PAYMENT JUST MADE ON THE PAY-HISTORY FILE.  FIRST
058420* THE CUSTOMER'S YEAR-TO-DATE RECORD FOR THE RUN YEAR IS READ
058430* (OR SEEDED AT ZERO IF THIS IS THE FIRST PAYMENT OF THE YEAR),
058440* THE RUN'S GROSS IS ADDED TO IT, AND IT IS REWRITTEN.  THEN
058450* THE PAYMENT ITSELF IS FILED UNDER IDENT PLUS THE RUN DATE,
058460* CARRYING GROSS, DEDUCTIONS, NET, THE YTD GROSS AS OF THIS
058470* PAYMENT, AND THE HOURS WORKED, LEAVE HOURS, RATE AND RETRO
058480* PAY IT WAS PRICED AT; ANY RETRO PAY IN IT IS THEN MARKED
058490* APPLIED ON RATEHIST.  A
058500* SECOND PAYING RUN THE SAME DAY REPLACES THE PAY-DATE RECORD
058510* RATHER THAN ABENDING.  PERFORMED ONLY ON A PAYING RUN (DETAIL
058520* OR REWORK) AND AN OFF-CYCLE RUN, WHOSE PAYMENT IS FILED AS
058530* RECORD TYPE "S" WITH ZERO HOURS AND ZERO LEAVE HOURS.
058540* ---------------------------------------------------------------
058550 3300-WRITE-PAY-HISTORY.
058560     MOVE Ident TO PH-IDENT
058570     MOVE WS-PAY-DATE (1:4) TO PH-PAY-DATE (1:4)
058580     MOVE "0000" TO PH-PAY-DATE (5:4)
058590     READ PAY-HISTORY-FILE
058600         INVALID KEY
058610             INITIALIZE PH-PAY-HISTORY-RECORD
058620             MOVE Ident TO PH-IDENT
058630             MOVE WS-PAY-DATE (1:4) TO PH-PAY-DATE (1:4)
058640             MOVE "0000" TO PH-PAY-DATE (5:4)
058650             WRITE PH-PAY-HISTORY-RECORD
058660                 INVALID KEY
058670                     DISPLAY "COBOL01 - UNABLE TO SEED YTD "
058680                         "RECORD FOR IDENT " Ident
058690             END-WRITE
058700     END-READ
058710     ADD PayCheck TO PH-YTD-GROSS
058720     MOVE PH-YTD-GROSS TO WS-YTD-GROSS-WORK
058730     REWRITE PH-PAY-HISTORY-RECORD
058740         INVALID KEY
058750             DISPLAY "COBOL01 - UNABLE TO UPDATE YTD "
058760                 "RECORD FOR IDENT " Ident
058770     END-REWRITE
058780     MOVE WS-PAY-DATE TO PH-PAY-DATE
058790     MOVE PayCheck TO PH-GROSS-PAY
058800     MOVE WS-TOTAL-DEDUCTIONS TO PH-TOTAL-DEDUCTIONS
058810     MOVE WS-TAX-DEDUCTIONS-TOT TO PH-TAX-DEDUCTIONS
058820     MOVE WS-BENEFIT-DEDUCTIONS-TOT TO PH-BENEFIT-DEDUCTIONS
058830     MOVE WS-NET-PAY TO PH-NET-PAY
058840     MOVE WS-YTD-GROSS-WORK TO PH-YTD-GROSS
058850     MOVE SPACE TO PH-RETURNED-FLAG
058860     IF RUN-MODE-IS-OFF-CYCLE
058870         MOVE "S" TO PH-RECORD-TYPE
058880         MOVE ZEROS TO PH-LEAVE-HOURS
058890     ELSE
058900         MOVE SPACE TO PH-RECORD-TYPE
058910         MOVE WS-CUR-LEAVE-HOURS TO PH-LEAVE-HOURS
058920     END-IF
058930     MOVE HoursWorked TO PH-HOURS-WORKED
058940     MOVE PayRate TO PH-PAY-RATE
058950     MOVE WS-RETRO-PAY TO PH-RETRO-PAY
058960     WRITE PH-PAY-HISTORY-RECORD
058970         INVALID KEY
058980             REWRITE PH-PAY-HISTORY-RECORD
058990                 INVALID KEY
059000                     DISPLAY "COBOL01 - UNABLE TO FILE PAY "
059010                         "HISTORY FOR IDENT " Ident
059020             END-REWRITE
059030     END-WRITE
059040     IF WS-RETRO-PAY > ZERO
059050         MOVE Ident TO WS-RETRO-IDENT
059060         MOVE WS-PAY-DATE TO WS-RETRO-MATCH-DATE
059070         SET RETRO-SCAN-APPLIES TO TRUE
059080         PERFORM 3005-SCAN-RETRO-PAY THRU 3005-EXIT
059090     END-IF.
059100 3300-EXIT.
059110     EXIT.
059120*
059130* ---------------------------------------------------------------
059140* 3400-ACCUMULATE-DEPT-RECAP
059150* ROLLS THE CUSTOMER JUST PAID INTO THE RECAP TABLE ENTRY FOR
059160* THE CUSTOMER'S DEPARTMENT, FILING A NEW ENTRY THE FIRST TIME
059170* A CODE IS SEEN.  MORE DISTINCT CODES THAN THE TABLE HOLDS IS
059180* REPORTED ONCE AND THE OVERFLOW CUSTOMERS ARE LEFT OUT OF THE
059190* RECAP ONLY - THE REGISTER AND ITS SUBTOTALS ARE UNAFFECTED.
059200* ---------------------------------------------------------------
059210 3400-ACCUMULATE-DEPT-RECAP.
059220     SET DEPT-NOT-FOUND-IN-TABLE TO TRUE
059230     PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
059240             UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
059250         IF WS-DEPT-CODE (WS-DEPT-SUBSCRIPT) = DeptCode
059260             SET DEPT-FOUND-IN-TABLE TO TRUE
059270             PERFORM 3410-ADD-TO-DEPT-ENTRY THRU 3410-EXIT
059280             MOVE WS-DEPT-COUNT TO WS-DEPT-SUBSCRIPT
059290         END-IF
059300     END-PERFORM
059310     IF DEPT-NOT-FOUND-IN-TABLE
059320         IF WS-DEPT-COUNT < WS-DEPT-TABLE-MAX
059330             ADD 1 TO WS-DEPT-COUNT
059340             MOVE WS-DEPT-COUNT TO WS-DEPT-SUBSCRIPT
059350             MOVE DeptCode TO WS-DEPT-CODE (WS-DEPT-SUBSCRIPT)
059360             MOVE ZEROS TO WS-DEPT-CUST-COUNT (WS-DEPT-SUBSCRIPT)
059370             MOVE ZEROS TO WS-DEPT-GROSS-TOTAL (WS-DEPT-SUBSCRIPT)
059380             MOVE ZEROS TO WS-DEPT-DED-TOTAL (WS-DEPT-SUBSCRIPT)
059390             MOVE ZEROS TO WS-DEPT-NET-TOTAL (WS-DEPT-SUBSCRIPT)
059400             PERFORM 3410-ADD-TO-DEPT-ENTRY THRU 3410-EXIT
059410         ELSE
059420             MOVE SPACES TO WS-GENERIC-LINE
059430             MOVE "COBOL01 - DEPT RECAP TABLE FULL - CODE LEFT OF
059440-                "F RECAP" TO WS-GENERIC-LINE
059450             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
059460         END-IF
059470     END-IF.
059480 3400-EXIT.
059490     EXIT.
059500*
059510* ---------------------------------------------------------------
059520* 3410-ADD-TO-DEPT-ENTRY
059530* ADDS THE CURRENT CUSTOMER'S FIGURES TO THE RECAP TABLE ENTRY
059540* WS-DEPT-SUBSCRIPT POINTS AT.
059550* ---------------------------------------------------------------
059560 3410-ADD-TO-DEPT-ENTRY.
059570     ADD 1 TO WS-DEPT-CUST-COUNT (WS-DEPT-SUBSCRIPT)
059580     ADD PayCheck TO WS-DEPT-GROSS-TOTAL (WS-DEPT-SUBSCRIPT)
059590     ADD WS-TOTAL-DEDUCTIONS
059600         TO WS-DEPT-DED-TOTAL (WS-DEPT-SUBSCRIPT)
059610     ADD WS-NET-PAY TO WS-DEPT-NET-TOTAL (WS-DEPT-SUBSCRIPT).
059620 3410-EXIT.
059630     EXIT.
059640*
059650* ---------------------------------------------------------------
059660* 3450-WRITE-DEPT-SUBTOTAL
059670* CLOSES A DEPARTMENT GROUP ON THE REGISTER WITH THE NET PAID
059680* TO THAT DEPARTMENT'S CUSTOMERS.
059690* ---------------------------------------------------------------
059700 3450-WRITE-DEPT-SUBTOTAL.
059710     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
059720     MOVE WS-PREV-DEPT-CODE TO PRT-DS-DEPT
059730     MOVE WS-DEPT-NET-SUBTOTAL TO PRT-DS-NET
059740     WRITE PRINT-LINE FROM WS-DEPT-SUBTOTAL-LINE
059750         AFTER ADVANCING 2 LINES
059760     ADD 2 TO WS-LINE-COUNT.
059770 3450-EXIT.
059780     EXIT.
059790*
059800* ---------------------------------------------------------------
059810* 3460-WRITE-DEPT-HEADING
059820* OPENS A DEPARTMENT GROUP ON THE REGISTER.
059830* ---------------------------------------------------------------
059840 3460-WRITE-DEPT-HEADING.
059850     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
059860     MOVE DeptCode TO PRT-DH-DEPT
059870     WRITE PRINT-LINE FROM WS-DEPT-HEADING-LINE
059880         AFTER ADVANCING 2 LINES
059890     ADD 2 TO WS-LINE-COUNT.
059900 3460-EXIT.
059910     EXIT.
059920*
059930* ---------------------------------------------------------------
059940* 3900-WRITE-ROUNDING-RECONCILIATION
059950* PRINTS THE RUN-WIDE TOTAL OF ROUNDED-MINUS-EXACT PAYCHECK
059960* DIFFERENCES AT THE FOOT OF THE PAYROLL REGISTER, FOR
059970* RECONCILING TOTAL PAYROLL TO THE PENNY AGAINST THE BANK FILE.
059980* ---------------------------------------------------------------
059990 3900-WRITE-ROUNDING-RECONCILIATION.
060000     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
060010     MOVE WS-ROUNDING-TOTAL TO PRT-R-TOTAL
060020     WRITE PRINT-LINE FROM WS-ROUNDING-RECONCILIATION-LINE
060030         AFTER ADVANCING 2 LINES
060040     ADD 2 TO WS-LINE-COUNT.
060050 3900-EXIT.
060060     EXIT.
060070*
060080* ---------------------------------------------------------------
060090* 3950-WRITE-AGE-BAND-SUMMARY
060100* PRINTS THE FIVE-LINE YEAR-END AGE-BANDED PAYCHECK SUMMARY AT
060110* THE FOOT OF THE REPORT.  USED IN PLACE OF 3900 WHEN
060120* RUN-MODE=SUMMARY.
060130* ---------------------------------------------------------------
060140 3950-WRITE-AGE-BAND-SUMMARY.
060150     PERFORM VARYING WS-AGE-BAND-SUBSCRIPT FROM 1 BY 1
060160             UNTIL WS-AGE-BAND-SUBSCRIPT > 5
060170         PERFORM 3960-WRITE-ONE-AGE-BAND-LINE THRU 3960-EXIT
060180     END-PERFORM.
060190 3950-EXIT.
060200     EXIT.
060210*
060220* ---------------------------------------------------------------
060230* 3960-WRITE-ONE-AGE-BAND-LINE
060240* WRITES ONE DETAIL LINE OF THE AGE-BANDED PAYCHECK SUMMARY.
060250* ---------------------------------------------------------------
060260 3960-WRITE-ONE-AGE-BAND-LINE.
060270     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
060280     MOVE WS-AGE-BAND-LABEL (WS-AGE-BAND-SUBSCRIPT)
060290         TO PRT-AB-LABEL
060300     MOVE WS-AGE-BAND-COUNT (WS-AGE-BAND-SUBSCRIPT)
060310         TO PRT-AB-COUNT
060320     MOVE WS-AGE-BAND-TOTAL (WS-AGE-BAND-SUBSCRIPT)
060330         TO PRT-AB-TOTAL
060340     WRITE PRINT-LINE FROM WS-AGE-BAND-DETAIL-LINE
060350         AFTER ADVANCING 1 LINE
060360     ADD 1 TO WS-LINE-COUNT.
060370 3960-EXIT.
060380     EXIT.
060390*
060400* ---------------------------------------------------------------
060410* 3700-WRITE-PAY-STATEMENT
060420* WRITES THE ONE-PAGE INDIVIDUAL PAY STATEMENT FOR THE CUSTOMER
060430* JUST PAID - TITLE AND RUN DATE, THE NAME/CUSTOMER-NUMBER
060440* WINDOW-ENVELOPE BLOCK ON LINES 4-5, THEN THE PAY-PERIOD DATE,
060450* HOURS, RATE, GROSS (SPLIT INTO REGULAR, LEAVE AND RETROACTIVE
060460* PAY WHEN IT CARRIES LEAVE OR RETRO PAY), DEDUCTIONS, NET, AND
060470* THE VACATION AND SICK BALANCES AFTER THE PERIOD.  PERFORMED
060480* ONLY ON A PAYING RUN, IN THE SAME PASS THAT WRITES THE
060490* REGISTER LINE, SO STATEMENT AND REGISTER CANNOT DISAGREE.
060500* ---------------------------------------------------------------
060510 3700-WRITE-PAY-STATEMENT.
060520     MOVE WS-RUN-DATE TO STMT-RUN-DATE
060530     WRITE STATEMENT-LINE FROM WS-STMT-TITLE-LINE
060540         AFTER ADVANCING PAGE
060550     MOVE CustName TO STMT-CUST-NAME
060560     WRITE STATEMENT-LINE FROM WS-STMT-NAME-LINE
060570         AFTER ADVANCING 3 LINES
060580     MOVE Ident TO STMT-IDENT
060590     WRITE STATEMENT-LINE FROM WS-STMT-IDENT-LINE
060600         AFTER ADVANCING 1 LINE
060610     MOVE WS-PAY-DATE TO STMT-PERIOD-DATE
060620     WRITE STATEMENT-LINE FROM WS-STMT-PERIOD-LINE
060630         AFTER ADVANCING 3 LINES
060640     MOVE "HOURS WORKED" TO STMT-LABEL
060650     MOVE HoursWorked TO STMT-AMOUNT
060660     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
060670         AFTER ADVANCING 2 LINES
060680     IF WS-CUR-VAC-HOURS > ZERO
060690         MOVE "VACATION HOURS" TO STMT-LABEL
060700         MOVE WS-CUR-VAC-HOURS TO STMT-AMOUNT
060710         PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
060720     END-IF
060730     IF WS-CUR-SICK-HOURS > ZERO
060740         MOVE "SICK HOURS" TO STMT-LABEL
060750         MOVE WS-CUR-SICK-HOURS TO STMT-AMOUNT
060760         PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
060770     END-IF
060780     IF WS-CUR-HOL-HOURS > ZERO
060790         MOVE "HOLIDAY HOURS" TO STMT-LABEL
060800         MOVE WS-CUR-HOL-HOURS TO STMT-AMOUNT
060810         PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
060820     END-IF
060830     MOVE "PAY RATE" TO STMT-LABEL
060840     MOVE PayRate TO STMT-AMOUNT
060850     PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
060860     IF WS-RETRO-PAY > ZERO OR WS-LEAVE-PAY > ZERO
060870         COMPUTE WS-RETRO-REGULAR-PAY =
060880             PayCheck - WS-RETRO-PAY - WS-LEAVE-PAY
060890         MOVE "REGULAR PAY" TO STMT-LABEL
060900         MOVE WS-RETRO-REGULAR-PAY TO STMT-AMOUNT
060910         PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
060920     END-IF
060930     IF WS-LEAVE-PAY > ZERO
060940         MOVE "LEAVE PAY" TO STMT-LABEL
060950         MOVE WS-LEAVE-PAY TO STMT-AMOUNT
060960         PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
060970     END-IF
060980     IF WS-RETRO-PAY > ZERO
060990         MOVE "RETROACTIVE PAY" TO STMT-LABEL
061000         MOVE WS-RETRO-PAY TO STMT-AMOUNT
061010         PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
061020     END-IF
061030     MOVE "GROSS PAY" TO STMT-LABEL
061040     MOVE PayCheck TO STMT-AMOUNT
061050     PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
061060     MOVE "TOTAL DEDUCTIONS" TO STMT-LABEL
061070     MOVE WS-TOTAL-DEDUCTIONS TO STMT-AMOUNT
061080     PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
061090     PERFORM VARYING WS-AD-SUBSCRIPT FROM 1 BY 1
061100             UNTIL WS-AD-SUBSCRIPT > WS-AD-COUNT
061110         PERFORM 3720-WRITE-STMT-DEDUCTION THRU 3720-EXIT
061120     END-PERFORM
061130     MOVE "NET PAY - THIS CHECK" TO STMT-LABEL
061140     MOVE WS-NET-PAY TO STMT-AMOUNT
061150     PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
061160     MOVE "VACATION BALANCE HOURS" TO STMT-LABEL
061170     MOVE LV-VAC-BALANCE TO STMT-AMOUNT
061180     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
061190         AFTER ADVANCING 2 LINES
061200     MOVE "SICK BALANCE HOURS" TO STMT-LABEL
061210     MOVE LV-SICK-BALANCE TO STMT-AMOUNT
061220     PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT.
061230 3700-EXIT.
061240     EXIT.
061250*
061260* ---------------------------------------------------------------
061270* 3710-WRITE-STMT-AMOUNT
061280* WRITES ONE LABELED AMOUNT LINE OF THE PAY STATEMENT.
061290* ---------------------------------------------------------------
061300 3710-WRITE-STMT-AMOUNT.
061310     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
061320         AFTER ADVANCING 1 LINE.
061330 3710-EXIT.
061340     EXIT.
061350*
061360* ---------------------------------------------------------------
061370* 3720-WRITE-STMT-DEDUCTION
061380* WRITES ONE APPLIED PER-CUSTOMER DEDUCTION, BY NAME, ON THE
061390* PAY STATEMENT - A GARNISHEE CAN SEE EXACTLY WHAT WAS TAKEN
061400* AND UNDER WHAT ORDER.
061410* ---------------------------------------------------------------
061420 3720-WRITE-STMT-DEDUCTION.
061430     MOVE SPACES TO STMT-LABEL
061440     MOVE WS-AD-NAME (WS-AD-SUBSCRIPT) TO STMT-LABEL (3:12)
061450     MOVE WS-AD-AMOUNT (WS-AD-SUBSCRIPT) TO STMT-AMOUNT
061460     PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT.
061470 3720-EXIT.
061480     EXIT.
061490*
061500* ---------------------------------------------------------------
061510* 3760-WRITE-OFF-CYCLE-STATEMENT
061520* WRITES THE ONE-PAGE STATEMENT FOR AN OFF-CYCLE PAYMENT - THE
061530* SAME WINDOW-ENVELOPE BLOCK AS 3700 UNDER AN OFF-CYCLE TITLE,
061540* THEN THE PAY DATE, EARNINGS TYPE AND REASON, GROSS, THE
061550* SUPPLEMENTAL TAX AND ANY BENEFITS TAKEN, AND NET.  NO HOURS,
061560* RATE OR LEAVE BALANCES - NONE OF THEM MOVED.
061570* ---------------------------------------------------------------
061580 3760-WRITE-OFF-CYCLE-STATEMENT.
061590     MOVE "OFF-CYCLE PAY STATEMENT" TO STMT-TITLE
061600     MOVE WS-RUN-DATE TO STMT-RUN-DATE
061610     WRITE STATEMENT-LINE FROM WS-STMT-TITLE-LINE
061620         AFTER ADVANCING PAGE
061630     MOVE CustName TO STMT-CUST-NAME
061640     WRITE STATEMENT-LINE FROM WS-STMT-NAME-LINE
061650         AFTER ADVANCING 3 LINES
061660     MOVE Ident TO STMT-IDENT
061670     WRITE STATEMENT-LINE FROM WS-STMT-IDENT-LINE
061680         AFTER ADVANCING 1 LINE
061690     MOVE "OFF-CYCLE PAY DATE: " TO STMT-PERIOD-LABEL
061700     MOVE WS-PAY-DATE TO STMT-PERIOD-DATE
061710     WRITE STATEMENT-LINE FROM WS-STMT-PERIOD-LINE
061720         AFTER ADVANCING 3 LINES
061730     MOVE "EARNINGS TYPE" TO STMT-TEXT-LABEL
061740     MOVE WS-SUP-TYPE-DESC (WS-SUP-TYPE-SUBSCRIPT) TO STMT-TEXT
061750     WRITE STATEMENT-LINE FROM WS-STMT-TEXT-LINE
061760         AFTER ADVANCING 2 LINES
061770     MOVE "REASON" TO STMT-TEXT-LABEL
061780     MOVE WS-SUP-REASON TO STMT-TEXT
061790     WRITE STATEMENT-LINE FROM WS-STMT-TEXT-LINE
061800         AFTER ADVANCING 1 LINE
061810     MOVE "GROSS PAY" TO STMT-LABEL
061820     MOVE PayCheck TO STMT-AMOUNT
061830     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
061840         AFTER ADVANCING 2 LINES
061850     MOVE "SUPPLEMENTAL TAX" TO STMT-LABEL
061860     MOVE WS-TAX-DEDUCTIONS-TOT TO STMT-AMOUNT
061870     PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
061880     IF WS-BENEFIT-DEDUCTIONS-TOT > ZERO
061890         MOVE "BENEFITS" TO STMT-LABEL
061900         MOVE WS-BENEFIT-DEDUCTIONS-TOT TO STMT-AMOUNT
061910         PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
061920     END-IF
061930     MOVE "TOTAL DEDUCTIONS" TO STMT-LABEL
061940     MOVE WS-TOTAL-DEDUCTIONS TO STMT-AMOUNT
061950     PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT
061960     MOVE "NET PAY - THIS CHECK" TO STMT-LABEL
061970     MOVE WS-NET-PAY TO STMT-AMOUNT
061980     PERFORM 3710-WRITE-STMT-AMOUNT THRU 3710-EXIT.
061990 3760-EXIT.
062000     EXIT.
062010*
062020* ---------------------------------------------------------------
062030* 3750-WRITE-REMITTANCE-DETAIL
062040* WRITES ONE REMITOUT "D" RECORD FOR EVERY BENEFIT AND DEDFILE
062050* AMOUNT WITHHELD FROM THE CUSTOMER JUST PAID AND ROLLS IT INTO
062060* THE COUNT AND TOTAL THE TRAILER CARRIES.  PERFORMED ONLY ON
062070* A PAYING RUN, AFTER THE CUSTOMER HAS CLEARED EVERY EDIT.
062080* ---------------------------------------------------------------
062090 3750-WRITE-REMITTANCE-DETAIL.
062100     PERFORM VARYING WS-RM-SUBSCRIPT FROM 1 BY 1
062110             UNTIL WS-RM-SUBSCRIPT > WS-RM-COUNT
062120         PERFORM 3755-WRITE-ONE-REMITTANCE THRU 3755-EXIT
062130     END-PERFORM.
062140 3750-EXIT.
062150     EXIT.
062160*
062170* ---------------------------------------------------------------
062180* 3755-WRITE-ONE-REMITTANCE
062190* WRITES ONE REMITOUT "D" RECORD FROM ITS TABLE ENTRY.
062200* ---------------------------------------------------------------
062210 3755-WRITE-ONE-REMITTANCE.
062220     MOVE WS-PAY-DATE TO REMIT-D-PAY-DATE
062230     MOVE Ident TO REMIT-D-IDENT
062240     MOVE CustName TO REMIT-D-CUST-NAME
062250     MOVE WS-RM-SOURCE (WS-RM-SUBSCRIPT) TO REMIT-D-SOURCE
062260     MOVE WS-RM-PAYEE (WS-RM-SUBSCRIPT) TO REMIT-D-PAYEE-CODE
062270     MOVE WS-RM-CASE (WS-RM-SUBSCRIPT) TO REMIT-D-CASE-NUMBER
062280     MOVE WS-RM-NAME (WS-RM-SUBSCRIPT) TO REMIT-D-DED-NAME
062290     MOVE WS-RM-AMOUNT (WS-RM-SUBSCRIPT) TO REMIT-D-AMOUNT
062300     MOVE WS-RM-SATISFIED (WS-RM-SUBSCRIPT) TO REMIT-D-SATISFIED
062310     WRITE REMITTANCE-RECORD FROM WS-REMIT-DETAIL-RECORD
062320     ADD 1 TO WS-REMIT-RECORD-COUNT
062330     ADD WS-RM-AMOUNT (WS-RM-SUBSCRIPT) TO WS-REMIT-TOTAL-AMOUNT.
062340 3755-EXIT.
062350     EXIT.
062360*
062370* ---------------------------------------------------------------
062380* 3800-COLLECT-VARIANCE
062390* TRIAL MODE - COMPARES THE NET JUST COMPUTED FOR THE CURRENT
062400* CUSTOMER AGAINST THE MOST RECENT PAYMENT ON THE PAY-HISTORY
062410* FILE AND FILES A VARIANCE ENTRY WHEN THE MOVE EXCEEDS THE
062420* TOLERANCE, WHEN THE PRIOR NET WAS ZERO, OR WHEN THERE IS NO
062430* PRIOR PAYMENT AT ALL (A NEW CUSTOMER).
062440* ---------------------------------------------------------------
062450 3800-COLLECT-VARIANCE.
062460     PERFORM 3810-FIND-PRIOR-PAYMENT THRU 3810-EXIT
062470     MOVE Ident TO WS-VAR-IDENT-WORK
062480     MOVE CustName TO WS-VAR-NAME-WORK
062490     MOVE WS-NET-PAY TO WS-VAR-THIS-WORK
062500     IF PRIOR-PAYMENT-NOT-FOUND
062510         MOVE ZEROS TO WS-VAR-PRIOR-WORK
062520         MOVE "NEW - NO PRIOR PAYMENT" TO WS-VAR-NOTE-WORK
062530         PERFORM 3820-ADD-VARIANCE-ENTRY THRU 3820-EXIT
062540         GO TO 3800-EXIT
062550     END-IF
062560     MOVE WS-PRIOR-NET TO WS-VAR-PRIOR-WORK
062570     COMPUTE WS-VARIANCE-DIFF = WS-NET-PAY - WS-PRIOR-NET
062580     IF WS-VARIANCE-DIFF < ZERO
062590         COMPUTE WS-VARIANCE-DIFF = ZERO - WS-VARIANCE-DIFF
062600     END-IF
062610     IF WS-PRIOR-NET NOT > ZERO
062620         IF WS-VARIANCE-DIFF > ZERO
062630             MOVE "PRIOR NET WAS ZERO" TO WS-VAR-NOTE-WORK
062640             PERFORM 3820-ADD-VARIANCE-ENTRY THRU 3820-EXIT
062650         END-IF
062660         GO TO 3800-EXIT
062670     END-IF
062680     COMPUTE WS-VARIANCE-PCT ROUNDED =
062690         WS-VARIANCE-DIFF * 100 / WS-PRIOR-NET
062700         ON SIZE ERROR
062710             MOVE 99999.99 TO WS-VARIANCE-PCT
062720     END-COMPUTE
062730     IF WS-VARIANCE-PCT > WS-VARIANCE-TOLERANCE
062740         MOVE WS-VARIANCE-PCT TO WS-VARIANCE-PCT-DISPLAY
062750         MOVE SPACES TO WS-VAR-NOTE-WORK
062760         STRING "NET MOVED " WS-VARIANCE-PCT-DISPLAY " PCT"
062770             DELIMITED BY SIZE INTO WS-VAR-NOTE-WORK
062780         PERFORM 3820-ADD-VARIANCE-ENTRY THRU 3820-EXIT
062790     END-IF.
062800 3800-EXIT.
062810     EXIT.
062820*
062830* ---------------------------------------------------------------
062840* 3810-FIND-PRIOR-PAYMENT
062850* BROWSES THE CURRENT CUSTOMER'S PAY-HISTORY RECORDS AND KEEPS
062860* THE NET AND DATE OF THE LATEST REAL PAYMENT BEFORE THIS
062870* RUN'S PAY DATE - YTD RECORDS, REVERSALS, REVERSED PAYMENTS,
062880* AND BANK-RETURNED PAYMENTS DO NOT COUNT AS HAVING BEEN PAID.
062890* ---------------------------------------------------------------
062900 3810-FIND-PRIOR-PAYMENT.
062910     SET PRIOR-PAYMENT-NOT-FOUND TO TRUE
062920     MOVE "N" TO WS-TRIAL-PH-EOF-SWITCH
062930     MOVE Ident TO PH-IDENT
062940     MOVE LOW-VALUES TO PH-PAY-DATE
062950     START PAY-HISTORY-FILE KEY GREATER THAN PH-KEY
062960         INVALID KEY
062970             MOVE "Y" TO WS-TRIAL-PH-EOF-SWITCH
062980     END-START
062990     PERFORM UNTIL TRIAL-PH-END-OF-FILE
063000         READ PAY-HISTORY-FILE NEXT RECORD
063010             AT END
063020                 MOVE "Y" TO WS-TRIAL-PH-EOF-SWITCH
063030             NOT AT END
063040                 IF PH-IDENT NOT = Ident
063050                     MOVE "Y" TO WS-TRIAL-PH-EOF-SWITCH
063060                 ELSE
063070                     IF PH-PAY-DATE (5:4) NOT = "0000"
063080                             AND PH-RECORD-TYPE = SPACE
063090                             AND PH-RETURNED-FLAG NOT = "R"
063100                             AND PH-PAY-DATE < WS-PAY-DATE
063110                         SET PRIOR-PAYMENT-FOUND TO TRUE
063120                         MOVE PH-NET-PAY TO WS-PRIOR-NET
063130                         MOVE PH-PAY-DATE TO WS-PRIOR-PAY-DATE
063140                     END-IF
063150                 END-IF
063160         END-READ
063170     END-PERFORM.
063180 3810-EXIT.
063190     EXIT.
063200*
063210* ---------------------------------------------------------------
063220* 3820-ADD-VARIANCE-ENTRY
063230* FILES ONE VARIANCE ENTRY FROM THE WORK FIELDS THE CALLER
063240* SET.  OVERFLOW IS COUNTED AND REPORTED ON THE VARIANCE
063250* SECTION RATHER THAN SUBSCRIPTING PAST THE TABLE.
063260* ---------------------------------------------------------------
063270 3820-ADD-VARIANCE-ENTRY.
063280     IF WS-VAR-COUNT >= WS-VARIANCE-TABLE-MAX
063290         ADD 1 TO WS-VAR-OVERFLOW-COUNT
063300         GO TO 3820-EXIT
063310     END-IF
063320     ADD 1 TO WS-VAR-COUNT
063330     MOVE WS-VAR-IDENT-WORK TO WS-VAR-IDENT (WS-VAR-COUNT)
063340     MOVE WS-VAR-NAME-WORK TO WS-VAR-CUST-NAME (WS-VAR-COUNT)
063350     MOVE WS-VAR-PRIOR-WORK TO WS-VAR-PRIOR-NET (WS-VAR-COUNT)
063360     MOVE WS-VAR-THIS-WORK TO WS-VAR-THIS-NET (WS-VAR-COUNT)
063370     MOVE WS-VAR-NOTE-WORK TO WS-VAR-NOTE (WS-VAR-COUNT).
063380 3820-EXIT.
063390     EXIT.
063400*
063410* ---------------------------------------------------------------
063420* 3850-WRITE-VARIANCE-SECTION
063430* PRINTS THE TRIAL-RUN VARIANCE SECTION ON ITS OWN PAGE - THE
063440* TOLERANCE USED, EVERY FLAGGED CUSTOMER, AND THE OVERFLOW
063450* COUNT IF THE TABLE FILLED.  A CLEAN PAGE HERE IS THE SIGNAL
063460* TO RELEASE THE REAL DETAIL RUN.
063470* ---------------------------------------------------------------
063480 3850-WRITE-VARIANCE-SECTION.
063490     ADD 1 TO WS-PAGE-NUMBER
063500     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
063510     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
063520     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
063530         AFTER ADVANCING PAGE
063540     MOVE ZEROS TO WS-LINE-COUNT
063550     MOVE SPACES TO WS-GENERIC-LINE
063560     MOVE WS-VARIANCE-TOLERANCE TO WS-VARIANCE-PCT-DISPLAY
063570     STRING "TRIAL VARIANCE SECTION - TOLERANCE "
063580         WS-VARIANCE-PCT-DISPLAY " PCT"
063590         DELIMITED BY SIZE INTO WS-GENERIC-LINE
063600     WRITE PRINT-LINE FROM WS-GENERIC-LINE
063610         AFTER ADVANCING 2 LINES
063620     ADD 2 TO WS-LINE-COUNT
063630     WRITE PRINT-LINE FROM WS-VARIANCE-HEADING-LINE
063640         AFTER ADVANCING 2 LINES
063650     ADD 2 TO WS-LINE-COUNT
063660     IF WS-VAR-COUNT = ZEROS
063670         MOVE SPACES TO WS-GENERIC-LINE
063680         MOVE "NO VARIANCES - TRIAL IS CLEAN" TO WS-GENERIC-LINE
063690         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
063700     END-IF
063710     PERFORM VARYING WS-VAR-SUBSCRIPT FROM 1 BY 1
063720             UNTIL WS-VAR-SUBSCRIPT > WS-VAR-COUNT
063730         PERFORM 3860-WRITE-ONE-VARIANCE-LINE THRU 3860-EXIT
063740     END-PERFORM
063750     IF WS-VAR-OVERFLOW-COUNT > ZEROS
063760         MOVE SPACES TO WS-GENERIC-LINE
063770         STRING "COBOL01 - VARIANCE TABLE FULL - ENTRIES "
063780             "DROPPED: " WS-VAR-OVERFLOW-COUNT
063790             DELIMITED BY SIZE INTO WS-GENERIC-LINE
063800         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
063810     END-IF.
063820 3850-EXIT.
063830     EXIT.
063840*
063850* ---------------------------------------------------------------
063860* 3860-WRITE-ONE-VARIANCE-LINE
063870* WRITES ONE FLAGGED CUSTOMER OF THE VARIANCE SECTION.
063880* ---------------------------------------------------------------
063890 3860-WRITE-ONE-VARIANCE-LINE.
063900     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
063910     MOVE WS-VAR-IDENT (WS-VAR-SUBSCRIPT) TO PRT-VR-IDENT
063920     MOVE WS-VAR-CUST-NAME (WS-VAR-SUBSCRIPT) TO PRT-VR-CUSTNAME
063930     MOVE WS-VAR-PRIOR-NET (WS-VAR-SUBSCRIPT) TO PRT-VR-PRIOR-NET
063940     MOVE WS-VAR-THIS-NET (WS-VAR-SUBSCRIPT) TO PRT-VR-THIS-NET
063950     MOVE WS-VAR-NOTE (WS-VAR-SUBSCRIPT) TO PRT-VR-NOTE
063960     WRITE PRINT-LINE FROM WS-VARIANCE-DETAIL-LINE
063970         AFTER ADVANCING 1 LINE
063980     ADD 1 TO WS-LINE-COUNT.
063990 3860-EXIT.
064000     EXIT.
064010*
064020* ---------------------------------------------------------------
064030* 3870-CHECK-MISSING-CUSTOMERS
064040* TRIAL MODE - SWEEPS THE WHOLE PAY-HISTORY FILE TO FIND THE
064050* LATEST PAY DATE BEFORE THIS RUN'S ("LAST PERIOD") AND THE
064060* IDENTS PAID ON IT, THEN FLAGS EVERYONE PAID LAST PERIOD WHO
064070* WAS NOT SUCCESSFULLY PROCESSED THIS RUN - A CUSTOMER WHO
064080* QUIETLY DROPPED OFF PAYROLL IS AS WRONG AS ONE WHOSE NET
064090* JUMPED.
064100* ---------------------------------------------------------------
064110 3870-CHECK-MISSING-CUSTOMERS.
064120     MOVE SPACES TO WS-LAST-PERIOD-DATE
064130     MOVE "N" TO WS-TRIAL-PH-EOF-SWITCH
064140     MOVE ZEROS TO PH-IDENT
064150     MOVE LOW-VALUES TO PH-PAY-DATE
064160     START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
064170         INVALID KEY
064180             MOVE "Y" TO WS-TRIAL-PH-EOF-SWITCH
064190     END-START
064200     PERFORM UNTIL TRIAL-PH-END-OF-FILE
064210         READ PAY-HISTORY-FILE NEXT RECORD
064220             AT END
064230                 MOVE "Y" TO WS-TRIAL-PH-EOF-SWITCH
064240             NOT AT END
064250                 PERFORM 3875-NOTE-PRIOR-PAID THRU 3875-EXIT
064260         END-READ
064270     END-PERFORM
064280     IF WS-LAST-PERIOD-DATE = SPACES
064290         GO TO 3870-EXIT
064300     END-IF
064310     PERFORM VARYING WS-PP-SUBSCRIPT FROM 1 BY 1
064320             UNTIL WS-PP-SUBSCRIPT > WS-PP-COUNT
064330         PERFORM 3880-FLAG-ONE-MISSING THRU 3880-EXIT
064340     END-PERFORM.
064350 3870-EXIT.
064360     EXIT.
064370*
064380* ---------------------------------------------------------------
064390* 3875-NOTE-PRIOR-PAID
064400* FILES ONE PAY-HISTORY RECORD INTO THE LAST-PERIOD PICTURE -
064410* A LATER QUALIFYING DATE RESTARTS THE LIST, THE SAME DATE
064420* ADDS THE IDENT TO IT.  ONLY REAL PAYMENTS BEFORE THIS RUN'S
064430* PAY DATE QUALIFY.
064440* ---------------------------------------------------------------
064450 3875-NOTE-PRIOR-PAID.
064460     IF PH-PAY-DATE (5:4) = "0000"
064470             OR PH-RECORD-TYPE NOT = SPACE
064480             OR PH-RETURNED-FLAG = "R"
064490             OR PH-PAY-DATE NOT < WS-PAY-DATE
064500         GO TO 3875-EXIT
064510     END-IF
064520     IF PH-PAY-DATE > WS-LAST-PERIOD-DATE
064530             OR WS-LAST-PERIOD-DATE = SPACES
064540         MOVE PH-PAY-DATE TO WS-LAST-PERIOD-DATE
064550         MOVE ZEROS TO WS-PP-COUNT
064560     END-IF
064570     IF PH-PAY-DATE = WS-LAST-PERIOD-DATE
064580             AND WS-PP-COUNT < WS-PRIOR-PAID-MAX
064590         ADD 1 TO WS-PP-COUNT
064600         MOVE PH-IDENT TO WS-PP-IDENT (WS-PP-COUNT)
064610     END-IF.
064620 3875-EXIT.
064630     EXIT.
064640*
064650* ---------------------------------------------------------------
064660* 3880-FLAG-ONE-MISSING
064670* FLAGS ONE LAST-PERIOD CUSTOMER WHO WAS NOT SUCCESSFULLY
064680* PROCESSED THIS RUN.  THE NAME COMES FROM THE MASTER IF THE
064690* CUSTOMER IS STILL ON IT.
064700* ---------------------------------------------------------------
064710 3880-FLAG-ONE-MISSING.
064720     IF WS-SEEN-IDENT-COUNT > ZEROS
064730         SET WS-SEEN-IDENT-INDEX TO 1
064740         SEARCH WS-SEEN-IDENT-ENTRY
064750             AT END
064760                 CONTINUE
064770             WHEN WS-SEEN-IDENT-ENTRY (WS-SEEN-IDENT-INDEX)
064780                     = WS-PP-IDENT (WS-PP-SUBSCRIPT)
064790                 GO TO 3880-EXIT
064800         END-SEARCH
064810     END-IF
064820     MOVE WS-PP-IDENT (WS-PP-SUBSCRIPT) TO WS-VAR-IDENT-WORK
064830     MOVE WS-PP-IDENT (WS-PP-SUBSCRIPT) TO CM-IDENT
064840     READ CUSTOMER-MASTER-FILE
064850         INVALID KEY
064860             MOVE SPACES TO WS-VAR-NAME-WORK
064870         NOT INVALID KEY
064880             IF NOT ALL-PAY-GROUPS-SELECTED
064890                     AND CM-PAY-GROUP NOT = WS-SELECTED-PAY-GROUP
064900                 GO TO 3880-EXIT
064910             END-IF
064920             MOVE CM-CUST-NAME TO WS-VAR-NAME-WORK
064930     END-READ
064940     MOVE ZEROS TO WS-VAR-PRIOR-WORK
064950     MOVE ZEROS TO WS-VAR-THIS-WORK
064960     MOVE "PAID LAST PERIOD - MISSING" TO WS-VAR-NOTE-WORK
064970     PERFORM 3820-ADD-VARIANCE-ENTRY THRU 3820-EXIT.
064980 3880-EXIT.
064990     EXIT.
065000*
065010*
065020* ---------------------------------------------------------------
065030* 3975-WRITE-DEDUCTION-OUT
065040* WRITES THE WHOLE PER-CUSTOMER DEDUCTION TABLE BACK TO
065050* DEDOUT WITH THE COLLECTED-TO-DATE FIGURES ROLLED FORWARD.
065060* OPS SWAPS THE GENERATION IN FOR THE NEXT RUN'S DEDFILE.
065070* PERFORMED ONLY ON A PAYING RUN (DETAIL OR REWORK) - A TRIAL
065080* RUN COMMITS NOTHING.  ON A RESTARTED RUN, 1396 HAS ALREADY
065090* FLAGGED THE GENERATION PARTIAL WHEN CARDS FALL IN THE
065100* SKIPPED WINDOW - THIS COPY MUST NOT BE TREATED AS
065110* AUTHORITATIVE UNTIL THOSE CARDS ARE ADJUSTED BY HAND.
065120* ---------------------------------------------------------------
065130 3975-WRITE-DEDUCTION-OUT.
065140     PERFORM VARYING WS-CD-SUBSCRIPT FROM 1 BY 1
065150             UNTIL WS-CD-SUBSCRIPT > WS-CD-COUNT
065160         PERFORM 3976-WRITE-ONE-DEDUCTION-CARD THRU 3976-EXIT
065170     END-PERFORM.
065180 3975-EXIT.
065190     EXIT.
065200*
065210* ---------------------------------------------------------------
065220* 3976-WRITE-ONE-DEDUCTION-CARD
065230* WRITES ONE DEDFILE CARD IMAGE FROM ITS TABLE ENTRY.
065240* ---------------------------------------------------------------
065250 3976-WRITE-ONE-DEDUCTION-CARD.
065260     MOVE SPACES TO CDO-DEDUCTION-RECORD
065270     MOVE WS-CD-IDENT (WS-CD-SUBSCRIPT) (1:7)
065280         TO CDO-DEDUCTION-RECORD (1:7)
065290     MOVE WS-CD-PRIORITY (WS-CD-SUBSCRIPT) (1:2)
065300         TO CDO-DEDUCTION-RECORD (8:2)
065310     MOVE WS-CD-NAME (WS-CD-SUBSCRIPT)
065320         TO CDO-DEDUCTION-RECORD (10:12)
065330     MOVE WS-CD-METHOD (WS-CD-SUBSCRIPT)
065340         TO CDO-DEDUCTION-RECORD (22:1)
065350     MOVE WS-CD-VALUE (WS-CD-SUBSCRIPT) (1:7)
065360         TO CDO-DEDUCTION-RECORD (23:7)
065370     MOVE WS-CD-TOTAL (WS-CD-SUBSCRIPT) (1:9)
065380         TO CDO-DEDUCTION-RECORD (30:9)
065390     MOVE WS-CD-COLLECTED (WS-CD-SUBSCRIPT) (1:9)
065400         TO CDO-DEDUCTION-RECORD (39:9)
065410     MOVE WS-CD-FLOOR (WS-CD-SUBSCRIPT) (1:7)
065420         TO CDO-DEDUCTION-RECORD (48:7)
065430     MOVE WS-CD-PAYEE (WS-CD-SUBSCRIPT)
065440         TO CDO-DEDUCTION-RECORD (55:8)
065450     MOVE WS-CD-CASE (WS-CD-SUBSCRIPT)
065460         TO CDO-DEDUCTION-RECORD (63:15)
065470     WRITE CDO-DEDUCTION-RECORD.
065480 3976-EXIT.
065490     EXIT.
065500*
065510* ---------------------------------------------------------------
065520* 3980-WRITE-BANK-TRAILER
065530* WRITES THE BANK PAYMENT EXTRACT TRAILER RECORD CARRYING THE
065540* RECORD COUNT AND TOTAL AMOUNT PAID, SO THE BANK UPLOAD CAN
065550* PROVE IT LOADED EVERY PAYMENT THE RUN PRODUCED.  PERFORMED
065560* ONLY ON A PAYING RUN (DETAIL OR REWORK).
065570* ---------------------------------------------------------------
065580 3980-WRITE-BANK-TRAILER.
065590     MOVE WS-BANK-RECORD-COUNT TO BANK-T-RECORD-COUNT
065600     IF WS-BANK-TOTAL-AMOUNT < ZERO
065610         COMPUTE WS-BANK-TOTAL-ABS = ZERO - WS-BANK-TOTAL-AMOUNT
065620         MOVE "D" TO BANK-T-DEBIT-CREDIT
065630     ELSE
065640         MOVE WS-BANK-TOTAL-AMOUNT TO WS-BANK-TOTAL-ABS
065650         MOVE "C" TO BANK-T-DEBIT-CREDIT
065660     END-IF
065670     MOVE WS-BANK-TOTAL-ABS TO BANK-T-TOTAL-AMOUNT
065680     WRITE BANK-EXTRACT-RECORD FROM WS-BANK-TRAILER-RECORD.
065690 3980-EXIT.
065700     EXIT.
065710*
065720* ---------------------------------------------------------------
065730* 3982-WRITE-REMITTANCE-TRAILER
065740* WRITES THE REMITOUT TRAILER RECORD CARRYING THE RECORD COUNT
065750* AND TOTAL WITHHELD, SO COBOL11 CAN PROVE IT READ THE WHOLE
065760* FILE.  A RESTARTED RUN MARKS THE TRAILER PARTIAL.  PERFORMED
065770* ONLY ON A PAYING RUN (DETAIL OR REWORK) OR AN OFF-CYCLE RUN.
065780* ---------------------------------------------------------------
065790 3982-WRITE-REMITTANCE-TRAILER.
065800     MOVE WS-REMIT-RECORD-COUNT TO REMIT-T-RECORD-COUNT
065810     MOVE WS-REMIT-TOTAL-AMOUNT TO REMIT-T-TOTAL-AMOUNT
065820     IF THIS-IS-A-RESTARTED-RUN
065830         MOVE "P" TO REMIT-T-PARTIAL
065840     END-IF
065850     WRITE REMITTANCE-RECORD FROM WS-REMIT-TRAILER-RECORD.
065860 3982-EXIT.
065870     EXIT.
065880*
065890* ---------------------------------------------------------------
065900* 3985-WRITE-CONTROL-TOTALS
065910* PRINTS THE END-OF-RUN CONTROL-TOTALS PAGE - RECORDS READ FROM
065920* THE CUSTOMER-MASTER FILE, CUSTOMERS PAID, REJECTS BROKEN OUT
065930* BY EXCEPTION CODE E001-E019, THE PAYCHECK GRAND TOTAL, AND
065940* ON A PAYING RUN THE REMITTANCE COUNT AND TOTAL WITHHELD (AN
065950* OFF-CYCLE RUN PRINTS ITS OWN SECTION INSTEAD, 3989) -
065960* PROVING EVERY RECORD READ ENDED UP EITHER PAID OR ON THE
065970* EXCEPTION LISTING.  STARTS ITS OWN PAGE (WITHOUT THE REGISTER
065980* COLUMN HEADINGS 1650 WOULD WRITE) SO AN AUDITOR CAN PULL THE
065990* ONE PAGE.  IF READ DOES NOT EQUAL PAID PLUS REJECTED THE RUN
066000* IS MARKED OUT OF BALANCE AND ENDS WITH RETURN CODE 8 SO THE
066010* SCHEDULER FLAGS IT.
066020* ---------------------------------------------------------------
066030 3985-WRITE-CONTROL-TOTALS.
066040     ADD 1 TO WS-PAGE-NUMBER
066050     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
066060     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
066070     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
066080         AFTER ADVANCING PAGE
066090     MOVE ZEROS TO WS-LINE-COUNT
066100     MOVE SPACES TO WS-GENERIC-LINE
066110     IF RUN-MODE-IS-OFF-CYCLE
066120         MOVE "OFF-CYCLE RUN CONTROL TOTALS" TO WS-GENERIC-LINE
066130     ELSE
066140         MOVE "RUN CONTROL TOTALS" TO WS-GENERIC-LINE
066150     END-IF
066160     WRITE PRINT-LINE FROM WS-GENERIC-LINE
066170         AFTER ADVANCING 2 LINES
066180     ADD 2 TO WS-LINE-COUNT
066190     MOVE "RECORDS READ THIS RUN" TO PRT-CT-LABEL
066200     MOVE WS-RECORDS-READ-COUNT TO PRT-CT-COUNT
066210     PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066220     MOVE "CUSTOMERS PAID" TO PRT-CT-LABEL
066230     MOVE WS-CUSTOMERS-PAID-COUNT TO PRT-CT-COUNT
066240     PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066250     MOVE "NOT IN PAY GROUP - SKIPPED" TO PRT-CT-LABEL
066260     MOVE WS-GROUP-SKIPPED-COUNT TO PRT-CT-COUNT
066270     PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066280     MOVE "GARNISHMENTS SATISFIED" TO PRT-CT-LABEL
066290     MOVE WS-SATISFIED-COUNT TO PRT-CT-COUNT
066300     PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066310     IF DEDOUT-IS-PARTIAL
066320         MOVE "DEDFILE CARDS NEEDING ADJUST" TO PRT-CT-LABEL
066330         MOVE WS-CD-WINDOW-COUNT TO PRT-CT-COUNT
066340         PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066350         MOVE SPACES TO WS-GENERIC-LINE
066360         MOVE "DEDOUT PARTIAL - ADJUST DEDFILE COLLECTED BY HAND"
066370             TO WS-GENERIC-LINE
066380         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
066390     END-IF
066400     MOVE "REVERSALS APPLIED" TO PRT-CT-LABEL
066410     MOVE WS-REVERSALS-APPLIED-COUNT TO PRT-CT-COUNT
066420     PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066430     MOVE "PRENOTES SENT" TO PRT-CT-LABEL
066440     MOVE WS-PRENOTES-SENT-COUNT TO PRT-CT-COUNT
066450     PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066460     MOVE "BANK ACCOUNTS ACTIVATED" TO PRT-CT-LABEL
066470     MOVE WS-ACCOUNTS-ACTIVATED-COUNT TO PRT-CT-COUNT
066480     PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066490     PERFORM VARYING WS-EXCEPTION-CODE-DIGIT FROM 1 BY 1
066500             UNTIL WS-EXCEPTION-CODE-DIGIT > 19
066510         MOVE "REJECTED CODE E0" TO PRT-CT-LABEL
066520         MOVE WS-EXCEPTION-CODE-DIGIT TO PRT-CT-LABEL (17:2)
066530         MOVE WS-REJECT-CODE-COUNT (WS-EXCEPTION-CODE-DIGIT)
066540             TO PRT-CT-COUNT
066550         PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066560     END-PERFORM
066570     MOVE "TOTAL REJECTED" TO PRT-CT-LABEL
066580     MOVE WS-REJECTED-TOTAL-COUNT TO PRT-CT-COUNT
066590     PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066600     MOVE "GROSS PAY GRAND TOTAL" TO PRT-CA-LABEL
066610     MOVE WS-PAYCHECK-GRAND-TOTAL TO PRT-CA-AMOUNT
066620     PERFORM 3988-WRITE-ONE-CONTROL-AMOUNT THRU 3988-EXIT
066630     MOVE "TOTAL DEDUCTIONS" TO PRT-CA-LABEL
066640     MOVE WS-DEDUCTION-GRAND-TOTAL TO PRT-CA-AMOUNT
066650     PERFORM 3988-WRITE-ONE-CONTROL-AMOUNT THRU 3988-EXIT
066660     MOVE "NET PAY GRAND TOTAL" TO PRT-CA-LABEL
066670     MOVE WS-NET-GRAND-TOTAL TO PRT-CA-AMOUNT
066680     PERFORM 3988-WRITE-ONE-CONTROL-AMOUNT THRU 3988-EXIT
066690     IF RUN-MODE-WRITES-PAYMENTS
066700         MOVE "REMITTANCE RECORDS WRITTEN" TO PRT-CT-LABEL
066710         MOVE WS-REMIT-RECORD-COUNT TO PRT-CT-COUNT
066720         PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066730         MOVE "WITHHELD FOR REMITTANCE" TO PRT-CA-LABEL
066740         MOVE WS-REMIT-TOTAL-AMOUNT TO PRT-CA-AMOUNT
066750         PERFORM 3988-WRITE-ONE-CONTROL-AMOUNT THRU 3988-EXIT
066760         MOVE "RETRO PAY LINES PAID" TO PRT-CT-LABEL
066770         MOVE WS-RETRO-PAID-COUNT TO PRT-CT-COUNT
066780         PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066790         MOVE "RETRO PAY INCLUDED IN GROSS" TO PRT-CA-LABEL
066800         MOVE WS-RETRO-PAY-GRAND-TOTAL TO PRT-CA-AMOUNT
066810         PERFORM 3988-WRITE-ONE-CONTROL-AMOUNT THRU 3988-EXIT
066820         MOVE "LEAVE BALANCES ADDED" TO PRT-CT-LABEL
066830         MOVE WS-LEAVE-ADDED-COUNT TO PRT-CT-COUNT
066840         PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066850         MOVE "LEAVE BALANCES UPDATED" TO PRT-CT-LABEL
066860         MOVE WS-LEAVE-UPDATED-COUNT TO PRT-CT-COUNT
066870         PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066880         MOVE "LEAVE ALREADY FILED FOR DATE" TO PRT-CT-LABEL
066890         MOVE WS-LEAVE-ALREADY-COUNT TO PRT-CT-COUNT
066900         PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066910         MOVE "LEAVE BALANCES NOT FILED" TO PRT-CT-LABEL
066920         MOVE WS-LEAVE-FAILED-COUNT TO PRT-CT-COUNT
066930         PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
066940         MOVE "LEAVE HOURS PAID" TO PRT-CA-LABEL
066950         MOVE WS-LEAVE-HOURS-TOTAL TO PRT-CA-AMOUNT
066960         PERFORM 3988-WRITE-ONE-CONTROL-AMOUNT THRU 3988-EXIT
066970         IF THIS-IS-A-RESTARTED-RUN
066980             MOVE SPACES TO WS-GENERIC-LINE
066990             MOVE "REMITOUT PARTIAL - REMIT PRIOR AMOUNTS BY HAND"
067000                 TO WS-GENERIC-LINE
067010             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
067020         END-IF
067030     END-IF
067040     IF RUN-MODE-IS-OFF-CYCLE
067050         PERFORM 3989-WRITE-OFF-CYCLE-TOTALS THRU 3989-EXIT
067060     END-IF
067070     MOVE "REVERSAL GROSS TOTAL" TO PRT-CS-LABEL
067080     COMPUTE WS-SIGNED-AMOUNT-WORK =
067090         ZERO - WS-REVERSAL-GROSS-TOTAL
067100     MOVE WS-SIGNED-AMOUNT-WORK TO PRT-CS-AMOUNT
067110     PERFORM 3986-WRITE-ONE-SIGNED-AMOUNT THRU 3986-EXIT
067120     MOVE "REVERSAL NET TOTAL" TO PRT-CS-LABEL
067130     COMPUTE WS-SIGNED-AMOUNT-WORK = ZERO - WS-REVERSAL-NET-TOTAL
067140     MOVE WS-SIGNED-AMOUNT-WORK TO PRT-CS-AMOUNT
067150     PERFORM 3986-WRITE-ONE-SIGNED-AMOUNT THRU 3986-EXIT
067160     COMPUTE WS-PAID-PLUS-REJECTED =
067170         WS-CUSTOMERS-PAID-COUNT + WS-REJECTED-TOTAL-COUNT
067180         + WS-REVERSALS-APPLIED-COUNT
067190         + WS-GROUP-SKIPPED-COUNT
067200     MOVE SPACES TO WS-GENERIC-LINE
067210     IF WS-RECORDS-READ-COUNT = WS-PAID-PLUS-REJECTED
067220         MOVE "RUN IN BALANCE - READ = PAID+REVERSED+REJ+SKIPPED"
067230             TO WS-GENERIC-LINE
067240     ELSE
067250         MOVE "RUN OUT OF BALANCE - READ NOT PAID+REVSD+REJ+SKIP"
067260             TO WS-GENERIC-LINE
067270         MOVE 8 TO RETURN-CODE
067280     END-IF
067290     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
067300     WRITE PRINT-LINE FROM WS-GENERIC-LINE
067310         AFTER ADVANCING 2 LINES
067320     ADD 2 TO WS-LINE-COUNT.
067330 3985-EXIT.
067340     EXIT.
067350*
067360* ---------------------------------------------------------------
067370* 3986-WRITE-ONE-SIGNED-AMOUNT
067380* WRITES ONE SIGNED AMOUNT LINE OF THE CONTROL-TOTALS PAGE -
067390* USED FOR THE REVERSAL TOTALS, WHICH CARRY A MINUS.
067400* ---------------------------------------------------------------
067410 3986-WRITE-ONE-SIGNED-AMOUNT.
067420     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
067430     WRITE PRINT-LINE FROM WS-CONTROL-SIGNED-LINE
067440         AFTER ADVANCING 1 LINE
067450     ADD 1 TO WS-LINE-COUNT.
067460 3986-EXIT.
067470     EXIT.
067480*
067490* ---------------------------------------------------------------
067500* 3987-WRITE-ONE-CONTROL-COUNT
067510* WRITES ONE COUNT LINE OF THE CONTROL-TOTALS PAGE.
067520* ---------------------------------------------------------------
067530 3987-WRITE-ONE-CONTROL-COUNT.
067540     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
067550     WRITE PRINT-LINE FROM WS-CONTROL-TOTAL-LINE
067560         AFTER ADVANCING 1 LINE
067570     ADD 1 TO WS-LINE-COUNT.
067580 3987-EXIT.
067590     EXIT.
067600*
067610* ---------------------------------------------------------------
067620* 3988-WRITE-ONE-CONTROL-AMOUNT
067630* WRITES ONE AMOUNT LINE OF THE CONTROL-TOTALS PAGE.
067640* ---------------------------------------------------------------
067650 3988-WRITE-ONE-CONTROL-AMOUNT.
067660     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
067670     WRITE PRINT-LINE FROM WS-CONTROL-AMOUNT-LINE
067680         AFTER ADVANCING 1 LINE
067690     ADD 1 TO WS-LINE-COUNT.
067700 3988-EXIT.
067710     EXIT.
067720*
067730* ---------------------------------------------------------------
067740* 3989-WRITE-OFF-CYCLE-TOTALS
067750* PRINTS THE OFF-CYCLE RUN'S OWN CONTROL TOTALS - PAYMENTS AND
067760* GROSS BY EARNINGS TYPE, THE SUPPLEMENTAL TAX AND BENEFITS
067770* WITHHELD, AND THE REMITTANCE COUNT AND TOTAL - SO THE
067780* SUPPLEMENTAL REGISTER CAN BE PROVED ON ITS OWN, APART FROM
067790* ANY REGULAR RUN FOR THE PERIOD.
067800* ---------------------------------------------------------------
067810 3989-WRITE-OFF-CYCLE-TOTALS.
067820     PERFORM VARYING WS-SUP-TYPE-SUBSCRIPT FROM 1 BY 1
067830             UNTIL WS-SUP-TYPE-SUBSCRIPT > 4
067840         MOVE SPACES TO PRT-CT-LABEL
067850         STRING "OFF-CYCLE "
067860             WS-SUP-TYPE-DESC (WS-SUP-TYPE-SUBSCRIPT) " PAID"
067870             DELIMITED BY SIZE INTO PRT-CT-LABEL
067880         MOVE WS-SUP-TYPE-COUNT (WS-SUP-TYPE-SUBSCRIPT)
067890             TO PRT-CT-COUNT
067900         PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
067910         MOVE SPACES TO PRT-CA-LABEL
067920         STRING "OFF-CYCLE "
067930             WS-SUP-TYPE-DESC (WS-SUP-TYPE-SUBSCRIPT) " GROSS"
067940             DELIMITED BY SIZE INTO PRT-CA-LABEL
067950         MOVE WS-SUP-TYPE-GROSS (WS-SUP-TYPE-SUBSCRIPT)
067960             TO PRT-CA-AMOUNT
067970         PERFORM 3988-WRITE-ONE-CONTROL-AMOUNT THRU 3988-EXIT
067980     END-PERFORM
067990     MOVE "SUPPLEMENTAL TAX WITHHELD" TO PRT-CA-LABEL
068000     MOVE WS-SUP-TAX-TOTAL TO PRT-CA-AMOUNT
068010     PERFORM 3988-WRITE-ONE-CONTROL-AMOUNT THRU 3988-EXIT
068020     MOVE "BENEFITS WITHHELD" TO PRT-CA-LABEL
068030     MOVE WS-SUP-BENEFIT-TOTAL TO PRT-CA-AMOUNT
068040     PERFORM 3988-WRITE-ONE-CONTROL-AMOUNT THRU 3988-EXIT
068050     MOVE "REMITTANCE RECORDS WRITTEN" TO PRT-CT-LABEL
068060     MOVE WS-REMIT-RECORD-COUNT TO PRT-CT-COUNT
068070     PERFORM 3987-WRITE-ONE-CONTROL-COUNT THRU 3987-EXIT
068080     MOVE "WITHHELD FOR REMITTANCE" TO PRT-CA-LABEL
068090     MOVE WS-REMIT-TOTAL-AMOUNT TO PRT-CA-AMOUNT
068100     PERFORM 3988-WRITE-ONE-CONTROL-AMOUNT THRU 3988-EXIT.
068110 3989-EXIT.
068120     EXIT.
068130*
068140* ---------------------------------------------------------------
068150* 3990-WRITE-DEPT-RECAP
068160* PRINTS THE ONE-PAGE DEPARTMENT RECAP AT THE END OF A DETAIL
068170* RUN - CUSTOMERS PAID, GROSS, DEDUCTIONS, AND NET PER
068180* DEPARTMENT CODE - SO COST ALLOCATION COMES STRAIGHT OFF THE
068190* REPORT.  STARTS ITS OWN PAGE, LIKE THE CONTROL-TOTALS PAGE.
068200* ---------------------------------------------------------------
068210 3990-WRITE-DEPT-RECAP.
068220     ADD 1 TO WS-PAGE-NUMBER
068230     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
068240     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
068250     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
068260         AFTER ADVANCING PAGE
068270     MOVE ZEROS TO WS-LINE-COUNT
068280     MOVE SPACES TO WS-GENERIC-LINE
068290     MOVE "DEPARTMENT RECAP" TO WS-GENERIC-LINE
068300     WRITE PRINT-LINE FROM WS-GENERIC-LINE
068310         AFTER ADVANCING 2 LINES
068320     ADD 2 TO WS-LINE-COUNT
068330     WRITE PRINT-LINE FROM WS-DEPT-RECAP-HEADING-LINE
068340         AFTER ADVANCING 2 LINES
068350     ADD 2 TO WS-LINE-COUNT
068360     PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
068370             UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
068380         PERFORM 3995-WRITE-ONE-DEPT-RECAP-LINE THRU 3995-EXIT
068390     END-PERFORM.
068400 3990-EXIT.
068410     EXIT.
068420*
068430* ---------------------------------------------------------------
068440* 3995-WRITE-ONE-DEPT-RECAP-LINE
068450* WRITES ONE DEPARTMENT'S LINE OF THE RECAP PAGE.
068460* ---------------------------------------------------------------
068470 3995-WRITE-ONE-DEPT-RECAP-LINE.
068480     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
068490     MOVE WS-DEPT-CODE (WS-DEPT-SUBSCRIPT) TO PRT-DR-DEPT
068500     MOVE WS-DEPT-CUST-COUNT (WS-DEPT-SUBSCRIPT) TO PRT-DR-COUNT
068510     MOVE WS-DEPT-GROSS-TOTAL (WS-DEPT-SUBSCRIPT) TO PRT-DR-GROSS
068520     MOVE WS-DEPT-DED-TOTAL (WS-DEPT-SUBSCRIPT)
068530         TO PRT-DR-DEDUCTIONS
068540     MOVE WS-DEPT-NET-TOTAL (WS-DEPT-SUBSCRIPT) TO PRT-DR-NET
068550     WRITE PRINT-LINE FROM WS-DEPT-RECAP-DETAIL-LINE
068560         AFTER ADVANCING 1 LINE
068570     ADD 1 TO WS-LINE-COUNT.
068580 3995-EXIT.
068590     EXIT.
068600*
068610* ---------------------------------------------------------------
068620* 4000-WRITE-EXCEPTION
068630* WRITES ONE LINE OF THE EXCEPTION LISTING FOR THE CURRENT
068640* CUSTOMER.  CALLERS MOVE THE REASON TEXT TO WS-EXCEPTION-REASON
068650* BEFORE PERFORMING THIS PARAGRAPH.
068660* ---------------------------------------------------------------
068670 4000-WRITE-EXCEPTION.
068680     IF RUN-MODE-WRITES-PAYMENTS AND REJECT-IMAGE-AVAILABLE
068690         PERFORM 4100-WRITE-REJECT-RECORD THRU 4100-EXIT
068700     END-IF
068710     SET REJECT-IMAGE-AVAILABLE TO TRUE
068720     ADD 1 TO WS-REJECTED-TOTAL-COUNT
068730     IF WS-EXCEPTION-CODE (3:2) IS NUMERIC
068740         MOVE WS-EXCEPTION-CODE (3:2) TO WS-EXCEPTION-CODE-DIGIT
068750         IF WS-EXCEPTION-CODE-DIGIT > 0
068760                 AND WS-EXCEPTION-CODE-DIGIT NOT > 19
068770             ADD 1 TO
068780                 WS-REJECT-CODE-COUNT (WS-EXCEPTION-CODE-DIGIT)
068790         END-IF
068800     END-IF
068810     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
068820     MOVE WS-EXCEPTION-IDENT-DISPLAY TO PRT-E-IDENT
068830     MOVE WS-EXCEPTION-FIELD TO PRT-E-FIELD
068840     MOVE WS-EXCEPTION-CODE TO PRT-E-CODE
068850     MOVE WS-EXCEPTION-REASON TO PRT-E-REASON
068860     WRITE PRINT-LINE FROM WS-EXCEPTION-DETAIL-LINE
068870         AFTER ADVANCING 1 LINE
068880     ADD 1 TO WS-LINE-COUNT.
068890 4000-EXIT.
068900     EXIT.
068910*
068920* ---------------------------------------------------------------
068930* 4100-WRITE-REJECT-RECORD
068940* WRITES THE CUSTOMER JUST REJECTED TO THE MACHINE-READABLE
068950* REJECT FILE - THE FULL CM-CUSTOMER-RECORD IMAGE PLUS THE
068960* EXCEPTION CODE AND THE PERIOD'S VACATION, SICK AND HOLIDAY
068970* HOURS - SO THE RECORD CAN BE CORRECTED AND PAID THROUGH
068980* RUN-MODE=REWORK INSTEAD OF WAITING FOR THE NEXT FULL CYCLE.
068990* PERFORMED ONLY ON A PAYING RUN (DETAIL OR REWORK).
069000* ---------------------------------------------------------------
069010 4100-WRITE-REJECT-RECORD.
069020     MOVE SPACES TO REJECT-RECORD
069030     MOVE Customer TO RJ-CUSTOMER-IMAGE
069040     MOVE WS-EXCEPTION-CODE TO RJ-EXCEPTION-CODE
069050     MOVE WS-CUR-VAC-HOURS TO RJ-VAC-HOURS
069060     MOVE WS-CUR-SICK-HOURS TO RJ-SICK-HOURS
069070     MOVE WS-CUR-HOL-HOURS TO RJ-HOL-HOURS
069080     WRITE REJECT-RECORD.
069090 4100-EXIT.
069100     EXIT.
069110*
069120* ---------------------------------------------------------------
069130* 5000-WRITE-NAME-DIRECTORY
069140* PRINTS THE CUSTOMER MASTER IN NAME ORDER THROUGH THE
069150* CM-CUST-NAME ALTERNATE KEY - NAME, IDENT, DATE OF BIRTH, AND
069160* PAY RATE - AS THE PHONE-INQUIRY CHEAT SHEET.  READ-ONLY: NO
069170* VALIDATION, PAYROLL, CHECKPOINT, OR EXTRACT IS TOUCHED, SO
069180* THE LISTING CAN BE REGENERATED ON DEMAND AT ANY TIME.
069190* ---------------------------------------------------------------
069200 5000-WRITE-NAME-DIRECTORY.
069210     MOVE LOW-VALUES TO CM-CUST-NAME
069220     START CUSTOMER-MASTER-FILE
069230             KEY NOT LESS THAN CM-CUST-NAME
069240         INVALID KEY
069250             MOVE SPACES TO WS-GENERIC-LINE
069260             MOVE "COBOL01 - CUSTOMER-MASTER FILE IS EMPTY"
069270                 TO WS-GENERIC-LINE
069280             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
069290             MOVE "Y" TO WS-CM-EOF-SWITCH
069300     END-START
069310     PERFORM UNTIL CM-END-OF-FILE
069320         READ CUSTOMER-MASTER-FILE NEXT RECORD
069330             AT END
069340                 MOVE "Y" TO WS-CM-EOF-SWITCH
069350             NOT AT END
069360                 PERFORM 5100-WRITE-ONE-DIRECTORY-LINE
069370                     THRU 5100-EXIT
069380         END-READ
069390     END-PERFORM.
069400 5000-EXIT.
069410     EXIT.
069420*
069430* ---------------------------------------------------------------
069440* 5100-WRITE-ONE-DIRECTORY-LINE
069450* WRITES ONE CUSTOMER OF THE NAME-ORDER DIRECTORY.
069460* ---------------------------------------------------------------
069470 5100-WRITE-ONE-DIRECTORY-LINE.
069480     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
069490     MOVE CM-CUST-NAME TO PRT-N-CUSTNAME
069500     MOVE CM-IDENT TO PRT-N-IDENT
069510     MOVE CM-MOB TO PRT-N-MOB
069520     MOVE CM-DOB TO PRT-N-DOB-DAY
069530     MOVE CM-YOB TO PRT-N-YOB
069540     MOVE CM-PAY-RATE TO PRT-N-PAY-RATE
069550     WRITE PRINT-LINE FROM WS-DIRECTORY-DETAIL-LINE
069560         AFTER ADVANCING 1 LINE
069570     ADD 1 TO WS-LINE-COUNT.
069580 5100-EXIT.
069590     EXIT.
069600*
069610* ---------------------------------------------------------------
069620* 6000-WRITE-CHECKPOINT
069630* RECORDS THE IDENT OF THE CUSTOMER JUST PROCESSED AS THE
069640* RESTART POSITION FOR A FUTURE RERUN OF THIS JOB.
069650* ---------------------------------------------------------------
069660 6000-WRITE-CHECKPOINT.
069670     MOVE "1" TO CHKP-CONTROL-KEY
069680     MOVE Ident TO CHKP-LAST-IDENT
069690     MOVE WS-SELECTED-PAY-GROUP TO CHKP-PAY-GROUP
069700     ACCEPT CHKP-RUN-DATE FROM DATE YYYYMMDD
069710     ACCEPT CHKP-RUN-TIME FROM TIME
069720     REWRITE CHKP-CONTROL-RECORD
069730         INVALID KEY
069740             DISPLAY "COBOL01 - UNABLE TO UPDATE CHECKPOINT "
069750                 "RECORD FOR IDENT " Ident
069760     END-REWRITE.
069770 6000-EXIT.
069780     EXIT.
069790*
069800* ---------------------------------------------------------------
069810* 8000-WRITE-RUN-RECAP
069820* PRINTS THE SHORT RUN RECAP FOR OPERATIONS AT THE FOOT OF THE
069830* REPORT - RUN DATE AND TIME, RUN MODE, RESTARTED-RUN FLAG,
069840* CUSTOMERS PROCESSED, REJECTS, AND THE FINAL RETURN CODE -
069850* THE SAME FACTS 8100 FILES ON THE PERMANENT RUN LOG.
069860* ---------------------------------------------------------------
069870 8000-WRITE-RUN-RECAP.
069880     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
069890     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
069900     MOVE SPACES TO WS-GENERIC-LINE
069910     MOVE "RUN RECAP" TO WS-GENERIC-LINE
069920     WRITE PRINT-LINE FROM WS-GENERIC-LINE
069930         AFTER ADVANCING 2 LINES
069940     ADD 2 TO WS-LINE-COUNT
069950     MOVE "RUN DATE" TO PRT-RR-LABEL
069960     MOVE WS-RUN-DATE TO PRT-RR-VALUE
069970     PERFORM 8050-WRITE-ONE-RECAP-LINE THRU 8050-EXIT
069980     MOVE "RUN TIME" TO PRT-RR-LABEL
069990     MOVE WS-RUN-TIME TO PRT-RR-VALUE
070000     PERFORM 8050-WRITE-ONE-RECAP-LINE THRU 8050-EXIT
070010     MOVE "RUN MODE" TO PRT-RR-LABEL
070020     EVALUATE TRUE
070030         WHEN RUN-MODE-IS-DETAIL
070040             MOVE "DETAIL" TO PRT-RR-VALUE
070050         WHEN RUN-MODE-IS-SUMMARY
070060             MOVE "SUMMARY" TO PRT-RR-VALUE
070070         WHEN RUN-MODE-IS-DIRECTORY
070080             MOVE "DIRECTORY" TO PRT-RR-VALUE
070090         WHEN RUN-MODE-IS-REWORK
070100             MOVE "REWORK" TO PRT-RR-VALUE
070110         WHEN RUN-MODE-IS-REVERSAL
070120             MOVE "REVERSAL" TO PRT-RR-VALUE
070130         WHEN RUN-MODE-IS-TRIAL
070140             MOVE "TRIAL" TO PRT-RR-VALUE
070150         WHEN RUN-MODE-IS-OFF-CYCLE
070160             MOVE "OFF-CYCLE" TO PRT-RR-VALUE
070170         WHEN OTHER
070180             MOVE WS-RUN-MODE-SWITCH TO PRT-RR-VALUE
070190     END-EVALUATE
070200     PERFORM 8050-WRITE-ONE-RECAP-LINE THRU 8050-EXIT
070210     MOVE "PAY GROUP SELECTED" TO PRT-RR-LABEL
070220     IF ALL-PAY-GROUPS-SELECTED
070230         MOVE "(ALL)" TO PRT-RR-VALUE
070240     ELSE
070250         MOVE WS-SELECTED-PAY-GROUP TO PRT-RR-VALUE
070260     END-IF
070270     PERFORM 8050-WRITE-ONE-RECAP-LINE THRU 8050-EXIT
070280     MOVE "RESTARTED RUN" TO PRT-RR-LABEL
070290     MOVE WS-RESTARTED-RUN-SWITCH TO PRT-RR-VALUE
070300     PERFORM 8050-WRITE-ONE-RECAP-LINE THRU 8050-EXIT
070310     MOVE "CUSTOMERS PROCESSED" TO PRT-RR-LABEL
070320     MOVE WS-CUSTOMERS-PAID-COUNT TO PRT-RR-VALUE
070330     PERFORM 8050-WRITE-ONE-RECAP-LINE THRU 8050-EXIT
070340     MOVE "REJECTS" TO PRT-RR-LABEL
070350     MOVE WS-REJECTED-TOTAL-COUNT TO PRT-RR-VALUE
070360     PERFORM 8050-WRITE-ONE-RECAP-LINE THRU 8050-EXIT
070370     MOVE "RETURN CODE" TO PRT-RR-LABEL
070380     MOVE WS-RETURN-CODE-DISPLAY TO PRT-RR-VALUE
070390     PERFORM 8050-WRITE-ONE-RECAP-LINE THRU 8050-EXIT.
070400 8000-EXIT.
070410     EXIT.
070420*
070430* ---------------------------------------------------------------
070440* 8050-WRITE-ONE-RECAP-LINE
070450* WRITES ONE LABEL/VALUE LINE OF THE PRINTED RUN RECAP.
070460* ---------------------------------------------------------------
070470 8050-WRITE-ONE-RECAP-LINE.
070480     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
070490     WRITE PRINT-LINE FROM WS-RUN-RECAP-LINE
070500         AFTER ADVANCING 1 LINE
070510     ADD 1 TO WS-LINE-COUNT.
070520 8050-EXIT.
070530     EXIT.
070540*
070550* ---------------------------------------------------------------
070560* 8100-WRITE-RUN-LOG
070570* APPENDS THIS EXECUTION'S RUN-HISTORY RECORD TO THE PERMANENT
070580* RUN LOG.  A BRAND-NEW LOG (STATUS 35 ON THE EXTEND) IS
070590* CREATED ON THE SPOT.  A LOG THAT STILL WILL NOT OPEN IS
070600* REPORTED ON THE PRINT FILE BUT DOES NOT FAIL THE RUN - THE
070610* PAYROLL OUTCOME STANDS ON ITS OWN FILES.
070620* ---------------------------------------------------------------
070630 8100-WRITE-RUN-LOG.
070640     OPEN EXTEND RUN-LOG-FILE
070650     IF WS-RUNLOG-FILE-STATUS = "35"
070660         OPEN OUTPUT RUN-LOG-FILE
070670     END-IF
070680     IF WS-RUNLOG-FILE-STATUS NOT = "00"
070690         MOVE SPACES TO WS-GENERIC-LINE
070700         STRING "COBOL01 - UNABLE TO OPEN RUN-LOG-FILE, "
070710             "STATUS = " WS-RUNLOG-FILE-STATUS
070720             DELIMITED BY SIZE INTO WS-GENERIC-LINE
070730         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
070740         GO TO 8100-EXIT
070750     END-IF
070760     MOVE SPACES TO RUN-LOG-RECORD
070770     MOVE WS-RUN-DATE TO RL-RUN-DATE
070780     MOVE WS-RUN-TIME TO RL-RUN-TIME
070790     MOVE WS-RUN-MODE-SWITCH TO RL-RUN-MODE
070800     MOVE WS-RESTARTED-RUN-SWITCH TO RL-RESTARTED-FLAG
070810     MOVE WS-CUSTOMERS-PAID-COUNT TO RL-CUSTOMERS-PROCESSED
070820     MOVE WS-REJECTED-TOTAL-COUNT TO RL-REJECTS
070830     MOVE WS-RETURN-CODE-DISPLAY TO RL-RETURN-CODE
070840     MOVE WS-PAY-DATE TO RL-PAY-DATE
070850     WRITE RUN-LOG-RECORD
070860     CLOSE RUN-LOG-FILE.
070870 8100-EXIT.
070880     EXIT.
070890*
070900* ---------------------------------------------------------------
070910* 8200-MARK-PERIODS-PAID
070920* AT THE END OF A PAYING RUN, MARKS THE PAY DATE'S PERIOD PAID
070930* ON THE PAY CALENDAR FOR EVERY GROUP THE RUN COVERED, SO A
070940* RESUBMITTED JOB IS REFUSED AT 1575.  DONE EVEN WHEN THE RUN
070950* IS OUT OF BALANCE - THE BANK EXTRACT AND PAY HISTORY ARE
070960* ALREADY WRITTEN, AND A SECOND RUN WOULD NOT UNDO THEM.
070970* ---------------------------------------------------------------
070980 8200-MARK-PERIODS-PAID.
070990     PERFORM VARYING WS-CAL-GROUP-SUBSCRIPT FROM 1 BY 1
071000             UNTIL WS-CAL-GROUP-SUBSCRIPT > WS-CAL-GROUP-COUNT
071010         PERFORM 8210-MARK-ONE-PERIOD-PAID THRU 8210-EXIT
071020     END-PERFORM.
071030 8200-EXIT.
071040     EXIT.
071050*
071060* ---------------------------------------------------------------
071070* 8210-MARK-ONE-PERIOD-PAID
071080* SETS ONE GROUP'S PERIOD TO "P" WITH THIS RUN'S DATE, TIME AND
071090* MODE, COUNTS THE PAYING RUN, AND PRINTS THE UPDATE.  A PERIOD
071100* THAT WILL NOT UPDATE ENDS THE STEP WITH RETURN CODE 8 - THE
071110* CALENDAR MUST BE CORRECTED THROUGH COBOL07 BEFORE THE NEXT
071120* RUN, OR THE PERIOD COULD BE PAID AGAIN.
071130* ---------------------------------------------------------------
071140 8210-MARK-ONE-PERIOD-PAID.
071150     MOVE WS-CAL-GROUP-CODE (WS-CAL-GROUP-SUBSCRIPT)
071160         TO WS-CAL-CHECK-GROUP
071170     MOVE WS-CAL-CHECK-GROUP TO PC-PAY-GROUP
071180     MOVE WS-PAY-DATE TO PC-PAY-DATE
071190     READ PAY-CALENDAR-FILE
071200         INVALID KEY
071210             MOVE SPACES TO WS-GENERIC-LINE
071220             STRING "COBOL01 - UNABLE TO READ PAY PERIOD "
071230                 WS-PAY-DATE " FOR PAY GROUP '"
071240                 WS-CAL-CHECK-GROUP "' - MARK IT PAID BY HAND"
071250                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
071260             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
071270             MOVE 8 TO RETURN-CODE
071280             GO TO 8210-EXIT
071290     END-READ
071300     MOVE "P" TO PC-PERIOD-STATUS
071310     MOVE WS-RUN-DATE TO PC-LAST-RUN-DATE
071320     MOVE WS-RUN-TIME TO PC-LAST-RUN-TIME
071330     MOVE WS-RUN-MODE-SWITCH TO PC-LAST-RUN-MODE
071340     ADD 1 TO PC-PAYING-RUN-COUNT
071350     REWRITE PC-CALENDAR-RECORD
071360         INVALID KEY
071370             MOVE SPACES TO WS-GENERIC-LINE
071380             STRING "COBOL01 - UNABLE TO UPDATE PAY PERIOD "
071390                 WS-PAY-DATE " FOR PAY GROUP '"
071400                 WS-CAL-CHECK-GROUP "' - MARK IT PAID BY HAND"
071410                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
071420             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
071430             MOVE 8 TO RETURN-CODE
071440             GO TO 8210-EXIT
071450     END-REWRITE
071460     MOVE SPACES TO WS-GENERIC-LINE
071470     STRING "COBOL01 - PAY CALENDAR - PAY PERIOD " WS-PAY-DATE
071480         " FOR PAY GROUP '" WS-CAL-CHECK-GROUP
071490         "' MARKED PAID"
071500         DELIMITED BY SIZE INTO WS-GENERIC-LINE
071510     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT.
071520 8210-EXIT.
071530     EXIT.
071540*
071550* ---------------------------------------------------------------
071560* 8250-RESET-CHECKPOINT
071570* A DETAIL RUN THAT REACHES THE END OF THE MASTER CLEARS THE
071580* RESTART POSITION, SO THE NEXT PERIOD'S RUN STARTS FROM THE
071590* TOP INSTEAD OF RESUMING PAST THE LAST IDENT PAID TODAY.
071600* ---------------------------------------------------------------
071610 8250-RESET-CHECKPOINT.
071620     MOVE "1" TO CHKP-CONTROL-KEY
071630     MOVE ZEROS TO CHKP-LAST-IDENT
071640     MOVE WS-SELECTED-PAY-GROUP TO CHKP-PAY-GROUP
071650     ACCEPT CHKP-RUN-DATE FROM DATE YYYYMMDD
071660     ACCEPT CHKP-RUN-TIME FROM TIME
071670     REWRITE CHKP-CONTROL-RECORD
071680         INVALID KEY
071690             DISPLAY "COBOL01 - UNABLE TO RESET CHECKPOINT "
071700                 "RECORD"
071710     END-REWRITE.
071720 8250-EXIT.
071730     EXIT.
071740*
071750* ---------------------------------------------------------------
071760* 9000-TERMINATE
071770* WRITES THE RUN RECAP AND THE RUN-LOG RECORD, THEN CLOSES THE
071780* FILES USED BY THE RUN.
071790* ---------------------------------------------------------------
071800 9000-TERMINATE.
071810     PERFORM 8000-WRITE-RUN-RECAP THRU 8000-EXIT
071820     PERFORM 8100-WRITE-RUN-LOG THRU 8100-EXIT
071830     CLOSE CUSTOMER-MASTER-FILE
071840     IF RUN-MODE-USES-CHECKPOINT
071850         CLOSE CHECKPOINT-FILE
071860     END-IF
071870     IF NOT RUN-MODE-IS-DIRECTORY
071880         CLOSE PAY-HISTORY-FILE
071890     END-IF
071900     IF RUN-MODE-WRITES-EXTRACT
071910         CLOSE BANK-EXTRACT-FILE
071920     END-IF
071930     IF RUN-MODE-WRITES-PAYMENTS
071940         CLOSE REJECT-FILE
071950         CLOSE DEDUCTION-OUT-FILE
071960     END-IF
071970     IF RUN-MODE-WRITES-STATEMENTS
071980         CLOSE PAY-STATEMENT-FILE
071990         CLOSE REMITTANCE-FILE
072000     END-IF
072010     IF RUN-MODE-IS-REWORK
072020         CLOSE REWORK-IN-FILE
072030     END-IF
072040     IF RUN-MODE-IS-REVERSAL
072050         CLOSE REVERSAL-CARD-FILE
072060     END-IF
072070     IF RUN-MODE-IS-OFF-CYCLE
072080         CLOSE SUPPLEMENTAL-CARD-FILE
072090     END-IF
072100     IF RUN-MODE-USES-CALENDAR
072110         CLOSE PAY-CALENDAR-FILE
072120     END-IF
072130     IF RUN-MODE-USES-BANK-ACCTS
072140         CLOSE BANK-ACCOUNT-FILE
072150     END-IF
072160     IF RUN-MODE-USES-RATE-HIST
072170         CLOSE RATE-HISTORY-FILE
072180     END-IF
072190     IF LEAVE-FILE-IS-OPEN
072200         CLOSE LEAVE-BALANCE-FILE
072210     END-IF
072220     CLOSE PRINT-FILE.
072230 9000-EXIT.
072240     EXIT.
