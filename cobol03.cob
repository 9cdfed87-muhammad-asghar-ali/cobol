000140* ENFORCES AT PAYROLL TIME, APPLIES THE SURVIVORS TO THE MASTER,
000150* AND PRINTS A MAINTAINED/REJECTED AUDIT LINE FOR EVERY
000160* TRANSACTION SO EVERY CHANGE TO THE MASTER IS ACCOUNTED FOR.
000170* ADDS, DELETES, AND CHANGES TO PAY RATE, DEPARTMENT OR PAY
000180* GROUP ARE HELD ON THE PENDING-CHANGE FILE UNTIL A SECOND USER
000190* APPROVES THEM IN A RUN-MODE=APPROVE RUN.
000200*
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* 2026-08-22 ASG   ORIGINAL PROGRAM - CUSTOMER-MASTER MAINTENANCE
000240*                  FROM A BATCH ADD/CHANGE/DELETE TRANSACTION
000250*                  FILE, WITH CHECK-DIGIT ASSIGNMENT/VERIFICATION
000260*                  AND A PER-TRANSACTION AUDIT LISTING.
000270* 2026-08-22 ASG   ADDED THE DEPARTMENT/COST-CENTER CODE NOW
000280*                  CARRIED ON THE CUSTOMER-MASTER RECORD - THE
000290*                  TRANSACTION CARD CARRIES IT IN COLS 47-49
000300*                  AND AN ADD OR CHANGE WITH A BLANK CODE
000310*                  REJECTS.
000320* 2026-08-22 ASG   DECLARED THE CM-CUST-NAME ALTERNATE KEY NOW
000330*                  CARRIED ON THE MASTER SO MAINTENANCE KEEPS
000340*                  THE NAME INDEX IN STEP WITH EVERY ADD,
000350*                  CHANGE, AND DELETE.
000360* 2026-09-01 ASG   EVERY ADD/CHANGE/DELETE APPLIED TO THE
000370*                  MASTER NOW ALSO WRITES A JOURNAL RECORD
000380*                  (JRNLFILE) CARRYING THE BEFORE AND AFTER
000390*                  CM-CUSTOMER-RECORD IMAGES PLUS THE RUN
000400*                  DATE/TIME AND TRANSACTION NUMBER, AND A
000410*                  DELETE NOW READS THE RECORD FIRST SO ITS
000420*                  BEFORE-IMAGE IS ON THE JOURNAL.  ADDED
000430*                  RUN-MODE=BACKOUT (SYSIN) - READS A NAMED
000440*                  RUN'S JOURNAL FROM JRNLIN AND REVERSES ITS
000450*                  TRANSACTIONS LAST-TO-FIRST (DELETES THE
000460*                  ADDS, RESTORES THE BEFORE-IMAGES OF
000470*                  CHANGES AND DELETES), WITH ITS OWN AUDIT
000480*                  LISTING PROVING WHAT IT UNDID.  A BACKOUT
000490*                  RUN WRITES NO JOURNAL OF ITS OWN.
000500* 2026-09-01 ASG   THE TRANSACTION CARD NOW CARRIES THE PAY
000510*                  GROUP IN COL 50 - REQUIRED ON ADD AND
000520*                  CHANGE, FILED TO CM-PAY-GROUP - AND THE
000530*                  JOURNAL IMAGES WIDEN WITH THE 49-BYTE
000540*                  MASTER RECORD (JOURNAL LRECL UNCHANGED AT
000550*                  120 - THE FILLER IS GONE).
000560* 2026-10-15 ASG   PAY-RATE HISTORY.  THE TRANSACTION CARD NOW
000570*                  CARRIES AN EFFECTIVE DATE IN COLS 51-58
000580*                  (YYYYMMDD, BLANK = RUN DATE, NEVER AFTER
000590*                  THE RUN DATE) AND EVERY ADD, AND EVERY
000600*                  CHANGE THAT MOVES CM-PAY-RATE, FILES A
000610*                  RATE-HISTORY RECORD (RATEHIST, LAYOUT
000620*                  RATEHREC) UNDER IDENT PLUS EFFECTIVE DATE
000630*                  WITH THE OLD AND NEW RATE (3700), SO A
000640*                  BACK-DATED RAISE CAN BE REPRICED BY THE
000650*                  RETRO-PAY RUN (COBOL12) INSTEAD OF THE OLD
000660*                  RATE BEING LOST.  A CHANGE WHOSE EFFECTIVE
000670*                  DATE HAS ALREADY BEEN REPRICED REJECTS.  A
000680*                  BACKOUT ALSO REMOVES THE RATE-HISTORY
000690*                  RECORDS THE BACKED-OUT RUN FILED (6600),
000700*                  AND FAILS THE ENTRY IF ONE HAS ALREADY BEEN
000710*                  REPRICED.  JOURNAL LAYOUT UNCHANGED.
000720* 2026-10-15 ASG   TWO-PERSON APPROVAL.  SYSIN NOW CARRIES A
000730*                  USER-ID= CARD (REQUIRED EXCEPT ON A BACKOUT)
000740*                  NAMING WHO SUBMITTED THE RUN, AND EVERY
000750*                  SYSIN CARD IS READ (1060).  AN ADD, A DELETE,
000760*                  OR A CHANGE THAT MOVES THE PAY RATE, DEPT
000770*                  CODE OR PAY GROUP NO LONGER TOUCHES THE
000780*                  MASTER - IT IS FILED ON THE PENDING-CHANGE
000790*                  FILE (PENDCHG, LAYOUT PENDREC) WITH THE
000800*                  SUBMITTER (3800) AND LISTED AS PENDING.
000810*                  NEW RUN-MODE=APPROVE READS APPROVE/REJECT
000820*                  CARDS (APPRIN) FROM A DIFFERENT USER, REFUSES
000830*                  SELF-APPROVAL, AND APPLIES THE APPROVED
000840*                  CHANGES THROUGH 3000/3100/3200 SO THEY ARE
000850*                  JOURNALED AS BEFORE (7000-7400).  ITEMS
000860*                  PENDING EXPIRE-DAYS (DEFAULT 14) OR MORE ARE
000870*                  EXPIRED (7500).  MAINTENANCE AND APPROVAL
000880*                  RUNS END WITH A PENDING-ITEMS AGING REPORT
000890*                  (8000).  THE TRANSACTION CARD LAYOUT MOVES
000900*                  TO WORKING-STORAGE SO THE APPROVAL RUN CAN
000910*                  REBUILD A HELD CARD INTO IT.
000920*----------------------------------------------------------------
000930 ENVIRONMENT DIVISION.
000940 CONFIGURATION SECTION.
000950 SOURCE-COMPUTER. IBM-370.
000960 OBJECT-COMPUTER. IBM-370.
000970 INPUT-OUTPUT SECTION.
000980 FILE-CONTROL.
000990     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS CM-IDENT
001030         ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
001040         FILE STATUS IS WS-CM-FILE-STATUS.
001050     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-TX-FILE-STATUS.
001080     SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-CTL-FILE-STATUS.
001110     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-JRNL-FILE-STATUS.
001140     SELECT JOURNAL-IN-FILE ASSIGN TO "JRNLIN"
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-JRNLIN-FILE-STATUS.
001170     SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS RH-KEY
001210         FILE STATUS IS WS-RH-FILE-STATUS.
001220     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS DYNAMIC
001250         RECORD KEY IS PN-KEY
001260         FILE STATUS IS WS-PN-FILE-STATUS.
001270     SELECT APPROVAL-CARD-FILE ASSIGN TO "APPRIN"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-AP-FILE-STATUS.
001300     SELECT PRINT-FILE ASSIGN TO "MNTLIST"
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WS-PRT-FILE-STATUS.
001330*
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  CUSTOMER-MASTER-FILE
001370         LABEL RECORDS ARE STANDARD.
001380     COPY CUSTREC.
001390 FD  TRANSACTION-FILE
001400         RECORD CONTAINS 80 CHARACTERS
001410         LABEL RECORDS ARE OMITTED.
001420 01  TX-TRANSACTION-CARD             PIC X(80).
001430 FD  CONTROL-CARD-FILE
001440         RECORD CONTAINS 80 CHARACTERS
001450         LABEL RECORDS ARE OMITTED.
001460 01  CONTROL-CARD-RECORD             PIC X(80).
001470 FD  JOURNAL-FILE
001480         RECORD CONTAINS 120 CHARACTERS
001490         LABEL RECORDS ARE OMITTED.
001500 01  JR-JOURNAL-RECORD.
001510     02  JR-RUN-DATE                 PIC X(08).
001520     02  JR-RUN-TIME                 PIC X(08).
001530     02  JR-TRAN-NO                  PIC 9(05).
001540     02  JR-ACTION                   PIC X(01).
001550     02  JR-BEFORE-IMAGE             PIC X(49).
001560     02  JR-AFTER-IMAGE              PIC X(49).
001570 FD  JOURNAL-IN-FILE
001580         RECORD CONTAINS 120 CHARACTERS
001590         LABEL RECORDS ARE OMITTED.
001600 01  JI-JOURNAL-RECORD.
001610     02  JI-RUN-DATE                 PIC X(08).
001620     02  JI-RUN-TIME                 PIC X(08).
001630     02  JI-TRAN-NO                  PIC X(05).
001640     02  JI-ACTION                   PIC X(01).
001650     02  JI-BEFORE-IMAGE             PIC X(49).
001660     02  JI-AFTER-IMAGE              PIC X(49).
001670 FD  RATE-HISTORY-FILE
001680         LABEL RECORDS ARE STANDARD.
001690     COPY RATEHREC.
001700 FD  PENDING-CHANGE-FILE
001710         LABEL RECORDS ARE STANDARD.
001720     COPY PENDREC.
001730 FD  APPROVAL-CARD-FILE
001740         RECORD CONTAINS 80 CHARACTERS
001750         LABEL RECORDS ARE OMITTED.
001760 01  AP-APPROVAL-CARD.
001770     02  AP-DECISION                 PIC X(01).
001780     02  AP-PENDING-KEY.
001790         03  AP-SUBMIT-DATE          PIC X(08).
001800         03  AP-SUBMIT-TIME          PIC X(08).
001810         03  AP-SUBMIT-TRAN-NO       PIC X(05).
001820     02  AP-IDENT                    PIC X(07).
001830     02  AP-NOTE                     PIC X(40).
001840     02  FILLER                      PIC X(11).
001850 FD  PRINT-FILE
001860         RECORD CONTAINS 132 CHARACTERS
001870         LABEL RECORDS ARE OMITTED.
001880 01  PRINT-LINE                  PIC X(132).
001890*
001900 WORKING-STORAGE SECTION.
001910* ---------------------------------------------------------------
001920* FILE I/O CONTROLS
001930* ---------------------------------------------------------------
001940 77  WS-CM-FILE-STATUS        PIC X(02) VALUE SPACES.
001950 77  WS-TX-FILE-STATUS        PIC X(02) VALUE SPACES.
001960 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
001970 77  WS-CTL-FILE-STATUS       PIC X(02) VALUE SPACES.
001980 77  WS-JRNL-FILE-STATUS      PIC X(02) VALUE SPACES.
001990 77  WS-JRNLIN-FILE-STATUS    PIC X(02) VALUE SPACES.
002000 77  WS-RH-FILE-STATUS        PIC X(02) VALUE SPACES.
002010 77  WS-PN-FILE-STATUS        PIC X(02) VALUE SPACES.
002020 77  WS-AP-FILE-STATUS        PIC X(02) VALUE SPACES.
002030 01  WS-SWITCHES.
002040     02  WS-TX-EOF-SWITCH        PIC X(01) VALUE "N".
002050         88  TX-END-OF-FILE           VALUE "Y".
002060         88  TX-NOT-END-OF-FILE       VALUE "N".
002070     02  WS-TX-VALID-SWITCH      PIC X(01) VALUE "Y".
002080         88  TX-IS-VALID              VALUE "Y".
002090         88  TX-IS-REJECTED           VALUE "N".
002100     02  WS-RUN-MODE-SWITCH      PIC X(01) VALUE "M".
002110         88  RUN-MODE-IS-MAINT       VALUE "M".
002120         88  RUN-MODE-IS-BACKOUT     VALUE "B".
002130         88  RUN-MODE-IS-APPROVE     VALUE "P".
002140     02  WS-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
002150         88  CTL-END-OF-FILE         VALUE "Y".
002160     02  WS-TX-HELD-SWITCH       PIC X(01) VALUE "N".
002170         88  TX-IS-HELD               VALUE "Y".
002180         88  TX-IS-NOT-HELD           VALUE "N".
002190     02  WS-AP-EOF-SWITCH        PIC X(01) VALUE "N".
002200         88  AP-END-OF-FILE          VALUE "Y".
002210     02  WS-PN-EOF-SWITCH        PIC X(01) VALUE "N".
002220         88  PN-END-OF-FILE          VALUE "Y".
002230         88  PN-NOT-END-OF-FILE      VALUE "N".
002240     02  WS-HEADING-SWITCH       PIC X(01) VALUE "T".
002250         88  PRINTING-AUDIT-LISTING  VALUE "T".
002260         88  PRINTING-AGING-REPORT   VALUE "G".
002270     02  WS-JI-EOF-SWITCH        PIC X(01) VALUE "N".
002280         88  JI-END-OF-FILE          VALUE "Y".
002290         88  JI-NOT-END-OF-FILE      VALUE "N".
002300     02  WS-BO-OK-SWITCH         PIC X(01) VALUE "Y".
002310         88  BACKOUT-ENTRY-OK        VALUE "Y".
002320         88  BACKOUT-ENTRY-FAILED    VALUE "N".
002330*
002340* ---------------------------------------------------------------
002350* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS
002360* ---------------------------------------------------------------
002370 01  WS-PRT-CONTROLS.
002380     02  WS-RUN-DATE              PIC X(08).
002390     02  WS-RUN-TIME              PIC X(08).
002400     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
002410     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
002420     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
002430 01  WS-REPORT-PAGE-HEADING-1.
002440     02  FILLER             PIC X(30) VALUE
002450             "COBOL03 CUSTOMER-MASTER MAINT".
002460     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
002470     02  PRT-HDG-RUN-DATE   PIC X(10).
002480     02  FILLER             PIC X(10) VALUE SPACES.
002490     02  FILLER             PIC X(06) VALUE "PAGE: ".
002500     02  PRT-HDG-PAGE-NO    PIC ZZ9.
002510     02  FILLER             PIC X(04) VALUE SPACES.
002520     02  FILLER             PIC X(06) VALUE "USER: ".
002530     02  PRT-HDG-USER-ID    PIC X(08).
002540     02  FILLER             PIC X(45) VALUE SPACES.
002550 01  WS-AUDIT-HEADING-LINE.
002560     02  FILLER             PIC X(08) VALUE "TRAN".
002570     02  FILLER             PIC X(08) VALUE "ACTION".
002580     02  FILLER             PIC X(12) VALUE "IDENT".
002590     02  FILLER             PIC X(12) VALUE "DISPOSITION".
002600     02  FILLER             PIC X(40) VALUE "REASON".
002610     02  FILLER             PIC X(52) VALUE SPACES.
002620 01  WS-AUDIT-DETAIL-LINE.
002630     02  PRT-A-TRAN-NO      PIC ZZZZ9.
002640     02  FILLER             PIC X(03) VALUE SPACES.
002650     02  PRT-A-ACTION       PIC X(06).
002660     02  FILLER             PIC X(02) VALUE SPACES.
002670     02  PRT-A-IDENT        PIC X(07).
002680     02  FILLER             PIC X(05) VALUE SPACES.
002690     02  PRT-A-DISPOSITION  PIC X(10).
002700     02  FILLER             PIC X(02) VALUE SPACES.
002710     02  PRT-A-REASON       PIC X(40).
002720     02  FILLER             PIC X(52) VALUE SPACES.
002730 01  WS-AGING-HEADING-LINE.
002740     02  FILLER             PIC X(23) VALUE "PENDING KEY".
002750     02  FILLER             PIC X(08) VALUE "ACTION".
002760     02  FILLER             PIC X(09) VALUE "IDENT".
002770     02  FILLER             PIC X(10) VALUE "SUBMITTER".
002780     02  FILLER             PIC X(10) VALUE "SUBMITTED".
002790     02  FILLER             PIC X(06) VALUE "AGE".
002800     02  FILLER             PIC X(11) VALUE "DAYS LEFT".
002810     02  FILLER             PIC X(10) VALUE "STATUS".
002820     02  FILLER             PIC X(45) VALUE SPACES.
002830 01  WS-AGING-DETAIL-LINE.
002840     02  PRT-G-KEY          PIC X(21).
002850     02  FILLER             PIC X(02) VALUE SPACES.
002860     02  PRT-G-ACTION       PIC X(06).
002870     02  FILLER             PIC X(02) VALUE SPACES.
002880     02  PRT-G-IDENT        PIC X(07).
002890     02  FILLER             PIC X(02) VALUE SPACES.
002900     02  PRT-G-SUBMITTER    PIC X(08).
002910     02  FILLER             PIC X(02) VALUE SPACES.
002920     02  PRT-G-SUBMIT-DATE  PIC X(08).
002930     02  FILLER             PIC X(02) VALUE SPACES.
002940     02  PRT-G-AGE          PIC ZZZ9.
002950     02  FILLER             PIC X(02) VALUE SPACES.
002960     02  PRT-G-DAYS-LEFT    PIC ZZZ9.
002970     02  FILLER             PIC X(07) VALUE SPACES.
002980     02  PRT-G-STATUS       PIC X(10).
002990     02  FILLER             PIC X(45) VALUE SPACES.
003000 01  WS-TOTALS-LINE.
003010     02  PRT-T-LABEL        PIC X(30).
003020     02  PRT-T-COUNT        PIC ZZZZ9.
003030     02  FILLER             PIC X(97) VALUE SPACES.
003040 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
003050*
003060* ---------------------------------------------------------------
003070* TRANSACTION CARD.  A MAINTENANCE RUN READS EACH TRANFILE CARD
003080* INTO IT; AN APPROVAL RUN REBUILDS IT FROM THE CARD IMAGE HELD
003090* ON THE PENDING-CHANGE FILE, SO BOTH GO THROUGH THE SAME EDITS
003100* AND THE SAME 3000/3100/3200 APPLY PATH.
003110* ---------------------------------------------------------------
003120 01  TX-TRANSACTION-RECORD.
003130     02  TX-ACTION-CODE              PIC X(01).
003140     02  TX-IDENT-NUMBER             PIC X(06).
003150     02  TX-IDENT-CHECK-DIGIT        PIC X(01).
003160     02  TX-CUST-NAME                PIC X(20).
003170     02  TX-DATE-OF-BIRTH.
003180         03  TX-MOB                  PIC X(02).
003190         03  TX-DOB                  PIC X(02).
003200         03  TX-YOB                  PIC X(04).
003210     02  TX-HOURS-WORKED             PIC X(05).
003220     02  TX-PAY-RATE                 PIC X(05).
003230     02  TX-DEPT-CODE                PIC X(03).
003240     02  TX-PAY-GROUP                PIC X(01).
003250     02  TX-EFFECTIVE-DATE           PIC X(08).
003260     02  FILLER                      PIC X(22).
003270*
003280* ---------------------------------------------------------------
003290* TRANSACTION EDIT AND AUDIT FIELDS
003300* ---------------------------------------------------------------
003310 01  WS-TRANSACTION-WORK.
003320     02  WS-TX-COUNT              PIC 9(05) VALUE ZEROS.
003330     02  WS-ADD-COUNT             PIC 9(05) VALUE ZEROS.
003340     02  WS-CHANGE-COUNT          PIC 9(05) VALUE ZEROS.
003350     02  WS-DELETE-COUNT          PIC 9(05) VALUE ZEROS.
003360     02  WS-RATE-HIST-COUNT       PIC 9(05) VALUE ZEROS.
003370     02  WS-REJECT-COUNT          PIC 9(05) VALUE ZEROS.
003380     02  WS-HELD-COUNT            PIC 9(05) VALUE ZEROS.
003390     02  WS-TX-REASON             PIC X(40) VALUE SPACES.
003400     02  WS-TX-ACTION-DISPLAY     PIC X(06) VALUE SPACES.
003410     02  WS-TX-IDENT-DISPLAY      PIC X(07) VALUE SPACES.
003420*
003430* ---------------------------------------------------------------
003440* BEFORE/AFTER-IMAGE JOURNAL FIELDS (MAINTENANCE MODE) AND THE
003450* BACKOUT TABLE (RUN-MODE=BACKOUT).  EVERY APPLIED TRANSACTION
003460* JOURNALS THE CM-CUSTOMER-RECORD AS IT STOOD BEFORE AND AFTER
003470* 3000/3100/3200 TOUCHED IT; A BACKOUT RUN LOADS THE NAMED
003480* RUN'S JOURNAL (THE JRNLIN DD POINTS AT THAT RUN'S
003490* GENERATION) AND REVERSES IT LAST-TO-FIRST, SO A CUSTOMER
003500* TOUCHED MORE THAN ONCE IN THE RUN UNWINDS IN THE RIGHT
003510* ORDER.
003520* ---------------------------------------------------------------
003530 77  WS-JRNL-TABLE-MAX           PIC 9(04) VALUE 9999.
003540 01  WS-JOURNAL-WORK.
003550     02  WS-JR-BEFORE-IMAGE       PIC X(49) VALUE SPACES.
003560     02  WS-JR-AFTER-IMAGE        PIC X(49) VALUE SPACES.
003570 01  WS-BACKOUT-TABLE.
003580     02  WS-JRNL-COUNT            PIC 9(04) VALUE ZEROS.
003590     02  WS-JRNL-ENTRY
003600             OCCURS 0 TO 9999 TIMES
003610             DEPENDING ON WS-JRNL-COUNT.
003620         03  WS-JRNL-RUN-DATE     PIC X(08).
003630         03  WS-JRNL-ACTION       PIC X(01).
003640         03  WS-JRNL-TRAN-NO      PIC X(05).
003650         03  WS-JRNL-BEFORE       PIC X(49).
003660         03  WS-JRNL-AFTER        PIC X(49).
003670 01  WS-BACKOUT-WORK.
003680     02  WS-JRNL-SUBSCRIPT        PIC 9(04).
003690     02  WS-BO-READ-COUNT         PIC 9(05) VALUE ZEROS.
003700     02  WS-BO-ADDS-DELETED       PIC 9(05) VALUE ZEROS.
003710     02  WS-BO-CHANGES-RESTORED   PIC 9(05) VALUE ZEROS.
003720     02  WS-BO-DELETES-RESTORED   PIC 9(05) VALUE ZEROS.
003730     02  WS-BO-FAILED-COUNT       PIC 9(05) VALUE ZEROS.
003740     02  WS-BO-RATE-HIST-REMOVED  PIC 9(05) VALUE ZEROS.
003750*
003760* ---------------------------------------------------------------
003770* PAY-RATE HISTORY FIELDS.  THE CARD'S EFFECTIVE DATE (THE RUN
003780* DATE WHEN LEFT BLANK) KEYS THE RATEHIST RECORD AN ADD OR A
003790* RATE CHANGE FILES; WS-RH-BEFORE-RATE HOLDS THE RATE THE
003800* MASTER CARRIED BEFORE A CHANGE.  ON A BACKOUT, 6600 LOOKS FOR
003810* THE RECORD THE JOURNALED RUN FILED - SAME IDENT, SAME CHANGE
003820* DATE, SAME NEW RATE - SINCE THE JOURNAL DOES NOT CARRY THE
003830* EFFECTIVE DATE.
003840* ---------------------------------------------------------------
003850 01  WS-RATE-HISTORY-WORK.
003860     02  WS-RH-EFFECTIVE-DATE     PIC X(08) VALUE SPACES.
003870     02  WS-RH-EFF-DATE-PARTS REDEFINES WS-RH-EFFECTIVE-DATE.
003880         03  WS-RH-EFF-YYYY       PIC 9(04).
003890         03  WS-RH-EFF-MM         PIC 9(02).
003900         03  WS-RH-EFF-DD         PIC 9(02).
003910     02  WS-RH-BEFORE-RATE        PIC 9(03)V99 VALUE ZEROS.
003920     02  WS-RH-NEW-STATUS         PIC X(01) VALUE SPACE.
003930     02  WS-RH-IDENT              PIC 9(07) VALUE ZEROS.
003940     02  WS-RH-CHANGE-DATE        PIC X(08) VALUE SPACES.
003950     02  WS-RH-RATE-IMAGE         PIC X(05) VALUE SPACES.
003960     02  WS-RH-MATCH-KEY          PIC X(15) VALUE SPACES.
003970     02  WS-RH-MATCH-STATUS       PIC X(01) VALUE SPACE.
003980     02  WS-RH-EOF-SWITCH         PIC X(01) VALUE "N".
003990         88  RH-END-OF-IDENT          VALUE "Y".
004000         88  RH-NOT-END-OF-IDENT      VALUE "N".
004010     02  WS-RH-FOUND-SWITCH       PIC X(01) VALUE "N".
004020         88  RH-ENTRY-FOUND           VALUE "Y".
004030         88  RH-ENTRY-NOT-FOUND       VALUE "N".
004040*
004050* ---------------------------------------------------------------
004060* TWO-PERSON APPROVAL FIELDS.  WS-RUN-USER-ID IS THE SYSIN
004070* USER-ID= CARD - THE SUBMITTER ON A MAINTENANCE RUN, THE
004080* APPROVER ON AN APPROVAL RUN.  WS-PN-BEFORE-DEPT/GROUP HOLD
004090* WHAT THE MASTER CARRIED BEFORE A CHANGE CARD WAS LAID OVER
004100* IT, SO 3100 CAN TELL A SENSITIVE CHANGE FROM A ROUTINE ONE.
004110* A PENDING ITEM WAITING WS-EXPIRE-DAYS OR MORE IS EXPIRED BY
004120* THE NEXT APPROVAL RUN.
004130* ---------------------------------------------------------------
004140 01  WS-APPROVAL-WORK.
004150     02  WS-RUN-USER-ID           PIC X(08) VALUE SPACES.
004160     02  WS-EXPIRE-DAYS           PIC 9(03) VALUE 14.
004170     02  WS-PN-BEFORE-DEPT        PIC X(03) VALUE SPACES.
004180     02  WS-PN-BEFORE-GROUP       PIC X(01) VALUE SPACE.
004190     02  WS-AP-DISPOSITION        PIC X(10) VALUE SPACES.
004200     02  WS-AP-APPLIED-COUNT      PIC 9(05) VALUE ZEROS.
004210     02  WS-AP-DECLINED-COUNT     PIC 9(05) VALUE ZEROS.
004220     02  WS-AP-FAILED-COUNT       PIC 9(05) VALUE ZEROS.
004230     02  WS-AP-SELF-COUNT         PIC 9(05) VALUE ZEROS.
004240     02  WS-AP-REJECT-COUNT       PIC 9(05) VALUE ZEROS.
004250     02  WS-EXPIRED-COUNT         PIC 9(05) VALUE ZEROS.
004260     02  WS-AGING-COUNT           PIC 9(05) VALUE ZEROS.
004270     02  WS-AGED-0-3-COUNT        PIC 9(05) VALUE ZEROS.
004280     02  WS-AGED-4-7-COUNT        PIC 9(05) VALUE ZEROS.
004290     02  WS-AGED-OVER-7-COUNT     PIC 9(05) VALUE ZEROS.
004300     02  WS-AGED-EXPIRED-COUNT    PIC 9(05) VALUE ZEROS.
004310     02  WS-PN-AGE-DAYS           PIC S9(05) VALUE ZEROS.
004320     02  WS-PN-DAYS-LEFT          PIC S9(05) VALUE ZEROS.
004330     02  WS-RUN-DAY-NUMBER        PIC 9(07) VALUE ZEROS.
004340*
004350* ---------------------------------------------------------------
004360* DAY-NUMBER FIELDS - THE SAME DAYS-SINCE-0001-01-01 RECKONING
004370* COBOL01 USES FOR ITS PRENOTE WAITING PERIOD, SO A PENDING
004380* ITEM'S AGE COUNTS ACROSS MONTH AND YEAR ENDS.
004390* ---------------------------------------------------------------
004400 01  WS-DAY-NUMBER-WORK.
004410     02  WS-DN-DATE.
004420         03  WS-DN-YEAR           PIC 9(04).
004430         03  WS-DN-MONTH          PIC 9(02).
004440         03  WS-DN-DAY            PIC 9(02).
004450     02  WS-DN-PRIOR-YEARS        PIC 9(04).
004460     02  WS-DN-QUOTIENT           PIC 9(04).
004470     02  WS-DN-DAY-NUMBER         PIC 9(07).
004480 01  WS-DAYS-BEFORE-MONTH-TABLE.
004490     02  FILLER PIC 9(03) VALUE 000.
004500     02  FILLER PIC 9(03) VALUE 031.
004510     02  FILLER PIC 9(03) VALUE 059.
004520     02  FILLER PIC 9(03) VALUE 090.
004530     02  FILLER PIC 9(03) VALUE 120.
004540     02  FILLER PIC 9(03) VALUE 151.
004550     02  FILLER PIC 9(03) VALUE 181.
004560     02  FILLER PIC 9(03) VALUE 212.
004570     02  FILLER PIC 9(03) VALUE 243.
004580     02  FILLER PIC 9(03) VALUE 273.
004590     02  FILLER PIC 9(03) VALUE 304.
004600     02  FILLER PIC 9(03) VALUE 334.
004610 01  WS-DAYS-BEFORE-MONTH REDEFINES WS-DAYS-BEFORE-MONTH-TABLE.
004620     02  WS-DAYS-BEFORE-MONTH-ENTRY PIC 9(03) OCCURS 12 TIMES.
004630*
004640* ---------------------------------------------------------------
004650* IDENT CHECK-DIGIT FIELDS
004660* THE CHECK DIGIT IS THE REMAINDER OF THE MODULUS-10 SUM OF THE
004670* SIX IDENT DIGITS WEIGHTED ALTERNATELY BY 2 AND 1, LEFTMOST
004680* (HIGH-ORDER) DIGIT FIRST - THE SAME WEIGHTING COBOL01 ENFORCES
004690* IN ITS 2150-VALIDATE-IDENT-CHECK-DIGIT, SO A RECORD THIS
004700* PROGRAM ASSIGNS OR VERIFIES IS NEVER REJECTED AT PAYROLL TIME
004710* AS A CHECK-DIGIT MISMATCH.  AN ADD CARD WITH A BLANK CHECK
004720* DIGIT HAS THE COMPUTED DIGIT ASSIGNED; A NONBLANK CHECK DIGIT
004730* ON ANY CARD MUST MATCH THE COMPUTED DIGIT OR THE CARD REJECTS.
004740* ---------------------------------------------------------------
004750 01  WS-IDENT-CHECK-FIELDS.
004760     02  WS-IDENT-NUMBER-WORK      PIC 9(06).
004770     02  WS-IDENT-DIGIT-TABLE REDEFINES WS-IDENT-NUMBER-WORK.
004780         03  WS-IDENT-DIGIT PIC 9 OCCURS 6 TIMES.
004790     02  WS-IDENT-WEIGHT-TABLE.
004800         03  FILLER PIC 9 VALUE 2.
004810         03  FILLER PIC 9 VALUE 1.
004820         03  FILLER PIC 9 VALUE 2.
004830         03  FILLER PIC 9 VALUE 1.
004840         03  FILLER PIC 9 VALUE 2.
004850         03  FILLER PIC 9 VALUE 1.
004860     02  WS-IDENT-WEIGHTS REDEFINES WS-IDENT-WEIGHT-TABLE.
004870         03  WS-IDENT-WEIGHT PIC 9 OCCURS 6 TIMES.
004880     02  WS-IDENT-SUBSCRIPT        PIC 9(01).
004890     02  WS-IDENT-DIGIT-PRODUCT    PIC 9(02).
004900     02  WS-IDENT-WEIGHTED-SUM     PIC 9(03).
004910     02  WS-IDENT-CHECK-QUOTIENT   PIC 9(02).
004920     02  WS-IDENT-COMPUTED-CHECK-DIGIT PIC 9(01).
004930*
004940* ---------------------------------------------------------------
004950* DATE-OF-BIRTH VALIDATION FIELDS - SAME EDITS COBOL01 APPLIES
004960* AT PAYROLL TIME, APPLIED HERE SO A BAD DATE NEVER REACHES THE
004970* MASTER IN THE FIRST PLACE.
004980* ---------------------------------------------------------------
004990 01  WS-DOB-VALIDATION.
005000     02  WS-DOB-VALID-SWITCH      PIC X(01) VALUE "Y".
005010         88  DOB-IS-VALID             VALUE "Y".
005020         88  DOB-IS-INVALID           VALUE "N".
005030     02  WS-LEAP-YEAR-SWITCH      PIC X(01) VALUE "N".
005040         88  IS-LEAP-YEAR             VALUE "Y".
005050         88  IS-NOT-LEAP-YEAR         VALUE "N".
005060     02  WS-LEAP-CALC-QUOTIENT    PIC 9(04).
005070     02  WS-LEAP-CALC-REM-400     PIC 9(04).
005080     02  WS-LEAP-CALC-REM-100     PIC 9(04).
005090     02  WS-LEAP-CALC-REM-4       PIC 9(04).
005100     02  WS-EDIT-MOB              PIC 9(02).
005110     02  WS-EDIT-DOB              PIC 9(02).
005120     02  WS-EDIT-YOB              PIC 9(04).
005130 01  WS-CURRENT-YEAR             PIC 9(04).
005140 01  WS-DAYS-IN-MONTH-TABLE.
005150     02  FILLER PIC 9(02) VALUE 31.
005160     02  FILLER PIC 9(02) VALUE 28.
005170     02  FILLER PIC 9(02) VALUE 31.
005180     02  FILLER PIC 9(02) VALUE 30.
005190     02  FILLER PIC 9(02) VALUE 31.
005200     02  FILLER PIC 9(02) VALUE 30.
005210     02  FILLER PIC 9(02) VALUE 31.
005220     02  FILLER PIC 9(02) VALUE 31.
005230     02  FILLER PIC 9(02) VALUE 30.
005240     02  FILLER PIC 9(02) VALUE 31.
005250     02  FILLER PIC 9(02) VALUE 30.
005260     02  FILLER PIC 9(02) VALUE 31.
005270 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
005280     02  WS-DAYS-IN-MONTH-ENTRY   PIC 9(02) OCCURS 12 TIMES.
005290*
005300 PROCEDURE DIVISION.
005310* ---------------------------------------------------------------
005320* 0000-MAIN-LOGIC
005330* OVERALL DRIVER FOR THE MAINTENANCE RUN.  MAINTENANCE AND
005340* APPROVAL RUNS BOTH END WITH THE PENDING-ITEMS AGING REPORT.
005350* ---------------------------------------------------------------
005360 0000-MAIN-LOGIC.
005370     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005380     IF RUN-MODE-IS-BACKOUT
005390         PERFORM 6000-PROCESS-BACKOUT THRU 6000-EXIT
005400         PERFORM 6500-WRITE-BACKOUT-TOTALS THRU 6500-EXIT
005410     ELSE
005420         IF RUN-MODE-IS-APPROVE
005430             PERFORM 7000-PROCESS-APPROVALS THRU 7000-EXIT
005440             PERFORM 7400-WRITE-APPROVAL-TOTALS THRU 7400-EXIT
005450         ELSE
005460             PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
005470             PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT
005480         END-IF
005490         PERFORM 8000-WRITE-AGING-REPORT THRU 8000-EXIT
005500     END-IF
005510     PERFORM 9000-TERMINATE THRU 9000-EXIT
005520     STOP RUN.
005530*
005540* ---------------------------------------------------------------
005550* 1000-INITIALIZE
005560* OPENS THE FILES USED BY THE RUN.  PRINT-FILE IS FATAL IF IT
005570* WILL NOT OPEN - WITH NO AUDIT LISTING THERE IS NO ACCOUNTING
005580* FOR WHAT WAS DONE TO THE MASTER, SO THE STEP ABENDS WITH A
005590* NONZERO RETURN CODE RATHER THAN CONTINUING.  THE MASTER AND
005600* THE TRANSACTION FILE ARE ALSO FATAL - A MAINTENANCE RUN WITH
005610* NOTHING TO MAINTAIN OR NOTHING TO APPLY IT TO HAS NO USEFUL
005620* PARTIAL RESULT - AND SO IS THE RATE-HISTORY FILE, WITHOUT
005630* WHICH A RATE CHANGE WOULD LOSE THE OLD RATE.  A MAINTENANCE
005640* OR APPROVAL RUN WITH NO USER-ID CARD IS FATAL TOO - NOTHING
005650* COULD BE HELD FOR APPROVAL OR APPROVED WITHOUT KNOWING WHO
005660* ASKED - AND SO IS THE PENDING-CHANGE FILE.  AN APPROVAL RUN
005670* READS ITS DECISIONS FROM APPRIN INSTEAD OF TRANFILE.
005680* ---------------------------------------------------------------
005690 1000-INITIALIZE.
005700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005710     ACCEPT WS-RUN-TIME FROM TIME
005720     MOVE WS-RUN-DATE (1:4) TO WS-CURRENT-YEAR
005730     MOVE WS-RUN-DATE TO WS-DN-DATE
005740     PERFORM 8900-COMPUTE-DAY-NUMBER THRU 8900-EXIT
005750     MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER
005760     MOVE ZEROS TO WS-PAGE-NUMBER
005770     MOVE ZEROS TO WS-LINE-COUNT
005780     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
005790     OPEN OUTPUT PRINT-FILE
005800     IF WS-PRT-FILE-STATUS NOT = "00"
005810         DISPLAY "COBOL03 - UNABLE TO OPEN PRINT-FILE, STATUS = "
005820             WS-PRT-FILE-STATUS
005830         MOVE 16 TO RETURN-CODE
005840         STOP RUN
005850     END-IF
005860     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
005870     OPEN I-O CUSTOMER-MASTER-FILE
005880     IF WS-CM-FILE-STATUS NOT = "00"
005890         MOVE SPACES TO WS-GENERIC-LINE
005900         STRING "COBOL03 - UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
005910             "STATUS = " WS-CM-FILE-STATUS
005920             DELIMITED BY SIZE INTO WS-GENERIC-LINE
005930         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
005940         PERFORM 9000-TERMINATE THRU 9000-EXIT
005950         MOVE 16 TO RETURN-CODE
005960         STOP RUN
005970     END-IF
005980     OPEN I-O RATE-HISTORY-FILE
005990     IF WS-RH-FILE-STATUS NOT = "00"
006000         MOVE SPACES TO WS-GENERIC-LINE
006010         STRING "COBOL03 - UNABLE TO OPEN RATE-HISTORY-FILE, "
006020             "STATUS = " WS-RH-FILE-STATUS
006030             DELIMITED BY SIZE INTO WS-GENERIC-LINE
006040         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006050         PERFORM 9000-TERMINATE THRU 9000-EXIT
006060         MOVE 16 TO RETURN-CODE
006070         STOP RUN
006080     END-IF
006090     IF RUN-MODE-IS-BACKOUT
006100         PERFORM 1080-OPEN-JOURNAL-INPUT THRU 1080-EXIT
006110         GO TO 1000-EXIT
006120     END-IF
006130     IF WS-RUN-USER-ID = SPACES
006140         MOVE SPACES TO WS-GENERIC-LINE
006150         MOVE "COBOL03 - NO USER-ID CONTROL CARD ON SYSIN"
006160             TO WS-GENERIC-LINE
006170         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006180         PERFORM 9000-TERMINATE THRU 9000-EXIT
006190         MOVE 16 TO RETURN-CODE
006200         STOP RUN
006210     END-IF
006220     OPEN I-O PENDING-CHANGE-FILE
006230     IF WS-PN-FILE-STATUS NOT = "00"
006240         MOVE SPACES TO WS-GENERIC-LINE
006250         STRING "COBOL03 - UNABLE TO OPEN PENDING-CHANGE-FILE, "
006260             "STATUS = " WS-PN-FILE-STATUS
006270             DELIMITED BY SIZE INTO WS-GENERIC-LINE
006280         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006290         PERFORM 9000-TERMINATE THRU 9000-EXIT
006300         MOVE 16 TO RETURN-CODE
006310         STOP RUN
006320     END-IF
006330     IF RUN-MODE-IS-APPROVE
006340         PERFORM 1090-OPEN-APPROVAL-INPUT THRU 1090-EXIT
006350     ELSE
006360         PERFORM 1070-OPEN-TRANSACTION-INPUT THRU 1070-EXIT
006370     END-IF
006380     OPEN OUTPUT JOURNAL-FILE
006390     IF WS-JRNL-FILE-STATUS NOT = "00"
006400         MOVE SPACES TO WS-GENERIC-LINE
006410         STRING "COBOL03 - UNABLE TO OPEN JOURNAL-FILE, "
006420             "STATUS = " WS-JRNL-FILE-STATUS
006430             DELIMITED BY SIZE INTO WS-GENERIC-LINE
006440         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006450         PERFORM 9000-TERMINATE THRU 9000-EXIT
006460         MOVE 16 TO RETURN-CODE
006470         STOP RUN
006480     END-IF.
006490 1000-EXIT.
006500     EXIT.
006510*
006520* ---------------------------------------------------------------
006530* 1050-READ-CONTROL-CARD
006540* READS EVERY SYSIN CONTROL CARD, IF ANY.  NO CARDS AT ALL
006550* LEAVES THE RUN IN NORMAL MAINTENANCE MODE WITH NO USER-ID,
006560* WHICH 1000 REFUSES.
006570* ---------------------------------------------------------------
006580 1050-READ-CONTROL-CARD.
006590     SET RUN-MODE-IS-MAINT TO TRUE
006600     OPEN INPUT CONTROL-CARD-FILE
006610     IF WS-CTL-FILE-STATUS = "00"
006620         PERFORM UNTIL CTL-END-OF-FILE
006630             READ CONTROL-CARD-FILE
006640                 AT END
006650                     MOVE "Y" TO WS-CTL-EOF-SWITCH
006660                 NOT AT END
006670                     PERFORM 1060-PROCESS-CONTROL-CARD
006680                         THRU 1060-EXIT
006690             END-READ
006700         END-PERFORM
006710         CLOSE CONTROL-CARD-FILE
006720     END-IF.
006730 1050-EXIT.
006740     EXIT.
006750*
006760* ---------------------------------------------------------------
006770* 1060-PROCESS-CONTROL-CARD
006780* FILES ONE SYSIN CONTROL CARD.  RUN-MODE=BACKOUT SWITCHES THE
006790* RUN TO REVERSING THE JOURNAL POINTED AT BY JRNLIN, AND
006800* RUN-MODE=APPROVE TO DECIDING THE PENDING CHANGES FROM THE
006810* APPRIN CARDS; ANY OTHER RUN-MODE LEAVES NORMAL MAINTENANCE.
006820* USER-ID=XXXXXXXX NAMES WHO SUBMITTED THE RUN - THE MAKER ON
006830* A MAINTENANCE RUN, THE CHECKER ON AN APPROVAL RUN.
006840* EXPIRE-DAYS=NNN SETS HOW LONG AN ITEM MAY WAIT FOR APPROVAL
006850* (DEFAULT 14); ONE THAT WILL NOT EDIT IS FATAL.
006860* ---------------------------------------------------------------
006870 1060-PROCESS-CONTROL-CARD.
006880     IF CONTROL-CARD-RECORD (1:9) = "RUN-MODE="
006890         IF CONTROL-CARD-RECORD (10:7) = "BACKOUT"
006900             SET RUN-MODE-IS-BACKOUT TO TRUE
006910         END-IF
006920         IF CONTROL-CARD-RECORD (10:7) = "APPROVE"
006930             SET RUN-MODE-IS-APPROVE TO TRUE
006940         END-IF
006950     END-IF
006960     IF CONTROL-CARD-RECORD (1:8) = "USER-ID="
006970         MOVE CONTROL-CARD-RECORD (9:8) TO WS-RUN-USER-ID
006980     END-IF
006990     IF CONTROL-CARD-RECORD (1:12) = "EXPIRE-DAYS="
007000         IF CONTROL-CARD-RECORD (13:3) IS NUMERIC
007010                 AND CONTROL-CARD-RECORD (13:3) NOT = "000"
007020             MOVE CONTROL-CARD-RECORD (13:3) TO WS-EXPIRE-DAYS
007030         ELSE
007040             DISPLAY "COBOL03 - EXPIRE-DAYS CONTROL CARD WILL "
007050                 "NOT EDIT"
007060             MOVE 16 TO RETURN-CODE
007070             STOP RUN
007080         END-IF
007090     END-IF.
007100 1060-EXIT.
007110     EXIT.
007120*
007130* ---------------------------------------------------------------
007140* 1070-OPEN-TRANSACTION-INPUT
007150* OPENS THE TRANSACTION FILE A MAINTENANCE RUN APPLIES.  FATAL
007160* IF IT WILL NOT OPEN.
007170* ---------------------------------------------------------------
007180 1070-OPEN-TRANSACTION-INPUT.
007190     OPEN INPUT TRANSACTION-FILE
007200     IF WS-TX-FILE-STATUS NOT = "00"
007210         MOVE SPACES TO WS-GENERIC-LINE
007220         STRING "COBOL03 - UNABLE TO OPEN TRANSACTION-FILE, "
007230             "STATUS = " WS-TX-FILE-STATUS
007240             DELIMITED BY SIZE INTO WS-GENERIC-LINE
007250         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
007260         PERFORM 9000-TERMINATE THRU 9000-EXIT
007270         MOVE 16 TO RETURN-CODE
007280         STOP RUN
007290     END-IF.
007300 1070-EXIT.
007310     EXIT.
007320*
007330* ---------------------------------------------------------------
007340* 1080-OPEN-JOURNAL-INPUT
007350* OPENS THE JOURNAL A BACKOUT RUN REVERSES.  FATAL IF IT WILL
007360* NOT OPEN - A BACKOUT RUN WITH NO JOURNAL IS A JCL MISTAKE.
007370* ---------------------------------------------------------------
007380 1080-OPEN-JOURNAL-INPUT.
007390     OPEN INPUT JOURNAL-IN-FILE
007400     IF WS-JRNLIN-FILE-STATUS NOT = "00"
007410         MOVE SPACES TO WS-GENERIC-LINE
007420         STRING "COBOL03 - UNABLE TO OPEN JOURNAL-IN-FILE, "
007430             "STATUS = " WS-JRNLIN-FILE-STATUS
007440             DELIMITED BY SIZE INTO WS-GENERIC-LINE
007450         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
007460         PERFORM 9000-TERMINATE THRU 9000-EXIT
007470         MOVE 16 TO RETURN-CODE
007480         STOP RUN
007490     END-IF.
007500 1080-EXIT.
007510     EXIT.
007520*
007530* ---------------------------------------------------------------
007540* 1090-OPEN-APPROVAL-INPUT
007550* OPENS THE APPROVE/REJECT CARDS AN APPROVAL RUN DECIDES.  FATAL
007560* IF IT WILL NOT OPEN - AN EMPTY DECK IS NOT; THE RUN STILL
007570* EXPIRES STALE ITEMS AND PRINTS THE AGING REPORT.
007580* ---------------------------------------------------------------
007590 1090-OPEN-APPROVAL-INPUT.
007600     OPEN INPUT APPROVAL-CARD-FILE
007610     IF WS-AP-FILE-STATUS NOT = "00"
007620         MOVE SPACES TO WS-GENERIC-LINE
007630         STRING "COBOL03 - UNABLE TO OPEN APPROVAL-CARD-FILE, "
007640             "STATUS = " WS-AP-FILE-STATUS
007650             DELIMITED BY SIZE INTO WS-GENERIC-LINE
007660         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
007670         PERFORM 9000-TERMINATE THRU 9000-EXIT
007680         MOVE 16 TO RETURN-CODE
007690         STOP RUN
007700     END-IF.
007710 1090-EXIT.
007720     EXIT.
007730*
007740* ---------------------------------------------------------------
007750* 1650-WRITE-PAGE-HEADING
007760* STARTS A NEW PAGE OF THE AUDIT LISTING WITH THE RUN DATE AND
007770* PAGE NUMBER FOLLOWED BY THE AUDIT COLUMN HEADINGS - OR THE
007780* AGING REPORT'S, ONCE 8000 HAS STARTED IT.  CALLED AT
007790* START-UP AND AGAIN BY 1660-CHECK-PAGE-BREAK WHENEVER THE
007800* CURRENT PAGE FILLS UP.
007810* ---------------------------------------------------------------
007820 1650-WRITE-PAGE-HEADING.
007830     ADD 1 TO WS-PAGE-NUMBER
007840     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
007850     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
007860     MOVE WS-RUN-USER-ID TO PRT-HDG-USER-ID
007870     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
007880         AFTER ADVANCING PAGE
007890     MOVE ZEROS TO WS-LINE-COUNT
007900     IF PRINTING-AGING-REPORT
007910         WRITE PRINT-LINE FROM WS-AGING-HEADING-LINE
007920             AFTER ADVANCING 2 LINES
007930     ELSE
007940         WRITE PRINT-LINE FROM WS-AUDIT-HEADING-LINE
007950             AFTER ADVANCING 2 LINES
007960     END-IF
007970     ADD 2 TO WS-LINE-COUNT.
007980 1650-EXIT.
007990     EXIT.
008000*
008010* ---------------------------------------------------------------
008020* 1660-CHECK-PAGE-BREAK
008030* STARTS A NEW PAGE IF THE CURRENT ONE HAS FILLED UP.
008040* ---------------------------------------------------------------
008050 1660-CHECK-PAGE-BREAK.
008060     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008070         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
008080     END-IF.
008090 1660-EXIT.
008100     EXIT.
008110*
008120* ---------------------------------------------------------------
008130* 1900-WRITE-GENERIC-LINE
008140* WRITES WHATEVER HAS BEEN MOVED INTO WS-GENERIC-LINE AS A
008150* SINGLE-SPACED REPORT LINE.
008160* ---------------------------------------------------------------
008170 1900-WRITE-GENERIC-LINE.
008180     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
008190     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
008200     ADD 1 TO WS-LINE-COUNT.
008210 1900-EXIT.
008220     EXIT.
008230*
008240* ---------------------------------------------------------------
008250* 2000-PROCESS-TRANSACTIONS
008260* READS THE TRANSACTION FILE AND PROCESSES EVERY CARD ON IT.
008270* ---------------------------------------------------------------
008280 2000-PROCESS-TRANSACTIONS.
008290     PERFORM UNTIL TX-END-OF-FILE
008300         READ TRANSACTION-FILE INTO TX-TRANSACTION-RECORD
008310             AT END
008320                 MOVE "Y" TO WS-TX-EOF-SWITCH
008330             NOT AT END
008340                 PERFORM 2100-PROCESS-ONE-TRANSACTION
008350                     THRU 2100-EXIT
008360         END-READ
008370     END-PERFORM.
008380 2000-EXIT.
008390     EXIT.
008400*
008410* ---------------------------------------------------------------
008420* 2100-PROCESS-ONE-TRANSACTION
008430* EDITS ONE TRANSACTION CARD AND, IF IT SURVIVES EVERY EDIT,
008440* APPLIES IT TO THE CUSTOMER-MASTER FILE - OR, FOR AN ADD, A
008450* DELETE OR A SENSITIVE CHANGE, HOLDS IT FOR APPROVAL.  EVERY
008460* CARD - APPLIED, HELD OR REJECTED - GETS EXACTLY ONE AUDIT
008470* LINE, SO THE LISTING ACCOUNTS FOR THE WHOLE TRANSACTION FILE.
008480* ---------------------------------------------------------------
008490 2100-PROCESS-ONE-TRANSACTION.
008500     ADD 1 TO WS-TX-COUNT
008510     SET TX-IS-VALID TO TRUE
008520     SET TX-IS-NOT-HELD TO TRUE
008530     MOVE SPACES TO WS-TX-REASON
008540     MOVE TX-IDENT-NUMBER TO WS-TX-IDENT-DISPLAY (1:6)
008550     MOVE TX-IDENT-CHECK-DIGIT TO WS-TX-IDENT-DISPLAY (7:1)
008560     EVALUATE TX-ACTION-CODE
008570         WHEN "A"
008580             MOVE "ADD" TO WS-TX-ACTION-DISPLAY
008590         WHEN "C"
008600             MOVE "CHANGE" TO WS-TX-ACTION-DISPLAY
008610         WHEN "D"
008620             MOVE "DELETE" TO WS-TX-ACTION-DISPLAY
008630         WHEN OTHER
008640             MOVE TX-ACTION-CODE TO WS-TX-ACTION-DISPLAY
008650             SET TX-IS-REJECTED TO TRUE
008660             MOVE "ACTION CODE NOT A, C, OR D" TO WS-TX-REASON
008670     END-EVALUATE
008680     IF TX-IS-REJECTED
008690         PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
008700         GO TO 2100-EXIT
008710     END-IF
008720     PERFORM 2150-EDIT-IDENT-CHECK-DIGIT THRU 2150-EXIT
008730     IF TX-IS-REJECTED
008740         PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
008750         GO TO 2100-EXIT
008760     END-IF
008770     IF TX-ACTION-CODE NOT = "D"
008780         PERFORM 2200-EDIT-TRANSACTION-FIELDS THRU 2200-EXIT
008790         IF TX-IS-REJECTED
008800             PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
008810             GO TO 2100-EXIT
008820         END-IF
008830     END-IF
008840     EVALUATE TX-ACTION-CODE
008850         WHEN "A"
008860             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
008870         WHEN "C"
008880             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
008890         WHEN "D"
008900             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
008910     END-EVALUATE
008920     PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT.
008930 2100-EXIT.
008940     EXIT.
008950*
008960* ---------------------------------------------------------------
008970* 2150-EDIT-IDENT-CHECK-DIGIT
008980* EDITS THE IDENT ON THE CARD AND ASSIGNS OR VERIFIES ITS CHECK
008990* DIGIT.  THE IDENT NUMBER MUST BE SIX NUMERIC DIGITS AND
009000* NONZERO.  AN ADD CARD MAY LEAVE THE CHECK DIGIT BLANK, IN
009010* WHICH CASE THE COMPUTED DIGIT IS ASSIGNED INTO THE CARD; ANY
009020* NONBLANK CHECK DIGIT MUST EQUAL THE COMPUTED DIGIT.  CHANGE
009030* AND DELETE CARDS MUST CARRY THE FULL SEVEN-DIGIT IDENT AS
009040* FILED, CHECK DIGIT INCLUDED, SO A MISKEYED CARD CANNOT TOUCH
009050* THE WRONG CUSTOMER.
009060* ---------------------------------------------------------------
009070 2150-EDIT-IDENT-CHECK-DIGIT.
009080     IF TX-IDENT-NUMBER NOT NUMERIC
009090         SET TX-IS-REJECTED TO TRUE
009100         MOVE "IDENT NUMBER NOT NUMERIC" TO WS-TX-REASON
009110         GO TO 2150-EXIT
009120     END-IF
009130     MOVE TX-IDENT-NUMBER TO WS-IDENT-NUMBER-WORK
009140     IF WS-IDENT-NUMBER-WORK = ZEROS
009150         SET TX-IS-REJECTED TO TRUE
009160         MOVE "IDENT NUMBER IS ZERO" TO WS-TX-REASON
009170         GO TO 2150-EXIT
009180     END-IF
009190     MOVE ZEROS TO WS-IDENT-WEIGHTED-SUM
009200     PERFORM VARYING WS-IDENT-SUBSCRIPT FROM 1 BY 1
009210             UNTIL WS-IDENT-SUBSCRIPT > 6
009220         MULTIPLY WS-IDENT-DIGIT (WS-IDENT-SUBSCRIPT)
009230             BY WS-IDENT-WEIGHT (WS-IDENT-SUBSCRIPT)
009240             GIVING WS-IDENT-DIGIT-PRODUCT
009250         ADD WS-IDENT-DIGIT-PRODUCT TO WS-IDENT-WEIGHTED-SUM
009260     END-PERFORM
009270     DIVIDE WS-IDENT-WEIGHTED-SUM BY 10
009280         GIVING WS-IDENT-CHECK-QUOTIENT
009290         REMAINDER WS-IDENT-COMPUTED-CHECK-DIGIT
009300     IF TX-IDENT-CHECK-DIGIT = SPACE
009310         IF TX-ACTION-CODE = "A"
009320             MOVE WS-IDENT-COMPUTED-CHECK-DIGIT
009330                 TO TX-IDENT-CHECK-DIGIT
009340             MOVE TX-IDENT-CHECK-DIGIT
009350                 TO WS-TX-IDENT-DISPLAY (7:1)
009360         ELSE
009370             SET TX-IS-REJECTED TO TRUE
009380             MOVE "CHECK DIGIT REQUIRED ON CHANGE/DELETE"
009390                 TO WS-TX-REASON
009400         END-IF
009410         GO TO 2150-EXIT
009420     END-IF
009430     IF TX-IDENT-CHECK-DIGIT NOT NUMERIC
009440         SET TX-IS-REJECTED TO TRUE
009450         MOVE "IDENT CHECK DIGIT NOT NUMERIC" TO WS-TX-REASON
009460         GO TO 2150-EXIT
009470     END-IF
009480     IF TX-IDENT-CHECK-DIGIT NOT = WS-IDENT-COMPUTED-CHECK-DIGIT
009490         SET TX-IS-REJECTED TO TRUE
009500         MOVE "IDENT CHECK DIGIT MISMATCH" TO WS-TX-REASON
009510     END-IF.
009520 2150-EXIT.
009530     EXIT.
009540*
009550* ---------------------------------------------------------------
009560* 2200-EDIT-TRANSACTION-FIELDS
009570* EDITS THE DATA FIELDS CARRIED ON AN ADD OR CHANGE CARD - THE
009580* SAME EDITS COBOL01 APPLIES AT PAYROLL TIME, APPLIED HERE SO A
009590* RECORD THAT WOULD ONLY REJECT DOWNSTREAM NEVER REACHES THE
009600* MASTER.  DELETE CARDS CARRY NO DATA FIELDS AND SKIP THIS.
009610* ---------------------------------------------------------------
009620 2200-EDIT-TRANSACTION-FIELDS.
009630     IF TX-CUST-NAME = SPACES
009640         SET TX-IS-REJECTED TO TRUE
009650         MOVE "CUSTOMER NAME IS BLANK" TO WS-TX-REASON
009660         GO TO 2200-EXIT
009670     END-IF
009680     IF TX-MOB NOT NUMERIC OR TX-DOB NOT NUMERIC
009690             OR TX-YOB NOT NUMERIC
009700         SET TX-IS-REJECTED TO TRUE
009710         MOVE "DATE OF BIRTH NOT NUMERIC" TO WS-TX-REASON
009720         GO TO 2200-EXIT
009730     END-IF
009740     PERFORM 2250-VALIDATE-DATE-OF-BIRTH THRU 2250-EXIT
009750     IF DOB-IS-INVALID
009760         SET TX-IS-REJECTED TO TRUE
009770         GO TO 2200-EXIT
009780     END-IF
009790     IF TX-HOURS-WORKED NOT NUMERIC
009800         SET TX-IS-REJECTED TO TRUE
009810         MOVE "HOURS WORKED NOT NUMERIC" TO WS-TX-REASON
009820         GO TO 2200-EXIT
009830     END-IF
009840     IF TX-PAY-RATE NOT NUMERIC
009850         SET TX-IS-REJECTED TO TRUE
009860         MOVE "PAY RATE NOT NUMERIC" TO WS-TX-REASON
009870         GO TO 2200-EXIT
009880     END-IF
009890     PERFORM 2270-EDIT-EFFECTIVE-DATE THRU 2270-EXIT
009900     IF TX-IS-REJECTED
009910         GO TO 2200-EXIT
009920     END-IF
009930     IF TX-DEPT-CODE = SPACES
009940         SET TX-IS-REJECTED TO TRUE
009950         MOVE "DEPARTMENT CODE IS BLANK" TO WS-TX-REASON
009960         GO TO 2200-EXIT
009970     END-IF
009980     IF TX-PAY-GROUP = SPACE
009990         SET TX-IS-REJECTED TO TRUE
010000         MOVE "PAY GROUP IS BLANK" TO WS-TX-REASON
010010     END-IF.
010020 2200-EXIT.
010030     EXIT.
010040*
010050* ---------------------------------------------------------------
010060* 2250-VALIDATE-DATE-OF-BIRTH
010070* CONFIRMS MOB IS 01-12, YOB IS A SANE FOUR-DIGIT YEAR, AND DOB
010080* IS A LEGAL DAY FOR THAT MONTH (INCLUDING LEAP-YEAR FEBRUARY) -
010090* THE SAME RULE SET COBOL01 ENFORCES AT PAYROLL TIME.
010100* ---------------------------------------------------------------
010110 2250-VALIDATE-DATE-OF-BIRTH.
010120     SET DOB-IS-VALID TO TRUE
010130     MOVE TX-MOB TO WS-EDIT-MOB
010140     MOVE TX-DOB TO WS-EDIT-DOB
010150     MOVE TX-YOB TO WS-EDIT-YOB
010160     IF WS-EDIT-MOB < 1 OR WS-EDIT-MOB > 12
010170         SET DOB-IS-INVALID TO TRUE
010180         MOVE "MOB OUT OF RANGE 01-12" TO WS-TX-REASON
010190         GO TO 2250-EXIT
010200     END-IF
010210     IF WS-EDIT-YOB < 1900 OR WS-EDIT-YOB > WS-CURRENT-YEAR
010220         SET DOB-IS-INVALID TO TRUE
010230         MOVE "YOB OUT OF RANGE 1900-RUN YEAR" TO WS-TX-REASON
010240         GO TO 2250-EXIT
010250     END-IF
010260     PERFORM 2260-DETERMINE-LEAP-YEAR THRU 2260-EXIT
010270     IF WS-EDIT-MOB = 2 AND IS-LEAP-YEAR
010280         IF WS-EDIT-DOB < 1 OR WS-EDIT-DOB > 29
010290             SET DOB-IS-INVALID TO TRUE
010300             MOVE "DOB OUT OF RANGE FOR LEAP FEB" TO WS-TX-REASON
010310         END-IF
010320     ELSE
010330         IF WS-EDIT-DOB < 1 OR WS-EDIT-DOB >
010340                 WS-DAYS-IN-MONTH-ENTRY (WS-EDIT-MOB)
010350             SET DOB-IS-INVALID TO TRUE
010360             MOVE "DOB OUT OF RANGE FOR MOB" TO WS-TX-REASON
010370         END-IF
010380     END-IF.
010390 2250-EXIT.
010400     EXIT.
010410*
010420* ---------------------------------------------------------------
010430* 2260-DETERMINE-LEAP-YEAR
010440* SETS THE LEAP-YEAR SWITCH FOR THE CARD YOB USING THE STANDARD
010450* DIVISIBLE-BY-4-EXCEPT-CENTURY-UNLESS-DIVISIBLE-BY-400 RULE.
010460* ---------------------------------------------------------------
010470 2260-DETERMINE-LEAP-YEAR.
010480     SET IS-NOT-LEAP-YEAR TO TRUE
010490     DIVIDE WS-EDIT-YOB BY 400 GIVING WS-LEAP-CALC-QUOTIENT
010500         REMAINDER WS-LEAP-CALC-REM-400
010510     IF WS-LEAP-CALC-REM-400 = 0
010520         SET IS-LEAP-YEAR TO TRUE
010530         GO TO 2260-EXIT
010540     END-IF
010550     DIVIDE WS-EDIT-YOB BY 100 GIVING WS-LEAP-CALC-QUOTIENT
010560         REMAINDER WS-LEAP-CALC-REM-100
010570     IF WS-LEAP-CALC-REM-100 = 0
010580         GO TO 2260-EXIT
010590     END-IF
010600     DIVIDE WS-EDIT-YOB BY 4 GIVING WS-LEAP-CALC-QUOTIENT
010610         REMAINDER WS-LEAP-CALC-REM-4
010620     IF WS-LEAP-CALC-REM-4 = 0
010630         SET IS-LEAP-YEAR TO TRUE
010640     END-IF.
010650 2260-EXIT.
010660     EXIT.
010670*
010680* ---------------------------------------------------------------
010690* 2270-EDIT-EFFECTIVE-DATE
010700* EDITS THE EFFECTIVE DATE ON AN ADD OR CHANGE CARD.  BLANK
010710* MEANS THE RUN DATE.  OTHERWISE IT MUST BE A REAL CALENDAR
010720* DATE AND NOT AFTER THE RUN DATE - THE MASTER TAKES THE NEW
010730* RATE NOW, SO A FUTURE DATE WOULD PAY THE RATE EARLY.  THE
010740* DATE IS ONLY FILED WHEN THE CARD ADDS A CUSTOMER OR MOVES
010750* THE PAY RATE.
010760* ---------------------------------------------------------------
010770 2270-EDIT-EFFECTIVE-DATE.
010780     IF TX-EFFECTIVE-DATE = SPACES
010790         MOVE WS-RUN-DATE TO WS-RH-EFFECTIVE-DATE
010800         GO TO 2270-EXIT
010810     END-IF
010820     IF TX-EFFECTIVE-DATE NOT NUMERIC
010830         SET TX-IS-REJECTED TO TRUE
010840         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-TX-REASON
010850         GO TO 2270-EXIT
010860     END-IF
010870     MOVE TX-EFFECTIVE-DATE TO WS-RH-EFFECTIVE-DATE
010880     IF WS-RH-EFFECTIVE-DATE > WS-RUN-DATE
010890         SET TX-IS-REJECTED TO TRUE
010900         MOVE "EFFECTIVE DATE AFTER RUN DATE" TO WS-TX-REASON
010910         GO TO 2270-EXIT
010920     END-IF
010930     IF WS-RH-EFF-YYYY < 1900
010940             OR WS-RH-EFF-MM < 1 OR WS-RH-EFF-MM > 12
010950         SET TX-IS-REJECTED TO TRUE
010960         MOVE "EFFECTIVE DATE NOT A REAL DATE" TO WS-TX-REASON
010970         GO TO 2270-EXIT
010980     END-IF
010990     MOVE WS-RH-EFF-YYYY TO WS-EDIT-YOB
011000     PERFORM 2260-DETERMINE-LEAP-YEAR THRU 2260-EXIT
011010     IF WS-RH-EFF-MM = 2 AND IS-LEAP-YEAR
011020         IF WS-RH-EFF-DD < 1 OR WS-RH-EFF-DD > 29
011030             SET TX-IS-REJECTED TO TRUE
011040             MOVE "EFFECTIVE DATE NOT A REAL DATE"
011050                 TO WS-TX-REASON
011060         END-IF
011070     ELSE
011080         IF WS-RH-EFF-DD < 1 OR WS-RH-EFF-DD >
011090                 WS-DAYS-IN-MONTH-ENTRY (WS-RH-EFF-MM)
011100             SET TX-IS-REJECTED TO TRUE
011110             MOVE "EFFECTIVE DATE NOT A REAL DATE"
011120                 TO WS-TX-REASON
011130         END-IF
011140     END-IF.
011150 2270-EXIT.
011160     EXIT.
011170*
011180* ---------------------------------------------------------------
011190* 3000-APPLY-ADD
011200* BUILDS A NEW CUSTOMER-MASTER RECORD FROM THE CARD AND WRITES
011210* IT.  A KEYED WRITE THAT FINDS THE IDENT ALREADY FILED REJECTS
011220* THE CARD - AN ADD MUST NEVER OVERWRITE AN EXISTING CUSTOMER.
011230* THE STARTING RATE IS FILED ON RATEHIST WITH NOTHING DUE - NO
011240* EARLIER PERIOD CAN HAVE BEEN PAID AT ANOTHER RATE.  ON A
011250* MAINTENANCE RUN AN ADD IS ONLY HELD FOR APPROVAL (3800) - IT
011260* REJECTS THERE AND THEN IF THE IDENT IS ALREADY FILED.
011270* ---------------------------------------------------------------
011280 3000-APPLY-ADD.
011290     IF RUN-MODE-IS-MAINT
011300         MOVE TX-IDENT-NUMBER TO CM-IDENT-NUMBER
011310         MOVE TX-IDENT-CHECK-DIGIT TO CM-IDENT-CHECK-DIGIT
011320         READ CUSTOMER-MASTER-FILE
011330             INVALID KEY
011340                 CONTINUE
011350             NOT INVALID KEY
011360                 SET TX-IS-REJECTED TO TRUE
011370                 MOVE "IDENT ALREADY ON MASTER" TO WS-TX-REASON
011380         END-READ
011390         IF TX-IS-VALID
011400             MOVE SPACES TO WS-JR-BEFORE-IMAGE
011410             PERFORM 3800-HOLD-FOR-APPROVAL THRU 3800-EXIT
011420         END-IF
011430         GO TO 3000-EXIT
011440     END-IF
011450     PERFORM 3500-MOVE-CARD-TO-MASTER THRU 3500-EXIT
011460     MOVE SPACES TO WS-JR-BEFORE-IMAGE
011470     MOVE CM-CUSTOMER-RECORD TO WS-JR-AFTER-IMAGE
011480     WRITE CM-CUSTOMER-RECORD
011490         INVALID KEY
011500             SET TX-IS-REJECTED TO TRUE
011510             MOVE "IDENT ALREADY ON MASTER" TO WS-TX-REASON
011520     END-WRITE
011530     IF TX-IS-VALID
011540         ADD 1 TO WS-ADD-COUNT
011550         PERFORM 3600-WRITE-JOURNAL-RECORD THRU 3600-EXIT
011560         MOVE ZEROS TO WS-RH-BEFORE-RATE
011570         MOVE "N" TO WS-RH-NEW-STATUS
011580         PERFORM 3700-FILE-RATE-HISTORY THRU 3700-EXIT
011590     END-IF.
011600 3000-EXIT.
011610     EXIT.
011620*
011630* ---------------------------------------------------------------
011640* 3100-APPLY-CHANGE
011650* READS THE CUSTOMER THE CARD NAMES AND REWRITES THE RECORD
011660* FROM THE CARD.  A CHANGE CARD CARRIES THE FULL REPLACEMENT
011670* RECORD - NAME, DATE OF BIRTH, HOURS, AND RATE - SO THE RECORD
011680* FILED IS EXACTLY THE RECORD EDITED ABOVE.  A CHANGE THAT MOVES
011690* THE PAY RATE FILES A PENDING RATEHIST RECORD FOR THE RETRO-PAY
011700* RUN; ONE WHOSE EFFECTIVE DATE COBOL12 HAS ALREADY REPRICED
011710* REJECTS BEFORE THE MASTER IS TOUCHED, SINCE REPLACING THAT
011720* RECORD WOULD PAY THE SAME PERIODS TWICE.  ON A MAINTENANCE
011730* RUN A CHANGE THAT MOVES THE PAY RATE, DEPT CODE OR PAY GROUP
011740* IS HELD FOR APPROVAL (3800) INSTEAD OF BEING REWRITTEN.
011750* ---------------------------------------------------------------
011760 3100-APPLY-CHANGE.
011770     MOVE TX-IDENT-NUMBER TO CM-IDENT-NUMBER
011780     MOVE TX-IDENT-CHECK-DIGIT TO CM-IDENT-CHECK-DIGIT
011790     READ CUSTOMER-MASTER-FILE
011800         INVALID KEY
011810             SET TX-IS-REJECTED TO TRUE
011820             MOVE "IDENT NOT ON MASTER" TO WS-TX-REASON
011830     END-READ
011840     IF TX-IS-REJECTED
011850         GO TO 3100-EXIT
011860     END-IF
011870     MOVE CM-CUSTOMER-RECORD TO WS-JR-BEFORE-IMAGE
011880     MOVE CM-PAY-RATE TO WS-RH-BEFORE-RATE
011890     MOVE CM-DEPT-CODE TO WS-PN-BEFORE-DEPT
011900     MOVE CM-PAY-GROUP TO WS-PN-BEFORE-GROUP
011910     PERFORM 3500-MOVE-CARD-TO-MASTER THRU 3500-EXIT
011920     IF CM-PAY-RATE NOT = WS-RH-BEFORE-RATE
011930         PERFORM 3150-CHECK-RATE-REPRICED THRU 3150-EXIT
011940         IF TX-IS-REJECTED
011950             GO TO 3100-EXIT
011960         END-IF
011970     END-IF
011980     IF RUN-MODE-IS-MAINT
011990         IF CM-PAY-RATE NOT = WS-RH-BEFORE-RATE
012000                 OR CM-DEPT-CODE NOT = WS-PN-BEFORE-DEPT
012010                 OR CM-PAY-GROUP NOT = WS-PN-BEFORE-GROUP
012020             PERFORM 3800-HOLD-FOR-APPROVAL THRU 3800-EXIT
012030             GO TO 3100-EXIT
012040         END-IF
012050     END-IF
012060     MOVE CM-CUSTOMER-RECORD TO WS-JR-AFTER-IMAGE
012070     REWRITE CM-CUSTOMER-RECORD
012080         INVALID KEY
012090             SET TX-IS-REJECTED TO TRUE
012100             MOVE "REWRITE FAILED FOR IDENT" TO WS-TX-REASON
012110     END-REWRITE
012120     IF TX-IS-VALID
012130         ADD 1 TO WS-CHANGE-COUNT
012140         PERFORM 3600-WRITE-JOURNAL-RECORD THRU 3600-EXIT
012150         IF CM-PAY-RATE NOT = WS-RH-BEFORE-RATE
012160             MOVE "P" TO WS-RH-NEW-STATUS
012170             PERFORM 3700-FILE-RATE-HISTORY THRU 3700-EXIT
012180         END-IF
012190     END-IF.
012200 3100-EXIT.
012210     EXIT.
012220*
012230* ---------------------------------------------------------------
012240* 3150-CHECK-RATE-REPRICED
012250* A RATE CHANGE MAY NOT REPLACE A RATEHIST RECORD FOR THE SAME
012260* EFFECTIVE DATE THAT COBOL12 HAS ALREADY REPRICED (ANY STATUS
012270* BUT PENDING OR NOTHING-DUE) - THE CARD MUST CARRY A LATER
012280* EFFECTIVE DATE INSTEAD.
012290* ---------------------------------------------------------------
012300 3150-CHECK-RATE-REPRICED.
012310     MOVE CM-IDENT TO RH-IDENT
012320     MOVE WS-RH-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
012330     READ RATE-HISTORY-FILE
012340         INVALID KEY
012350             GO TO 3150-EXIT
012360     END-READ
012370     IF RH-RETRO-STATUS NOT = "P" AND RH-RETRO-STATUS NOT = "N"
012380         SET TX-IS-REJECTED TO TRUE
012390         MOVE "RATE ALREADY REPRICED FOR EFF DATE"
012400             TO WS-TX-REASON
012410     END-IF.
012420 3150-EXIT.
012430     EXIT.
012440*
012450* ---------------------------------------------------------------
012460* 3200-APPLY-DELETE
012470* DELETES THE CUSTOMER THE CARD NAMES FROM THE MASTER.  THE
012480* RECORD IS READ FIRST SO ITS BEFORE-IMAGE GOES ON THE
012490* JOURNAL - A DELETE NOBODY CAN PUT BACK IS THE WHOLE REASON
012500* THE JOURNAL EXISTS.  ON A MAINTENANCE RUN A DELETE IS ONLY
012510* HELD FOR APPROVAL (3800), WITH THE RECORD AS IT STANDS.
012520* ---------------------------------------------------------------
012530 3200-APPLY-DELETE.
012540     MOVE TX-IDENT-NUMBER TO CM-IDENT-NUMBER
012550     MOVE TX-IDENT-CHECK-DIGIT TO CM-IDENT-CHECK-DIGIT
012560     READ CUSTOMER-MASTER-FILE
012570         INVALID KEY
012580             SET TX-IS-REJECTED TO TRUE
012590             MOVE "IDENT NOT ON MASTER" TO WS-TX-REASON
012600     END-READ
012610     IF TX-IS-REJECTED
012620         GO TO 3200-EXIT
012630     END-IF
012640     MOVE CM-CUSTOMER-RECORD TO WS-JR-BEFORE-IMAGE
012650     IF RUN-MODE-IS-MAINT
012660         PERFORM 3800-HOLD-FOR-APPROVAL THRU 3800-EXIT
012670         GO TO 3200-EXIT
012680     END-IF
012690     MOVE SPACES TO WS-JR-AFTER-IMAGE
012700     DELETE CUSTOMER-MASTER-FILE
012710         INVALID KEY
012720             SET TX-IS-REJECTED TO TRUE
012730             MOVE "IDENT NOT ON MASTER" TO WS-TX-REASON
012740     END-DELETE
012750     IF TX-IS-VALID
012760         ADD 1 TO WS-DELETE-COUNT
012770         PERFORM 3600-WRITE-JOURNAL-RECORD THRU 3600-EXIT
012780     END-IF.
012790 3200-EXIT.
012800     EXIT.
012810*
012820* ---------------------------------------------------------------
012830* 3500-MOVE-CARD-TO-MASTER
012840* BUILDS THE CM-CUSTOMER-RECORD FIELDS FROM AN EDITED ADD OR
012850* CHANGE CARD.  EVERY FIELD WAS PROVED NUMERIC OR NONBLANK BY
012860* 2200 BEFORE THIS RUNS.
012870* ---------------------------------------------------------------
012880 3500-MOVE-CARD-TO-MASTER.
012890     MOVE TX-IDENT-NUMBER TO CM-IDENT-NUMBER
012900     MOVE TX-IDENT-CHECK-DIGIT TO CM-IDENT-CHECK-DIGIT
012910     MOVE TX-CUST-NAME TO CM-CUST-NAME
012920     MOVE TX-MOB TO CM-MOB
012930     MOVE TX-DOB TO CM-DOB
012940     MOVE TX-YOB TO CM-YOB
012950     MOVE TX-HOURS-WORKED TO CM-HOURS-WORKED (1:5)
012960     MOVE TX-PAY-RATE TO CM-PAY-RATE (1:5)
012970     MOVE TX-DEPT-CODE TO CM-DEPT-CODE
012980     MOVE TX-PAY-GROUP TO CM-PAY-GROUP.
012990 3500-EXIT.
013000     EXIT.
013010*
013020* ---------------------------------------------------------------
013030* 3600-WRITE-JOURNAL-RECORD
013040* FILES THE BEFORE/AFTER-IMAGE JOURNAL RECORD FOR THE
013050* TRANSACTION JUST APPLIED.  THE CALLER HAS ALREADY SET THE
013060* IMAGES - SPACES FOR THE BEFORE-IMAGE OF AN ADD AND THE
013070* AFTER-IMAGE OF A DELETE.
013080* ---------------------------------------------------------------
013090 3600-WRITE-JOURNAL-RECORD.
013100     MOVE WS-RUN-DATE TO JR-RUN-DATE
013110     MOVE WS-RUN-TIME TO JR-RUN-TIME
013120     MOVE WS-TX-COUNT TO JR-TRAN-NO
013130     MOVE TX-ACTION-CODE TO JR-ACTION
013140     MOVE WS-JR-BEFORE-IMAGE TO JR-BEFORE-IMAGE
013150     MOVE WS-JR-AFTER-IMAGE TO JR-AFTER-IMAGE
013160     WRITE JR-JOURNAL-RECORD.
013170 3600-EXIT.
013180     EXIT.
013190*
013200* ---------------------------------------------------------------
013210* 3700-FILE-RATE-HISTORY
013220* FILES THE RATEHIST RECORD FOR AN ADD OR A RATE CHANGE JUST
013230* APPLIED, UNDER IDENT PLUS THE CARD'S EFFECTIVE DATE, WITH THE
013240* STATUS THE CALLER SET.  A SECOND CHANGE FOR THE SAME
013250* EFFECTIVE DATE REPLACES THE NEW RATE BUT KEEPS THE OLD RATE
013260* THE FIRST ONE RECORDED.  THE AUDIT LINE NAMES THE EFFECTIVE
013270* DATE FILED.
013280* ---------------------------------------------------------------
013290 3700-FILE-RATE-HISTORY.
013300     MOVE CM-IDENT TO RH-IDENT
013310     MOVE WS-RH-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
013320     READ RATE-HISTORY-FILE
013330         INVALID KEY
013340             MOVE WS-RH-BEFORE-RATE TO RH-OLD-RATE
013350     END-READ
013360     MOVE CM-IDENT TO RH-IDENT
013370     MOVE WS-RH-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
013380     MOVE CM-PAY-RATE TO RH-NEW-RATE
013390     MOVE WS-RUN-DATE TO RH-CHANGE-DATE
013400     MOVE WS-RH-NEW-STATUS TO RH-RETRO-STATUS
013410     MOVE SPACES TO RH-RETRO-CALC-DATE
013420     MOVE ZEROS TO RH-RETRO-PERIODS
013430     MOVE ZEROS TO RH-RETRO-AMOUNT
013440     MOVE SPACES TO RH-RETRO-PAID-DATE
013450     IF WS-RH-FILE-STATUS = "00"
013460         REWRITE RH-RATE-HISTORY-RECORD
013470             INVALID KEY
013480                 MOVE "RATE HISTORY NOT FILED - SEE RATEHIST"
013490                     TO WS-TX-REASON
013500                 GO TO 3700-EXIT
013510         END-REWRITE
013520     ELSE
013530         WRITE RH-RATE-HISTORY-RECORD
013540             INVALID KEY
013550                 MOVE "RATE HISTORY NOT FILED - SEE RATEHIST"
013560                     TO WS-TX-REASON
013570                 GO TO 3700-EXIT
013580         END-WRITE
013590     END-IF
013600     ADD 1 TO WS-RATE-HIST-COUNT
013610     MOVE SPACES TO WS-TX-REASON
013620     STRING "RATE EFFECTIVE " WS-RH-EFFECTIVE-DATE
013630         DELIMITED BY SIZE INTO WS-TX-REASON.
013640 3700-EXIT.
013650     EXIT.
013660*
013670* ---------------------------------------------------------------
013680* 3800-HOLD-FOR-APPROVAL
013690* FILES THE EDITED CARD ON THE PENDING-CHANGE FILE INSTEAD OF
013700* APPLYING IT, UNDER THIS RUN'S DATE, TIME AND TRANSACTION
013710* NUMBER, WITH THE SUBMITTING USER AND THE MASTER RECORD AS IT
013720* STANDS NOW (WS-JR-BEFORE-IMAGE - SPACES FOR AN ADD).  A BLANK
013730* EFFECTIVE DATE IS FILLED IN WITH THE RUN DATE SO A RATE
013740* APPROVED DAYS LATER STILL TAKES EFFECT THE DAY IT WAS KEYED.
013750* THE AUDIT LINE NAMES THE KEY THE APPROVER MUST QUOTE.
013760* ---------------------------------------------------------------
013770 3800-HOLD-FOR-APPROVAL.
013780     IF TX-ACTION-CODE NOT = "D" AND TX-EFFECTIVE-DATE = SPACES
013790         MOVE WS-RH-EFFECTIVE-DATE TO TX-EFFECTIVE-DATE
013800     END-IF
013810     MOVE WS-RUN-DATE TO PN-SUBMIT-DATE
013820     MOVE WS-RUN-TIME TO PN-SUBMIT-TIME
013830     MOVE WS-TX-COUNT TO PN-SUBMIT-TRAN-NO
013840     MOVE "P" TO PN-STATUS
013850     MOVE WS-RUN-USER-ID TO PN-SUBMIT-USER-ID
013860     MOVE TX-TRANSACTION-RECORD TO PN-TRANSACTION-IMAGE
013870     MOVE WS-JR-BEFORE-IMAGE TO PN-MASTER-IMAGE
013880     MOVE SPACES TO PN-DECISION-USER-ID
013890     MOVE SPACES TO PN-DECISION-DATE
013900     MOVE SPACES TO PN-DECISION-NOTE
013910     WRITE PN-PENDING-CHANGE-RECORD
013920         INVALID KEY
013930             SET TX-IS-REJECTED TO TRUE
013940             MOVE "PENDING CHANGE NOT FILED - SEE PENDCHG"
013950                 TO WS-TX-REASON
013960             GO TO 3800-EXIT
013970     END-WRITE
013980     SET TX-IS-HELD TO TRUE
013990     ADD 1 TO WS-HELD-COUNT
014000     MOVE SPACES TO WS-TX-REASON
014010     STRING "HELD FOR APPROVAL " PN-KEY
014020         DELIMITED BY SIZE INTO WS-TX-REASON.
014030 3800-EXIT.
014040     EXIT.
014050*
014060* ---------------------------------------------------------------
014070* 4000-WRITE-AUDIT-LINE
014080* WRITES THE ONE AUDIT LINE EVERY TRANSACTION GETS - MAINTAINED
014090* IF IT WAS APPLIED TO THE MASTER, PENDING IF IT WAS HELD FOR
014100* APPROVAL, REJECTED (WITH THE REASON) IF ANY EDIT OR THE KEYED
014110* I-O ITSELF TURNED IT AWAY.
014120* ---------------------------------------------------------------
014130 4000-WRITE-AUDIT-LINE.
014140     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
014150     MOVE WS-TX-COUNT TO PRT-A-TRAN-NO
014160     MOVE WS-TX-ACTION-DISPLAY TO PRT-A-ACTION
014170     MOVE WS-TX-IDENT-DISPLAY TO PRT-A-IDENT
014180     IF TX-IS-VALID
014190         IF TX-IS-HELD
014200             MOVE "PENDING" TO PRT-A-DISPOSITION
014210         ELSE
014220             MOVE "MAINTAINED" TO PRT-A-DISPOSITION
014230         END-IF
014240     ELSE
014250         MOVE "REJECTED" TO PRT-A-DISPOSITION
014260         ADD 1 TO WS-REJECT-COUNT
014270     END-IF
014280     MOVE WS-TX-REASON TO PRT-A-REASON
014290     WRITE PRINT-LINE FROM WS-AUDIT-DETAIL-LINE
014300         AFTER ADVANCING 1 LINE
014310     ADD 1 TO WS-LINE-COUNT.
014320 4000-EXIT.
014330     EXIT.
014340*
014350* ---------------------------------------------------------------
014360* 5000-WRITE-RUN-TOTALS
014370* PRINTS THE MAINTENANCE RUN TOTALS AT THE FOOT OF THE AUDIT
014380* LISTING SO THE LISTING PROVES EVERY CARD WAS EITHER APPLIED,
014390* HELD FOR APPROVAL, OR REJECTED.
014400* ---------------------------------------------------------------
014410 5000-WRITE-RUN-TOTALS.
014420     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
014430     MOVE "TRANSACTIONS READ" TO PRT-T-LABEL
014440     MOVE WS-TX-COUNT TO PRT-T-COUNT
014450     WRITE PRINT-LINE FROM WS-TOTALS-LINE
014460         AFTER ADVANCING 2 LINES
014470     ADD 2 TO WS-LINE-COUNT
014480     MOVE "CUSTOMERS ADDED" TO PRT-T-LABEL
014490     MOVE WS-ADD-COUNT TO PRT-T-COUNT
014500     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
014510     MOVE "CUSTOMERS CHANGED" TO PRT-T-LABEL
014520     MOVE WS-CHANGE-COUNT TO PRT-T-COUNT
014530     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
014540     MOVE "CUSTOMERS DELETED" TO PRT-T-LABEL
014550     MOVE WS-DELETE-COUNT TO PRT-T-COUNT
014560     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
014570     MOVE "CHANGES HELD FOR APPROVAL" TO PRT-T-LABEL
014580     MOVE WS-HELD-COUNT TO PRT-T-COUNT
014590     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
014600     MOVE "RATE HISTORY RECORDS FILED" TO PRT-T-LABEL
014610     MOVE WS-RATE-HIST-COUNT TO PRT-T-COUNT
014620     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
014630     MOVE "TRANSACTIONS REJECTED" TO PRT-T-LABEL
014640     MOVE WS-REJECT-COUNT TO PRT-T-COUNT
014650     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT.
014660 5000-EXIT.
014670     EXIT.
014680*
014690* ---------------------------------------------------------------
014700* 5100-WRITE-ONE-TOTAL-LINE
014710* WRITES ONE LINE OF THE MAINTENANCE RUN TOTALS.
014720* ---------------------------------------------------------------
014730 5100-WRITE-ONE-TOTAL-LINE.
014740     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
014750     WRITE PRINT-LINE FROM WS-TOTALS-LINE
014760         AFTER ADVANCING 1 LINE
014770     ADD 1 TO WS-LINE-COUNT.
014780 5100-EXIT.
014790     EXIT.
014800*
014810* ---------------------------------------------------------------
014820* 6000-PROCESS-BACKOUT
014830* LOADS THE NAMED RUN'S JOURNAL INTO THE BACKOUT TABLE AND
014840* REVERSES ITS TRANSACTIONS LAST-TO-FIRST, SO A CUSTOMER
014850* TOUCHED MORE THAN ONCE IN THE RUN UNWINDS IN THE RIGHT
014860* ORDER.  A JOURNAL BIGGER THAN THE TABLE IS FATAL - A
014870* PARTIAL BACKOUT IS WORSE THAN NO BACKOUT, SO THE FILE MUST
014880* BE SPLIT AND RUN NEWEST PIECE FIRST.
014890* ---------------------------------------------------------------
014900 6000-PROCESS-BACKOUT.
014910     PERFORM UNTIL JI-END-OF-FILE
014920         READ JOURNAL-IN-FILE
014930             AT END
014940                 MOVE "Y" TO WS-JI-EOF-SWITCH
014950             NOT AT END
014960                 PERFORM 6100-LOAD-ONE-JOURNAL-RECORD
014970                     THRU 6100-EXIT
014980         END-READ
014990     END-PERFORM
015000     IF WS-JRNL-COUNT = ZEROS
015010         MOVE SPACES TO WS-GENERIC-LINE
015020         MOVE "COBOL03 - JOURNAL IS EMPTY - NOTHING TO BACK OUT"
015030             TO WS-GENERIC-LINE
015040         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
015050         GO TO 6000-EXIT
015060     END-IF
015070     PERFORM 6300-BACK-OUT-ONE-ENTRY THRU 6300-EXIT
015080         VARYING WS-JRNL-SUBSCRIPT FROM WS-JRNL-COUNT BY -1
015090         UNTIL WS-JRNL-SUBSCRIPT < 1.
015100 6000-EXIT.
015110     EXIT.
015120*
015130* ---------------------------------------------------------------
015140* 6100-LOAD-ONE-JOURNAL-RECORD
015150* FILES ONE JOURNAL RECORD INTO THE BACKOUT TABLE.
015160* ---------------------------------------------------------------
015170 6100-LOAD-ONE-JOURNAL-RECORD.
015180     ADD 1 TO WS-BO-READ-COUNT
015190     IF WS-JRNL-COUNT >= WS-JRNL-TABLE-MAX
015200         MOVE SPACES TO WS-GENERIC-LINE
015210         MOVE "COBOL03 - JOURNAL LARGER THAN BACKOUT TABLE"
015220             TO WS-GENERIC-LINE
015230         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
015240         PERFORM 9000-TERMINATE THRU 9000-EXIT
015250         MOVE 16 TO RETURN-CODE
015260         STOP RUN
015270     END-IF
015280     ADD 1 TO WS-JRNL-COUNT
015290     MOVE JI-RUN-DATE TO WS-JRNL-RUN-DATE (WS-JRNL-COUNT)
015300     MOVE JI-ACTION TO WS-JRNL-ACTION (WS-JRNL-COUNT)
015310     MOVE JI-TRAN-NO TO WS-JRNL-TRAN-NO (WS-JRNL-COUNT)
015320     MOVE JI-BEFORE-IMAGE TO WS-JRNL-BEFORE (WS-JRNL-COUNT)
015330     MOVE JI-AFTER-IMAGE TO WS-JRNL-AFTER (WS-JRNL-COUNT).
015340 6100-EXIT.
015350     EXIT.
015360*
015370* ---------------------------------------------------------------
015380* 6300-BACK-OUT-ONE-ENTRY
015390* REVERSES ONE JOURNALED TRANSACTION - DELETES THE RECORD AN
015400* ADD FILED, RESTORES THE BEFORE-IMAGE A CHANGE OVERWROTE
015410* (REWRITE, OR WRITE IF THE RECORD HAS SINCE BEEN DELETED),
015420* AND REFILES THE BEFORE-IMAGE A DELETE REMOVED.  EVERY ENTRY
015430* GETS EXACTLY ONE AUDIT LINE, SO THE LISTING PROVES WHAT THE
015440* BACKOUT UNDID.
015450* ---------------------------------------------------------------
015460 6300-BACK-OUT-ONE-ENTRY.
015470     SET BACKOUT-ENTRY-OK TO TRUE
015480     MOVE SPACES TO WS-TX-REASON
015490     EVALUATE WS-JRNL-ACTION (WS-JRNL-SUBSCRIPT)
015500         WHEN "A"
015510             MOVE "UNDO A" TO WS-TX-ACTION-DISPLAY
015520             MOVE WS-JRNL-AFTER (WS-JRNL-SUBSCRIPT) (1:7)
015530                 TO WS-TX-IDENT-DISPLAY
015540             MOVE WS-JRNL-AFTER (WS-JRNL-SUBSCRIPT) (1:7)
015550                 TO CM-IDENT
015560             DELETE CUSTOMER-MASTER-FILE
015570                 INVALID KEY
015580                     SET BACKOUT-ENTRY-FAILED TO TRUE
015590                     MOVE "ADDED RECORD NO LONGER ON MASTER"
015600                         TO WS-TX-REASON
015610             END-DELETE
015620             IF BACKOUT-ENTRY-OK
015630                 ADD 1 TO WS-BO-ADDS-DELETED
015640                 MOVE WS-JRNL-AFTER (WS-JRNL-SUBSCRIPT) (41:5)
015650                     TO WS-RH-RATE-IMAGE
015660                 PERFORM 6600-BACK-OUT-RATE-HISTORY
015670                     THRU 6600-EXIT
015680             END-IF
015690         WHEN "C"
015700             MOVE "UNDO C" TO WS-TX-ACTION-DISPLAY
015710             MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT) (1:7)
015720                 TO WS-TX-IDENT-DISPLAY
015730             MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT)
015740                 TO CM-CUSTOMER-RECORD
015750             REWRITE CM-CUSTOMER-RECORD
015760                 INVALID KEY
015770                     PERFORM 6350-WRITE-BEFORE-IMAGE
015780                         THRU 6350-EXIT
015790             END-REWRITE
015800             IF BACKOUT-ENTRY-OK
015810                 ADD 1 TO WS-BO-CHANGES-RESTORED
015820                 MOVE WS-JRNL-AFTER (WS-JRNL-SUBSCRIPT) (41:5)
015830                     TO WS-RH-RATE-IMAGE
015840                 IF WS-RH-RATE-IMAGE NOT =
015850                         WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT) (41:5)
015860                     PERFORM 6600-BACK-OUT-RATE-HISTORY
015870                         THRU 6600-EXIT
015880                 END-IF
015890             END-IF
015900         WHEN "D"
015910             MOVE "UNDO D" TO WS-TX-ACTION-DISPLAY
015920             MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT) (1:7)
015930                 TO WS-TX-IDENT-DISPLAY
015940             MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT)
015950                 TO CM-CUSTOMER-RECORD
015960             WRITE CM-CUSTOMER-RECORD
015970                 INVALID KEY
015980                     SET BACKOUT-ENTRY-FAILED TO TRUE
015990                     MOVE "DELETED IDENT BACK ON MASTER ALREADY"
016000                         TO WS-TX-REASON
016010             END-WRITE
016020             IF BACKOUT-ENTRY-OK
016030                 ADD 1 TO WS-BO-DELETES-RESTORED
016040             END-IF
016050         WHEN OTHER
016060             SET BACKOUT-ENTRY-FAILED TO TRUE
016070             MOVE WS-JRNL-ACTION (WS-JRNL-SUBSCRIPT)
016080                 TO WS-TX-ACTION-DISPLAY
016090             MOVE SPACES TO WS-TX-IDENT-DISPLAY
016100             MOVE "JOURNAL ACTION NOT A, C, OR D"
016110                 TO WS-TX-REASON
016120     END-EVALUATE
016130     IF BACKOUT-ENTRY-FAILED
016140         ADD 1 TO WS-BO-FAILED-COUNT
016150     END-IF
016160     PERFORM 6400-WRITE-BACKOUT-LINE THRU 6400-EXIT.
016170 6300-EXIT.
016180     EXIT.
016190*
016200* ---------------------------------------------------------------
016210* 6350-WRITE-BEFORE-IMAGE
016220* A CHANGE BEING BACKED OUT FOUND ITS RECORD GONE - A LATER
016230* DELETE (ALREADY UNWOUND OR OUTSIDE THIS JOURNAL) REMOVED
016240* IT - SO THE BEFORE-IMAGE IS REFILED WITH A WRITE INSTEAD.
016250* ---------------------------------------------------------------
016260 6350-WRITE-BEFORE-IMAGE.
016270     MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT)
016280         TO CM-CUSTOMER-RECORD
016290     WRITE CM-CUSTOMER-RECORD
016300         INVALID KEY
016310             SET BACKOUT-ENTRY-FAILED TO TRUE
016320             MOVE "CANNOT RESTORE BEFORE-IMAGE"
016330                 TO WS-TX-REASON
016340     END-WRITE.
016350 6350-EXIT.
016360     EXIT.
016370*
016380* ---------------------------------------------------------------
016390* 6600-BACK-OUT-RATE-HISTORY
016400* REMOVES THE RATEHIST RECORD AN ADD OR RATE CHANGE BEING
016410* BACKED OUT FILED - THE LAST RECORD FOR THE IDENT CARRYING THE
016420* JOURNALED RUN DATE AS ITS CHANGE DATE AND THE AFTER-IMAGE
016430* RATE AS ITS NEW RATE.  NONE FOUND IS NOT AN ERROR (A JOURNAL
016440* WRITTEN BEFORE RATEHIST EXISTED, OR A SECOND CHANGE FOR THE
016450* SAME DATE ALREADY UNWOUND).  ONE COBOL12 HAS ALREADY REPRICED
016460* IS LEFT ALONE AND THE ENTRY FAILS - THE RETRO AMOUNT MUST BE
016470* REVIEWED BY HAND.
016480* ---------------------------------------------------------------
016490 6600-BACK-OUT-RATE-HISTORY.
016500     MOVE WS-TX-IDENT-DISPLAY TO WS-RH-IDENT
016510     MOVE WS-JRNL-RUN-DATE (WS-JRNL-SUBSCRIPT)
016520         TO WS-RH-CHANGE-DATE
016530     SET RH-ENTRY-NOT-FOUND TO TRUE
016540     SET RH-NOT-END-OF-IDENT TO TRUE
016550     MOVE WS-RH-IDENT TO RH-IDENT
016560     MOVE LOW-VALUES TO RH-EFFECTIVE-DATE
016570     START RATE-HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
016580         INVALID KEY
016590             GO TO 6600-EXIT
016600     END-START
016610     PERFORM 6650-CHECK-NEXT-RATE-HISTORY THRU 6650-EXIT
016620         UNTIL RH-END-OF-IDENT
016630     IF RH-ENTRY-NOT-FOUND
016640         GO TO 6600-EXIT
016650     END-IF
016660     IF WS-RH-MATCH-STATUS NOT = "P"
016670             AND WS-RH-MATCH-STATUS NOT = "N"
016680         SET BACKOUT-ENTRY-FAILED TO TRUE
016690         MOVE "RATE CHANGE ALREADY REPRICED - REVIEW"
016700             TO WS-TX-REASON
016710         GO TO 6600-EXIT
016720     END-IF
016730     MOVE WS-RH-MATCH-KEY TO RH-KEY
016740     DELETE RATE-HISTORY-FILE
016750         INVALID KEY
016760             SET BACKOUT-ENTRY-FAILED TO TRUE
016770             MOVE "RATE HISTORY RECORD NOT REMOVED"
016780                 TO WS-TX-REASON
016790     END-DELETE
016800     IF BACKOUT-ENTRY-OK
016810         ADD 1 TO WS-BO-RATE-HIST-REMOVED
016820     END-IF.
016830 6600-EXIT.
016840     EXIT.
016850*
016860* ---------------------------------------------------------------
016870* 6650-CHECK-NEXT-RATE-HISTORY
016880* READS THE NEXT RATEHIST RECORD AND NOTES IT IF IT IS THE ONE
016890* 6600 IS LOOKING FOR.  ENDS THE SCAN AT THE NEXT IDENT.
016900* ---------------------------------------------------------------
016910 6650-CHECK-NEXT-RATE-HISTORY.
016920     READ RATE-HISTORY-FILE NEXT RECORD
016930         AT END
016940             SET RH-END-OF-IDENT TO TRUE
016950             GO TO 6650-EXIT
016960     END-READ
016970     IF RH-IDENT NOT = WS-RH-IDENT
016980         SET RH-END-OF-IDENT TO TRUE
016990         GO TO 6650-EXIT
017000     END-IF
017010     IF RH-CHANGE-DATE = WS-RH-CHANGE-DATE
017020             AND RH-NEW-RATE (1:5) = WS-RH-RATE-IMAGE
017030         SET RH-ENTRY-FOUND TO TRUE
017040         MOVE RH-KEY TO WS-RH-MATCH-KEY
017050         MOVE RH-RETRO-STATUS TO WS-RH-MATCH-STATUS
017060     END-IF.
017070 6650-EXIT.
017080     EXIT.
017090*
017100* ---------------------------------------------------------------
017110* 6400-WRITE-BACKOUT-LINE
017120* WRITES THE ONE AUDIT LINE EVERY JOURNAL ENTRY GETS ON A
017130* BACKOUT RUN - BACKED OUT IF IT WAS REVERSED, FAILED (WITH
017140* THE REASON) IF THE MASTER NO LONGER MATCHES THE JOURNAL.
017150* ---------------------------------------------------------------
017160 6400-WRITE-BACKOUT-LINE.
017170     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
017180     MOVE WS-JRNL-TRAN-NO (WS-JRNL-SUBSCRIPT) TO PRT-A-TRAN-NO
017190     MOVE WS-TX-ACTION-DISPLAY TO PRT-A-ACTION
017200     MOVE WS-TX-IDENT-DISPLAY TO PRT-A-IDENT
017210     IF BACKOUT-ENTRY-OK
017220         MOVE "BACKED OUT" TO PRT-A-DISPOSITION
017230     ELSE
017240         MOVE "FAILED" TO PRT-A-DISPOSITION
017250     END-IF
017260     MOVE WS-TX-REASON TO PRT-A-REASON
017270     WRITE PRINT-LINE FROM WS-AUDIT-DETAIL-LINE
017280         AFTER ADVANCING 1 LINE
017290     ADD 1 TO WS-LINE-COUNT.
017300 6400-EXIT.
017310     EXIT.
017320*
017330* ---------------------------------------------------------------
017340* 6500-WRITE-BACKOUT-TOTALS
017350* PRINTS THE BACKOUT RUN TOTALS AT THE FOOT OF THE AUDIT
017360* LISTING.  ANY ENTRY THAT COULD NOT BE REVERSED ENDS THE
017370* STEP WITH RETURN CODE 8 - THE MASTER NO LONGER MATCHES THE
017380* JOURNAL AND SOMEBODY MUST LOOK BEFORE ANYTHING ELSE RUNS.
017390* ---------------------------------------------------------------
017400 6500-WRITE-BACKOUT-TOTALS.
017410     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
017420     MOVE "JOURNAL RECORDS READ" TO PRT-T-LABEL
017430     MOVE WS-BO-READ-COUNT TO PRT-T-COUNT
017440     WRITE PRINT-LINE FROM WS-TOTALS-LINE
017450         AFTER ADVANCING 2 LINES
017460     ADD 2 TO WS-LINE-COUNT
017470     MOVE "ADDS DELETED" TO PRT-T-LABEL
017480     MOVE WS-BO-ADDS-DELETED TO PRT-T-COUNT
017490     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
017500     MOVE "CHANGES RESTORED" TO PRT-T-LABEL
017510     MOVE WS-BO-CHANGES-RESTORED TO PRT-T-COUNT
017520     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
017530     MOVE "DELETES RESTORED" TO PRT-T-LABEL
017540     MOVE WS-BO-DELETES-RESTORED TO PRT-T-COUNT
017550     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
017560     MOVE "RATE HISTORY RECORDS REMOVED" TO PRT-T-LABEL
017570     MOVE WS-BO-RATE-HIST-REMOVED TO PRT-T-COUNT
017580     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
017590     MOVE "ENTRIES FAILED" TO PRT-T-LABEL
017600     MOVE WS-BO-FAILED-COUNT TO PRT-T-COUNT
017610     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
017620     IF WS-BO-FAILED-COUNT > 0
017630         MOVE SPACES TO WS-GENERIC-LINE
017640         MOVE "BACKOUT NOT CLEAN - SEE FAILED ENTRIES ABOVE"
017650             TO WS-GENERIC-LINE
017660         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
017670         MOVE 8 TO RETURN-CODE
017680     END-IF.
017690 6500-EXIT.
017700     EXIT.
017710*
017720* ---------------------------------------------------------------
017730* 7000-PROCESS-APPROVALS
017740* DRIVES AN APPROVAL RUN.  FIRST EXPIRES EVERY PENDING ITEM THAT
017750* HAS WAITED EXPIRE-DAYS OR MORE (7500), SO A DECISION CARD FOR
017760* ONE IS REFUSED, THEN DECIDES EVERY APPRIN CARD IN TURN.
017770* ---------------------------------------------------------------
017780 7000-PROCESS-APPROVALS.
017790     PERFORM 7500-EXPIRE-PENDING-CHANGES THRU 7500-EXIT
017800     PERFORM UNTIL AP-END-OF-FILE
017810         READ APPROVAL-CARD-FILE
017820             AT END
017830                 MOVE "Y" TO WS-AP-EOF-SWITCH
017840             NOT AT END
017850                 PERFORM 7100-PROCESS-ONE-DECISION
017860                     THRU 7100-EXIT
017870         END-READ
017880     END-PERFORM.
017890 7000-EXIT.
017900     EXIT.
017910*
017920* ---------------------------------------------------------------
017930* 7100-PROCESS-ONE-DECISION
017940* DECIDES THE PENDING CHANGE ONE APPRIN CARD NAMES BY ITS KEY.
017950* THE CARD MUST QUOTE THE HELD CARD'S IDENT TOO, SO A MISKEYED
017960* KEY CANNOT DECIDE THE WRONG CUSTOMER.  A REJECT (R) CLOSES THE
017970* ITEM WITHOUT TOUCHING THE MASTER - THE SUBMITTER MAY WITHDRAW
017980* THEIR OWN CHANGE THIS WAY.  AN APPROVAL (A) FROM THE USER WHO
017990* SUBMITTED THE CHANGE IS REFUSED AND THE ITEM STAYS PENDING
018000* FOR SOMEBODY ELSE.  ANY OTHER APPROVAL REBUILDS THE HELD CARD,
018010* RUNS IT BACK THROUGH THE MAINTENANCE EDITS, AND APPLIES IT
018020* THROUGH 3000/3100/3200, JOURNAL AND RATEHIST INCLUDED.  EVERY
018030* CARD GETS EXACTLY ONE AUDIT LINE (7300).  A "*" IN COL 1 IS
018040* A COMMENT CARD AND IS SKIPPED.
018050* ---------------------------------------------------------------
018060 7100-PROCESS-ONE-DECISION.
018070     IF AP-DECISION = "*"
018080         GO TO 7100-EXIT
018090     END-IF
018100     ADD 1 TO WS-TX-COUNT
018110     SET TX-IS-VALID TO TRUE
018120     SET TX-IS-NOT-HELD TO TRUE
018130     MOVE SPACES TO WS-TX-REASON
018140     MOVE "REJECTED" TO WS-AP-DISPOSITION
018150     MOVE AP-DECISION TO WS-TX-ACTION-DISPLAY
018160     MOVE AP-IDENT TO WS-TX-IDENT-DISPLAY
018170     IF AP-DECISION NOT = "A" AND AP-DECISION NOT = "R"
018180         MOVE "DECISION NOT A OR R" TO WS-TX-REASON
018190         PERFORM 7300-WRITE-DECISION-LINE THRU 7300-EXIT
018200         GO TO 7100-EXIT
018210     END-IF
018220     MOVE AP-PENDING-KEY TO PN-KEY
018230     READ PENDING-CHANGE-FILE
018240         INVALID KEY
018250             MOVE "NO PENDING CHANGE UNDER THAT KEY"
018260                 TO WS-TX-REASON
018270             PERFORM 7300-WRITE-DECISION-LINE THRU 7300-EXIT
018280             GO TO 7100-EXIT
018290     END-READ
018300     MOVE PN-TRANSACTION-IMAGE TO TX-TRANSACTION-RECORD
018310     EVALUATE TX-ACTION-CODE
018320         WHEN "A"
018330             MOVE "ADD" TO WS-TX-ACTION-DISPLAY
018340         WHEN "C"
018350             MOVE "CHANGE" TO WS-TX-ACTION-DISPLAY
018360         WHEN "D"
018370             MOVE "DELETE" TO WS-TX-ACTION-DISPLAY
018380     END-EVALUATE
018390     IF AP-IDENT NOT = TX-TRANSACTION-RECORD (2:7)
018400         MOVE "IDENT DOES NOT MATCH PENDING CHANGE"
018410             TO WS-TX-REASON
018420         PERFORM 7300-WRITE-DECISION-LINE THRU 7300-EXIT
018430         GO TO 7100-EXIT
018440     END-IF
018450     IF PN-STATUS NOT = "P"
018460         IF PN-STATUS = "X"
018470             MOVE "PENDING CHANGE EXPIRED - RESUBMIT"
018480                 TO WS-TX-REASON
018490         ELSE
018500             MOVE "PENDING CHANGE ALREADY DECIDED"
018510                 TO WS-TX-REASON
018520         END-IF
018530         PERFORM 7300-WRITE-DECISION-LINE THRU 7300-EXIT
018540         GO TO 7100-EXIT
018550     END-IF
018560     IF AP-DECISION = "R"
018570         MOVE "DECLINED" TO WS-AP-DISPOSITION
018580         STRING "SUBMITTED BY " PN-SUBMIT-USER-ID
018590             " ON " PN-SUBMIT-DATE
018600             DELIMITED BY SIZE INTO WS-TX-REASON
018610         MOVE "R" TO PN-STATUS
018620         MOVE AP-NOTE TO PN-DECISION-NOTE
018630         PERFORM 7200-FILE-DECISION THRU 7200-EXIT
018640         PERFORM 7300-WRITE-DECISION-LINE THRU 7300-EXIT
018650         GO TO 7100-EXIT
018660     END-IF
018670     IF PN-SUBMIT-USER-ID = WS-RUN-USER-ID
018680         ADD 1 TO WS-AP-SELF-COUNT
018690         MOVE "SELF-APPROVAL REFUSED - STILL PENDING"
018700             TO WS-TX-REASON
018710         PERFORM 7300-WRITE-DECISION-LINE THRU 7300-EXIT
018720         GO TO 7100-EXIT
018730     END-IF
018740     PERFORM 2150-EDIT-IDENT-CHECK-DIGIT THRU 2150-EXIT
018750     IF TX-IS-VALID AND TX-ACTION-CODE NOT = "D"
018760         PERFORM 2200-EDIT-TRANSACTION-FIELDS THRU 2200-EXIT
018770     END-IF
018780     IF TX-IS-VALID
018790         PERFORM 7250-CHECK-MASTER-UNCHANGED THRU 7250-EXIT
018800     END-IF
018810     IF TX-IS-VALID
018820         STRING "SUBMITTED BY " PN-SUBMIT-USER-ID
018830             " ON " PN-SUBMIT-DATE
018840             DELIMITED BY SIZE INTO WS-TX-REASON
018850         EVALUATE TX-ACTION-CODE
018860             WHEN "A"
018870                 PERFORM 3000-APPLY-ADD THRU 3000-EXIT
018880             WHEN "C"
018890                 PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
018900             WHEN "D"
018910                 PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
018920         END-EVALUATE
018930     END-IF
018940     IF TX-IS-VALID
018950         MOVE "APPLIED" TO WS-AP-DISPOSITION
018960         MOVE "A" TO PN-STATUS
018970         MOVE SPACES TO PN-DECISION-NOTE
018980     ELSE
018990         MOVE "FAILED" TO WS-AP-DISPOSITION
019000         MOVE "F" TO PN-STATUS
019010         MOVE WS-TX-REASON TO PN-DECISION-NOTE
019020     END-IF
019030     PERFORM 7200-FILE-DECISION THRU 7200-EXIT
019040     PERFORM 7300-WRITE-DECISION-LINE THRU 7300-EXIT.
019050 7100-EXIT.
019060     EXIT.
019070*
019080* ---------------------------------------------------------------
019090* 7200-FILE-DECISION
019100* STAMPS THE APPROVER AND RUN DATE ON THE PENDING RECORD AND
019110* REWRITES IT WITH THE STATUS THE CALLER SET.  IF IT WILL NOT
019120* REWRITE, THE AUDIT LINE SAYS SO - AN APPLIED CHANGE LEFT
019130* PENDING CANNOT BE APPLIED TWICE, SINCE 7250 WILL FIND THE
019140* MASTER HAS MOVED.
019150* ---------------------------------------------------------------
019160 7200-FILE-DECISION.
019170     MOVE WS-RUN-USER-ID TO PN-DECISION-USER-ID
019180     MOVE WS-RUN-DATE TO PN-DECISION-DATE
019190     REWRITE PN-PENDING-CHANGE-RECORD
019200         INVALID KEY
019210             MOVE "DECISION NOT FILED - SEE PENDCHG"
019220                 TO WS-TX-REASON
019230     END-REWRITE.
019240 7200-EXIT.
019250     EXIT.
019260*
019270* ---------------------------------------------------------------
019280* 7250-CHECK-MASTER-UNCHANGED
019290* THE APPROVER DECIDED THE CARD AGAINST THE MASTER AS IT STOOD
019300* WHEN IT WAS SUBMITTED.  IF THE RECORD HAS MOVED SINCE -
019310* ANOTHER CHANGE APPLIED, THE IDENT ADDED OR DELETED - APPLYING
019320* THE CARD COULD UNDO SOMEBODY ELSE'S WORK, SO IT FAILS AND
019330* MUST BE RESUBMITTED.  AN ADD WAS HELD AGAINST NO RECORD AT
019340* ALL (SPACES).
019350* ---------------------------------------------------------------
019360 7250-CHECK-MASTER-UNCHANGED.
019370     MOVE TX-IDENT-NUMBER TO CM-IDENT-NUMBER
019380     MOVE TX-IDENT-CHECK-DIGIT TO CM-IDENT-CHECK-DIGIT
019390     READ CUSTOMER-MASTER-FILE
019400         INVALID KEY
019410             MOVE SPACES TO CM-CUSTOMER-RECORD
019420     END-READ
019430     IF CM-CUSTOMER-RECORD NOT = PN-MASTER-IMAGE
019440         SET TX-IS-REJECTED TO TRUE
019450         MOVE "MASTER CHANGED SINCE SUBMITTED" TO WS-TX-REASON
019460     END-IF.
019470 7250-EXIT.
019480     EXIT.
019490*
019500* ---------------------------------------------------------------
019510* 7300-WRITE-DECISION-LINE
019520* WRITES THE ONE AUDIT LINE EVERY APPRIN CARD GETS - APPLIED,
019530* DECLINED, FAILED (APPROVED BUT REFUSED BY THE EDITS OR THE
019540* MASTER), OR REJECTED (THE CARD ITSELF COULD NOT BE ACTED ON).
019550* ---------------------------------------------------------------
019560 7300-WRITE-DECISION-LINE.
019570     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
019580     MOVE WS-TX-COUNT TO PRT-A-TRAN-NO
019590     MOVE WS-TX-ACTION-DISPLAY TO PRT-A-ACTION
019600     MOVE WS-TX-IDENT-DISPLAY TO PRT-A-IDENT
019610     MOVE WS-AP-DISPOSITION TO PRT-A-DISPOSITION
019620     EVALUATE WS-AP-DISPOSITION
019630         WHEN "APPLIED"
019640             ADD 1 TO WS-AP-APPLIED-COUNT
019650         WHEN "DECLINED"
019660             ADD 1 TO WS-AP-DECLINED-COUNT
019670         WHEN "FAILED"
019680             ADD 1 TO WS-AP-FAILED-COUNT
019690         WHEN OTHER
019700             ADD 1 TO WS-AP-REJECT-COUNT
019710     END-EVALUATE
019720     MOVE WS-TX-REASON TO PRT-A-REASON
019730     WRITE PRINT-LINE FROM WS-AUDIT-DETAIL-LINE
019740         AFTER ADVANCING 1 LINE
019750     ADD 1 TO WS-LINE-COUNT.
019760 7300-EXIT.
019770     EXIT.
019780*
019790* ---------------------------------------------------------------
019800* 7400-WRITE-APPROVAL-TOTALS
019810* PRINTS THE APPROVAL RUN TOTALS.  ANY CARD REJECTED (SELF-
019820* APPROVAL INCLUDED) OR ANY APPROVED CHANGE THAT COULD NOT BE
019830* APPLIED ENDS THE STEP WITH RETURN CODE 8 - A CHANGE SOMEBODY
019840* MEANT TO PAY ON THE NEXT PAYROLL HAS NOT REACHED THE MASTER.
019850* ---------------------------------------------------------------
019860 7400-WRITE-APPROVAL-TOTALS.
019870     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
019880     MOVE "DECISION CARDS READ" TO PRT-T-LABEL
019890     MOVE WS-TX-COUNT TO PRT-T-COUNT
019900     WRITE PRINT-LINE FROM WS-TOTALS-LINE
019910         AFTER ADVANCING 2 LINES
019920     ADD 2 TO WS-LINE-COUNT
019930     MOVE "CHANGES APPROVED AND APPLIED" TO PRT-T-LABEL
019940     MOVE WS-AP-APPLIED-COUNT TO PRT-T-COUNT
019950     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
019960     MOVE "CUSTOMERS ADDED" TO PRT-T-LABEL
019970     MOVE WS-ADD-COUNT TO PRT-T-COUNT
019980     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
019990     MOVE "CUSTOMERS CHANGED" TO PRT-T-LABEL
020000     MOVE WS-CHANGE-COUNT TO PRT-T-COUNT
020010     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
020020     MOVE "CUSTOMERS DELETED" TO PRT-T-LABEL
020030     MOVE WS-DELETE-COUNT TO PRT-T-COUNT
020040     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
020050     MOVE "RATE HISTORY RECORDS FILED" TO PRT-T-LABEL
020060     MOVE WS-RATE-HIST-COUNT TO PRT-T-COUNT
020070     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
020080     MOVE "CHANGES DECLINED" TO PRT-T-LABEL
020090     MOVE WS-AP-DECLINED-COUNT TO PRT-T-COUNT
020100     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
020110     MOVE "APPROVED BUT NOT APPLIED" TO PRT-T-LABEL
020120     MOVE WS-AP-FAILED-COUNT TO PRT-T-COUNT
020130     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
020140     MOVE "SELF-APPROVALS REFUSED" TO PRT-T-LABEL
020150     MOVE WS-AP-SELF-COUNT TO PRT-T-COUNT
020160     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
020170     MOVE "DECISION CARDS REJECTED" TO PRT-T-LABEL
020180     MOVE WS-AP-REJECT-COUNT TO PRT-T-COUNT
020190     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
020200     MOVE "PENDING CHANGES EXPIRED" TO PRT-T-LABEL
020210     MOVE WS-EXPIRED-COUNT TO PRT-T-COUNT
020220     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
020230     IF WS-AP-REJECT-COUNT > 0 OR WS-AP-FAILED-COUNT > 0
020240         MOVE SPACES TO WS-GENERIC-LINE
020250         MOVE "APPROVAL RUN NOT CLEAN - SEE CARDS ABOVE"
020260             TO WS-GENERIC-LINE
020270         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
020280         MOVE 8 TO RETURN-CODE
020290     END-IF.
020300 7400-EXIT.
020310     EXIT.
020320*
020330* ---------------------------------------------------------------
020340* 7500-EXPIRE-PENDING-CHANGES
020350* PASSES THE PENDING-CHANGE FILE AND EXPIRES EVERY ITEM STILL
020360* PENDING AFTER EXPIRE-DAYS.  AN EXPIRED CHANGE NEVER REACHES
020370* THE MASTER - IT MUST BE KEYED AGAIN AND GO BACK THROUGH
020380* APPROVAL.  THIS RUN'S AGING REPORT LISTS EVERY ONE EXPIRED.
020390* ---------------------------------------------------------------
020400 7500-EXPIRE-PENDING-CHANGES.
020410     MOVE LOW-VALUES TO PN-KEY
020420     START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PN-KEY
020430         INVALID KEY
020440             GO TO 7500-EXIT
020450     END-START
020460     SET PN-NOT-END-OF-FILE TO TRUE
020470     PERFORM 7550-EXPIRE-ONE-CHANGE THRU 7550-EXIT
020480         UNTIL PN-END-OF-FILE.
020490 7500-EXIT.
020500     EXIT.
020510*
020520* ---------------------------------------------------------------
020530* 7550-EXPIRE-ONE-CHANGE
020540* READS THE NEXT PENDING-CHANGE RECORD AND EXPIRES IT IF IT IS
020550* STILL PENDING AND HAS WAITED EXPIRE-DAYS OR MORE.
020560* ---------------------------------------------------------------
020570 7550-EXPIRE-ONE-CHANGE.
020580     READ PENDING-CHANGE-FILE NEXT RECORD
020590         AT END
020600             SET PN-END-OF-FILE TO TRUE
020610             GO TO 7550-EXIT
020620     END-READ
020630     IF PN-STATUS NOT = "P"
020640         GO TO 7550-EXIT
020650     END-IF
020660     PERFORM 8300-COMPUTE-PENDING-AGE THRU 8300-EXIT
020670     IF WS-PN-AGE-DAYS < WS-EXPIRE-DAYS
020680         GO TO 7550-EXIT
020690     END-IF
020700     MOVE "X" TO PN-STATUS
020710     MOVE SPACES TO PN-DECISION-USER-ID
020720     MOVE WS-RUN-DATE TO PN-DECISION-DATE
020730     MOVE "EXPIRED - NOT APPROVED IN TIME" TO PN-DECISION-NOTE
020740     REWRITE PN-PENDING-CHANGE-RECORD
020750         INVALID KEY
020760             GO TO 7550-EXIT
020770     END-REWRITE
020780     ADD 1 TO WS-EXPIRED-COUNT.
020790 7550-EXIT.
020800     EXIT.
020810*
020820* ---------------------------------------------------------------
020830* 8000-WRITE-AGING-REPORT
020840* PRINTS EVERY CHANGE STILL AWAITING APPROVAL, OLDEST FIRST (THE
020850* KEY LEADS WITH THE SUBMIT DATE), WITH ITS AGE IN DAYS AND THE
020860* DAYS LEFT BEFORE AN APPROVAL RUN EXPIRES IT, PLUS EVERY ITEM
020870* EXPIRED ON THE RUN DATE, SO A CHANGE NOBODY HAS APPROVED
020880* STAYS IN FRONT OF PAYROLL INSTEAD OF QUIETLY MISSING THE NEXT
020890* PAYING RUN.  THE FOOT COUNTS THE WAITING ITEMS BY AGE.
020900* ---------------------------------------------------------------
020910 8000-WRITE-AGING-REPORT.
020920     SET PRINTING-AGING-REPORT TO TRUE
020930     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
020940     MOVE LOW-VALUES TO PN-KEY
020950     START PENDING-CHANGE-FILE KEY IS NOT LESS THAN PN-KEY
020960         INVALID KEY
020970             SET PN-END-OF-FILE TO TRUE
020980         NOT INVALID KEY
020990             SET PN-NOT-END-OF-FILE TO TRUE
021000     END-START
021010     PERFORM 8100-REPORT-ONE-CHANGE THRU 8100-EXIT
021020         UNTIL PN-END-OF-FILE
021030     IF WS-AGING-COUNT = ZEROS AND WS-AGED-EXPIRED-COUNT = ZEROS
021040         MOVE SPACES TO WS-GENERIC-LINE
021050         MOVE "NO CHANGES AWAITING APPROVAL" TO WS-GENERIC-LINE
021060         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
021070     END-IF
021080     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
021090     MOVE "CHANGES AWAITING APPROVAL" TO PRT-T-LABEL
021100     MOVE WS-AGING-COUNT TO PRT-T-COUNT
021110     WRITE PRINT-LINE FROM WS-TOTALS-LINE
021120         AFTER ADVANCING 2 LINES
021130     ADD 2 TO WS-LINE-COUNT
021140     MOVE "WAITING 0-3 DAYS" TO PRT-T-LABEL
021150     MOVE WS-AGED-0-3-COUNT TO PRT-T-COUNT
021160     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
021170     MOVE "WAITING 4-7 DAYS" TO PRT-T-LABEL
021180     MOVE WS-AGED-4-7-COUNT TO PRT-T-COUNT
021190     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
021200     MOVE "WAITING OVER 7 DAYS" TO PRT-T-LABEL
021210     MOVE WS-AGED-OVER-7-COUNT TO PRT-T-COUNT
021220     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
021230     MOVE "EXPIRED ON THE RUN DATE" TO PRT-T-LABEL
021240     MOVE WS-AGED-EXPIRED-COUNT TO PRT-T-COUNT
021250     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT.
021260 8000-EXIT.
021270     EXIT.
021280*
021290* ---------------------------------------------------------------
021300* 8100-REPORT-ONE-CHANGE
021310* READS THE NEXT PENDING-CHANGE RECORD AND, IF IT IS PENDING OR
021320* WAS EXPIRED ON THE RUN DATE, PRINTS ITS AGING LINE.  DECIDED
021330* ITEMS ARE LEFT OFF - THE APPROVAL LISTING ACCOUNTS FOR THEM.
021340* ---------------------------------------------------------------
021350 8100-REPORT-ONE-CHANGE.
021360     READ PENDING-CHANGE-FILE NEXT RECORD
021370         AT END
021380             SET PN-END-OF-FILE TO TRUE
021390             GO TO 8100-EXIT
021400     END-READ
021410     IF PN-STATUS = "X" AND PN-DECISION-DATE = WS-RUN-DATE
021420         MOVE "EXPIRED" TO PRT-G-STATUS
021430         ADD 1 TO WS-AGED-EXPIRED-COUNT
021440     ELSE
021450         IF PN-STATUS NOT = "P"
021460             GO TO 8100-EXIT
021470         END-IF
021480         MOVE "PENDING" TO PRT-G-STATUS
021490         ADD 1 TO WS-AGING-COUNT
021500     END-IF
021510     PERFORM 8300-COMPUTE-PENDING-AGE THRU 8300-EXIT
021520     MOVE ZEROS TO WS-PN-DAYS-LEFT
021530     IF PN-STATUS = "P"
021540         IF WS-PN-AGE-DAYS < 4
021550             ADD 1 TO WS-AGED-0-3-COUNT
021560         ELSE
021570             IF WS-PN-AGE-DAYS < 8
021580                 ADD 1 TO WS-AGED-4-7-COUNT
021590             ELSE
021600                 ADD 1 TO WS-AGED-OVER-7-COUNT
021610             END-IF
021620         END-IF
021630         COMPUTE WS-PN-DAYS-LEFT = WS-EXPIRE-DAYS - WS-PN-AGE-DAYS
021640         IF WS-PN-DAYS-LEFT < 0
021650             MOVE ZEROS TO WS-PN-DAYS-LEFT
021660         END-IF
021670     END-IF
021680     MOVE PN-KEY TO PRT-G-KEY
021690     EVALUATE PN-TRANSACTION-IMAGE (1:1)
021700         WHEN "A"
021710             MOVE "ADD" TO PRT-G-ACTION
021720         WHEN "C"
021730             MOVE "CHANGE" TO PRT-G-ACTION
021740         WHEN OTHER
021750             MOVE "DELETE" TO PRT-G-ACTION
021760     END-EVALUATE
021770     MOVE PN-TRANSACTION-IMAGE (2:7) TO PRT-G-IDENT
021780     MOVE PN-SUBMIT-USER-ID TO PRT-G-SUBMITTER
021790     MOVE PN-SUBMIT-DATE TO PRT-G-SUBMIT-DATE
021800     MOVE WS-PN-AGE-DAYS TO PRT-G-AGE
021810     MOVE WS-PN-DAYS-LEFT TO PRT-G-DAYS-LEFT
021820     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
021830     WRITE PRINT-LINE FROM WS-AGING-DETAIL-LINE
021840         AFTER ADVANCING 1 LINE
021850     ADD 1 TO WS-LINE-COUNT.
021860 8100-EXIT.
021870     EXIT.
021880*
021890* ---------------------------------------------------------------
021900* 8300-COMPUTE-PENDING-AGE
021910* SETS WS-PN-AGE-DAYS TO THE WHOLE DAYS FROM THE PENDING ITEM'S
021920* SUBMIT DATE TO THE RUN DATE (ZERO IF THE DATE WILL NOT EDIT).
021930* ---------------------------------------------------------------
021940 8300-COMPUTE-PENDING-AGE.
021950     MOVE ZEROS TO WS-PN-AGE-DAYS
021960     IF PN-SUBMIT-DATE NOT NUMERIC
021970         GO TO 8300-EXIT
021980     END-IF
021990     MOVE PN-SUBMIT-DATE TO WS-DN-DATE
022000     PERFORM 8900-COMPUTE-DAY-NUMBER THRU 8900-EXIT
022010     COMPUTE WS-PN-AGE-DAYS =
022020         WS-RUN-DAY-NUMBER - WS-DN-DAY-NUMBER
022030     IF WS-PN-AGE-DAYS < 0
022040         MOVE ZEROS TO WS-PN-AGE-DAYS
022050     END-IF.
022060 8300-EXIT.
022070     EXIT.
022080*
022090* ---------------------------------------------------------------
022100* 8900-COMPUTE-DAY-NUMBER
022110* TURNS THE YYYYMMDD DATE IN WS-DN-DATE INTO A DAY NUMBER -
022120* DAYS SINCE 0001-01-01 ON THE GREGORIAN CALENDAR - SO TWO
022130* DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.  WHOLE
022140* PRIOR YEARS AT 365 DAYS, PLUS THEIR LEAP DAYS (EVERY 4TH
022150* YEAR EXCEPT CENTURIES UNLESS DIVISIBLE BY 400), PLUS THE
022160* DAYS BEFORE THE MONTH, PLUS THE DAY, PLUS ONE PAST FEBRUARY
022170* OF A LEAP YEAR - THE SAME RECKONING AS COBOL01'S
022180* 2198-COMPUTE-DAY-NUMBER.
022190* ---------------------------------------------------------------
022200 8900-COMPUTE-DAY-NUMBER.
022210     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
022220         MOVE ZEROS TO WS-DN-DAY-NUMBER
022230         GO TO 8900-EXIT
022240     END-IF
022250     SUBTRACT 1 FROM WS-DN-YEAR GIVING WS-DN-PRIOR-YEARS
022260     COMPUTE WS-DN-DAY-NUMBER = WS-DN-PRIOR-YEARS * 365
022270     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT
022280     ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
022290     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT
022300     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAY-NUMBER
022310     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT
022320     ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
022330     ADD WS-DAYS-BEFORE-MONTH-ENTRY (WS-DN-MONTH)
022340         TO WS-DN-DAY-NUMBER
022350     ADD WS-DN-DAY TO WS-DN-DAY-NUMBER
022360     IF WS-DN-MONTH > 2
022370         MOVE WS-DN-YEAR TO WS-EDIT-YOB
022380         PERFORM 2260-DETERMINE-LEAP-YEAR THRU 2260-EXIT
022390         IF IS-LEAP-YEAR
022400             ADD 1 TO WS-DN-DAY-NUMBER
022410         END-IF
022420     END-IF.
022430 8900-EXIT.
022440     EXIT.
022450*
022460* ---------------------------------------------------------------
022470* 9000-TERMINATE
022480* CLOSES THE FILES USED BY THE RUN.
022490* ---------------------------------------------------------------
022500 9000-TERMINATE.
022510     CLOSE CUSTOMER-MASTER-FILE
022520     CLOSE RATE-HISTORY-FILE
022530     IF RUN-MODE-IS-BACKOUT
022540         CLOSE JOURNAL-IN-FILE
022550     ELSE
022560         IF RUN-MODE-IS-APPROVE
022570             CLOSE APPROVAL-CARD-FILE
022580         ELSE
022590             CLOSE TRANSACTION-FILE
022600         END-IF
022610         CLOSE PENDING-CHANGE-FILE
022620         CLOSE JOURNAL-FILE
022630     END-IF
022640     CLOSE PRINT-FILE.
022650 9000-EXIT.
022660     EXIT.
