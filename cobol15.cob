000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. COBOL15.
000040 AUTHOR. ASGR.
000050 INSTALLATION. PAYROLL-SYSTEMS.
000060 DATE-WRITTEN. OCT 15 2026.
000070 DATE-COMPILED.
000080*
000090* CUSTOMER PAY-HISTORY INQUIRY.  A READ-ONLY REPORT, DRIVEN BY
000100* REQUEST CARDS, THAT ANSWERS A CUSTOMER'S CALL ABOUT A PAYMENT
000110* ON ONE PRINTOUT.  EACH CARD NAMES A CUSTOMER - BY IDENT, OR
000120* BY NAME THROUGH THE CM-CUST-NAME ALTERNATE KEY, EVERY
000130* CUSTOMER FILED UNDER THE NAME BEING REPORTED - AND A RANGE OF
000140* DATES.  FOR EACH CUSTOMER IT PRINTS, ON A PAGE OF ITS OWN:
000150*   - EVERY PAY-HISTORY RECORD IN THE RANGE, FROM THE LIVE
000160*     PAYHIST KSDS AND ANY ARCHIVE GENERATIONS SUPPLIED ON
000170*     PAYARCH, IN PAY-DATE ORDER - GROSS, TAX, BENEFITS, OTHER
000180*     DEDUCTIONS, NET AND THE YTD GROSS AS OF THE PAYMENT, WITH
000190*     THE RETURNED, REVERSED AND OFFSET FLAGS AND THE ENTRY EACH
000200*     ONE RELATES TO
000210*   - THE RANGE TOTALS AND THE YEAR-TO-DATE RECORDS OF THE YEARS
000220*     IN THE RANGE
000230*   - EVERY COBOL03 MAINTENANCE JOURNAL ENTRY FOR THE CUSTOMER
000240*     RUN IN THE RANGE, FIELD BY FIELD
000250* NOTHING IS UPDATED.  A REQUEST CARD THAT WILL NOT EDIT ENDS
000260* THE STEP WITH RETURN CODE 8.
000270*
000280* MODIFICATION HISTORY
000290* DATE       INIT  DESCRIPTION
000300* 2026-10-15 ASG   ORIGINAL PROGRAM - PAY-HISTORY INQUIRY BY
000310*                  IDENT OR NAME ACROSS PAYHIST, THE PAYHIST
000320*                  ARCHIVE AND THE COBOL03 JOURNAL.
000330* 2026-10-15 ASG   ARCHIVE RECORDS WIDEN TO 77 BYTES WITH
000340*                  PH-LEAVE-HOURS.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CM-IDENT
000460         ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
000470         FILE STATUS IS WS-CM-FILE-STATUS.
000480     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PH-KEY
000520         FILE STATUS IS WS-PH-FILE-STATUS.
000530     SELECT PAY-ARCHIVE-FILE ASSIGN TO "PAYARCH"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-ARC-FILE-STATUS.
000560     SELECT JOURNAL-IN-FILE ASSIGN TO "JRNLIN"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-JI-FILE-STATUS.
000590     SELECT REQUEST-CARD-FILE ASSIGN TO "SYSIN"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-RQ-FILE-STATUS.
000620     SELECT PRINT-FILE ASSIGN TO "INQLIST"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-PRT-FILE-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CUSTOMER-MASTER-FILE
000690         LABEL RECORDS ARE STANDARD.
000700     COPY CUSTREC.
000710 FD  PAY-HISTORY-FILE
000720         LABEL RECORDS ARE STANDARD.
000730     COPY PAYHREC.
000740* ---------------------------------------------------------------
000750* THE PAY-HISTORY ARCHIVE, AS COBOL06 WRITES IT - PAYHREC
000760* RECORDS, PARSED THROUGH THE PAY-HISTORY FD BUFFER.
000770* ---------------------------------------------------------------
000780 FD  PAY-ARCHIVE-FILE
000790         RECORD CONTAINS 77 CHARACTERS
000800         LABEL RECORDS ARE STANDARD.
000810 01  PA-ARCHIVE-RECORD           PIC X(77).
000820* ---------------------------------------------------------------
000830* THE COBOL03 MAINTENANCE JOURNAL, AS COBOL03 WRITES IT.  THE
000840* DD NAMES THE GDG BASE SO EVERY GENERATION IS READ.
000850* ---------------------------------------------------------------
000860 FD  JOURNAL-IN-FILE
000870         RECORD CONTAINS 120 CHARACTERS
000880         LABEL RECORDS ARE OMITTED.
000890 01  JI-JOURNAL-RECORD.
000900     02  JI-RUN-DATE                 PIC X(08).
000910     02  JI-RUN-TIME                 PIC X(08).
000920     02  JI-TRAN-NO                  PIC X(05).
000930     02  JI-ACTION                   PIC X(01).
000940     02  JI-BEFORE-IMAGE             PIC X(49).
000950     02  JI-AFTER-IMAGE              PIC X(49).
000960* ---------------------------------------------------------------
000970* THE REQUEST CARD.  COL 1 IS THE REQUEST TYPE - "I" NAMES THE
000980* CUSTOMER BY IDENT (COLS 2-8, CHECK DIGIT INCLUDED), "N" BY
000990* NAME (COLS 2-21, AS FILED ON THE MASTER).  COLS 22-29 AND
001000* 30-37 ARE THE FROM AND TO DATES, YYYYMMDD; A BLANK FROM DATE
001010* MEANS FROM THE EARLIEST RECORD, A BLANK TO DATE TO THE LATEST.
001020* ---------------------------------------------------------------
001030 FD  REQUEST-CARD-FILE
001040         RECORD CONTAINS 80 CHARACTERS
001050         LABEL RECORDS ARE OMITTED.
001060 01  RQ-REQUEST-RECORD.
001070     02  RQ-REQUEST-TYPE             PIC X(01).
001080     02  RQ-CUST-NAME                PIC X(20).
001090     02  RQ-IDENT-VIEW REDEFINES RQ-CUST-NAME.
001100         03  RQ-IDENT-NUMBER         PIC X(06).
001110         03  RQ-IDENT-CHECK-DIGIT    PIC X(01).
001120         03  FILLER                  PIC X(13).
001130     02  RQ-FROM-DATE                PIC X(08).
001140     02  RQ-TO-DATE                  PIC X(08).
001150     02  FILLER                      PIC X(43).
001160 FD  PRINT-FILE
001170         RECORD CONTAINS 132 CHARACTERS
001180         LABEL RECORDS ARE OMITTED.
001190 01  PRINT-LINE                  PIC X(132).
001200*
001210 WORKING-STORAGE SECTION.
001220* ---------------------------------------------------------------
001230* FILE I/O CONTROLS
001240* ---------------------------------------------------------------
001250 77  WS-CM-FILE-STATUS        PIC X(02) VALUE SPACES.
001260 77  WS-PH-FILE-STATUS        PIC X(02) VALUE SPACES.
001270 77  WS-ARC-FILE-STATUS       PIC X(02) VALUE SPACES.
001280 77  WS-JI-FILE-STATUS        PIC X(02) VALUE SPACES.
001290 77  WS-RQ-FILE-STATUS        PIC X(02) VALUE SPACES.
001300 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
001310 01  WS-SWITCHES.
001320     02  WS-RQ-EOF-SWITCH        PIC X(01) VALUE "N".
001330         88  RQ-END-OF-FILE           VALUE "Y".
001340         88  RQ-NOT-END-OF-FILE       VALUE "N".
001350     02  WS-RQ-VALID-SWITCH      PIC X(01) VALUE "Y".
001360         88  RQ-IS-VALID              VALUE "Y".
001370         88  RQ-IS-REJECTED           VALUE "N".
001380     02  WS-PH-EOF-SWITCH        PIC X(01) VALUE "N".
001390         88  PH-END-OF-FILE           VALUE "Y".
001400         88  PH-NOT-END-OF-FILE       VALUE "N".
001410     02  WS-ARC-EOF-SWITCH       PIC X(01) VALUE "N".
001420         88  ARC-END-OF-FILE          VALUE "Y".
001430         88  ARC-NOT-END-OF-FILE      VALUE "N".
001440     02  WS-ARC-AVAILABLE-SWITCH PIC X(01) VALUE "N".
001450         88  ARCHIVE-AVAILABLE        VALUE "Y".
001460         88  ARCHIVE-NOT-AVAILABLE    VALUE "N".
001470     02  WS-JI-EOF-SWITCH        PIC X(01) VALUE "N".
001480         88  JI-END-OF-FILE           VALUE "Y".
001490         88  JI-NOT-END-OF-FILE       VALUE "N".
001500     02  WS-CM-EOF-SWITCH        PIC X(01) VALUE "N".
001510         88  CM-END-OF-NAME           VALUE "Y".
001520         88  CM-MORE-FOR-NAME         VALUE "N".
001530     02  WS-CUSTOMER-SWITCH      PIC X(01) VALUE "Y".
001540         88  CUSTOMER-ON-MASTER       VALUE "Y".
001550         88  CUSTOMER-NOT-ON-MASTER   VALUE "N".
001560     02  WS-JRNL-FIRST-SWITCH    PIC X(01) VALUE "Y".
001570         88  JRNL-FIRST-LINE          VALUE "Y".
001580         88  JRNL-LATER-LINE          VALUE "N".
001590*
001600* ---------------------------------------------------------------
001610* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS
001620* WS-CUSTOMER-HEADING-LINE NAMES THE CUSTOMER BEING REPORTED
001630* AND WS-COLUMN-HEADING-LINE HOLDS THE HEADING OF THE PART OF
001640* THE REPORT UNDER WAY, SO A PAGE BREAK REPEATS BOTH.
001650* ---------------------------------------------------------------
001660 01  WS-PRT-CONTROLS.
001670     02  WS-RUN-DATE              PIC X(08).
001680     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
001690     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
001700     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
001710 01  WS-REPORT-PAGE-HEADING-1.
001720     02  FILLER             PIC X(36) VALUE
001730             "COBOL15 CUSTOMER PAY-HISTORY INQUIRY".
001740     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
001750     02  PRT-HDG-RUN-DATE   PIC X(10).
001760     02  FILLER             PIC X(06) VALUE SPACES.
001770     02  FILLER             PIC X(06) VALUE "PAGE: ".
001780     02  PRT-HDG-PAGE-NO    PIC ZZ9.
001790     02  FILLER             PIC X(61) VALUE SPACES.
001800 01  WS-CUSTOMER-HEADING-LINE PIC X(132) VALUE SPACES.
001810 01  WS-COLUMN-HEADING-LINE   PIC X(132) VALUE SPACES.
001820 01  WS-CUSTOMER-LINE.
001830     02  FILLER             PIC X(09) VALUE "CUSTOMER ".
001840     02  PRT-C-IDENT        PIC X(07).
001850     02  FILLER             PIC X(02) VALUE SPACES.
001860     02  PRT-C-NAME         PIC X(20).
001870     02  FILLER             PIC X(07) VALUE "  DEPT ".
001880     02  PRT-C-DEPT         PIC X(03).
001890     02  FILLER             PIC X(08) VALUE "  GROUP ".
001900     02  PRT-C-GROUP        PIC X(01).
001910     02  FILLER             PIC X(07) VALUE "  RATE ".
001920     02  PRT-C-RATE         PIC ZZ9.99.
001930     02  FILLER             PIC X(02) VALUE SPACES.
001940     02  PRT-C-STATUS       PIC X(22).
001950     02  FILLER             PIC X(09) VALUE "  RANGE: ".
001960     02  PRT-C-FROM-DATE    PIC X(08).
001970     02  FILLER             PIC X(04) VALUE " TO ".
001980     02  PRT-C-TO-DATE      PIC X(08).
001990     02  FILLER             PIC X(09) VALUE SPACES.
002000 01  WS-HISTORY-HEADING-LINE.
002010     02  FILLER             PIC X(10) VALUE "PAY DATE".
002020     02  FILLER             PIC X(10) VALUE "TYPE".
002030     02  FILLER             PIC X(05) VALUE "SRC".
002040     02  FILLER             PIC X(12) VALUE "      GROSS".
002050     02  FILLER             PIC X(12) VALUE "        TAX".
002060     02  FILLER             PIC X(12) VALUE "   BENEFITS".
002070     02  FILLER             PIC X(12) VALUE "  OTHER DED".
002080     02  FILLER             PIC X(12) VALUE "        NET".
002090     02  FILLER             PIC X(15) VALUE "    YTD GROSS".
002100     02  FILLER             PIC X(10) VALUE "RETURNED".
002110     02  FILLER             PIC X(22) VALUE "RELATED ENTRY".
002120 01  WS-HISTORY-DETAIL-LINE.
002130     02  PRT-D-PAY-DATE     PIC X(08).
002140     02  FILLER             PIC X(02) VALUE SPACES.
002150     02  PRT-D-TYPE         PIC X(09).
002160     02  FILLER             PIC X(01) VALUE SPACES.
002170     02  PRT-D-SOURCE       PIC X(04).
002180     02  FILLER             PIC X(01) VALUE SPACES.
002190     02  PRT-D-GROSS        PIC ZZZ,ZZ9.99-.
002200     02  FILLER             PIC X(01) VALUE SPACES.
002210     02  PRT-D-TAX          PIC ZZZ,ZZ9.99-.
002220     02  FILLER             PIC X(01) VALUE SPACES.
002230     02  PRT-D-BENEFITS     PIC ZZZ,ZZ9.99-.
002240     02  FILLER             PIC X(01) VALUE SPACES.
002250     02  PRT-D-OTHER        PIC ZZZ,ZZ9.99-.
002260     02  FILLER             PIC X(01) VALUE SPACES.
002270     02  PRT-D-NET          PIC ZZZ,ZZ9.99-.
002280     02  FILLER             PIC X(01) VALUE SPACES.
002290     02  PRT-D-YTD-GROSS    PIC Z,ZZZ,ZZ9.99-.
002300     02  FILLER             PIC X(02) VALUE SPACES.
002310     02  PRT-D-RETURNED     PIC X(08).
002320     02  FILLER             PIC X(02) VALUE SPACES.
002330     02  PRT-D-NOTE         PIC X(22).
002340 01  WS-RANGE-TOTAL-LINE.
002350     02  PRT-R-LABEL        PIC X(24).
002360     02  FILLER             PIC X(01) VALUE SPACES.
002370     02  PRT-R-GROSS        PIC ZZZ,ZZ9.99-.
002380     02  FILLER             PIC X(01) VALUE SPACES.
002390     02  PRT-R-TAX          PIC ZZZ,ZZ9.99-.
002400     02  FILLER             PIC X(01) VALUE SPACES.
002410     02  PRT-R-BENEFITS     PIC ZZZ,ZZ9.99-.
002420     02  FILLER             PIC X(01) VALUE SPACES.
002430     02  PRT-R-OTHER        PIC ZZZ,ZZ9.99-.
002440     02  FILLER             PIC X(01) VALUE SPACES.
002450     02  PRT-R-NET          PIC ZZZ,ZZ9.99-.
002460     02  FILLER             PIC X(02) VALUE SPACES.
002470     02  PRT-R-NOTE         PIC X(46).
002480 01  WS-JOURNAL-HEADING-LINE.
002490     02  FILLER             PIC X(10) VALUE "RUN DATE".
002500     02  FILLER             PIC X(10) VALUE "RUN TIME".
002510     02  FILLER             PIC X(07) VALUE "TRAN".
002520     02  FILLER             PIC X(10) VALUE "ACTION".
002530     02  FILLER             PIC X(16) VALUE "FIELD".
002540     02  FILLER             PIC X(26) VALUE "BEFORE".
002550     02  FILLER             PIC X(26) VALUE "AFTER".
002560     02  FILLER             PIC X(27) VALUE SPACES.
002570 01  WS-JOURNAL-DETAIL-LINE.
002580     02  PRT-J-RUN-DATE     PIC X(08).
002590     02  FILLER             PIC X(02) VALUE SPACES.
002600     02  PRT-J-RUN-TIME     PIC X(08).
002610     02  FILLER             PIC X(02) VALUE SPACES.
002620     02  PRT-J-TRAN-NO      PIC X(05).
002630     02  FILLER             PIC X(02) VALUE SPACES.
002640     02  PRT-J-ACTION       PIC X(08).
002650     02  FILLER             PIC X(02) VALUE SPACES.
002660     02  PRT-J-FIELD        PIC X(14).
002670     02  FILLER             PIC X(02) VALUE SPACES.
002680     02  PRT-J-BEFORE       PIC X(24).
002690     02  FILLER             PIC X(02) VALUE SPACES.
002700     02  PRT-J-AFTER        PIC X(24).
002710     02  FILLER             PIC X(29) VALUE SPACES.
002720 01  WS-TOTALS-LINE.
002730     02  PRT-T-LABEL        PIC X(30).
002740     02  PRT-T-COUNT        PIC ZZZZZZ9.
002750     02  FILLER             PIC X(95) VALUE SPACES.
002760 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
002770*
002780* ---------------------------------------------------------------
002790* REQUEST CARD WORK FIELDS
002800* ---------------------------------------------------------------
002810 01  WS-REQUEST-WORK.
002820     02  WS-RQ-COUNT              PIC 9(05) VALUE ZEROS.
002830     02  WS-RQ-REASON             PIC X(40) VALUE SPACES.
002840     02  WS-RQ-FROM-DATE          PIC X(08) VALUE SPACES.
002850     02  WS-RQ-TO-DATE            PIC X(08) VALUE SPACES.
002860     02  WS-RQ-IDENT              PIC X(07) VALUE SPACES.
002870*
002880* ---------------------------------------------------------------
002890* IDENT CHECK-DIGIT FIELDS
002900* SAME MODULUS-10, LEFTMOST-FIRST ALTERNATING 2-1 WEIGHTING AS
002910* COBOL01 AND COBOL03.  AN IDENT REQUEST MUST CARRY THE FULL
002920* SEVEN-DIGIT IDENT, SO A MISKEYED CARD CANNOT PRINT ANOTHER
002930* CUSTOMER'S PAY.
002940* ---------------------------------------------------------------
002950 01  WS-IDENT-CHECK-FIELDS.
002960     02  WS-IDENT-NUMBER-WORK      PIC 9(06).
002970     02  WS-IDENT-DIGIT-TABLE REDEFINES WS-IDENT-NUMBER-WORK.
002980         03  WS-IDENT-DIGIT PIC 9 OCCURS 6 TIMES.
002990     02  WS-IDENT-WEIGHT-TABLE.
003000         03  FILLER PIC 9 VALUE 2.
003010         03  FILLER PIC 9 VALUE 1.
003020         03  FILLER PIC 9 VALUE 2.
003030         03  FILLER PIC 9 VALUE 1.
003040         03  FILLER PIC 9 VALUE 2.
003050         03  FILLER PIC 9 VALUE 1.
003060     02  WS-IDENT-WEIGHTS REDEFINES WS-IDENT-WEIGHT-TABLE.
003070         03  WS-IDENT-WEIGHT PIC 9 OCCURS 6 TIMES.
003080     02  WS-IDENT-SUBSCRIPT        PIC 9(01).
003090     02  WS-IDENT-DIGIT-PRODUCT    PIC 9(02).
003100     02  WS-IDENT-WEIGHTED-SUM     PIC 9(03).
003110     02  WS-IDENT-CHECK-QUOTIENT   PIC 9(02).
003120     02  WS-IDENT-COMPUTED-CHECK-DIGIT PIC 9(01).
003130*
003140* ---------------------------------------------------------------
003150* THE CUSTOMERS A REQUEST NAMES - ONE FOR AN IDENT REQUEST,
003160* EVERY CUSTOMER FILED UNDER THE NAME FOR A NAME REQUEST.  A
003170* NAME SHARED BY MORE CUSTOMERS THAN THE TABLE HOLDS REPORTS
003180* THE FIRST WS-MATCH-TABLE-MAX AND SAYS SO.
003190* ---------------------------------------------------------------
003200 77  WS-MATCH-TABLE-MAX         PIC 9(03) VALUE 50.
003210 01  WS-MATCH-TABLE.
003220     02  WS-MT-COUNT              PIC 9(03) VALUE ZEROS.
003230     02  WS-MT-ENTRY OCCURS 50 TIMES.
003240         03  WS-MT-IDENT          PIC X(07).
003250 01  WS-MT-SUBSCRIPT            PIC 9(03).
003260*
003270* ---------------------------------------------------------------
003280* THE CURRENT CUSTOMER'S PAY HISTORY, LIVE AND ARCHIVED, IN
003290* PAY-DATE ORDER - 3300 FILES EACH RECORD IN ITS PLACE, SINCE
003300* THE ARCHIVE GENERATIONS COME NEWEST FIRST.  YTD RECORDS
003310* (DATE YYYY0000) ARE HELD TOO BUT ONLY PRINTED AS THE YEAR
003320* TOTALS.  3400 PAIRS EACH REVERSED PAYMENT WITH ITS OFFSET
003330* THE WAY COBOL13 DOES, AND WS-HT-RELATED-DATE IS THE DATE OF
003340* THE OTHER HALF OF THE PAIR.
003350* ---------------------------------------------------------------
003360 77  WS-HISTORY-TABLE-MAX       PIC 9(04) VALUE 3000.
003370 01  WS-HISTORY-TABLE.
003380     02  WS-HT-COUNT              PIC 9(04) VALUE ZEROS.
003390     02  WS-HT-ENTRY OCCURS 3000 TIMES.
003400         03  WS-HT-PAY-DATE       PIC X(08).
003410         03  WS-HT-SOURCE         PIC X(01).
003420         03  WS-HT-RECORD-TYPE    PIC X(01).
003430         03  WS-HT-RETURNED-FLAG  PIC X(01).
003440         03  WS-HT-GROSS          PIC S9(04)V99.
003450         03  WS-HT-DEDUCTIONS     PIC S9(04)V99.
003460         03  WS-HT-TAX            PIC S9(04)V99.
003470         03  WS-HT-BENEFITS       PIC S9(04)V99.
003480         03  WS-HT-NET            PIC S9(04)V99.
003490         03  WS-HT-YTD-GROSS      PIC S9(07)V99.
003500         03  WS-HT-MATCHED        PIC X(01).
003510         03  WS-HT-RELATED-DATE   PIC X(08).
003520 01  WS-HT-SUBSCRIPT            PIC 9(04).
003530 01  WS-HT-R-SUBSCRIPT          PIC 9(04).
003540 01  WS-HT-FOUND-SUBSCRIPT      PIC 9(04).
003550 01  WS-HT-SOURCE-WORK          PIC X(01).
003560 01  WS-CUR-IDENT               PIC 9(07).
003570 01  WS-CUR-IDENT-X REDEFINES WS-CUR-IDENT PIC X(07).
003580*
003590* ---------------------------------------------------------------
003600* THE JOURNAL IMAGES OF THE ENTRY BEING PRINTED, LAID OUT AS
003610* CM-CUSTOMER-RECORD.  THE BEFORE-IMAGE OF AN ADD AND THE
003620* AFTER-IMAGE OF A DELETE ARE SPACES.
003630* ---------------------------------------------------------------
003640 01  WS-JRNL-BEFORE.
003650     02  WS-JB-IDENT              PIC X(07).
003660     02  WS-JB-CUST-NAME          PIC X(20).
003670     02  WS-JB-DATE-OF-BIRTH      PIC X(08).
003680     02  WS-JB-HOURS-WORKED       PIC 9(03)V99.
003690     02  WS-JB-PAY-RATE           PIC 9(03)V99.
003700     02  WS-JB-DEPT-CODE          PIC X(03).
003710     02  WS-JB-PAY-GROUP          PIC X(01).
003720 01  WS-JRNL-AFTER.
003730     02  WS-JA-IDENT              PIC X(07).
003740     02  WS-JA-CUST-NAME          PIC X(20).
003750     02  WS-JA-DATE-OF-BIRTH      PIC X(08).
003760     02  WS-JA-HOURS-WORKED       PIC 9(03)V99.
003770     02  WS-JA-PAY-RATE           PIC 9(03)V99.
003780     02  WS-JA-DEPT-CODE          PIC X(03).
003790     02  WS-JA-PAY-GROUP          PIC X(01).
003800 01  WS-JRNL-FIELD-WORK.
003810     02  WS-JF-NAME               PIC X(14).
003820     02  WS-JF-BEFORE             PIC X(24).
003830     02  WS-JF-AFTER              PIC X(24).
003840     02  WS-JF-EDIT-AMOUNT        PIC ZZ9.99.
003850*
003860* ---------------------------------------------------------------
003870* THE CURRENT CUSTOMER'S TOTALS FOR THE RANGE.  A PAYMENT THE
003880* BANK RETURNED WAS NEVER RECEIVED AND IS LEFT OUT; A REVERSED
003890* PAYMENT AND ITS OFFSET ARE BOTH COUNTED, SO THEY NET OUT.
003900* ---------------------------------------------------------------
003910 01  WS-RANGE-TOTALS.
003920     02  WS-RT-ENTRIES            PIC 9(05).
003930     02  WS-RT-RETURNED           PIC 9(05).
003940     02  WS-RT-GROSS              PIC S9(07)V99.
003950     02  WS-RT-TAX                PIC S9(07)V99.
003960     02  WS-RT-BENEFITS           PIC S9(07)V99.
003970     02  WS-RT-OTHER              PIC S9(07)V99.
003980     02  WS-RT-NET                PIC S9(07)V99.
003990     02  WS-RT-JOURNAL            PIC 9(05).
004000 01  WS-OTHER-DEDUCTIONS        PIC S9(05)V99.
004010 01  WS-YTD-EDIT                PIC Z,ZZZ,ZZ9.99-.
004020 01  WS-COUNT-EDIT              PIC ZZZZ9.
004030*
004040* ---------------------------------------------------------------
004050* RUN TOTALS
004060* ---------------------------------------------------------------
004070 01  WS-RUN-TOTALS.
004080     02  WS-RQ-REJECT-COUNT       PIC 9(07) VALUE ZEROS.
004090     02  WS-NAME-NOT-FOUND-COUNT  PIC 9(07) VALUE ZEROS.
004100     02  WS-CUSTOMERS-REPORTED    PIC 9(07) VALUE ZEROS.
004110     02  WS-HISTORY-LINES         PIC 9(07) VALUE ZEROS.
004120     02  WS-JOURNAL-ENTRIES       PIC 9(07) VALUE ZEROS.
004130*
004140 PROCEDURE DIVISION.
004150* ---------------------------------------------------------------
004160* 0000-MAIN-LOGIC
004170* ANSWERS EVERY REQUEST CARD, THEN PRINTS THE RUN TOTALS.
004180* ---------------------------------------------------------------
004190 0000-MAIN-LOGIC.
004200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004210     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
004220     PERFORM 8000-WRITE-RUN-TOTALS THRU 8000-EXIT
004230     PERFORM 9000-TERMINATE THRU 9000-EXIT
004240     STOP RUN.
004250*
004260* ---------------------------------------------------------------
004270* 1000-INITIALIZE
004280* OPENS EVERY FILE FOR INPUT.  THE MASTER, PAYHIST, THE JOURNAL
004290* AND THE REQUEST CARDS ARE FATAL IF THEY WILL NOT OPEN.  THE
004300* ARCHIVE IS ONLY OPENED HERE TO SEE IF IT IS THERE - A
004310* DUMMIED PAYARCH IS THE NORMAL CASE FOR A CALL ABOUT THE
004320* CURRENT YEAR, AND THE REPORT THEN SAYS IT COVERS THE LIVE
004330* PAY HISTORY ONLY.  THE ARCHIVE AND THE JOURNAL ARE REREAD
004340* FOR EVERY CUSTOMER REPORTED.
004350* ---------------------------------------------------------------
004360 1000-INITIALIZE.
004370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004380     MOVE ZEROS TO WS-PAGE-NUMBER
004390     MOVE ZEROS TO WS-LINE-COUNT
004400     OPEN OUTPUT PRINT-FILE
004410     IF WS-PRT-FILE-STATUS NOT = "00"
004420         DISPLAY "COBOL15 - UNABLE TO OPEN PRINT-FILE, STATUS = "
004430             WS-PRT-FILE-STATUS
004440         MOVE 16 TO RETURN-CODE
004450         STOP RUN
004460     END-IF
004470     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
004480     OPEN INPUT CUSTOMER-MASTER-FILE
004490     IF WS-CM-FILE-STATUS NOT = "00"
004500         MOVE SPACES TO WS-GENERIC-LINE
004510         STRING "COBOL15 - UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
004520             "STATUS = " WS-CM-FILE-STATUS
004530             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004540         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004550     END-IF
004560     OPEN INPUT PAY-HISTORY-FILE
004570     IF WS-PH-FILE-STATUS NOT = "00"
004580         MOVE SPACES TO WS-GENERIC-LINE
004590         STRING "COBOL15 - UNABLE TO OPEN PAY-HISTORY-FILE, "
004600             "STATUS = " WS-PH-FILE-STATUS
004610             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004620         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004630     END-IF
004640     OPEN INPUT JOURNAL-IN-FILE
004650     IF WS-JI-FILE-STATUS NOT = "00"
004660         MOVE SPACES TO WS-GENERIC-LINE
004670         STRING "COBOL15 - UNABLE TO OPEN JOURNAL-IN-FILE, "
004680             "STATUS = " WS-JI-FILE-STATUS
004690             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004700         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004710     END-IF
004720     CLOSE JOURNAL-IN-FILE
004730     OPEN INPUT REQUEST-CARD-FILE
004740     IF WS-RQ-FILE-STATUS NOT = "00"
004750         MOVE SPACES TO WS-GENERIC-LINE
004760         STRING "COBOL15 - UNABLE TO OPEN REQUEST-CARD-FILE, "
004770             "STATUS = " WS-RQ-FILE-STATUS
004780             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004790         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004800     END-IF
004810     OPEN INPUT PAY-ARCHIVE-FILE
004820     IF WS-ARC-FILE-STATUS = "00"
004830         SET ARCHIVE-AVAILABLE TO TRUE
004840         CLOSE PAY-ARCHIVE-FILE
004850     ELSE
004860         SET ARCHIVE-NOT-AVAILABLE TO TRUE
004870         MOVE SPACES TO WS-GENERIC-LINE
004880         STRING "COBOL15 - PAY-ARCHIVE-FILE NOT AVAILABLE, "
004890             "STATUS = " WS-ARC-FILE-STATUS
004900             " - LIVE PAY HISTORY ONLY"
004910             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004920         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
004930     END-IF.
004940 1000-EXIT.
004950     EXIT.
004960*
004970* ---------------------------------------------------------------
004980* 1650-WRITE-PAGE-HEADING
004990* STARTS A NEW PAGE WITH THE RUN DATE AND PAGE NUMBER, THE
005000* CUSTOMER BEING REPORTED (IF ANY) AND THE COLUMN HEADINGS OF
005010* THE PART OF THE REPORT UNDER WAY.
005020* ---------------------------------------------------------------
005030 1650-WRITE-PAGE-HEADING.
005040     ADD 1 TO WS-PAGE-NUMBER
005050     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
005060     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
005070     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
005080         AFTER ADVANCING PAGE
005090     MOVE ZEROS TO WS-LINE-COUNT
005100     IF WS-CUSTOMER-HEADING-LINE NOT = SPACES
005110         WRITE PRINT-LINE FROM WS-CUSTOMER-HEADING-LINE
005120             AFTER ADVANCING 2 LINES
005130         ADD 2 TO WS-LINE-COUNT
005140     END-IF
005150     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-LINE
005160         AFTER ADVANCING 2 LINES
005170     ADD 2 TO WS-LINE-COUNT.
005180 1650-EXIT.
005190     EXIT.
005200*
005210* ---------------------------------------------------------------
005220* 1660-CHECK-PAGE-BREAK
005230* STARTS A NEW PAGE IF THE CURRENT ONE HAS FILLED UP.
005240* ---------------------------------------------------------------
005250 1660-CHECK-PAGE-BREAK.
005260     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005270         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
005280     END-IF.
005290 1660-EXIT.
005300     EXIT.
005310*
005320* ---------------------------------------------------------------
005330* 1900-WRITE-GENERIC-LINE
005340* WRITES WS-GENERIC-LINE TO THE REPORT.
005350* ---------------------------------------------------------------
005360 1900-WRITE-GENERIC-LINE.
005370     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
005380     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
005390     ADD 1 TO WS-LINE-COUNT.
005400 1900-EXIT.
005410     EXIT.
005420*
005430* ---------------------------------------------------------------
005440* 1990-INITIALIZE-FATAL
005450* PRINTS THE MESSAGE IN WS-GENERIC-LINE AND ENDS THE STEP WITH
005460* RETURN CODE 16.  THE INQUIRY UPDATES NOTHING.
005470* ---------------------------------------------------------------
005480 1990-INITIALIZE-FATAL.
005490     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
005500     CLOSE CUSTOMER-MASTER-FILE
005510     CLOSE PAY-HISTORY-FILE
005520     CLOSE PAY-ARCHIVE-FILE
005530     CLOSE JOURNAL-IN-FILE
005540     CLOSE REQUEST-CARD-FILE
005550     CLOSE PRINT-FILE
005560     MOVE 16 TO RETURN-CODE
005570     STOP RUN.
005580 1990-EXIT.
005590     EXIT.
005600*
005610* ---------------------------------------------------------------
005620* 2000-PROCESS-REQUESTS
005630* READS THE REQUEST CARDS AND ANSWERS EVERY ONE.
005640* ---------------------------------------------------------------
005650 2000-PROCESS-REQUESTS.
005660     PERFORM UNTIL RQ-END-OF-FILE
005670         READ REQUEST-CARD-FILE
005680             AT END
005690                 MOVE "Y" TO WS-RQ-EOF-SWITCH
005700             NOT AT END
005710                 PERFORM 2100-PROCESS-ONE-REQUEST THRU 2100-EXIT
005720         END-READ
005730     END-PERFORM.
005740 2000-EXIT.
005750     EXIT.
005760*
005770* ---------------------------------------------------------------
005780* 2100-PROCESS-ONE-REQUEST
005790* EDITS ONE REQUEST CARD, FINDS THE CUSTOMERS IT NAMES AND
005800* REPORTS EACH ONE (3000).  EVERY CARD IS ECHOED ON THE REPORT
005810* WITH WHAT BECAME OF IT.  "*" CARDS ARE COMMENTS AND BLANK
005820* CARDS ARE IGNORED.
005830* ---------------------------------------------------------------
005840 2100-PROCESS-ONE-REQUEST.
005850     IF RQ-REQUEST-RECORD = SPACES
005860             OR RQ-REQUEST-TYPE = "*"
005870         GO TO 2100-EXIT
005880     END-IF
005890     ADD 1 TO WS-RQ-COUNT
005900     SET RQ-IS-VALID TO TRUE
005910     MOVE SPACES TO WS-RQ-REASON
005920     MOVE ZEROS TO WS-MT-COUNT
005930     MOVE SPACES TO WS-CUSTOMER-HEADING-LINE
005940     MOVE SPACES TO WS-COLUMN-HEADING-LINE
005950     EVALUATE RQ-REQUEST-TYPE
005960         WHEN "I"
005970             PERFORM 2150-EDIT-IDENT-CHECK-DIGIT THRU 2150-EXIT
005980         WHEN "N"
005990             IF RQ-CUST-NAME = SPACES
006000                 SET RQ-IS-REJECTED TO TRUE
006010                 MOVE "CUSTOMER NAME IS BLANK" TO WS-RQ-REASON
006020             END-IF
006030         WHEN OTHER
006040             SET RQ-IS-REJECTED TO TRUE
006050             MOVE "REQUEST TYPE NOT I OR N" TO WS-RQ-REASON
006060     END-EVALUATE
006070     IF RQ-IS-VALID
006080         PERFORM 2200-EDIT-DATE-RANGE THRU 2200-EXIT
006090     END-IF
006100     IF RQ-IS-REJECTED
006110         ADD 1 TO WS-RQ-REJECT-COUNT
006120         PERFORM 2500-WRITE-REQUEST-LINE THRU 2500-EXIT
006130         GO TO 2100-EXIT
006140     END-IF
006150     IF RQ-REQUEST-TYPE = "I"
006160         ADD 1 TO WS-MT-COUNT
006170         MOVE WS-RQ-IDENT TO WS-MT-IDENT (WS-MT-COUNT)
006180     ELSE
006190         PERFORM 2400-FIND-BY-NAME THRU 2400-EXIT
006200     END-IF
006210     PERFORM 2500-WRITE-REQUEST-LINE THRU 2500-EXIT
006220     PERFORM 3000-REPORT-ONE-CUSTOMER THRU 3000-EXIT
006230         VARYING WS-MT-SUBSCRIPT FROM 1 BY 1
006240         UNTIL WS-MT-SUBSCRIPT > WS-MT-COUNT.
006250 2100-EXIT.
006260     EXIT.
006270*
006280* ---------------------------------------------------------------
006290* 2150-EDIT-IDENT-CHECK-DIGIT
006300* EDITS THE IDENT ON AN IDENT REQUEST AND VERIFIES ITS CHECK
006310* DIGIT.  THE IDENT NEED NOT STILL BE ON THE MASTER - A DELETED
006320* CUSTOMER'S PAY HISTORY AND JOURNAL ARE STILL REPORTED.
006330* ---------------------------------------------------------------
006340 2150-EDIT-IDENT-CHECK-DIGIT.
006350     MOVE RQ-IDENT-NUMBER TO WS-RQ-IDENT (1:6)
006360     MOVE RQ-IDENT-CHECK-DIGIT TO WS-RQ-IDENT (7:1)
006370     IF RQ-IDENT-NUMBER NOT NUMERIC
006380         SET RQ-IS-REJECTED TO TRUE
006390         MOVE "IDENT NUMBER NOT NUMERIC" TO WS-RQ-REASON
006400         GO TO 2150-EXIT
006410     END-IF
006420     MOVE RQ-IDENT-NUMBER TO WS-IDENT-NUMBER-WORK
006430     IF WS-IDENT-NUMBER-WORK = ZEROS
006440         SET RQ-IS-REJECTED TO TRUE
006450         MOVE "IDENT NUMBER IS ZERO" TO WS-RQ-REASON
006460         GO TO 2150-EXIT
006470     END-IF
006480     IF RQ-IDENT-CHECK-DIGIT NOT NUMERIC
006490         SET RQ-IS-REJECTED TO TRUE
006500         MOVE "IDENT CHECK DIGIT NOT NUMERIC" TO WS-RQ-REASON
006510         GO TO 2150-EXIT
006520     END-IF
006530     MOVE ZEROS TO WS-IDENT-WEIGHTED-SUM
006540     PERFORM VARYING WS-IDENT-SUBSCRIPT FROM 1 BY 1
006550             UNTIL WS-IDENT-SUBSCRIPT > 6
006560         MULTIPLY WS-IDENT-DIGIT (WS-IDENT-SUBSCRIPT)
006570             BY WS-IDENT-WEIGHT (WS-IDENT-SUBSCRIPT)
006580             GIVING WS-IDENT-DIGIT-PRODUCT
006590         ADD WS-IDENT-DIGIT-PRODUCT TO WS-IDENT-WEIGHTED-SUM
006600     END-PERFORM
006610     DIVIDE WS-IDENT-WEIGHTED-SUM BY 10
006620         GIVING WS-IDENT-CHECK-QUOTIENT
006630         REMAINDER WS-IDENT-COMPUTED-CHECK-DIGIT
006640     IF RQ-IDENT-CHECK-DIGIT NOT = WS-IDENT-COMPUTED-CHECK-DIGIT
006650         SET RQ-IS-REJECTED TO TRUE
006660         MOVE "IDENT CHECK DIGIT MISMATCH" TO WS-RQ-REASON
006670     END-IF.
006680 2150-EXIT.
006690     EXIT.
006700*
006710* ---------------------------------------------------------------
006720* 2200-EDIT-DATE-RANGE
006730* A BLANK FROM DATE STARTS AT THE EARLIEST RECORD AND A BLANK
006740* TO DATE RUNS TO THE LATEST; A DATE GIVEN MUST BE NUMERIC
006750* (YYYYMMDD) AND THE RANGE MUST NOT RUN BACKWARDS.
006760* ---------------------------------------------------------------
006770 2200-EDIT-DATE-RANGE.
006780     IF RQ-FROM-DATE = SPACES
006790         MOVE ZEROS TO WS-RQ-FROM-DATE
006800     ELSE
006810         MOVE RQ-FROM-DATE TO WS-RQ-FROM-DATE
006820     END-IF
006830     IF RQ-TO-DATE = SPACES
006840         MOVE ALL "9" TO WS-RQ-TO-DATE
006850     ELSE
006860         MOVE RQ-TO-DATE TO WS-RQ-TO-DATE
006870     END-IF
006880     IF WS-RQ-FROM-DATE NOT NUMERIC
006890         SET RQ-IS-REJECTED TO TRUE
006900         MOVE "FROM DATE NOT NUMERIC (YYYYMMDD)" TO WS-RQ-REASON
006910         GO TO 2200-EXIT
006920     END-IF
006930     IF WS-RQ-TO-DATE NOT NUMERIC
006940         SET RQ-IS-REJECTED TO TRUE
006950         MOVE "TO DATE NOT NUMERIC (YYYYMMDD)" TO WS-RQ-REASON
006960         GO TO 2200-EXIT
006970     END-IF
006980     IF WS-RQ-FROM-DATE > WS-RQ-TO-DATE
006990         SET RQ-IS-REJECTED TO TRUE
007000         MOVE "FROM DATE IS AFTER TO DATE" TO WS-RQ-REASON
007010     END-IF.
007020 2200-EXIT.
007030     EXIT.
007040*
007050* ---------------------------------------------------------------
007060* 2400-FIND-BY-NAME
007070* FILES THE IDENT OF EVERY CUSTOMER FILED UNDER THE CARD'S NAME
007080* - THE NAME MUST MATCH AS FILED ON THE MASTER - IN THE ORDER
007090* THE ALTERNATE INDEX RETURNS THEM.  NO MATCH IS NOT AN ERROR;
007100* THE REQUEST LINE SAYS SO.
007110* ---------------------------------------------------------------
007120 2400-FIND-BY-NAME.
007130     SET CM-MORE-FOR-NAME TO TRUE
007140     MOVE RQ-CUST-NAME TO CM-CUST-NAME
007150     START CUSTOMER-MASTER-FILE KEY IS EQUAL TO CM-CUST-NAME
007160         INVALID KEY
007170             SET CM-END-OF-NAME TO TRUE
007180     END-START
007190     PERFORM UNTIL CM-END-OF-NAME
007200         READ CUSTOMER-MASTER-FILE NEXT RECORD
007210             AT END
007220                 SET CM-END-OF-NAME TO TRUE
007230             NOT AT END
007240                 PERFORM 2410-NOTE-ONE-NAME-MATCH THRU 2410-EXIT
007250         END-READ
007260     END-PERFORM
007270     IF WS-MT-COUNT = ZEROS
007280         ADD 1 TO WS-NAME-NOT-FOUND-COUNT
007290         MOVE "NO CUSTOMER FILED UNDER THIS NAME" TO WS-RQ-REASON
007300     END-IF.
007310 2400-EXIT.
007320     EXIT.
007330*
007340* ---------------------------------------------------------------
007350* 2410-NOTE-ONE-NAME-MATCH
007360* FILES THE IDENT OF THE CUSTOMER JUST READ IF IT IS STILL
007370* UNDER THE NAME, AND ENDS THE SEARCH AT THE FIRST ONE THAT IS
007380* NOT.  A FULL TABLE ENDS THE SEARCH WITH A WARNING.
007390* ---------------------------------------------------------------
007400 2410-NOTE-ONE-NAME-MATCH.
007410     IF CM-CUST-NAME NOT = RQ-CUST-NAME
007420         SET CM-END-OF-NAME TO TRUE
007430         GO TO 2410-EXIT
007440     END-IF
007450     IF WS-MT-COUNT >= WS-MATCH-TABLE-MAX
007460         SET CM-END-OF-NAME TO TRUE
007470         MOVE "MORE CUSTOMERS BY NAME THAN LISTED - USE IDENT"
007480             TO WS-RQ-REASON
007490         GO TO 2410-EXIT
007500     END-IF
007510     ADD 1 TO WS-MT-COUNT
007520     MOVE CM-IDENT TO WS-MT-IDENT (WS-MT-COUNT).
007530 2410-EXIT.
007540     EXIT.
007550*
007560* ---------------------------------------------------------------
007570* 2500-WRITE-REQUEST-LINE
007580* ECHOES THE REQUEST CARD WITH THE NUMBER OF CUSTOMERS FOUND, OR
007590* THE REASON IT WAS REJECTED.
007600* ---------------------------------------------------------------
007610 2500-WRITE-REQUEST-LINE.
007620     MOVE SPACES TO WS-GENERIC-LINE
007630     MOVE WS-RQ-COUNT TO WS-COUNT-EDIT
007640     IF RQ-IS-REJECTED
007650         STRING "REQUEST " WS-COUNT-EDIT ": "
007660             RQ-REQUEST-RECORD (1:37) "  REJECTED - " WS-RQ-REASON
007670             DELIMITED BY SIZE INTO WS-GENERIC-LINE
007680     ELSE
007690         MOVE WS-MT-COUNT TO PRT-T-COUNT
007700         STRING "REQUEST " WS-COUNT-EDIT ": "
007710             RQ-REQUEST-RECORD (1:37) "  CUSTOMERS: " PRT-T-COUNT
007720             "  " WS-RQ-REASON
007730             DELIMITED BY SIZE INTO WS-GENERIC-LINE
007740     END-IF
007750     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT.
007760 2500-EXIT.
007770     EXIT.
007780*
007790* ---------------------------------------------------------------
007800* 3000-REPORT-ONE-CUSTOMER
007810* REPORTS THE CUSTOMER AT WS-MT-SUBSCRIPT ON A NEW PAGE - PAY
007820* HISTORY (3100-4000) THEN JOURNAL (5000).  THE MASTER IS READ
007830* BY IDENT FOR THE HEADING; AN IDENT NO LONGER ON IT IS STILL
007840* REPORTED, AND THE HEADING SAYS SO.
007850* ---------------------------------------------------------------
007860 3000-REPORT-ONE-CUSTOMER.
007870     ADD 1 TO WS-CUSTOMERS-REPORTED
007880     MOVE WS-MT-IDENT (WS-MT-SUBSCRIPT) TO WS-CUR-IDENT-X
007890     MOVE WS-CUR-IDENT-X TO CM-IDENT
007900     SET CUSTOMER-ON-MASTER TO TRUE
007910     READ CUSTOMER-MASTER-FILE KEY IS CM-IDENT
007920         INVALID KEY
007930             SET CUSTOMER-NOT-ON-MASTER TO TRUE
007940     END-READ
007950     MOVE WS-CUR-IDENT-X TO PRT-C-IDENT
007960     IF CUSTOMER-ON-MASTER
007970         MOVE CM-CUST-NAME TO PRT-C-NAME
007980         MOVE CM-DEPT-CODE TO PRT-C-DEPT
007990         MOVE CM-PAY-GROUP TO PRT-C-GROUP
008000         MOVE CM-PAY-RATE TO PRT-C-RATE
008010         MOVE "ON CUSTOMER MASTER" TO PRT-C-STATUS
008020     ELSE
008030         MOVE SPACES TO PRT-C-NAME
008040         MOVE SPACES TO PRT-C-DEPT
008050         MOVE SPACES TO PRT-C-GROUP
008060         MOVE ZEROS TO PRT-C-RATE
008070         MOVE "NOT ON CUSTOMER MASTER" TO PRT-C-STATUS
008080     END-IF
008090     MOVE WS-RQ-FROM-DATE TO PRT-C-FROM-DATE
008100     MOVE WS-RQ-TO-DATE TO PRT-C-TO-DATE
008110     MOVE WS-CUSTOMER-LINE TO WS-CUSTOMER-HEADING-LINE
008120     MOVE WS-HISTORY-HEADING-LINE TO WS-COLUMN-HEADING-LINE
008130     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
008140     INITIALIZE WS-RANGE-TOTALS
008150     MOVE ZEROS TO WS-HT-COUNT
008160     PERFORM 3100-LOAD-LIVE-HISTORY THRU 3100-EXIT
008170     PERFORM 3200-LOAD-ARCHIVED-HISTORY THRU 3200-EXIT
008180     PERFORM 3400-PAIR-REVERSALS THRU 3400-EXIT
008190     PERFORM 4000-PRINT-HISTORY THRU 4000-EXIT
008200     PERFORM 5000-PRINT-JOURNAL THRU 5000-EXIT
008210     MOVE SPACES TO WS-CUSTOMER-HEADING-LINE
008220     MOVE SPACES TO WS-COLUMN-HEADING-LINE.
008230 3000-EXIT.
008240     EXIT.
008250*
008260* ---------------------------------------------------------------
008270* 3100-LOAD-LIVE-HISTORY
008280* FILES EVERY PAYHIST RECORD OF THE CUSTOMER, READ IN KEY ORDER
008290* FROM THE FIRST RECORD OF THE IDENT.
008300* ---------------------------------------------------------------
008310 3100-LOAD-LIVE-HISTORY.
008320     SET PH-NOT-END-OF-FILE TO TRUE
008330     MOVE "L" TO WS-HT-SOURCE-WORK
008340     MOVE WS-CUR-IDENT TO PH-IDENT
008350     MOVE LOW-VALUES TO PH-PAY-DATE
008360     START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
008370         INVALID KEY
008380             SET PH-END-OF-FILE TO TRUE
008390     END-START
008400     PERFORM UNTIL PH-END-OF-FILE
008410         READ PAY-HISTORY-FILE NEXT RECORD
008420             AT END
008430                 SET PH-END-OF-FILE TO TRUE
008440             NOT AT END
008450                 IF PH-IDENT = WS-CUR-IDENT
008460                     PERFORM 3300-FILE-HISTORY-ENTRY
008470                         THRU 3300-EXIT
008480                 ELSE
008490                     SET PH-END-OF-FILE TO TRUE
008500                 END-IF
008510         END-READ
008520     END-PERFORM.
008530 3100-EXIT.
008540     EXIT.
008550*
008560* ---------------------------------------------------------------
008570* 3200-LOAD-ARCHIVED-HISTORY
008580* READS THE WHOLE ARCHIVE - EVERY GENERATION THE DD SUPPLIES -
008590* AND FILES THE CUSTOMER'S RECORDS.  THE RECORDS ARE PARSED
008600* THROUGH THE PAY-HISTORY FD BUFFER, AS COBOL01 DOES; THE
008610* PAYHIST PASS ABOVE IS FINISHED BY NOW.
008620* ---------------------------------------------------------------
008630 3200-LOAD-ARCHIVED-HISTORY.
008640     IF ARCHIVE-NOT-AVAILABLE
008650         GO TO 3200-EXIT
008660     END-IF
008670     OPEN INPUT PAY-ARCHIVE-FILE
008680     IF WS-ARC-FILE-STATUS NOT = "00"
008690         MOVE SPACES TO WS-GENERIC-LINE
008700         STRING "COBOL15 - UNABLE TO OPEN PAY-ARCHIVE-FILE, "
008710             "STATUS = " WS-ARC-FILE-STATUS
008720             DELIMITED BY SIZE INTO WS-GENERIC-LINE
008730         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
008740     END-IF
008750     SET ARC-NOT-END-OF-FILE TO TRUE
008760     MOVE "A" TO WS-HT-SOURCE-WORK
008770     PERFORM UNTIL ARC-END-OF-FILE
008780         READ PAY-ARCHIVE-FILE
008790             AT END
008800                 SET ARC-END-OF-FILE TO TRUE
008810             NOT AT END
008820                 MOVE PA-ARCHIVE-RECORD TO PH-PAY-HISTORY-RECORD
008830                 IF PH-IDENT = WS-CUR-IDENT
008840                     PERFORM 3300-FILE-HISTORY-ENTRY
008850                         THRU 3300-EXIT
008860                 END-IF
008870         END-READ
008880     END-PERFORM
008890     CLOSE PAY-ARCHIVE-FILE.
008900 3200-EXIT.
008910     EXIT.
008920*
008930* ---------------------------------------------------------------
008940* 3300-FILE-HISTORY-ENTRY
008950* FILES THE PAY-HISTORY RECORD IN THE FD BUFFER INTO THE
008960* HISTORY TABLE IN PAY-DATE ORDER, MOVING LATER ENTRIES UP ONE.
008970* A DATE ALREADY FILED IS PASSED OVER - THE LIVE RECORD IS
008980* LOADED FIRST AND IS THE ONE KEPT, AND A YEAR IN TWO ARCHIVE
008990* GENERATIONS IS ONLY SHOWN ONCE.  MORE RECORDS THAN THE TABLE
009000* HOLDS IS FATAL.
009010* ---------------------------------------------------------------
009020 3300-FILE-HISTORY-ENTRY.
009030     MOVE ZEROS TO WS-HT-FOUND-SUBSCRIPT
009040     PERFORM VARYING WS-HT-SUBSCRIPT FROM 1 BY 1
009050             UNTIL WS-HT-SUBSCRIPT > WS-HT-COUNT
009060         IF WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) NOT < PH-PAY-DATE
009070             MOVE WS-HT-SUBSCRIPT TO WS-HT-FOUND-SUBSCRIPT
009080             MOVE WS-HT-COUNT TO WS-HT-SUBSCRIPT
009090         END-IF
009100     END-PERFORM
009110     IF WS-HT-FOUND-SUBSCRIPT NOT = ZEROS
009120         IF WS-HT-PAY-DATE (WS-HT-FOUND-SUBSCRIPT) = PH-PAY-DATE
009130             GO TO 3300-EXIT
009140         END-IF
009150     END-IF
009160     IF WS-HT-COUNT >= WS-HISTORY-TABLE-MAX
009170         MOVE SPACES TO WS-GENERIC-LINE
009180         STRING "COBOL15 - TOO MANY PAY-HISTORY RECORDS FOR "
009190             "IDENT " WS-CUR-IDENT
009200             DELIMITED BY SIZE INTO WS-GENERIC-LINE
009210         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
009220     END-IF
009230     IF WS-HT-FOUND-SUBSCRIPT = ZEROS
009240         COMPUTE WS-HT-FOUND-SUBSCRIPT = WS-HT-COUNT + 1
009250     ELSE
009260         PERFORM VARYING WS-HT-R-SUBSCRIPT FROM WS-HT-COUNT BY -1
009270                 UNTIL WS-HT-R-SUBSCRIPT < WS-HT-FOUND-SUBSCRIPT
009280             MOVE WS-HT-ENTRY (WS-HT-R-SUBSCRIPT)
009290                 TO WS-HT-ENTRY (WS-HT-R-SUBSCRIPT + 1)
009300         END-PERFORM
009310     END-IF
009320     ADD 1 TO WS-HT-COUNT
009330     MOVE WS-HT-FOUND-SUBSCRIPT TO WS-HT-SUBSCRIPT
009340     MOVE PH-PAY-DATE TO WS-HT-PAY-DATE (WS-HT-SUBSCRIPT)
009350     MOVE WS-HT-SOURCE-WORK TO WS-HT-SOURCE (WS-HT-SUBSCRIPT)
009360     MOVE PH-RECORD-TYPE TO WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT)
009370     MOVE PH-RETURNED-FLAG
009380         TO WS-HT-RETURNED-FLAG (WS-HT-SUBSCRIPT)
009390     MOVE PH-GROSS-PAY TO WS-HT-GROSS (WS-HT-SUBSCRIPT)
009400     MOVE PH-TOTAL-DEDUCTIONS
009410         TO WS-HT-DEDUCTIONS (WS-HT-SUBSCRIPT)
009420     MOVE PH-TAX-DEDUCTIONS TO WS-HT-TAX (WS-HT-SUBSCRIPT)
009430     MOVE PH-BENEFIT-DEDUCTIONS
009440         TO WS-HT-BENEFITS (WS-HT-SUBSCRIPT)
009450     MOVE PH-NET-PAY TO WS-HT-NET (WS-HT-SUBSCRIPT)
009460     MOVE PH-YTD-GROSS TO WS-HT-YTD-GROSS (WS-HT-SUBSCRIPT)
009470     MOVE "N" TO WS-HT-MATCHED (WS-HT-SUBSCRIPT)
009480     MOVE SPACES TO WS-HT-RELATED-DATE (WS-HT-SUBSCRIPT).
009490 3300-EXIT.
009500     EXIT.
009510*
009520* ---------------------------------------------------------------
009530* 3400-PAIR-REVERSALS
009540* PAIRS EVERY REVERSED PAYMENT OF THE CUSTOMER WITH ITS OFFSET
009550* (3410), EARLIEST PAYMENT FIRST.  THE WHOLE HISTORY IS PAIRED,
009560* NOT JUST THE RANGE, SO A PAIR THAT STRADDLES THE RANGE STILL
009570* NAMES ITS OTHER HALF.
009580* ---------------------------------------------------------------
009590 3400-PAIR-REVERSALS.
009600     PERFORM VARYING WS-HT-SUBSCRIPT FROM 1 BY 1
009610             UNTIL WS-HT-SUBSCRIPT > WS-HT-COUNT
009620         IF WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) = "V"
009630                 AND WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (5:4)
009640                     NOT = "0000"
009650             PERFORM 3410-MATCH-ONE-REVERSAL THRU 3410-EXIT
009660         END-IF
009670     END-PERFORM.
009680 3400-EXIT.
009690     EXIT.
009700*
009710* ---------------------------------------------------------------
009720* 3410-MATCH-ONE-REVERSAL
009730* FINDS THE FIRST UNUSED "R" OFFSET FOR THE REVERSED PAYMENT AT
009740* WS-HT-SUBSCRIPT - THE GROSS WITH ITS SIGN TURNED, FILED ON OR
009750* AFTER THE PAYMENT'S DATE - AND POINTS EACH AT THE OTHER'S
009760* DATE.  COBOL01 FILES AN OFFSET WITH NO POINTER BACK, SO THE
009770* AMOUNT AND DATE ARE ALL THERE IS TO GO ON.
009780* ---------------------------------------------------------------
009790 3410-MATCH-ONE-REVERSAL.
009800     MOVE ZEROS TO WS-HT-FOUND-SUBSCRIPT
009810     PERFORM VARYING WS-HT-R-SUBSCRIPT FROM 1 BY 1
009820             UNTIL WS-HT-R-SUBSCRIPT > WS-HT-COUNT
009830         IF WS-HT-RECORD-TYPE (WS-HT-R-SUBSCRIPT) = "R"
009840                 AND WS-HT-MATCHED (WS-HT-R-SUBSCRIPT) = "N"
009850                 AND WS-HT-PAY-DATE (WS-HT-R-SUBSCRIPT)
009860                     NOT < WS-HT-PAY-DATE (WS-HT-SUBSCRIPT)
009870                 AND WS-HT-GROSS (WS-HT-R-SUBSCRIPT)
009880                     = ZERO - WS-HT-GROSS (WS-HT-SUBSCRIPT)
009890             MOVE WS-HT-R-SUBSCRIPT TO WS-HT-FOUND-SUBSCRIPT
009900             MOVE WS-HT-COUNT TO WS-HT-R-SUBSCRIPT
009910         END-IF
009920     END-PERFORM
009930     IF WS-HT-FOUND-SUBSCRIPT = ZEROS
009940         GO TO 3410-EXIT
009950     END-IF
009960     MOVE "Y" TO WS-HT-MATCHED (WS-HT-SUBSCRIPT)
009970     MOVE "Y" TO WS-HT-MATCHED (WS-HT-FOUND-SUBSCRIPT)
009980     MOVE WS-HT-PAY-DATE (WS-HT-FOUND-SUBSCRIPT)
009990         TO WS-HT-RELATED-DATE (WS-HT-SUBSCRIPT)
010000     MOVE WS-HT-PAY-DATE (WS-HT-SUBSCRIPT)
010010         TO WS-HT-RELATED-DATE (WS-HT-FOUND-SUBSCRIPT).
010020 3410-EXIT.
010030     EXIT.
010040*
010050* ---------------------------------------------------------------
010060* 4000-PRINT-HISTORY
010070* PRINTS THE CUSTOMER'S PAY-DATE RECORDS IN THE RANGE (4100),
010080* THE RANGE TOTALS AND THE YEAR-TO-DATE RECORD OF EVERY YEAR
010090* THE RANGE TOUCHES (4300).
010100* ---------------------------------------------------------------
010110 4000-PRINT-HISTORY.
010120     PERFORM VARYING WS-HT-SUBSCRIPT FROM 1 BY 1
010130             UNTIL WS-HT-SUBSCRIPT > WS-HT-COUNT
010140         IF WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (5:4) NOT = "0000"
010150                 AND WS-HT-PAY-DATE (WS-HT-SUBSCRIPT)
010160                     NOT < WS-RQ-FROM-DATE
010170                 AND WS-HT-PAY-DATE (WS-HT-SUBSCRIPT)
010180                     NOT > WS-RQ-TO-DATE
010190             PERFORM 4100-PRINT-ONE-ENTRY THRU 4100-EXIT
010200         END-IF
010210     END-PERFORM
010220     IF WS-RT-ENTRIES = ZEROS
010230         MOVE SPACES TO WS-GENERIC-LINE
010240         MOVE "NO PAY HISTORY IN THE RANGE" TO WS-GENERIC-LINE
010250         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
010260     ELSE
010270         PERFORM 4200-PRINT-RANGE-TOTALS THRU 4200-EXIT
010280     END-IF
010290     PERFORM VARYING WS-HT-SUBSCRIPT FROM 1 BY 1
010300             UNTIL WS-HT-SUBSCRIPT > WS-HT-COUNT
010310         IF WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (5:4) = "0000"
010320                 AND WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (1:4)
010330                     NOT < WS-RQ-FROM-DATE (1:4)
010340                 AND WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (1:4)
010350                     NOT > WS-RQ-TO-DATE (1:4)
010360             PERFORM 4300-PRINT-ONE-YTD-RECORD THRU 4300-EXIT
010370         END-IF
010380     END-PERFORM.
010390 4000-EXIT.
010400     EXIT.
010410*
010420* ---------------------------------------------------------------
010430* 4100-PRINT-ONE-ENTRY
010440* PRINTS ONE PAY-DATE RECORD.  OTHER DEDUCTIONS ARE THE TOTAL
010450* LESS TAX AND BENEFITS - THE DEDFILE AMOUNTS.  THE RELATED
010460* ENTRY IS THE OFFSET OF A REVERSED PAYMENT, THE PAYMENT AN
010470* OFFSET TOOK BACK, OR WHAT BECOMES OF A RETURNED PAYMENT - A
010480* REGULAR ONE IS RE-ISSUED BY REWORK UNDER THE SAME DATE,
010490* REPLACING THIS RECORD; AN OFF-CYCLE ONE IS REPAID ON A LATER
010500* OFF-CYCLE RUN.  AN OFFSET WITH NO PAYMENT MAY BE AGAINST A
010510* YEAR ON AN ARCHIVE GENERATION NOT SUPPLIED.
010520* ---------------------------------------------------------------
010530 4100-PRINT-ONE-ENTRY.
010540     MOVE WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) TO PRT-D-PAY-DATE
010550     EVALUATE WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT)
010560         WHEN "S"
010570             MOVE "OFF-CYCLE" TO PRT-D-TYPE
010580         WHEN "V"
010590             MOVE "REVERSED" TO PRT-D-TYPE
010600         WHEN "R"
010610             MOVE "OFFSET" TO PRT-D-TYPE
010620         WHEN OTHER
010630             MOVE "REGULAR" TO PRT-D-TYPE
010640     END-EVALUATE
010650     IF WS-HT-SOURCE (WS-HT-SUBSCRIPT) = "A"
010660         MOVE "ARCH" TO PRT-D-SOURCE
010670     ELSE
010680         MOVE "LIVE" TO PRT-D-SOURCE
010690     END-IF
010700     COMPUTE WS-OTHER-DEDUCTIONS =
010710         WS-HT-DEDUCTIONS (WS-HT-SUBSCRIPT)
010720         - WS-HT-TAX (WS-HT-SUBSCRIPT)
010730         - WS-HT-BENEFITS (WS-HT-SUBSCRIPT)
010740     MOVE WS-HT-GROSS (WS-HT-SUBSCRIPT) TO PRT-D-GROSS
010750     MOVE WS-HT-TAX (WS-HT-SUBSCRIPT) TO PRT-D-TAX
010760     MOVE WS-HT-BENEFITS (WS-HT-SUBSCRIPT) TO PRT-D-BENEFITS
010770     MOVE WS-OTHER-DEDUCTIONS TO PRT-D-OTHER
010780     MOVE WS-HT-NET (WS-HT-SUBSCRIPT) TO PRT-D-NET
010790     MOVE WS-HT-YTD-GROSS (WS-HT-SUBSCRIPT) TO PRT-D-YTD-GROSS
010800     MOVE SPACES TO PRT-D-RETURNED
010810     MOVE SPACES TO PRT-D-NOTE
010820     EVALUATE TRUE
010830         WHEN WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) = "V"
010840                 AND WS-HT-MATCHED (WS-HT-SUBSCRIPT) = "Y"
010850             STRING "OFFSET FILED "
010860                 WS-HT-RELATED-DATE (WS-HT-SUBSCRIPT)
010870                 DELIMITED BY SIZE INTO PRT-D-NOTE
010880         WHEN WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) = "V"
010890             MOVE "NO OFFSET ON FILE" TO PRT-D-NOTE
010900         WHEN WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) = "R"
010910                 AND WS-HT-MATCHED (WS-HT-SUBSCRIPT) = "Y"
010920             STRING "FOR PAYMENT "
010930                 WS-HT-RELATED-DATE (WS-HT-SUBSCRIPT)
010940                 DELIMITED BY SIZE INTO PRT-D-NOTE
010950         WHEN WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) = "R"
010960             MOVE "NO PAYMENT ON FILE" TO PRT-D-NOTE
010970         WHEN WS-HT-RETURNED-FLAG (WS-HT-SUBSCRIPT) = "R"
010980             MOVE "RETURNED" TO PRT-D-RETURNED
010990             ADD 1 TO WS-RT-RETURNED
011000             IF WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) = "S"
011010                 MOVE "REPAY OFF-CYCLE" TO PRT-D-NOTE
011020             ELSE
011030                 MOVE "RE-ISSUE PENDING" TO PRT-D-NOTE
011040             END-IF
011050     END-EVALUATE
011060     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
011070     WRITE PRINT-LINE FROM WS-HISTORY-DETAIL-LINE
011080         AFTER ADVANCING 1 LINE
011090     ADD 1 TO WS-LINE-COUNT
011100     ADD 1 TO WS-RT-ENTRIES
011110     ADD 1 TO WS-HISTORY-LINES
011120     IF WS-HT-RETURNED-FLAG (WS-HT-SUBSCRIPT) NOT = "R"
011130         ADD WS-HT-GROSS (WS-HT-SUBSCRIPT) TO WS-RT-GROSS
011140         ADD WS-HT-TAX (WS-HT-SUBSCRIPT) TO WS-RT-TAX
011150         ADD WS-HT-BENEFITS (WS-HT-SUBSCRIPT) TO WS-RT-BENEFITS
011160         ADD WS-OTHER-DEDUCTIONS TO WS-RT-OTHER
011170         ADD WS-HT-NET (WS-HT-SUBSCRIPT) TO WS-RT-NET
011180     END-IF.
011190 4100-EXIT.
011200     EXIT.
011210*
011220* ---------------------------------------------------------------
011230* 4200-PRINT-RANGE-TOTALS
011240* PRINTS THE CUSTOMER'S TOTALS FOR THE RANGE UNDER THE LAST
011250* ENTRY, RETURNED PAYMENTS LEFT OUT.
011260* ---------------------------------------------------------------
011270 4200-PRINT-RANGE-TOTALS.
011280     MOVE "TOTAL FOR RANGE" TO PRT-R-LABEL
011290     MOVE WS-RT-GROSS TO PRT-R-GROSS
011300     MOVE WS-RT-TAX TO PRT-R-TAX
011310     MOVE WS-RT-BENEFITS TO PRT-R-BENEFITS
011320     MOVE WS-RT-OTHER TO PRT-R-OTHER
011330     MOVE WS-RT-NET TO PRT-R-NET
011340     MOVE SPACES TO PRT-R-NOTE
011350     MOVE WS-RT-ENTRIES TO WS-COUNT-EDIT
011360     IF WS-RT-RETURNED = ZEROS
011370         STRING WS-COUNT-EDIT " ENTRIES"
011380             DELIMITED BY SIZE INTO PRT-R-NOTE
011390     ELSE
011400         STRING WS-COUNT-EDIT " ENTRIES, RETURNED NOT COUNTED"
011410             DELIMITED BY SIZE INTO PRT-R-NOTE
011420     END-IF
011430     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
011440     WRITE PRINT-LINE FROM WS-RANGE-TOTAL-LINE
011450         AFTER ADVANCING 2 LINES
011460     ADD 2 TO WS-LINE-COUNT.
011470 4200-EXIT.
011480     EXIT.
011490*
011500* ---------------------------------------------------------------
011510* 4300-PRINT-ONE-YTD-RECORD
011520* PRINTS THE YEAR-TO-DATE GROSS FILED FOR ONE YEAR IN THE
011530* RANGE AND WHERE IT CAME FROM.
011540* ---------------------------------------------------------------
011550 4300-PRINT-ONE-YTD-RECORD.
011560     MOVE WS-HT-YTD-GROSS (WS-HT-SUBSCRIPT) TO WS-YTD-EDIT
011570     MOVE SPACES TO WS-GENERIC-LINE
011580     IF WS-HT-SOURCE (WS-HT-SUBSCRIPT) = "A"
011590         STRING "YEAR-TO-DATE GROSS FOR "
011600             WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (1:4) ": "
011610             WS-YTD-EDIT "  (ARCHIVE)"
011620             DELIMITED BY SIZE INTO WS-GENERIC-LINE
011630     ELSE
011640         STRING "YEAR-TO-DATE GROSS FOR "
011650             WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (1:4) ": "
011660             WS-YTD-EDIT "  (PAYHIST)"
011670             DELIMITED BY SIZE INTO WS-GENERIC-LINE
011680     END-IF
011690     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT.
011700 4300-EXIT.
011710     EXIT.
011720*
011730* ---------------------------------------------------------------
011740* 5000-PRINT-JOURNAL
011750* READS THE WHOLE COBOL03 JOURNAL AND PRINTS EVERY ENTRY FOR
011760* THE CUSTOMER WHOSE RUN DATE IS IN THE RANGE (5100).  A
011770* CHANGE IS THE CUSTOMER'S IF EITHER IMAGE CARRIES THE IDENT.
011780* ---------------------------------------------------------------
011790 5000-PRINT-JOURNAL.
011800     MOVE WS-JOURNAL-HEADING-LINE TO WS-COLUMN-HEADING-LINE
011810     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
011820     MOVE SPACES TO WS-GENERIC-LINE
011830     MOVE "COBOL03 MAINTENANCE JOURNAL" TO WS-GENERIC-LINE
011840     WRITE PRINT-LINE FROM WS-GENERIC-LINE
011850         AFTER ADVANCING 3 LINES
011860     ADD 3 TO WS-LINE-COUNT
011870     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
011880     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-LINE
011890         AFTER ADVANCING 2 LINES
011900     ADD 2 TO WS-LINE-COUNT
011910     OPEN INPUT JOURNAL-IN-FILE
011920     IF WS-JI-FILE-STATUS NOT = "00"
011930         MOVE SPACES TO WS-GENERIC-LINE
011940         STRING "COBOL15 - UNABLE TO OPEN JOURNAL-IN-FILE, "
011950             "STATUS = " WS-JI-FILE-STATUS
011960             DELIMITED BY SIZE INTO WS-GENERIC-LINE
011970         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
011980     END-IF
011990     SET JI-NOT-END-OF-FILE TO TRUE
012000     PERFORM UNTIL JI-END-OF-FILE
012010         READ JOURNAL-IN-FILE
012020             AT END
012030                 SET JI-END-OF-FILE TO TRUE
012040             NOT AT END
012050                 IF (JI-BEFORE-IMAGE (1:7) = WS-CUR-IDENT-X
012060                         OR JI-AFTER-IMAGE (1:7) = WS-CUR-IDENT-X)
012070                     AND JI-RUN-DATE NOT < WS-RQ-FROM-DATE
012080                     AND JI-RUN-DATE NOT > WS-RQ-TO-DATE
012090                     PERFORM 5100-PRINT-ONE-JOURNAL-ENTRY
012100                         THRU 5100-EXIT
012110                 END-IF
012120         END-READ
012130     END-PERFORM
012140     CLOSE JOURNAL-IN-FILE
012150     IF WS-RT-JOURNAL = ZEROS
012160         MOVE SPACES TO WS-GENERIC-LINE
012170         MOVE "NO MAINTENANCE JOURNALED IN THE RANGE"
012180             TO WS-GENERIC-LINE
012190         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
012200     END-IF.
012210 5000-EXIT.
012220     EXIT.
012230*
012240* ---------------------------------------------------------------
012250* 5100-PRINT-ONE-JOURNAL-ENTRY
012260* PRINTS ONE JOURNAL ENTRY, ONE LINE PER FIELD - EVERY FIELD OF
012270* AN ADD OR A DELETE, AND ONLY THE FIELDS A CHANGE MOVED.  THE
012280* RUN DATE, TIME, TRANSACTION AND ACTION GO ON THE FIRST LINE.
012290* ---------------------------------------------------------------
012300 5100-PRINT-ONE-JOURNAL-ENTRY.
012310     ADD 1 TO WS-RT-JOURNAL
012320     ADD 1 TO WS-JOURNAL-ENTRIES
012330     MOVE JI-BEFORE-IMAGE TO WS-JRNL-BEFORE
012340     MOVE JI-AFTER-IMAGE TO WS-JRNL-AFTER
012350     SET JRNL-FIRST-LINE TO TRUE
012360     MOVE JI-RUN-DATE TO PRT-J-RUN-DATE
012370     MOVE JI-RUN-TIME TO PRT-J-RUN-TIME
012380     MOVE JI-TRAN-NO TO PRT-J-TRAN-NO
012390     EVALUATE JI-ACTION
012400         WHEN "A"
012410             MOVE "ADD" TO PRT-J-ACTION
012420         WHEN "C"
012430             MOVE "CHANGE" TO PRT-J-ACTION
012440         WHEN "D"
012450             MOVE "DELETE" TO PRT-J-ACTION
012460         WHEN OTHER
012470             MOVE JI-ACTION TO PRT-J-ACTION
012480     END-EVALUATE
012490     IF JI-ACTION NOT = "C"
012500             OR WS-JB-CUST-NAME NOT = WS-JA-CUST-NAME
012510         MOVE "NAME" TO WS-JF-NAME
012520         MOVE WS-JB-CUST-NAME TO WS-JF-BEFORE
012530         MOVE WS-JA-CUST-NAME TO WS-JF-AFTER
012540         PERFORM 5200-WRITE-JOURNAL-LINE THRU 5200-EXIT
012550     END-IF
012560     IF JI-ACTION NOT = "C"
012570             OR WS-JB-DATE-OF-BIRTH NOT = WS-JA-DATE-OF-BIRTH
012580         MOVE "DATE OF BIRTH" TO WS-JF-NAME
012590         MOVE WS-JB-DATE-OF-BIRTH TO WS-JF-BEFORE
012600         MOVE WS-JA-DATE-OF-BIRTH TO WS-JF-AFTER
012610         PERFORM 5200-WRITE-JOURNAL-LINE THRU 5200-EXIT
012620     END-IF
012630     IF JI-ACTION NOT = "C"
012640             OR WS-JB-HOURS-WORKED NOT = WS-JA-HOURS-WORKED
012650         MOVE "HOURS WORKED" TO WS-JF-NAME
012660         MOVE SPACES TO WS-JF-BEFORE
012670         MOVE SPACES TO WS-JF-AFTER
012680         IF JI-BEFORE-IMAGE NOT = SPACES
012690             MOVE WS-JB-HOURS-WORKED TO WS-JF-EDIT-AMOUNT
012700             MOVE WS-JF-EDIT-AMOUNT TO WS-JF-BEFORE
012710         END-IF
012720         IF JI-AFTER-IMAGE NOT = SPACES
012730             MOVE WS-JA-HOURS-WORKED TO WS-JF-EDIT-AMOUNT
012740             MOVE WS-JF-EDIT-AMOUNT TO WS-JF-AFTER
012750         END-IF
012760         PERFORM 5200-WRITE-JOURNAL-LINE THRU 5200-EXIT
012770     END-IF
012780     IF JI-ACTION NOT = "C"
012790             OR WS-JB-PAY-RATE NOT = WS-JA-PAY-RATE
012800         MOVE "PAY RATE" TO WS-JF-NAME
012810         MOVE SPACES TO WS-JF-BEFORE
012820         MOVE SPACES TO WS-JF-AFTER
012830         IF JI-BEFORE-IMAGE NOT = SPACES
012840             MOVE WS-JB-PAY-RATE TO WS-JF-EDIT-AMOUNT
012850             MOVE WS-JF-EDIT-AMOUNT TO WS-JF-BEFORE
012860         END-IF
012870         IF JI-AFTER-IMAGE NOT = SPACES
012880             MOVE WS-JA-PAY-RATE TO WS-JF-EDIT-AMOUNT
012890             MOVE WS-JF-EDIT-AMOUNT TO WS-JF-AFTER
012900         END-IF
012910         PERFORM 5200-WRITE-JOURNAL-LINE THRU 5200-EXIT
012920     END-IF
012930     IF JI-ACTION NOT = "C"
012940             OR WS-JB-DEPT-CODE NOT = WS-JA-DEPT-CODE
012950         MOVE "DEPARTMENT" TO WS-JF-NAME
012960         MOVE WS-JB-DEPT-CODE TO WS-JF-BEFORE
012970         MOVE WS-JA-DEPT-CODE TO WS-JF-AFTER
012980         PERFORM 5200-WRITE-JOURNAL-LINE THRU 5200-EXIT
012990     END-IF
013000     IF JI-ACTION NOT = "C"
013010             OR WS-JB-PAY-GROUP NOT = WS-JA-PAY-GROUP
013020         MOVE "PAY GROUP" TO WS-JF-NAME
013030         MOVE WS-JB-PAY-GROUP TO WS-JF-BEFORE
013040         MOVE WS-JA-PAY-GROUP TO WS-JF-AFTER
013050         PERFORM 5200-WRITE-JOURNAL-LINE THRU 5200-EXIT
013060     END-IF
013070     IF JRNL-FIRST-LINE
013080         MOVE "NO FIELD CHANGED" TO WS-JF-NAME
013090         MOVE SPACES TO WS-JF-BEFORE
013100         MOVE SPACES TO WS-JF-AFTER
013110         PERFORM 5200-WRITE-JOURNAL-LINE THRU 5200-EXIT
013120     END-IF.
013130 5100-EXIT.
013140     EXIT.
013150*
013160* ---------------------------------------------------------------
013170* 5200-WRITE-JOURNAL-LINE
013180* PRINTS ONE FIELD OF THE JOURNAL ENTRY UNDER WAY, THEN CLEARS
013190* THE ENTRY'S DATE, TIME, TRANSACTION AND ACTION SO THEY ONLY
013200* SHOW ON ITS FIRST LINE.
013210* ---------------------------------------------------------------
013220 5200-WRITE-JOURNAL-LINE.
013230     MOVE WS-JF-NAME TO PRT-J-FIELD
013240     MOVE WS-JF-BEFORE TO PRT-J-BEFORE
013250     MOVE WS-JF-AFTER TO PRT-J-AFTER
013260     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
013270     WRITE PRINT-LINE FROM WS-JOURNAL-DETAIL-LINE
013280         AFTER ADVANCING 1 LINE
013290     ADD 1 TO WS-LINE-COUNT
013300     SET JRNL-LATER-LINE TO TRUE
013310     MOVE SPACES TO PRT-J-RUN-DATE
013320     MOVE SPACES TO PRT-J-RUN-TIME
013330     MOVE SPACES TO PRT-J-TRAN-NO
013340     MOVE SPACES TO PRT-J-ACTION.
013350 5200-EXIT.
013360     EXIT.
013370*
013380* ---------------------------------------------------------------
013390* 8000-WRITE-RUN-TOTALS
013400* PRINTS THE RUN TOTALS ON A PAGE OF THEIR OWN.  A REJECTED
013410* REQUEST CARD ENDS THE STEP WITH RETURN CODE 8.
013420* ---------------------------------------------------------------
013430 8000-WRITE-RUN-TOTALS.
013440     MOVE SPACES TO WS-CUSTOMER-HEADING-LINE
013450     MOVE SPACES TO WS-COLUMN-HEADING-LINE
013460     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
013470     MOVE "REQUEST CARDS READ" TO PRT-T-LABEL
013480     MOVE WS-RQ-COUNT TO PRT-T-COUNT
013490     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
013500     MOVE "REQUEST CARDS REJECTED" TO PRT-T-LABEL
013510     MOVE WS-RQ-REJECT-COUNT TO PRT-T-COUNT
013520     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
013530     MOVE "NAMES NOT ON MASTER" TO PRT-T-LABEL
013540     MOVE WS-NAME-NOT-FOUND-COUNT TO PRT-T-COUNT
013550     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
013560     MOVE "CUSTOMERS REPORTED" TO PRT-T-LABEL
013570     MOVE WS-CUSTOMERS-REPORTED TO PRT-T-COUNT
013580     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
013590     MOVE "PAY-HISTORY LINES PRINTED" TO PRT-T-LABEL
013600     MOVE WS-HISTORY-LINES TO PRT-T-COUNT
013610     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
013620     MOVE "JOURNAL ENTRIES PRINTED" TO PRT-T-LABEL
013630     MOVE WS-JOURNAL-ENTRIES TO PRT-T-COUNT
013640     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
013650     IF WS-RQ-REJECT-COUNT > ZEROS
013660         MOVE SPACES TO WS-GENERIC-LINE
013670         MOVE "REQUESTS NOT CLEAN - SEE REJECTED CARDS ABOVE"
013680             TO WS-GENERIC-LINE
013690         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
013700         MOVE 8 TO RETURN-CODE
013710     END-IF.
013720 8000-EXIT.
013730     EXIT.
013740*
013750* ---------------------------------------------------------------
013760* 8100-WRITE-ONE-TOTAL-LINE
013770* WRITES ONE COUNT LINE OF THE RUN TOTALS.
013780* ---------------------------------------------------------------
013790 8100-WRITE-ONE-TOTAL-LINE.
013800     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
013810     WRITE PRINT-LINE FROM WS-TOTALS-LINE
013820         AFTER ADVANCING 1 LINE
013830     ADD 1 TO WS-LINE-COUNT.
013840 8100-EXIT.
013850     EXIT.
013860*
013870* ---------------------------------------------------------------
013880* 9000-TERMINATE
013890* CLOSES THE FILES.  THE ARCHIVE AND THE JOURNAL ARE CLOSED
013900* AFTER EACH CUSTOMER.
013910* ---------------------------------------------------------------
013920 9000-TERMINATE.
013930     CLOSE CUSTOMER-MASTER-FILE
013940     CLOSE PAY-HISTORY-FILE
013950     CLOSE REQUEST-CARD-FILE
013960     CLOSE PRINT-FILE.
013970 9000-EXIT.
013980     EXIT.
