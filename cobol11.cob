000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. COBOL11.
000040 AUTHOR. ASGR.
000050 INSTALLATION. PAYROLL-SYSTEMS.
000060 DATE-WRITTEN. OCT 15 2026.
000070 DATE-COMPILED.
000080*
000090* THIRD-PARTY REMITTANCE RUN.  READS THE REMITTANCE DETAIL A
000100* PAYING RUN OF COBOL01 WROTE FOR THE PAY DATE NAMED ON THE
000110* SYSIN CONTROL CARD - ONE RECORD PER BENEFIT OR DEDFILE AMOUNT
000120* WITHHELD FROM A CUSTOMER PAID - AND GROUPS IT BY THE PAYEE
000130* CODE THE AMOUNT IS OWED TO.  FOR EVERY PAYEE ON THE PAYEE
000140* MASTER (PAYEEREC) IT PRINTS A REMITTANCE REGISTER ITEMIZED BY
000150* CUSTOMER AND CASE NUMBER WITH A PAYEE TOTAL, AND WRITES A
000160* HEADER/DETAIL/TRAILER GROUP TO THE REMITTANCE EXTRACT FOR
000170* THE BANK OR ACCOUNTS PAYABLE TO PAY FROM.  A GARNISHMENT
000180* WHOSE FINAL AMOUNT WAS WITHHELD ON THE DATE GETS A SATISFIED
000190* NOTICE ADDRESSED TO THE COURT OR AGENCY.  WITHHOLDING WITH NO
000200* PAYEE CODE, OR A CODE NOT ON THE MASTER, IS LISTED AS NOT
000210* REMITTED AND THE STEP ENDS WITH RETURN CODE 8.  THE INPUT
000220* MUST TIE TO ITS OWN TRAILER(S) BEFORE ANYTHING IS WRITTEN.
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* 2026-10-15 ASG   ORIGINAL PROGRAM - REMITTANCE REGISTER, PER-
000270*                  PAYEE REMITTANCE EXTRACT AND GARNISHMENT
000280*                  SATISFIED NOTICES FROM THE COBOL01 REMITTANCE
000290*                  DETAIL.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEEMST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PY-PAYEE-CODE
000410         FILE STATUS IS WS-PY-FILE-STATUS.
000420     SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-CTL-FILE-STATUS.
000450     SELECT REMITTANCE-IN-FILE ASSIGN TO "REMITIN"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-RI-FILE-STATUS.
000480     SELECT REMITTANCE-EXTRACT-FILE ASSIGN TO "REMITEXT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-RX-FILE-STATUS.
000510     SELECT NOTICE-FILE ASSIGN TO "NOTICES"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-NTC-FILE-STATUS.
000540     SELECT PRINT-FILE ASSIGN TO "REMITLST"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-PRT-FILE-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PAYEE-MASTER-FILE
000610         LABEL RECORDS ARE STANDARD.
000620     COPY PAYEEREC.
000630 FD  CONTROL-CARD-FILE
000640         RECORD CONTAINS 80 CHARACTERS
000650         LABEL RECORDS ARE OMITTED.
000660 01  CONTROL-CARD-RECORD         PIC X(80).
000670 FD  REMITTANCE-IN-FILE
000680         RECORD CONTAINS 80 CHARACTERS
000690         LABEL RECORDS ARE OMITTED.
000700 01  REMITTANCE-IN-RECORD        PIC X(80).
000710 FD  REMITTANCE-EXTRACT-FILE
000720         RECORD CONTAINS 80 CHARACTERS
000730         LABEL RECORDS ARE OMITTED.
000740 01  REMITTANCE-EXTRACT-RECORD   PIC X(80).
000750 FD  NOTICE-FILE
000760         RECORD CONTAINS 132 CHARACTERS
000770         LABEL RECORDS ARE OMITTED.
000780 01  NOTICE-LINE                 PIC X(132).
000790 FD  PRINT-FILE
000800         RECORD CONTAINS 132 CHARACTERS
000810         LABEL RECORDS ARE OMITTED.
000820 01  PRINT-LINE                  PIC X(132).
000830*
000840 WORKING-STORAGE SECTION.
000850* ---------------------------------------------------------------
000860* FILE I/O CONTROLS
000870* ---------------------------------------------------------------
000880 77  WS-PY-FILE-STATUS        PIC X(02) VALUE SPACES.
000890 77  WS-CTL-FILE-STATUS       PIC X(02) VALUE SPACES.
000900 77  WS-RI-FILE-STATUS        PIC X(02) VALUE SPACES.
000910 77  WS-RX-FILE-STATUS        PIC X(02) VALUE SPACES.
000920 77  WS-NTC-FILE-STATUS       PIC X(02) VALUE SPACES.
000930 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
000940 01  WS-SWITCHES.
000950     02  WS-RI-EOF-SWITCH        PIC X(01) VALUE "N".
000960         88  RI-END-OF-FILE           VALUE "Y".
000970         88  RI-NOT-END-OF-FILE       VALUE "N".
000980     02  WS-INPUT-SWITCH         PIC X(01) VALUE "Y".
000990         88  INPUT-PROVES             VALUE "Y".
001000         88  INPUT-DOES-NOT-PROVE     VALUE "N".
001010     02  WS-PARTIAL-SWITCH       PIC X(01) VALUE "N".
001020         88  INPUT-IS-PARTIAL         VALUE "Y".
001030         88  INPUT-IS-COMPLETE        VALUE "N".
001040*
001050* ---------------------------------------------------------------
001060* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS
001070* WS-COLUMN-HEADING-LINE HOLDS THE HEADING OF THE SECTION BEING
001080* PRINTED SO A PAGE BREAK REPEATS THE RIGHT ONE.
001090* ---------------------------------------------------------------
001100 01  WS-PRT-CONTROLS.
001110     02  WS-RUN-DATE              PIC X(08).
001120     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
001130     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
001140     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
001150 01  WS-REPORT-PAGE-HEADING-1.
001160     02  FILLER             PIC X(30) VALUE
001170             "COBOL11 REMITTANCE REGISTER".
001180     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
001190     02  PRT-HDG-RUN-DATE   PIC X(10).
001200     02  FILLER             PIC X(10) VALUE "PAY DATE: ".
001210     02  PRT-HDG-PAY-DATE   PIC X(08).
001220     02  FILLER             PIC X(06) VALUE SPACES.
001230     02  FILLER             PIC X(06) VALUE "PAGE: ".
001240     02  PRT-HDG-PAGE-NO    PIC ZZ9.
001250     02  FILLER             PIC X(49) VALUE SPACES.
001260 01  WS-COLUMN-HEADING-LINE   PIC X(132) VALUE SPACES.
001270 01  WS-PAYEE-HEADING-LINE.
001280     02  FILLER             PIC X(07) VALUE "PAYEE: ".
001290     02  PRT-P-CODE         PIC X(08).
001300     02  FILLER             PIC X(02) VALUE SPACES.
001310     02  PRT-P-NAME         PIC X(30).
001320     02  FILLER             PIC X(02) VALUE SPACES.
001330     02  PRT-P-TYPE         PIC X(15).
001340     02  FILLER             PIC X(02) VALUE SPACES.
001350     02  FILLER             PIC X(09) VALUE "ROUTING: ".
001360     02  PRT-P-ROUTING      PIC X(09).
001370     02  FILLER             PIC X(02) VALUE SPACES.
001380     02  FILLER             PIC X(09) VALUE "ACCOUNT: ".
001390     02  PRT-P-ACCOUNT      PIC X(17).
001400     02  FILLER             PIC X(20) VALUE SPACES.
001410 01  WS-DETAIL-HEADING-LINE.
001420     02  FILLER             PIC X(09) VALUE "IDENT".
001430     02  FILLER             PIC X(22) VALUE "CUSTOMER NAME".
001440     02  FILLER             PIC X(10) VALUE "PAYEE".
001450     02  FILLER             PIC X(17) VALUE "CASE NUMBER".
001460     02  FILLER             PIC X(04) VALUE "SRC".
001470     02  FILLER             PIC X(14) VALUE "DEDUCTION".
001480     02  FILLER             PIC X(09) VALUE "   AMOUNT".
001490     02  FILLER             PIC X(02) VALUE SPACES.
001500     02  FILLER             PIC X(30) VALUE "NOTE".
001510     02  FILLER             PIC X(15) VALUE SPACES.
001520 01  WS-DETAIL-LINE.
001530     02  PRT-D-IDENT        PIC 9(07).
001540     02  FILLER             PIC X(02) VALUE SPACES.
001550     02  PRT-D-CUST-NAME    PIC X(20).
001560     02  FILLER             PIC X(02) VALUE SPACES.
001570     02  PRT-D-PAYEE        PIC X(08).
001580     02  FILLER             PIC X(02) VALUE SPACES.
001590     02  PRT-D-CASE         PIC X(15).
001600     02  FILLER             PIC X(02) VALUE SPACES.
001610     02  PRT-D-SOURCE       PIC X(01).
001620     02  FILLER             PIC X(03) VALUE SPACES.
001630     02  PRT-D-DED-NAME     PIC X(12).
001640     02  FILLER             PIC X(02) VALUE SPACES.
001650     02  PRT-D-AMOUNT       PIC ZZ,ZZ9.99.
001660     02  FILLER             PIC X(02) VALUE SPACES.
001670     02  PRT-D-NOTE         PIC X(30).
001680     02  FILLER             PIC X(15) VALUE SPACES.
001690 01  WS-SUBTOTAL-LINE.
001700     02  FILLER             PIC X(31) VALUE SPACES.
001710     02  PRT-S-LABEL        PIC X(20).
001720     02  PRT-S-COUNT        PIC ZZZZ9.
001730     02  FILLER             PIC X(10) VALUE " ITEMS".
001740     02  PRT-S-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
001750     02  FILLER             PIC X(52) VALUE SPACES.
001760 01  WS-TOTALS-LINE.
001770     02  PRT-T-LABEL        PIC X(30).
001780     02  PRT-T-COUNT        PIC ZZZZZZ9.
001790     02  FILLER             PIC X(95) VALUE SPACES.
001800 01  WS-AMOUNT-LINE.
001810     02  PRT-AM-LABEL       PIC X(30).
001820     02  PRT-AM-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001830     02  FILLER             PIC X(84) VALUE SPACES.
001840 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
001850*
001860* ---------------------------------------------------------------
001870* PAY-DATE CONTROL CARD (PAY-DATE=YYYYMMDD)
001880* ---------------------------------------------------------------
001890 01  WS-RM-PAY-DATE           PIC X(08) VALUE SPACES.
001900 01  WS-RM-PAY-DATE-PARTS REDEFINES WS-RM-PAY-DATE.
001910     02  WS-RPD-YEAR             PIC 9(04).
001920     02  WS-RPD-MONTH            PIC 9(02).
001930     02  WS-RPD-DAY              PIC 9(02).
001940*
001950* ---------------------------------------------------------------
001960* REMITTANCE INPUT (REMITIN) RECORD VIEWS - THE LAYOUTS COBOL01
001970* WRITES TO REMITOUT.  MORE THAN ONE GENERATION MAY BE
001980* CONCATENATED WHEN MORE THAN ONE PAYING RUN WENT OUT FOR THE
001990* DATE; EVERY HEADER MUST CARRY THE PAY DATE AND EVERY TRAILER
002000* IS TOTALLED.
002010* ---------------------------------------------------------------
002020 01  WS-REMIT-IN-WORK.
002030     02  WS-RI-RECORD-TYPE       PIC X(01).
002040     02  WS-RI-HEADER-VIEW.
002050         03  WS-RI-PAY-DATE      PIC X(08).
002060         03  WS-RI-RUN-DATE      PIC X(08).
002070         03  FILLER              PIC X(63).
002080     02  WS-RI-DETAIL-VIEW REDEFINES WS-RI-HEADER-VIEW.
002090         03  WS-RI-D-PAY-DATE    PIC X(08).
002100         03  WS-RI-D-IDENT       PIC 9(07).
002110         03  WS-RI-D-CUST-NAME   PIC X(20).
002120         03  WS-RI-D-SOURCE      PIC X(01).
002130         03  WS-RI-D-PAYEE-CODE  PIC X(08).
002140         03  WS-RI-D-CASE-NUMBER PIC X(15).
002150         03  WS-RI-D-DED-NAME    PIC X(12).
002160         03  WS-RI-D-AMOUNT      PIC 9(05)V99.
002170         03  WS-RI-D-SATISFIED   PIC X(01).
002180     02  WS-RI-TRAILER-VIEW REDEFINES WS-RI-HEADER-VIEW.
002190         03  WS-RI-T-COUNT       PIC 9(07).
002200         03  WS-RI-T-AMOUNT      PIC 9(09)V99.
002210         03  WS-RI-T-PARTIAL     PIC X(01).
002220         03  FILLER              PIC X(60).
002230 01  WS-REMIT-IN-TOTALS.
002240     02  WS-RI-HEADER-COUNT       PIC 9(03) VALUE ZEROS.
002250     02  WS-RI-TRAILER-COUNT      PIC 9(03) VALUE ZEROS.
002260     02  WS-RI-DATE-MISMATCH      PIC 9(05) VALUE ZEROS.
002270     02  WS-RI-BAD-RECORD         PIC 9(05) VALUE ZEROS.
002280     02  WS-RI-TRLR-RECORD-TOTAL  PIC 9(07) VALUE ZEROS.
002290     02  WS-RI-TRLR-AMOUNT-TOTAL  PIC 9(09)V99 VALUE ZEROS.
002300     02  WS-RI-DETAIL-COUNT       PIC 9(07) VALUE ZEROS.
002310     02  WS-RI-DETAIL-AMOUNT      PIC 9(09)V99 VALUE ZEROS.
002320*
002330* ---------------------------------------------------------------
002340* REMITTANCE DETAIL TABLE
002350* EVERY DETAIL RECORD FOR THE DATE, IN THE ORDER READ (IDENT
002360* ORDER WITHIN EACH RUN).  A FULL TABLE IS FATAL - A REMITTANCE
002370* THAT LEAVES WITHHOLDING OUT CANNOT BE SENT.
002380* ---------------------------------------------------------------
002390 77  WS-DETAIL-TABLE-MAX        PIC 9(05) VALUE 5000.
002400 01  WS-DETAIL-TABLE.
002410     02  WS-DT-COUNT              PIC 9(05) VALUE ZEROS.
002420     02  WS-DT-ENTRY OCCURS 5000 TIMES.
002430         03  WS-DT-IDENT          PIC 9(07).
002440         03  WS-DT-CUST-NAME      PIC X(20).
002450         03  WS-DT-SOURCE         PIC X(01).
002460         03  WS-DT-PAYEE-CODE     PIC X(08).
002470         03  WS-DT-CASE-NUMBER    PIC X(15).
002480         03  WS-DT-DED-NAME       PIC X(12).
002490         03  WS-DT-AMOUNT         PIC 9(05)V99.
002500         03  WS-DT-SATISFIED      PIC X(01).
002510 01  WS-DT-SUBSCRIPT            PIC 9(05).
002520*
002530* ---------------------------------------------------------------
002540* PAYEE TABLE
002550* ONE ENTRY PER PAYEE CODE FOUND ON THE DETAIL, KEPT IN CODE
002560* ORDER AS IT IS BUILT SO THE REGISTER AND THE EXTRACT COME
002570* OUT IN PAYEE-CODE SEQUENCE.  A BLANK CODE SORTS FIRST AND IS
002580* NEVER REMITTED.  WS-PT-STATUS IS "R" ONCE THE PAYEE HAS BEEN
002590* REMITTED, "B" FOR THE BLANK CODE AND "U" FOR A CODE NOT ON
002600* THE PAYEE MASTER.
002610* ---------------------------------------------------------------
002620 77  WS-PAYEE-TABLE-MAX         PIC 9(03) VALUE 500.
002630 01  WS-PAYEE-TABLE.
002640     02  WS-PT-COUNT              PIC 9(03) VALUE ZEROS.
002650     02  WS-PT-ENTRY OCCURS 500 TIMES.
002660         03  WS-PT-PAYEE-CODE     PIC X(08).
002670         03  WS-PT-STATUS         PIC X(01).
002680 01  WS-PT-SUBSCRIPT            PIC 9(03).
002690 01  WS-PT-FOUND-SUBSCRIPT      PIC 9(03).
002700 01  WS-PT-INSERT-AT            PIC 9(03).
002710 01  WS-PT-FROM-SUBSCRIPT       PIC 9(03).
002720*
002730* ---------------------------------------------------------------
002740* PER-PAYEE WORK FIELDS
002750* ---------------------------------------------------------------
002760 01  WS-PAYEE-WORK.
002770     02  WS-CUR-PAYEE-CODE        PIC X(08).
002780     02  WS-CUR-PAYEE-ITEMS       PIC 9(05).
002790     02  WS-CUR-PAYEE-AMOUNT      PIC 9(09)V99.
002800*
002810* ---------------------------------------------------------------
002820* REMITTANCE EXTRACT (REMITEXT) RECORD LAYOUTS - ONE GROUP PER
002830* PAYEE: AN "H" HEADER WITH THE PAYEE AND ITS REMITTANCE
002840* ACCOUNT, ONE "D" RECORD PER AMOUNT WITHHELD, AND A "T"
002850* TRAILER WITH THE PAYEE'S COUNT AND TOTAL.  AMOUNTS ARE
002860* UNSIGNED ZONED DECIMAL WITH TWO ASSUMED DECIMALS.
002870* ---------------------------------------------------------------
002880 01  WS-RX-HEADER-RECORD.
002890     02  FILLER             PIC X(01) VALUE "H".
002900     02  RX-H-PAYEE-CODE    PIC X(08).
002910     02  RX-H-PAYEE-TYPE    PIC X(01).
002920     02  RX-H-PAYEE-NAME    PIC X(30).
002930     02  RX-H-ROUTING       PIC X(09).
002940     02  RX-H-ACCOUNT       PIC X(17).
002950     02  RX-H-ACCOUNT-TYPE  PIC X(01).
002960     02  RX-H-PAY-DATE      PIC X(08).
002970     02  FILLER             PIC X(05) VALUE SPACES.
002980 01  WS-RX-DETAIL-RECORD.
002990     02  FILLER             PIC X(01) VALUE "D".
003000     02  RX-D-PAYEE-CODE    PIC X(08).
003010     02  RX-D-PAY-DATE      PIC X(08).
003020     02  RX-D-IDENT         PIC 9(07).
003030     02  RX-D-CUST-NAME     PIC X(20).
003040     02  RX-D-CASE-NUMBER   PIC X(15).
003050     02  RX-D-SOURCE        PIC X(01).
003060     02  RX-D-AMOUNT        PIC 9(05)V99.
003070     02  FILLER             PIC X(13) VALUE SPACES.
003080 01  WS-RX-TRAILER-RECORD.
003090     02  FILLER             PIC X(01) VALUE "T".
003100     02  RX-T-PAYEE-CODE    PIC X(08).
003110     02  RX-T-RECORD-COUNT  PIC 9(07).
003120     02  RX-T-TOTAL-AMOUNT  PIC 9(09)V99.
003130     02  FILLER             PIC X(53) VALUE SPACES.
003140*
003150* ---------------------------------------------------------------
003160* SATISFIED-NOTICE WORK FIELDS
003170* ---------------------------------------------------------------
003180 01  WS-NOTICE-WORK.
003190     02  WS-NOTICE-AMOUNT         PIC $$$,$$9.99.
003200     02  WS-NOTICE-TEXT           PIC X(132).
003210*
003220* ---------------------------------------------------------------
003230* RUN TOTALS
003240* ---------------------------------------------------------------
003250 01  WS-RUN-TOTALS.
003260     02  WS-RI-RECORDS-READ       PIC 9(07) VALUE ZEROS.
003270     02  WS-PAYEES-REMITTED       PIC 9(05) VALUE ZEROS.
003280     02  WS-ITEMS-REMITTED        PIC 9(07) VALUE ZEROS.
003290     02  WS-AMOUNT-REMITTED       PIC 9(09)V99 VALUE ZEROS.
003300     02  WS-ITEMS-NOT-REMITTED    PIC 9(07) VALUE ZEROS.
003310     02  WS-AMOUNT-NOT-REMITTED   PIC 9(09)V99 VALUE ZEROS.
003320     02  WS-NOTICES-PRINTED       PIC 9(05) VALUE ZEROS.
003330     02  WS-EXTRACT-WRITE-COUNT   PIC 9(07) VALUE ZEROS.
003340*
003350 PROCEDURE DIVISION.
003360* ---------------------------------------------------------------
003370* 0000-MAIN-LOGIC
003380* OVERALL DRIVER FOR THE REMITTANCE RUN - LOAD AND PROVE THE
003390* INPUT, REMIT PAYEE BY PAYEE, AND LIST WHAT COULD NOT BE
003400* REMITTED.
003410* ---------------------------------------------------------------
003420 0000-MAIN-LOGIC.
003430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003440     PERFORM 2000-PROVE-REMITTANCE-INPUT THRU 2000-EXIT
003450     IF INPUT-PROVES
003460         PERFORM 2500-OPEN-OUTPUT-FILES THRU 2500-EXIT
003470     END-IF
003480     PERFORM 3000-REMIT-BY-PAYEE THRU 3000-EXIT
003490     PERFORM 4000-LIST-NOT-REMITTED THRU 4000-EXIT
003500     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT
003510     PERFORM 9000-TERMINATE THRU 9000-EXIT
003520     STOP RUN.
003530*
003540* ---------------------------------------------------------------
003550* 1000-INITIALIZE
003560* READS THE PAY-DATE CONTROL CARD, OPENS THE PAYEE MASTER, AND
003570* LOADS THE REMITTANCE DETAIL FOR THE DATE.  EVERY FILE IS
003580* FATAL IF IT WILL NOT OPEN, AND SO IS A MISSING OR BAD PAY
003590* DATE.  THE EXTRACT AND THE NOTICES ARE NOT OPENED UNTIL THE
003600* INPUT HAS PROVED (2500).
003610* ---------------------------------------------------------------
003620 1000-INITIALIZE.
003630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003640     MOVE ZEROS TO WS-PAGE-NUMBER
003650     MOVE ZEROS TO WS-LINE-COUNT
003660     OPEN OUTPUT PRINT-FILE
003670     IF WS-PRT-FILE-STATUS NOT = "00"
003680         DISPLAY "COBOL11 - UNABLE TO OPEN PRINT-FILE, STATUS = "
003690             WS-PRT-FILE-STATUS
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF
003730     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
003740     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
003750     IF WS-RM-PAY-DATE NOT NUMERIC
003760             OR WS-RPD-MONTH < 1 OR WS-RPD-MONTH > 12
003770             OR WS-RPD-DAY < 1 OR WS-RPD-DAY > 31
003780         MOVE SPACES TO WS-GENERIC-LINE
003790         MOVE "COBOL11 - SYSIN PAY-DATE=YYYYMMDD CARD MISSING OR B
003800-            "AD" TO WS-GENERIC-LINE
003810         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003820         CLOSE PRINT-FILE
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF
003860     OPEN INPUT PAYEE-MASTER-FILE
003870     IF WS-PY-FILE-STATUS NOT = "00"
003880         MOVE SPACES TO WS-GENERIC-LINE
003890         STRING "COBOL11 - UNABLE TO OPEN PAYEE-MASTER-FILE, "
003900             "STATUS = " WS-PY-FILE-STATUS
003910             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003920         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003930     END-IF
003940     PERFORM 1200-LOAD-REMITTANCE-INPUT THRU 1200-EXIT.
003950 1000-EXIT.
003960     EXIT.
003970*
003980* ---------------------------------------------------------------
003990* 1050-READ-CONTROL-CARD
004000* READS THE ONE-CARD SYSIN CONTROL CARD (PAY-DATE=YYYYMMDD).
004010* ---------------------------------------------------------------
004020 1050-READ-CONTROL-CARD.
004030     OPEN INPUT CONTROL-CARD-FILE
004040     IF WS-CTL-FILE-STATUS = "00"
004050         READ CONTROL-CARD-FILE
004060             AT END
004070                 CONTINUE
004080             NOT AT END
004090                 IF CONTROL-CARD-RECORD (1:9) = "PAY-DATE="
004100                     MOVE CONTROL-CARD-RECORD (10:8)
004110                         TO WS-RM-PAY-DATE
004120                 END-IF
004130         END-READ
004140         CLOSE CONTROL-CARD-FILE
004150     END-IF.
004160 1050-EXIT.
004170     EXIT.
004180*
004190* ---------------------------------------------------------------
004200* 1200-LOAD-REMITTANCE-INPUT
004210* READS THE REMITTANCE DETAIL (ONE OR MORE CONCATENATED
004220* GENERATIONS), TOTALS THE HEADERS, DETAILS AND TRAILERS FOR
004230* THE PROOF IN 2000, AND FILES EVERY DETAIL IN THE DETAIL
004240* TABLE AND ITS PAYEE CODE IN THE PAYEE TABLE.
004250* ---------------------------------------------------------------
004260 1200-LOAD-REMITTANCE-INPUT.
004270     OPEN INPUT REMITTANCE-IN-FILE
004280     IF WS-RI-FILE-STATUS NOT = "00"
004290         MOVE SPACES TO WS-GENERIC-LINE
004300         STRING "COBOL11 - UNABLE TO OPEN REMITTANCE-IN-FILE, "
004310             "STATUS = " WS-RI-FILE-STATUS
004320             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004330         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004340     END-IF
004350     PERFORM UNTIL RI-END-OF-FILE
004360         READ REMITTANCE-IN-FILE
004370             AT END
004380                 MOVE "Y" TO WS-RI-EOF-SWITCH
004390             NOT AT END
004400                 ADD 1 TO WS-RI-RECORDS-READ
004410                 PERFORM 1210-LOAD-ONE-REMIT-RECORD THRU 1210-EXIT
004420         END-READ
004430     END-PERFORM
004440     CLOSE REMITTANCE-IN-FILE.
004450 1200-EXIT.
004460     EXIT.
004470*
004480* ---------------------------------------------------------------
004490* 1210-LOAD-ONE-REMIT-RECORD
004500* NOTES ONE REMITTANCE HEADER OR TRAILER, OR FILES ONE DETAIL.
004510* A HEADER OR DETAIL FOR ANY OTHER DATE, OR A RECORD THAT WILL
004520* NOT EDIT, IS PRINTED AND COUNTED AND FAILS THE PROOF IN 2000
004530* RATHER THAN STOPPING THE RUN, SO THE REGISTER STILL SHOWS
004540* WHAT THE REMITTANCE WOULD HAVE BEEN.
004550* ---------------------------------------------------------------
004560 1210-LOAD-ONE-REMIT-RECORD.
004570     MOVE REMITTANCE-IN-RECORD TO WS-REMIT-IN-WORK
004580     EVALUATE WS-RI-RECORD-TYPE
004590         WHEN "H"
004600             ADD 1 TO WS-RI-HEADER-COUNT
004610             IF WS-RI-PAY-DATE NOT = WS-RM-PAY-DATE
004620                 ADD 1 TO WS-RI-DATE-MISMATCH
004630                 MOVE SPACES TO WS-GENERIC-LINE
004640                 STRING "COBOL11 - REMITIN HEADER DATED "
004650                     WS-RI-PAY-DATE " IS NOT FOR THE PAY DATE"
004660                     DELIMITED BY SIZE INTO WS-GENERIC-LINE
004670                 PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
004680             END-IF
004690         WHEN "D"
004700             IF WS-RI-D-IDENT NOT NUMERIC
004710                     OR WS-RI-D-AMOUNT NOT NUMERIC
004720                 ADD 1 TO WS-RI-BAD-RECORD
004730                 MOVE SPACES TO WS-GENERIC-LINE
004740                 STRING "COBOL11 - REMITIN DETAIL RECORD "
004750                     WS-RI-RECORDS-READ " WILL NOT EDIT"
004760                     DELIMITED BY SIZE INTO WS-GENERIC-LINE
004770                 PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
004780                 GO TO 1210-EXIT
004790             END-IF
004800             ADD 1 TO WS-RI-DETAIL-COUNT
004810             ADD WS-RI-D-AMOUNT TO WS-RI-DETAIL-AMOUNT
004820             IF WS-RI-D-PAY-DATE NOT = WS-RM-PAY-DATE
004830                 ADD 1 TO WS-RI-DATE-MISMATCH
004840                 GO TO 1210-EXIT
004850             END-IF
004860             PERFORM 1220-FILE-ONE-DETAIL THRU 1220-EXIT
004870         WHEN "T"
004880             ADD 1 TO WS-RI-TRAILER-COUNT
004890             IF WS-RI-T-COUNT NOT NUMERIC
004900                     OR WS-RI-T-AMOUNT NOT NUMERIC
004910                 ADD 1 TO WS-RI-BAD-RECORD
004920             ELSE
004930                 ADD WS-RI-T-COUNT TO WS-RI-TRLR-RECORD-TOTAL
004940                 ADD WS-RI-T-AMOUNT TO WS-RI-TRLR-AMOUNT-TOTAL
004950             END-IF
004960             IF WS-RI-T-PARTIAL = "P"
004970                 SET INPUT-IS-PARTIAL TO TRUE
004980             END-IF
004990         WHEN OTHER
005000             ADD 1 TO WS-RI-BAD-RECORD
005010     END-EVALUATE.
005020 1210-EXIT.
005030     EXIT.
005040*
005050* ---------------------------------------------------------------
005060* 1220-FILE-ONE-DETAIL
005070* FILES THE DETAIL RECORD IN WS-REMIT-IN-WORK IN THE DETAIL
005080* TABLE, THEN FILES ITS PAYEE CODE IN THE PAYEE TABLE IN CODE
005090* ORDER IF IT IS NOT THERE YET.  EITHER TABLE FILLING UP IS
005100* FATAL.
005110* ---------------------------------------------------------------
005120 1220-FILE-ONE-DETAIL.
005130     IF WS-DT-COUNT >= WS-DETAIL-TABLE-MAX
005140         MOVE SPACES TO WS-GENERIC-LINE
005150         MOVE "COBOL11 - REMITTANCE DETAIL TABLE FULL"
005160             TO WS-GENERIC-LINE
005170         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
005180     END-IF
005190     ADD 1 TO WS-DT-COUNT
005200     MOVE WS-RI-D-IDENT TO WS-DT-IDENT (WS-DT-COUNT)
005210     MOVE WS-RI-D-CUST-NAME TO WS-DT-CUST-NAME (WS-DT-COUNT)
005220     MOVE WS-RI-D-SOURCE TO WS-DT-SOURCE (WS-DT-COUNT)
005230     MOVE WS-RI-D-PAYEE-CODE TO WS-DT-PAYEE-CODE (WS-DT-COUNT)
005240     MOVE WS-RI-D-CASE-NUMBER TO WS-DT-CASE-NUMBER (WS-DT-COUNT)
005250     MOVE WS-RI-D-DED-NAME TO WS-DT-DED-NAME (WS-DT-COUNT)
005260     MOVE WS-RI-D-AMOUNT TO WS-DT-AMOUNT (WS-DT-COUNT)
005270     MOVE WS-RI-D-SATISFIED TO WS-DT-SATISFIED (WS-DT-COUNT)
005280     MOVE ZEROS TO WS-PT-FOUND-SUBSCRIPT
005290     MOVE ZEROS TO WS-PT-INSERT-AT
005300     PERFORM VARYING WS-PT-SUBSCRIPT FROM 1 BY 1
005310             UNTIL WS-PT-SUBSCRIPT > WS-PT-COUNT
005320         IF WS-PT-PAYEE-CODE (WS-PT-SUBSCRIPT)
005330                 = WS-RI-D-PAYEE-CODE
005340             MOVE WS-PT-SUBSCRIPT TO WS-PT-FOUND-SUBSCRIPT
005350             MOVE WS-PT-COUNT TO WS-PT-SUBSCRIPT
005360         ELSE
005370             IF WS-PT-PAYEE-CODE (WS-PT-SUBSCRIPT)
005380                     > WS-RI-D-PAYEE-CODE
005390                 MOVE WS-PT-SUBSCRIPT TO WS-PT-INSERT-AT
005400                 MOVE WS-PT-COUNT TO WS-PT-SUBSCRIPT
005410             END-IF
005420         END-IF
005430     END-PERFORM
005440     IF WS-PT-FOUND-SUBSCRIPT NOT = ZEROS
005450         GO TO 1220-EXIT
005460     END-IF
005470     IF WS-PT-COUNT >= WS-PAYEE-TABLE-MAX
005480         MOVE SPACES TO WS-GENERIC-LINE
005490         MOVE "COBOL11 - PAYEE TABLE FULL" TO WS-GENERIC-LINE
005500         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
005510     END-IF
005520     IF WS-PT-INSERT-AT = ZEROS
005530         COMPUTE WS-PT-INSERT-AT = WS-PT-COUNT + 1
005540     END-IF
005550     PERFORM VARYING WS-PT-FROM-SUBSCRIPT FROM WS-PT-COUNT BY -1
005560             UNTIL WS-PT-FROM-SUBSCRIPT < WS-PT-INSERT-AT
005570         COMPUTE WS-PT-SUBSCRIPT = WS-PT-FROM-SUBSCRIPT + 1
005580         MOVE WS-PT-ENTRY (WS-PT-FROM-SUBSCRIPT)
005590             TO WS-PT-ENTRY (WS-PT-SUBSCRIPT)
005600     END-PERFORM
005610     ADD 1 TO WS-PT-COUNT
005620     MOVE WS-RI-D-PAYEE-CODE
005630         TO WS-PT-PAYEE-CODE (WS-PT-INSERT-AT)
005640     MOVE SPACE TO WS-PT-STATUS (WS-PT-INSERT-AT).
005650 1220-EXIT.
005660     EXIT.
005670*
005680* ---------------------------------------------------------------
005690* 1650-WRITE-PAGE-HEADING
005700* STARTS A NEW PAGE OF THE REMITTANCE REGISTER.
005710* ---------------------------------------------------------------
005720 1650-WRITE-PAGE-HEADING.
005730     ADD 1 TO WS-PAGE-NUMBER
005740     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
005750     MOVE WS-RM-PAY-DATE TO PRT-HDG-PAY-DATE
005760     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
005770     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
005780         AFTER ADVANCING PAGE
005790     MOVE ZEROS TO WS-LINE-COUNT.
005800 1650-EXIT.
005810     EXIT.
005820*
005830* ---------------------------------------------------------------
005840* 1660-CHECK-PAGE-BREAK
005850* STARTS A NEW PAGE IF THE CURRENT ONE HAS FILLED UP, REPEATING
005860* THE COLUMN HEADING OF THE SECTION IN PROGRESS.
005870* ---------------------------------------------------------------
005880 1660-CHECK-PAGE-BREAK.
005890     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005900         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
005910         IF WS-COLUMN-HEADING-LINE NOT = SPACES
005920             WRITE PRINT-LINE FROM WS-COLUMN-HEADING-LINE
005930                 AFTER ADVANCING 2 LINES
005940             ADD 2 TO WS-LINE-COUNT
005950         END-IF
005960     END-IF.
005970 1660-EXIT.
005980     EXIT.
005990*
006000* ---------------------------------------------------------------
006010* 1900-WRITE-GENERIC-LINE
006020* WRITES WHATEVER HAS BEEN MOVED INTO WS-GENERIC-LINE AS A
006030* SINGLE-SPACED REPORT LINE.
006040* ---------------------------------------------------------------
006050 1900-WRITE-GENERIC-LINE.
006060     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
006070     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
006080     ADD 1 TO WS-LINE-COUNT.
006090 1900-EXIT.
006100     EXIT.
006110*
006120* ---------------------------------------------------------------
006130* 1990-INITIALIZE-FATAL
006140* REPORTS THE PROBLEM ALREADY BUILT IN WS-GENERIC-LINE, CLOSES
006150* EVERYTHING, AND ENDS THE STEP WITH RETURN CODE 16.  AN
006160* EXTRACT ALREADY STARTED IS INCOMPLETE AND MUST NOT BE SENT.
006170* ---------------------------------------------------------------
006180 1990-INITIALIZE-FATAL.
006190     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006200     CLOSE PAYEE-MASTER-FILE
006210     CLOSE REMITTANCE-IN-FILE
006220     CLOSE REMITTANCE-EXTRACT-FILE
006230     CLOSE NOTICE-FILE
006240     CLOSE PRINT-FILE
006250     MOVE 16 TO RETURN-CODE
006260     STOP RUN.
006270 1990-EXIT.
006280     EXIT.
006290*
006300* ---------------------------------------------------------------
006310* 2000-PROVE-REMITTANCE-INPUT
006320* PROVES THE REMITTANCE DETAIL BEFORE ANY OF IT IS REMITTED.
006330* THERE MUST BE A HEADER AND A TRAILER FOR EVERY RUN, ALL FOR
006340* THE PAY DATE, EVERY RECORD MUST EDIT, AND THE DETAIL COUNT
006350* AND AMOUNT MUST TIE TO THE TRAILERS.  INPUT THAT DOES NOT
006360* PROVE IS STILL PRINTED BUT NOTHING IS WRITTEN TO THE EXTRACT
006370* OR THE NOTICES.  A RESTARTED PAYING RUN'S DETAIL PROVES BUT
006380* IS PARTIAL - IT IS REMITTED AND THE RUN IS FLAGGED NOT CLEAN.
006390* ---------------------------------------------------------------
006400 2000-PROVE-REMITTANCE-INPUT.
006410     SET INPUT-PROVES TO TRUE
006420     IF WS-RI-HEADER-COUNT = ZEROS
006430             OR WS-RI-TRAILER-COUNT NOT = WS-RI-HEADER-COUNT
006440             OR WS-RI-DATE-MISMATCH > ZEROS
006450             OR WS-RI-BAD-RECORD > ZEROS
006460         SET INPUT-DOES-NOT-PROVE TO TRUE
006470         MOVE SPACES TO WS-GENERIC-LINE
006480         MOVE "COBOL11 - REMITIN IS NOT A COMPLETE DETAIL FOR THE 
006490-            "PAY DATE" TO WS-GENERIC-LINE
006500         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006510     END-IF
006520     IF WS-RI-DETAIL-COUNT NOT = WS-RI-TRLR-RECORD-TOTAL
006530             OR WS-RI-DETAIL-AMOUNT NOT = WS-RI-TRLR-AMOUNT-TOTAL
006540         SET INPUT-DOES-NOT-PROVE TO TRUE
006550         MOVE SPACES TO WS-GENERIC-LINE
006560         MOVE "COBOL11 - REMITIN DETAIL DOES NOT TIE TO ITS TRAILE
006570-            "R(S)" TO WS-GENERIC-LINE
006580         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006590     END-IF
006600     IF INPUT-DOES-NOT-PROVE
006610         MOVE SPACES TO WS-GENERIC-LINE
006620         MOVE "RUN NOT CLEAN - INPUT DOES NOT PROVE, NO REMITEXT W
006630-            "RITTEN" TO WS-GENERIC-LINE
006640         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006650         MOVE 8 TO RETURN-CODE
006660     END-IF
006670     IF INPUT-IS-PARTIAL
006680         MOVE SPACES TO WS-GENERIC-LINE
006690         MOVE "COBOL11 - REMITIN IS FROM A RESTARTED RUN - REMIT P
006700-            "RIOR AMOUNTS BY HAND" TO WS-GENERIC-LINE
006710         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006720         MOVE 8 TO RETURN-CODE
006730     END-IF.
006740 2000-EXIT.
006750     EXIT.
006760*
006770* ---------------------------------------------------------------
006780* 2500-OPEN-OUTPUT-FILES
006790* OPENS THE REMITTANCE EXTRACT AND THE SATISFIED-NOTICE FILE
006800* ONCE THE INPUT HAS PROVED.
006810* ---------------------------------------------------------------
006820 2500-OPEN-OUTPUT-FILES.
006830     OPEN OUTPUT REMITTANCE-EXTRACT-FILE
006840     IF WS-RX-FILE-STATUS NOT = "00"
006850         MOVE SPACES TO WS-GENERIC-LINE
006860         STRING "COBOL11 - UNABLE TO OPEN REMITTANCE-EXTRACT-FILE"
006870             ", STATUS = " WS-RX-FILE-STATUS
006880             DELIMITED BY SIZE INTO WS-GENERIC-LINE
006890         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
006900     END-IF
006910     OPEN OUTPUT NOTICE-FILE
006920     IF WS-NTC-FILE-STATUS NOT = "00"
006930         MOVE SPACES TO WS-GENERIC-LINE
006940         STRING "COBOL11 - UNABLE TO OPEN NOTICE-FILE, "
006950             "STATUS = " WS-NTC-FILE-STATUS
006960             DELIMITED BY SIZE INTO WS-GENERIC-LINE
006970         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
006980     END-IF.
006990 2500-EXIT.
007000     EXIT.
007010*
007020* ---------------------------------------------------------------
007030* 3000-REMIT-BY-PAYEE
007040* RUNS THE PAYEE TABLE, IN PAYEE-CODE ORDER, THROUGH 3100.
007050* ---------------------------------------------------------------
007060 3000-REMIT-BY-PAYEE.
007070     PERFORM VARYING WS-PT-SUBSCRIPT FROM 1 BY 1
007080             UNTIL WS-PT-SUBSCRIPT > WS-PT-COUNT
007090         PERFORM 3100-REMIT-ONE-PAYEE THRU 3100-EXIT
007100     END-PERFORM.
007110 3000-EXIT.
007120     EXIT.
007130*
007140* ---------------------------------------------------------------
007150* 3100-REMIT-ONE-PAYEE
007160* LOOKS THE PAYEE UP ON THE PAYEE MASTER.  A BLANK CODE OR ONE
007170* NOT ON THE MASTER IS MARKED AND LEFT FOR 4000.  OTHERWISE THE
007180* PAYEE'S HEADING IS PRINTED, ITS EXTRACT HEADER WRITTEN, EVERY
007190* DETAIL FOR THE PAYEE REMITTED BY 3200 IN THE ORDER LOADED,
007200* AND THE PAYEE TOTAL PRINTED AND WRITTEN AS ITS TRAILER.
007210* ---------------------------------------------------------------
007220 3100-REMIT-ONE-PAYEE.
007230     MOVE WS-PT-PAYEE-CODE (WS-PT-SUBSCRIPT) TO WS-CUR-PAYEE-CODE
007240     IF WS-CUR-PAYEE-CODE = SPACES
007250         MOVE "B" TO WS-PT-STATUS (WS-PT-SUBSCRIPT)
007260         GO TO 3100-EXIT
007270     END-IF
007280     MOVE WS-CUR-PAYEE-CODE TO PY-PAYEE-CODE
007290     READ PAYEE-MASTER-FILE
007300         INVALID KEY
007310             MOVE "U" TO WS-PT-STATUS (WS-PT-SUBSCRIPT)
007320     END-READ
007330     IF WS-PT-STATUS (WS-PT-SUBSCRIPT) = "U"
007340         GO TO 3100-EXIT
007350     END-IF
007360     MOVE "R" TO WS-PT-STATUS (WS-PT-SUBSCRIPT)
007370     ADD 1 TO WS-PAYEES-REMITTED
007380     MOVE ZEROS TO WS-CUR-PAYEE-ITEMS
007390     MOVE ZEROS TO WS-CUR-PAYEE-AMOUNT
007400     MOVE WS-CUR-PAYEE-CODE TO PRT-P-CODE
007410     MOVE PY-PAYEE-NAME TO PRT-P-NAME
007420     EVALUATE PY-PAYEE-TYPE
007430         WHEN "C"
007440             MOVE "COURT" TO PRT-P-TYPE
007450         WHEN "A"
007460             MOVE "AGENCY" TO PRT-P-TYPE
007470         WHEN "B"
007480             MOVE "BENEFIT CARRIER" TO PRT-P-TYPE
007490         WHEN OTHER
007500             MOVE SPACES TO PRT-P-TYPE
007510     END-EVALUATE
007520     MOVE PY-ROUTING-NUMBER TO PRT-P-ROUTING
007530     MOVE PY-ACCOUNT-NUMBER TO PRT-P-ACCOUNT
007540     MOVE SPACES TO WS-COLUMN-HEADING-LINE
007550     IF WS-LINE-COUNT + 6 > WS-MAX-LINES-PER-PAGE
007560         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
007570     END-IF
007580     WRITE PRINT-LINE FROM WS-PAYEE-HEADING-LINE
007590         AFTER ADVANCING 2 LINES
007600     ADD 2 TO WS-LINE-COUNT
007610     MOVE WS-DETAIL-HEADING-LINE TO WS-COLUMN-HEADING-LINE
007620     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-LINE
007630         AFTER ADVANCING 2 LINES
007640     ADD 2 TO WS-LINE-COUNT
007650     IF INPUT-PROVES
007660         MOVE WS-CUR-PAYEE-CODE TO RX-H-PAYEE-CODE
007670         MOVE PY-PAYEE-TYPE TO RX-H-PAYEE-TYPE
007680         MOVE PY-PAYEE-NAME TO RX-H-PAYEE-NAME
007690         MOVE PY-ROUTING-NUMBER TO RX-H-ROUTING
007700         MOVE PY-ACCOUNT-NUMBER TO RX-H-ACCOUNT
007710         MOVE PY-ACCOUNT-TYPE TO RX-H-ACCOUNT-TYPE
007720         MOVE WS-RM-PAY-DATE TO RX-H-PAY-DATE
007730         WRITE REMITTANCE-EXTRACT-RECORD FROM WS-RX-HEADER-RECORD
007740         ADD 1 TO WS-EXTRACT-WRITE-COUNT
007750     END-IF
007760     PERFORM VARYING WS-DT-SUBSCRIPT FROM 1 BY 1
007770             UNTIL WS-DT-SUBSCRIPT > WS-DT-COUNT
007780         IF WS-DT-PAYEE-CODE (WS-DT-SUBSCRIPT) = WS-CUR-PAYEE-CODE
007790             PERFORM 3200-REMIT-ONE-DETAIL THRU 3200-EXIT
007800         END-IF
007810     END-PERFORM
007820     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007830     MOVE "TOTAL FOR PAYEE" TO PRT-S-LABEL
007840     MOVE WS-CUR-PAYEE-ITEMS TO PRT-S-COUNT
007850     MOVE WS-CUR-PAYEE-AMOUNT TO PRT-S-AMOUNT
007860     WRITE PRINT-LINE FROM WS-SUBTOTAL-LINE
007870         AFTER ADVANCING 2 LINES
007880     ADD 2 TO WS-LINE-COUNT
007890     IF INPUT-PROVES
007900         MOVE WS-CUR-PAYEE-CODE TO RX-T-PAYEE-CODE
007910         MOVE WS-CUR-PAYEE-ITEMS TO RX-T-RECORD-COUNT
007920         MOVE WS-CUR-PAYEE-AMOUNT TO RX-T-TOTAL-AMOUNT
007930         WRITE REMITTANCE-EXTRACT-RECORD FROM WS-RX-TRAILER-RECORD
007940         ADD 1 TO WS-EXTRACT-WRITE-COUNT
007950     END-IF.
007960 3100-EXIT.
007970     EXIT.
007980*
007990* ---------------------------------------------------------------
008000* 3200-REMIT-ONE-DETAIL
008010* PRINTS ONE REGISTER LINE FOR THE DETAIL AT WS-DT-SUBSCRIPT,
008020* WRITES ITS EXTRACT "D" RECORD, AND - WHEN THE AMOUNT
008030* SATISFIED A GARNISHMENT - PRINTS THE SATISFIED NOTICE.
008040* ---------------------------------------------------------------
008050 3200-REMIT-ONE-DETAIL.
008060     ADD 1 TO WS-CUR-PAYEE-ITEMS
008070     ADD WS-DT-AMOUNT (WS-DT-SUBSCRIPT) TO WS-CUR-PAYEE-AMOUNT
008080     ADD 1 TO WS-ITEMS-REMITTED
008090     ADD WS-DT-AMOUNT (WS-DT-SUBSCRIPT) TO WS-AMOUNT-REMITTED
008100     MOVE SPACES TO PRT-D-NOTE
008110     IF WS-DT-SATISFIED (WS-DT-SUBSCRIPT) = "S"
008120         MOVE "FINAL AMOUNT - ORDER SATISFIED" TO PRT-D-NOTE
008130     END-IF
008140     PERFORM 3250-PRINT-DETAIL-LINE THRU 3250-EXIT
008150     IF INPUT-DOES-NOT-PROVE
008160         GO TO 3200-EXIT
008170     END-IF
008180     MOVE WS-CUR-PAYEE-CODE TO RX-D-PAYEE-CODE
008190     MOVE WS-RM-PAY-DATE TO RX-D-PAY-DATE
008200     MOVE WS-DT-IDENT (WS-DT-SUBSCRIPT) TO RX-D-IDENT
008210     MOVE WS-DT-CUST-NAME (WS-DT-SUBSCRIPT) TO RX-D-CUST-NAME
008220     MOVE WS-DT-CASE-NUMBER (WS-DT-SUBSCRIPT) TO RX-D-CASE-NUMBER
008230     MOVE WS-DT-SOURCE (WS-DT-SUBSCRIPT) TO RX-D-SOURCE
008240     MOVE WS-DT-AMOUNT (WS-DT-SUBSCRIPT) TO RX-D-AMOUNT
008250     WRITE REMITTANCE-EXTRACT-RECORD FROM WS-RX-DETAIL-RECORD
008260     ADD 1 TO WS-EXTRACT-WRITE-COUNT
008270     IF WS-DT-SATISFIED (WS-DT-SUBSCRIPT) = "S"
008280         PERFORM 3300-WRITE-SATISFIED-NOTICE THRU 3300-EXIT
008290     END-IF.
008300 3200-EXIT.
008310     EXIT.
008320*
008330* ---------------------------------------------------------------
008340* 3250-PRINT-DETAIL-LINE
008350* PRINTS THE DETAIL AT WS-DT-SUBSCRIPT ON THE REGISTER, WITH
008360* WHATEVER NOTE HAS BEEN MOVED TO PRT-D-NOTE.
008370* ---------------------------------------------------------------
008380 3250-PRINT-DETAIL-LINE.
008390     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
008400     MOVE WS-DT-IDENT (WS-DT-SUBSCRIPT) TO PRT-D-IDENT
008410     MOVE WS-DT-CUST-NAME (WS-DT-SUBSCRIPT) TO PRT-D-CUST-NAME
008420     MOVE WS-DT-PAYEE-CODE (WS-DT-SUBSCRIPT) TO PRT-D-PAYEE
008430     MOVE WS-DT-CASE-NUMBER (WS-DT-SUBSCRIPT) TO PRT-D-CASE
008440     MOVE WS-DT-SOURCE (WS-DT-SUBSCRIPT) TO PRT-D-SOURCE
008450     MOVE WS-DT-DED-NAME (WS-DT-SUBSCRIPT) TO PRT-D-DED-NAME
008460     MOVE WS-DT-AMOUNT (WS-DT-SUBSCRIPT) TO PRT-D-AMOUNT
008470     WRITE PRINT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
008480     ADD 1 TO WS-LINE-COUNT.
008490 3250-EXIT.
008500     EXIT.
008510*
008520* ---------------------------------------------------------------
008530* 3300-WRITE-SATISFIED-NOTICE
008540* PRINTS ONE SATISFIED NOTICE, ON A PAGE OF ITS OWN, ADDRESSED
008550* TO THE PAYEE ON THE PAYEE MASTER - THE COURT OR AGENCY THAT
008560* ISSUED THE ORDER - QUOTING ITS CASE NUMBER, THE CUSTOMER AND
008570* THE FINAL AMOUNT WITHHELD.
008580* ---------------------------------------------------------------
008590 3300-WRITE-SATISFIED-NOTICE.
008600     ADD 1 TO WS-NOTICES-PRINTED
008610     MOVE SPACES TO WS-NOTICE-TEXT
008620     STRING "PAYROLL-SYSTEMS - NOTICE OF SATISFIED ORDER"
008630         "                    DATE: " WS-RUN-DATE
008640         DELIMITED BY SIZE INTO WS-NOTICE-TEXT
008650     WRITE NOTICE-LINE FROM WS-NOTICE-TEXT AFTER ADVANCING PAGE
008660     MOVE PY-PAYEE-NAME TO WS-NOTICE-TEXT
008670     WRITE NOTICE-LINE FROM WS-NOTICE-TEXT
008680         AFTER ADVANCING 3 LINES
008690     MOVE PY-ADDRESS TO WS-NOTICE-TEXT
008700     PERFORM 3310-WRITE-NOTICE-LINE THRU 3310-EXIT
008710     MOVE SPACES TO WS-NOTICE-TEXT
008720     IF PY-ZIP-CODE (6:4) = SPACES
008730         STRING PY-CITY DELIMITED BY "  "
008740             ", " PY-STATE "  " PY-ZIP-CODE (1:5)
008750             DELIMITED BY SIZE INTO WS-NOTICE-TEXT
008760     ELSE
008770         STRING PY-CITY DELIMITED BY "  "
008780             ", " PY-STATE "  " PY-ZIP-CODE (1:5) "-"
008790             PY-ZIP-CODE (6:4)
008800             DELIMITED BY SIZE INTO WS-NOTICE-TEXT
008810     END-IF
008820     PERFORM 3310-WRITE-NOTICE-LINE THRU 3310-EXIT
008830     MOVE SPACES TO WS-NOTICE-TEXT
008840     STRING "RE:  CASE NUMBER  "
008850         WS-DT-CASE-NUMBER (WS-DT-SUBSCRIPT)
008860         DELIMITED BY SIZE INTO WS-NOTICE-TEXT
008870     WRITE NOTICE-LINE FROM WS-NOTICE-TEXT
008880         AFTER ADVANCING 3 LINES
008890     MOVE SPACES TO WS-NOTICE-TEXT
008900     STRING "     NAME         " WS-DT-CUST-NAME (WS-DT-SUBSCRIPT)
008910         "  IDENT " WS-DT-IDENT (WS-DT-SUBSCRIPT)
008920         DELIMITED BY SIZE INTO WS-NOTICE-TEXT
008930     PERFORM 3310-WRITE-NOTICE-LINE THRU 3310-EXIT
008940     MOVE SPACES TO WS-NOTICE-TEXT
008950     STRING "     DEDUCTION    " WS-DT-DED-NAME (WS-DT-SUBSCRIPT)
008960         DELIMITED BY SIZE INTO WS-NOTICE-TEXT
008970     PERFORM 3310-WRITE-NOTICE-LINE THRU 3310-EXIT
008980     MOVE WS-DT-AMOUNT (WS-DT-SUBSCRIPT) TO WS-NOTICE-AMOUNT
008990     MOVE SPACES TO WS-NOTICE-TEXT
009000     STRING "THE AMOUNT OF " WS-NOTICE-AMOUNT
009010         " WITHHELD FROM THE PAY OF THE ABOVE ON PAY DATE "
009020         WS-RM-PAY-DATE
009030         DELIMITED BY SIZE INTO WS-NOTICE-TEXT
009040     WRITE NOTICE-LINE FROM WS-NOTICE-TEXT
009050         AFTER ADVANCING 3 LINES
009060     MOVE "BRINGS THE AMOUNT COLLECTED UNDER THE ORDER TO ITS FULL
009070-        "TOTAL.  THE ORDER IS SATISFIED" TO WS-NOTICE-TEXT
009080     PERFORM 3310-WRITE-NOTICE-LINE THRU 3310-EXIT
009090     MOVE "AND NO FURTHER AMOUNTS WILL BE WITHHELD.  THIS AMOUNT I
009100-        "S INCLUDED IN THE REMITTANCE" TO WS-NOTICE-TEXT
009110     PERFORM 3310-WRITE-NOTICE-LINE THRU 3310-EXIT
009120     MOVE "FOR THE PAY DATE." TO WS-NOTICE-TEXT
009130     PERFORM 3310-WRITE-NOTICE-LINE THRU 3310-EXIT
009140     MOVE "PAYROLL DEPARTMENT" TO WS-NOTICE-TEXT
009150     WRITE NOTICE-LINE FROM WS-NOTICE-TEXT
009160         AFTER ADVANCING 3 LINES.
009170 3300-EXIT.
009180     EXIT.
009190*
009200* ---------------------------------------------------------------
009210* 3310-WRITE-NOTICE-LINE
009220* WRITES WS-NOTICE-TEXT AS THE NEXT LINE OF THE NOTICE.
009230* ---------------------------------------------------------------
009240 3310-WRITE-NOTICE-LINE.
009250     WRITE NOTICE-LINE FROM WS-NOTICE-TEXT AFTER ADVANCING 1 LINE.
009260 3310-EXIT.
009270     EXIT.
009280*
009290* ---------------------------------------------------------------
009300* 4000-LIST-NOT-REMITTED
009310* LISTS EVERY DETAIL WHOSE PAYEE CODE IS BLANK OR NOT ON THE
009320* PAYEE MASTER.  THE MONEY WAS WITHHELD BUT HAS NOWHERE TO GO -
009330* CORRECT THE DEDFILE OR RATEFILE CARD, OR ADD THE PAYEE WITH
009340* COBOL10, AND REMIT THESE BY HAND.  ANY SUCH DETAIL MAKES THE
009350* RUN NOT CLEAN.
009360* ---------------------------------------------------------------
009370 4000-LIST-NOT-REMITTED.
009380     PERFORM VARYING WS-PT-SUBSCRIPT FROM 1 BY 1
009390             UNTIL WS-PT-SUBSCRIPT > WS-PT-COUNT
009400         IF WS-PT-STATUS (WS-PT-SUBSCRIPT) NOT = "R"
009410             PERFORM 4100-LIST-ONE-PAYEE THRU 4100-EXIT
009420         END-IF
009430     END-PERFORM
009440     IF WS-ITEMS-NOT-REMITTED > ZEROS
009450         MOVE SPACES TO WS-COLUMN-HEADING-LINE
009460         MOVE SPACES TO WS-GENERIC-LINE
009470         MOVE "RUN NOT CLEAN - WITHHOLDING NOT REMITTED, REMIT BY 
009480-            "HAND" TO WS-GENERIC-LINE
009490         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
009500         MOVE 8 TO RETURN-CODE
009510     END-IF.
009520 4000-EXIT.
009530     EXIT.
009540*
009550* ---------------------------------------------------------------
009560* 4100-LIST-ONE-PAYEE
009570* LISTS THE DETAILS FOR ONE PAYEE CODE THAT COULD NOT BE
009580* REMITTED, STARTING THE NOT-REMITTED SECTION THE FIRST TIME.
009590* ---------------------------------------------------------------
009600 4100-LIST-ONE-PAYEE.
009610     IF WS-ITEMS-NOT-REMITTED = ZEROS
009620         MOVE SPACES TO WS-COLUMN-HEADING-LINE
009630         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
009640         MOVE SPACES TO WS-GENERIC-LINE
009650         MOVE "WITHHOLDING NOT REMITTED" TO WS-GENERIC-LINE
009660         WRITE PRINT-LINE FROM WS-GENERIC-LINE
009670             AFTER ADVANCING 2 LINES
009680         ADD 2 TO WS-LINE-COUNT
009690         MOVE WS-DETAIL-HEADING-LINE TO WS-COLUMN-HEADING-LINE
009700         WRITE PRINT-LINE FROM WS-COLUMN-HEADING-LINE
009710             AFTER ADVANCING 2 LINES
009720         ADD 2 TO WS-LINE-COUNT
009730     END-IF
009740     PERFORM VARYING WS-DT-SUBSCRIPT FROM 1 BY 1
009750             UNTIL WS-DT-SUBSCRIPT > WS-DT-COUNT
009760         IF WS-DT-PAYEE-CODE (WS-DT-SUBSCRIPT)
009770                 = WS-PT-PAYEE-CODE (WS-PT-SUBSCRIPT)
009780             ADD 1 TO WS-ITEMS-NOT-REMITTED
009790             ADD WS-DT-AMOUNT (WS-DT-SUBSCRIPT)
009800                 TO WS-AMOUNT-NOT-REMITTED
009810             IF WS-PT-STATUS (WS-PT-SUBSCRIPT) = "B"
009820                 MOVE "NO PAYEE CODE" TO PRT-D-NOTE
009830             ELSE
009840                 MOVE "PAYEE NOT ON PAYEE MASTER" TO PRT-D-NOTE
009850             END-IF
009860             PERFORM 3250-PRINT-DETAIL-LINE THRU 3250-EXIT
009870         END-IF
009880     END-PERFORM.
009890 4100-EXIT.
009900     EXIT.
009910*
009920* ---------------------------------------------------------------
009930* 5000-WRITE-RUN-TOTALS
009940* PRINTS THE REMITTANCE RUN TOTALS AT THE FOOT OF THE REGISTER.
009950* ---------------------------------------------------------------
009960 5000-WRITE-RUN-TOTALS.
009970     MOVE SPACES TO WS-COLUMN-HEADING-LINE
009980     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
009990     MOVE "REMITIN RECORDS READ" TO PRT-T-LABEL
010000     MOVE WS-RI-RECORDS-READ TO PRT-T-COUNT
010010     WRITE PRINT-LINE FROM WS-TOTALS-LINE
010020         AFTER ADVANCING 3 LINES
010030     ADD 3 TO WS-LINE-COUNT
010040     MOVE "DETAILS FOR THE PAY DATE" TO PRT-T-LABEL
010050     MOVE WS-DT-COUNT TO PRT-T-COUNT
010060     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010070     MOVE "PAYEES REMITTED" TO PRT-T-LABEL
010080     MOVE WS-PAYEES-REMITTED TO PRT-T-COUNT
010090     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010100     MOVE "ITEMS REMITTED" TO PRT-T-LABEL
010110     MOVE WS-ITEMS-REMITTED TO PRT-T-COUNT
010120     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010130     MOVE "AMOUNT REMITTED" TO PRT-AM-LABEL
010140     MOVE WS-AMOUNT-REMITTED TO PRT-AM-AMOUNT
010150     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
010160     MOVE "ITEMS NOT REMITTED" TO PRT-T-LABEL
010170     MOVE WS-ITEMS-NOT-REMITTED TO PRT-T-COUNT
010180     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010190     MOVE "AMOUNT NOT REMITTED" TO PRT-AM-LABEL
010200     MOVE WS-AMOUNT-NOT-REMITTED TO PRT-AM-AMOUNT
010210     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
010220     MOVE "AMOUNT PER REMITIN TRAILERS" TO PRT-AM-LABEL
010230     MOVE WS-RI-TRLR-AMOUNT-TOTAL TO PRT-AM-AMOUNT
010240     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
010250     MOVE "SATISFIED NOTICES PRINTED" TO PRT-T-LABEL
010260     MOVE WS-NOTICES-PRINTED TO PRT-T-COUNT
010270     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010280     MOVE "REMITEXT RECORDS WRITTEN" TO PRT-T-LABEL
010290     MOVE WS-EXTRACT-WRITE-COUNT TO PRT-T-COUNT
010300     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT.
010310 5000-EXIT.
010320     EXIT.
010330*
010340* ---------------------------------------------------------------
010350* 5100-WRITE-ONE-TOTAL-LINE
010360* WRITES ONE COUNT LINE OF THE REMITTANCE RUN TOTALS.
010370* ---------------------------------------------------------------
010380 5100-WRITE-ONE-TOTAL-LINE.
010390     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
010400     WRITE PRINT-LINE FROM WS-TOTALS-LINE
010410         AFTER ADVANCING 1 LINE
010420     ADD 1 TO WS-LINE-COUNT.
010430 5100-EXIT.
010440     EXIT.
010450*
010460* ---------------------------------------------------------------
010470* 5200-WRITE-ONE-AMOUNT-LINE
010480* WRITES ONE AMOUNT LINE OF THE REMITTANCE RUN TOTALS.
010490* ---------------------------------------------------------------
010500 5200-WRITE-ONE-AMOUNT-LINE.
010510     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
010520     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
010530         AFTER ADVANCING 1 LINE
010540     ADD 1 TO WS-LINE-COUNT.
010550 5200-EXIT.
010560     EXIT.
010570*
010580* ---------------------------------------------------------------
010590* 9000-TERMINATE
010600* CLOSES THE FILES STILL OPEN.  THE REMITTANCE INPUT WAS CLOSED
010610* WHEN IT WAS LOADED; THE EXTRACT AND THE NOTICES WERE OPENED
010620* ONLY IF THE INPUT PROVED.
010630* ---------------------------------------------------------------
010640 9000-TERMINATE.
010650     CLOSE PAYEE-MASTER-FILE
010660     IF INPUT-PROVES
010670         CLOSE REMITTANCE-EXTRACT-FILE
010680         CLOSE NOTICE-FILE
010690     END-IF
010700     CLOSE PRINT-FILE.
010710 9000-EXIT.
010720     EXIT.
