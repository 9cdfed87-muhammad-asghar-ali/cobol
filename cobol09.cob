000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. COBOL09.
000040 AUTHOR. ASGR.
000050 INSTALLATION. PAYROLL-SYSTEMS.
000060 DATE-WRITTEN. OCT 15 2026.
000070 DATE-COMPILED.
000080*
000090* GENERAL-LEDGER POSTING EXTRACT.  SWEEPS THE PAY-HISTORY FILE
000100* FOR THE PAY DATE NAMED ON THE SYSIN CONTROL CARD - PAYMENTS
000110* FILED BY A DETAIL OR REWORK RUN AND THE "R" OFFSETS FILED BY A
000120* REVERSAL RUN ON THAT DATE - AND TOTALS THEM BY THE CUSTOMER'S
000130* DEPARTMENT (CM-DEPT-CODE ON THE CUSTOMER MASTER).  FOR EVERY
000140* DEPARTMENT IT BUILDS FIVE JOURNAL LINES - DEBIT WAGE EXPENSE
000150* FOR GROSS, CREDIT TAX PAYABLE, BENEFITS PAYABLE AND
000160* GARNISHMENTS PAYABLE FOR THE DEDUCTIONS, AND CREDIT CASH FOR
000170* NET - AGAINST THE ACCOUNTS ON THE DEPARTMENT'S GLMAP CARD.
000180* THE JOURNAL IS PROVED BEFORE ANY OF IT IS WRITTEN - DEBITS
000190* MUST EQUAL CREDITS, EVERY DEPARTMENT MUST HAVE A GLMAP CARD,
000200* AND THE NET MUST TIE TO THE TRAILER OF THE BANKFILE EXTRACT
000210* THE BANK WAS SENT FOR THE SAME DATE.  A JOURNAL THAT DOES NOT
000220* PROVE IS PRINTED FOR SOMEBODY TO CHASE BUT NOT WRITTEN, AND
000230* THE STEP ENDS WITH RETURN CODE 8.
000240*
000250* MODIFICATION HISTORY
000260* DATE       INIT  DESCRIPTION
000270* 2026-10-15 ASG   ORIGINAL PROGRAM - GL POSTING EXTRACT BY
000280*                  DEPARTMENT FROM THE PAY-HISTORY FILE, WITH
000290*                  THE DEPARTMENT-TO-ACCOUNT MAP ON GLMAP AND
000300*                  A TIE-OUT TO THE BANKFILE TRAILER.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CM-IDENT
000420         ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
000430         FILE STATUS IS WS-CM-FILE-STATUS.
000440     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PH-KEY
000480         FILE STATUS IS WS-PH-FILE-STATUS.
000490     SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-CTL-FILE-STATUS.
000520     SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLMAP"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-MAP-FILE-STATUS.
000550     SELECT BANK-EXTRACT-FILE ASSIGN TO "BANKFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-BANK-FILE-STATUS.
000580     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-GL-FILE-STATUS.
000610     SELECT PRINT-FILE ASSIGN TO "GLLIST"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PRT-FILE-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CUSTOMER-MASTER-FILE
000680         LABEL RECORDS ARE STANDARD.
000690     COPY CUSTREC.
000700 FD  PAY-HISTORY-FILE
000710         LABEL RECORDS ARE STANDARD.
000720     COPY PAYHREC.
000730 FD  CONTROL-CARD-FILE
000740         RECORD CONTAINS 80 CHARACTERS
000750         LABEL RECORDS ARE OMITTED.
000760 01  CONTROL-CARD-RECORD         PIC X(80).
000770 FD  ACCOUNT-MAP-FILE
000780         RECORD CONTAINS 80 CHARACTERS
000790         LABEL RECORDS ARE OMITTED.
000800 01  ACCOUNT-MAP-RECORD          PIC X(80).
000810 FD  BANK-EXTRACT-FILE
000820         RECORD CONTAINS 80 CHARACTERS
000830         LABEL RECORDS ARE OMITTED.
000840 01  BANK-EXTRACT-RECORD         PIC X(80).
000850 FD  GL-JOURNAL-FILE
000860         RECORD CONTAINS 80 CHARACTERS
000870         LABEL RECORDS ARE OMITTED.
000880 01  GL-JOURNAL-RECORD           PIC X(80).
000890 FD  PRINT-FILE
000900         RECORD CONTAINS 132 CHARACTERS
000910         LABEL RECORDS ARE OMITTED.
000920 01  PRINT-LINE                  PIC X(132).
000930*
000940 WORKING-STORAGE SECTION.
000950* ---------------------------------------------------------------
000960* FILE I/O CONTROLS
000970* ---------------------------------------------------------------
000980 77  WS-CM-FILE-STATUS        PIC X(02) VALUE SPACES.
000990 77  WS-PH-FILE-STATUS        PIC X(02) VALUE SPACES.
001000 77  WS-CTL-FILE-STATUS       PIC X(02) VALUE SPACES.
001010 77  WS-MAP-FILE-STATUS       PIC X(02) VALUE SPACES.
001020 77  WS-BANK-FILE-STATUS      PIC X(02) VALUE SPACES.
001030 77  WS-GL-FILE-STATUS        PIC X(02) VALUE SPACES.
001040 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
001050 01  WS-SWITCHES.
001060     02  WS-PH-EOF-SWITCH        PIC X(01) VALUE "N".
001070         88  PH-END-OF-FILE           VALUE "Y".
001080         88  PH-NOT-END-OF-FILE       VALUE "N".
001090     02  WS-MAP-EOF-SWITCH       PIC X(01) VALUE "N".
001100         88  MAP-END-OF-FILE          VALUE "Y".
001110         88  MAP-NOT-END-OF-FILE      VALUE "N".
001120     02  WS-BANK-EOF-SWITCH      PIC X(01) VALUE "N".
001130         88  BANK-END-OF-FILE         VALUE "Y".
001140         88  BANK-NOT-END-OF-FILE     VALUE "N".
001150     02  WS-POST-PASS-SWITCH     PIC X(01) VALUE "P".
001160         88  POSTING-PROVE-PASS       VALUE "P".
001170         88  POSTING-WRITE-PASS       VALUE "W".
001180     02  WS-MAP-FOUND-SWITCH     PIC X(01) VALUE "N".
001190         88  DEPT-MAP-FOUND           VALUE "Y".
001200         88  DEPT-MAP-NOT-FOUND       VALUE "N".
001210     02  WS-JOURNAL-SWITCH       PIC X(01) VALUE "Y".
001220         88  JOURNAL-PROVES           VALUE "Y".
001230         88  JOURNAL-DOES-NOT-PROVE   VALUE "N".
001240*
001250* ---------------------------------------------------------------
001260* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS
001270* WS-COLUMN-HEADING-LINE HOLDS THE HEADING OF THE SECTION BEING
001280* PRINTED SO A PAGE BREAK REPEATS THE RIGHT ONE.
001290* ---------------------------------------------------------------
001300 01  WS-PRT-CONTROLS.
001310     02  WS-RUN-DATE              PIC X(08).
001320     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
001330     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
001340     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
001350 01  WS-REPORT-PAGE-HEADING-1.
001360     02  FILLER             PIC X(30) VALUE
001370             "COBOL09 GL POSTING EXTRACT".
001380     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
001390     02  PRT-HDG-RUN-DATE   PIC X(10).
001400     02  FILLER             PIC X(10) VALUE "PAY DATE: ".
001410     02  PRT-HDG-PAY-DATE   PIC X(08).
001420     02  FILLER             PIC X(06) VALUE SPACES.
001430     02  FILLER             PIC X(06) VALUE "PAGE: ".
001440     02  PRT-HDG-PAGE-NO    PIC ZZ9.
001450     02  FILLER             PIC X(49) VALUE SPACES.
001460 01  WS-COLUMN-HEADING-LINE   PIC X(132) VALUE SPACES.
001470 01  WS-DEPT-HEADING-LINE.
001480     02  FILLER             PIC X(06) VALUE "DEPT".
001490     02  FILLER             PIC X(08) VALUE "PAID".
001500     02  FILLER             PIC X(15) VALUE "GROSS/ACCOUNT".
001510     02  FILLER             PIC X(15) VALUE "      TAX/DEBIT".
001520     02  FILLER             PIC X(15) VALUE "BENEFITS/CREDIT".
001530     02  FILLER             PIC X(15) VALUE "    GARNISHMENT".
001540     02  FILLER             PIC X(15) VALUE "            NET".
001550     02  FILLER             PIC X(02) VALUE SPACES.
001560     02  FILLER             PIC X(30) VALUE "DESCRIPTION".
001570     02  FILLER             PIC X(11) VALUE SPACES.
001580 01  WS-DEPT-DETAIL-LINE.
001590     02  PRT-D-DEPT         PIC X(03).
001600     02  FILLER             PIC X(03) VALUE SPACES.
001610     02  PRT-D-COUNT        PIC ZZZZ9.
001620     02  FILLER             PIC X(03) VALUE SPACES.
001630     02  PRT-D-GROSS        PIC ZZZ,ZZZ,ZZ9.99-.
001640     02  PRT-D-TAX          PIC ZZZ,ZZZ,ZZ9.99-.
001650     02  PRT-D-BENEFITS     PIC ZZZ,ZZZ,ZZ9.99-.
001660     02  PRT-D-GARNISH      PIC ZZZ,ZZZ,ZZ9.99-.
001670     02  PRT-D-NET          PIC ZZZ,ZZZ,ZZ9.99-.
001680     02  FILLER             PIC X(02) VALUE SPACES.
001690     02  PRT-D-NOTE         PIC X(30).
001700     02  FILLER             PIC X(11) VALUE SPACES.
001710 01  WS-JOURNAL-DETAIL-LINE.
001720     02  FILLER             PIC X(14) VALUE SPACES.
001730     02  PRT-J-ACCOUNT      PIC X(10).
001740     02  FILLER             PIC X(06) VALUE SPACES.
001750     02  PRT-J-DEBIT        PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001760     02  FILLER             PIC X(01) VALUE SPACES.
001770     02  PRT-J-CREDIT       PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001780     02  FILLER             PIC X(32) VALUE SPACES.
001790     02  PRT-J-DESC         PIC X(20).
001800     02  FILLER             PIC X(21) VALUE SPACES.
001810 01  WS-TOTALS-LINE.
001820     02  PRT-T-LABEL        PIC X(30).
001830     02  PRT-T-COUNT        PIC ZZZZZZ9.
001840     02  FILLER             PIC X(95) VALUE SPACES.
001850 01  WS-AMOUNT-LINE.
001860     02  PRT-AM-LABEL       PIC X(30).
001870     02  PRT-AM-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001880     02  FILLER             PIC X(84) VALUE SPACES.
001890 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
001900*
001910* ---------------------------------------------------------------
001920* PAY-DATE CONTROL CARD (PAY-DATE=YYYYMMDD)
001930* ---------------------------------------------------------------
001940 01  WS-GL-PAY-DATE           PIC X(08) VALUE SPACES.
001950 01  WS-GL-PAY-DATE-PARTS REDEFINES WS-GL-PAY-DATE.
001960     02  WS-GPD-YEAR             PIC 9(04).
001970     02  WS-GPD-MONTH            PIC 9(02).
001980     02  WS-GPD-DAY              PIC 9(02).
001990*
002000* ---------------------------------------------------------------
002010* DEPARTMENT-TO-ACCOUNT MAP (GLMAP)
002020* ONE CARD PER DEPARTMENT CODE CARRYING THE FIVE GL ACCOUNTS
002030* ITS PAYROLL POSTS TO.  A BLANK DEPARTMENT CODE IS A REAL
002040* CODE - IT MAPS CUSTOMERS KEYED WITH NO DEPARTMENT AND ANY
002050* IDENT PAID ON THE DATE THAT HAS SINCE LEFT THE MASTER.  A
002060* LATER CARD FOR THE SAME CODE REPLACES THE EARLIER ONE, SO
002070* CORRECTIONS CAN BE APPENDED TO THE DECK.
002080* ---------------------------------------------------------------
002090 77  WS-MAP-TABLE-MAX           PIC 9(03) VALUE 100.
002100 01  WS-MAP-CARD-WORK.
002110     02  WS-MC-DEPT              PIC X(03).
002120     02  WS-MC-WAGE-ACCT         PIC X(10).
002130     02  WS-MC-TAX-ACCT          PIC X(10).
002140     02  WS-MC-BENEFIT-ACCT      PIC X(10).
002150     02  WS-MC-GARNISH-ACCT      PIC X(10).
002160     02  WS-MC-CASH-ACCT         PIC X(10).
002170     02  WS-MC-DESC              PIC X(20).
002180     02  FILLER                  PIC X(07).
002190 01  WS-MAP-TABLE.
002200     02  WS-MAP-COUNT             PIC 9(03) VALUE ZEROS.
002210     02  WS-MAP-ENTRY OCCURS 100 TIMES.
002220         03  WS-MAP-DEPT          PIC X(03).
002230         03  WS-MAP-WAGE-ACCT     PIC X(10).
002240         03  WS-MAP-TAX-ACCT      PIC X(10).
002250         03  WS-MAP-BENEFIT-ACCT  PIC X(10).
002260         03  WS-MAP-GARNISH-ACCT  PIC X(10).
002270         03  WS-MAP-CASH-ACCT     PIC X(10).
002280         03  WS-MAP-DESC          PIC X(20).
002290 01  WS-MAP-SUBSCRIPT           PIC 9(03).
002300 01  WS-MAP-FOUND-SUBSCRIPT     PIC 9(03).
002310*
002320* ---------------------------------------------------------------
002330* BANK EXTRACT WORK FIELDS
002340* THE BANKFILE GENERATION SENT FOR THE PAY DATE - OR SEVERAL
002350* CONCATENATED, WHEN MORE THAN ONE PAYING OR REVERSAL RUN WENT
002360* TO THE BANK FOR THE DATE - IS READ FOR ITS HEADERS AND
002370* TRAILERS ONLY.  EVERY HEADER MUST CARRY THE PAY DATE AND THE
002380* TRAILER AMOUNTS, SIGNED BY THEIR DEBIT/CREDIT FLAG, ARE THE
002390* NET THE JOURNAL MUST TIE TO.
002400* ---------------------------------------------------------------
002410 01  WS-BANK-RECORD-WORK.
002420     02  WS-BK-RECORD-TYPE       PIC X(01).
002430     02  WS-BK-HEADER-VIEW.
002440         03  WS-BK-RUN-DATE      PIC X(08).
002450         03  FILLER              PIC X(71).
002460     02  WS-BK-TRAILER-VIEW REDEFINES WS-BK-HEADER-VIEW.
002470         03  WS-BK-TRLR-COUNT    PIC 9(07).
002480         03  WS-BK-TRLR-AMOUNT   PIC 9(09)V99.
002490         03  WS-BK-TRLR-DC       PIC X(01).
002500         03  FILLER              PIC X(60).
002510 01  WS-BANK-TOTALS.
002520     02  WS-BANK-HEADER-COUNT     PIC 9(03) VALUE ZEROS.
002530     02  WS-BANK-TRAILER-COUNT    PIC 9(03) VALUE ZEROS.
002540     02  WS-BANK-DATE-MISMATCH    PIC 9(03) VALUE ZEROS.
002550     02  WS-BANK-BAD-TRAILER      PIC 9(03) VALUE ZEROS.
002560     02  WS-BANK-NET-TOTAL        PIC S9(11)V99 VALUE ZEROS.
002570*
002580* ---------------------------------------------------------------
002590* DEPARTMENT ACCUMULATORS
002600* ONE ENTRY PER DEPARTMENT CODE PAID ON THE DATE, FILED THE
002610* FIRST TIME THE CODE IS SEEN.  AMOUNTS ARE SIGNED - A
002620* REVERSAL'S "R" OFFSET CARRIES NEGATIVE FIGURES.  THE
002630* GARNISHMENT FIGURE IS THE PART OF THE TOTAL DEDUCTIONS THAT
002640* IS NEITHER TAX NOR BENEFITS - THE DEDFILE COLLECTIONS.
002650* ---------------------------------------------------------------
002660 77  WS-DEPT-TABLE-MAX          PIC 9(03) VALUE 100.
002670 01  WS-DEPT-TABLE.
002680     02  WS-DEPT-COUNT            PIC 9(03) VALUE ZEROS.
002690     02  WS-DEPT-ENTRY OCCURS 100 TIMES.
002700         03  WS-DEPT-CODE         PIC X(03).
002710         03  WS-DEPT-PAID-COUNT   PIC 9(05).
002720         03  WS-DEPT-GROSS        PIC S9(09)V99.
002730         03  WS-DEPT-TAX          PIC S9(09)V99.
002740         03  WS-DEPT-BENEFITS     PIC S9(09)V99.
002750         03  WS-DEPT-GARNISH      PIC S9(09)V99.
002760         03  WS-DEPT-NET          PIC S9(09)V99.
002770 01  WS-DEPT-SUBSCRIPT          PIC 9(03).
002780 01  WS-DEPT-FOUND-SUBSCRIPT    PIC 9(03).
002790 01  WS-CUR-DEPT-CODE           PIC X(03).
002800 01  WS-CUR-GARNISH             PIC S9(05)V99.
002810*
002820* ---------------------------------------------------------------
002830* JOURNAL LINE WORK FIELDS
002840* 3200 TAKES ONE LINE AT A TIME FROM THESE FIELDS.  A NEGATIVE
002850* AMOUNT (A REVERSAL DATE) POSTS TO THE OPPOSITE SIDE.
002860* ---------------------------------------------------------------
002870 01  WS-JOURNAL-LINE-WORK.
002880     02  WS-JL-ACCOUNT            PIC X(10).
002890     02  WS-JL-SIDE               PIC X(01).
002900     02  WS-JL-AMOUNT             PIC S9(09)V99.
002910     02  WS-JL-DESC               PIC X(20).
002920*
002930* ---------------------------------------------------------------
002940* GL JOURNAL (GLJRNL) RECORD LAYOUTS - "H" HEADER WITH THE PAY
002950* DATE AND RUN DATE, ONE "D" RECORD PER JOURNAL LINE, AND A
002960* "T" TRAILER WITH THE LINE COUNT AND THE DEBIT AND CREDIT
002970* TOTALS, IN THE SAME SPIRIT AS THE BANK EXTRACT.  AMOUNTS ARE
002980* UNSIGNED ZONED DECIMAL WITH TWO ASSUMED DECIMALS; THE SIDE
002990* IS IN THE DEBIT/CREDIT BYTE.
003000* ---------------------------------------------------------------
003010 01  WS-GL-HEADER-RECORD.
003020     02  FILLER             PIC X(01) VALUE "H".
003030     02  GL-H-PAY-DATE      PIC X(08).
003040     02  GL-H-RUN-DATE      PIC X(08).
003050     02  FILLER             PIC X(63) VALUE SPACES.
003060 01  WS-GL-DETAIL-RECORD.
003070     02  FILLER             PIC X(01) VALUE "D".
003080     02  GL-D-PAY-DATE      PIC X(08).
003090     02  GL-D-DEPT          PIC X(03).
003100     02  GL-D-ACCOUNT       PIC X(10).
003110     02  GL-D-DEBIT-CREDIT  PIC X(01).
003120     02  GL-D-AMOUNT        PIC 9(09)V99.
003130     02  GL-D-DESC          PIC X(20).
003140     02  FILLER             PIC X(26) VALUE SPACES.
003150 01  WS-GL-TRAILER-RECORD.
003160     02  FILLER             PIC X(01) VALUE "T".
003170     02  GL-T-RECORD-COUNT  PIC 9(07).
003180     02  GL-T-DEBIT-TOTAL   PIC 9(11)V99.
003190     02  GL-T-CREDIT-TOTAL  PIC 9(11)V99.
003200     02  FILLER             PIC X(46) VALUE SPACES.
003210*
003220* ---------------------------------------------------------------
003230* RUN TOTALS
003240* ---------------------------------------------------------------
003250 01  WS-RUN-TOTALS.
003260     02  WS-PH-RECORDS-READ       PIC 9(07) VALUE ZEROS.
003270     02  WS-DATE-RECORDS-USED     PIC 9(07) VALUE ZEROS.
003280     02  WS-OFFSETS-USED          PIC 9(07) VALUE ZEROS.
003290     02  WS-NOT-ON-MASTER-COUNT   PIC 9(07) VALUE ZEROS.
003300     02  WS-UNMAPPED-COUNT        PIC 9(07) VALUE ZEROS.
003310     02  WS-JOURNAL-LINE-COUNT    PIC 9(07) VALUE ZEROS.
003320     02  WS-JOURNAL-WRITE-COUNT   PIC 9(07) VALUE ZEROS.
003330     02  WS-DEBIT-TOTAL           PIC 9(11)V99 VALUE ZEROS.
003340     02  WS-CREDIT-TOTAL          PIC 9(11)V99 VALUE ZEROS.
003350     02  WS-WRITE-DEBIT-TOTAL     PIC 9(11)V99 VALUE ZEROS.
003360     02  WS-WRITE-CREDIT-TOTAL    PIC 9(11)V99 VALUE ZEROS.
003370     02  WS-PH-NET-TOTAL          PIC S9(11)V99 VALUE ZEROS.
003380*
003390 PROCEDURE DIVISION.
003400* ---------------------------------------------------------------
003410* 0000-MAIN-LOGIC
003420* OVERALL DRIVER FOR THE GL POSTING RUN - ACCUMULATE, PROVE,
003430* AND ONLY THEN WRITE.
003440* ---------------------------------------------------------------
003450 0000-MAIN-LOGIC.
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003470     PERFORM 2000-SWEEP-PAY-HISTORY THRU 2000-EXIT
003480     SET POSTING-PROVE-PASS TO TRUE
003490     PERFORM 3000-POST-JOURNAL THRU 3000-EXIT
003500     PERFORM 4000-PROVE-JOURNAL THRU 4000-EXIT
003510     IF JOURNAL-PROVES
003520         PERFORM 4500-WRITE-JOURNAL-FILE THRU 4500-EXIT
003530     END-IF
003540     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT
003550     PERFORM 9000-TERMINATE THRU 9000-EXIT
003560     STOP RUN.
003570*
003580* ---------------------------------------------------------------
003590* 1000-INITIALIZE
003600* READS THE PAY-DATE CONTROL CARD, OPENS THE INPUT FILES, AND
003610* LOADS THE ACCOUNT MAP AND THE BANK TRAILER TOTALS.  EVERY
003620* FILE IS FATAL IF IT WILL NOT OPEN, AND SO IS A MISSING OR
003630* BAD PAY DATE - A GL RUN THAT DOES NOT KNOW ITS DATE CAN ONLY
003640* POST SOMETHING NOBODY ASKED FOR.  THE JOURNAL ITSELF IS NOT
003650* OPENED UNTIL IT HAS PROVED (4500).
003660* ---------------------------------------------------------------
003670 1000-INITIALIZE.
003680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003690     MOVE ZEROS TO WS-PAGE-NUMBER
003700     MOVE ZEROS TO WS-LINE-COUNT
003710     OPEN OUTPUT PRINT-FILE
003720     IF WS-PRT-FILE-STATUS NOT = "00"
003730         DISPLAY "COBOL09 - UNABLE TO OPEN PRINT-FILE, STATUS = "
003740             WS-PRT-FILE-STATUS
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF
003780     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
003790     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
003800     IF WS-GL-PAY-DATE NOT NUMERIC
003810             OR WS-GPD-MONTH < 1 OR WS-GPD-MONTH > 12
003820             OR WS-GPD-DAY < 1 OR WS-GPD-DAY > 31
003830         MOVE SPACES TO WS-GENERIC-LINE
003840         MOVE "COBOL09 - SYSIN PAY-DATE=YYYYMMDD CARD MISSING OR B
003850-            "AD" TO WS-GENERIC-LINE
003860         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003870         CLOSE PRINT-FILE
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF
003910     OPEN INPUT CUSTOMER-MASTER-FILE
003920     IF WS-CM-FILE-STATUS NOT = "00"
003930         MOVE SPACES TO WS-GENERIC-LINE
003940         STRING "COBOL09 - UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
003950             "STATUS = " WS-CM-FILE-STATUS
003960             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003970         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003980     END-IF
003990     OPEN INPUT PAY-HISTORY-FILE
004000     IF WS-PH-FILE-STATUS NOT = "00"
004010         MOVE SPACES TO WS-GENERIC-LINE
004020         STRING "COBOL09 - UNABLE TO OPEN PAY-HISTORY-FILE, "
004030             "STATUS = " WS-PH-FILE-STATUS
004040             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004050         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004060     END-IF
004070     PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT
004080     PERFORM 1200-LOAD-BANK-TOTALS THRU 1200-EXIT
004090     MOVE WS-DEPT-HEADING-LINE TO WS-COLUMN-HEADING-LINE
004100     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-LINE
004110         AFTER ADVANCING 2 LINES
004120     ADD 2 TO WS-LINE-COUNT.
004130 1000-EXIT.
004140     EXIT.
004150*
004160* ---------------------------------------------------------------
004170* 1050-READ-CONTROL-CARD
004180* READS THE ONE-CARD SYSIN CONTROL CARD (PAY-DATE=YYYYMMDD).
004190* ---------------------------------------------------------------
004200 1050-READ-CONTROL-CARD.
004210     OPEN INPUT CONTROL-CARD-FILE
004220     IF WS-CTL-FILE-STATUS = "00"
004230         READ CONTROL-CARD-FILE
004240             AT END
004250                 CONTINUE
004260             NOT AT END
004270                 IF CONTROL-CARD-RECORD (1:9) = "PAY-DATE="
004280                     MOVE CONTROL-CARD-RECORD (10:8)
004290                         TO WS-GL-PAY-DATE
004300                 END-IF
004310         END-READ
004320         CLOSE CONTROL-CARD-FILE
004330     END-IF.
004340 1050-EXIT.
004350     EXIT.
004360*
004370* ---------------------------------------------------------------
004380* 1100-LOAD-ACCOUNT-MAP
004390* LOADS THE GLMAP DEPARTMENT-TO-ACCOUNT CARDS.  AN EMPTY MAP,
004400* A FULL TABLE, OR A CARD MISSING ANY OF ITS FIVE ACCOUNTS IS
004410* FATAL - A JOURNAL POSTED TO A BLANK ACCOUNT IS WORSE THAN
004420* NONE.
004430* ---------------------------------------------------------------
004440 1100-LOAD-ACCOUNT-MAP.
004450     OPEN INPUT ACCOUNT-MAP-FILE
004460     IF WS-MAP-FILE-STATUS NOT = "00"
004470         MOVE SPACES TO WS-GENERIC-LINE
004480         STRING "COBOL09 - UNABLE TO OPEN ACCOUNT-MAP-FILE, "
004490             "STATUS = " WS-MAP-FILE-STATUS
004500             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004510         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004520     END-IF
004530     PERFORM UNTIL MAP-END-OF-FILE
004540         READ ACCOUNT-MAP-FILE
004550             AT END
004560                 MOVE "Y" TO WS-MAP-EOF-SWITCH
004570             NOT AT END
004580                 PERFORM 1110-LOAD-ONE-MAP-CARD THRU 1110-EXIT
004590         END-READ
004600     END-PERFORM
004610     CLOSE ACCOUNT-MAP-FILE
004620     IF WS-MAP-COUNT = ZEROS
004630         MOVE SPACES TO WS-GENERIC-LINE
004640         MOVE "COBOL09 - GLMAP HOLDS NO DEPARTMENT CARDS"
004650             TO WS-GENERIC-LINE
004660         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004670     END-IF.
004680 1100-EXIT.
004690     EXIT.
004700*
004710* ---------------------------------------------------------------
004720* 1110-LOAD-ONE-MAP-CARD
004730* FILES ONE GLMAP CARD, REPLACING AN EARLIER CARD FOR THE SAME
004740* DEPARTMENT CODE.  "*" IN COLUMN 1 IS A COMMENT CARD.
004750* ---------------------------------------------------------------
004760 1110-LOAD-ONE-MAP-CARD.
004770     IF ACCOUNT-MAP-RECORD = SPACES
004780             OR ACCOUNT-MAP-RECORD (1:1) = "*"
004790         GO TO 1110-EXIT
004800     END-IF
004810     MOVE ACCOUNT-MAP-RECORD TO WS-MAP-CARD-WORK
004820     IF WS-MC-WAGE-ACCT = SPACES OR WS-MC-TAX-ACCT = SPACES
004830             OR WS-MC-BENEFIT-ACCT = SPACES
004840             OR WS-MC-GARNISH-ACCT = SPACES
004850             OR WS-MC-CASH-ACCT = SPACES
004860         MOVE SPACES TO WS-GENERIC-LINE
004870         STRING "COBOL09 - GLMAP CARD FOR DEPT '" WS-MC-DEPT
004880             "' IS MISSING AN ACCOUNT NUMBER"
004890             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004900         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004910     END-IF
004920     MOVE WS-MC-DEPT TO WS-CUR-DEPT-CODE
004930     PERFORM 1150-FIND-DEPT-MAPPING THRU 1150-EXIT
004940     IF DEPT-MAP-NOT-FOUND
004950         IF WS-MAP-COUNT >= WS-MAP-TABLE-MAX
004960             MOVE SPACES TO WS-GENERIC-LINE
004970             MOVE "COBOL09 - GLMAP TABLE FULL" TO WS-GENERIC-LINE
004980             PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004990         END-IF
005000         ADD 1 TO WS-MAP-COUNT
005010         MOVE WS-MAP-COUNT TO WS-MAP-FOUND-SUBSCRIPT
005020     END-IF
005030     MOVE WS-MC-DEPT TO WS-MAP-DEPT (WS-MAP-FOUND-SUBSCRIPT)
005040     MOVE WS-MC-WAGE-ACCT
005050         TO WS-MAP-WAGE-ACCT (WS-MAP-FOUND-SUBSCRIPT)
005060     MOVE WS-MC-TAX-ACCT
005070         TO WS-MAP-TAX-ACCT (WS-MAP-FOUND-SUBSCRIPT)
005080     MOVE WS-MC-BENEFIT-ACCT
005090         TO WS-MAP-BENEFIT-ACCT (WS-MAP-FOUND-SUBSCRIPT)
005100     MOVE WS-MC-GARNISH-ACCT
005110         TO WS-MAP-GARNISH-ACCT (WS-MAP-FOUND-SUBSCRIPT)
005120     MOVE WS-MC-CASH-ACCT
005130         TO WS-MAP-CASH-ACCT (WS-MAP-FOUND-SUBSCRIPT)
005140     MOVE WS-MC-DESC TO WS-MAP-DESC (WS-MAP-FOUND-SUBSCRIPT).
005150 1110-EXIT.
005160     EXIT.
005170*
005180* ---------------------------------------------------------------
005190* 1150-FIND-DEPT-MAPPING
005200* LOOKS UP WS-CUR-DEPT-CODE IN THE ACCOUNT MAP.  ON A HIT,
005210* LEAVES WS-MAP-FOUND-SUBSCRIPT POINTING AT THE ENTRY.
005220* ---------------------------------------------------------------
005230 1150-FIND-DEPT-MAPPING.
005240     SET DEPT-MAP-NOT-FOUND TO TRUE
005250     MOVE ZEROS TO WS-MAP-FOUND-SUBSCRIPT
005260     PERFORM VARYING WS-MAP-SUBSCRIPT FROM 1 BY 1
005270             UNTIL WS-MAP-SUBSCRIPT > WS-MAP-COUNT
005280         IF WS-MAP-DEPT (WS-MAP-SUBSCRIPT) = WS-CUR-DEPT-CODE
005290             SET DEPT-MAP-FOUND TO TRUE
005300             MOVE WS-MAP-SUBSCRIPT TO WS-MAP-FOUND-SUBSCRIPT
005310             MOVE WS-MAP-COUNT TO WS-MAP-SUBSCRIPT
005320         END-IF
005330     END-PERFORM.
005340 1150-EXIT.
005350     EXIT.
005360*
005370* ---------------------------------------------------------------
005380* 1200-LOAD-BANK-TOTALS
005390* READS THE BANKFILE EXTRACT(S) FOR THE PAY DATE AND TOTALS
005400* THE TRAILERS.  A HEADER FOR ANY OTHER DATE, OR A TRAILER
005410* THAT WILL NOT EDIT, IS COUNTED AND FAILS THE TIE-OUT IN 4000
005420* RATHER THAN STOPPING THE RUN, SO THE LISTING STILL SHOWS
005430* WHAT THE JOURNAL WOULD HAVE BEEN.
005440* ---------------------------------------------------------------
005450 1200-LOAD-BANK-TOTALS.
005460     OPEN INPUT BANK-EXTRACT-FILE
005470     IF WS-BANK-FILE-STATUS NOT = "00"
005480         MOVE SPACES TO WS-GENERIC-LINE
005490         STRING "COBOL09 - UNABLE TO OPEN BANK-EXTRACT-FILE, "
005500             "STATUS = " WS-BANK-FILE-STATUS
005510             DELIMITED BY SIZE INTO WS-GENERIC-LINE
005520         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
005530     END-IF
005540     PERFORM UNTIL BANK-END-OF-FILE
005550         READ BANK-EXTRACT-FILE
005560             AT END
005570                 MOVE "Y" TO WS-BANK-EOF-SWITCH
005580             NOT AT END
005590                 PERFORM 1210-LOAD-ONE-BANK-RECORD THRU 1210-EXIT
005600         END-READ
005610     END-PERFORM
005620     CLOSE BANK-EXTRACT-FILE.
005630 1200-EXIT.
005640     EXIT.
005650*
005660* ---------------------------------------------------------------
005670* 1210-LOAD-ONE-BANK-RECORD
005680* NOTES ONE BANKFILE HEADER OR TRAILER.  DETAIL RECORDS ARE
005690* PASSED OVER - THE TRAILER ALREADY CARRIES THEIR TOTAL.
005700* ---------------------------------------------------------------
005710 1210-LOAD-ONE-BANK-RECORD.
005720     MOVE BANK-EXTRACT-RECORD TO WS-BANK-RECORD-WORK
005730     EVALUATE WS-BK-RECORD-TYPE
005740         WHEN "H"
005750             ADD 1 TO WS-BANK-HEADER-COUNT
005760             IF WS-BK-RUN-DATE NOT = WS-GL-PAY-DATE
005770                 ADD 1 TO WS-BANK-DATE-MISMATCH
005780                 MOVE SPACES TO WS-GENERIC-LINE
005790                 STRING "COBOL09 - BANKFILE HEADER DATED "
005800                     WS-BK-RUN-DATE " IS NOT FOR THE PAY DATE"
005810                     DELIMITED BY SIZE INTO WS-GENERIC-LINE
005820                 PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
005830             END-IF
005840         WHEN "T"
005850             ADD 1 TO WS-BANK-TRAILER-COUNT
005860             IF WS-BK-TRLR-AMOUNT NOT NUMERIC
005870                 ADD 1 TO WS-BANK-BAD-TRAILER
005880             ELSE
005890                 IF WS-BK-TRLR-DC = "D"
005900                     SUBTRACT WS-BK-TRLR-AMOUNT
005910                         FROM WS-BANK-NET-TOTAL
005920                 ELSE
005930                     ADD WS-BK-TRLR-AMOUNT TO WS-BANK-NET-TOTAL
005940                 END-IF
005950             END-IF
005960         WHEN OTHER
005970             CONTINUE
005980     END-EVALUATE.
005990 1210-EXIT.
006000     EXIT.
006010*
006020* ---------------------------------------------------------------
006030* 1650-WRITE-PAGE-HEADING
006040* STARTS A NEW PAGE OF THE POSTING LISTING.
006050* ---------------------------------------------------------------
006060 1650-WRITE-PAGE-HEADING.
006070     ADD 1 TO WS-PAGE-NUMBER
006080     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
006090     MOVE WS-GL-PAY-DATE TO PRT-HDG-PAY-DATE
006100     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
006110     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
006120         AFTER ADVANCING PAGE
006130     MOVE ZEROS TO WS-LINE-COUNT.
006140 1650-EXIT.
006150     EXIT.
006160*
006170* ---------------------------------------------------------------
006180* 1660-CHECK-PAGE-BREAK
006190* STARTS A NEW PAGE IF THE CURRENT ONE HAS FILLED UP, REPEATING
006200* THE COLUMN HEADING OF THE SECTION IN PROGRESS.
006210* ---------------------------------------------------------------
006220 1660-CHECK-PAGE-BREAK.
006230     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
006240         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
006250         IF WS-COLUMN-HEADING-LINE NOT = SPACES
006260             WRITE PRINT-LINE FROM WS-COLUMN-HEADING-LINE
006270                 AFTER ADVANCING 2 LINES
006280             ADD 2 TO WS-LINE-COUNT
006290         END-IF
006300     END-IF.
006310 1660-EXIT.
006320     EXIT.
006330*
006340* ---------------------------------------------------------------
006350* 1900-WRITE-GENERIC-LINE
006360* WRITES WHATEVER HAS BEEN MOVED INTO WS-GENERIC-LINE AS A
006370* SINGLE-SPACED REPORT LINE.
006380* ---------------------------------------------------------------
006390 1900-WRITE-GENERIC-LINE.
006400     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
006410     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
006420     ADD 1 TO WS-LINE-COUNT.
006430 1900-EXIT.
006440     EXIT.
006450*
006460* ---------------------------------------------------------------
006470* 1990-INITIALIZE-FATAL
006480* REPORTS THE START-UP PROBLEM ALREADY BUILT IN WS-GENERIC-LINE,
006490* CLOSES EVERYTHING, AND ENDS THE STEP WITH RETURN CODE 16.
006500* NOTHING HAS BEEN WRITTEN TO THE JOURNAL.
006510* ---------------------------------------------------------------
006520 1990-INITIALIZE-FATAL.
006530     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006540     CLOSE CUSTOMER-MASTER-FILE
006550     CLOSE PAY-HISTORY-FILE
006560     CLOSE ACCOUNT-MAP-FILE
006570     CLOSE BANK-EXTRACT-FILE
006580     CLOSE PRINT-FILE
006590     MOVE 16 TO RETURN-CODE
006600     STOP RUN.
006610 1990-EXIT.
006620     EXIT.
006630*
006640* ---------------------------------------------------------------
006650* 2000-SWEEP-PAY-HISTORY
006660* READS THE WHOLE PAY-HISTORY FILE IN KEY ORDER AND ROUTES
006670* EVERY RECORD FILED UNDER THE PAY DATE TO ITS DEPARTMENT'S
006680* ACCUMULATORS.
006690* ---------------------------------------------------------------
006700 2000-SWEEP-PAY-HISTORY.
006710     MOVE ZEROS TO PH-IDENT
006720     MOVE LOW-VALUES TO PH-PAY-DATE
006730     START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
006740         INVALID KEY
006750             MOVE "Y" TO WS-PH-EOF-SWITCH
006760     END-START
006770     PERFORM UNTIL PH-END-OF-FILE
006780         READ PAY-HISTORY-FILE NEXT RECORD
006790             AT END
006800                 MOVE "Y" TO WS-PH-EOF-SWITCH
006810             NOT AT END
006820                 ADD 1 TO WS-PH-RECORDS-READ
006830                 PERFORM 2100-PROCESS-ONE-PH-RECORD THRU 2100-EXIT
006840         END-READ
006850     END-PERFORM.
006860 2000-EXIT.
006870     EXIT.
006880*
006890* ---------------------------------------------------------------
006900* 2100-PROCESS-ONE-PH-RECORD
006910* ACCUMULATES ONE PAY-HISTORY RECORD FILED UNDER THE PAY DATE.
006920* EVERY RECORD ON THE DATE COUNTS, WHATEVER HAS HAPPENED TO IT
006930* SINCE - A PAYMENT THE BANK LATER RETURNED, OR ONE A LATER
006940* RUN REVERSED ("V"), STILL WENT OUT ON THIS DATE'S BANKFILE,
006950* AND THE RETURN OR REVERSAL POSTS WITH ITS OWN DATE.  AN "R"
006960* OFFSET FILED BY A REVERSAL RUN ON THE DATE CARRIES NEGATIVE
006970* FIGURES.  THE DEPARTMENT COMES FROM THE MASTER - AN IDENT NO
006980* LONGER ON IT POSTS TO THE BLANK DEPARTMENT CODE AND IS
006990* NOTED ON THE LISTING.
007000* ---------------------------------------------------------------
007010 2100-PROCESS-ONE-PH-RECORD.
007020     IF PH-PAY-DATE NOT = WS-GL-PAY-DATE
007030         GO TO 2100-EXIT
007040     END-IF
007050     ADD 1 TO WS-DATE-RECORDS-USED
007060     IF PH-RECORD-TYPE = "R"
007070         ADD 1 TO WS-OFFSETS-USED
007080     END-IF
007090     MOVE PH-IDENT TO CM-IDENT
007100     READ CUSTOMER-MASTER-FILE
007110         INVALID KEY
007120             MOVE SPACES TO WS-CUR-DEPT-CODE
007130             ADD 1 TO WS-NOT-ON-MASTER-COUNT
007140             MOVE SPACES TO WS-GENERIC-LINE
007150             STRING "COBOL09 - IDENT " PH-IDENT
007160                 " NOT ON MASTER - POSTED TO BLANK DEPT CODE"
007170                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
007180             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
007190         NOT INVALID KEY
007200             MOVE CM-DEPT-CODE TO WS-CUR-DEPT-CODE
007210     END-READ
007220     PERFORM 2200-FIND-DEPT-ENTRY THRU 2200-EXIT
007230     COMPUTE WS-CUR-GARNISH = PH-TOTAL-DEDUCTIONS
007240         - PH-TAX-DEDUCTIONS - PH-BENEFIT-DEDUCTIONS
007250     ADD 1 TO WS-DEPT-PAID-COUNT (WS-DEPT-SUBSCRIPT)
007260     ADD PH-GROSS-PAY TO WS-DEPT-GROSS (WS-DEPT-SUBSCRIPT)
007270     ADD PH-TAX-DEDUCTIONS TO WS-DEPT-TAX (WS-DEPT-SUBSCRIPT)
007280     ADD PH-BENEFIT-DEDUCTIONS
007290         TO WS-DEPT-BENEFITS (WS-DEPT-SUBSCRIPT)
007300     ADD WS-CUR-GARNISH TO WS-DEPT-GARNISH (WS-DEPT-SUBSCRIPT)
007310     ADD PH-NET-PAY TO WS-DEPT-NET (WS-DEPT-SUBSCRIPT)
007320     ADD PH-NET-PAY TO WS-PH-NET-TOTAL.
007330 2100-EXIT.
007340     EXIT.
007350*
007360* ---------------------------------------------------------------
007370* 2200-FIND-DEPT-ENTRY
007380* POINTS WS-DEPT-SUBSCRIPT AT THE ACCUMULATOR ENTRY FOR
007390* WS-CUR-DEPT-CODE, FILING A NEW ENTRY THE FIRST TIME A CODE
007400* IS SEEN.  UNLIKE COBOL01'S RECAP, A FULL TABLE IS FATAL - A
007410* JOURNAL THAT LEAVES A DEPARTMENT OUT CANNOT BE POSTED.
007420* ---------------------------------------------------------------
007430 2200-FIND-DEPT-ENTRY.
007440     MOVE ZEROS TO WS-DEPT-FOUND-SUBSCRIPT
007450     PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
007460             UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
007470         IF WS-DEPT-CODE (WS-DEPT-SUBSCRIPT) = WS-CUR-DEPT-CODE
007480             MOVE WS-DEPT-SUBSCRIPT TO WS-DEPT-FOUND-SUBSCRIPT
007490             MOVE WS-DEPT-COUNT TO WS-DEPT-SUBSCRIPT
007500         END-IF
007510     END-PERFORM
007520     IF WS-DEPT-FOUND-SUBSCRIPT NOT = ZEROS
007530         MOVE WS-DEPT-FOUND-SUBSCRIPT TO WS-DEPT-SUBSCRIPT
007540         GO TO 2200-EXIT
007550     END-IF
007560     IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
007570         MOVE SPACES TO WS-GENERIC-LINE
007580         MOVE "COBOL09 - DEPARTMENT TABLE FULL" TO WS-GENERIC-LINE
007590         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
007600     END-IF
007610     ADD 1 TO WS-DEPT-COUNT
007620     MOVE WS-DEPT-COUNT TO WS-DEPT-SUBSCRIPT
007630     MOVE WS-CUR-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-SUBSCRIPT)
007640     MOVE ZEROS TO WS-DEPT-PAID-COUNT (WS-DEPT-SUBSCRIPT)
007650     MOVE ZEROS TO WS-DEPT-GROSS (WS-DEPT-SUBSCRIPT)
007660     MOVE ZEROS TO WS-DEPT-TAX (WS-DEPT-SUBSCRIPT)
007670     MOVE ZEROS TO WS-DEPT-BENEFITS (WS-DEPT-SUBSCRIPT)
007680     MOVE ZEROS TO WS-DEPT-GARNISH (WS-DEPT-SUBSCRIPT)
007690     MOVE ZEROS TO WS-DEPT-NET (WS-DEPT-SUBSCRIPT).
007700 2200-EXIT.
007710     EXIT.
007720*
007730* ---------------------------------------------------------------
007740* 3000-POST-JOURNAL
007750* RUNS THE DEPARTMENT TABLE THROUGH THE JOURNAL LINES.  CALLED
007760* TWICE - ONCE IN THE PROVE PASS, WHICH PRINTS THE LINES AND
007770* TOTALS THE DEBITS AND CREDITS, AND (ONLY IF 4000 FINDS THE
007780* JOURNAL PROVES) ONCE IN THE WRITE PASS, WHICH WRITES THEM.
007790* BOTH PASSES BUILD THE LINES THE SAME WAY, SO THE JOURNAL
007800* WRITTEN IS THE JOURNAL THAT WAS PROVED.
007810* ---------------------------------------------------------------
007820 3000-POST-JOURNAL.
007830     PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
007840             UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
007850         PERFORM 3100-POST-ONE-DEPT THRU 3100-EXIT
007860     END-PERFORM.
007870 3000-EXIT.
007880     EXIT.
007890*
007900* ---------------------------------------------------------------
007910* 3100-POST-ONE-DEPT
007920* BUILDS THE FIVE JOURNAL LINES FOR ONE DEPARTMENT FROM ITS
007930* GLMAP CARD.  IN THE PROVE PASS THE DEPARTMENT'S TOTALS ARE
007940* PRINTED FIRST; A DEPARTMENT WITH NO GLMAP CARD IS PRINTED,
007950* COUNTED, AND POSTS NOTHING - 4000 THEN REFUSES THE JOURNAL.
007960* ---------------------------------------------------------------
007970 3100-POST-ONE-DEPT.
007980     MOVE WS-DEPT-CODE (WS-DEPT-SUBSCRIPT) TO WS-CUR-DEPT-CODE
007990     PERFORM 1150-FIND-DEPT-MAPPING THRU 1150-EXIT
008000     IF POSTING-PROVE-PASS
008010         PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
008020         MOVE WS-CUR-DEPT-CODE TO PRT-D-DEPT
008030         MOVE WS-DEPT-PAID-COUNT (WS-DEPT-SUBSCRIPT)
008040             TO PRT-D-COUNT
008050         MOVE WS-DEPT-GROSS (WS-DEPT-SUBSCRIPT) TO PRT-D-GROSS
008060         MOVE WS-DEPT-TAX (WS-DEPT-SUBSCRIPT) TO PRT-D-TAX
008070         MOVE WS-DEPT-BENEFITS (WS-DEPT-SUBSCRIPT)
008080             TO PRT-D-BENEFITS
008090         MOVE WS-DEPT-GARNISH (WS-DEPT-SUBSCRIPT) TO PRT-D-GARNISH
008100         MOVE WS-DEPT-NET (WS-DEPT-SUBSCRIPT) TO PRT-D-NET
008110         IF DEPT-MAP-FOUND
008120             MOVE WS-MAP-DESC (WS-MAP-FOUND-SUBSCRIPT)
008130                 TO PRT-D-NOTE
008140         ELSE
008150             MOVE "NO GLMAP CARD - NOT POSTED" TO PRT-D-NOTE
008160             ADD 1 TO WS-UNMAPPED-COUNT
008170         END-IF
008180         WRITE PRINT-LINE FROM WS-DEPT-DETAIL-LINE
008190             AFTER ADVANCING 2 LINES
008200         ADD 2 TO WS-LINE-COUNT
008210     END-IF
008220     IF DEPT-MAP-NOT-FOUND
008230         GO TO 3100-EXIT
008240     END-IF
008250     MOVE WS-MAP-WAGE-ACCT (WS-MAP-FOUND-SUBSCRIPT)
008260         TO WS-JL-ACCOUNT
008270     MOVE "D" TO WS-JL-SIDE
008280     MOVE WS-DEPT-GROSS (WS-DEPT-SUBSCRIPT) TO WS-JL-AMOUNT
008290     MOVE "WAGE EXPENSE" TO WS-JL-DESC
008300     PERFORM 3200-POST-ONE-LINE THRU 3200-EXIT
008310     MOVE WS-MAP-TAX-ACCT (WS-MAP-FOUND-SUBSCRIPT)
008320         TO WS-JL-ACCOUNT
008330     MOVE "C" TO WS-JL-SIDE
008340     MOVE WS-DEPT-TAX (WS-DEPT-SUBSCRIPT) TO WS-JL-AMOUNT
008350     MOVE "TAX PAYABLE" TO WS-JL-DESC
008360     PERFORM 3200-POST-ONE-LINE THRU 3200-EXIT
008370     MOVE WS-MAP-BENEFIT-ACCT (WS-MAP-FOUND-SUBSCRIPT)
008380         TO WS-JL-ACCOUNT
008390     MOVE "C" TO WS-JL-SIDE
008400     MOVE WS-DEPT-BENEFITS (WS-DEPT-SUBSCRIPT) TO WS-JL-AMOUNT
008410     MOVE "BENEFITS PAYABLE" TO WS-JL-DESC
008420     PERFORM 3200-POST-ONE-LINE THRU 3200-EXIT
008430     MOVE WS-MAP-GARNISH-ACCT (WS-MAP-FOUND-SUBSCRIPT)
008440         TO WS-JL-ACCOUNT
008450     MOVE "C" TO WS-JL-SIDE
008460     MOVE WS-DEPT-GARNISH (WS-DEPT-SUBSCRIPT) TO WS-JL-AMOUNT
008470     MOVE "GARNISHMENTS PAYABLE" TO WS-JL-DESC
008480     PERFORM 3200-POST-ONE-LINE THRU 3200-EXIT
008490     MOVE WS-MAP-CASH-ACCT (WS-MAP-FOUND-SUBSCRIPT)
008500         TO WS-JL-ACCOUNT
008510     MOVE "C" TO WS-JL-SIDE
008520     MOVE WS-DEPT-NET (WS-DEPT-SUBSCRIPT) TO WS-JL-AMOUNT
008530     MOVE "CASH - NET PAY" TO WS-JL-DESC
008540     PERFORM 3200-POST-ONE-LINE THRU 3200-EXIT.
008550 3100-EXIT.
008560     EXIT.
008570*
008580* ---------------------------------------------------------------
008590* 3200-POST-ONE-LINE
008600* POSTS THE JOURNAL LINE IN WS-JOURNAL-LINE-WORK.  A ZERO LINE
008610* IS LEFT OUT; A NEGATIVE ONE (A REVERSAL DATE) POSTS ITS
008620* ABSOLUTE AMOUNT TO THE OPPOSITE SIDE.  THE PROVE PASS PRINTS
008630* THE LINE AND ADDS IT TO THE DEBIT OR CREDIT TOTAL; THE WRITE
008640* PASS WRITES THE "D" RECORD AND KEEPS THE TRAILER TOTALS.
008650* ---------------------------------------------------------------
008660 3200-POST-ONE-LINE.
008670     IF WS-JL-AMOUNT = ZERO
008680         GO TO 3200-EXIT
008690     END-IF
008700     IF WS-JL-AMOUNT < ZERO
008710         COMPUTE WS-JL-AMOUNT = ZERO - WS-JL-AMOUNT
008720         IF WS-JL-SIDE = "D"
008730             MOVE "C" TO WS-JL-SIDE
008740         ELSE
008750             MOVE "D" TO WS-JL-SIDE
008760         END-IF
008770     END-IF
008780     IF POSTING-PROVE-PASS
008790         ADD 1 TO WS-JOURNAL-LINE-COUNT
008800         PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
008810         MOVE WS-JL-ACCOUNT TO PRT-J-ACCOUNT
008820         MOVE WS-JL-DESC TO PRT-J-DESC
008830         IF WS-JL-SIDE = "D"
008840             MOVE WS-JL-AMOUNT TO PRT-J-DEBIT
008850             MOVE ZEROS TO PRT-J-CREDIT
008860             ADD WS-JL-AMOUNT TO WS-DEBIT-TOTAL
008870         ELSE
008880             MOVE ZEROS TO PRT-J-DEBIT
008890             MOVE WS-JL-AMOUNT TO PRT-J-CREDIT
008900             ADD WS-JL-AMOUNT TO WS-CREDIT-TOTAL
008910         END-IF
008920         WRITE PRINT-LINE FROM WS-JOURNAL-DETAIL-LINE
008930             AFTER ADVANCING 1 LINE
008940         ADD 1 TO WS-LINE-COUNT
008950     ELSE
008960         MOVE WS-GL-PAY-DATE TO GL-D-PAY-DATE
008970         MOVE WS-CUR-DEPT-CODE TO GL-D-DEPT
008980         MOVE WS-JL-ACCOUNT TO GL-D-ACCOUNT
008990         MOVE WS-JL-SIDE TO GL-D-DEBIT-CREDIT
009000         MOVE WS-JL-AMOUNT TO GL-D-AMOUNT
009010         MOVE WS-JL-DESC TO GL-D-DESC
009020         WRITE GL-JOURNAL-RECORD FROM WS-GL-DETAIL-RECORD
009030         ADD 1 TO WS-JOURNAL-WRITE-COUNT
009040         IF WS-JL-SIDE = "D"
009050             ADD WS-JL-AMOUNT TO WS-WRITE-DEBIT-TOTAL
009060         ELSE
009070             ADD WS-JL-AMOUNT TO WS-WRITE-CREDIT-TOTAL
009080         END-IF
009090     END-IF.
009100 3200-EXIT.
009110     EXIT.
009120*
009130* ---------------------------------------------------------------
009140* 4000-PROVE-JOURNAL
009150* PROVES THE JOURNAL THE PROVE PASS BUILT.  IT MUST HAVE LINES,
009160* EVERY DEPARTMENT MUST HAVE MAPPED, DEBITS MUST EQUAL CREDITS,
009170* AND THE NET PAY ON PAYHIST FOR THE DATE MUST TIE TO THE
009180* BANKFILE TRAILER(S) FOR THE DATE.  ANY FAILURE IS PRINTED
009190* AND THE JOURNAL IS NOT WRITTEN.
009200* ---------------------------------------------------------------
009210 4000-PROVE-JOURNAL.
009220     SET JOURNAL-PROVES TO TRUE
009230     MOVE SPACES TO WS-COLUMN-HEADING-LINE
009240     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
009250     MOVE "TOTAL DEBITS" TO PRT-AM-LABEL
009260     MOVE WS-DEBIT-TOTAL TO PRT-AM-AMOUNT
009270     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
009280         AFTER ADVANCING 3 LINES
009290     ADD 3 TO WS-LINE-COUNT
009300     MOVE "TOTAL CREDITS" TO PRT-AM-LABEL
009310     MOVE WS-CREDIT-TOTAL TO PRT-AM-AMOUNT
009320     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
009330     MOVE "NET PAY PER PAY HISTORY" TO PRT-AM-LABEL
009340     MOVE WS-PH-NET-TOTAL TO PRT-AM-AMOUNT
009350     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
009360     MOVE "NET PAY PER BANKFILE TRAILER" TO PRT-AM-LABEL
009370     MOVE WS-BANK-NET-TOTAL TO PRT-AM-AMOUNT
009380     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
009390     IF WS-JOURNAL-LINE-COUNT = ZEROS
009400         SET JOURNAL-DOES-NOT-PROVE TO TRUE
009410         MOVE SPACES TO WS-GENERIC-LINE
009420         MOVE "COBOL09 - NOTHING TO POST FOR THE PAY DATE"
009430             TO WS-GENERIC-LINE
009440         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
009450     END-IF
009460     IF WS-UNMAPPED-COUNT > ZEROS
009470         SET JOURNAL-DOES-NOT-PROVE TO TRUE
009480         MOVE SPACES TO WS-GENERIC-LINE
009490         STRING "COBOL09 - " WS-UNMAPPED-COUNT
009500             " DEPARTMENT(S) HAVE NO GLMAP CARD"
009510             DELIMITED BY SIZE INTO WS-GENERIC-LINE
009520         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
009530     END-IF
009540     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
009550         SET JOURNAL-DOES-NOT-PROVE TO TRUE
009560         MOVE SPACES TO WS-GENERIC-LINE
009570         MOVE "COBOL09 - DEBITS DO NOT EQUAL CREDITS"
009580             TO WS-GENERIC-LINE
009590         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
009600     END-IF
009610     IF WS-BANK-TRAILER-COUNT = ZEROS
009620             OR WS-BANK-TRAILER-COUNT NOT = WS-BANK-HEADER-COUNT
009630             OR WS-BANK-DATE-MISMATCH > ZEROS
009640             OR WS-BANK-BAD-TRAILER > ZEROS
009650         SET JOURNAL-DOES-NOT-PROVE TO TRUE
009660         MOVE SPACES TO WS-GENERIC-LINE
009670         MOVE "COBOL09 - BANKFILE IS NOT A COMPLETE EXTRACT FOR TH
009680-            "E PAY DATE" TO WS-GENERIC-LINE
009690         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
009700     END-IF
009710     IF WS-PH-NET-TOTAL NOT = WS-BANK-NET-TOTAL
009720         SET JOURNAL-DOES-NOT-PROVE TO TRUE
009730         MOVE SPACES TO WS-GENERIC-LINE
009740         MOVE "COBOL09 - NET PAY DOES NOT TIE TO THE BANKFILE TRAI
009750-            "LER" TO WS-GENERIC-LINE
009760         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
009770     END-IF
009780     IF JOURNAL-DOES-NOT-PROVE
009790         MOVE SPACES TO WS-GENERIC-LINE
009800         MOVE "RUN NOT CLEAN - JOURNAL DOES NOT PROVE, NO GLJRNL W
009810-            "RITTEN" TO WS-GENERIC-LINE
009820         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
009830         MOVE 8 TO RETURN-CODE
009840     END-IF.
009850 4000-EXIT.
009860     EXIT.
009870*
009880* ---------------------------------------------------------------
009890* 4500-WRITE-JOURNAL-FILE
009900* OPENS THE GL JOURNAL AND WRITES THE PROVED JOURNAL - HEADER,
009910* THE WRITE PASS OF 3000, AND THE TRAILER.  THE WRITE PASS
009920* MUST REPRODUCE THE PROVED TOTALS EXACTLY; IF IT DOES NOT THE
009930* STEP ENDS WITH RETURN CODE 16 SO THE FILE IS NOT LOADED.
009940* ---------------------------------------------------------------
009950 4500-WRITE-JOURNAL-FILE.
009960     OPEN OUTPUT GL-JOURNAL-FILE
009970     IF WS-GL-FILE-STATUS NOT = "00"
009980         MOVE SPACES TO WS-GENERIC-LINE
009990         STRING "COBOL09 - UNABLE TO OPEN GL-JOURNAL-FILE, "
010000             "STATUS = " WS-GL-FILE-STATUS
010010             DELIMITED BY SIZE INTO WS-GENERIC-LINE
010020         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
010030     END-IF
010040     MOVE WS-GL-PAY-DATE TO GL-H-PAY-DATE
010050     MOVE WS-RUN-DATE TO GL-H-RUN-DATE
010060     WRITE GL-JOURNAL-RECORD FROM WS-GL-HEADER-RECORD
010070     SET POSTING-WRITE-PASS TO TRUE
010080     PERFORM 3000-POST-JOURNAL THRU 3000-EXIT
010090     MOVE WS-JOURNAL-WRITE-COUNT TO GL-T-RECORD-COUNT
010100     MOVE WS-WRITE-DEBIT-TOTAL TO GL-T-DEBIT-TOTAL
010110     MOVE WS-WRITE-CREDIT-TOTAL TO GL-T-CREDIT-TOTAL
010120     WRITE GL-JOURNAL-RECORD FROM WS-GL-TRAILER-RECORD
010130     CLOSE GL-JOURNAL-FILE
010140     IF WS-JOURNAL-WRITE-COUNT NOT = WS-JOURNAL-LINE-COUNT
010150             OR WS-WRITE-DEBIT-TOTAL NOT = WS-DEBIT-TOTAL
010160             OR WS-WRITE-CREDIT-TOTAL NOT = WS-CREDIT-TOTAL
010170         MOVE SPACES TO WS-GENERIC-LINE
010180         MOVE "COBOL09 - JOURNAL WRITTEN DOES NOT MATCH JOURNAL PR
010190-            "OVED - DO NOT LOAD" TO WS-GENERIC-LINE
010200         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
010210     END-IF.
010220 4500-EXIT.
010230     EXIT.
010240*
010250* ---------------------------------------------------------------
010260* 5000-WRITE-RUN-TOTALS
010270* PRINTS THE GL RUN TOTALS AT THE FOOT OF THE LISTING.
010280* ---------------------------------------------------------------
010290 5000-WRITE-RUN-TOTALS.
010300     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
010310     MOVE "PAY-HISTORY RECORDS READ" TO PRT-T-LABEL
010320     MOVE WS-PH-RECORDS-READ TO PRT-T-COUNT
010330     WRITE PRINT-LINE FROM WS-TOTALS-LINE
010340         AFTER ADVANCING 2 LINES
010350     ADD 2 TO WS-LINE-COUNT
010360     MOVE "RECORDS FOR THE PAY DATE" TO PRT-T-LABEL
010370     MOVE WS-DATE-RECORDS-USED TO PRT-T-COUNT
010380     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010390     MOVE "REVERSAL OFFSETS INCLUDED" TO PRT-T-LABEL
010400     MOVE WS-OFFSETS-USED TO PRT-T-COUNT
010410     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010420     MOVE "IDENTS NOT ON MASTER" TO PRT-T-LABEL
010430     MOVE WS-NOT-ON-MASTER-COUNT TO PRT-T-COUNT
010440     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010450     MOVE "DEPARTMENTS POSTED" TO PRT-T-LABEL
010460     MOVE WS-DEPT-COUNT TO PRT-T-COUNT
010470     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010480     MOVE "DEPARTMENTS WITH NO GLMAP CARD" TO PRT-T-LABEL
010490     MOVE WS-UNMAPPED-COUNT TO PRT-T-COUNT
010500     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010510     MOVE "BANKFILE EXTRACTS TOTALLED" TO PRT-T-LABEL
010520     MOVE WS-BANK-TRAILER-COUNT TO PRT-T-COUNT
010530     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010540     MOVE "JOURNAL LINES WRITTEN" TO PRT-T-LABEL
010550     MOVE WS-JOURNAL-WRITE-COUNT TO PRT-T-COUNT
010560     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT.
010570 5000-EXIT.
010580     EXIT.
010590*
010600* ---------------------------------------------------------------
010610* 5100-WRITE-ONE-TOTAL-LINE
010620* WRITES ONE COUNT LINE OF THE GL RUN TOTALS.
010630* ---------------------------------------------------------------
010640 5100-WRITE-ONE-TOTAL-LINE.
010650     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
010660     WRITE PRINT-LINE FROM WS-TOTALS-LINE
010670         AFTER ADVANCING 1 LINE
010680     ADD 1 TO WS-LINE-COUNT.
010690 5100-EXIT.
010700     EXIT.
010710*
010720* ---------------------------------------------------------------
010730* 5200-WRITE-ONE-AMOUNT-LINE
010740* WRITES ONE AMOUNT LINE OF THE JOURNAL PROOF.
010750* ---------------------------------------------------------------
010760 5200-WRITE-ONE-AMOUNT-LINE.
010770     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
010780     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
010790         AFTER ADVANCING 1 LINE
010800     ADD 1 TO WS-LINE-COUNT.
010810 5200-EXIT.
010820     EXIT.
010830*
010840* ---------------------------------------------------------------
010850* 9000-TERMINATE
010860* CLOSES THE FILES STILL OPEN.  THE MAP, THE BANK EXTRACT AND
010870* THE JOURNAL WERE CLOSED WHEN THEY WERE FINISHED WITH.
010880* ---------------------------------------------------------------
010890 9000-TERMINATE.
010900     CLOSE CUSTOMER-MASTER-FILE
010910     CLOSE PAY-HISTORY-FILE
010920     CLOSE PRINT-FILE.
010930 9000-EXIT.
010940     EXIT.
