000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. COBOL12.
000040 AUTHOR. ASGR.
000050 INSTALLATION. PAYROLL-SYSTEMS.
000060 DATE-WRITTEN. OCT 15 2026.
000070 DATE-COMPILED.
000080*
000090* RETROACTIVE PAY RUN.  FINDS EVERY PAY-RATE CHANGE ON THE
000100* PAY-RATE HISTORY FILE (RATEHIST, LAYOUT RATEHREC) THAT COBOL03
000110* HAS FILED BUT NO RETRO RUN HAS YET SEEN (STATUS "P"), AND FOR
000120* EACH CUSTOMER REPRICES EVERY PERIOD ON PAYHIST FROM THE
000130* EARLIEST SUCH EFFECTIVE DATE FORWARD THAT WAS PAID AT A RATE
000140* OTHER THAN THE ONE NOW IN EFFECT FOR IT.  EACH PERIOD IS
000150* REPRICED FROM THE HOURS WORKED, LEAVE HOURS AND RATE FILED
000160* WITH THE PAYMENT, AT THE OVERTIME THRESHOLD OF THE RATEFILE
000170* SET THAT WAS IN EFFECT ON ITS PAY DATE, AND THE DIFFERENCE IS
000180* PRINTED ON A WORKSHEET BY CUSTOMER AND PERIOD.  THE TOTAL FOR
000190* EACH RATE CHANGE IS FILED BACK ON ITS RATEHIST RECORD - OWED
000200* ("C", PAID BY THE NEXT COBOL01 PAYING RUN AS A SEPARATE
000210* EARNINGS LINE), NOTHING DUE ("N"), OR OVERPAID ("O",
000220* RECOVERED BY HAND).  A PERIOD THAT CANNOT BE REPRICED HERE IS
000230* LISTED FOR A REPRICE BY HAND AND THE STEP ENDS WITH RETURN
000240* CODE 8.
000250*
000260* MODIFICATION HISTORY
000270* DATE       INIT  DESCRIPTION
000280* 2026-10-15 ASG   ORIGINAL PROGRAM - RETROACTIVE PAY WORKSHEET
000290*                  AND RATEHIST RETRO-PAY STATUS FROM BACK-DATED
000300*                  PAY-RATE CHANGES.
000310* 2026-10-15 ASG   OFF-CYCLE SUPPLEMENTAL PAYMENTS (RECORD TYPE
000320*                  "S") ARE PASSED OVER - A FLAT BONUS,
000330*                  COMMISSION OR FINAL PAY IS NOT PRICED FROM
000340*                  THE PAY RATE.
000350* 2026-10-15 ASG   PERIODS ARE REPRICED WITH THE VACATION, SICK
000360*                  AND HOLIDAY HOURS PAID (PH-LEAVE-HOURS) AT
000370*                  STRAIGHT TIME AS WELL AS THE HOURS WORKED, AND
000380*                  THE WORKSHEET SHOWS THEM IN A LEAVE COLUMN.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS CM-IDENT
000500         ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
000510         FILE STATUS IS WS-CM-FILE-STATUS.
000520     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PH-KEY
000560         FILE STATUS IS WS-PH-FILE-STATUS.
000570     SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS RH-KEY
000610         FILE STATUS IS WS-RH-FILE-STATUS.
000620     SELECT DEDUCTION-RATE-FILE ASSIGN TO "RATEFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RATE-FILE-STATUS.
000650     SELECT PRINT-FILE ASSIGN TO "RETROLST"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-PRT-FILE-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CUSTOMER-MASTER-FILE
000720         LABEL RECORDS ARE STANDARD.
000730     COPY CUSTREC.
000740 FD  PAY-HISTORY-FILE
000750         LABEL RECORDS ARE STANDARD.
000760     COPY PAYHREC.
000770 FD  RATE-HISTORY-FILE
000780         LABEL RECORDS ARE STANDARD.
000790     COPY RATEHREC.
000800 FD  DEDUCTION-RATE-FILE
000810         RECORD CONTAINS 80 CHARACTERS
000820         LABEL RECORDS ARE OMITTED.
000830 01  RATE-CARD-RECORD.
000840     02  RC-CARD-TYPE            PIC X(01).
000850     02  RC-CARD-DATA            PIC X(79).
000860 FD  PRINT-FILE
000870         RECORD CONTAINS 132 CHARACTERS
000880         LABEL RECORDS ARE OMITTED.
000890 01  PRINT-LINE                  PIC X(132).
000900*
000910 WORKING-STORAGE SECTION.
000920* ---------------------------------------------------------------
000930* FILE I/O CONTROLS
000940* ---------------------------------------------------------------
000950 77  WS-CM-FILE-STATUS        PIC X(02) VALUE SPACES.
000960 77  WS-PH-FILE-STATUS        PIC X(02) VALUE SPACES.
000970 77  WS-RH-FILE-STATUS        PIC X(02) VALUE SPACES.
000980 77  WS-RATE-FILE-STATUS      PIC X(02) VALUE SPACES.
000990 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
001000 01  WS-SWITCHES.
001010     02  WS-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
001020         88  RATE-END-OF-FILE         VALUE "Y".
001030         88  RATE-NOT-END-OF-FILE     VALUE "N".
001040     02  WS-RH-EOF-SWITCH        PIC X(01) VALUE "N".
001050         88  RH-END-OF-FILE           VALUE "Y".
001060         88  RH-NOT-END-OF-FILE       VALUE "N".
001070     02  WS-PH-EOF-SWITCH        PIC X(01) VALUE "N".
001080         88  PH-END-OF-IDENT          VALUE "Y".
001090         88  PH-MORE-FOR-IDENT        VALUE "N".
001100     02  WS-CUSTOMER-SWITCH      PIC X(01) VALUE "Y".
001110         88  CUSTOMER-ON-MASTER       VALUE "Y".
001120         88  CUSTOMER-NOT-ON-MASTER   VALUE "N".
001130*
001140* ---------------------------------------------------------------
001150* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS
001160* WS-COLUMN-HEADING-LINE HOLDS THE HEADING OF THE SECTION BEING
001170* PRINTED SO A PAGE BREAK REPEATS THE RIGHT ONE.
001180* ---------------------------------------------------------------
001190 01  WS-PRT-CONTROLS.
001200     02  WS-RUN-DATE              PIC X(08).
001210     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
001220     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
001230     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
001240 01  WS-REPORT-PAGE-HEADING-1.
001250     02  FILLER             PIC X(36) VALUE
001260             "COBOL12 RETROACTIVE PAY WORKSHEET".
001270     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
001280     02  PRT-HDG-RUN-DATE   PIC X(10).
001290     02  FILLER             PIC X(06) VALUE SPACES.
001300     02  FILLER             PIC X(06) VALUE "PAGE: ".
001310     02  PRT-HDG-PAGE-NO    PIC ZZ9.
001320     02  FILLER             PIC X(61) VALUE SPACES.
001330 01  WS-COLUMN-HEADING-LINE   PIC X(132) VALUE SPACES.
001340 01  WS-CUSTOMER-HEADING-LINE.
001350     02  FILLER             PIC X(10) VALUE "CUSTOMER: ".
001360     02  PRT-C-IDENT        PIC 9(07).
001370     02  FILLER             PIC X(02) VALUE SPACES.
001380     02  PRT-C-NAME         PIC X(20).
001390     02  FILLER             PIC X(02) VALUE SPACES.
001400     02  FILLER             PIC X(11) VALUE "PAY GROUP: ".
001410     02  PRT-C-GROUP        PIC X(01).
001420     02  FILLER             PIC X(02) VALUE SPACES.
001430     02  FILLER             PIC X(14) VALUE "CURRENT RATE: ".
001440     02  PRT-C-RATE         PIC ZZ9.99.
001450     02  FILLER             PIC X(57) VALUE SPACES.
001460 01  WS-CHANGE-LINE.
001470     02  FILLER             PIC X(04) VALUE SPACES.
001480     02  FILLER             PIC X(22) VALUE
001490             "RATE CHANGE EFFECTIVE ".
001500     02  PRT-R-EFF-DATE     PIC X(08).
001510     02  FILLER             PIC X(06) VALUE " FROM ".
001520     02  PRT-R-OLD-RATE     PIC ZZ9.99.
001530     02  FILLER             PIC X(04) VALUE " TO ".
001540     02  PRT-R-NEW-RATE     PIC ZZ9.99.
001550     02  FILLER             PIC X(08) VALUE " KEYED ".
001560     02  PRT-R-CHANGE-DATE  PIC X(08).
001570     02  FILLER             PIC X(60) VALUE SPACES.
001580 01  WS-PERIOD-HEADING-LINE.
001590     02  FILLER             PIC X(04) VALUE SPACES.
001600     02  FILLER             PIC X(10) VALUE "PAY DATE".
001610     02  FILLER             PIC X(08) VALUE "   HOURS".
001620     02  FILLER             PIC X(08) VALUE "   LEAVE".
001630     02  FILLER             PIC X(08) VALUE "  OT AT".
001640     02  FILLER             PIC X(08) VALUE " PAID AT".
001650     02  FILLER             PIC X(08) VALUE "  NEW AT".
001660     02  FILLER             PIC X(12) VALUE "   OLD GROSS".
001670     02  FILLER             PIC X(12) VALUE "   NEW GROSS".
001680     02  FILLER             PIC X(13) VALUE "   DIFFERENCE".
001690     02  FILLER             PIC X(02) VALUE SPACES.
001700     02  FILLER             PIC X(30) VALUE "NOTE".
001710     02  FILLER             PIC X(09) VALUE SPACES.
001720 01  WS-PERIOD-LINE.
001730     02  FILLER             PIC X(04) VALUE SPACES.
001740     02  PRT-P-PAY-DATE     PIC X(08).
001750     02  FILLER             PIC X(02) VALUE SPACES.
001760     02  PRT-P-HOURS        PIC ZZZZ9.99.
001770     02  PRT-P-LEAVE        PIC ZZZZ9.99.
001780     02  PRT-P-OT-AT        PIC ZZZZ9.99.
001790     02  PRT-P-PAID-RATE    PIC ZZZZ9.99.
001800     02  PRT-P-NEW-RATE     PIC ZZZZ9.99.
001810     02  PRT-P-OLD-GROSS    PIC Z,ZZZ,ZZ9.99.
001820     02  PRT-P-NEW-GROSS    PIC Z,ZZZ,ZZ9.99.
001830     02  PRT-P-DIFFERENCE   PIC Z,ZZZ,ZZ9.99-.
001840     02  FILLER             PIC X(02) VALUE SPACES.
001850     02  PRT-P-NOTE         PIC X(30).
001860     02  FILLER             PIC X(09) VALUE SPACES.
001870 01  WS-CUSTOMER-TOTAL-LINE.
001880     02  FILLER             PIC X(04) VALUE SPACES.
001890     02  PRT-CT-LABEL       PIC X(50).
001900     02  FILLER             PIC X(12) VALUE SPACES.
001910     02  PRT-CT-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
001920     02  FILLER             PIC X(02) VALUE SPACES.
001930     02  PRT-CT-NOTE        PIC X(30).
001940     02  FILLER             PIC X(21) VALUE SPACES.
001950 01  WS-TOTALS-LINE.
001960     02  PRT-T-LABEL        PIC X(30).
001970     02  PRT-T-COUNT        PIC ZZZZZZ9.
001980     02  FILLER             PIC X(95) VALUE SPACES.
001990 01  WS-AMOUNT-LINE.
002000     02  PRT-AM-LABEL       PIC X(30).
002010     02  PRT-AM-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002020     02  FILLER             PIC X(84) VALUE SPACES.
002030 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
002040*
002050* ---------------------------------------------------------------
002060* RATEFILE CARD VIEWS - THE SAME T/B/G CARDS COBOL01 PRICES
002070* WITH.  ONLY THE EFFECTIVE DATE (CARD COLS 61-68, BLANK =
002080* 00000000) OF EVERY T, B AND G CARD AND THE GROUP CODE AND
002090* OVERTIME THRESHOLD OF THE G CARDS MATTER HERE.
002100* ---------------------------------------------------------------
002110 01  WS-RATE-CARD-WORK.
002120     02  WS-RC-TAX-VIEW.
002130         03  FILLER              PIC X(59).
002140         03  WS-RC-EFF-DATE      PIC X(08).
002150         03  FILLER              PIC X(12).
002160     02  WS-RC-GROUP-VIEW REDEFINES WS-RC-TAX-VIEW.
002170         03  WS-RC-GRP-CODE      PIC X(01).
002180         03  WS-RC-GRP-DESC      PIC X(12).
002190         03  WS-RC-GRP-OT        PIC X(05).
002200         03  FILLER              PIC X(61).
002210 01  WS-RC-EFF-DATE-WORK        PIC X(08).
002220*
002230* ---------------------------------------------------------------
002240* RATE-SET TABLES
002250* A RATE SET IS EVERY CARD SHARING ONE EFFECTIVE DATE; THE SET
002260* IN EFFECT FOR A PAY DATE IS THE ONE WITH THE LATEST DATE NOT
002270* AFTER IT, EXACTLY AS COBOL01 SELECTS IT.  WS-SD-HAS-GROUPS
002280* SAYS WHETHER THE SET DEFINES PAY GROUPS - A SET WITHOUT G
002290* CARDS PAID EVERYBODY OVERTIME OVER 40 HOURS.
002300* ---------------------------------------------------------------
002310 77  WS-SET-TABLE-MAX           PIC 9(03) VALUE 100.
002320 01  WS-SET-DATE-TABLE.
002330     02  WS-SD-COUNT              PIC 9(03) VALUE ZEROS.
002340     02  WS-SD-ENTRY OCCURS 100 TIMES.
002350         03  WS-SD-DATE           PIC X(08).
002360         03  WS-SD-HAS-GROUPS     PIC X(01).
002370 01  WS-SD-SUBSCRIPT            PIC 9(03).
002380 01  WS-SD-FOUND-SUBSCRIPT      PIC 9(03).
002390 77  WS-GROUP-TABLE-MAX         PIC 9(03) VALUE 500.
002400 01  WS-GROUP-CARD-TABLE.
002410     02  WS-GC-COUNT              PIC 9(03) VALUE ZEROS.
002420     02  WS-GC-ENTRY OCCURS 500 TIMES.
002430         03  WS-GC-EFF-DATE       PIC X(08).
002440         03  WS-GC-CODE           PIC X(01).
002450         03  WS-GC-OT-THRESHOLD   PIC 9(03)V99.
002460 01  WS-GC-SUBSCRIPT            PIC 9(03).
002470*
002480* ---------------------------------------------------------------
002490* CUSTOMERS TO REPRICE - EVERY IDENT WITH AT LEAST ONE PENDING
002500* RATEHIST RECORD, AND THE EARLIEST PENDING EFFECTIVE DATE,
002510* WHERE THE PAYHIST SCAN STARTS.
002520* ---------------------------------------------------------------
002530 77  WS-IDENT-TABLE-MAX         PIC 9(05) VALUE 5000.
002540 01  WS-IDENT-TABLE.
002550     02  WS-IT-COUNT              PIC 9(05) VALUE ZEROS.
002560     02  WS-IT-ENTRY OCCURS 5000 TIMES.
002570         03  WS-IT-IDENT          PIC 9(07).
002580         03  WS-IT-FIRST-EFF-DATE PIC X(08).
002590 01  WS-IT-SUBSCRIPT            PIC 9(05).
002600*
002610* ---------------------------------------------------------------
002620* THE CURRENT CUSTOMER'S RATE HISTORY, IN EFFECTIVE-DATE ORDER.
002630* WS-RE-AMOUNT AND WS-RE-PERIODS GATHER THE REPRICING
002640* ATTRIBUTED TO EACH PENDING RECORD; WS-RE-SIZE-ERROR IS SET
002650* WHEN THE TOTAL WILL NOT FIT RH-RETRO-AMOUNT.
002660* ---------------------------------------------------------------
002670 77  WS-ENTRY-TABLE-MAX         PIC 9(03) VALUE 100.
002680 01  WS-ENTRY-TABLE.
002690     02  WS-RE-COUNT              PIC 9(03) VALUE ZEROS.
002700     02  WS-RE-ENTRY OCCURS 100 TIMES.
002710         03  WS-RE-RECORD         PIC X(60).
002720         03  WS-RE-EFF-DATE       PIC X(08).
002730         03  WS-RE-NEW-RATE       PIC 9(03)V99.
002740         03  WS-RE-CHANGE-DATE    PIC X(08).
002750         03  WS-RE-STATUS         PIC X(01).
002760         03  WS-RE-PERIODS        PIC 9(03).
002770         03  WS-RE-AMOUNT         PIC S9(07)V99.
002780 01  WS-RE-SUBSCRIPT            PIC 9(03).
002790 01  WS-RE-PROPER-SUBSCRIPT     PIC 9(03).
002800 01  WS-RE-SETTLED-SUBSCRIPT    PIC 9(03).
002810*
002820* ---------------------------------------------------------------
002830* REPRICING WORK FIELDS FOR ONE PERIOD
002840* ---------------------------------------------------------------
002850 01  WS-PERIOD-WORK.
002860     02  WS-CUR-IDENT             PIC 9(07).
002870     02  WS-CUR-PAY-GROUP         PIC X(01).
002880     02  WS-PROPER-RATE           PIC 9(03)V99.
002890     02  WS-SETTLED-RATE          PIC 9(03)V99.
002900     02  WS-PRICE-RATE            PIC 9(03)V99.
002910     02  WS-OT-THRESHOLD          PIC 9(03)V99.
002920     02  WS-OVERTIME-HOURS        PIC 9(03)V99.
002930     02  WS-PRICED-GROSS          PIC 9(07)V99.
002940     02  WS-OLD-GROSS             PIC 9(07)V99.
002950     02  WS-NEW-GROSS             PIC 9(07)V99.
002960     02  WS-GROSS-DIFFERENCE      PIC S9(07)V99.
002970     02  WS-HAND-REASON           PIC X(30).
002980     02  WS-CUST-DIFFERENCE       PIC S9(07)V99.
002990     02  WS-CUST-PERIODS          PIC 9(05).
003000*
003010* ---------------------------------------------------------------
003020* RUN TOTALS
003030* ---------------------------------------------------------------
003040 01  WS-RUN-TOTALS.
003050     02  WS-RH-RECORDS-READ       PIC 9(07) VALUE ZEROS.
003060     02  WS-RH-PENDING-READ       PIC 9(07) VALUE ZEROS.
003070     02  WS-CUSTOMERS-REPRICED    PIC 9(05) VALUE ZEROS.
003080     02  WS-CUSTOMERS-NOT-ON-MSTR PIC 9(05) VALUE ZEROS.
003090     02  WS-PERIODS-REPRICED      PIC 9(07) VALUE ZEROS.
003100     02  WS-PERIODS-BY-HAND       PIC 9(07) VALUE ZEROS.
003110     02  WS-PERIODS-NOT-REPRICED  PIC 9(07) VALUE ZEROS.
003120     02  WS-CHANGES-OWED          PIC 9(05) VALUE ZEROS.
003130     02  WS-CHANGES-NOTHING-DUE   PIC 9(05) VALUE ZEROS.
003140     02  WS-CHANGES-OVERPAID      PIC 9(05) VALUE ZEROS.
003150     02  WS-CHANGES-LEFT-PENDING  PIC 9(05) VALUE ZEROS.
003160     02  WS-CHANGES-NOT-ON-MASTER PIC 9(05) VALUE ZEROS.
003170     02  WS-RETRO-OWED-TOTAL      PIC S9(09)V99 VALUE ZEROS.
003180     02  WS-RETRO-OVERPAID-TOTAL  PIC S9(09)V99 VALUE ZEROS.
003190*
003200 PROCEDURE DIVISION.
003210* ---------------------------------------------------------------
003220* 0000-MAIN-LOGIC
003230* LOADS THE RATE SETS AND THE LIST OF CUSTOMERS WITH PENDING
003240* RATE CHANGES, REPRICES EACH CUSTOMER IN IDENT ORDER, THEN
003250* PRINTS THE RUN TOTALS.
003260* ---------------------------------------------------------------
003270 0000-MAIN-LOGIC.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003290     PERFORM VARYING WS-IT-SUBSCRIPT FROM 1 BY 1
003300             UNTIL WS-IT-SUBSCRIPT > WS-IT-COUNT
003310         PERFORM 3000-REPRICE-ONE-CUSTOMER THRU 3000-EXIT
003320     END-PERFORM
003330     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT
003340     PERFORM 9000-TERMINATE THRU 9000-EXIT
003350     STOP RUN.
003360*
003370* ---------------------------------------------------------------
003380* 1000-INITIALIZE
003390* OPENS THE FILES, LOADS THE RATEFILE SETS (1200) AND THE
003400* CUSTOMERS WITH PENDING RATE CHANGES (1300).  ANY FILE THAT
003410* WILL NOT OPEN, OR A TABLE THAT OVERFLOWS, IS FATAL BEFORE
003420* ANY RATEHIST RECORD IS UPDATED.
003430* ---------------------------------------------------------------
003440 1000-INITIALIZE.
003450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003460     MOVE ZEROS TO WS-PAGE-NUMBER
003470     MOVE ZEROS TO WS-LINE-COUNT
003480     OPEN OUTPUT PRINT-FILE
003490     IF WS-PRT-FILE-STATUS NOT = "00"
003500         DISPLAY "COBOL12 - UNABLE TO OPEN PRINT-FILE, STATUS = "
003510             WS-PRT-FILE-STATUS
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF
003550     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
003560     OPEN INPUT CUSTOMER-MASTER-FILE
003570     IF WS-CM-FILE-STATUS NOT = "00"
003580         MOVE SPACES TO WS-GENERIC-LINE
003590         STRING "COBOL12 - UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
003600             "STATUS = " WS-CM-FILE-STATUS
003610             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003620         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003630     END-IF
003640     OPEN INPUT PAY-HISTORY-FILE
003650     IF WS-PH-FILE-STATUS NOT = "00"
003660         MOVE SPACES TO WS-GENERIC-LINE
003670         STRING "COBOL12 - UNABLE TO OPEN PAY-HISTORY-FILE, "
003680             "STATUS = " WS-PH-FILE-STATUS
003690             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003700         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003710     END-IF
003720     OPEN I-O RATE-HISTORY-FILE
003730     IF WS-RH-FILE-STATUS NOT = "00"
003740         MOVE SPACES TO WS-GENERIC-LINE
003750         STRING "COBOL12 - UNABLE TO OPEN RATE-HISTORY-FILE, "
003760             "STATUS = " WS-RH-FILE-STATUS
003770             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003780         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003790     END-IF
003800     PERFORM 1200-LOAD-RATE-SETS THRU 1200-EXIT
003810     PERFORM 1300-LIST-PENDING-CUSTOMERS THRU 1300-EXIT.
003820 1000-EXIT.
003830     EXIT.
003840*
003850* ---------------------------------------------------------------
003860* 1200-LOAD-RATE-SETS
003870* READS RATEFILE ONCE, NOTING EVERY EFFECTIVE DATE A T, B OR G
003880* CARD CARRIES AND FILING EVERY G CARD UNDER ITS DATE.  "*"
003890* CARDS AND OTHER CARD TYPES ARE PASSED OVER.  A DATE OR
003900* THRESHOLD THAT WILL NOT EDIT IS FATAL, AS IN COBOL01.
003910* ---------------------------------------------------------------
003920 1200-LOAD-RATE-SETS.
003930     OPEN INPUT DEDUCTION-RATE-FILE
003940     IF WS-RATE-FILE-STATUS NOT = "00"
003950         MOVE SPACES TO WS-GENERIC-LINE
003960         STRING "COBOL12 - UNABLE TO OPEN DEDUCTION-RATE-FILE, "
003970             "STATUS = " WS-RATE-FILE-STATUS
003980             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003990         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004000     END-IF
004010     PERFORM UNTIL RATE-END-OF-FILE
004020         READ DEDUCTION-RATE-FILE
004030             AT END
004040                 MOVE "Y" TO WS-RATE-EOF-SWITCH
004050             NOT AT END
004060                 PERFORM 1210-LOAD-ONE-RATE-CARD THRU 1210-EXIT
004070         END-READ
004080     END-PERFORM
004090     CLOSE DEDUCTION-RATE-FILE.
004100 1200-EXIT.
004110     EXIT.
004120*
004130* ---------------------------------------------------------------
004140* 1210-LOAD-ONE-RATE-CARD
004150* FILES THE CARD'S EFFECTIVE DATE AS A RATE SET (1220) AND, FOR
004160* A G CARD, THE GROUP'S OVERTIME THRESHOLD UNDER THAT DATE.
004170* ---------------------------------------------------------------
004180 1210-LOAD-ONE-RATE-CARD.
004190     IF RC-CARD-TYPE NOT = "T" AND RC-CARD-TYPE NOT = "B"
004200             AND RC-CARD-TYPE NOT = "G"
004210         GO TO 1210-EXIT
004220     END-IF
004230     MOVE RC-CARD-DATA TO WS-RC-TAX-VIEW
004240     MOVE WS-RC-EFF-DATE TO WS-RC-EFF-DATE-WORK
004250     IF WS-RC-EFF-DATE-WORK = SPACES
004260         MOVE "00000000" TO WS-RC-EFF-DATE-WORK
004270     END-IF
004280     IF WS-RC-EFF-DATE-WORK NOT NUMERIC
004290         MOVE SPACES TO WS-GENERIC-LINE
004300         MOVE "COBOL12 - RATE CARD EFFECTIVE DATE NOT NUMERIC"
004310             TO WS-GENERIC-LINE
004320         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004330     END-IF
004340     PERFORM 1220-FILE-SET-DATE THRU 1220-EXIT
004350     IF RC-CARD-TYPE NOT = "G"
004360         GO TO 1210-EXIT
004370     END-IF
004380     IF WS-RC-GRP-OT NOT NUMERIC
004390         MOVE SPACES TO WS-GENERIC-LINE
004400         MOVE "COBOL12 - PAY GROUP CARD OT NOT NUMERIC"
004410             TO WS-GENERIC-LINE
004420         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004430     END-IF
004440     IF WS-GC-COUNT >= WS-GROUP-TABLE-MAX
004450         MOVE SPACES TO WS-GENERIC-LINE
004460         MOVE "COBOL12 - TOO MANY PAY GROUP CARDS"
004470             TO WS-GENERIC-LINE
004480         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004490     END-IF
004500     MOVE "Y" TO WS-SD-HAS-GROUPS (WS-SD-FOUND-SUBSCRIPT)
004510     ADD 1 TO WS-GC-COUNT
004520     MOVE WS-RC-EFF-DATE-WORK TO WS-GC-EFF-DATE (WS-GC-COUNT)
004530     MOVE WS-RC-GRP-CODE TO WS-GC-CODE (WS-GC-COUNT)
004540     MOVE WS-RC-GRP-OT
004550         TO WS-GC-OT-THRESHOLD (WS-GC-COUNT) (1:5).
004560 1210-EXIT.
004570     EXIT.
004580*
004590* ---------------------------------------------------------------
004600* 1220-FILE-SET-DATE
004610* ADDS THE CARD'S EFFECTIVE DATE TO THE RATE-SET TABLE IF IT IS
004620* NOT THERE ALREADY, AND LEAVES ITS SUBSCRIPT IN
004630* WS-SD-FOUND-SUBSCRIPT.
004640* ---------------------------------------------------------------
004650 1220-FILE-SET-DATE.
004660     MOVE ZEROS TO WS-SD-FOUND-SUBSCRIPT
004670     PERFORM VARYING WS-SD-SUBSCRIPT FROM 1 BY 1
004680             UNTIL WS-SD-SUBSCRIPT > WS-SD-COUNT
004690         IF WS-SD-DATE (WS-SD-SUBSCRIPT) = WS-RC-EFF-DATE-WORK
004700             MOVE WS-SD-SUBSCRIPT TO WS-SD-FOUND-SUBSCRIPT
004710             MOVE WS-SD-COUNT TO WS-SD-SUBSCRIPT
004720         END-IF
004730     END-PERFORM
004740     IF WS-SD-FOUND-SUBSCRIPT NOT = ZEROS
004750         GO TO 1220-EXIT
004760     END-IF
004770     IF WS-SD-COUNT >= WS-SET-TABLE-MAX
004780         MOVE SPACES TO WS-GENERIC-LINE
004790         MOVE "COBOL12 - TOO MANY RATE SET EFFECTIVE DATES"
004800             TO WS-GENERIC-LINE
004810         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004820     END-IF
004830     ADD 1 TO WS-SD-COUNT
004840     MOVE WS-RC-EFF-DATE-WORK TO WS-SD-DATE (WS-SD-COUNT)
004850     MOVE "N" TO WS-SD-HAS-GROUPS (WS-SD-COUNT)
004860     MOVE WS-SD-COUNT TO WS-SD-FOUND-SUBSCRIPT.
004870 1220-EXIT.
004880     EXIT.
004890*
004900* ---------------------------------------------------------------
004910* 1300-LIST-PENDING-CUSTOMERS
004920* READS RATEHIST FROM THE TOP AND LISTS EVERY IDENT WITH A
004930* PENDING ("P") RECORD.  THE FILE IS IN IDENT/EFFECTIVE-DATE
004940* ORDER, SO THE FIRST PENDING RECORD FOR AN IDENT CARRIES ITS
004950* EARLIEST PENDING EFFECTIVE DATE.
004960* ---------------------------------------------------------------
004970 1300-LIST-PENDING-CUSTOMERS.
004980     MOVE LOW-VALUES TO RH-KEY
004990     START RATE-HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
005000         INVALID KEY
005010             SET RH-END-OF-FILE TO TRUE
005020     END-START
005030     PERFORM UNTIL RH-END-OF-FILE
005040         READ RATE-HISTORY-FILE NEXT RECORD
005050             AT END
005060                 SET RH-END-OF-FILE TO TRUE
005070             NOT AT END
005080                 PERFORM 1310-NOTE-ONE-RATE-HISTORY THRU 1310-EXIT
005090         END-READ
005100     END-PERFORM.
005110 1300-EXIT.
005120     EXIT.
005130*
005140* ---------------------------------------------------------------
005150* 1310-NOTE-ONE-RATE-HISTORY
005160* COUNTS ONE RATEHIST RECORD AND, IF IT IS THE FIRST PENDING
005170* ONE FOR ITS IDENT, ADDS THE IDENT TO THE REPRICE LIST.
005180* ---------------------------------------------------------------
005190 1310-NOTE-ONE-RATE-HISTORY.
005200     ADD 1 TO WS-RH-RECORDS-READ
005210     IF RH-RETRO-STATUS NOT = "P"
005220         GO TO 1310-EXIT
005230     END-IF
005240     ADD 1 TO WS-RH-PENDING-READ
005250     IF WS-IT-COUNT > ZEROS
005260         IF WS-IT-IDENT (WS-IT-COUNT) = RH-IDENT
005270             GO TO 1310-EXIT
005280         END-IF
005290     END-IF
005300     IF WS-IT-COUNT >= WS-IDENT-TABLE-MAX
005310         MOVE SPACES TO WS-GENERIC-LINE
005320         MOVE "COBOL12 - TOO MANY CUSTOMERS TO REPRICE"
005330             TO WS-GENERIC-LINE
005340         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
005350     END-IF
005360     ADD 1 TO WS-IT-COUNT
005370     MOVE RH-IDENT TO WS-IT-IDENT (WS-IT-COUNT)
005380     MOVE RH-EFFECTIVE-DATE TO WS-IT-FIRST-EFF-DATE (WS-IT-COUNT).
005390 1310-EXIT.
005400     EXIT.
005410*
005420* ---------------------------------------------------------------
005430* 1650-WRITE-PAGE-HEADING
005440* STARTS A NEW WORKSHEET PAGE.
005450* ---------------------------------------------------------------
005460 1650-WRITE-PAGE-HEADING.
005470     ADD 1 TO WS-PAGE-NUMBER
005480     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
005490     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
005500     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
005510         AFTER ADVANCING PAGE
005520     MOVE ZEROS TO WS-LINE-COUNT.
005530 1650-EXIT.
005540     EXIT.
005550*
005560* ---------------------------------------------------------------
005570* 1660-CHECK-PAGE-BREAK
005580* STARTS A NEW PAGE WHEN THIS ONE IS FULL, REPEATING THE
005590* COLUMN HEADING OF THE SECTION BEING PRINTED.
005600* ---------------------------------------------------------------
005610 1660-CHECK-PAGE-BREAK.
005620     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005630         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
005640         IF WS-COLUMN-HEADING-LINE NOT = SPACES
005650             WRITE PRINT-LINE FROM WS-COLUMN-HEADING-LINE
005660                 AFTER ADVANCING 2 LINES
005670             ADD 2 TO WS-LINE-COUNT
005680         END-IF
005690     END-IF.
005700 1660-EXIT.
005710     EXIT.
005720*
005730* ---------------------------------------------------------------
005740* 1900-WRITE-GENERIC-LINE
005750* WRITES WS-GENERIC-LINE TO THE WORKSHEET.
005760* ---------------------------------------------------------------
005770 1900-WRITE-GENERIC-LINE.
005780     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
005790     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
005800     ADD 1 TO WS-LINE-COUNT.
005810 1900-EXIT.
005820     EXIT.
005830*
005840* ---------------------------------------------------------------
005850* 1990-INITIALIZE-FATAL
005860* PRINTS THE MESSAGE IN WS-GENERIC-LINE AND ENDS THE STEP WITH
005870* RETURN CODE 16.  NOTHING HAS BEEN UPDATED YET.
005880* ---------------------------------------------------------------
005890 1990-INITIALIZE-FATAL.
005900     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
005910     CLOSE CUSTOMER-MASTER-FILE
005920     CLOSE PAY-HISTORY-FILE
005930     CLOSE RATE-HISTORY-FILE
005940     CLOSE DEDUCTION-RATE-FILE
005950     CLOSE PRINT-FILE
005960     MOVE 16 TO RETURN-CODE
005970     STOP RUN.
005980 1990-EXIT.
005990     EXIT.
006000*
006010* ---------------------------------------------------------------
006020* 3000-REPRICE-ONE-CUSTOMER
006030* LOADS THE CUSTOMER'S WHOLE RATE HISTORY (3100).  AN IDENT NO
006040* LONGER ON THE MASTER HAS ITS PENDING CHANGES MARKED "X" AND
006050* IS NOT REPRICED - THERE IS NOBODY TO PAY.  OTHERWISE EVERY
006060* PAYHIST PERIOD FROM THE EARLIEST PENDING EFFECTIVE DATE ON IS
006070* REPRICED (3200) AND THE RESULT FILED ON EACH PENDING RECORD
006080* (3300).
006090* ---------------------------------------------------------------
006100 3000-REPRICE-ONE-CUSTOMER.
006110     MOVE WS-IT-IDENT (WS-IT-SUBSCRIPT) TO WS-CUR-IDENT
006120     PERFORM 3100-LOAD-RATE-HISTORY THRU 3100-EXIT
006130     MOVE WS-CUR-IDENT TO CM-IDENT
006140     SET CUSTOMER-ON-MASTER TO TRUE
006150     READ CUSTOMER-MASTER-FILE
006160         INVALID KEY
006170             SET CUSTOMER-NOT-ON-MASTER TO TRUE
006180     END-READ
006190     IF CUSTOMER-NOT-ON-MASTER
006200         PERFORM 3900-MARK-NOT-ON-MASTER THRU 3900-EXIT
006210         GO TO 3000-EXIT
006220     END-IF
006230     ADD 1 TO WS-CUSTOMERS-REPRICED
006240     MOVE CM-PAY-GROUP TO WS-CUR-PAY-GROUP
006250     MOVE ZEROS TO WS-CUST-DIFFERENCE
006260     MOVE ZEROS TO WS-CUST-PERIODS
006270     PERFORM 3150-PRINT-CUSTOMER-HEADING THRU 3150-EXIT
006280     PERFORM 3200-REPRICE-PERIODS THRU 3200-EXIT
006290     PERFORM 3300-FILE-RETRO-RESULTS THRU 3300-EXIT.
006300 3000-EXIT.
006310     EXIT.
006320*
006330* ---------------------------------------------------------------
006340* 3100-LOAD-RATE-HISTORY
006350* READS EVERY RATEHIST RECORD FOR THE CUSTOMER INTO THE ENTRY
006360* TABLE, OLDEST EFFECTIVE DATE FIRST, ZEROING THE REPRICING
006370* ACCUMULATORS.
006380* ---------------------------------------------------------------
006390 3100-LOAD-RATE-HISTORY.
006400     MOVE ZEROS TO WS-RE-COUNT
006410     SET RH-NOT-END-OF-FILE TO TRUE
006420     MOVE WS-CUR-IDENT TO RH-IDENT
006430     MOVE LOW-VALUES TO RH-EFFECTIVE-DATE
006440     START RATE-HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
006450         INVALID KEY
006460             SET RH-END-OF-FILE TO TRUE
006470     END-START
006480     PERFORM UNTIL RH-END-OF-FILE
006490         READ RATE-HISTORY-FILE NEXT RECORD
006500             AT END
006510                 SET RH-END-OF-FILE TO TRUE
006520             NOT AT END
006530                 PERFORM 3110-TAKE-ONE-ENTRY THRU 3110-EXIT
006540         END-READ
006550     END-PERFORM.
006560 3100-EXIT.
006570     EXIT.
006580*
006590* ---------------------------------------------------------------
006600* 3110-TAKE-ONE-ENTRY
006610* FILES ONE RATEHIST RECORD IN THE ENTRY TABLE; THE FIRST
006620* RECORD FOR ANOTHER IDENT ENDS THE LOAD.
006630* ---------------------------------------------------------------
006640 3110-TAKE-ONE-ENTRY.
006650     IF RH-IDENT NOT = WS-CUR-IDENT
006660         SET RH-END-OF-FILE TO TRUE
006670         GO TO 3110-EXIT
006680     END-IF
006690     IF WS-RE-COUNT >= WS-ENTRY-TABLE-MAX
006700         MOVE SPACES TO WS-GENERIC-LINE
006710         STRING "COBOL12 - TOO MANY RATE CHANGES FOR IDENT "
006720             WS-CUR-IDENT
006730             DELIMITED BY SIZE INTO WS-GENERIC-LINE
006740         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
006750     END-IF
006760     ADD 1 TO WS-RE-COUNT
006770     MOVE RH-RATE-HISTORY-RECORD TO WS-RE-RECORD (WS-RE-COUNT)
006780     MOVE RH-EFFECTIVE-DATE TO WS-RE-EFF-DATE (WS-RE-COUNT)
006790     MOVE RH-NEW-RATE TO WS-RE-NEW-RATE (WS-RE-COUNT)
006800     MOVE RH-CHANGE-DATE TO WS-RE-CHANGE-DATE (WS-RE-COUNT)
006810     MOVE RH-RETRO-STATUS TO WS-RE-STATUS (WS-RE-COUNT)
006820     MOVE ZEROS TO WS-RE-PERIODS (WS-RE-COUNT)
006830     MOVE ZEROS TO WS-RE-AMOUNT (WS-RE-COUNT).
006840 3110-EXIT.
006850     EXIT.
006860*
006870* ---------------------------------------------------------------
006880* 3150-PRINT-CUSTOMER-HEADING
006890* STARTS THE CUSTOMER'S SECTION OF THE WORKSHEET - IDENT, NAME,
006900* PAY GROUP AND CURRENT RATE, THE PENDING RATE CHANGES BEING
006910* APPLIED, AND THE PERIOD COLUMN HEADING.
006920* ---------------------------------------------------------------
006930 3150-PRINT-CUSTOMER-HEADING.
006940     MOVE SPACES TO WS-COLUMN-HEADING-LINE
006950     IF WS-LINE-COUNT + WS-RE-COUNT + 6 > WS-MAX-LINES-PER-PAGE
006960         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
006970     END-IF
006980     MOVE WS-CUR-IDENT TO PRT-C-IDENT
006990     MOVE CM-CUST-NAME TO PRT-C-NAME
007000     MOVE CM-PAY-GROUP TO PRT-C-GROUP
007010     MOVE CM-PAY-RATE TO PRT-C-RATE
007020     WRITE PRINT-LINE FROM WS-CUSTOMER-HEADING-LINE
007030         AFTER ADVANCING 3 LINES
007040     ADD 3 TO WS-LINE-COUNT
007050     PERFORM VARYING WS-RE-SUBSCRIPT FROM 1 BY 1
007060             UNTIL WS-RE-SUBSCRIPT > WS-RE-COUNT
007070         IF WS-RE-STATUS (WS-RE-SUBSCRIPT) = "P"
007080             MOVE WS-RE-RECORD (WS-RE-SUBSCRIPT)
007090                 TO RH-RATE-HISTORY-RECORD
007100             MOVE RH-EFFECTIVE-DATE TO PRT-R-EFF-DATE
007110             MOVE RH-OLD-RATE TO PRT-R-OLD-RATE
007120             MOVE RH-NEW-RATE TO PRT-R-NEW-RATE
007130             MOVE RH-CHANGE-DATE TO PRT-R-CHANGE-DATE
007140             WRITE PRINT-LINE FROM WS-CHANGE-LINE
007150                 AFTER ADVANCING 1 LINE
007160             ADD 1 TO WS-LINE-COUNT
007170         END-IF
007180     END-PERFORM
007190     MOVE WS-PERIOD-HEADING-LINE TO WS-COLUMN-HEADING-LINE
007200     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-LINE
007210         AFTER ADVANCING 2 LINES
007220     ADD 2 TO WS-LINE-COUNT.
007230 3150-EXIT.
007240     EXIT.
007250*
007260* ---------------------------------------------------------------
007270* 3200-REPRICE-PERIODS
007280* READS THE CUSTOMER'S PAYHIST RECORDS FROM THE EARLIEST
007290* PENDING EFFECTIVE DATE FORWARD AND REPRICES EACH (3210).
007300* ---------------------------------------------------------------
007310 3200-REPRICE-PERIODS.
007320     SET PH-MORE-FOR-IDENT TO TRUE
007330     MOVE WS-CUR-IDENT TO PH-IDENT
007340     MOVE WS-IT-FIRST-EFF-DATE (WS-IT-SUBSCRIPT) TO PH-PAY-DATE
007350     START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
007360         INVALID KEY
007370             SET PH-END-OF-IDENT TO TRUE
007380     END-START
007390     PERFORM UNTIL PH-END-OF-IDENT
007400         READ PAY-HISTORY-FILE NEXT RECORD
007410             AT END
007420                 SET PH-END-OF-IDENT TO TRUE
007430             NOT AT END
007440                 PERFORM 3210-REPRICE-ONE-PERIOD THRU 3210-EXIT
007450         END-READ
007460     END-PERFORM.
007470 3200-EXIT.
007480     EXIT.
007490*
007500* ---------------------------------------------------------------
007510* 3210-REPRICE-ONE-PERIOD
007520* REPRICES ONE PAYMENT; THE FIRST RECORD FOR ANOTHER IDENT ENDS
007530* THE SCAN.  YTD RECORDS, REVERSAL OFFSETS AND OFF-CYCLE
007540* SUPPLEMENTAL PAYMENTS (NOT PRICED FROM THE RATE) ARE PASSED
007550* OVER; A REVERSED OR RETURNED PAYMENT IS LISTED BUT NOT
007560* REPRICED (THE RE-ISSUE OR THE NEXT PAYMENT CARRIES THE
007570* RIGHT RATE).  THE RATE THE PERIOD SHOULD HAVE PAID IS THE
007580* NEW RATE OF THE LATEST CHANGE EFFECTIVE ON OR BEFORE ITS PAY
007590* DATE (3220); ONLY A PERIOD WHOSE RATE COMES FROM A PENDING
007600* CHANGE IS THIS RUN'S BUSINESS.  THE RATE IT WAS SETTLED AT IS
007610* THE RATE FILED WITH THE PAYMENT, OR THE RATE AN EARLIER RETRO
007620* RUN ALREADY BROUGHT IT UP TO.  A PAYMENT FILED BEFORE PAYHIST
007630* CARRIED ITS HOURS AND RATE, OR WHOSE OVERTIME THRESHOLD
007640* CANNOT BE FOUND, IS LISTED TO BE REPRICED BY HAND.
007650* ---------------------------------------------------------------
007660 3210-REPRICE-ONE-PERIOD.
007670     IF PH-IDENT NOT = WS-CUR-IDENT
007680         SET PH-END-OF-IDENT TO TRUE
007690         GO TO 3210-EXIT
007700     END-IF
007710     IF PH-PAY-DATE (5:4) = "0000"
007720             OR PH-RECORD-TYPE = "R"
007730             OR PH-RECORD-TYPE = "S"
007740         GO TO 3210-EXIT
007750     END-IF
007760     PERFORM 3220-FIND-PERIOD-RATES THRU 3220-EXIT
007770     IF WS-RE-PROPER-SUBSCRIPT = ZEROS
007780         GO TO 3210-EXIT
007790     END-IF
007800     IF WS-RE-STATUS (WS-RE-PROPER-SUBSCRIPT) NOT = "P"
007810         GO TO 3210-EXIT
007820     END-IF
007830     MOVE SPACES TO PRT-P-NOTE
007840     MOVE SPACES TO WS-HAND-REASON
007850     MOVE ZEROS TO WS-OT-THRESHOLD
007860     MOVE ZEROS TO WS-OLD-GROSS
007870     MOVE ZEROS TO WS-NEW-GROSS
007880     MOVE ZEROS TO WS-GROSS-DIFFERENCE
007890     IF PH-RECORD-TYPE = "V"
007900         MOVE "REVERSED - NOT REPRICED" TO PRT-P-NOTE
007910         ADD 1 TO WS-PERIODS-NOT-REPRICED
007920         PERFORM 3250-PRINT-PERIOD-LINE THRU 3250-EXIT
007930         GO TO 3210-EXIT
007940     END-IF
007950     IF PH-PAY-RATE = ZEROS
007960         MOVE "NO HOURS/RATE ON FILE" TO WS-HAND-REASON
007970     ELSE
007980         IF WS-SETTLED-RATE = WS-PROPER-RATE
007990             GO TO 3210-EXIT
008000         END-IF
008010         IF PH-RETURNED-FLAG NOT = SPACE
008020             MOVE "RETURNED - REPRICE IF RE-ISSUED"
008030                 TO WS-HAND-REASON
008040         ELSE
008050             PERFORM 3230-FIND-OT-THRESHOLD THRU 3230-EXIT
008060         END-IF
008070     END-IF
008080     IF WS-HAND-REASON NOT = SPACES
008090         MOVE WS-HAND-REASON TO PRT-P-NOTE
008100         ADD 1 TO WS-PERIODS-BY-HAND
008110         PERFORM 3250-PRINT-PERIOD-LINE THRU 3250-EXIT
008120         GO TO 3210-EXIT
008130     END-IF
008140     MOVE WS-SETTLED-RATE TO WS-PRICE-RATE
008150     PERFORM 3240-PRICE-PERIOD THRU 3240-EXIT
008160     MOVE WS-PRICED-GROSS TO WS-OLD-GROSS
008170     MOVE WS-PROPER-RATE TO WS-PRICE-RATE
008180     PERFORM 3240-PRICE-PERIOD THRU 3240-EXIT
008190     MOVE WS-PRICED-GROSS TO WS-NEW-GROSS
008200     COMPUTE WS-GROSS-DIFFERENCE = WS-NEW-GROSS - WS-OLD-GROSS
008210     ADD WS-GROSS-DIFFERENCE
008220         TO WS-RE-AMOUNT (WS-RE-PROPER-SUBSCRIPT)
008230     ADD 1 TO WS-RE-PERIODS (WS-RE-PROPER-SUBSCRIPT)
008240     ADD WS-GROSS-DIFFERENCE TO WS-CUST-DIFFERENCE
008250     ADD 1 TO WS-CUST-PERIODS
008260     ADD 1 TO WS-PERIODS-REPRICED
008270     PERFORM 3250-PRINT-PERIOD-LINE THRU 3250-EXIT.
008280 3210-EXIT.
008290     EXIT.
008300*
008310* ---------------------------------------------------------------
008320* 3220-FIND-PERIOD-RATES
008330* WALKS THE CUSTOMER'S RATE CHANGES IN EFFECTIVE-DATE ORDER.
008340* THE LAST ONE EFFECTIVE ON OR BEFORE THE PAY DATE GIVES THE
008350* RATE THE PERIOD SHOULD HAVE PAID (WS-PROPER-RATE).  THE LAST
008360* SUCH CHANGE AN EARLIER RETRO RUN HAS ALREADY SETTLED TELLS
008370* WHAT THE PERIOD WAS SETTLED AT: IF IT WAS KEYED AFTER THE
008380* PAY DATE, THAT RUN BROUGHT THE PERIOD UP TO ITS NEW RATE;
008390* OTHERWISE THE PAYMENT WENT OUT AT THE RATE FILED WITH IT.
008400* ---------------------------------------------------------------
008410 3220-FIND-PERIOD-RATES.
008420     MOVE ZEROS TO WS-RE-PROPER-SUBSCRIPT
008430     MOVE ZEROS TO WS-RE-SETTLED-SUBSCRIPT
008440     PERFORM VARYING WS-RE-SUBSCRIPT FROM 1 BY 1
008450             UNTIL WS-RE-SUBSCRIPT > WS-RE-COUNT
008460         IF WS-RE-EFF-DATE (WS-RE-SUBSCRIPT) > PH-PAY-DATE
008470             MOVE WS-RE-COUNT TO WS-RE-SUBSCRIPT
008480         ELSE
008490             MOVE WS-RE-SUBSCRIPT TO WS-RE-PROPER-SUBSCRIPT
008500             IF WS-RE-STATUS (WS-RE-SUBSCRIPT) NOT = "P"
008510                     AND WS-RE-STATUS (WS-RE-SUBSCRIPT) NOT = "X"
008520                 MOVE WS-RE-SUBSCRIPT TO WS-RE-SETTLED-SUBSCRIPT
008530             END-IF
008540         END-IF
008550     END-PERFORM
008560     IF WS-RE-PROPER-SUBSCRIPT = ZEROS
008570         GO TO 3220-EXIT
008580     END-IF
008590     MOVE WS-RE-NEW-RATE (WS-RE-PROPER-SUBSCRIPT)
008600         TO WS-PROPER-RATE
008610     MOVE PH-PAY-RATE TO WS-SETTLED-RATE
008620     IF WS-RE-SETTLED-SUBSCRIPT NOT = ZEROS
008630         IF WS-RE-CHANGE-DATE (WS-RE-SETTLED-SUBSCRIPT)
008640                 > PH-PAY-DATE
008650             MOVE WS-RE-NEW-RATE (WS-RE-SETTLED-SUBSCRIPT)
008660                 TO WS-SETTLED-RATE
008670         END-IF
008680     END-IF.
008690 3220-EXIT.
008700     EXIT.
008710*
008720* ---------------------------------------------------------------
008730* 3230-FIND-OT-THRESHOLD
008740* FINDS THE RATE SET IN EFFECT ON THE PAY DATE AND THE
008750* CUSTOMER'S PAY-GROUP THRESHOLD IN IT - 40 HOURS IF THE SET
008760* DEFINES NO GROUPS.  NO SET, OR A GROUP NOT ON THE SET'S G
008770* CARDS (COBOL01 WOULD HAVE REJECTED IT UNDER E013), LEAVES
008780* THE PERIOD TO BE REPRICED BY HAND.  THE GROUP IS THE ONE ON
008790* THE MASTER TODAY.
008800* ---------------------------------------------------------------
008810 3230-FIND-OT-THRESHOLD.
008820     MOVE ZEROS TO WS-SD-FOUND-SUBSCRIPT
008830     PERFORM VARYING WS-SD-SUBSCRIPT FROM 1 BY 1
008840             UNTIL WS-SD-SUBSCRIPT > WS-SD-COUNT
008850         IF WS-SD-DATE (WS-SD-SUBSCRIPT) NOT > PH-PAY-DATE
008860             IF WS-SD-FOUND-SUBSCRIPT = ZEROS
008870                 MOVE WS-SD-SUBSCRIPT TO WS-SD-FOUND-SUBSCRIPT
008880             ELSE
008890                 IF WS-SD-DATE (WS-SD-SUBSCRIPT)
008900                         > WS-SD-DATE (WS-SD-FOUND-SUBSCRIPT)
008910                     MOVE WS-SD-SUBSCRIPT TO WS-SD-FOUND-SUBSCRIPT
008920                 END-IF
008930             END-IF
008940         END-IF
008950     END-PERFORM
008960     MOVE 40 TO WS-OT-THRESHOLD
008970     IF WS-SD-FOUND-SUBSCRIPT = ZEROS
008980         IF WS-SD-COUNT > ZEROS
008990             MOVE "NO RATE SET FOR PAY DATE" TO WS-HAND-REASON
009000         END-IF
009010         GO TO 3230-EXIT
009020     END-IF
009030     IF WS-SD-HAS-GROUPS (WS-SD-FOUND-SUBSCRIPT) = "N"
009040         GO TO 3230-EXIT
009050     END-IF
009060     MOVE "PAY GROUP NOT ON A G CARD" TO WS-HAND-REASON
009070     PERFORM VARYING WS-GC-SUBSCRIPT FROM 1 BY 1
009080             UNTIL WS-GC-SUBSCRIPT > WS-GC-COUNT
009090         IF WS-GC-EFF-DATE (WS-GC-SUBSCRIPT)
009100                 = WS-SD-DATE (WS-SD-FOUND-SUBSCRIPT)
009110                 AND WS-GC-CODE (WS-GC-SUBSCRIPT)
009120                     = WS-CUR-PAY-GROUP
009130             MOVE WS-GC-OT-THRESHOLD (WS-GC-SUBSCRIPT)
009140                 TO WS-OT-THRESHOLD
009150             MOVE SPACES TO WS-HAND-REASON
009160             MOVE WS-GC-COUNT TO WS-GC-SUBSCRIPT
009170         END-IF
009180     END-PERFORM.
009190 3230-EXIT.
009200     EXIT.
009210*
009220* ---------------------------------------------------------------
009230* 3240-PRICE-PERIOD
009240* PRICES THE PERIOD'S HOURS AT WS-PRICE-RATE THE WAY COBOL01
009250* 3000 DOES - HOURS WORKED OVER THE THRESHOLD AT TIME-AND-A-
009260* HALF, VACATION, SICK AND HOLIDAY HOURS AT STRAIGHT TIME,
009270* ROUNDED ON THE ONE COMPUTE.
009280* ---------------------------------------------------------------
009290 3240-PRICE-PERIOD.
009300     IF PH-HOURS-WORKED > WS-OT-THRESHOLD
009310         COMPUTE WS-OVERTIME-HOURS =
009320             PH-HOURS-WORKED - WS-OT-THRESHOLD
009330     ELSE
009340         MOVE ZEROS TO WS-OVERTIME-HOURS
009350     END-IF
009360     COMPUTE WS-PRICED-GROSS ROUNDED =
009370         ((PH-HOURS-WORKED - WS-OVERTIME-HOURS) * WS-PRICE-RATE)
009380         + (WS-OVERTIME-HOURS * WS-PRICE-RATE * 1.5)
009390         + (PH-LEAVE-HOURS * WS-PRICE-RATE).
009400 3240-EXIT.
009410     EXIT.
009420*
009430* ---------------------------------------------------------------
009440* 3250-PRINT-PERIOD-LINE
009450* PRINTS ONE PERIOD OF THE WORKSHEET.
009460* ---------------------------------------------------------------
009470 3250-PRINT-PERIOD-LINE.
009480     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
009490     MOVE PH-PAY-DATE TO PRT-P-PAY-DATE
009500     MOVE PH-HOURS-WORKED TO PRT-P-HOURS
009510     MOVE PH-LEAVE-HOURS TO PRT-P-LEAVE
009520     MOVE WS-OT-THRESHOLD TO PRT-P-OT-AT
009530     MOVE WS-SETTLED-RATE TO PRT-P-PAID-RATE
009540     MOVE WS-PROPER-RATE TO PRT-P-NEW-RATE
009550     MOVE WS-OLD-GROSS TO PRT-P-OLD-GROSS
009560     MOVE WS-NEW-GROSS TO PRT-P-NEW-GROSS
009570     MOVE WS-GROSS-DIFFERENCE TO PRT-P-DIFFERENCE
009580     WRITE PRINT-LINE FROM WS-PERIOD-LINE
009590         AFTER ADVANCING 1 LINE
009600     ADD 1 TO WS-LINE-COUNT.
009610 3250-EXIT.
009620     EXIT.
009630*
009640* ---------------------------------------------------------------
009650* 3300-FILE-RETRO-RESULTS
009660* FILES THE REPRICING ON EACH PENDING RATEHIST RECORD (3310)
009670* AND PRINTS THE CUSTOMER TOTAL.
009680* ---------------------------------------------------------------
009690 3300-FILE-RETRO-RESULTS.
009700     PERFORM VARYING WS-RE-SUBSCRIPT FROM 1 BY 1
009710             UNTIL WS-RE-SUBSCRIPT > WS-RE-COUNT
009720         IF WS-RE-STATUS (WS-RE-SUBSCRIPT) = "P"
009730             PERFORM 3310-FILE-ONE-RESULT THRU 3310-EXIT
009740         END-IF
009750     END-PERFORM
009760     MOVE SPACES TO WS-COLUMN-HEADING-LINE
009770     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
009780     MOVE SPACES TO PRT-CT-LABEL
009790     STRING "CUSTOMER TOTAL - " WS-CUST-PERIODS
009800         " PERIOD(S) REPRICED"
009810         DELIMITED BY SIZE INTO PRT-CT-LABEL
009820     MOVE WS-CUST-DIFFERENCE TO PRT-CT-AMOUNT
009830     MOVE SPACES TO PRT-CT-NOTE
009840     IF WS-CUST-DIFFERENCE < ZERO
009850         MOVE "OVERPAID - RECOVER BY HAND" TO PRT-CT-NOTE
009860     END-IF
009870     WRITE PRINT-LINE FROM WS-CUSTOMER-TOTAL-LINE
009880         AFTER ADVANCING 2 LINES
009890     ADD 2 TO WS-LINE-COUNT.
009900 3300-EXIT.
009910     EXIT.
009920*
009930* ---------------------------------------------------------------
009940* 3310-FILE-ONE-RESULT
009950* REWRITES ONE PENDING RATEHIST RECORD WITH THE RUN DATE, THE
009960* PERIODS REPRICED AND THE DIFFERENCE - "C" IF MONEY IS OWED,
009970* "O" IF THE CHANGE LOWERED PAY ALREADY MADE, "N" IF NOTHING
009980* WAS DUE.  A TOTAL TOO LARGE FOR THE RECORD IS LEFT PENDING
009990* AND LISTED TO BE PAID BY HAND.
010000* ---------------------------------------------------------------
010010 3310-FILE-ONE-RESULT.
010020     MOVE WS-RE-RECORD (WS-RE-SUBSCRIPT) TO RH-RATE-HISTORY-RECORD
010030     MOVE WS-RUN-DATE TO RH-RETRO-CALC-DATE
010040     MOVE WS-RE-PERIODS (WS-RE-SUBSCRIPT) TO RH-RETRO-PERIODS
010050     MOVE SPACES TO RH-RETRO-PAID-DATE
010060     COMPUTE RH-RETRO-AMOUNT = WS-RE-AMOUNT (WS-RE-SUBSCRIPT)
010070         ON SIZE ERROR
010080             ADD 1 TO WS-CHANGES-LEFT-PENDING
010090             MOVE SPACES TO WS-GENERIC-LINE
010100             STRING "COBOL12 - RETRO PAY TOO LARGE FOR RATEHIST, "
010110                 "IDENT " WS-CUR-IDENT " EFFECTIVE "
010120                 WS-RE-EFF-DATE (WS-RE-SUBSCRIPT)
010130                 " - LEFT PENDING, PAY BY HAND"
010140                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
010150             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
010160             GO TO 3310-EXIT
010170     END-COMPUTE
010180     EVALUATE TRUE
010190         WHEN RH-RETRO-AMOUNT > ZERO
010200             MOVE "C" TO RH-RETRO-STATUS
010210             ADD 1 TO WS-CHANGES-OWED
010220             ADD RH-RETRO-AMOUNT TO WS-RETRO-OWED-TOTAL
010230         WHEN RH-RETRO-AMOUNT < ZERO
010240             MOVE "O" TO RH-RETRO-STATUS
010250             ADD 1 TO WS-CHANGES-OVERPAID
010260             ADD RH-RETRO-AMOUNT TO WS-RETRO-OVERPAID-TOTAL
010270         WHEN OTHER
010280             MOVE "N" TO RH-RETRO-STATUS
010290             ADD 1 TO WS-CHANGES-NOTHING-DUE
010300     END-EVALUATE
010310     PERFORM 3390-REWRITE-RATE-HISTORY THRU 3390-EXIT.
010320 3310-EXIT.
010330     EXIT.
010340*
010350* ---------------------------------------------------------------
010360* 3390-REWRITE-RATE-HISTORY
010370* REWRITES THE RATEHIST RECORD BUILT IN THE FD BUFFER.
010380* ---------------------------------------------------------------
010390 3390-REWRITE-RATE-HISTORY.
010400     REWRITE RH-RATE-HISTORY-RECORD
010410         INVALID KEY
010420             MOVE SPACES TO WS-GENERIC-LINE
010430             STRING "COBOL12 - UNABLE TO UPDATE RATEHIST FOR "
010440                 "IDENT " RH-IDENT " EFFECTIVE " RH-EFFECTIVE-DATE
010450                 ", STATUS = " WS-RH-FILE-STATUS
010460                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
010470             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
010480             MOVE 8 TO RETURN-CODE
010490     END-REWRITE.
010500 3390-EXIT.
010510     EXIT.
010520*
010530* ---------------------------------------------------------------
010540* 3900-MARK-NOT-ON-MASTER
010550* THE IDENT HAS BEEN DELETED SINCE ITS RATE CHANGED.  EACH
010560* PENDING CHANGE IS MARKED "X" SO IT IS NOT PICKED UP AGAIN,
010570* AND LISTED IN CASE A FINAL PAYMENT IS STILL TO BE SETTLED BY
010580* HAND.
010590* ---------------------------------------------------------------
010600 3900-MARK-NOT-ON-MASTER.
010610     ADD 1 TO WS-CUSTOMERS-NOT-ON-MSTR
010620     MOVE SPACES TO WS-COLUMN-HEADING-LINE
010630     PERFORM VARYING WS-RE-SUBSCRIPT FROM 1 BY 1
010640             UNTIL WS-RE-SUBSCRIPT > WS-RE-COUNT
010650         IF WS-RE-STATUS (WS-RE-SUBSCRIPT) = "P"
010660             MOVE WS-RE-RECORD (WS-RE-SUBSCRIPT)
010670                 TO RH-RATE-HISTORY-RECORD
010680             MOVE "X" TO RH-RETRO-STATUS
010690             MOVE WS-RUN-DATE TO RH-RETRO-CALC-DATE
010700             MOVE ZEROS TO RH-RETRO-PERIODS
010710             MOVE ZEROS TO RH-RETRO-AMOUNT
010720             PERFORM 3390-REWRITE-RATE-HISTORY THRU 3390-EXIT
010730             ADD 1 TO WS-CHANGES-NOT-ON-MASTER
010740             MOVE SPACES TO WS-GENERIC-LINE
010750             STRING "IDENT " WS-CUR-IDENT
010760                 " NOT ON MASTER - RATE CHANGE EFFECTIVE "
010770                 RH-EFFECTIVE-DATE " NOT REPRICED"
010780                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
010790             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
010800         END-IF
010810     END-PERFORM.
010820 3900-EXIT.
010830     EXIT.
010840*
010850* ---------------------------------------------------------------
010860* 5000-WRITE-RUN-TOTALS
010870* PRINTS THE RUN TOTALS.  PERIODS LEFT TO REPRICE BY HAND, AN
010880* OVERPAYMENT TO RECOVER, OR A RESULT THAT COULD NOT BE FILED
010890* ENDS THE STEP WITH RETURN CODE 8.
010900* ---------------------------------------------------------------
010910 5000-WRITE-RUN-TOTALS.
010920     MOVE SPACES TO WS-COLUMN-HEADING-LINE
010930     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
010940     MOVE "RATEHIST RECORDS READ" TO PRT-T-LABEL
010950     MOVE WS-RH-RECORDS-READ TO PRT-T-COUNT
010960     WRITE PRINT-LINE FROM WS-TOTALS-LINE
010970         AFTER ADVANCING 3 LINES
010980     ADD 3 TO WS-LINE-COUNT
010990     MOVE "PENDING RATE CHANGES READ" TO PRT-T-LABEL
011000     MOVE WS-RH-PENDING-READ TO PRT-T-COUNT
011010     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011020     MOVE "CUSTOMERS REPRICED" TO PRT-T-LABEL
011030     MOVE WS-CUSTOMERS-REPRICED TO PRT-T-COUNT
011040     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011050     MOVE "CUSTOMERS NOT ON MASTER" TO PRT-T-LABEL
011060     MOVE WS-CUSTOMERS-NOT-ON-MSTR TO PRT-T-COUNT
011070     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011080     MOVE "PERIODS REPRICED" TO PRT-T-LABEL
011090     MOVE WS-PERIODS-REPRICED TO PRT-T-COUNT
011100     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011110     MOVE "PERIODS REVERSED, NOT REPRICED" TO PRT-T-LABEL
011120     MOVE WS-PERIODS-NOT-REPRICED TO PRT-T-COUNT
011130     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011140     MOVE "PERIODS TO REPRICE BY HAND" TO PRT-T-LABEL
011150     MOVE WS-PERIODS-BY-HAND TO PRT-T-COUNT
011160     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011170     MOVE "CHANGES WITH RETRO PAY OWED" TO PRT-T-LABEL
011180     MOVE WS-CHANGES-OWED TO PRT-T-COUNT
011190     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011200     MOVE "RETRO PAY OWED" TO PRT-AM-LABEL
011210     MOVE WS-RETRO-OWED-TOTAL TO PRT-AM-AMOUNT
011220     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
011230     MOVE "CHANGES WITH NOTHING DUE" TO PRT-T-LABEL
011240     MOVE WS-CHANGES-NOTHING-DUE TO PRT-T-COUNT
011250     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011260     MOVE "CHANGES OVERPAID" TO PRT-T-LABEL
011270     MOVE WS-CHANGES-OVERPAID TO PRT-T-COUNT
011280     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011290     MOVE "OVERPAID - RECOVER BY HAND" TO PRT-AM-LABEL
011300     MOVE WS-RETRO-OVERPAID-TOTAL TO PRT-AM-AMOUNT
011310     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
011320     MOVE "CHANGES NOT ON MASTER" TO PRT-T-LABEL
011330     MOVE WS-CHANGES-NOT-ON-MASTER TO PRT-T-COUNT
011340     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011350     MOVE "CHANGES LEFT PENDING" TO PRT-T-LABEL
011360     MOVE WS-CHANGES-LEFT-PENDING TO PRT-T-COUNT
011370     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011380     IF WS-PERIODS-BY-HAND > ZEROS
011390             OR WS-CHANGES-OVERPAID > ZEROS
011400             OR WS-CHANGES-LEFT-PENDING > ZEROS
011410         MOVE SPACES TO WS-GENERIC-LINE
011420         MOVE "RUN NOT CLEAN - ITEMS ABOVE TO BE SETTLED BY HAND"
011430             TO WS-GENERIC-LINE
011440         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
011450         MOVE 8 TO RETURN-CODE
011460     END-IF.
011470 5000-EXIT.
011480     EXIT.
011490*
011500* ---------------------------------------------------------------
011510* 5100-WRITE-ONE-TOTAL-LINE
011520* WRITES ONE COUNT LINE OF THE RUN TOTALS.
011530* ---------------------------------------------------------------
011540 5100-WRITE-ONE-TOTAL-LINE.
011550     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
011560     WRITE PRINT-LINE FROM WS-TOTALS-LINE
011570         AFTER ADVANCING 1 LINE
011580     ADD 1 TO WS-LINE-COUNT.
011590 5100-EXIT.
011600     EXIT.
011610*
011620* ---------------------------------------------------------------
011630* 5200-WRITE-ONE-AMOUNT-LINE
011640* WRITES ONE AMOUNT LINE OF THE RUN TOTALS.
011650* ---------------------------------------------------------------
011660 5200-WRITE-ONE-AMOUNT-LINE.
011670     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
011680     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
011690         AFTER ADVANCING 1 LINE
011700     ADD 1 TO WS-LINE-COUNT.
011710 5200-EXIT.
011720     EXIT.
011730*
011740* ---------------------------------------------------------------
011750* 9000-TERMINATE
011760* CLOSES THE FILES.
011770* ---------------------------------------------------------------
011780 9000-TERMINATE.
011790     CLOSE CUSTOMER-MASTER-FILE
011800     CLOSE PAY-HISTORY-FILE
011810     CLOSE RATE-HISTORY-FILE
011820     CLOSE PRINT-FILE.
011830 9000-EXIT.
011840     EXIT.
