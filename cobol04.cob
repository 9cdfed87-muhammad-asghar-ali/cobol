000380*                  DEDUCTIONS IS FLAGGED SO THE DEDFILE
000390*                  COLLECTED FIGURES CAN BE ADJUSTED BY HAND
000400*                  BEFORE THE RE-ISSUE COLLECTS AGAIN.
000410* 2026-10-15 ASG   THE EXTRACT'S PAY DATE MUST BE A PAID PERIOD
000420*                  ON THE PAY CALENDAR (PAYCAL) AND NO GROUP'S
000430*                  PERIOD FOR IT MAY BE CLOSED (1470) - RETURNS
000440*                  AGAINST A CLOSED PERIOD ARE HANDLED BY HAND.
000450* 2026-10-15 ASG   A RETURNED PRENOTE (THE ZERO-AMOUNT BANKFILE
000460*                  D RECORD CARRYING PRENOTE FLAG "P") MARKS THE
000470*                  CUSTOMER'S BANK ACCOUNT (BANKACCT) UNVERIFIED
000480*                  SO COBOL01 STOPS PAYING IT UNDER E017 UNTIL
000490*                  COBOL08 TAKES A CORRECTED ACCOUNT (3300).  NO
000500*                  PAY HISTORY, YTD OR RE-ISSUE IS TOUCHED.
000510* 2026-10-15 ASG   OFF-CYCLE EXTRACTS.  COBOL01'S OFF-CYCLE RUN
000520*                  MARKS ITS BANKFILE HEADER WITH CYCLE FLAG
000530*                  "O"; ITS PAY DATE IS NO CALENDAR PERIOD, SO
000540*                  1470 SKIPS THE PAID-PERIOD PROOF FOR IT.  A
000550*                  RETURNED OFF-CYCLE PAYMENT (HISTORY TYPE "S")
000560*                  IS FLAGGED AND BACKED OUT OF YTD LIKE ANY
000570*                  OTHER BUT GETS NO REWORKIN RE-ISSUE - IT IS
000580*                  REPAID ON A SUPPIN CARD IN THE NEXT OFF-CYCLE
000590*                  RUN.
000600* 2026-10-15 ASG   REISSUE RECORD WIDENED TO 80 BYTES WITH THE
000610*                  REWORKIN LAYOUT - VACATION, SICK AND HOLIDAY
000620*                  HOURS (COLS 54-68) ARE WRITTEN AS ZEROS, THE
000630*                  WHOLE RETURNED GROSS GOING BACK AS HOURS
000640*                  WORKED.
000650* 2026-10-15 ASG   THE RE-ISSUE HOURS NO LONGER INCLUDE THE
000660*                  RETURNED PAYMENT'S RETRO PAY (PH-RETRO-PAY,
000670*                  SAVED BY 3100) - THE REWORK RUN PAYS IT AGAIN
000680*                  FROM RATEHIST AS ITS OWN LINE, SO PRICING IT
000690*                  INTO THE HOURS AS WELL PAID IT TWICE.
000700*----------------------------------------------------------------
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER. IBM-370.
000740 OBJECT-COMPUTER. IBM-370.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS CM-IDENT
000810         ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
000820         FILE STATUS IS WS-CM-FILE-STATUS.
000830     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS PH-KEY
000870         FILE STATUS IS WS-PH-FILE-STATUS.
000880     SELECT BANK-EXTRACT-FILE ASSIGN TO "BANKFILE"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-BANK-FILE-STATUS.
000910     SELECT BANK-RETURN-FILE ASSIGN TO "BANKRET"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-RET-FILE-STATUS.
000940     SELECT DEDUCTION-RATE-FILE ASSIGN TO "RATEFILE"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-RATE-FILE-STATUS.
000970     SELECT REISSUE-FILE ASSIGN TO "REISSUE"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-RI-FILE-STATUS.
001000     SELECT PRINT-FILE ASSIGN TO "RETLIST"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-PRT-FILE-STATUS.
001030     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS PC-KEY
001070         FILE STATUS IS WS-PC-FILE-STATUS.
001080     SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS BA-IDENT
001120         FILE STATUS IS WS-BA-FILE-STATUS.
001130*
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  CUSTOMER-MASTER-FILE
001170         LABEL RECORDS ARE STANDARD.
001180     COPY CUSTREC.
001190 FD  PAY-HISTORY-FILE
001200         LABEL RECORDS ARE STANDARD.
001210     COPY PAYHREC.
001220 FD  BANK-EXTRACT-FILE
001230         RECORD CONTAINS 80 CHARACTERS
001240         LABEL RECORDS ARE OMITTED.
001250 01  BANK-EXTRACT-RECORD         PIC X(80).
001260 FD  BANK-RETURN-FILE
001270         RECORD CONTAINS 80 CHARACTERS
001280         LABEL RECORDS ARE OMITTED.
001290 01  BR-RETURN-RECORD.
001300     02  BR-RECORD-TYPE          PIC X(01).
001310     02  BR-IDENT                PIC X(07).
001320     02  BR-PAY-DATE             PIC X(08).
001330     02  BR-AMOUNT               PIC X(09).
001340     02  BR-REASON-CODE          PIC X(03).
001350     02  FILLER                  PIC X(52).
001360 FD  DEDUCTION-RATE-FILE
001370         RECORD CONTAINS 80 CHARACTERS
001380         LABEL RECORDS ARE OMITTED.
001390 01  RATE-CARD-RECORD.
001400     02  RC-CARD-TYPE            PIC X(01).
001410     02  RC-CARD-DATA            PIC X(79).
001420 FD  REISSUE-FILE
001430         RECORD CONTAINS 80 CHARACTERS
001440         LABEL RECORDS ARE OMITTED.
001450 01  REISSUE-RECORD.
001460     02  RI-CUSTOMER-IMAGE       PIC X(49).
001470     02  FILLER                  PIC X(04).
001480     02  RI-VAC-HOURS            PIC 9(03)V99.
001490     02  RI-SICK-HOURS           PIC 9(03)V99.
001500     02  RI-HOL-HOURS            PIC 9(03)V99.
001510     02  FILLER                  PIC X(12).
001520 FD  PRINT-FILE
001530         RECORD CONTAINS 132 CHARACTERS
001540         LABEL RECORDS ARE OMITTED.
001550 01  PRINT-LINE                  PIC X(132).
001560 FD  PAY-CALENDAR-FILE
001570         LABEL RECORDS ARE STANDARD.
001580     COPY PCALREC.
001590 FD  BANK-ACCOUNT-FILE
001600         LABEL RECORDS ARE STANDARD.
001610     COPY BANKREC.
001620*
001630 WORKING-STORAGE SECTION.
001640* ---------------------------------------------------------------
001650* FILE I/O CONTROLS
001660* ---------------------------------------------------------------
001670 77  WS-CM-FILE-STATUS        PIC X(02) VALUE SPACES.
001680 77  WS-PH-FILE-STATUS        PIC X(02) VALUE SPACES.
001690 77  WS-BANK-FILE-STATUS      PIC X(02) VALUE SPACES.
001700 77  WS-RET-FILE-STATUS       PIC X(02) VALUE SPACES.
001710 77  WS-RI-FILE-STATUS        PIC X(02) VALUE SPACES.
001720 77  WS-RATE-FILE-STATUS      PIC X(02) VALUE SPACES.
001730 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
001740 77  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
001750 77  WS-BA-FILE-STATUS        PIC X(02) VALUE SPACES.
001760 01  WS-SWITCHES.
001770     02  WS-EX-EOF-SWITCH        PIC X(01) VALUE "N".
001780         88  EX-END-OF-FILE           VALUE "Y".
001790         88  EX-NOT-END-OF-FILE       VALUE "N".
001800     02  WS-RET-EOF-SWITCH       PIC X(01) VALUE "N".
001810         88  RET-END-OF-FILE          VALUE "Y".
001820         88  RET-NOT-END-OF-FILE      VALUE "N".
001830     02  WS-RET-MATCH-SWITCH     PIC X(01) VALUE "Y".
001840         88  RETURN-ITEM-MATCHED      VALUE "Y".
001850         88  RETURN-ITEM-UNMATCHED    VALUE "N".
001860     02  WS-RET-PRENOTE-SWITCH   PIC X(01) VALUE "N".
001870         88  RETURN-ITEM-IS-PRENOTE   VALUE "Y".
001880         88  RETURN-ITEM-IS-PAYMENT   VALUE "N".
001890     02  WS-PC-EOF-SWITCH        PIC X(01) VALUE "N".
001900         88  PC-END-OF-FILE           VALUE "Y".
001910         88  PC-NOT-END-OF-FILE       VALUE "N".
001920 01  WS-CALENDAR-COUNTS.
001930     02  WS-PC-PAID-COUNT         PIC 9(03) VALUE ZEROS.
001940     02  WS-PC-CLOSED-COUNT       PIC 9(03) VALUE ZEROS.
001950*
001960* ---------------------------------------------------------------
001970* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS
001980* ---------------------------------------------------------------
001990 01  WS-PRT-CONTROLS.
002000     02  WS-RUN-DATE              PIC X(08).
002010     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
002020     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
002030     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
002040 01  WS-REPORT-PAGE-HEADING-1.
002050     02  FILLER             PIC X(30) VALUE
002060             "COBOL04 BANK RETURN PROCESSNG".
002070     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
002080     02  PRT-HDG-RUN-DATE   PIC X(10).
002090     02  FILLER             PIC X(10) VALUE SPACES.
002100     02  FILLER             PIC X(06) VALUE "PAGE: ".
002110     02  PRT-HDG-PAGE-NO    PIC ZZ9.
002120     02  FILLER             PIC X(63) VALUE SPACES.
002130 01  WS-RETURN-HEADING-LINE.
002140     02  FILLER             PIC X(12) VALUE "IDENT".
002150     02  FILLER             PIC X(12) VALUE "PAY DATE".
002160     02  FILLER             PIC X(14) VALUE "AMOUNT".
002170     02  FILLER             PIC X(08) VALUE "RSN".
002180     02  FILLER             PIC X(12) VALUE "DISPOSITION".
002190     02  FILLER             PIC X(30) VALUE "NOTE".
002200     02  FILLER             PIC X(44) VALUE SPACES.
002210 01  WS-RETURN-DETAIL-LINE.
002220     02  PRT-R-IDENT        PIC 9(07).
002230     02  FILLER             PIC X(05) VALUE SPACES.
002240     02  PRT-R-PAY-DATE     PIC X(08).
002250     02  FILLER             PIC X(04) VALUE SPACES.
002260     02  PRT-R-AMOUNT       PIC ZZZZ,ZZ9.99.
002270     02  FILLER             PIC X(03) VALUE SPACES.
002280     02  PRT-R-REASON       PIC X(03).
002290     02  FILLER             PIC X(05) VALUE SPACES.
002300     02  PRT-R-DISPOSITION  PIC X(10).
002310     02  FILLER             PIC X(02) VALUE SPACES.
002320     02  PRT-R-NOTE         PIC X(30).
002330     02  FILLER             PIC X(44) VALUE SPACES.
002340 01  WS-TOTALS-LINE.
002350     02  PRT-T-LABEL        PIC X(30).
002360     02  PRT-T-COUNT        PIC ZZZZZZ9.
002370     02  FILLER             PIC X(95) VALUE SPACES.
002380 01  WS-AMOUNT-LINE.
002390     02  PRT-AM-LABEL       PIC X(30).
002400     02  PRT-AM-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
002410     02  FILLER             PIC X(88) VALUE SPACES.
002420 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
002430*
002440* ---------------------------------------------------------------
002450* BANK EXTRACT WORK FIELDS AND TABLE
002460* THE BANKFILE GENERATION THAT WAS SENT TO THE BANK IS LOADED
002470* INTO THIS TABLE AT START-UP - ONE ENTRY PER "D" RECORD - SO
002480* EVERY RETURN ITEM CAN BE PROVED AGAINST WHAT WE ACTUALLY
002490* SENT.  AN ENTRY IS CONSUMED WHEN A RETURN ITEM MATCHES IT,
002500* SO A DUPLICATED RETURN ITEM SHOWS UP UNMATCHED.  THE PRENOTE
002510* FLAG ("P" ON A ZERO-AMOUNT PRENOTE, SPACE ON A PAYMENT) IS
002520* KEPT WITH THE ENTRY SO A RETURNED PRENOTE IS NOT TAKEN FOR
002530* A RETURNED PAYMENT.
002540* ---------------------------------------------------------------
002550 77  WS-EXTRACT-TABLE-MAX       PIC 9(04) VALUE 9999.
002560 01  WS-EXTRACT-WORK.
002570     02  WS-EX-RECORD-WORK.
002580         03  WS-EX-RECORD-TYPE   PIC X(01).
002590         03  WS-EX-DETAIL-VIEW.
002600             04  WS-EX-IDENT     PIC X(07).
002610             04  WS-EX-CUST-NAME PIC X(20).
002620             04  WS-EX-PAY-AMOUNT PIC X(09).
002630             04  FILLER          PIC X(28).
002640             04  WS-EX-PRENOTE-FLAG PIC X(01).
002650             04  FILLER          PIC X(14).
002660         03  WS-EX-HEADER-VIEW REDEFINES WS-EX-DETAIL-VIEW.
002670             04  WS-EX-RUN-DATE  PIC X(08).
002680             04  WS-EX-CYCLE-FLAG PIC X(01).
002690             04  FILLER          PIC X(70).
002700         03  WS-EX-TRAILER-VIEW REDEFINES WS-EX-DETAIL-VIEW.
002710             04  WS-EX-REC-COUNT PIC X(07).
002720             04  WS-EX-TOT-AMOUNT PIC X(11).
002730             04  FILLER          PIC X(61).
002740     02  WS-EXTRACT-RUN-DATE      PIC X(08) VALUE SPACES.
002750     02  WS-EXTRACT-CYCLE-FLAG    PIC X(01) VALUE SPACE.
002760         88  EXTRACT-IS-OFF-CYCLE     VALUE "O".
002770     02  WS-EXTRACT-TRLR-COUNT    PIC 9(07) VALUE ZEROS.
002780 01  WS-EXTRACT-TABLE.
002790     02  WS-EX-COUNT              PIC 9(04) VALUE ZEROS.
002800     02  WS-EX-ENTRY
002810             OCCURS 0 TO 9999 TIMES
002820             DEPENDING ON WS-EX-COUNT
002830             INDEXED BY WS-EX-INDEX.
002840         03  WS-EX-ENT-IDENT      PIC 9(07).
002850         03  WS-EX-ENT-AMOUNT     PIC 9(07)V99.
002860         03  WS-EX-ENT-USED       PIC X(01).
002870         03  WS-EX-ENT-PRENOTE    PIC X(01).
002880*
002890* ---------------------------------------------------------------
002900* RETURN-ITEM WORK FIELDS AND RUN TOTALS
002910* ---------------------------------------------------------------
002920 01  WS-RETURN-WORK.
002930     02  WS-RET-IDENT             PIC 9(07).
002940     02  WS-RET-PAY-DATE          PIC X(08).
002950     02  WS-RET-AMOUNT            PIC 9(07)V99.
002960     02  WS-RET-NOTE              PIC X(30) VALUE SPACES.
002970 01  WS-REISSUE-WORK.
002980     02  WS-REISSUE-HOURS         PIC 9(03)V99.
002990     02  WS-STRAIGHT-LIMIT        PIC 9(07)V99.
003000     02  WS-RETURNED-GROSS        PIC 9(07)V99.
003010     02  WS-RETURNED-RETRO        PIC S9(04)V99.
003020     02  WS-RETURNED-TYPE         PIC X(01).
003030     02  WS-CUR-OT-THRESHOLD      PIC 9(03)V99 VALUE 40.
003040     02  WS-CUSTDED-PORTION       PIC S9(05)V99.
003050*
003060* ---------------------------------------------------------------
003070* PAY-GROUP OVERTIME THRESHOLDS FROM THE RATEFILE G CARDS
003080* COBOL01 PRICES OVERTIME AGAINST THE CUSTOMER'S PAY-GROUP
003090* THRESHOLD, SO THE RE-ISSUE HOURS MUST BE INVERTED AGAINST
003100* THE SAME THRESHOLD OR THE REWORK RUN WILL NOT REPRICE TO
003110* THE RETURNED GROSS.  THE LOADER MAKES THE SAME TWO PASSES
003120* AS COBOL01'S 1400/1405 - THE FIRST PICKS THE RATE SET IN
003130* EFFECT FOR THE EXTRACT'S RUN DATE (THE PAY DATE OF THE
003140* PAYMENTS BEING RETURNED), THE SECOND FILES ONLY THAT SET'S
003150* G CARDS.  WITH NO G CARDS AT ALL THE FLAT OVER-40 RULE
003160* APPLIES, AS IN COBOL01.
003170* ---------------------------------------------------------------
003180 77  WS-GROUP-TABLE-MAX         PIC 9(02) VALUE 10.
003190 01  WS-RATE-CARD-WORK.
003200     02  WS-RC-GROUP-VIEW.
003210         03  WS-RC-GRP-CODE      PIC X(01).
003220         03  WS-RC-GRP-DESC      PIC X(12).
003230         03  WS-RC-GRP-OT        PIC X(05).
003240         03  FILLER              PIC X(41).
003250         03  WS-RC-EFF-DATE      PIC X(08).
003260         03  FILLER              PIC X(12).
003270 01  WS-RATE-SELECT-FIELDS.
003280     02  WS-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
003290         88  RATE-END-OF-FILE        VALUE "Y".
003300         88  RATE-NOT-END-OF-FILE    VALUE "N".
003310     02  WS-RC-EFF-DATE-WORK     PIC X(08).
003320     02  WS-SELECTED-EFF-DATE    PIC X(08) VALUE LOW-VALUES.
003330     02  WS-RATE-CARDS-SEEN      PIC 9(05) VALUE ZEROS.
003340 01  WS-PAY-GROUP-TABLE.
003350     02  WS-GROUP-COUNT           PIC 9(02) VALUE ZEROS.
003360     02  WS-GROUP-ENTRY OCCURS 10 TIMES.
003370         03  WS-GROUP-CODE        PIC X(01).
003380         03  WS-GROUP-OT-THRESHOLD PIC 9(03)V99.
003390 01  WS-GROUP-SUBSCRIPT         PIC 9(02).
003400 01  WS-RUN-TOTALS.
003410     02  WS-RETURNS-READ-COUNT    PIC 9(07) VALUE ZEROS.
003420     02  WS-RETURNED-COUNT        PIC 9(07) VALUE ZEROS.
003430     02  WS-REISSUE-COUNT         PIC 9(07) VALUE ZEROS.
003440     02  WS-UNMATCHED-COUNT       PIC 9(07) VALUE ZEROS.
003450     02  WS-NO-REISSUE-COUNT      PIC 9(07) VALUE ZEROS.
003460     02  WS-YTD-MISSING-COUNT     PIC 9(07) VALUE ZEROS.
003470     02  WS-CUSTDED-WARN-COUNT    PIC 9(07) VALUE ZEROS.
003480     02  WS-PRENOTE-RETURNED-COUNT PIC 9(07) VALUE ZEROS.
003490     02  WS-GROSS-BACKED-OUT      PIC 9(09)V99 VALUE ZEROS.
003500     02  WS-NET-RETURNED-TOTAL    PIC 9(09)V99 VALUE ZEROS.
003510*
003520 PROCEDURE DIVISION.
003530* ---------------------------------------------------------------
003540* 0000-MAIN-LOGIC
003550* OVERALL DRIVER FOR THE RETURN-PROCESSING RUN.
003560* ---------------------------------------------------------------
003570 0000-MAIN-LOGIC.
003580     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003590     PERFORM 2000-PROCESS-RETURNS THRU 2000-EXIT
003600     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT
003610     PERFORM 9000-TERMINATE THRU 9000-EXIT
003620     STOP RUN.
003630*
003640* ---------------------------------------------------------------
003650* 1000-INITIALIZE
003660* OPENS THE FILES USED BY THE RUN AND LOADS THE BANK EXTRACT
003670* INTO THE MATCHING TABLE.  EVERY FILE IS FATAL IF IT WILL NOT
003680* OPEN - A RETURN RUN THAT CANNOT SEE THE EXTRACT, THE HISTORY,
003690* OR THE MASTER CAN PROVE NOTHING, AND ONE THAT CANNOT WRITE
003700* THE LISTING HAS NO ACCOUNTING FOR WHAT IT DID.
003710* ---------------------------------------------------------------
003720 1000-INITIALIZE.
003730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003740     MOVE ZEROS TO WS-PAGE-NUMBER
003750     MOVE ZEROS TO WS-LINE-COUNT
003760     OPEN OUTPUT PRINT-FILE
003770     IF WS-PRT-FILE-STATUS NOT = "00"
003780         DISPLAY "COBOL04 - UNABLE TO OPEN PRINT-FILE, STATUS = "
003790             WS-PRT-FILE-STATUS
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF
003830     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
003840     OPEN INPUT CUSTOMER-MASTER-FILE
003850     IF WS-CM-FILE-STATUS NOT = "00"
003860         MOVE SPACES TO WS-GENERIC-LINE
003870         STRING "COBOL04 - UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
003880             "STATUS = " WS-CM-FILE-STATUS
003890             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003900         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003910     END-IF
003920     OPEN I-O PAY-HISTORY-FILE
003930     IF WS-PH-FILE-STATUS NOT = "00"
003940         MOVE SPACES TO WS-GENERIC-LINE
003950         STRING "COBOL04 - UNABLE TO OPEN PAY-HISTORY-FILE, "
003960             "STATUS = " WS-PH-FILE-STATUS
003970             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003980         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003990     END-IF
004000     OPEN INPUT BANK-RETURN-FILE
004010     IF WS-RET-FILE-STATUS NOT = "00"
004020         MOVE SPACES TO WS-GENERIC-LINE
004030         STRING "COBOL04 - UNABLE TO OPEN BANK-RETURN-FILE, "
004040             "STATUS = " WS-RET-FILE-STATUS
004050             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004060         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004070     END-IF
004080     OPEN OUTPUT REISSUE-FILE
004090     IF WS-RI-FILE-STATUS NOT = "00"
004100         MOVE SPACES TO WS-GENERIC-LINE
004110         STRING "COBOL04 - UNABLE TO OPEN REISSUE-FILE, "
004120             "STATUS = " WS-RI-FILE-STATUS
004130             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004140         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004150     END-IF
004160     OPEN I-O BANK-ACCOUNT-FILE
004170     IF WS-BA-FILE-STATUS NOT = "00"
004180         MOVE SPACES TO WS-GENERIC-LINE
004190         STRING "COBOL04 - UNABLE TO OPEN BANK-ACCOUNT-FILE, "
004200             "STATUS = " WS-BA-FILE-STATUS
004210             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004220         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004230     END-IF
004240     PERFORM 1400-LOAD-BANK-EXTRACT THRU 1400-EXIT
004250     PERFORM 1450-LOAD-PAY-GROUPS THRU 1450-EXIT
004260     PERFORM 1470-CHECK-PAY-CALENDAR THRU 1470-EXIT.
004270 1000-EXIT.
004280     EXIT.
004290*
004300* ---------------------------------------------------------------
004310* 1400-LOAD-BANK-EXTRACT
004320* LOADS THE BANKFILE GENERATION THAT WAS SENT TO THE BANK INTO
004330* THE MATCHING TABLE - THE "H" RECORD'S RUN DATE IS KEPT TO
004340* PROVE EVERY RETURN ITEM BELONGS TO THIS EXTRACT, AND THE "T"
004350* RECORD'S COUNT IS PROVED AGAINST THE DETAILS LOADED SO A
004360* TRUNCATED EXTRACT CANNOT QUIETLY PASS AS COMPLETE.  FATAL IF
004370* THE FILE WILL NOT OPEN OR THE TRAILER DOES NOT PROVE.
004380* ---------------------------------------------------------------
004390 1400-LOAD-BANK-EXTRACT.
004400     OPEN INPUT BANK-EXTRACT-FILE
004410     IF WS-BANK-FILE-STATUS NOT = "00"
004420         MOVE SPACES TO WS-GENERIC-LINE
004430         STRING "COBOL04 - UNABLE TO OPEN BANK-EXTRACT-FILE, "
004440             "STATUS = " WS-BANK-FILE-STATUS
004450             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004460         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004470     END-IF
004480     PERFORM UNTIL EX-END-OF-FILE
004490         READ BANK-EXTRACT-FILE
004500             AT END
004510                 MOVE "Y" TO WS-EX-EOF-SWITCH
004520             NOT AT END
004530                 PERFORM 1410-LOAD-ONE-EXTRACT-RECORD
004540                     THRU 1410-EXIT
004550         END-READ
004560     END-PERFORM
004570     CLOSE BANK-EXTRACT-FILE
004580     IF WS-EXTRACT-TRLR-COUNT NOT = WS-EX-COUNT
004590         MOVE SPACES TO WS-GENERIC-LINE
004600         STRING "COBOL04 - EXTRACT TRAILER COUNT DOES NOT "
004610             "PROVE AGAINST DETAIL RECORDS LOADED"
004620             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004630         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004640     END-IF
004650     MOVE SPACES TO WS-GENERIC-LINE
004660     STRING "COBOL04 - EXTRACT OF " WS-EXTRACT-RUN-DATE
004670         " LOADED, DETAIL RECORDS: " WS-EX-COUNT
004680         DELIMITED BY SIZE INTO WS-GENERIC-LINE
004690     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT.
004700 1400-EXIT.
004710     EXIT.
004720*
004730* ---------------------------------------------------------------
004740* 1410-LOAD-ONE-EXTRACT-RECORD
004750* FILES ONE BANKFILE RECORD BY ITS TYPE CODE - "H" KEEPS THE
004760* RUN DATE AND CYCLE FLAG, "D" FILES A TABLE ENTRY, "T" KEEPS
004770* THE COUNT FOR THE TRAILER PROOF.
004780* ---------------------------------------------------------------
004790 1410-LOAD-ONE-EXTRACT-RECORD.
004800     MOVE BANK-EXTRACT-RECORD TO WS-EX-RECORD-WORK
004810     EVALUATE WS-EX-RECORD-TYPE
004820         WHEN "H"
004830             MOVE WS-EX-RUN-DATE TO WS-EXTRACT-RUN-DATE
004840             MOVE WS-EX-CYCLE-FLAG TO WS-EXTRACT-CYCLE-FLAG
004850         WHEN "D"
004860             IF WS-EX-COUNT >= WS-EXTRACT-TABLE-MAX
004870                 MOVE SPACES TO WS-GENERIC-LINE
004880                 MOVE "COBOL04 - EXTRACT TABLE FULL"
004890                     TO WS-GENERIC-LINE
004900                 PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004910             END-IF
004920             ADD 1 TO WS-EX-COUNT
004930             MOVE WS-EX-IDENT
004940                 TO WS-EX-ENT-IDENT (WS-EX-COUNT)
004950             MOVE WS-EX-PAY-AMOUNT
004960                 TO WS-EX-ENT-AMOUNT (WS-EX-COUNT) (1:9)
004970             MOVE "N" TO WS-EX-ENT-USED (WS-EX-COUNT)
004980             MOVE WS-EX-PRENOTE-FLAG
004990                 TO WS-EX-ENT-PRENOTE (WS-EX-COUNT)
005000         WHEN "T"
005010             MOVE WS-EX-REC-COUNT TO WS-EXTRACT-TRLR-COUNT
005020         WHEN OTHER
005030             CONTINUE
005040     END-EVALUATE.
005050 1410-EXIT.
005060     EXIT.
005070*
005080* ---------------------------------------------------------------
005090* 1450-LOAD-PAY-GROUPS
005100* LOADS THE RATEFILE G CARDS OF THE RATE SET IN EFFECT FOR THE
005110* EXTRACT'S RUN DATE, SO RE-ISSUE HOURS INVERT AGAINST THE
005120* SAME OVERTIME THRESHOLDS COBOL01 PRICED THE PAYMENTS WITH.
005130* TWO PASSES, AS IN COBOL01'S 1400/1405 - THE FIRST PICKS THE
005140* LATEST EFFECTIVE DATE NOT AFTER THE EXTRACT DATE ACROSS ALL
005150* T/B/G CARDS, THE SECOND FILES ONLY THAT SET'S G CARDS.
005160* FATAL IF THE FILE WILL NOT OPEN, A DATE WILL NOT EDIT, OR A
005170* NON-EMPTY FILE HAS NO SET IN EFFECT - PRICING A RECOVERY
005180* FROM A RATE TABLE THE SHOP CANNOT VOUCH FOR IS AS BAD HERE
005190* AS IN THE PAYROLL RUN ITSELF.  AN EMPTY EXTRACT LOADS
005200* NOTHING - THERE ARE NO PAYMENTS TO RETURN.
005210* ---------------------------------------------------------------
005220 1450-LOAD-PAY-GROUPS.
005230     IF WS-EXTRACT-RUN-DATE = SPACES
005240         GO TO 1450-EXIT
005250     END-IF
005260     OPEN INPUT DEDUCTION-RATE-FILE
005270     IF WS-RATE-FILE-STATUS NOT = "00"
005280         MOVE SPACES TO WS-GENERIC-LINE
005290         STRING "COBOL04 - UNABLE TO OPEN DEDUCTION-RATE-FILE, "
005300             "STATUS = " WS-RATE-FILE-STATUS
005310             DELIMITED BY SIZE INTO WS-GENERIC-LINE
005320         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
005330     END-IF
005340     PERFORM UNTIL RATE-END-OF-FILE
005350         READ DEDUCTION-RATE-FILE
005360             AT END
005370                 MOVE "Y" TO WS-RATE-EOF-SWITCH
005380             NOT AT END
005390                 PERFORM 1455-SELECT-RATE-SET-DATE THRU 1455-EXIT
005400         END-READ
005410     END-PERFORM
005420     CLOSE DEDUCTION-RATE-FILE
005430     IF WS-RATE-CARDS-SEEN > ZEROS
005440             AND WS-SELECTED-EFF-DATE = LOW-VALUES
005450         MOVE SPACES TO WS-GENERIC-LINE
005460         STRING "COBOL04 - NO RATE SET IN EFFECT FOR EXTRACT "
005470             "DATE " WS-EXTRACT-RUN-DATE
005480             DELIMITED BY SIZE INTO WS-GENERIC-LINE
005490         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
005500     END-IF
005510     MOVE "N" TO WS-RATE-EOF-SWITCH
005520     OPEN INPUT DEDUCTION-RATE-FILE
005530     IF WS-RATE-FILE-STATUS NOT = "00"
005540         MOVE SPACES TO WS-GENERIC-LINE
005550         STRING "COBOL04 - UNABLE TO REOPEN DEDUCTION-RATE-FILE,"
005560             " STATUS = " WS-RATE-FILE-STATUS
005570             DELIMITED BY SIZE INTO WS-GENERIC-LINE
005580         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
005590     END-IF
005600     PERFORM UNTIL RATE-END-OF-FILE
005610         READ DEDUCTION-RATE-FILE
005620             AT END
005630                 MOVE "Y" TO WS-RATE-EOF-SWITCH
005640             NOT AT END
005650                 PERFORM 1460-LOAD-ONE-GROUP-CARD THRU 1460-EXIT
005660         END-READ
005670     END-PERFORM
005680     CLOSE DEDUCTION-RATE-FILE.
005690 1450-EXIT.
005700     EXIT.
005710*
005720* ---------------------------------------------------------------
005730* 1455-SELECT-RATE-SET-DATE
005740* FIRST PASS OVER THE RATE CARDS - PICKS THE LATEST EFFECTIVE
005750* DATE (CARD COLS 61-68, BLANK = 00000000) THAT IS NOT AFTER
005760* THE EXTRACT'S RUN DATE.
005770* ---------------------------------------------------------------
005780 1455-SELECT-RATE-SET-DATE.
005790     IF RC-CARD-TYPE NOT = "T" AND RC-CARD-TYPE NOT = "B"
005800             AND RC-CARD-TYPE NOT = "G"
005810         GO TO 1455-EXIT
005820     END-IF
005830     MOVE RC-CARD-DATA TO WS-RC-GROUP-VIEW
005840     MOVE WS-RC-EFF-DATE TO WS-RC-EFF-DATE-WORK
005850     IF WS-RC-EFF-DATE-WORK = SPACES
005860         MOVE "00000000" TO WS-RC-EFF-DATE-WORK
005870     END-IF
005880     IF WS-RC-EFF-DATE-WORK NOT NUMERIC
005890         MOVE SPACES TO WS-GENERIC-LINE
005900         MOVE "COBOL04 - RATE CARD EFFECTIVE DATE NOT NUMERIC"
005910             TO WS-GENERIC-LINE
005920         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
005930     END-IF
005940     ADD 1 TO WS-RATE-CARDS-SEEN
005950     IF WS-RC-EFF-DATE-WORK NOT > WS-EXTRACT-RUN-DATE
005960             AND WS-RC-EFF-DATE-WORK > WS-SELECTED-EFF-DATE
005970         MOVE WS-RC-EFF-DATE-WORK TO WS-SELECTED-EFF-DATE
005980     END-IF.
005990 1455-EXIT.
006000     EXIT.
006010*
006020* ---------------------------------------------------------------
006030* 1460-LOAD-ONE-GROUP-CARD
006040* SECOND PASS - FILES THE SELECTED SET'S G CARDS INTO THE
006050* PAY-GROUP TABLE.  T AND B CARDS ARE THE PAYROLL RUN'S
006060* BUSINESS, NOT THIS PROGRAM'S.
006070* ---------------------------------------------------------------
006080 1460-LOAD-ONE-GROUP-CARD.
006090     IF RC-CARD-TYPE NOT = "G"
006100         GO TO 1460-EXIT
006110     END-IF
006120     MOVE RC-CARD-DATA TO WS-RC-GROUP-VIEW
006130     MOVE WS-RC-EFF-DATE TO WS-RC-EFF-DATE-WORK
006140     IF WS-RC-EFF-DATE-WORK = SPACES
006150         MOVE "00000000" TO WS-RC-EFF-DATE-WORK
006160     END-IF
006170     IF WS-RC-EFF-DATE-WORK NOT = WS-SELECTED-EFF-DATE
006180         GO TO 1460-EXIT
006190     END-IF
006200     IF WS-RC-GRP-CODE = SPACE OR WS-RC-GRP-OT NOT NUMERIC
006210         MOVE SPACES TO WS-GENERIC-LINE
006220         MOVE "COBOL04 - PAY GROUP CARD WILL NOT EDIT"
006230             TO WS-GENERIC-LINE
006240         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
006250     END-IF
006260     IF WS-GROUP-COUNT >= WS-GROUP-TABLE-MAX
006270         MOVE SPACES TO WS-GENERIC-LINE
006280         MOVE "COBOL04 - TOO MANY PAY GROUP CARDS"
006290             TO WS-GENERIC-LINE
006300         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
006310     END-IF
006320     ADD 1 TO WS-GROUP-COUNT
006330     MOVE WS-RC-GRP-CODE TO WS-GROUP-CODE (WS-GROUP-COUNT)
006340     MOVE WS-RC-GRP-OT
006350         TO WS-GROUP-OT-THRESHOLD (WS-GROUP-COUNT) (1:5).
006360 1460-EXIT.
006370     EXIT.
006380*
006390* ---------------------------------------------------------------
006400* 1470-CHECK-PAY-CALENDAR
006410* PROVES THE EXTRACT'S PAY DATE AGAINST THE PAY CALENDAR - AT
006420* LEAST ONE GROUP'S PERIOD FOR THE DATE MUST BE MARKED PAID,
006430* AND NONE MAY BE CLOSED.  AN EXTRACT FOR A PERIOD THE CALENDAR
006440* NEVER SAW PAID IS NOT ONE COBOL01 SENT, AND A CLOSED PERIOD'S
006450* FIGURES HAVE ALREADY GONE TO THE BOOKS - ITS RETURNS ARE
006460* HANDLED BY HAND.  EITHER IS FATAL BEFORE ANY HISTORY RECORD
006470* IS FLAGGED.  AN EMPTY EXTRACT HAS NOTHING TO PROVE, AND AN
006480* OFF-CYCLE EXTRACT'S PAY DATE IS NO CALENDAR PERIOD AT ALL.
006490* ---------------------------------------------------------------
006500 1470-CHECK-PAY-CALENDAR.
006510     OPEN INPUT PAY-CALENDAR-FILE
006520     IF WS-PC-FILE-STATUS NOT = "00"
006530         MOVE SPACES TO WS-GENERIC-LINE
006540         STRING "COBOL04 - UNABLE TO OPEN PAY-CALENDAR-FILE, "
006550             "STATUS = " WS-PC-FILE-STATUS
006560             DELIMITED BY SIZE INTO WS-GENERIC-LINE
006570         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
006580     END-IF
006590     IF WS-EXTRACT-RUN-DATE = SPACES
006600         GO TO 1470-EXIT
006610     END-IF
006620     IF EXTRACT-IS-OFF-CYCLE
006630         MOVE SPACES TO WS-GENERIC-LINE
006640         STRING "COBOL04 - PAY CALENDAR - OFF-CYCLE EXTRACT FOR "
006650             WS-EXTRACT-RUN-DATE " - NO PERIOD TO PROVE"
006660             DELIMITED BY SIZE INTO WS-GENERIC-LINE
006670         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006680         GO TO 1470-EXIT
006690     END-IF
006700     MOVE LOW-VALUES TO PC-KEY
006710     START PAY-CALENDAR-FILE KEY NOT LESS THAN PC-KEY
006720         INVALID KEY
006730             MOVE "Y" TO WS-PC-EOF-SWITCH
006740     END-START
006750     PERFORM UNTIL PC-END-OF-FILE
006760         READ PAY-CALENDAR-FILE NEXT RECORD
006770             AT END
006780                 MOVE "Y" TO WS-PC-EOF-SWITCH
006790             NOT AT END
006800                 IF PC-PAY-DATE = WS-EXTRACT-RUN-DATE
006810                     IF PC-PERIOD-STATUS = "P"
006820                         ADD 1 TO WS-PC-PAID-COUNT
006830                     END-IF
006840                     IF PC-PERIOD-STATUS = "C"
006850                         ADD 1 TO WS-PC-CLOSED-COUNT
006860                     END-IF
006870                 END-IF
006880         END-READ
006890     END-PERFORM
006900     IF WS-PC-CLOSED-COUNT > ZEROS
006910         MOVE SPACES TO WS-GENERIC-LINE
006920         STRING "COBOL04 - PAY PERIOD " WS-EXTRACT-RUN-DATE
006930             " IS CLOSED ON THE PAY CALENDAR - HANDLE THESE "
006940             "RETURNS BY HAND"
006950             DELIMITED BY SIZE INTO WS-GENERIC-LINE
006960         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
006970     END-IF
006980     IF WS-PC-PAID-COUNT = ZEROS
006990         MOVE SPACES TO WS-GENERIC-LINE
007000         STRING "COBOL04 - EXTRACT PAY DATE " WS-EXTRACT-RUN-DATE
007010             " IS NOT A PAID PERIOD ON THE PAY CALENDAR"
007020             DELIMITED BY SIZE INTO WS-GENERIC-LINE
007030         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
007040     END-IF
007050     MOVE SPACES TO WS-GENERIC-LINE
007060     STRING "COBOL04 - PAY CALENDAR - PAY DATE "
007070         WS-EXTRACT-RUN-DATE " PAID FOR PAY GROUPS: "
007080         WS-PC-PAID-COUNT
007090         DELIMITED BY SIZE INTO WS-GENERIC-LINE
007100     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT.
007110 1470-EXIT.
007120     EXIT.
007130*
007140* ---------------------------------------------------------------
007150* 1650-WRITE-PAGE-HEADING
007160* STARTS A NEW PAGE OF THE RETURNED-PAYMENTS LISTING WITH THE
007170* RUN DATE AND PAGE NUMBER FOLLOWED BY THE COLUMN HEADINGS.
007180* ---------------------------------------------------------------
007190 1650-WRITE-PAGE-HEADING.
007200     ADD 1 TO WS-PAGE-NUMBER
007210     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
007220     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
007230     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
007240         AFTER ADVANCING PAGE
007250     MOVE ZEROS TO WS-LINE-COUNT
007260     WRITE PRINT-LINE FROM WS-RETURN-HEADING-LINE
007270         AFTER ADVANCING 2 LINES
007280     ADD 2 TO WS-LINE-COUNT.
007290 1650-EXIT.
007300     EXIT.
007310*
007320* ---------------------------------------------------------------
007330* 1660-CHECK-PAGE-BREAK
007340* STARTS A NEW PAGE IF THE CURRENT ONE HAS FILLED UP.
007350* ---------------------------------------------------------------
007360 1660-CHECK-PAGE-BREAK.
007370     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
007380         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
007390     END-IF.
007400 1660-EXIT.
007410     EXIT.
007420*
007430* ---------------------------------------------------------------
007440* 1900-WRITE-GENERIC-LINE
007450* WRITES WHATEVER HAS BEEN MOVED INTO WS-GENERIC-LINE AS A
007460* SINGLE-SPACED REPORT LINE.
007470* ---------------------------------------------------------------
007480 1900-WRITE-GENERIC-LINE.
007490     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007500     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
007510     ADD 1 TO WS-LINE-COUNT.
007520 1900-EXIT.
007530     EXIT.
007540*
007550* ---------------------------------------------------------------
007560* 1990-INITIALIZE-FATAL
007570* REPORTS THE START-UP PROBLEM ALREADY BUILT IN WS-GENERIC-LINE,
007580* CLOSES EVERYTHING, AND ENDS THE STEP WITH RETURN CODE 16.
007590* NOTHING HAS BEEN FLAGGED OR BACKED OUT YET, SO A CLEAN STOP
007600* HERE COSTS NOTHING.
007610* ---------------------------------------------------------------
007620 1990-INITIALIZE-FATAL.
007630     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
007640     CLOSE CUSTOMER-MASTER-FILE
007650     CLOSE PAY-HISTORY-FILE
007660     CLOSE BANK-EXTRACT-FILE
007670     CLOSE DEDUCTION-RATE-FILE
007680     CLOSE BANK-RETURN-FILE
007690     CLOSE REISSUE-FILE
007700     CLOSE PAY-CALENDAR-FILE
007710     CLOSE BANK-ACCOUNT-FILE
007720     CLOSE PRINT-FILE
007730     MOVE 16 TO RETURN-CODE
007740     STOP RUN.
007750 1990-EXIT.
007760     EXIT.
007770*
007780* ---------------------------------------------------------------
007790* 2000-PROCESS-RETURNS
007800* READS THE BANK RETURN FILE AND PROCESSES EVERY ITEM ON IT.
007810* ---------------------------------------------------------------
007820 2000-PROCESS-RETURNS.
007830     PERFORM UNTIL RET-END-OF-FILE
007840         READ BANK-RETURN-FILE
007850             AT END
007860                 MOVE "Y" TO WS-RET-EOF-SWITCH
007870             NOT AT END
007880                 PERFORM 2100-PROCESS-ONE-RETURN THRU 2100-EXIT
007890         END-READ
007900     END-PERFORM.
007910 2000-EXIT.
007920     EXIT.
007930*
007940* ---------------------------------------------------------------
007950* 2100-PROCESS-ONE-RETURN
007960* EDITS ONE RETURN ITEM, PROVES IT AGAINST THE EXTRACT AND THE
007970* PAY-HISTORY FILE, AND APPLIES IT IF IT PROVES.  A RETURNED
007980* PRENOTE HAS NO PAY-HISTORY RECORD - IT PROVES AGAINST THE
007990* EXTRACT ALONE AND IS APPLIED BY 3300.  EVERY ITEM -
008000* APPLIED OR UNMATCHED - GETS EXACTLY ONE LISTING LINE.  AN
008010* ITEM THE BANK RETURNED THAT WE CANNOT MATCH TO A PAYMENT WE
008020* SENT IS COUNTED AND THE RUN ENDS WITH RETURN CODE 8.
008030* ---------------------------------------------------------------
008040 2100-PROCESS-ONE-RETURN.
008050     IF BR-RETURN-RECORD = SPACES OR BR-RECORD-TYPE = "*"
008060         GO TO 2100-EXIT
008070     END-IF
008080     ADD 1 TO WS-RETURNS-READ-COUNT
008090     SET RETURN-ITEM-MATCHED TO TRUE
008100     SET RETURN-ITEM-IS-PAYMENT TO TRUE
008110     MOVE SPACES TO WS-RET-NOTE
008120     IF BR-IDENT NOT NUMERIC
008130             OR BR-PAY-DATE NOT NUMERIC
008140             OR BR-AMOUNT NOT NUMERIC
008150         MOVE ZEROS TO WS-RET-IDENT
008160         MOVE BR-PAY-DATE TO WS-RET-PAY-DATE
008170         MOVE ZEROS TO WS-RET-AMOUNT
008180         SET RETURN-ITEM-UNMATCHED TO TRUE
008190         MOVE "RETURN ITEM WILL NOT EDIT" TO WS-RET-NOTE
008200         PERFORM 4000-WRITE-RETURN-LINE THRU 4000-EXIT
008210         GO TO 2100-EXIT
008220     END-IF
008230     MOVE BR-IDENT TO WS-RET-IDENT
008240     MOVE BR-PAY-DATE TO WS-RET-PAY-DATE
008250     MOVE BR-AMOUNT TO WS-RET-AMOUNT (1:9)
008260     PERFORM 2200-MATCH-EXTRACT THRU 2200-EXIT
008270     IF RETURN-ITEM-MATCHED AND RETURN-ITEM-IS-PRENOTE
008280         PERFORM 3300-APPLY-PRENOTE-RETURN THRU 3300-EXIT
008290         PERFORM 4000-WRITE-RETURN-LINE THRU 4000-EXIT
008300         GO TO 2100-EXIT
008310     END-IF
008320     IF RETURN-ITEM-MATCHED
008330         PERFORM 2300-MATCH-PAY-HISTORY THRU 2300-EXIT
008340     END-IF
008350     IF RETURN-ITEM-MATCHED
008360         PERFORM 3000-APPLY-RETURN THRU 3000-EXIT
008370     END-IF
008380     PERFORM 4000-WRITE-RETURN-LINE THRU 4000-EXIT.
008390 2100-EXIT.
008400     EXIT.
008410*
008420* ---------------------------------------------------------------
008430* 2200-MATCH-EXTRACT
008440* PROVES THE RETURN ITEM AGAINST THE EXTRACT THAT WAS SENT -
008450* THE ITEM'S PAY DATE MUST BE THE EXTRACT'S RUN DATE AND AN
008460* UNCONSUMED DETAIL ENTRY MUST CARRY THE SAME IDENT AND
008470* AMOUNT.  THE ENTRY IS CONSUMED ON A MATCH SO THE SAME
008480* PAYMENT CANNOT BE RETURNED TWICE FROM ONE FILE.  THE ENTRY'S
008490* PRENOTE FLAG TELLS THE CALLER WHICH KIND OF ITEM CAME BACK.
008500* ---------------------------------------------------------------
008510 2200-MATCH-EXTRACT.
008520     IF WS-RET-PAY-DATE NOT = WS-EXTRACT-RUN-DATE
008530         SET RETURN-ITEM-UNMATCHED TO TRUE
008540         MOVE "PAY DATE NOT THIS EXTRACT" TO WS-RET-NOTE
008550         GO TO 2200-EXIT
008560     END-IF
008570     IF WS-EX-COUNT = ZEROS
008580         SET RETURN-ITEM-UNMATCHED TO TRUE
008590         MOVE "NOT IN BANK EXTRACT" TO WS-RET-NOTE
008600         GO TO 2200-EXIT
008610     END-IF
008620     SET WS-EX-INDEX TO 1
008630     SEARCH WS-EX-ENTRY
008640         AT END
008650             SET RETURN-ITEM-UNMATCHED TO TRUE
008660             MOVE "NOT IN BANK EXTRACT" TO WS-RET-NOTE
008670         WHEN WS-EX-ENT-IDENT (WS-EX-INDEX) = WS-RET-IDENT
008680                 AND WS-EX-ENT-AMOUNT (WS-EX-INDEX)
008690                     = WS-RET-AMOUNT
008700                 AND WS-EX-ENT-USED (WS-EX-INDEX) = "N"
008710             MOVE "Y" TO WS-EX-ENT-USED (WS-EX-INDEX)
008720             IF WS-EX-ENT-PRENOTE (WS-EX-INDEX) = "P"
008730                 SET RETURN-ITEM-IS-PRENOTE TO TRUE
008740             END-IF
008750     END-SEARCH.
008760 2200-EXIT.
008770     EXIT.
008780*
008790* ---------------------------------------------------------------
008800* 2300-MATCH-PAY-HISTORY
008810* PROVES THE RETURN ITEM AGAINST THE PAY-HISTORY RECORD UNDER
008820* PH-KEY (IDENT PLUS PAY DATE) - THE RECORD MUST EXIST, CARRY
008830* THE RETURNED NET AMOUNT, STILL BE A LIVE PAYMENT (A REVERSED
008840* PAYMENT'S GROSS WAS ALREADY BACKED OUT OF THE YTD RECORD BY
008850* THE REVERSAL RUN), AND NOT ALREADY BE FLAGGED RETURNED.
008860* LEAVES THE MATCHED RECORD IN THE FD BUFFER FOR 3000 TO FLAG.
008870* ---------------------------------------------------------------
008880 2300-MATCH-PAY-HISTORY.
008890     MOVE WS-RET-IDENT TO PH-IDENT
008900     MOVE WS-RET-PAY-DATE TO PH-PAY-DATE
008910     READ PAY-HISTORY-FILE
008920         INVALID KEY
008930             SET RETURN-ITEM-UNMATCHED TO TRUE
008940             MOVE "NO PAY HISTORY RECORD" TO WS-RET-NOTE
008950     END-READ
008960     IF RETURN-ITEM-UNMATCHED
008970         GO TO 2300-EXIT
008980     END-IF
008990     IF PH-NET-PAY NOT = WS-RET-AMOUNT
009000         SET RETURN-ITEM-UNMATCHED TO TRUE
009010         MOVE "AMOUNT NOT = HISTORY NET" TO WS-RET-NOTE
009020         GO TO 2300-EXIT
009030     END-IF
009040     IF PH-RECORD-TYPE NOT = SPACE AND PH-RECORD-TYPE NOT = "S"
009050         SET RETURN-ITEM-UNMATCHED TO TRUE
009060         MOVE "HISTORY RECORD NOT A LIVE PAYMT" TO WS-RET-NOTE
009070         GO TO 2300-EXIT
009080     END-IF
009090     IF PH-RETURNED-FLAG = "R"
009100         SET RETURN-ITEM-UNMATCHED TO TRUE
009110         MOVE "ALREADY FLAGGED RETURNED" TO WS-RET-NOTE
009120     END-IF.
009130 2300-EXIT.
009140     EXIT.
009150*
009160* ---------------------------------------------------------------
009170* 3000-APPLY-RETURN
009180* APPLIES A PROVED RETURN - FLAGS THE HISTORY RECORD AS
009190* RETURNED, BACKS THE RETURNED GROSS OUT OF THE CUSTOMER'S YTD
009200* RECORD, AND WRITES THE RE-ISSUE RECORD FOR THE REWORKIN
009210* PATH.  A RETURNED PAYMENT THAT CARRIED PER-CUSTOMER
009220* DEDUCTIONS IS FLAGGED ON THE LISTING - THE DEDFILE COLLECTED
009230* FIGURES STILL HOLD THE BOUNCED COLLECTION AND THE RE-ISSUE
009240* WILL COLLECT AGAIN, SO SOMEBODY MUST ADJUST THE CARDS (OR
009250* THE COURT'S RECORD OVERSTATES WHAT WAS TAKEN).
009260* ---------------------------------------------------------------
009270 3000-APPLY-RETURN.
009280     MOVE PH-RECORD-TYPE TO WS-RETURNED-TYPE
009290     MOVE "R" TO PH-RETURNED-FLAG
009300     REWRITE PH-PAY-HISTORY-RECORD
009310         INVALID KEY
009320             DISPLAY "COBOL04 - UNABLE TO FLAG HISTORY "
009330                 "RECORD FOR IDENT " WS-RET-IDENT
009340     END-REWRITE
009350     ADD 1 TO WS-RETURNED-COUNT
009360     ADD WS-RET-AMOUNT TO WS-NET-RETURNED-TOTAL
009370     COMPUTE WS-CUSTDED-PORTION = PH-TOTAL-DEDUCTIONS
009380         - PH-TAX-DEDUCTIONS - PH-BENEFIT-DEDUCTIONS
009390     IF WS-CUSTDED-PORTION > ZERO
009400         ADD 1 TO WS-CUSTDED-WARN-COUNT
009410         MOVE SPACES TO WS-GENERIC-LINE
009420         STRING "COBOL04 - IDENT " WS-RET-IDENT
009430             " HAD PER-CUSTOMER DEDUCTIONS - ADJUST "
009440             "DEDFILE COLLECTED BY HAND"
009450             DELIMITED BY SIZE INTO WS-GENERIC-LINE
009460         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
009470     END-IF
009480     PERFORM 3100-BACK-OUT-YTD-GROSS THRU 3100-EXIT
009490     PERFORM 3200-WRITE-REISSUE-RECORD THRU 3200-EXIT.
009500 3000-EXIT.
009510     EXIT.
009520*
009530* ---------------------------------------------------------------
009540* 3100-BACK-OUT-YTD-GROSS
009550* SUBTRACTS THE RETURNED PAYMENT'S GROSS FROM THE CUSTOMER'S
009560* YTD RECORD FOR THE PAY DATE'S YEAR (KEYED IDENT PLUS YEAR
009570* PLUS "0000").  A MISSING YTD RECORD FOR A PAYMENT WE PROVED
009580* WE MADE IS AN INTEGRITY PROBLEM - IT IS REPORTED AND THE RUN
009590* ENDS WITH RETURN CODE 8.  THE MATCHED PAYMENT RECORD'S GROSS
009600* IS SAVED IN WS-RETURNED-GROSS, AND THE RETRO PAY INCLUDED IN
009610* IT IN WS-RETURNED-RETRO, BEFORE THE YTD READ DISTURBS THE FD
009620* BUFFER - 3200 PRICES THE RE-ISSUE FROM THEM TOO.
009630* ---------------------------------------------------------------
009640 3100-BACK-OUT-YTD-GROSS.
009650     MOVE PH-GROSS-PAY TO WS-RETURNED-GROSS
009660     MOVE PH-RETRO-PAY TO WS-RETURNED-RETRO
009670     MOVE WS-RET-IDENT TO PH-IDENT
009680     MOVE WS-RET-PAY-DATE (1:4) TO PH-PAY-DATE (1:4)
009690     MOVE "0000" TO PH-PAY-DATE (5:4)
009700     READ PAY-HISTORY-FILE
009710         INVALID KEY
009720             ADD 1 TO WS-YTD-MISSING-COUNT
009730             MOVE SPACES TO WS-GENERIC-LINE
009740             STRING "COBOL04 - NO YTD RECORD FOR IDENT "
009750                 WS-RET-IDENT " - GROSS NOT BACKED OUT"
009760                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
009770             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
009780             GO TO 3100-EXIT
009790     END-READ
009800     SUBTRACT WS-RETURNED-GROSS FROM PH-YTD-GROSS
009810         ON SIZE ERROR
009820             MOVE ZEROS TO PH-YTD-GROSS
009830     END-SUBTRACT
009840     REWRITE PH-PAY-HISTORY-RECORD
009850         INVALID KEY
009860             DISPLAY "COBOL04 - UNABLE TO UPDATE YTD "
009870                 "RECORD FOR IDENT " WS-RET-IDENT
009880     END-REWRITE
009890     ADD WS-RETURNED-GROSS TO WS-GROSS-BACKED-OUT.
009900 3100-EXIT.
009910     EXIT.
009920*
009930* ---------------------------------------------------------------
009940* 3200-WRITE-REISSUE-RECORD
009950* WRITES THE RE-ISSUE RECORD FOR THE RETURNED PAYMENT IN THE
009960* REWORKIN LAYOUT - THE CURRENT CUSTOMER-MASTER IMAGE WITH THE
009970* HOURS OVERLAID SO THAT THE REWORK RUN'S GROSS REPRICES TO
009980* THE RETURNED PAYMENT'S GROSS (STRAIGHT TIME UP TO THE PAY
009990* GROUP'S OVERTIME THRESHOLD, TIME-AND-A-HALF ABOVE,
010000* INVERTED - THE SAME RULE COBOL01 PRICES WITH) AND NO LEAVE
010010* HOURS, SO THE WHOLE GROSS COMES BACK AS HOURS WORKED.  ANY
010020* RETRO PAY IN THE RETURNED GROSS IS TAKEN OFF FIRST - RATEHIST
010030* STILL SHOWS IT OWED FOR THE PAY DATE, SO THE REWORK RUN ADDS
010040* IT BACK AS ITS OWN RETRO LINE AND IT IS PAID ONCE.  THE
010050* RETURNED GROSS AND RETRO WERE SAVED BY 3100 BEFORE THE YTD
010060* READ DISTURBED THE FD BUFFER.  A CUSTOMER NO LONGER
010070* ON THE MASTER (WITH A ZERO RATE, OR IN A PAY GROUP NO G CARD
010080* DEFINES) GETS NO RE-ISSUE RECORD - THE LISTING SAYS SO AND THE
010090* RECOVERY IS HANDLED BY HAND.  NEITHER DOES AN OFF-CYCLE
010100* PAYMENT (TYPE "S") - IT WAS NEVER HOURS TIMES RATE, AND IS
010110* REPAID ON A SUPPIN CARD IN THE NEXT OFF-CYCLE RUN.
010120* ---------------------------------------------------------------
010130 3200-WRITE-REISSUE-RECORD.
010140     IF WS-RETURNED-TYPE = "S"
010150         ADD 1 TO WS-NO-REISSUE-COUNT
010160         MOVE "RETURNED - OFF-CYCLE, NO REISS" TO WS-RET-NOTE
010170         GO TO 3200-EXIT
010180     END-IF
010190     MOVE WS-RET-IDENT TO CM-IDENT
010200     READ CUSTOMER-MASTER-FILE
010210         INVALID KEY
010220             ADD 1 TO WS-NO-REISSUE-COUNT
010230             MOVE "RETURNED - IDENT NOT ON MASTER" TO WS-RET-NOTE
010240             GO TO 3200-EXIT
010250     END-READ
010260     IF CM-PAY-RATE = ZEROS
010270         ADD 1 TO WS-NO-REISSUE-COUNT
010280         MOVE "RETURNED - ZERO RATE, NO REISS" TO WS-RET-NOTE
010290         GO TO 3200-EXIT
010300     END-IF
010310     PERFORM 3250-FIND-GROUP-THRESHOLD THRU 3250-EXIT
010320     IF WS-GROUP-COUNT > ZEROS AND WS-CUR-OT-THRESHOLD = ZEROS
010330         ADD 1 TO WS-NO-REISSUE-COUNT
010340         MOVE "RETURNED - GROUP NOT DEFINED" TO WS-RET-NOTE
010350         GO TO 3200-EXIT
010360     END-IF
010370     IF WS-RETURNED-RETRO > ZERO
010380         SUBTRACT WS-RETURNED-RETRO FROM WS-RETURNED-GROSS
010390             ON SIZE ERROR
010400                 MOVE ZEROS TO WS-RETURNED-GROSS
010410         END-SUBTRACT
010420     END-IF
010430     COMPUTE WS-STRAIGHT-LIMIT =
010440         WS-CUR-OT-THRESHOLD * CM-PAY-RATE
010450     IF WS-RETURNED-GROSS NOT > WS-STRAIGHT-LIMIT
010460         COMPUTE WS-REISSUE-HOURS ROUNDED =
010470             WS-RETURNED-GROSS / CM-PAY-RATE
010480             ON SIZE ERROR
010490                 MOVE ZEROS TO WS-REISSUE-HOURS
010500         END-COMPUTE
010510     ELSE
010520         COMPUTE WS-REISSUE-HOURS ROUNDED = WS-CUR-OT-THRESHOLD
010530             + (WS-RETURNED-GROSS - WS-STRAIGHT-LIMIT)
010540             / (CM-PAY-RATE * 1.5)
010550             ON SIZE ERROR
010560                 MOVE ZEROS TO WS-REISSUE-HOURS
010570         END-COMPUTE
010580     END-IF
010590     MOVE WS-REISSUE-HOURS TO CM-HOURS-WORKED
010600     MOVE SPACES TO REISSUE-RECORD
010610     MOVE CM-CUSTOMER-RECORD TO RI-CUSTOMER-IMAGE
010620     MOVE ZEROS TO RI-VAC-HOURS
010630     MOVE ZEROS TO RI-SICK-HOURS
010640     MOVE ZEROS TO RI-HOL-HOURS
010650     WRITE REISSUE-RECORD
010660     ADD 1 TO WS-REISSUE-COUNT
010670     MOVE "RETURNED - REISSUE WRITTEN" TO WS-RET-NOTE.
010680 3200-EXIT.
010690     EXIT.
010700*
010710* ---------------------------------------------------------------
010720* 3250-FIND-GROUP-THRESHOLD
010730* SETS THE OVERTIME THRESHOLD FOR THE CUSTOMER JUST READ FROM
010740* THE MASTER - THE PAY GROUP'S G-CARD THRESHOLD, OR THE FLAT
010750* 40 WHEN NO GROUPS ARE DEFINED.  LEAVES ZERO WHEN GROUPS ARE
010760* DEFINED BUT THE CUSTOMER'S GROUP IS NOT - THE CALLER TREATS
010770* THAT AS NO RE-ISSUE, SINCE THE REWORK RUN WOULD ONLY REJECT
010780* IT UNDER E013 ANYWAY.
010790* ---------------------------------------------------------------
010800 3250-FIND-GROUP-THRESHOLD.
010810     MOVE 40 TO WS-CUR-OT-THRESHOLD
010820     IF WS-GROUP-COUNT = ZEROS
010830         GO TO 3250-EXIT
010840     END-IF
010850     MOVE ZEROS TO WS-CUR-OT-THRESHOLD
010860     PERFORM VARYING WS-GROUP-SUBSCRIPT FROM 1 BY 1
010870             UNTIL WS-GROUP-SUBSCRIPT > WS-GROUP-COUNT
010880         IF WS-GROUP-CODE (WS-GROUP-SUBSCRIPT) = CM-PAY-GROUP
010890             MOVE WS-GROUP-OT-THRESHOLD (WS-GROUP-SUBSCRIPT)
010900                 TO WS-CUR-OT-THRESHOLD
010910             MOVE WS-GROUP-COUNT TO WS-GROUP-SUBSCRIPT
010920         END-IF
010930     END-PERFORM.
010940 3250-EXIT.
010950     EXIT.
010960*
010970* ---------------------------------------------------------------
010980* 3300-APPLY-PRENOTE-RETURN
010990* APPLIES A PROVED PRENOTE RETURN - THE BANK REFUSED THE
011000* ROUTING/ACCOUNT NUMBER WE PRENOTED, SO THE CUSTOMER'S BANK
011010* ACCOUNT IS MARKED UNVERIFIED ("U").  COBOL01 REJECTS THE
011020* CUSTOMER UNDER E017 FROM THE NEXT RUN UNTIL A COBOL08 CHANGE
011030* CARD SUPPLIES A CORRECTED ACCOUNT AND A FRESH PRENOTE GOES
011040* OUT.  AN ACCOUNT DELETED OR ALREADY RE-KEYED SINCE THE
011050* PRENOTE WAS SENT IS LEFT ALONE AND THE LISTING SAYS SO.
011060* ---------------------------------------------------------------
011070 3300-APPLY-PRENOTE-RETURN.
011080     ADD 1 TO WS-PRENOTE-RETURNED-COUNT
011090     MOVE WS-RET-IDENT TO BA-IDENT
011100     READ BANK-ACCOUNT-FILE
011110         INVALID KEY
011120             MOVE "PRENOTE - ACCOUNT NOT ON FILE" TO WS-RET-NOTE
011130             GO TO 3300-EXIT
011140     END-READ
011150     IF BA-PRENOTE-STATUS NOT = "P"
011160             OR BA-PRENOTE-DATE NOT = WS-RET-PAY-DATE
011170         MOVE "PRENOTE - ACCOUNT CHANGED" TO WS-RET-NOTE
011180         GO TO 3300-EXIT
011190     END-IF
011200     MOVE "U" TO BA-PRENOTE-STATUS
011210     MOVE WS-RUN-DATE TO BA-MAINT-DATE
011220     REWRITE BA-BANK-ACCOUNT-RECORD
011230         INVALID KEY
011240             DISPLAY "COBOL04 - UNABLE TO FLAG BANK ACCOUNT "
011250                 "FOR IDENT " WS-RET-IDENT
011260     END-REWRITE
011270     MOVE "PRENOTE RETURNED - UNVERIFIED" TO WS-RET-NOTE.
011280 3300-EXIT.
011290     EXIT.
011300*
011310* ---------------------------------------------------------------
011320* 4000-WRITE-RETURN-LINE
011330* WRITES THE ONE LISTING LINE EVERY RETURN ITEM GETS - RETURNED
011340* IF IT PROVED AND WAS APPLIED, PRENOTE IF IT WAS A RETURNED
011350* PRENOTE, UNMATCHED (WITH THE REASON) IF IT DID NOT.
011360* ---------------------------------------------------------------
011370 4000-WRITE-RETURN-LINE.
011380     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
011390     MOVE WS-RET-IDENT TO PRT-R-IDENT
011400     MOVE WS-RET-PAY-DATE TO PRT-R-PAY-DATE
011410     MOVE WS-RET-AMOUNT TO PRT-R-AMOUNT
011420     MOVE BR-REASON-CODE TO PRT-R-REASON
011430     EVALUATE TRUE
011440         WHEN RETURN-ITEM-UNMATCHED
011450             MOVE "UNMATCHED" TO PRT-R-DISPOSITION
011460             ADD 1 TO WS-UNMATCHED-COUNT
011470         WHEN RETURN-ITEM-IS-PRENOTE
011480             MOVE "PRENOTE" TO PRT-R-DISPOSITION
011490         WHEN OTHER
011500             MOVE "RETURNED" TO PRT-R-DISPOSITION
011510     END-EVALUATE
011520     MOVE WS-RET-NOTE TO PRT-R-NOTE
011530     WRITE PRINT-LINE FROM WS-RETURN-DETAIL-LINE
011540         AFTER ADVANCING 1 LINE
011550     ADD 1 TO WS-LINE-COUNT.
011560 4000-EXIT.
011570     EXIT.
011580*
011590* ---------------------------------------------------------------
011600* 5000-WRITE-RUN-TOTALS
011610* PRINTS THE RETURN-RUN TOTALS AT THE FOOT OF THE LISTING SO
011620* THE LISTING PROVES EVERY RETURN ITEM WAS EITHER APPLIED OR
011630* SHOWN UNMATCHED.  UNMATCHED ITEMS, OR A MISSING YTD RECORD,
011640* END THE STEP WITH RETURN CODE 8 SO THE SCHEDULER FLAGS THE
011650* RUN FOR SOMEBODY TO CHASE.
011660* ---------------------------------------------------------------
011670 5000-WRITE-RUN-TOTALS.
011680     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
011690     MOVE "RETURN ITEMS READ" TO PRT-T-LABEL
011700     MOVE WS-RETURNS-READ-COUNT TO PRT-T-COUNT
011710     WRITE PRINT-LINE FROM WS-TOTALS-LINE
011720         AFTER ADVANCING 2 LINES
011730     ADD 2 TO WS-LINE-COUNT
011740     MOVE "PAYMENTS FLAGGED RETURNED" TO PRT-T-LABEL
011750     MOVE WS-RETURNED-COUNT TO PRT-T-COUNT
011760     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011770     MOVE "RE-ISSUE RECORDS WRITTEN" TO PRT-T-LABEL
011780     MOVE WS-REISSUE-COUNT TO PRT-T-COUNT
011790     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011800     MOVE "RETURNED - NO RE-ISSUE" TO PRT-T-LABEL
011810     MOVE WS-NO-REISSUE-COUNT TO PRT-T-COUNT
011820     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011830     MOVE "UNMATCHED RETURN ITEMS" TO PRT-T-LABEL
011840     MOVE WS-UNMATCHED-COUNT TO PRT-T-COUNT
011850     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011860     MOVE "YTD RECORDS MISSING" TO PRT-T-LABEL
011870     MOVE WS-YTD-MISSING-COUNT TO PRT-T-COUNT
011880     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011890     MOVE "DEDFILE ADJUSTMENTS NEEDED" TO PRT-T-LABEL
011900     MOVE WS-CUSTDED-WARN-COUNT TO PRT-T-COUNT
011910     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011920     MOVE "PRENOTES RETURNED" TO PRT-T-LABEL
011930     MOVE WS-PRENOTE-RETURNED-COUNT TO PRT-T-COUNT
011940     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
011950     MOVE "NET RETURNED TOTAL" TO PRT-AM-LABEL
011960     MOVE WS-NET-RETURNED-TOTAL TO PRT-AM-AMOUNT
011970     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
011980     MOVE "GROSS BACKED OUT OF YTD" TO PRT-AM-LABEL
011990     MOVE WS-GROSS-BACKED-OUT TO PRT-AM-AMOUNT
012000     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
012010     IF WS-UNMATCHED-COUNT > 0 OR WS-YTD-MISSING-COUNT > 0
012020         MOVE SPACES TO WS-GENERIC-LINE
012030         MOVE "RUN NOT CLEAN - UNMATCHED ITEMS OR MISSING YTD REC
012040-            "ORDS ABOVE" TO WS-GENERIC-LINE
012050         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
012060         MOVE 8 TO RETURN-CODE
012070     END-IF.
012080 5000-EXIT.
012090     EXIT.
012100*
012110* ---------------------------------------------------------------
012120* 5100-WRITE-ONE-TOTAL-LINE
012130* WRITES ONE COUNT LINE OF THE RETURN-RUN TOTALS.
012140* ---------------------------------------------------------------
012150 5100-WRITE-ONE-TOTAL-LINE.
012160     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
012170     WRITE PRINT-LINE FROM WS-TOTALS-LINE
012180         AFTER ADVANCING 1 LINE
012190     ADD 1 TO WS-LINE-COUNT.
012200 5100-EXIT.
012210     EXIT.
012220*
012230* ---------------------------------------------------------------
012240* 5200-WRITE-ONE-AMOUNT-LINE
012250* WRITES ONE AMOUNT LINE OF THE RETURN-RUN TOTALS.
012260* ---------------------------------------------------------------
012270 5200-WRITE-ONE-AMOUNT-LINE.
012280     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
012290     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
012300         AFTER ADVANCING 1 LINE
012310     ADD 1 TO WS-LINE-COUNT.
012320 5200-EXIT.
012330     EXIT.
012340*
012350* ---------------------------------------------------------------
012360* 9000-TERMINATE
012370* CLOSES THE FILES USED BY THE RUN.
012380* ---------------------------------------------------------------
012390 9000-TERMINATE.
012400     CLOSE CUSTOMER-MASTER-FILE
012410     CLOSE PAY-HISTORY-FILE
012420     CLOSE BANK-RETURN-FILE
012430     CLOSE REISSUE-FILE
012440     CLOSE PAY-CALENDAR-FILE
012450     CLOSE BANK-ACCOUNT-FILE
012460     CLOSE PRINT-FILE.
012470 9000-EXIT.
012480     EXIT.
