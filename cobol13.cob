000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. COBOL13.
000040 AUTHOR. ASGR.
000050 INSTALLATION. PAYROLL-SYSTEMS.
000060 DATE-WRITTEN. OCT 15 2026.
000070 DATE-COMPILED.
000080*
000090* CROSS-FILE INTEGRITY AUDIT.  A READ-ONLY PASS OVER THE
000100* PERMANENT FILES THAT PROVES THEY STILL AGREE WITH EACH OTHER,
000110* WHERE EACH PROGRAM ONLY PROVES ITS OWN RUN.  FIVE CHECKS ARE
000120* MADE, EACH PRINTED AS ITS OWN SECTION OF THE EXCEPTIONS
000130* REPORT WITH ITS OWN COUNT:
000140*   1  EVERY YEAR-TO-DATE RECORD ON PAYHIST EQUALS THE SUM OF
000150*      THE CUSTOMER'S PAY-DATE, REVERSAL AND RETURNED RECORDS
000160*      FOR THE YEAR
000170*   2  EVERY REVERSED ("V") PAYMENT HAS ITS "R" OFFSET RECORD,
000180*      AND EVERY OFFSET ITS REVERSED PAYMENT
000190*   3  EVERY PAYHIST IDENT IS ON THE CUSTOMER MASTER OR WAS
000200*      DELETED BY A JOURNALED COBOL03 TRANSACTION
000210*   4  EVERY DEDFILE CARD'S IDENT IS ON THE MASTER, AND NO CARD
000220*      HAS COLLECTED MORE THAN ITS TOTAL TO COLLECT
000230*   5  EVERY PAYMENT ON PAYHIST WAS MADE BY A COBOL01 RUN THAT
000240*      THE RUN LOG SHOWS ENDED CLEANLY
000250* NOTHING IS UPDATED.  ANY EXCEPTION ENDS THE STEP WITH RETURN
000260* CODE 8.
000270*
000280* MODIFICATION HISTORY
000290* DATE       INIT  DESCRIPTION
000300* 2026-10-15 ASG   ORIGINAL PROGRAM - WEEKLY CROSS-FILE AUDIT OF
000310*                  PAYHIST, CUSTMSTR, THE COBOL03 JOURNAL,
000320*                  DEDFILE AND THE COBOL01 RUN LOG.
000330* 2026-10-15 ASG   A CLEAN COBOL01 OFF-CYCLE RUN (RUN MODE "O")
000340*                  IS A PAYING RUN FOR ITS PAY DATE, SO THE
000350*                  OFF-CYCLE PAYMENTS (TYPE "S") IT FILED TIE TO
000360*                  IT UNDER CHECK 5.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CM-IDENT
000480         ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
000490         FILE STATUS IS WS-CM-FILE-STATUS.
000500     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PH-KEY
000540         FILE STATUS IS WS-PH-FILE-STATUS.
000550     SELECT JOURNAL-IN-FILE ASSIGN TO "JRNLIN"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-JI-FILE-STATUS.
000580     SELECT DEDUCTION-IN-FILE ASSIGN TO "DEDFILE"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-CD-FILE-STATUS.
000610     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RL-FILE-STATUS.
000640     SELECT PRINT-FILE ASSIGN TO "AUDITLST"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-PRT-FILE-STATUS.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CUSTOMER-MASTER-FILE
000710         LABEL RECORDS ARE STANDARD.
000720     COPY CUSTREC.
000730 FD  PAY-HISTORY-FILE
000740         LABEL RECORDS ARE STANDARD.
000750     COPY PAYHREC.
000760* ---------------------------------------------------------------
000770* THE COBOL03 MAINTENANCE JOURNAL, AS COBOL03 WRITES IT.  THE
000780* DD NAMES THE GDG BASE SO EVERY GENERATION IS READ.
000790* ---------------------------------------------------------------
000800 FD  JOURNAL-IN-FILE
000810         RECORD CONTAINS 120 CHARACTERS
000820         LABEL RECORDS ARE OMITTED.
000830 01  JI-JOURNAL-RECORD.
000840     02  JI-RUN-DATE                 PIC X(08).
000850     02  JI-RUN-TIME                 PIC X(08).
000860     02  JI-TRAN-NO                  PIC 9(05).
000870     02  JI-ACTION                   PIC X(01).
000880     02  JI-BEFORE-IMAGE             PIC X(49).
000890     02  JI-AFTER-IMAGE              PIC X(49).
000900* ---------------------------------------------------------------
000910* THE DEDFILE CARD, AS COBOL01 READS IT.
000920* ---------------------------------------------------------------
000930 FD  DEDUCTION-IN-FILE
000940         RECORD CONTAINS 80 CHARACTERS
000950         LABEL RECORDS ARE OMITTED.
000960 01  CD-DEDUCTION-RECORD.
000970     02  CD-IDENT                PIC X(07).
000980     02  CD-PRIORITY             PIC X(02).
000990     02  CD-NAME                 PIC X(12).
001000     02  CD-METHOD               PIC X(01).
001010     02  CD-VALUE                PIC X(07).
001020     02  CD-TOTAL-TO-COLLECT     PIC X(09).
001030     02  CD-COLLECTED-TO-DATE    PIC X(09).
001040     02  CD-NET-FLOOR            PIC X(07).
001050     02  CD-PAYEE-CODE           PIC X(08).
001060     02  CD-CASE-NUMBER          PIC X(15).
001070     02  FILLER                  PIC X(03).
001080* ---------------------------------------------------------------
001090* THE COBOL01 RUN-LOG RECORD, AS COBOL01 WRITES IT.
001100* ---------------------------------------------------------------
001110 FD  RUN-LOG-FILE
001120         RECORD CONTAINS 80 CHARACTERS
001130         LABEL RECORDS ARE STANDARD.
001140 01  RUN-LOG-RECORD.
001150     02  RL-RUN-DATE             PIC X(08).
001160     02  FILLER                  PIC X(01).
001170     02  RL-RUN-TIME             PIC X(08).
001180     02  FILLER                  PIC X(01).
001190     02  RL-RUN-MODE             PIC X(01).
001200     02  FILLER                  PIC X(01).
001210     02  RL-RESTARTED-FLAG       PIC X(01).
001220     02  FILLER                  PIC X(01).
001230     02  RL-CUSTOMERS-PROCESSED  PIC 9(07).
001240     02  FILLER                  PIC X(01).
001250     02  RL-REJECTS              PIC 9(07).
001260     02  FILLER                  PIC X(01).
001270     02  RL-RETURN-CODE          PIC 9(04).
001280     02  FILLER                  PIC X(01).
001290     02  RL-PAY-DATE             PIC X(08).
001300     02  FILLER                  PIC X(29).
001310 FD  PRINT-FILE
001320         RECORD CONTAINS 132 CHARACTERS
001330         LABEL RECORDS ARE OMITTED.
001340 01  PRINT-LINE                  PIC X(132).
001350*
001360 WORKING-STORAGE SECTION.
001370* ---------------------------------------------------------------
001380* FILE I/O CONTROLS
001390* ---------------------------------------------------------------
001400 77  WS-CM-FILE-STATUS        PIC X(02) VALUE SPACES.
001410 77  WS-PH-FILE-STATUS        PIC X(02) VALUE SPACES.
001420 77  WS-JI-FILE-STATUS        PIC X(02) VALUE SPACES.
001430 77  WS-CD-FILE-STATUS        PIC X(02) VALUE SPACES.
001440 77  WS-RL-FILE-STATUS        PIC X(02) VALUE SPACES.
001450 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
001460 01  WS-SWITCHES.
001470     02  WS-PH-EOF-SWITCH        PIC X(01) VALUE "N".
001480         88  PH-END-OF-FILE           VALUE "Y".
001490         88  PH-NOT-END-OF-FILE       VALUE "N".
001500     02  WS-JI-EOF-SWITCH        PIC X(01) VALUE "N".
001510         88  JI-END-OF-FILE           VALUE "Y".
001520         88  JI-NOT-END-OF-FILE       VALUE "N".
001530     02  WS-CD-EOF-SWITCH        PIC X(01) VALUE "N".
001540         88  CD-END-OF-FILE           VALUE "Y".
001550         88  CD-NOT-END-OF-FILE       VALUE "N".
001560     02  WS-RL-EOF-SWITCH        PIC X(01) VALUE "N".
001570         88  RL-END-OF-FILE           VALUE "Y".
001580         88  RL-NOT-END-OF-FILE       VALUE "N".
001590     02  WS-CUSTOMER-SWITCH      PIC X(01) VALUE "Y".
001600         88  CUSTOMER-ON-MASTER       VALUE "Y".
001610         88  CUSTOMER-NOT-ON-MASTER   VALUE "N".
001620*
001630* ---------------------------------------------------------------
001640* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS
001650* WS-COLUMN-HEADING-LINE HOLDS THE HEADING OF THE CHECK BEING
001660* PRINTED SO A PAGE BREAK REPEATS THE RIGHT ONE.
001670* ---------------------------------------------------------------
001680 01  WS-PRT-CONTROLS.
001690     02  WS-RUN-DATE              PIC X(08).
001700     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
001710     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
001720     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
001730 01  WS-REPORT-PAGE-HEADING-1.
001740     02  FILLER             PIC X(36) VALUE
001750             "COBOL13 CROSS-FILE INTEGRITY AUDIT".
001760     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
001770     02  PRT-HDG-RUN-DATE   PIC X(10).
001780     02  FILLER             PIC X(06) VALUE SPACES.
001790     02  FILLER             PIC X(06) VALUE "PAGE: ".
001800     02  PRT-HDG-PAGE-NO    PIC ZZ9.
001810     02  FILLER             PIC X(61) VALUE SPACES.
001820 01  WS-COLUMN-HEADING-LINE   PIC X(132) VALUE SPACES.
001830 01  WS-CHECK-HEADING-LINE.
001840     02  FILLER             PIC X(06) VALUE "CHECK ".
001850     02  PRT-CH-NUMBER      PIC 9(01).
001860     02  FILLER             PIC X(03) VALUE " - ".
001870     02  PRT-CH-TITLE       PIC X(60).
001880     02  FILLER             PIC X(62) VALUE SPACES.
001890 01  WS-DETAIL-HEADING-LINE.
001900     02  FILLER             PIC X(09) VALUE "IDENT".
001910     02  FILLER             PIC X(10) VALUE "DATE".
001920     02  PRT-DH-AMOUNT-1    PIC X(14).
001930     02  FILLER             PIC X(02) VALUE SPACES.
001940     02  PRT-DH-AMOUNT-2    PIC X(14).
001950     02  FILLER             PIC X(02) VALUE SPACES.
001960     02  FILLER             PIC X(50) VALUE "EXCEPTION".
001970     02  FILLER             PIC X(31) VALUE SPACES.
001980 01  WS-DETAIL-LINE.
001990     02  PRT-D-IDENT        PIC X(07).
002000     02  FILLER             PIC X(02) VALUE SPACES.
002010     02  PRT-D-DATE         PIC X(08).
002020     02  FILLER             PIC X(02) VALUE SPACES.
002030     02  PRT-D-AMOUNT-1     PIC ZZ,ZZZ,ZZ9.99-.
002040     02  FILLER             PIC X(02) VALUE SPACES.
002050     02  PRT-D-AMOUNT-2     PIC ZZ,ZZZ,ZZ9.99-.
002060     02  FILLER             PIC X(02) VALUE SPACES.
002070     02  PRT-D-NOTE         PIC X(50).
002080     02  FILLER             PIC X(31) VALUE SPACES.
002090 01  WS-CHECK-COUNT-LINE.
002100     02  FILLER             PIC X(19) VALUE SPACES.
002110     02  FILLER             PIC X(21) VALUE
002120             "EXCEPTIONS FOR CHECK ".
002130     02  PRT-CC-NUMBER      PIC 9(01).
002140     02  FILLER             PIC X(02) VALUE ": ".
002150     02  PRT-CC-COUNT       PIC ZZZZZZ9.
002160     02  FILLER             PIC X(82) VALUE SPACES.
002170 01  WS-TOTALS-LINE.
002180     02  PRT-T-LABEL        PIC X(30).
002190     02  PRT-T-COUNT        PIC ZZZZZZ9.
002200     02  FILLER             PIC X(95) VALUE SPACES.
002210 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
002220*
002230* ---------------------------------------------------------------
002240* ONE EXCEPTION LINE'S CONTENT, SET BY THE CHECK BEFORE 1800.
002250* ---------------------------------------------------------------
002260 01  WS-EXCEPTION-WORK.
002270     02  WS-EX-IDENT              PIC X(07).
002280     02  WS-EX-DATE               PIC X(08).
002290     02  WS-EX-AMOUNT-1           PIC S9(09)V99.
002300     02  WS-EX-AMOUNT-2           PIC S9(09)V99.
002310     02  WS-EX-NOTE               PIC X(50).
002320     02  WS-EX-RECORD-COUNT       PIC ZZZ9.
002330*
002340* ---------------------------------------------------------------
002350* EXCEPTION COUNTS, ONE PER CHECK.  WS-CHECK-NUMBER IS THE CHECK
002360* BEING MADE.
002370* ---------------------------------------------------------------
002380 01  WS-CHECK-NUMBER            PIC 9(01) VALUE ZEROS.
002390 01  WS-CHECK-COUNTS.
002400     02  WS-CHECK-EXCEPTIONS      PIC 9(07) OCCURS 5 TIMES.
002410 01  WS-EXCEPTION-TOTAL         PIC 9(07) VALUE ZEROS.
002420*
002430* ---------------------------------------------------------------
002440* IDENTS DELETED BY A JOURNALED COBOL03 TRANSACTION - THE
002450* BEFORE-IMAGE IDENT OF EVERY "D" JOURNAL RECORD.  A FULL TABLE
002460* IS FATAL - AN IDENT LEFT OUT WOULD BE REPORTED WRONGLY.
002470* ---------------------------------------------------------------
002480 77  WS-DELETED-TABLE-MAX       PIC 9(05) VALUE 5000.
002490 01  WS-DELETED-TABLE.
002500     02  WS-DL-COUNT              PIC 9(05) VALUE ZEROS.
002510     02  WS-DL-ENTRY OCCURS 5000 TIMES.
002520         03  WS-DL-IDENT          PIC X(07).
002530 01  WS-DL-SUBSCRIPT            PIC 9(05).
002540 01  WS-DL-FOUND-SUBSCRIPT      PIC 9(05).
002550 01  WS-DL-IDENT-WORK           PIC X(07).
002560*
002570* ---------------------------------------------------------------
002580* CLEAN COBOL01 RUNS FROM THE RUN LOG - ONE ENTRY PER KIND OF
002590* RUN AND DATE THAT ENDED WITH A RETURN CODE UNDER 8.  KIND "P"
002600* IS A PAYING RUN (DETAIL OR REWORK) UNDER ITS PAY DATE; KIND
002610* "V" IS A REVERSAL RUN UNDER ITS RUN DATE, THE DATE ITS
002620* OFFSETS ARE FILED UNDER.  A LOG RECORD WRITTEN BEFORE THE
002630* PAY DATE WAS CARRIED (RL-PAY-DATE BLANK) COUNTS UNDER ITS
002640* RUN DATE.
002650* ---------------------------------------------------------------
002660 77  WS-CLEAN-RUN-TABLE-MAX     PIC 9(05) VALUE 5000.
002670 01  WS-CLEAN-RUN-TABLE.
002680     02  WS-CR-COUNT              PIC 9(05) VALUE ZEROS.
002690     02  WS-CR-ENTRY OCCURS 5000 TIMES.
002700         03  WS-CR-KIND           PIC X(01).
002710         03  WS-CR-DATE           PIC X(08).
002720 01  WS-CR-SUBSCRIPT            PIC 9(05).
002730 01  WS-CR-FOUND-SUBSCRIPT      PIC 9(05).
002740 01  WS-CR-KIND-WORK            PIC X(01).
002750 01  WS-CR-DATE-WORK            PIC X(08).
002760*
002770* ---------------------------------------------------------------
002780* THE CURRENT CUSTOMER'S PAY HISTORY, IN KEY ORDER.  1750 LOADS
002790* IT AND 1760 PAIRS EACH REVERSED PAYMENT WITH ITS OFFSET -
002800* SAME GROSS WITH THE SIGN TURNED, FILED ON OR AFTER THE
002810* PAYMENT'S DATE, EACH OFFSET USED ONCE.  WS-HT-MATCH-YEAR IS
002820* THE YEAR WHOSE YTD THE OFFSET WAS TAKEN FROM - THE REVERSED
002830* PAYMENT'S YEAR.
002840* ---------------------------------------------------------------
002850 77  WS-HISTORY-TABLE-MAX       PIC 9(04) VALUE 3000.
002860 01  WS-HISTORY-TABLE.
002870     02  WS-HT-COUNT              PIC 9(04) VALUE ZEROS.
002880     02  WS-HT-ENTRY OCCURS 3000 TIMES.
002890         03  WS-HT-PAY-DATE       PIC X(08).
002900         03  WS-HT-RECORD-TYPE    PIC X(01).
002910         03  WS-HT-RETURNED-FLAG  PIC X(01).
002920         03  WS-HT-GROSS          PIC S9(04)V99.
002930         03  WS-HT-YTD-GROSS      PIC S9(07)V99.
002940         03  WS-HT-MATCHED        PIC X(01).
002950         03  WS-HT-MATCH-YEAR     PIC X(04).
002960 01  WS-HT-SUBSCRIPT            PIC 9(04).
002970 01  WS-HT-R-SUBSCRIPT          PIC 9(04).
002980 01  WS-HT-FOUND-SUBSCRIPT      PIC 9(04).
002990 01  WS-CUR-IDENT               PIC 9(07).
003000*
003010* ---------------------------------------------------------------
003020* THE CURRENT CUSTOMER'S YEARS - WHAT THE YTD RECORD SAYS AND
003030* WHAT THE PAYMENTS ADD UP TO.
003040* ---------------------------------------------------------------
003050 77  WS-YEAR-TABLE-MAX          PIC 9(03) VALUE 100.
003060 01  WS-YEAR-TABLE.
003070     02  WS-YR-COUNT              PIC 9(03) VALUE ZEROS.
003080     02  WS-YR-ENTRY OCCURS 100 TIMES.
003090         03  WS-YR-YEAR           PIC X(04).
003100         03  WS-YR-HAS-YTD        PIC X(01).
003110         03  WS-YR-YTD-GROSS      PIC S9(07)V99.
003120         03  WS-YR-PAYMENTS       PIC S9(09)V99.
003130 01  WS-YR-SUBSCRIPT            PIC 9(03).
003140 01  WS-YR-FOUND-SUBSCRIPT      PIC 9(03).
003150 01  WS-YR-YEAR-WORK            PIC X(04).
003160*
003170* ---------------------------------------------------------------
003180* DEDFILE CARD WORK FIELDS
003190* ---------------------------------------------------------------
003200 01  WS-DEDUCTION-WORK.
003210     02  WS-CD-TOTAL              PIC 9(07)V99.
003220     02  WS-CD-COLLECTED          PIC 9(07)V99.
003230*
003240* ---------------------------------------------------------------
003250* RUN TOTALS
003260* ---------------------------------------------------------------
003270 01  WS-RUN-TOTALS.
003280     02  WS-PH-RECORDS-READ       PIC 9(07) VALUE ZEROS.
003290     02  WS-IDENTS-AUDITED        PIC 9(07) VALUE ZEROS.
003300     02  WS-YTD-RECORDS-CHECKED   PIC 9(07) VALUE ZEROS.
003310     02  WS-REVERSALS-MATCHED     PIC 9(07) VALUE ZEROS.
003320     02  WS-IDENTS-DELETED        PIC 9(07) VALUE ZEROS.
003330     02  WS-JI-RECORDS-READ       PIC 9(07) VALUE ZEROS.
003340     02  WS-CD-CARDS-CHECKED      PIC 9(07) VALUE ZEROS.
003350     02  WS-RL-RECORDS-READ       PIC 9(07) VALUE ZEROS.
003360     02  WS-CLEAN-RUNS-LOGGED     PIC 9(07) VALUE ZEROS.
003370     02  WS-PAYMENTS-CHECKED      PIC 9(07) VALUE ZEROS.
003380*
003390 PROCEDURE DIVISION.
003400* ---------------------------------------------------------------
003410* 0000-MAIN-LOGIC
003420* LOADS THE JOURNALED DELETES AND THE CLEAN RUNS, MAKES THE
003430* FIVE CHECKS IN TURN, THEN PRINTS THE RUN TOTALS.
003440* ---------------------------------------------------------------
003450 0000-MAIN-LOGIC.
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003470     PERFORM 2000-CHECK-YTD-TOTALS THRU 2000-EXIT
003480     PERFORM 3000-CHECK-REVERSAL-OFFSETS THRU 3000-EXIT
003490     PERFORM 4000-CHECK-IDENTS-ON-MASTER THRU 4000-EXIT
003500     PERFORM 5000-CHECK-DEDUCTION-CARDS THRU 5000-EXIT
003510     PERFORM 6000-CHECK-PAYMENTS-LOGGED THRU 6000-EXIT
003520     PERFORM 8000-WRITE-RUN-TOTALS THRU 8000-EXIT
003530     PERFORM 9000-TERMINATE THRU 9000-EXIT
003540     STOP RUN.
003550*
003560* ---------------------------------------------------------------
003570* 1000-INITIALIZE
003580* OPENS EVERY FILE - ALL FOR INPUT - AND LOADS THE JOURNALED
003590* DELETES (1200) AND THE CLEAN RUNS (1300).  A FILE THAT WILL
003600* NOT OPEN IS FATAL; AN AUDIT THAT SKIPPED ONE WOULD PROVE
003610* NOTHING.
003620* ---------------------------------------------------------------
003630 1000-INITIALIZE.
003640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003650     MOVE ZEROS TO WS-PAGE-NUMBER
003660     MOVE ZEROS TO WS-LINE-COUNT
003670     MOVE ZEROS TO WS-CHECK-COUNTS
003680     OPEN OUTPUT PRINT-FILE
003690     IF WS-PRT-FILE-STATUS NOT = "00"
003700         DISPLAY "COBOL13 - UNABLE TO OPEN PRINT-FILE, STATUS = "
003710             WS-PRT-FILE-STATUS
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF
003750     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
003760     OPEN INPUT CUSTOMER-MASTER-FILE
003770     IF WS-CM-FILE-STATUS NOT = "00"
003780         MOVE SPACES TO WS-GENERIC-LINE
003790         STRING "COBOL13 - UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
003800             "STATUS = " WS-CM-FILE-STATUS
003810             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003820         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003830     END-IF
003840     OPEN INPUT PAY-HISTORY-FILE
003850     IF WS-PH-FILE-STATUS NOT = "00"
003860         MOVE SPACES TO WS-GENERIC-LINE
003870         STRING "COBOL13 - UNABLE TO OPEN PAY-HISTORY-FILE, "
003880             "STATUS = " WS-PH-FILE-STATUS
003890             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003900         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003910     END-IF
003920     OPEN INPUT JOURNAL-IN-FILE
003930     IF WS-JI-FILE-STATUS NOT = "00"
003940         MOVE SPACES TO WS-GENERIC-LINE
003950         STRING "COBOL13 - UNABLE TO OPEN JOURNAL-IN-FILE, "
003960             "STATUS = " WS-JI-FILE-STATUS
003970             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003980         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003990     END-IF
004000     OPEN INPUT DEDUCTION-IN-FILE
004010     IF WS-CD-FILE-STATUS NOT = "00"
004020         MOVE SPACES TO WS-GENERIC-LINE
004030         STRING "COBOL13 - UNABLE TO OPEN DEDUCTION-IN-FILE, "
004040             "STATUS = " WS-CD-FILE-STATUS
004050             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004060         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004070     END-IF
004080     OPEN INPUT RUN-LOG-FILE
004090     IF WS-RL-FILE-STATUS NOT = "00"
004100         MOVE SPACES TO WS-GENERIC-LINE
004110         STRING "COBOL13 - UNABLE TO OPEN RUN-LOG-FILE, "
004120             "STATUS = " WS-RL-FILE-STATUS
004130             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004140         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004150     END-IF
004160     PERFORM 1200-LOAD-DELETED-IDENTS THRU 1200-EXIT
004170     PERFORM 1300-LOAD-CLEAN-RUNS THRU 1300-EXIT.
004180 1000-EXIT.
004190     EXIT.
004200*
004210* ---------------------------------------------------------------
004220* 1200-LOAD-DELETED-IDENTS
004230* READS EVERY JOURNAL GENERATION, NOTING THE IDENT OF EACH
004240* DELETE.
004250* ---------------------------------------------------------------
004260 1200-LOAD-DELETED-IDENTS.
004270     PERFORM UNTIL JI-END-OF-FILE
004280         READ JOURNAL-IN-FILE
004290             AT END
004300                 SET JI-END-OF-FILE TO TRUE
004310             NOT AT END
004320                 PERFORM 1210-NOTE-ONE-JOURNAL-RECORD
004330                     THRU 1210-EXIT
004340         END-READ
004350     END-PERFORM.
004360 1200-EXIT.
004370     EXIT.
004380*
004390* ---------------------------------------------------------------
004400* 1210-NOTE-ONE-JOURNAL-RECORD
004410* FILES THE IDENT OF A DELETE, ONCE.
004420* ---------------------------------------------------------------
004430 1210-NOTE-ONE-JOURNAL-RECORD.
004440     ADD 1 TO WS-JI-RECORDS-READ
004450     IF JI-ACTION NOT = "D"
004460         GO TO 1210-EXIT
004470     END-IF
004480     MOVE JI-BEFORE-IMAGE (1:7) TO WS-DL-IDENT-WORK
004490     PERFORM 1220-FIND-DELETED-IDENT THRU 1220-EXIT
004500     IF WS-DL-FOUND-SUBSCRIPT > ZEROS
004510         GO TO 1210-EXIT
004520     END-IF
004530     IF WS-DL-COUNT >= WS-DELETED-TABLE-MAX
004540         MOVE SPACES TO WS-GENERIC-LINE
004550         MOVE "COBOL13 - TOO MANY JOURNALED DELETES"
004560             TO WS-GENERIC-LINE
004570         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004580     END-IF
004590     ADD 1 TO WS-DL-COUNT
004600     MOVE WS-DL-IDENT-WORK TO WS-DL-IDENT (WS-DL-COUNT).
004610 1210-EXIT.
004620     EXIT.
004630*
004640* ---------------------------------------------------------------
004650* 1220-FIND-DELETED-IDENT
004660* LOOKS UP WS-DL-IDENT-WORK AMONG THE JOURNALED DELETES.
004670* WS-DL-FOUND-SUBSCRIPT IS ZERO WHEN IT IS NOT THERE.
004680* ---------------------------------------------------------------
004690 1220-FIND-DELETED-IDENT.
004700     MOVE ZEROS TO WS-DL-FOUND-SUBSCRIPT
004710     PERFORM VARYING WS-DL-SUBSCRIPT FROM 1 BY 1
004720             UNTIL WS-DL-SUBSCRIPT > WS-DL-COUNT
004730         IF WS-DL-IDENT (WS-DL-SUBSCRIPT) = WS-DL-IDENT-WORK
004740             MOVE WS-DL-SUBSCRIPT TO WS-DL-FOUND-SUBSCRIPT
004750             MOVE WS-DL-COUNT TO WS-DL-SUBSCRIPT
004760         END-IF
004770     END-PERFORM.
004780 1220-EXIT.
004790     EXIT.
004800*
004810* ---------------------------------------------------------------
004820* 1300-LOAD-CLEAN-RUNS
004830* READS THE WHOLE RUN LOG, NOTING EVERY PAYING AND REVERSAL RUN
004840* THAT ENDED CLEANLY.
004850* ---------------------------------------------------------------
004860 1300-LOAD-CLEAN-RUNS.
004870     PERFORM UNTIL RL-END-OF-FILE
004880         READ RUN-LOG-FILE
004890             AT END
004900                 SET RL-END-OF-FILE TO TRUE
004910             NOT AT END
004920                 PERFORM 1310-NOTE-ONE-RUN-LOG THRU 1310-EXIT
004930         END-READ
004940     END-PERFORM.
004950 1300-EXIT.
004960     EXIT.
004970*
004980* ---------------------------------------------------------------
004990* 1310-NOTE-ONE-RUN-LOG
005000* FILES ONE CLEAN PAYING OR REVERSAL RUN, ONCE PER KIND AND
005010* DATE.  AN OFF-CYCLE RUN IS A PAYING RUN FOR ITS PAY DATE.
005020* SUMMARY, DIRECTORY AND TRIAL RUNS PAY NOBODY.
005030* ---------------------------------------------------------------
005040 1310-NOTE-ONE-RUN-LOG.
005050     ADD 1 TO WS-RL-RECORDS-READ
005060     IF RL-RETURN-CODE NOT NUMERIC
005070         GO TO 1310-EXIT
005080     END-IF
005090     IF RL-RETURN-CODE NOT < 8
005100         GO TO 1310-EXIT
005110     END-IF
005120     EVALUATE RL-RUN-MODE
005130         WHEN "D"
005140         WHEN "W"
005150         WHEN "O"
005160             MOVE "P" TO WS-CR-KIND-WORK
005170             IF RL-PAY-DATE = SPACES
005180                 MOVE RL-RUN-DATE TO WS-CR-DATE-WORK
005190             ELSE
005200                 MOVE RL-PAY-DATE TO WS-CR-DATE-WORK
005210             END-IF
005220         WHEN "V"
005230             MOVE "V" TO WS-CR-KIND-WORK
005240             MOVE RL-RUN-DATE TO WS-CR-DATE-WORK
005250         WHEN OTHER
005260             GO TO 1310-EXIT
005270     END-EVALUATE
005280     ADD 1 TO WS-CLEAN-RUNS-LOGGED
005290     PERFORM 1320-FIND-CLEAN-RUN THRU 1320-EXIT
005300     IF WS-CR-FOUND-SUBSCRIPT > ZEROS
005310         GO TO 1310-EXIT
005320     END-IF
005330     IF WS-CR-COUNT >= WS-CLEAN-RUN-TABLE-MAX
005340         MOVE SPACES TO WS-GENERIC-LINE
005350         MOVE "COBOL13 - TOO MANY CLEAN RUNS ON THE RUN LOG"
005360             TO WS-GENERIC-LINE
005370         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
005380     END-IF
005390     ADD 1 TO WS-CR-COUNT
005400     MOVE WS-CR-KIND-WORK TO WS-CR-KIND (WS-CR-COUNT)
005410     MOVE WS-CR-DATE-WORK TO WS-CR-DATE (WS-CR-COUNT).
005420 1310-EXIT.
005430     EXIT.
005440*
005450* ---------------------------------------------------------------
005460* 1320-FIND-CLEAN-RUN
005470* LOOKS UP WS-CR-KIND-WORK AND WS-CR-DATE-WORK IN THE CLEAN-RUN
005480* TABLE.  WS-CR-FOUND-SUBSCRIPT IS ZERO WHEN THERE IS NONE.
005490* ---------------------------------------------------------------
005500 1320-FIND-CLEAN-RUN.
005510     MOVE ZEROS TO WS-CR-FOUND-SUBSCRIPT
005520     PERFORM VARYING WS-CR-SUBSCRIPT FROM 1 BY 1
005530             UNTIL WS-CR-SUBSCRIPT > WS-CR-COUNT
005540         IF WS-CR-KIND (WS-CR-SUBSCRIPT) = WS-CR-KIND-WORK
005550                 AND WS-CR-DATE (WS-CR-SUBSCRIPT)
005560                     = WS-CR-DATE-WORK
005570             MOVE WS-CR-SUBSCRIPT TO WS-CR-FOUND-SUBSCRIPT
005580             MOVE WS-CR-COUNT TO WS-CR-SUBSCRIPT
005590         END-IF
005600     END-PERFORM.
005610 1320-EXIT.
005620     EXIT.
005630*
005640* ---------------------------------------------------------------
005650* 1500-START-CHECK
005660* PRINTS THE HEADING OF CHECK WS-CHECK-NUMBER.  THE CALLER HAS
005670* SET THE TITLE AND THE TWO AMOUNT-COLUMN HEADINGS.
005680* ---------------------------------------------------------------
005690 1500-START-CHECK.
005700     MOVE WS-CHECK-NUMBER TO PRT-CH-NUMBER
005710     MOVE SPACES TO WS-COLUMN-HEADING-LINE
005720     IF WS-LINE-COUNT + 6 > WS-MAX-LINES-PER-PAGE
005730         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
005740     END-IF
005750     WRITE PRINT-LINE FROM WS-CHECK-HEADING-LINE
005760         AFTER ADVANCING 3 LINES
005770     ADD 3 TO WS-LINE-COUNT
005780     MOVE WS-DETAIL-HEADING-LINE TO WS-COLUMN-HEADING-LINE
005790     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-LINE
005800         AFTER ADVANCING 2 LINES
005810     ADD 2 TO WS-LINE-COUNT.
005820 1500-EXIT.
005830     EXIT.
005840*
005850* ---------------------------------------------------------------
005860* 1550-END-CHECK
005870* PRINTS THE EXCEPTION COUNT OF CHECK WS-CHECK-NUMBER.
005880* ---------------------------------------------------------------
005890 1550-END-CHECK.
005900     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
005910     MOVE WS-CHECK-NUMBER TO PRT-CC-NUMBER
005920     MOVE WS-CHECK-EXCEPTIONS (WS-CHECK-NUMBER) TO PRT-CC-COUNT
005930     WRITE PRINT-LINE FROM WS-CHECK-COUNT-LINE
005940         AFTER ADVANCING 2 LINES
005950     ADD 2 TO WS-LINE-COUNT
005960     MOVE SPACES TO WS-COLUMN-HEADING-LINE.
005970 1550-EXIT.
005980     EXIT.
005990*
006000* ---------------------------------------------------------------
006010* 1650-WRITE-PAGE-HEADING
006020* STARTS A NEW REPORT PAGE.
006030* ---------------------------------------------------------------
006040 1650-WRITE-PAGE-HEADING.
006050     ADD 1 TO WS-PAGE-NUMBER
006060     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
006070     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
006080     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
006090         AFTER ADVANCING PAGE
006100     MOVE ZEROS TO WS-LINE-COUNT.
006110 1650-EXIT.
006120     EXIT.
006130*
006140* ---------------------------------------------------------------
006150* 1660-CHECK-PAGE-BREAK
006160* STARTS A NEW PAGE WHEN THIS ONE IS FULL, REPEATING THE
006170* COLUMN HEADING OF THE CHECK BEING PRINTED.
006180* ---------------------------------------------------------------
006190 1660-CHECK-PAGE-BREAK.
006200     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
006210         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
006220         IF WS-COLUMN-HEADING-LINE NOT = SPACES
006230             WRITE PRINT-LINE FROM WS-COLUMN-HEADING-LINE
006240                 AFTER ADVANCING 2 LINES
006250             ADD 2 TO WS-LINE-COUNT
006260         END-IF
006270     END-IF.
006280 1660-EXIT.
006290     EXIT.
006300*
006310* ---------------------------------------------------------------
006320* 1700-START-PAY-HISTORY-PASS
006330* POSITIONS PAYHIST AT ITS FIRST RECORD AND READS IT.  EACH
006340* PAYHIST CHECK MAKES ITS OWN PASS SO THE REPORT COMES OUT
006350* GROUPED BY CHECK.
006360* ---------------------------------------------------------------
006370 1700-START-PAY-HISTORY-PASS.
006380     SET PH-NOT-END-OF-FILE TO TRUE
006390     MOVE LOW-VALUES TO PH-KEY
006400     START PAY-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
006410         INVALID KEY
006420             SET PH-END-OF-FILE TO TRUE
006430     END-START
006440     IF PH-NOT-END-OF-FILE
006450         PERFORM 1710-READ-PAY-HISTORY THRU 1710-EXIT
006460     END-IF.
006470 1700-EXIT.
006480     EXIT.
006490*
006500* ---------------------------------------------------------------
006510* 1710-READ-PAY-HISTORY
006520* READS THE NEXT PAYHIST RECORD.
006530* ---------------------------------------------------------------
006540 1710-READ-PAY-HISTORY.
006550     READ PAY-HISTORY-FILE NEXT RECORD
006560         AT END
006570             SET PH-END-OF-FILE TO TRUE
006580     END-READ.
006590 1710-EXIT.
006600     EXIT.
006610*
006620* ---------------------------------------------------------------
006630* 1750-LOAD-ONE-IDENT
006640* LOADS EVERY PAYHIST RECORD OF THE IDENT JUST READ INTO THE
006650* HISTORY TABLE, LEAVING THE NEXT IDENT'S FIRST RECORD READ,
006660* AND PAIRS THE REVERSALS (1760).  MORE RECORDS THAN THE TABLE
006670* HOLDS IS FATAL.
006680* ---------------------------------------------------------------
006690 1750-LOAD-ONE-IDENT.
006700     MOVE PH-IDENT TO WS-CUR-IDENT
006710     MOVE ZEROS TO WS-HT-COUNT
006720     PERFORM UNTIL PH-END-OF-FILE
006730             OR PH-IDENT NOT = WS-CUR-IDENT
006740         IF WS-HT-COUNT >= WS-HISTORY-TABLE-MAX
006750             MOVE SPACES TO WS-GENERIC-LINE
006760             STRING "COBOL13 - TOO MANY PAYHIST RECORDS FOR "
006770                 "IDENT " WS-CUR-IDENT
006780                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
006790             PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
006800         END-IF
006810         ADD 1 TO WS-HT-COUNT
006820         MOVE PH-PAY-DATE TO WS-HT-PAY-DATE (WS-HT-COUNT)
006830         MOVE PH-RECORD-TYPE TO WS-HT-RECORD-TYPE (WS-HT-COUNT)
006840         MOVE PH-RETURNED-FLAG
006850             TO WS-HT-RETURNED-FLAG (WS-HT-COUNT)
006860         MOVE PH-GROSS-PAY TO WS-HT-GROSS (WS-HT-COUNT)
006870         MOVE PH-YTD-GROSS TO WS-HT-YTD-GROSS (WS-HT-COUNT)
006880         MOVE "N" TO WS-HT-MATCHED (WS-HT-COUNT)
006890         MOVE SPACES TO WS-HT-MATCH-YEAR (WS-HT-COUNT)
006900         PERFORM 1710-READ-PAY-HISTORY THRU 1710-EXIT
006910     END-PERFORM
006920     PERFORM 1760-PAIR-REVERSALS THRU 1760-EXIT.
006930 1750-EXIT.
006940     EXIT.
006950*
006960* ---------------------------------------------------------------
006970* 1760-PAIR-REVERSALS
006980* PAIRS EVERY REVERSED PAYMENT OF THE CURRENT CUSTOMER WITH ITS
006990* OFFSET (1770), EARLIEST PAYMENT FIRST.
007000* ---------------------------------------------------------------
007010 1760-PAIR-REVERSALS.
007020     PERFORM VARYING WS-HT-SUBSCRIPT FROM 1 BY 1
007030             UNTIL WS-HT-SUBSCRIPT > WS-HT-COUNT
007040         IF WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) = "V"
007050                 AND WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (5:4)
007060                     NOT = "0000"
007070             PERFORM 1770-MATCH-ONE-REVERSAL THRU 1770-EXIT
007080         END-IF
007090     END-PERFORM.
007100 1760-EXIT.
007110     EXIT.
007120*
007130* ---------------------------------------------------------------
007140* 1770-MATCH-ONE-REVERSAL
007150* FINDS THE FIRST UNUSED "R" OFFSET FOR THE REVERSED PAYMENT AT
007160* WS-HT-SUBSCRIPT - THE GROSS WITH ITS SIGN TURNED, FILED ON OR
007170* AFTER THE PAYMENT'S DATE - AND MARKS THE TWO MATCHED.  COBOL01
007180* FILES AN OFFSET UNDER ITS REVERSAL RUN'S DATE WITH NO POINTER
007190* BACK, SO THE AMOUNT AND DATE ARE ALL THERE IS TO GO ON.
007200* ---------------------------------------------------------------
007210 1770-MATCH-ONE-REVERSAL.
007220     MOVE ZEROS TO WS-HT-FOUND-SUBSCRIPT
007230     PERFORM VARYING WS-HT-R-SUBSCRIPT FROM 1 BY 1
007240             UNTIL WS-HT-R-SUBSCRIPT > WS-HT-COUNT
007250         IF WS-HT-RECORD-TYPE (WS-HT-R-SUBSCRIPT) = "R"
007260                 AND WS-HT-MATCHED (WS-HT-R-SUBSCRIPT) = "N"
007270                 AND WS-HT-PAY-DATE (WS-HT-R-SUBSCRIPT)
007280                     NOT < WS-HT-PAY-DATE (WS-HT-SUBSCRIPT)
007290                 AND WS-HT-GROSS (WS-HT-R-SUBSCRIPT)
007300                     = ZERO - WS-HT-GROSS (WS-HT-SUBSCRIPT)
007310             MOVE WS-HT-R-SUBSCRIPT TO WS-HT-FOUND-SUBSCRIPT
007320             MOVE WS-HT-COUNT TO WS-HT-R-SUBSCRIPT
007330         END-IF
007340     END-PERFORM
007350     IF WS-HT-FOUND-SUBSCRIPT = ZEROS
007360         GO TO 1770-EXIT
007370     END-IF
007380     MOVE "Y" TO WS-HT-MATCHED (WS-HT-SUBSCRIPT)
007390     MOVE "Y" TO WS-HT-MATCHED (WS-HT-FOUND-SUBSCRIPT)
007400     MOVE WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (1:4)
007410         TO WS-HT-MATCH-YEAR (WS-HT-FOUND-SUBSCRIPT).
007420 1770-EXIT.
007430     EXIT.
007440*
007450* ---------------------------------------------------------------
007460* 1800-WRITE-EXCEPTION-LINE
007470* PRINTS THE EXCEPTION IN WS-EXCEPTION-WORK UNDER THE CHECK
007480* BEING MADE AND COUNTS IT.
007490* ---------------------------------------------------------------
007500 1800-WRITE-EXCEPTION-LINE.
007510     MOVE WS-EX-IDENT TO PRT-D-IDENT
007520     MOVE WS-EX-DATE TO PRT-D-DATE
007530     MOVE WS-EX-AMOUNT-1 TO PRT-D-AMOUNT-1
007540     MOVE WS-EX-AMOUNT-2 TO PRT-D-AMOUNT-2
007550     MOVE WS-EX-NOTE TO PRT-D-NOTE
007560     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007570     WRITE PRINT-LINE FROM WS-DETAIL-LINE AFTER ADVANCING 1 LINE
007580     ADD 1 TO WS-LINE-COUNT
007590     ADD 1 TO WS-CHECK-EXCEPTIONS (WS-CHECK-NUMBER)
007600     ADD 1 TO WS-EXCEPTION-TOTAL.
007610 1800-EXIT.
007620     EXIT.
007630*
007640* ---------------------------------------------------------------
007650* 1900-WRITE-GENERIC-LINE
007660* WRITES WS-GENERIC-LINE TO THE REPORT.
007670* ---------------------------------------------------------------
007680 1900-WRITE-GENERIC-LINE.
007690     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007700     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
007710     ADD 1 TO WS-LINE-COUNT.
007720 1900-EXIT.
007730     EXIT.
007740*
007750* ---------------------------------------------------------------
007760* 1990-INITIALIZE-FATAL
007770* PRINTS THE MESSAGE IN WS-GENERIC-LINE AND ENDS THE STEP WITH
007780* RETURN CODE 16.  THE AUDIT UPDATES NOTHING.
007790* ---------------------------------------------------------------
007800 1990-INITIALIZE-FATAL.
007810     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
007820     CLOSE CUSTOMER-MASTER-FILE
007830     CLOSE PAY-HISTORY-FILE
007840     CLOSE JOURNAL-IN-FILE
007850     CLOSE DEDUCTION-IN-FILE
007860     CLOSE RUN-LOG-FILE
007870     CLOSE PRINT-FILE
007880     MOVE 16 TO RETURN-CODE
007890     STOP RUN.
007900 1990-EXIT.
007910     EXIT.
007920*
007930* ---------------------------------------------------------------
007940* 2000-CHECK-YTD-TOTALS
007950* CHECK 1 - EVERY CUSTOMER'S YTD RECORDS AGAINST THE PAYMENTS
007960* ON FILE (2100).
007970* ---------------------------------------------------------------
007980 2000-CHECK-YTD-TOTALS.
007990     MOVE 1 TO WS-CHECK-NUMBER
008000     MOVE "YTD RECORDS AGREE WITH THE YEAR'S PAYMENTS"
008010         TO PRT-CH-TITLE
008020     MOVE "    YTD RECORD" TO PRT-DH-AMOUNT-1
008030     MOVE "      PAYMENTS" TO PRT-DH-AMOUNT-2
008040     PERFORM 1500-START-CHECK THRU 1500-EXIT
008050     PERFORM 1700-START-PAY-HISTORY-PASS THRU 1700-EXIT
008060     PERFORM UNTIL PH-END-OF-FILE
008070         PERFORM 1750-LOAD-ONE-IDENT THRU 1750-EXIT
008080         ADD 1 TO WS-IDENTS-AUDITED
008090         ADD WS-HT-COUNT TO WS-PH-RECORDS-READ
008100         PERFORM 2100-AUDIT-IDENT-YTD THRU 2100-EXIT
008110     END-PERFORM
008120     PERFORM 1550-END-CHECK THRU 1550-EXIT.
008130 2000-EXIT.
008140     EXIT.
008150*
008160* ---------------------------------------------------------------
008170* 2100-AUDIT-IDENT-YTD
008180* TOTALS THE CURRENT CUSTOMER'S PAYMENTS BY YEAR (2110) AND
008190* COMPARES EACH YEAR WITH ITS YTD RECORD (2150).
008200* ---------------------------------------------------------------
008210 2100-AUDIT-IDENT-YTD.
008220     MOVE ZEROS TO WS-YR-COUNT
008230     PERFORM VARYING WS-HT-SUBSCRIPT FROM 1 BY 1
008240             UNTIL WS-HT-SUBSCRIPT > WS-HT-COUNT
008250         PERFORM 2110-TAKE-ONE-ENTRY THRU 2110-EXIT
008260     END-PERFORM
008270     PERFORM VARYING WS-YR-SUBSCRIPT FROM 1 BY 1
008280             UNTIL WS-YR-SUBSCRIPT > WS-YR-COUNT
008290         PERFORM 2150-COMPARE-ONE-YEAR THRU 2150-EXIT
008300     END-PERFORM.
008310 2100-EXIT.
008320     EXIT.
008330*
008340* ---------------------------------------------------------------
008350* 2110-TAKE-ONE-ENTRY
008360* FILES ONE HISTORY ENTRY UNDER ITS YEAR - A YTD RECORD AS THE
008370* YEAR'S RECORDED TOTAL, A PAYMENT OR OFFSET INTO THE YEAR'S
008380* PAYMENTS.  A PAYMENT COUNTS IN ITS OWN YEAR UNLESS THE BANK
008390* RETURNED IT (COBOL04 TOOK IT BACK OUT OF YTD).  A REVERSED
008400* PAYMENT STILL COUNTS, AND ITS NEGATIVE OFFSET COUNTS IN THE
008410* REVERSED PAYMENT'S YEAR - THE YTD COBOL01 TOOK IT FROM.  AN
008420* OFFSET WITH NO REVERSED PAYMENT ON FILE CANNOT BE PLACED AND
008430* IS LEFT TO CHECK 2.
008440* ---------------------------------------------------------------
008450 2110-TAKE-ONE-ENTRY.
008460     IF WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (5:4) = "0000"
008470         MOVE WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (1:4)
008480             TO WS-YR-YEAR-WORK
008490         PERFORM 2120-FIND-YEAR THRU 2120-EXIT
008500         MOVE "Y" TO WS-YR-HAS-YTD (WS-YR-FOUND-SUBSCRIPT)
008510         MOVE WS-HT-YTD-GROSS (WS-HT-SUBSCRIPT)
008520             TO WS-YR-YTD-GROSS (WS-YR-FOUND-SUBSCRIPT)
008530         GO TO 2110-EXIT
008540     END-IF
008550     IF WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) = "R"
008560         IF WS-HT-MATCHED (WS-HT-SUBSCRIPT) NOT = "Y"
008570             GO TO 2110-EXIT
008580         END-IF
008590         MOVE WS-HT-MATCH-YEAR (WS-HT-SUBSCRIPT)
008600             TO WS-YR-YEAR-WORK
008610     ELSE
008620         IF WS-HT-RETURNED-FLAG (WS-HT-SUBSCRIPT) = "R"
008630             GO TO 2110-EXIT
008640         END-IF
008650         MOVE WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (1:4)
008660             TO WS-YR-YEAR-WORK
008670     END-IF
008680     PERFORM 2120-FIND-YEAR THRU 2120-EXIT
008690     ADD WS-HT-GROSS (WS-HT-SUBSCRIPT)
008700         TO WS-YR-PAYMENTS (WS-YR-FOUND-SUBSCRIPT).
008710 2110-EXIT.
008720     EXIT.
008730*
008740* ---------------------------------------------------------------
008750* 2120-FIND-YEAR
008760* LOOKS UP WS-YR-YEAR-WORK IN THE YEAR TABLE, ADDING IT IF IT IS
008770* NOT THERE.  MORE YEARS THAN THE TABLE HOLDS IS FATAL.
008780* ---------------------------------------------------------------
008790 2120-FIND-YEAR.
008800     MOVE ZEROS TO WS-YR-FOUND-SUBSCRIPT
008810     PERFORM VARYING WS-YR-SUBSCRIPT FROM 1 BY 1
008820             UNTIL WS-YR-SUBSCRIPT > WS-YR-COUNT
008830         IF WS-YR-YEAR (WS-YR-SUBSCRIPT) = WS-YR-YEAR-WORK
008840             MOVE WS-YR-SUBSCRIPT TO WS-YR-FOUND-SUBSCRIPT
008850             MOVE WS-YR-COUNT TO WS-YR-SUBSCRIPT
008860         END-IF
008870     END-PERFORM
008880     IF WS-YR-FOUND-SUBSCRIPT > ZEROS
008890         GO TO 2120-EXIT
008900     END-IF
008910     IF WS-YR-COUNT >= WS-YEAR-TABLE-MAX
008920         MOVE SPACES TO WS-GENERIC-LINE
008930         STRING "COBOL13 - TOO MANY PAYHIST YEARS FOR IDENT "
008940             WS-CUR-IDENT
008950             DELIMITED BY SIZE INTO WS-GENERIC-LINE
008960         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
008970     END-IF
008980     ADD 1 TO WS-YR-COUNT
008990     MOVE WS-YR-COUNT TO WS-YR-FOUND-SUBSCRIPT
009000     MOVE WS-YR-YEAR-WORK TO WS-YR-YEAR (WS-YR-COUNT)
009010     MOVE "N" TO WS-YR-HAS-YTD (WS-YR-COUNT)
009020     MOVE ZEROS TO WS-YR-YTD-GROSS (WS-YR-COUNT)
009030     MOVE ZEROS TO WS-YR-PAYMENTS (WS-YR-COUNT).
009040 2120-EXIT.
009050     EXIT.
009060*
009070* ---------------------------------------------------------------
009080* 2150-COMPARE-ONE-YEAR
009090* REPORTS A YEAR WHOSE PAYMENTS HAVE NO YTD RECORD, OR WHOSE
009100* YTD RECORD DOES NOT EQUAL ITS PAYMENTS.  THE DATE PRINTED IS
009110* THE YTD KEY (YEAR PLUS "0000").
009120* ---------------------------------------------------------------
009130 2150-COMPARE-ONE-YEAR.
009140     IF WS-YR-HAS-YTD (WS-YR-SUBSCRIPT) = "Y"
009150         ADD 1 TO WS-YTD-RECORDS-CHECKED
009160     END-IF
009170     MOVE WS-CUR-IDENT TO WS-EX-IDENT
009180     MOVE WS-YR-YEAR (WS-YR-SUBSCRIPT) TO WS-EX-DATE
009190     MOVE "0000" TO WS-EX-DATE (5:4)
009200     MOVE WS-YR-YTD-GROSS (WS-YR-SUBSCRIPT) TO WS-EX-AMOUNT-1
009210     MOVE WS-YR-PAYMENTS (WS-YR-SUBSCRIPT) TO WS-EX-AMOUNT-2
009220     IF WS-YR-HAS-YTD (WS-YR-SUBSCRIPT) = "N"
009230         MOVE "PAYMENTS ON FILE BUT NO YTD RECORD FOR THE YEAR"
009240             TO WS-EX-NOTE
009250         PERFORM 1800-WRITE-EXCEPTION-LINE THRU 1800-EXIT
009260         GO TO 2150-EXIT
009270     END-IF
009280     IF WS-YR-YTD-GROSS (WS-YR-SUBSCRIPT)
009290             NOT = WS-YR-PAYMENTS (WS-YR-SUBSCRIPT)
009300         MOVE "YTD RECORD DOES NOT EQUAL THE YEAR'S PAYMENTS"
009310             TO WS-EX-NOTE
009320         PERFORM 1800-WRITE-EXCEPTION-LINE THRU 1800-EXIT
009330     END-IF.
009340 2150-EXIT.
009350     EXIT.
009360*
009370* ---------------------------------------------------------------
009380* 3000-CHECK-REVERSAL-OFFSETS
009390* CHECK 2 - EVERY REVERSED PAYMENT HAS ITS OFFSET AND EVERY
009400* OFFSET ITS REVERSED PAYMENT (3100).
009410* ---------------------------------------------------------------
009420 3000-CHECK-REVERSAL-OFFSETS.
009430     MOVE 2 TO WS-CHECK-NUMBER
009440     MOVE "EVERY REVERSED PAYMENT HAS ITS R OFFSET RECORD"
009450         TO PRT-CH-TITLE
009460     MOVE "         GROSS" TO PRT-DH-AMOUNT-1
009470     MOVE SPACES TO PRT-DH-AMOUNT-2
009480     PERFORM 1500-START-CHECK THRU 1500-EXIT
009490     PERFORM 1700-START-PAY-HISTORY-PASS THRU 1700-EXIT
009500     PERFORM UNTIL PH-END-OF-FILE
009510         PERFORM 1750-LOAD-ONE-IDENT THRU 1750-EXIT
009520         PERFORM VARYING WS-HT-SUBSCRIPT FROM 1 BY 1
009530                 UNTIL WS-HT-SUBSCRIPT > WS-HT-COUNT
009540             PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
009550         END-PERFORM
009560     END-PERFORM
009570     PERFORM 1550-END-CHECK THRU 1550-EXIT.
009580 3000-EXIT.
009590     EXIT.
009600*
009610* ---------------------------------------------------------------
009620* 3100-CHECK-ONE-ENTRY
009630* REPORTS ONE HISTORY ENTRY IF IT IS A REVERSED PAYMENT OR AN
009640* OFFSET THAT 1760 LEFT UNPAIRED.
009650* ---------------------------------------------------------------
009660 3100-CHECK-ONE-ENTRY.
009670     IF WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (5:4) = "0000"
009680         GO TO 3100-EXIT
009690     END-IF
009700     IF WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) NOT = "V"
009710             AND WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) NOT = "R"
009720         GO TO 3100-EXIT
009730     END-IF
009740     IF WS-HT-MATCHED (WS-HT-SUBSCRIPT) = "Y"
009750         IF WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) = "V"
009760             ADD 1 TO WS-REVERSALS-MATCHED
009770         END-IF
009780         GO TO 3100-EXIT
009790     END-IF
009800     MOVE WS-CUR-IDENT TO WS-EX-IDENT
009810     MOVE WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) TO WS-EX-DATE
009820     MOVE WS-HT-GROSS (WS-HT-SUBSCRIPT) TO WS-EX-AMOUNT-1
009830     MOVE ZEROS TO WS-EX-AMOUNT-2
009840     IF WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) = "V"
009850         MOVE "REVERSED PAYMENT HAS NO R OFFSET RECORD"
009860             TO WS-EX-NOTE
009870     ELSE
009880         MOVE "R OFFSET HAS NO REVERSED PAYMENT ON FILE"
009890             TO WS-EX-NOTE
009900     END-IF
009910     PERFORM 1800-WRITE-EXCEPTION-LINE THRU 1800-EXIT.
009920 3100-EXIT.
009930     EXIT.
009940*
009950* ---------------------------------------------------------------
009960* 4000-CHECK-IDENTS-ON-MASTER
009970* CHECK 3 - EVERY PAYHIST IDENT IS ON THE MASTER OR WAS DELETED
009980* BY A JOURNALED COBOL03 TRANSACTION (4100).
009990* ---------------------------------------------------------------
010000 4000-CHECK-IDENTS-ON-MASTER.
010010     MOVE 3 TO WS-CHECK-NUMBER
010020     MOVE "PAYHIST IDENTS ON THE MASTER OR JOURNALED DELETED"
010030         TO PRT-CH-TITLE
010040     MOVE SPACES TO PRT-DH-AMOUNT-1
010050     MOVE SPACES TO PRT-DH-AMOUNT-2
010060     PERFORM 1500-START-CHECK THRU 1500-EXIT
010070     PERFORM 1700-START-PAY-HISTORY-PASS THRU 1700-EXIT
010080     PERFORM UNTIL PH-END-OF-FILE
010090         PERFORM 1750-LOAD-ONE-IDENT THRU 1750-EXIT
010100         PERFORM 4100-AUDIT-IDENT-ON-MASTER THRU 4100-EXIT
010110     END-PERFORM
010120     PERFORM 1550-END-CHECK THRU 1550-EXIT.
010130 4000-EXIT.
010140     EXIT.
010150*
010160* ---------------------------------------------------------------
010170* 4100-AUDIT-IDENT-ON-MASTER
010180* LOOKS THE CURRENT CUSTOMER UP ON THE MASTER, THEN AMONG THE
010190* JOURNALED DELETES.  AN IDENT IN NEITHER PLACE IS REPORTED
010200* WITH THE KEY DATE OF ITS LAST PAYHIST RECORD AND THE NUMBER
010210* OF RECORDS IT HAS.
010220* ---------------------------------------------------------------
010230 4100-AUDIT-IDENT-ON-MASTER.
010240     MOVE WS-CUR-IDENT TO CM-IDENT
010250     SET CUSTOMER-ON-MASTER TO TRUE
010260     READ CUSTOMER-MASTER-FILE
010270         INVALID KEY
010280             SET CUSTOMER-NOT-ON-MASTER TO TRUE
010290     END-READ
010300     IF CUSTOMER-ON-MASTER
010310         GO TO 4100-EXIT
010320     END-IF
010330     MOVE WS-CUR-IDENT TO WS-DL-IDENT-WORK
010340     PERFORM 1220-FIND-DELETED-IDENT THRU 1220-EXIT
010350     IF WS-DL-FOUND-SUBSCRIPT > ZEROS
010360         ADD 1 TO WS-IDENTS-DELETED
010370         GO TO 4100-EXIT
010380     END-IF
010390     MOVE WS-CUR-IDENT TO WS-EX-IDENT
010400     MOVE WS-HT-PAY-DATE (WS-HT-COUNT) TO WS-EX-DATE
010410     MOVE ZEROS TO WS-EX-AMOUNT-1
010420     MOVE ZEROS TO WS-EX-AMOUNT-2
010430     MOVE WS-HT-COUNT TO WS-EX-RECORD-COUNT
010440     MOVE SPACES TO WS-EX-NOTE
010450     STRING "NOT ON MASTER, NO JOURNALED DELETE - "
010460         WS-EX-RECORD-COUNT " RECORDS"
010470         DELIMITED BY SIZE INTO WS-EX-NOTE
010480     PERFORM 1800-WRITE-EXCEPTION-LINE THRU 1800-EXIT.
010490 4100-EXIT.
010500     EXIT.
010510*
010520* ---------------------------------------------------------------
010530* 5000-CHECK-DEDUCTION-CARDS
010540* CHECK 4 - EVERY DEDFILE CARD AGAINST THE MASTER AND ITS OWN
010550* TOTAL TO COLLECT (5100).
010560* ---------------------------------------------------------------
010570 5000-CHECK-DEDUCTION-CARDS.
010580     MOVE 4 TO WS-CHECK-NUMBER
010590     MOVE "DEDFILE IDENTS ON MASTER, COLLECTED NOT OVER TOTAL"
010600         TO PRT-CH-TITLE
010610     MOVE "    TO COLLECT" TO PRT-DH-AMOUNT-1
010620     MOVE "     COLLECTED" TO PRT-DH-AMOUNT-2
010630     PERFORM 1500-START-CHECK THRU 1500-EXIT
010640     PERFORM UNTIL CD-END-OF-FILE
010650         READ DEDUCTION-IN-FILE
010660             AT END
010670                 SET CD-END-OF-FILE TO TRUE
010680             NOT AT END
010690                 PERFORM 5100-AUDIT-ONE-DEDUCTION-CARD
010700                     THRU 5100-EXIT
010710         END-READ
010720     END-PERFORM
010730     PERFORM 1550-END-CHECK THRU 1550-EXIT.
010740 5000-EXIT.
010750     EXIT.
010760*
010770* ---------------------------------------------------------------
010780* 5100-AUDIT-ONE-DEDUCTION-CARD
010790* CHECKS ONE DEDFILE CARD.  "*" CARDS ARE COMMENTS AND BLANK
010800* CARDS ARE IGNORED, AS IN COBOL01.  A CARD THAT WILL NOT EDIT
010810* IS REPORTED - THE NEXT PAYING RUN WOULD END RC=16 ON IT.  A
010820* TOTAL TO COLLECT OF ZERO IS OPEN-ENDED AND CANNOT BE
010830* EXCEEDED.  THE DEDUCTION NAME LEADS THE EXCEPTION TEXT.
010840* ---------------------------------------------------------------
010850 5100-AUDIT-ONE-DEDUCTION-CARD.
010860     IF CD-DEDUCTION-RECORD = SPACES OR CD-IDENT (1:1) = "*"
010870         GO TO 5100-EXIT
010880     END-IF
010890     ADD 1 TO WS-CD-CARDS-CHECKED
010900     MOVE CD-IDENT TO WS-EX-IDENT
010910     MOVE SPACES TO WS-EX-DATE
010920     MOVE ZEROS TO WS-EX-AMOUNT-1
010930     MOVE ZEROS TO WS-EX-AMOUNT-2
010940     IF CD-IDENT NOT NUMERIC
010950             OR CD-TOTAL-TO-COLLECT NOT NUMERIC
010960             OR CD-COLLECTED-TO-DATE NOT NUMERIC
010970         MOVE SPACES TO WS-EX-NOTE
010980         STRING CD-NAME " - CARD NOT NUMERIC"
010990             DELIMITED BY SIZE INTO WS-EX-NOTE
011000         PERFORM 1800-WRITE-EXCEPTION-LINE THRU 1800-EXIT
011010         GO TO 5100-EXIT
011020     END-IF
011030     MOVE CD-TOTAL-TO-COLLECT TO WS-CD-TOTAL (1:9)
011040     MOVE CD-COLLECTED-TO-DATE TO WS-CD-COLLECTED (1:9)
011050     MOVE WS-CD-TOTAL TO WS-EX-AMOUNT-1
011060     MOVE WS-CD-COLLECTED TO WS-EX-AMOUNT-2
011070     MOVE CD-IDENT TO CM-IDENT
011080     SET CUSTOMER-ON-MASTER TO TRUE
011090     READ CUSTOMER-MASTER-FILE
011100         INVALID KEY
011110             SET CUSTOMER-NOT-ON-MASTER TO TRUE
011120     END-READ
011130     IF CUSTOMER-NOT-ON-MASTER
011140         MOVE SPACES TO WS-EX-NOTE
011150         STRING CD-NAME " - IDENT NOT ON THE MASTER"
011160             DELIMITED BY SIZE INTO WS-EX-NOTE
011170         PERFORM 1800-WRITE-EXCEPTION-LINE THRU 1800-EXIT
011180     END-IF
011190     IF WS-CD-TOTAL > ZEROS
011200             AND WS-CD-COLLECTED > WS-CD-TOTAL
011210         MOVE SPACES TO WS-EX-NOTE
011220         STRING CD-NAME " - COLLECTED EXCEEDS TOTAL TO COLLECT"
011230             DELIMITED BY SIZE INTO WS-EX-NOTE
011240         PERFORM 1800-WRITE-EXCEPTION-LINE THRU 1800-EXIT
011250     END-IF.
011260 5100-EXIT.
011270     EXIT.
011280*
011290* ---------------------------------------------------------------
011300* 6000-CHECK-PAYMENTS-LOGGED
011310* CHECK 5 - EVERY PAYMENT AND OFFSET ON PAYHIST WAS MADE BY A
011320* RUN THE RUN LOG SHOWS ENDED CLEANLY (6100).
011330* ---------------------------------------------------------------
011340 6000-CHECK-PAYMENTS-LOGGED.
011350     MOVE 5 TO WS-CHECK-NUMBER
011360     MOVE "EVERY PAYMENT MADE BY A RUN LOGGED AS ENDING CLEANLY"
011370         TO PRT-CH-TITLE
011380     MOVE "         GROSS" TO PRT-DH-AMOUNT-1
011390     MOVE SPACES TO PRT-DH-AMOUNT-2
011400     PERFORM 1500-START-CHECK THRU 1500-EXIT
011410     PERFORM 1700-START-PAY-HISTORY-PASS THRU 1700-EXIT
011420     PERFORM UNTIL PH-END-OF-FILE
011430         PERFORM 1750-LOAD-ONE-IDENT THRU 1750-EXIT
011440         PERFORM VARYING WS-HT-SUBSCRIPT FROM 1 BY 1
011450                 UNTIL WS-HT-SUBSCRIPT > WS-HT-COUNT
011460             PERFORM 6100-AUDIT-ONE-PAYMENT THRU 6100-EXIT
011470         END-PERFORM
011480     END-PERFORM
011490     PERFORM 1550-END-CHECK THRU 1550-EXIT.
011500 6000-EXIT.
011510     EXIT.
011520*
011530* ---------------------------------------------------------------
011540* 6100-AUDIT-ONE-PAYMENT
011550* A PAYMENT (RECORD TYPE SPACE, "S" OR "V") NEEDS A CLEAN
011560* PAYING RUN FOR ITS PAY DATE; AN "R" OFFSET NEEDS A CLEAN
011570* REVERSAL RUN ON ITS DATE.  YTD RECORDS ARE NOT PAYMENTS.
011580* ---------------------------------------------------------------
011590 6100-AUDIT-ONE-PAYMENT.
011600     IF WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) (5:4) = "0000"
011610         GO TO 6100-EXIT
011620     END-IF
011630     ADD 1 TO WS-PAYMENTS-CHECKED
011640     IF WS-HT-RECORD-TYPE (WS-HT-SUBSCRIPT) = "R"
011650         MOVE "V" TO WS-CR-KIND-WORK
011660     ELSE
011670         MOVE "P" TO WS-CR-KIND-WORK
011680     END-IF
011690     MOVE WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) TO WS-CR-DATE-WORK
011700     PERFORM 1320-FIND-CLEAN-RUN THRU 1320-EXIT
011710     IF WS-CR-FOUND-SUBSCRIPT > ZEROS
011720         GO TO 6100-EXIT
011730     END-IF
011740     MOVE WS-CUR-IDENT TO WS-EX-IDENT
011750     MOVE WS-HT-PAY-DATE (WS-HT-SUBSCRIPT) TO WS-EX-DATE
011760     MOVE WS-HT-GROSS (WS-HT-SUBSCRIPT) TO WS-EX-AMOUNT-1
011770     MOVE ZEROS TO WS-EX-AMOUNT-2
011780     IF WS-CR-KIND-WORK = "V"
011790         MOVE "NO CLEAN REVERSAL RUN ON THE RUN LOG FOR THE DATE"
011800             TO WS-EX-NOTE
011810     ELSE
011820         MOVE "NO CLEAN PAYING RUN ON THE RUN LOG FOR THE DATE"
011830             TO WS-EX-NOTE
011840     END-IF
011850     PERFORM 1800-WRITE-EXCEPTION-LINE THRU 1800-EXIT.
011860 6100-EXIT.
011870     EXIT.
011880*
011890* ---------------------------------------------------------------
011900* 8000-WRITE-RUN-TOTALS
011910* PRINTS WHAT WAS EXAMINED AND THE EXCEPTIONS BY CHECK.  ANY
011920* EXCEPTION ENDS THE STEP WITH RETURN CODE 8.
011930* ---------------------------------------------------------------
011940 8000-WRITE-RUN-TOTALS.
011950     MOVE SPACES TO WS-COLUMN-HEADING-LINE
011960     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
011970     MOVE "PAYHIST RECORDS READ" TO PRT-T-LABEL
011980     MOVE WS-PH-RECORDS-READ TO PRT-T-COUNT
011990     WRITE PRINT-LINE FROM WS-TOTALS-LINE
012000         AFTER ADVANCING 3 LINES
012010     ADD 3 TO WS-LINE-COUNT
012020     MOVE "PAYHIST IDENTS AUDITED" TO PRT-T-LABEL
012030     MOVE WS-IDENTS-AUDITED TO PRT-T-COUNT
012040     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
012050     MOVE "YTD RECORDS CHECKED" TO PRT-T-LABEL
012060     MOVE WS-YTD-RECORDS-CHECKED TO PRT-T-COUNT
012070     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
012080     MOVE "REVERSALS WITH THEIR OFFSET" TO PRT-T-LABEL
012090     MOVE WS-REVERSALS-MATCHED TO PRT-T-COUNT
012100     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
012110     MOVE "JOURNAL RECORDS READ" TO PRT-T-LABEL
012120     MOVE WS-JI-RECORDS-READ TO PRT-T-COUNT
012130     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
012140     MOVE "IDENTS JOURNALED DELETED" TO PRT-T-LABEL
012150     MOVE WS-IDENTS-DELETED TO PRT-T-COUNT
012160     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
012170     MOVE "DEDFILE CARDS CHECKED" TO PRT-T-LABEL
012180     MOVE WS-CD-CARDS-CHECKED TO PRT-T-COUNT
012190     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
012200     MOVE "RUN LOG RECORDS READ" TO PRT-T-LABEL
012210     MOVE WS-RL-RECORDS-READ TO PRT-T-COUNT
012220     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
012230     MOVE "CLEAN PAYING/REVERSAL RUNS" TO PRT-T-LABEL
012240     MOVE WS-CLEAN-RUNS-LOGGED TO PRT-T-COUNT
012250     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
012260     MOVE "PAYMENTS CHECKED AGAINST LOG" TO PRT-T-LABEL
012270     MOVE WS-PAYMENTS-CHECKED TO PRT-T-COUNT
012280     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
012290     PERFORM VARYING WS-CHECK-NUMBER FROM 1 BY 1
012300             UNTIL WS-CHECK-NUMBER > 5
012310         MOVE SPACES TO PRT-T-LABEL
012320         STRING "EXCEPTIONS - CHECK " WS-CHECK-NUMBER
012330             DELIMITED BY SIZE INTO PRT-T-LABEL
012340         MOVE WS-CHECK-EXCEPTIONS (WS-CHECK-NUMBER) TO PRT-T-COUNT
012350         PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
012360     END-PERFORM
012370     MOVE "EXCEPTIONS - ALL CHECKS" TO PRT-T-LABEL
012380     MOVE WS-EXCEPTION-TOTAL TO PRT-T-COUNT
012390     PERFORM 8100-WRITE-ONE-TOTAL-LINE THRU 8100-EXIT
012400     IF WS-EXCEPTION-TOTAL > ZEROS
012410         MOVE SPACES TO WS-GENERIC-LINE
012420         MOVE "RUN NOT CLEAN - FILES OUT OF AGREEMENT, SEE ABOVE"
012430             TO WS-GENERIC-LINE
012440         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
012450         MOVE 8 TO RETURN-CODE
012460     END-IF.
012470 8000-EXIT.
012480     EXIT.
012490*
012500* ---------------------------------------------------------------
012510* 8100-WRITE-ONE-TOTAL-LINE
012520* WRITES ONE COUNT LINE OF THE RUN TOTALS.
012530* ---------------------------------------------------------------
012540 8100-WRITE-ONE-TOTAL-LINE.
012550     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
012560     WRITE PRINT-LINE FROM WS-TOTALS-LINE
012570         AFTER ADVANCING 1 LINE
012580     ADD 1 TO WS-LINE-COUNT.
012590 8100-EXIT.
012600     EXIT.
012610*
012620* ---------------------------------------------------------------
012630* 9000-TERMINATE
012640* CLOSES THE FILES.
012650* ---------------------------------------------------------------
012660 9000-TERMINATE.
012670     CLOSE CUSTOMER-MASTER-FILE
012680     CLOSE PAY-HISTORY-FILE
012690     CLOSE JOURNAL-IN-FILE
012700     CLOSE DEDUCTION-IN-FILE
012710     CLOSE RUN-LOG-FILE
012720     CLOSE PRINT-FILE.
012730 9000-EXIT.
012740     EXIT.
