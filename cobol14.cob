000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. COBOL14.
000040 AUTHOR. ASGR.
000050 INSTALLATION. PAYROLL-SYSTEMS.
000060 DATE-WRITTEN. OCT 15 2026.
000070 DATE-COMPILED.
000080*
000090* LEAVE-BALANCE MAINTENANCE AND LEAVE-LIABILITY REPORT.  FIRST
000100* APPLIES A BATCH FILE OF ADJUSTMENT CARDS TO THE LEAVE-BALANCE
000110* FILE (THE LV-LEAVE-BALANCE-RECORD LAYOUT IN LEAVEREC) - OPENING
000120* BALANCES FOR CUSTOMERS BROUGHT ONTO THE SYSTEM, AND HAND
000130* CORRECTIONS SUCH AS LEAVE PUT BACK AFTER A REVERSAL - WITH A
000140* MAINTAINED/REJECTED AUDIT LINE FOR EVERY CARD.  THEN READS THE
000150* WHOLE FILE AND PRINTS THE LEAVE LIABILITY BY DEPARTMENT - THE
000160* VACATION AND SICK HOURS STANDING TO THE CUSTOMERS' CREDIT AND
000170* WHAT THEY WOULD COST AT EACH CUSTOMER'S CURRENT PAY RATE ON THE
000180* CUSTOMER MASTER.  THE ACCRUALS THEMSELVES ARE FILED BY EVERY
000190* PAYING RUN OF COBOL01.
000200*
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 ASG   ORIGINAL PROGRAM - LEAVE-BALANCE ADJUSTMENTS
000240*                  FROM A BATCH CARD FILE WITH A PER-CARD AUDIT
000250*                  LISTING, AND THE LEAVE-LIABILITY REPORT BY
000260*                  DEPARTMENT.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS LV-IDENT
000380         FILE STATUS IS WS-LV-FILE-STATUS.
000390     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CM-IDENT
000430         ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
000440         FILE STATUS IS WS-CM-FILE-STATUS.
000450     SELECT TRANSACTION-FILE ASSIGN TO "LEAVEADJ"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-TX-FILE-STATUS.
000480     SELECT PRINT-FILE ASSIGN TO "LEAVELST"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PRT-FILE-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  LEAVE-BALANCE-FILE
000550         LABEL RECORDS ARE STANDARD.
000560     COPY LEAVEREC.
000570 FD  CUSTOMER-MASTER-FILE
000580         LABEL RECORDS ARE STANDARD.
000590     COPY CUSTREC.
000600 FD  TRANSACTION-FILE
000610         RECORD CONTAINS 80 CHARACTERS
000620         LABEL RECORDS ARE OMITTED.
000630 01  TX-TRANSACTION-RECORD.
000640     02  TX-IDENT-NUMBER             PIC X(06).
000650     02  TX-IDENT-CHECK-DIGIT        PIC X(01).
000660     02  TX-LEAVE-TYPE               PIC X(01).
000670     02  TX-ACTION-CODE              PIC X(01).
000680     02  TX-HOURS                    PIC X(06).
000690     02  TX-REASON                   PIC X(30).
000700     02  FILLER                      PIC X(35).
000710 FD  PRINT-FILE
000720         RECORD CONTAINS 132 CHARACTERS
000730         LABEL RECORDS ARE OMITTED.
000740 01  PRINT-LINE                  PIC X(132).
000750*
000760 WORKING-STORAGE SECTION.
000770* ---------------------------------------------------------------
000780* FILE I/O CONTROLS
000790* ---------------------------------------------------------------
000800 77  WS-LV-FILE-STATUS        PIC X(02) VALUE SPACES.
000810 77  WS-CM-FILE-STATUS        PIC X(02) VALUE SPACES.
000820 77  WS-TX-FILE-STATUS        PIC X(02) VALUE SPACES.
000830 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
000840 01  WS-SWITCHES.
000850     02  WS-TX-EOF-SWITCH        PIC X(01) VALUE "N".
000860         88  TX-END-OF-FILE           VALUE "Y".
000870         88  TX-NOT-END-OF-FILE       VALUE "N".
000880     02  WS-TX-VALID-SWITCH      PIC X(01) VALUE "Y".
000890         88  TX-IS-VALID              VALUE "Y".
000900         88  TX-IS-REJECTED           VALUE "N".
000910     02  WS-LV-EOF-SWITCH        PIC X(01) VALUE "N".
000920         88  LV-END-OF-FILE           VALUE "Y".
000930         88  LV-NOT-END-OF-FILE       VALUE "N".
000940     02  WS-LV-FOUND-SWITCH      PIC X(01) VALUE "N".
000950         88  LEAVE-RECORD-FOUND       VALUE "Y".
000960         88  LEAVE-RECORD-NOT-FOUND   VALUE "N".
000970*
000980* ---------------------------------------------------------------
000990* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS.  THE AUDIT
001000* LISTING AND THE LIABILITY REPORT EACH HAVE THEIR OWN COLUMN
001010* HEADINGS; 1650 REPEATS WHICHEVER IS IN WS-COLUMN-HEADING-LINE.
001020* ---------------------------------------------------------------
001030 01  WS-PRT-CONTROLS.
001040     02  WS-RUN-DATE              PIC X(08).
001050     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
001060     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
001070     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
001080 01  WS-REPORT-PAGE-HEADING-1.
001090     02  FILLER             PIC X(30) VALUE
001100             "COBOL14 LEAVE BALANCES".
001110     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
001120     02  PRT-HDG-RUN-DATE   PIC X(10).
001130     02  FILLER             PIC X(10) VALUE SPACES.
001140     02  FILLER             PIC X(06) VALUE "PAGE: ".
001150     02  PRT-HDG-PAGE-NO    PIC ZZ9.
001160     02  FILLER             PIC X(63) VALUE SPACES.
001170 01  WS-COLUMN-HEADING-LINE   PIC X(132) VALUE SPACES.
001180 01  WS-AUDIT-HEADING-LINE.
001190     02  FILLER             PIC X(08) VALUE "TRAN".
001200     02  FILLER             PIC X(10) VALUE "IDENT".
001210     02  FILLER             PIC X(10) VALUE "LEAVE".
001220     02  FILLER             PIC X(08) VALUE "ACTION".
001230     02  FILLER             PIC X(10) VALUE "    HOURS".
001240     02  FILLER             PIC X(10) VALUE "      OLD".
001250     02  FILLER             PIC X(10) VALUE "      NEW".
001260     02  FILLER             PIC X(12) VALUE "DISPOSITION".
001270     02  FILLER             PIC X(40) VALUE "REASON".
001280     02  FILLER             PIC X(14) VALUE SPACES.
001290 01  WS-AUDIT-DETAIL-LINE.
001300     02  PRT-A-TRAN-NO      PIC ZZZZ9.
001310     02  FILLER             PIC X(03) VALUE SPACES.
001320     02  PRT-A-IDENT        PIC X(07).
001330     02  FILLER             PIC X(03) VALUE SPACES.
001340     02  PRT-A-LEAVE-TYPE   PIC X(08).
001350     02  FILLER             PIC X(02) VALUE SPACES.
001360     02  PRT-A-ACTION       PIC X(08).
001370     02  PRT-A-HOURS        PIC Z,ZZ9.99.
001380     02  FILLER             PIC X(02) VALUE SPACES.
001390     02  PRT-A-OLD-BALANCE  PIC Z,ZZ9.99.
001400     02  FILLER             PIC X(02) VALUE SPACES.
001410     02  PRT-A-NEW-BALANCE  PIC Z,ZZ9.99.
001420     02  FILLER             PIC X(02) VALUE SPACES.
001430     02  PRT-A-DISPOSITION  PIC X(10).
001440     02  FILLER             PIC X(02) VALUE SPACES.
001450     02  PRT-A-REASON       PIC X(40).
001460     02  FILLER             PIC X(14) VALUE SPACES.
001470 01  WS-DEPT-HEADING-LINE.
001480     02  FILLER             PIC X(06) VALUE "DEPT".
001490     02  FILLER             PIC X(10) VALUE "CUSTOMERS".
001500     02  FILLER             PIC X(14) VALUE "  VAC HOURS".
001510     02  FILLER             PIC X(17) VALUE "   VAC LIABILITY".
001520     02  FILLER             PIC X(14) VALUE " SICK HOURS".
001530     02  FILLER             PIC X(17) VALUE "  SICK LIABILITY".
001540     02  FILLER             PIC X(17) VALUE " TOTAL LIABILITY".
001550     02  FILLER             PIC X(37) VALUE SPACES.
001560 01  WS-DEPT-DETAIL-LINE.
001570     02  PRT-D-DEPT         PIC X(03).
001580     02  FILLER             PIC X(03) VALUE SPACES.
001590     02  PRT-D-COUNT        PIC ZZZZ9.
001600     02  FILLER             PIC X(03) VALUE SPACES.
001610     02  PRT-D-VAC-HOURS    PIC ZZZ,ZZZ,ZZ9.99.
001620     02  FILLER             PIC X(01) VALUE SPACES.
001630     02  PRT-D-VAC-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001640     02  FILLER             PIC X(01) VALUE SPACES.
001650     02  PRT-D-SICK-HOURS   PIC ZZZ,ZZZ,ZZ9.99.
001660     02  FILLER             PIC X(01) VALUE SPACES.
001670     02  PRT-D-SICK-AMOUNT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001680     02  FILLER             PIC X(01) VALUE SPACES.
001690     02  PRT-D-TOTAL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001700     02  FILLER             PIC X(35) VALUE SPACES.
001710 01  WS-TOTALS-LINE.
001720     02  PRT-T-LABEL        PIC X(30).
001730     02  PRT-T-COUNT        PIC ZZZZZZ9.
001740     02  FILLER             PIC X(95) VALUE SPACES.
001750 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
001760*
001770* ---------------------------------------------------------------
001780* ADJUSTMENT-CARD EDIT AND AUDIT FIELDS
001790* ---------------------------------------------------------------
001800 01  WS-TRANSACTION-WORK.
001810     02  WS-TX-COUNT              PIC 9(05) VALUE ZEROS.
001820     02  WS-SET-COUNT             PIC 9(05) VALUE ZEROS.
001830     02  WS-ADD-HOURS-COUNT       PIC 9(05) VALUE ZEROS.
001840     02  WS-SUBTRACT-COUNT        PIC 9(05) VALUE ZEROS.
001850     02  WS-RECORDS-CREATED       PIC 9(05) VALUE ZEROS.
001860     02  WS-REJECT-COUNT          PIC 9(05) VALUE ZEROS.
001870     02  WS-TX-REASON             PIC X(40) VALUE SPACES.
001880     02  WS-TX-ACTION-DISPLAY     PIC X(08) VALUE SPACES.
001890     02  WS-TX-LEAVE-DISPLAY      PIC X(08) VALUE SPACES.
001900     02  WS-TX-IDENT-DISPLAY      PIC X(07) VALUE SPACES.
001910     02  WS-TX-HOURS-WORK         PIC 9(04)V99 VALUE ZEROS.
001920     02  WS-OLD-BALANCE           PIC 9(04)V99 VALUE ZEROS.
001930     02  WS-NEW-BALANCE           PIC 9(04)V99 VALUE ZEROS.
001940*
001950* ---------------------------------------------------------------
001960* IDENT CHECK-DIGIT FIELDS
001970* SAME MODULUS-10, LEFTMOST-FIRST ALTERNATING 2-1 WEIGHTING AS
001980* COBOL01 AND COBOL03.  EVERY CARD MUST CARRY THE FULL SEVEN-
001990* DIGIT IDENT AS FILED ON THE CUSTOMER MASTER.
002000* ---------------------------------------------------------------
002010 01  WS-IDENT-CHECK-FIELDS.
002020     02  WS-IDENT-NUMBER-WORK      PIC 9(06).
002030     02  WS-IDENT-DIGIT-TABLE REDEFINES WS-IDENT-NUMBER-WORK.
002040         03  WS-IDENT-DIGIT PIC 9 OCCURS 6 TIMES.
002050     02  WS-IDENT-WEIGHT-TABLE.
002060         03  FILLER PIC 9 VALUE 2.
002070         03  FILLER PIC 9 VALUE 1.
002080         03  FILLER PIC 9 VALUE 2.
002090         03  FILLER PIC 9 VALUE 1.
002100         03  FILLER PIC 9 VALUE 2.
002110         03  FILLER PIC 9 VALUE 1.
002120     02  WS-IDENT-WEIGHTS REDEFINES WS-IDENT-WEIGHT-TABLE.
002130         03  WS-IDENT-WEIGHT PIC 9 OCCURS 6 TIMES.
002140     02  WS-IDENT-SUBSCRIPT        PIC 9(01).
002150     02  WS-IDENT-DIGIT-PRODUCT    PIC 9(02).
002160     02  WS-IDENT-WEIGHTED-SUM     PIC 9(03).
002170     02  WS-IDENT-CHECK-QUOTIENT   PIC 9(02).
002180     02  WS-IDENT-COMPUTED-CHECK-DIGIT PIC 9(01).
002190*
002200* ---------------------------------------------------------------
002210* LIABILITY ACCUMULATORS - ONE ENTRY PER DEPARTMENT, IN THE
002220* ORDER FIRST SEEN, PLUS THE GRAND TOTALS.  A BALANCE WHOSE
002230* IDENT IS NO LONGER ON THE MASTER HAS NO RATE TO COST IT AT;
002240* ITS HOURS GO TO THE BLANK DEPARTMENT CODE AT NO LIABILITY
002250* AND ARE NOTED ON THE REPORT.
002260* ---------------------------------------------------------------
002270 77  WS-DEPT-TABLE-MAX          PIC 9(03) VALUE 100.
002280 01  WS-DEPT-TABLE.
002290     02  WS-DEPT-COUNT            PIC 9(03) VALUE ZEROS.
002300     02  WS-DEPT-ENTRY OCCURS 100 TIMES.
002310         03  WS-DEPT-CODE         PIC X(03).
002320         03  WS-DEPT-CUST-COUNT   PIC 9(05).
002330         03  WS-DEPT-VAC-HOURS    PIC 9(09)V99.
002340         03  WS-DEPT-VAC-AMOUNT   PIC 9(11)V99.
002350         03  WS-DEPT-SICK-HOURS   PIC 9(09)V99.
002360         03  WS-DEPT-SICK-AMOUNT  PIC 9(11)V99.
002370 01  WS-DEPT-SUBSCRIPT          PIC 9(03).
002380 01  WS-DEPT-FOUND-SUBSCRIPT    PIC 9(03).
002390 01  WS-CUR-DEPT-CODE           PIC X(03).
002400 01  WS-LIABILITY-WORK.
002410     02  WS-CUR-PAY-RATE          PIC 9(03)V99 VALUE ZEROS.
002420     02  WS-CUR-VAC-AMOUNT        PIC 9(07)V99 VALUE ZEROS.
002430     02  WS-CUR-SICK-AMOUNT       PIC 9(07)V99 VALUE ZEROS.
002440     02  WS-LV-RECORDS-READ       PIC 9(07) VALUE ZEROS.
002450     02  WS-NOT-ON-MASTER-COUNT   PIC 9(07) VALUE ZEROS.
002460     02  WS-TOT-CUST-COUNT        PIC 9(05) VALUE ZEROS.
002470     02  WS-TOT-VAC-HOURS         PIC 9(09)V99 VALUE ZEROS.
002480     02  WS-TOT-VAC-AMOUNT        PIC 9(11)V99 VALUE ZEROS.
002490     02  WS-TOT-SICK-HOURS        PIC 9(09)V99 VALUE ZEROS.
002500     02  WS-TOT-SICK-AMOUNT       PIC 9(11)V99 VALUE ZEROS.
002510*
002520 PROCEDURE DIVISION.
002530* ---------------------------------------------------------------
002540* 0000-MAIN-LOGIC
002550* OVERALL DRIVER - ADJUSTMENTS FIRST, SO THE LIABILITY REPORT
002560* SHOWS THE BALANCES AS THIS RUN LEFT THEM.
002570* ---------------------------------------------------------------
002580 0000-MAIN-LOGIC.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002600     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
002610     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT
002620     PERFORM 6000-LIABILITY-REPORT THRU 6000-EXIT
002630     PERFORM 9000-TERMINATE THRU 9000-EXIT
002640     STOP RUN.
002650*
002660* ---------------------------------------------------------------
002670* 1000-INITIALIZE
002680* OPENS THE FILES USED BY THE RUN.  PRINT-FILE IS FATAL IF IT
002690* WILL NOT OPEN - WITH NO AUDIT LISTING THERE IS NO ACCOUNTING
002700* FOR WHAT WAS DONE TO THE LEAVE-BALANCE FILE.  THE LEAVE-
002710* BALANCE FILE IS CREATED EMPTY ON THE FIRST RUN (STATUS 35),
002720* SO OPENING BALANCES CAN BE LOADED BEFORE COBOL01 HAS EVER
002730* ACCRUED, AND IS OTHERWISE FATAL, AS ARE THE CUSTOMER MASTER
002740* AND THE ADJUSTMENT FILE (DUMMY IT FOR A REPORT-ONLY RUN).
002750* ---------------------------------------------------------------
002760 1000-INITIALIZE.
002770     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002780     MOVE ZEROS TO WS-PAGE-NUMBER
002790     MOVE ZEROS TO WS-LINE-COUNT
002800     OPEN OUTPUT PRINT-FILE
002810     IF WS-PRT-FILE-STATUS NOT = "00"
002820         DISPLAY "COBOL14 - UNABLE TO OPEN PRINT-FILE, STATUS = "
002830             WS-PRT-FILE-STATUS
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF
002870     MOVE WS-AUDIT-HEADING-LINE TO WS-COLUMN-HEADING-LINE
002880     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
002890     OPEN I-O LEAVE-BALANCE-FILE
002900     IF WS-LV-FILE-STATUS = "35"
002910         OPEN OUTPUT LEAVE-BALANCE-FILE
002920         CLOSE LEAVE-BALANCE-FILE
002930         OPEN I-O LEAVE-BALANCE-FILE
002940     END-IF
002950     IF WS-LV-FILE-STATUS NOT = "00"
002960         MOVE SPACES TO WS-GENERIC-LINE
002970         STRING "COBOL14 - UNABLE TO OPEN LEAVE-BALANCE-FILE, "
002980             "STATUS = " WS-LV-FILE-STATUS
002990             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003000         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003010         PERFORM 9000-TERMINATE THRU 9000-EXIT
003020         MOVE 16 TO RETURN-CODE
003030         STOP RUN
003040     END-IF
003050     OPEN INPUT CUSTOMER-MASTER-FILE
003060     IF WS-CM-FILE-STATUS NOT = "00"
003070         MOVE SPACES TO WS-GENERIC-LINE
003080         STRING "COBOL14 - UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
003090             "STATUS = " WS-CM-FILE-STATUS
003100             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003110         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003120         PERFORM 9000-TERMINATE THRU 9000-EXIT
003130         MOVE 16 TO RETURN-CODE
003140         STOP RUN
003150     END-IF
003160     OPEN INPUT TRANSACTION-FILE
003170     IF WS-TX-FILE-STATUS NOT = "00"
003180         MOVE SPACES TO WS-GENERIC-LINE
003190         STRING "COBOL14 - UNABLE TO OPEN TRANSACTION-FILE, "
003200             "STATUS = " WS-TX-FILE-STATUS
003210             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003220         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003230         PERFORM 9000-TERMINATE THRU 9000-EXIT
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF.
003270 1000-EXIT.
003280     EXIT.
003290*
003300* ---------------------------------------------------------------
003310* 1650-WRITE-PAGE-HEADING
003320* STARTS A NEW PAGE WITH THE RUN DATE AND PAGE NUMBER FOLLOWED
003330* BY THE COLUMN HEADINGS OF THE PART OF THE LISTING UNDER WAY.
003340* ---------------------------------------------------------------
003350 1650-WRITE-PAGE-HEADING.
003360     ADD 1 TO WS-PAGE-NUMBER
003370     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
003380     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
003390     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
003400         AFTER ADVANCING PAGE
003410     MOVE ZEROS TO WS-LINE-COUNT
003420     WRITE PRINT-LINE FROM WS-COLUMN-HEADING-LINE
003430         AFTER ADVANCING 2 LINES
003440     ADD 2 TO WS-LINE-COUNT.
003450 1650-EXIT.
003460     EXIT.
003470*
003480* ---------------------------------------------------------------
003490* 1660-CHECK-PAGE-BREAK
003500* STARTS A NEW PAGE IF THE CURRENT ONE HAS FILLED UP.
003510* ---------------------------------------------------------------
003520 1660-CHECK-PAGE-BREAK.
003530     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
003540         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
003550     END-IF.
003560 1660-EXIT.
003570     EXIT.
003580*
003590* ---------------------------------------------------------------
003600* 1900-WRITE-GENERIC-LINE
003610* WRITES WHATEVER HAS BEEN MOVED INTO WS-GENERIC-LINE AS A
003620* SINGLE-SPACED REPORT LINE.
003630* ---------------------------------------------------------------
003640 1900-WRITE-GENERIC-LINE.
003650     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
003660     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
003670     ADD 1 TO WS-LINE-COUNT.
003680 1900-EXIT.
003690     EXIT.
003700*
003710* ---------------------------------------------------------------
003720* 2000-PROCESS-TRANSACTIONS
003730* READS THE ADJUSTMENT FILE AND PROCESSES EVERY CARD ON IT.
003740* ---------------------------------------------------------------
003750 2000-PROCESS-TRANSACTIONS.
003760     PERFORM UNTIL TX-END-OF-FILE
003770         READ TRANSACTION-FILE
003780             AT END
003790                 MOVE "Y" TO WS-TX-EOF-SWITCH
003800             NOT AT END
003810                 PERFORM 2100-PROCESS-ONE-TRANSACTION
003820                     THRU 2100-EXIT
003830         END-READ
003840     END-PERFORM.
003850 2000-EXIT.
003860     EXIT.
003870*
003880* ---------------------------------------------------------------
003890* 2100-PROCESS-ONE-TRANSACTION
003900* EDITS ONE ADJUSTMENT CARD AND, IF IT SURVIVES EVERY EDIT,
003910* APPLIES IT TO THE LEAVE-BALANCE FILE.  EVERY CARD - APPLIED
003920* OR REJECTED - GETS EXACTLY ONE AUDIT LINE.  "*" CARDS ARE
003930* COMMENTS AND BLANK CARDS ARE IGNORED.
003940* ---------------------------------------------------------------
003950 2100-PROCESS-ONE-TRANSACTION.
003960     IF TX-TRANSACTION-RECORD = SPACES
003970             OR TX-IDENT-NUMBER (1:1) = "*"
003980         GO TO 2100-EXIT
003990     END-IF
004000     ADD 1 TO WS-TX-COUNT
004010     SET TX-IS-VALID TO TRUE
004020     MOVE SPACES TO WS-TX-REASON
004030     MOVE ZEROS TO WS-TX-HOURS-WORK
004040     MOVE ZEROS TO WS-OLD-BALANCE
004050     MOVE ZEROS TO WS-NEW-BALANCE
004060     MOVE TX-IDENT-NUMBER TO WS-TX-IDENT-DISPLAY (1:6)
004070     MOVE TX-IDENT-CHECK-DIGIT TO WS-TX-IDENT-DISPLAY (7:1)
004080     EVALUATE TX-LEAVE-TYPE
004090         WHEN "V"
004100             MOVE "VACATION" TO WS-TX-LEAVE-DISPLAY
004110         WHEN "S"
004120             MOVE "SICK" TO WS-TX-LEAVE-DISPLAY
004130         WHEN OTHER
004140             MOVE TX-LEAVE-TYPE TO WS-TX-LEAVE-DISPLAY
004150             SET TX-IS-REJECTED TO TRUE
004160             MOVE "LEAVE TYPE NOT V OR S" TO WS-TX-REASON
004170     END-EVALUATE
004180     EVALUATE TX-ACTION-CODE
004190         WHEN "S"
004200             MOVE "SET" TO WS-TX-ACTION-DISPLAY
004210         WHEN "+"
004220             MOVE "ADD" TO WS-TX-ACTION-DISPLAY
004230         WHEN "-"
004240             MOVE "SUBTRACT" TO WS-TX-ACTION-DISPLAY
004250         WHEN OTHER
004260             MOVE TX-ACTION-CODE TO WS-TX-ACTION-DISPLAY
004270             IF TX-IS-VALID
004280                 SET TX-IS-REJECTED TO TRUE
004290                 MOVE "ACTION CODE NOT S, + OR -" TO WS-TX-REASON
004300             END-IF
004310     END-EVALUATE
004320     IF TX-IS-REJECTED
004330         PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
004340         GO TO 2100-EXIT
004350     END-IF
004360     PERFORM 2150-EDIT-IDENT-CHECK-DIGIT THRU 2150-EXIT
004370     IF TX-IS-REJECTED
004380         PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
004390         GO TO 2100-EXIT
004400     END-IF
004410     PERFORM 2200-EDIT-TRANSACTION-FIELDS THRU 2200-EXIT
004420     IF TX-IS-REJECTED
004430         PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
004440         GO TO 2100-EXIT
004450     END-IF
004460     PERFORM 3000-APPLY-ADJUSTMENT THRU 3000-EXIT
004470     PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT.
004480 2100-EXIT.
004490     EXIT.
004500*
004510* ---------------------------------------------------------------
004520* 2150-EDIT-IDENT-CHECK-DIGIT
004530* EDITS THE IDENT ON THE CARD AND VERIFIES ITS CHECK DIGIT.  THE
004540* IDENT NUMBER MUST BE SIX NUMERIC DIGITS AND NONZERO, AND EVERY
004550* CARD MUST CARRY THE CHECK DIGIT AS FILED ON THE CUSTOMER
004560* MASTER, SO A MISKEYED CARD CANNOT MOVE ANOTHER CUSTOMER'S
004570* LEAVE.
004580* ---------------------------------------------------------------
004590 2150-EDIT-IDENT-CHECK-DIGIT.
004600     IF TX-IDENT-NUMBER NOT NUMERIC
004610         SET TX-IS-REJECTED TO TRUE
004620         MOVE "IDENT NUMBER NOT NUMERIC" TO WS-TX-REASON
004630         GO TO 2150-EXIT
004640     END-IF
004650     MOVE TX-IDENT-NUMBER TO WS-IDENT-NUMBER-WORK
004660     IF WS-IDENT-NUMBER-WORK = ZEROS
004670         SET TX-IS-REJECTED TO TRUE
004680         MOVE "IDENT NUMBER IS ZERO" TO WS-TX-REASON
004690         GO TO 2150-EXIT
004700     END-IF
004710     IF TX-IDENT-CHECK-DIGIT = SPACE
004720         SET TX-IS-REJECTED TO TRUE
004730         MOVE "IDENT CHECK DIGIT REQUIRED" TO WS-TX-REASON
004740         GO TO 2150-EXIT
004750     END-IF
004760     IF TX-IDENT-CHECK-DIGIT NOT NUMERIC
004770         SET TX-IS-REJECTED TO TRUE
004780         MOVE "IDENT CHECK DIGIT NOT NUMERIC" TO WS-TX-REASON
004790         GO TO 2150-EXIT
004800     END-IF
004810     MOVE ZEROS TO WS-IDENT-WEIGHTED-SUM
004820     PERFORM VARYING WS-IDENT-SUBSCRIPT FROM 1 BY 1
004830             UNTIL WS-IDENT-SUBSCRIPT > 6
004840         MULTIPLY WS-IDENT-DIGIT (WS-IDENT-SUBSCRIPT)
004850             BY WS-IDENT-WEIGHT (WS-IDENT-SUBSCRIPT)
004860             GIVING WS-IDENT-DIGIT-PRODUCT
004870         ADD WS-IDENT-DIGIT-PRODUCT TO WS-IDENT-WEIGHTED-SUM
004880     END-PERFORM
004890     DIVIDE WS-IDENT-WEIGHTED-SUM BY 10
004900         GIVING WS-IDENT-CHECK-QUOTIENT
004910         REMAINDER WS-IDENT-COMPUTED-CHECK-DIGIT
004920     IF TX-IDENT-CHECK-DIGIT NOT = WS-IDENT-COMPUTED-CHECK-DIGIT
004930         SET TX-IS-REJECTED TO TRUE
004940         MOVE "IDENT CHECK DIGIT MISMATCH" TO WS-TX-REASON
004950     END-IF.
004960 2150-EXIT.
004970     EXIT.
004980*
004990* ---------------------------------------------------------------
005000* 2200-EDIT-TRANSACTION-FIELDS
005010* THE CUSTOMER MUST BE ON THE CUSTOMER MASTER AND THE HOURS
005020* MUST BE NUMERIC (9999V99, NO DECIMAL POINT).  A SET CARD MAY
005030* CARRY ZERO HOURS TO CLEAR A BALANCE; AN ADD OR SUBTRACT OF
005040* ZERO DOES NOTHING AND IS TURNED AWAY AS A LIKELY MISPUNCH.
005050* ---------------------------------------------------------------
005060 2200-EDIT-TRANSACTION-FIELDS.
005070     MOVE TX-IDENT-NUMBER TO CM-IDENT-NUMBER
005080     MOVE TX-IDENT-CHECK-DIGIT TO CM-IDENT-CHECK-DIGIT
005090     READ CUSTOMER-MASTER-FILE
005100         INVALID KEY
005110             SET TX-IS-REJECTED TO TRUE
005120             MOVE "IDENT NOT ON CUSTOMER MASTER" TO WS-TX-REASON
005130     END-READ
005140     IF TX-IS-REJECTED
005150         GO TO 2200-EXIT
005160     END-IF
005170     IF TX-HOURS NOT NUMERIC
005180         SET TX-IS-REJECTED TO TRUE
005190         MOVE "HOURS NOT NUMERIC" TO WS-TX-REASON
005200         GO TO 2200-EXIT
005210     END-IF
005220     MOVE TX-HOURS TO WS-TX-HOURS-WORK (1:6)
005230     IF WS-TX-HOURS-WORK = ZEROS AND TX-ACTION-CODE NOT = "S"
005240         SET TX-IS-REJECTED TO TRUE
005250         MOVE "HOURS ARE ZERO" TO WS-TX-REASON
005260     END-IF.
005270 2200-EXIT.
005280     EXIT.
005290*
005300* ---------------------------------------------------------------
005310* 3000-APPLY-ADJUSTMENT
005320* READS THE CUSTOMER'S LEAVE-BALANCE RECORD - BUILDING A NEW
005330* ONE, ALL BALANCES ZERO, IF THE CUSTOMER HAS NONE YET - AND
005340* SETS, ADDS TO, OR SUBTRACTS FROM THE VACATION OR SICK
005350* BALANCE.  A SUBTRACT THAT WOULD TAKE THE BALANCE BELOW ZERO,
005360* OR AN ADD PAST 9999.99 HOURS, REJECTS.  THE YEAR-TO-DATE
005370* ACCRUED AND TAKEN HOURS ARE COBOL01'S AND ARE NOT TOUCHED,
005380* SO AN ADJUSTMENT NEVER COUNTS AGAINST THE ANNUAL CAP.
005390* ---------------------------------------------------------------
005400 3000-APPLY-ADJUSTMENT.
005410     SET LEAVE-RECORD-FOUND TO TRUE
005420     MOVE TX-IDENT-NUMBER TO LV-IDENT-NUMBER
005430     MOVE TX-IDENT-CHECK-DIGIT TO LV-IDENT-CHECK-DIGIT
005440     READ LEAVE-BALANCE-FILE
005450         INVALID KEY
005460             SET LEAVE-RECORD-NOT-FOUND TO TRUE
005470     END-READ
005480     IF LEAVE-RECORD-NOT-FOUND
005490         MOVE SPACES TO LV-LEAVE-BALANCE-RECORD
005500         MOVE TX-IDENT-NUMBER TO LV-IDENT-NUMBER
005510         MOVE TX-IDENT-CHECK-DIGIT TO LV-IDENT-CHECK-DIGIT
005520         MOVE WS-RUN-DATE (1:4) TO LV-ACCRUAL-YEAR
005530         MOVE ZEROS TO LV-VAC-BALANCE
005540         MOVE ZEROS TO LV-VAC-ACCRUED-YTD
005550         MOVE ZEROS TO LV-VAC-TAKEN-YTD
005560         MOVE ZEROS TO LV-SICK-BALANCE
005570         MOVE ZEROS TO LV-SICK-ACCRUED-YTD
005580         MOVE ZEROS TO LV-SICK-TAKEN-YTD
005590         MOVE ZEROS TO LV-HOL-TAKEN-YTD
005600     END-IF
005610     IF TX-LEAVE-TYPE = "V"
005620         MOVE LV-VAC-BALANCE TO WS-OLD-BALANCE
005630     ELSE
005640         MOVE LV-SICK-BALANCE TO WS-OLD-BALANCE
005650     END-IF
005660     EVALUATE TX-ACTION-CODE
005670         WHEN "S"
005680             MOVE WS-TX-HOURS-WORK TO WS-NEW-BALANCE
005690         WHEN "+"
005700             ADD WS-OLD-BALANCE WS-TX-HOURS-WORK
005710                 GIVING WS-NEW-BALANCE
005720                 ON SIZE ERROR
005730                     SET TX-IS-REJECTED TO TRUE
005740                     MOVE "BALANCE WOULD PASS 9999.99 HOURS"
005750                         TO WS-TX-REASON
005760             END-ADD
005770         WHEN "-"
005780             IF WS-TX-HOURS-WORK > WS-OLD-BALANCE
005790                 SET TX-IS-REJECTED TO TRUE
005800                 MOVE "BALANCE WOULD GO BELOW ZERO"
005810                     TO WS-TX-REASON
005820             ELSE
005830                 SUBTRACT WS-TX-HOURS-WORK FROM WS-OLD-BALANCE
005840                     GIVING WS-NEW-BALANCE
005850             END-IF
005860     END-EVALUATE
005870     IF TX-IS-REJECTED
005880         MOVE WS-OLD-BALANCE TO WS-NEW-BALANCE
005890         GO TO 3000-EXIT
005900     END-IF
005910     IF TX-LEAVE-TYPE = "V"
005920         MOVE WS-NEW-BALANCE TO LV-VAC-BALANCE
005930     ELSE
005940         MOVE WS-NEW-BALANCE TO LV-SICK-BALANCE
005950     END-IF
005960     MOVE WS-RUN-DATE TO LV-MAINT-DATE
005970     IF LEAVE-RECORD-FOUND
005980         REWRITE LV-LEAVE-BALANCE-RECORD
005990             INVALID KEY
006000                 SET TX-IS-REJECTED TO TRUE
006010                 MOVE "REWRITE FAILED FOR IDENT" TO WS-TX-REASON
006020         END-REWRITE
006030     ELSE
006040         WRITE LV-LEAVE-BALANCE-RECORD
006050             INVALID KEY
006060                 SET TX-IS-REJECTED TO TRUE
006070                 MOVE "WRITE FAILED FOR IDENT" TO WS-TX-REASON
006080         END-WRITE
006090     END-IF
006100     IF TX-IS-REJECTED
006110         MOVE WS-OLD-BALANCE TO WS-NEW-BALANCE
006120         GO TO 3000-EXIT
006130     END-IF
006140     MOVE TX-REASON TO WS-TX-REASON
006150     IF LEAVE-RECORD-NOT-FOUND
006160         ADD 1 TO WS-RECORDS-CREATED
006170     END-IF
006180     EVALUATE TX-ACTION-CODE
006190         WHEN "S"
006200             ADD 1 TO WS-SET-COUNT
006210         WHEN "+"
006220             ADD 1 TO WS-ADD-HOURS-COUNT
006230         WHEN "-"
006240             ADD 1 TO WS-SUBTRACT-COUNT
006250     END-EVALUATE.
006260 3000-EXIT.
006270     EXIT.
006280*
006290* ---------------------------------------------------------------
006300* 4000-WRITE-AUDIT-LINE
006310* WRITES THE ONE AUDIT LINE EVERY CARD GETS - MAINTAINED (WITH
006320* THE REASON KEYED ON THE CARD) IF IT WAS APPLIED, REJECTED
006330* (WITH THE REASON) IF ANY EDIT OR THE KEYED I-O TURNED IT
006340* AWAY.  THE OLD AND NEW BALANCES SHOW WHAT THE CARD DID.
006350* ---------------------------------------------------------------
006360 4000-WRITE-AUDIT-LINE.
006370     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
006380     MOVE WS-TX-COUNT TO PRT-A-TRAN-NO
006390     MOVE WS-TX-IDENT-DISPLAY TO PRT-A-IDENT
006400     MOVE WS-TX-LEAVE-DISPLAY TO PRT-A-LEAVE-TYPE
006410     MOVE WS-TX-ACTION-DISPLAY TO PRT-A-ACTION
006420     MOVE WS-TX-HOURS-WORK TO PRT-A-HOURS
006430     MOVE WS-OLD-BALANCE TO PRT-A-OLD-BALANCE
006440     MOVE WS-NEW-BALANCE TO PRT-A-NEW-BALANCE
006450     IF TX-IS-VALID
006460         MOVE "MAINTAINED" TO PRT-A-DISPOSITION
006470     ELSE
006480         MOVE "REJECTED" TO PRT-A-DISPOSITION
006490         ADD 1 TO WS-REJECT-COUNT
006500     END-IF
006510     MOVE WS-TX-REASON TO PRT-A-REASON
006520     WRITE PRINT-LINE FROM WS-AUDIT-DETAIL-LINE
006530         AFTER ADVANCING 1 LINE
006540     ADD 1 TO WS-LINE-COUNT.
006550 4000-EXIT.
006560     EXIT.
006570*
006580* ---------------------------------------------------------------
006590* 5000-WRITE-RUN-TOTALS
006600* PRINTS THE ADJUSTMENT TOTALS AT THE FOOT OF THE AUDIT LISTING
006610* SO THE LISTING PROVES EVERY CARD WAS EITHER APPLIED OR
006620* REJECTED.  ANY REJECT ENDS THE STEP WITH RETURN CODE 8.
006630* ---------------------------------------------------------------
006640 5000-WRITE-RUN-TOTALS.
006650     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
006660     MOVE "ADJUSTMENTS READ" TO PRT-T-LABEL
006670     MOVE WS-TX-COUNT TO PRT-T-COUNT
006680     WRITE PRINT-LINE FROM WS-TOTALS-LINE
006690         AFTER ADVANCING 2 LINES
006700     ADD 2 TO WS-LINE-COUNT
006710     MOVE "BALANCES SET" TO PRT-T-LABEL
006720     MOVE WS-SET-COUNT TO PRT-T-COUNT
006730     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
006740     MOVE "HOURS ADDED" TO PRT-T-LABEL
006750     MOVE WS-ADD-HOURS-COUNT TO PRT-T-COUNT
006760     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
006770     MOVE "HOURS SUBTRACTED" TO PRT-T-LABEL
006780     MOVE WS-SUBTRACT-COUNT TO PRT-T-COUNT
006790     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
006800     MOVE "LEAVE RECORDS CREATED" TO PRT-T-LABEL
006810     MOVE WS-RECORDS-CREATED TO PRT-T-COUNT
006820     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
006830     MOVE "ADJUSTMENTS REJECTED" TO PRT-T-LABEL
006840     MOVE WS-REJECT-COUNT TO PRT-T-COUNT
006850     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
006860     IF WS-REJECT-COUNT > 0
006870         MOVE SPACES TO WS-GENERIC-LINE
006880         MOVE "ADJUSTMENTS NOT CLEAN - SEE REJECTED CARDS ABOVE"
006890             TO WS-GENERIC-LINE
006900         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006910         MOVE 8 TO RETURN-CODE
006920     END-IF.
006930 5000-EXIT.
006940     EXIT.
006950*
006960* ---------------------------------------------------------------
006970* 5100-WRITE-ONE-TOTAL-LINE
006980* WRITES ONE LINE OF THE RUN TOTALS.
006990* ---------------------------------------------------------------
007000 5100-WRITE-ONE-TOTAL-LINE.
007010     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007020     WRITE PRINT-LINE FROM WS-TOTALS-LINE
007030         AFTER ADVANCING 1 LINE
007040     ADD 1 TO WS-LINE-COUNT.
007050 5100-EXIT.
007060     EXIT.
007070*
007080* ---------------------------------------------------------------
007090* 6000-LIABILITY-REPORT
007100* READS THE WHOLE LEAVE-BALANCE FILE IN KEY ORDER, COSTS EVERY
007110* CUSTOMER'S BALANCES AT THE CURRENT PAY RATE, AND PRINTS THE
007120* DEPARTMENT TOTALS AND THE GRAND TOTAL ON A NEW PAGE.
007130* ---------------------------------------------------------------
007140 6000-LIABILITY-REPORT.
007150     MOVE WS-DEPT-HEADING-LINE TO WS-COLUMN-HEADING-LINE
007160     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
007170     MOVE LOW-VALUES TO LV-IDENT
007180     START LEAVE-BALANCE-FILE KEY NOT LESS THAN LV-IDENT
007190         INVALID KEY
007200             MOVE "Y" TO WS-LV-EOF-SWITCH
007210     END-START
007220     PERFORM UNTIL LV-END-OF-FILE
007230         READ LEAVE-BALANCE-FILE NEXT RECORD
007240             AT END
007250                 MOVE "Y" TO WS-LV-EOF-SWITCH
007260             NOT AT END
007270                 ADD 1 TO WS-LV-RECORDS-READ
007280                 PERFORM 6100-COST-ONE-BALANCE THRU 6100-EXIT
007290         END-READ
007300     END-PERFORM
007310     PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
007320             UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
007330         PERFORM 6300-WRITE-ONE-DEPT THRU 6300-EXIT
007340     END-PERFORM
007350     PERFORM 6400-WRITE-LIABILITY-TOTALS THRU 6400-EXIT.
007360 6000-EXIT.
007370     EXIT.
007380*
007390* ---------------------------------------------------------------
007400* 6100-COST-ONE-BALANCE
007410* ROUTES ONE CUSTOMER'S VACATION AND SICK BALANCES TO THE
007420* DEPARTMENT ON THE CUSTOMER MASTER, COSTED AT THE MASTER'S
007430* PAY RATE.  AN IDENT NO LONGER ON THE MASTER POSTS ITS HOURS
007440* TO THE BLANK DEPARTMENT CODE AT NO COST AND IS NOTED.
007450* ---------------------------------------------------------------
007460 6100-COST-ONE-BALANCE.
007470     MOVE LV-IDENT TO CM-IDENT
007480     READ CUSTOMER-MASTER-FILE
007490         INVALID KEY
007500             MOVE SPACES TO WS-CUR-DEPT-CODE
007510             MOVE ZEROS TO WS-CUR-PAY-RATE
007520             ADD 1 TO WS-NOT-ON-MASTER-COUNT
007530             MOVE SPACES TO WS-GENERIC-LINE
007540             STRING "COBOL14 - IDENT " LV-IDENT
007550                 " NOT ON MASTER - HOURS POSTED TO BLANK DEPT"
007560                 " CODE AT NO COST"
007570                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
007580             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
007590         NOT INVALID KEY
007600             MOVE CM-DEPT-CODE TO WS-CUR-DEPT-CODE
007610             MOVE CM-PAY-RATE TO WS-CUR-PAY-RATE
007620     END-READ
007630     PERFORM 6200-FIND-DEPT-ENTRY THRU 6200-EXIT
007640     COMPUTE WS-CUR-VAC-AMOUNT ROUNDED =
007650         LV-VAC-BALANCE * WS-CUR-PAY-RATE
007660     COMPUTE WS-CUR-SICK-AMOUNT ROUNDED =
007670         LV-SICK-BALANCE * WS-CUR-PAY-RATE
007680     ADD 1 TO WS-DEPT-CUST-COUNT (WS-DEPT-SUBSCRIPT)
007690     ADD LV-VAC-BALANCE TO WS-DEPT-VAC-HOURS (WS-DEPT-SUBSCRIPT)
007700     ADD WS-CUR-VAC-AMOUNT
007710         TO WS-DEPT-VAC-AMOUNT (WS-DEPT-SUBSCRIPT)
007720     ADD LV-SICK-BALANCE TO WS-DEPT-SICK-HOURS (WS-DEPT-SUBSCRIPT)
007730     ADD WS-CUR-SICK-AMOUNT
007740         TO WS-DEPT-SICK-AMOUNT (WS-DEPT-SUBSCRIPT).
007750 6100-EXIT.
007760     EXIT.
007770*
007780* ---------------------------------------------------------------
007790* 6200-FIND-DEPT-ENTRY
007800* POINTS WS-DEPT-SUBSCRIPT AT THE ACCUMULATOR ENTRY FOR
007810* WS-CUR-DEPT-CODE, FILING A NEW ENTRY THE FIRST TIME A CODE
007820* IS SEEN.  A FULL TABLE IS FATAL - A LIABILITY REPORT THAT
007830* LEAVES A DEPARTMENT OUT UNDERSTATES WHAT IS OWED.
007840* ---------------------------------------------------------------
007850 6200-FIND-DEPT-ENTRY.
007860     MOVE ZEROS TO WS-DEPT-FOUND-SUBSCRIPT
007870     PERFORM VARYING WS-DEPT-SUBSCRIPT FROM 1 BY 1
007880             UNTIL WS-DEPT-SUBSCRIPT > WS-DEPT-COUNT
007890         IF WS-DEPT-CODE (WS-DEPT-SUBSCRIPT) = WS-CUR-DEPT-CODE
007900             MOVE WS-DEPT-SUBSCRIPT TO WS-DEPT-FOUND-SUBSCRIPT
007910             MOVE WS-DEPT-COUNT TO WS-DEPT-SUBSCRIPT
007920         END-IF
007930     END-PERFORM
007940     IF WS-DEPT-FOUND-SUBSCRIPT NOT = ZEROS
007950         MOVE WS-DEPT-FOUND-SUBSCRIPT TO WS-DEPT-SUBSCRIPT
007960         GO TO 6200-EXIT
007970     END-IF
007980     IF WS-DEPT-COUNT >= WS-DEPT-TABLE-MAX
007990         MOVE SPACES TO WS-GENERIC-LINE
008000         MOVE "COBOL14 - DEPARTMENT TABLE FULL" TO WS-GENERIC-LINE
008010         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
008020         PERFORM 9000-TERMINATE THRU 9000-EXIT
008030         MOVE 16 TO RETURN-CODE
008040         STOP RUN
008050     END-IF
008060     ADD 1 TO WS-DEPT-COUNT
008070     MOVE WS-DEPT-COUNT TO WS-DEPT-SUBSCRIPT
008080     MOVE WS-CUR-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-SUBSCRIPT)
008090     MOVE ZEROS TO WS-DEPT-CUST-COUNT (WS-DEPT-SUBSCRIPT)
008100     MOVE ZEROS TO WS-DEPT-VAC-HOURS (WS-DEPT-SUBSCRIPT)
008110     MOVE ZEROS TO WS-DEPT-VAC-AMOUNT (WS-DEPT-SUBSCRIPT)
008120     MOVE ZEROS TO WS-DEPT-SICK-HOURS (WS-DEPT-SUBSCRIPT)
008130     MOVE ZEROS TO WS-DEPT-SICK-AMOUNT (WS-DEPT-SUBSCRIPT).
008140 6200-EXIT.
008150     EXIT.
008160*
008170* ---------------------------------------------------------------
008180* 6300-WRITE-ONE-DEPT
008190* PRINTS ONE DEPARTMENT'S LIABILITY LINE AND ROLLS IT INTO THE
008200* GRAND TOTALS.
008210* ---------------------------------------------------------------
008220 6300-WRITE-ONE-DEPT.
008230     MOVE WS-DEPT-CODE (WS-DEPT-SUBSCRIPT) TO PRT-D-DEPT
008240     MOVE WS-DEPT-CUST-COUNT (WS-DEPT-SUBSCRIPT) TO PRT-D-COUNT
008250     MOVE WS-DEPT-VAC-HOURS (WS-DEPT-SUBSCRIPT) TO PRT-D-VAC-HOURS
008260     MOVE WS-DEPT-VAC-AMOUNT (WS-DEPT-SUBSCRIPT)
008270         TO PRT-D-VAC-AMOUNT
008280     MOVE WS-DEPT-SICK-HOURS (WS-DEPT-SUBSCRIPT)
008290         TO PRT-D-SICK-HOURS
008300     MOVE WS-DEPT-SICK-AMOUNT (WS-DEPT-SUBSCRIPT)
008310         TO PRT-D-SICK-AMOUNT
008320     COMPUTE PRT-D-TOTAL-AMOUNT =
008330         WS-DEPT-VAC-AMOUNT (WS-DEPT-SUBSCRIPT)
008340         + WS-DEPT-SICK-AMOUNT (WS-DEPT-SUBSCRIPT)
008350     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
008360     WRITE PRINT-LINE FROM WS-DEPT-DETAIL-LINE
008370         AFTER ADVANCING 1 LINE
008380     ADD 1 TO WS-LINE-COUNT
008390     ADD WS-DEPT-CUST-COUNT (WS-DEPT-SUBSCRIPT)
008400         TO WS-TOT-CUST-COUNT
008410     ADD WS-DEPT-VAC-HOURS (WS-DEPT-SUBSCRIPT) TO WS-TOT-VAC-HOURS
008420     ADD WS-DEPT-VAC-AMOUNT (WS-DEPT-SUBSCRIPT)
008430         TO WS-TOT-VAC-AMOUNT
008440     ADD WS-DEPT-SICK-HOURS (WS-DEPT-SUBSCRIPT)
008450         TO WS-TOT-SICK-HOURS
008460     ADD WS-DEPT-SICK-AMOUNT (WS-DEPT-SUBSCRIPT)
008470         TO WS-TOT-SICK-AMOUNT.
008480 6300-EXIT.
008490     EXIT.
008500*
008510* ---------------------------------------------------------------
008520* 6400-WRITE-LIABILITY-TOTALS
008530* PRINTS THE GRAND-TOTAL LINE UNDER THE DEPARTMENTS AND THE
008540* RECORD COUNTS.
008550* ---------------------------------------------------------------
008560 6400-WRITE-LIABILITY-TOTALS.
008570     MOVE "ALL" TO PRT-D-DEPT
008580     MOVE WS-TOT-CUST-COUNT TO PRT-D-COUNT
008590     MOVE WS-TOT-VAC-HOURS TO PRT-D-VAC-HOURS
008600     MOVE WS-TOT-VAC-AMOUNT TO PRT-D-VAC-AMOUNT
008610     MOVE WS-TOT-SICK-HOURS TO PRT-D-SICK-HOURS
008620     MOVE WS-TOT-SICK-AMOUNT TO PRT-D-SICK-AMOUNT
008630     COMPUTE PRT-D-TOTAL-AMOUNT =
008640         WS-TOT-VAC-AMOUNT + WS-TOT-SICK-AMOUNT
008650     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
008660     WRITE PRINT-LINE FROM WS-DEPT-DETAIL-LINE
008670         AFTER ADVANCING 2 LINES
008680     ADD 2 TO WS-LINE-COUNT
008690     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
008700     MOVE "LEAVE RECORDS READ" TO PRT-T-LABEL
008710     MOVE WS-LV-RECORDS-READ TO PRT-T-COUNT
008720     WRITE PRINT-LINE FROM WS-TOTALS-LINE
008730         AFTER ADVANCING 2 LINES
008740     ADD 2 TO WS-LINE-COUNT
008750     MOVE "IDENTS NOT ON MASTER" TO PRT-T-LABEL
008760     MOVE WS-NOT-ON-MASTER-COUNT TO PRT-T-COUNT
008770     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT.
008780 6400-EXIT.
008790     EXIT.
008800*
008810* ---------------------------------------------------------------
008820* 9000-TERMINATE
008830* CLOSES THE FILES USED BY THE RUN.
008840* ---------------------------------------------------------------
008850 9000-TERMINATE.
008860     CLOSE LEAVE-BALANCE-FILE
008870     CLOSE CUSTOMER-MASTER-FILE
008880     CLOSE TRANSACTION-FILE
008890     CLOSE PRINT-FILE.
008900 9000-EXIT.
008910     EXIT.
