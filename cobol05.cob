000380*                  BUT FILES ITS OFFSET UNDER THE RUN DATE,
000390*                  SO ACCUMULATING THE PAIR PUT BOTH YEARS
000400*                  OUT OF BALANCE WHEN THE YEARS DIFFERED.
000410* 2026-10-15 ASG   THE STATEMENT YEAR IS PROVED AGAINST THE PAY
000420*                  CALENDAR (PAYCAL) FIRST - A PERIOD OF THE
000430*                  YEAR STILL OPEN MEANS A PAYROLL HAS NOT RUN
000440*                  AND THE STATEMENTS WOULD BE SHORT, SO THE
000450*                  RUN STOPS WITH RETURN CODE 16 (1100).
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CM-IDENT
000570         ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
000580         FILE STATUS IS WS-CM-FILE-STATUS.
000590     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS PH-KEY
000630         FILE STATUS IS WS-PH-FILE-STATUS.
000640     SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-CTL-FILE-STATUS.
000670     SELECT REMITTANCE-FILE ASSIGN TO "REMIT"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-REM-FILE-STATUS.
000700     SELECT STATEMENT-FILE ASSIGN TO "YESTMT"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-STMT-FILE-STATUS.
000730     SELECT PRINT-FILE ASSIGN TO "YELIST"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-PRT-FILE-STATUS.
000760     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS PC-KEY
000800         FILE STATUS IS WS-PC-FILE-STATUS.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  CUSTOMER-MASTER-FILE
000850         LABEL RECORDS ARE STANDARD.
000860     COPY CUSTREC.
000870 FD  PAY-HISTORY-FILE
000880         LABEL RECORDS ARE STANDARD.
000890     COPY PAYHREC.
000900 FD  CONTROL-CARD-FILE
000910         RECORD CONTAINS 80 CHARACTERS
000920         LABEL RECORDS ARE OMITTED.
000930 01  CONTROL-CARD-RECORD         PIC X(80).
000940 FD  REMITTANCE-FILE
000950         RECORD CONTAINS 80 CHARACTERS
000960         LABEL RECORDS ARE OMITTED.
000970 01  REMITTANCE-RECORD           PIC X(80).
000980 FD  STATEMENT-FILE
000990         RECORD CONTAINS 132 CHARACTERS
001000         LABEL RECORDS ARE OMITTED.
001010 01  STATEMENT-LINE              PIC X(132).
001020 FD  PRINT-FILE
001030         RECORD CONTAINS 132 CHARACTERS
001040         LABEL RECORDS ARE OMITTED.
001050 01  PRINT-LINE                  PIC X(132).
001060 FD  PAY-CALENDAR-FILE
001070         LABEL RECORDS ARE STANDARD.
001080     COPY PCALREC.
001090*
001100 WORKING-STORAGE SECTION.
001110* ---------------------------------------------------------------
001120* FILE I/O CONTROLS
001130* ---------------------------------------------------------------
001140 77  WS-CM-FILE-STATUS        PIC X(02) VALUE SPACES.
001150 77  WS-PH-FILE-STATUS        PIC X(02) VALUE SPACES.
001160 77  WS-CTL-FILE-STATUS       PIC X(02) VALUE SPACES.
001170 77  WS-REM-FILE-STATUS       PIC X(02) VALUE SPACES.
001180 77  WS-STMT-FILE-STATUS      PIC X(02) VALUE SPACES.
001190 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
001200 77  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
001210 01  WS-SWITCHES.
001220     02  WS-PH-EOF-SWITCH        PIC X(01) VALUE "N".
001230         88  PH-END-OF-FILE           VALUE "Y".
001240         88  PH-NOT-END-OF-FILE       VALUE "N".
001250     02  WS-CUST-OPEN-SWITCH     PIC X(01) VALUE "N".
001260         88  CUSTOMER-IN-PROGRESS     VALUE "Y".
001270         88  NO-CUSTOMER-IN-PROGRESS  VALUE "N".
001280     02  WS-PC-EOF-SWITCH        PIC X(01) VALUE "N".
001290         88  PC-END-OF-FILE           VALUE "Y".
001300         88  PC-NOT-END-OF-FILE       VALUE "N".
001310*
001320* ---------------------------------------------------------------
001330* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS
001340* ---------------------------------------------------------------
001350 01  WS-PRT-CONTROLS.
001360     02  WS-RUN-DATE              PIC X(08).
001370     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
001380     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
001390     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
001400 01  WS-REPORT-PAGE-HEADING-1.
001410     02  FILLER             PIC X(30) VALUE
001420             "COBOL05 YEAR-END STATEMENTS".
001430     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
001440     02  PRT-HDG-RUN-DATE   PIC X(10).
001450     02  FILLER             PIC X(06) VALUE "YEAR: ".
001460     02  PRT-HDG-YEAR       PIC X(04).
001470     02  FILLER             PIC X(10) VALUE SPACES.
001480     02  FILLER             PIC X(06) VALUE "PAGE: ".
001490     02  PRT-HDG-PAGE-NO    PIC ZZ9.
001500     02  FILLER             PIC X(53) VALUE SPACES.
001510 01  WS-RECON-HEADING-LINE.
001520     02  FILLER             PIC X(12) VALUE "IDENT".
001530     02  FILLER             PIC X(16) VALUE "STMT GROSS".
001540     02  FILLER             PIC X(16) VALUE "YTD GROSS".
001550     02  FILLER             PIC X(16) VALUE "STATUS".
001560     02  FILLER             PIC X(72) VALUE SPACES.
001570 01  WS-RECON-DETAIL-LINE.
001580     02  PRT-RC-IDENT       PIC 9(07).
001590     02  FILLER             PIC X(05) VALUE SPACES.
001600     02  PRT-RC-STMT-GROSS  PIC ZZZZ,ZZ9.99-.
001610     02  FILLER             PIC X(04) VALUE SPACES.
001620     02  PRT-RC-YTD-GROSS   PIC ZZZZ,ZZ9.99-.
001630     02  FILLER             PIC X(04) VALUE SPACES.
001640     02  PRT-RC-STATUS      PIC X(16).
001650     02  FILLER             PIC X(72) VALUE SPACES.
001660 01  WS-TOTALS-LINE.
001670     02  PRT-T-LABEL        PIC X(30).
001680     02  PRT-T-COUNT        PIC ZZZZZZ9.
001690     02  FILLER             PIC X(95) VALUE SPACES.
001700 01  WS-AMOUNT-LINE.
001710     02  PRT-AM-LABEL       PIC X(30).
001720     02  PRT-AM-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
001730     02  FILLER             PIC X(87) VALUE SPACES.
001740 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
001750*
001760* ---------------------------------------------------------------
001770* ANNUAL EARNINGS STATEMENT LINES (YESTMT)
001780* ONE PAGE PER CUSTOMER, NAME AND CUSTOMER NUMBER IN THE SAME
001790* WINDOW-ENVELOPE POSITION THE PAY STATEMENTS USE.
001800* ---------------------------------------------------------------
001810 01  WS-STMT-TITLE-LINE.
001820     02  FILLER             PIC X(26) VALUE
001830             "ANNUAL EARNINGS STATEMENT".
001840     02  FILLER             PIC X(06) VALUE "YEAR: ".
001850     02  STMT-YEAR          PIC X(04).
001860     02  FILLER             PIC X(96) VALUE SPACES.
001870 01  WS-STMT-NAME-LINE.
001880     02  FILLER             PIC X(05) VALUE SPACES.
001890     02  STMT-CUST-NAME     PIC X(20).
001900     02  FILLER             PIC X(107) VALUE SPACES.
001910 01  WS-STMT-IDENT-LINE.
001920     02  FILLER             PIC X(05) VALUE SPACES.
001930     02  FILLER             PIC X(13) VALUE "CUSTOMER NO. ".
001940     02  STMT-IDENT         PIC 9(07).
001950     02  FILLER             PIC X(107) VALUE SPACES.
001960 01  WS-STMT-AMOUNT-LINE.
001970     02  FILLER             PIC X(05) VALUE SPACES.
001980     02  STMT-LABEL         PIC X(24).
001990     02  STMT-AMOUNT        PIC ZZZZ,ZZ9.99-.
002000     02  FILLER             PIC X(91) VALUE SPACES.
002010*
002020* ---------------------------------------------------------------
002030* TAX REMITTANCE EXTRACT (REMIT) RECORD LAYOUTS - "H" HEADER
002040* WITH THE YEAR AND RUN DATE, ONE "D" RECORD PER CUSTOMER WITH
002050* ANNUAL GROSS AND TAX WITHHELD, AND A "T" TRAILER WITH THE
002060* RECORD COUNT AND TOTALS, SO THE TAX AUTHORITY'S LOAD CAN
002070* PROVE IT GOT THE WHOLE FILE.  AMOUNTS ARE UNSIGNED ZONED
002080* DECIMAL WITH TWO ASSUMED DECIMALS, AS ON THE BANK EXTRACT.
002090* ---------------------------------------------------------------
002100 01  WS-REMIT-HEADER-RECORD.
002110     02  FILLER             PIC X(01) VALUE "H".
002120     02  REM-H-YEAR         PIC X(04).
002130     02  REM-H-RUN-DATE     PIC X(08).
002140     02  FILLER             PIC X(67) VALUE SPACES.
002150 01  WS-REMIT-DETAIL-RECORD.
002160     02  FILLER             PIC X(01) VALUE "D".
002170     02  REM-D-IDENT        PIC 9(07).
002180     02  REM-D-GROSS        PIC 9(09)V99.
002190     02  REM-D-TAX          PIC 9(09)V99.
002200     02  FILLER             PIC X(50) VALUE SPACES.
002210 01  WS-REMIT-TRAILER-RECORD.
002220     02  FILLER             PIC X(01) VALUE "T".
002230     02  REM-T-RECORD-COUNT PIC 9(07).
002240     02  REM-T-GROSS-TOTAL  PIC 9(11)V99.
002250     02  REM-T-TAX-TOTAL    PIC 9(11)V99.
002260     02  FILLER             PIC X(46) VALUE SPACES.
002270*
002280* ---------------------------------------------------------------
002290* STATEMENT-YEAR CONTROL CARD AND PER-CUSTOMER ACCUMULATORS
002300* THE SWEEP READS PAYHIST IN KEY ORDER (IDENT THEN DATE), SO A
002310* CHANGE OF IDENT CLOSES THE PRIOR CUSTOMER.  RETURNED
002320* PAYMENTS ARE EXCLUDED; REVERSAL RECORDS CARRY THEIR OWN
002330* NEGATIVE AMOUNTS.
002340* ---------------------------------------------------------------
002350 01  WS-STATEMENT-YEAR          PIC X(04) VALUE SPACES.
002360 01  WS-CUSTOMER-WORK.
002370     02  WS-CUR-IDENT            PIC 9(07).
002380     02  WS-CUR-GROSS            PIC S9(07)V99.
002390     02  WS-CUR-TAX              PIC S9(07)V99.
002400     02  WS-CUR-BENEFITS         PIC S9(07)V99.
002410     02  WS-CUR-DEDUCTIONS       PIC S9(07)V99.
002420     02  WS-CUR-NET              PIC S9(07)V99.
002430     02  WS-CUR-YTD-GROSS        PIC S9(07)V99.
002440     02  WS-CUR-CUST-NAME        PIC X(20).
002450 01  WS-RUN-TOTALS.
002460     02  WS-PH-RECORDS-READ       PIC 9(07) VALUE ZEROS.
002470     02  WS-YEAR-RECORDS-USED     PIC 9(07) VALUE ZEROS.
002480     02  WS-RETURNED-SKIPPED      PIC 9(07) VALUE ZEROS.
002490     02  WS-REVERSED-SKIPPED      PIC 9(07) VALUE ZEROS.
002500     02  WS-STATEMENTS-WRITTEN    PIC 9(07) VALUE ZEROS.
002510     02  WS-OUT-OF-BALANCE-COUNT  PIC 9(07) VALUE ZEROS.
002520     02  WS-GROSS-GRAND-TOTAL     PIC S9(09)V99 VALUE ZEROS.
002530     02  WS-TAX-GRAND-TOTAL       PIC S9(09)V99 VALUE ZEROS.
002540     02  WS-REMIT-GROSS-TOTAL     PIC 9(11)V99 VALUE ZEROS.
002550     02  WS-REMIT-TAX-TOTAL       PIC 9(11)V99 VALUE ZEROS.
002560     02  WS-REMIT-RECORD-COUNT    PIC 9(07) VALUE ZEROS.
002570*
002580* ---------------------------------------------------------------
002590* PAY-CALENDAR PROOF OF THE STATEMENT YEAR - EVERY PERIOD OF
002600* THE YEAR MUST BE PAID OR CLOSED BEFORE STATEMENTS GO OUT.
002610* ---------------------------------------------------------------
002620 01  WS-CALENDAR-COUNTS.
002630     02  WS-PC-PAID-COUNT         PIC 9(05) VALUE ZEROS.
002640     02  WS-PC-CLOSED-COUNT       PIC 9(05) VALUE ZEROS.
002650     02  WS-PC-OPEN-COUNT         PIC 9(05) VALUE ZEROS.
002660     02  WS-PC-FIRST-OPEN-DATE    PIC X(08) VALUE SPACES.
002670     02  WS-PC-FIRST-OPEN-GROUP   PIC X(01) VALUE SPACE.
002680*
002690 PROCEDURE DIVISION.
002700* ---------------------------------------------------------------
002710* 0000-MAIN-LOGIC
002720* OVERALL DRIVER FOR THE YEAR-END RUN.
002730* ---------------------------------------------------------------
002740 0000-MAIN-LOGIC.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002760     PERFORM 2000-SWEEP-PAY-HISTORY THRU 2000-EXIT
002770     IF CUSTOMER-IN-PROGRESS
002780         PERFORM 3000-CLOSE-OUT-CUSTOMER THRU 3000-EXIT
002790     END-IF
002800     PERFORM 3900-WRITE-REMIT-TRAILER THRU 3900-EXIT
002810     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT
002820     PERFORM 9000-TERMINATE THRU 9000-EXIT
002830     STOP RUN.
002840*
002850* ---------------------------------------------------------------
002860* 1000-INITIALIZE
002870* READS THE YEAR CONTROL CARD AND OPENS THE FILES USED BY THE
002880* RUN.  A MISSING OR NON-NUMERIC YEAR IS FATAL - A YEAR-END
002890* RUN THAT DOES NOT KNOW ITS YEAR CAN ONLY PRODUCE STATEMENTS
002900* NOBODY ASKED FOR.
002910* ---------------------------------------------------------------
002920 1000-INITIALIZE.
002930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002940     MOVE ZEROS TO WS-PAGE-NUMBER
002950     MOVE ZEROS TO WS-LINE-COUNT
002960     OPEN OUTPUT PRINT-FILE
002970     IF WS-PRT-FILE-STATUS NOT = "00"
002980         DISPLAY "COBOL05 - UNABLE TO OPEN PRINT-FILE, STATUS = "
002990             WS-PRT-FILE-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF
003030     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
003040     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
003050     IF WS-STATEMENT-YEAR NOT NUMERIC
003060             OR WS-STATEMENT-YEAR = "0000"
003070         MOVE SPACES TO WS-GENERIC-LINE
003080         MOVE "COBOL05 - SYSIN YEAR=YYYY CARD MISSING OR BAD"
003090             TO WS-GENERIC-LINE
003100         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003110         CLOSE PRINT-FILE
003120         MOVE 16 TO RETURN-CODE
003130         STOP RUN
003140     END-IF
003150     OPEN INPUT CUSTOMER-MASTER-FILE
003160     IF WS-CM-FILE-STATUS NOT = "00"
003170         MOVE SPACES TO WS-GENERIC-LINE
003180         STRING "COBOL05 - UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
003190             "STATUS = " WS-CM-FILE-STATUS
003200             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003210         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003220     END-IF
003230     OPEN INPUT PAY-HISTORY-FILE
003240     IF WS-PH-FILE-STATUS NOT = "00"
003250         MOVE SPACES TO WS-GENERIC-LINE
003260         STRING "COBOL05 - UNABLE TO OPEN PAY-HISTORY-FILE, "
003270             "STATUS = " WS-PH-FILE-STATUS
003280             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003290         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003300     END-IF
003310     PERFORM 1100-CHECK-PAY-CALENDAR THRU 1100-EXIT
003320     OPEN OUTPUT STATEMENT-FILE
003330     IF WS-STMT-FILE-STATUS NOT = "00"
003340         MOVE SPACES TO WS-GENERIC-LINE
003350         STRING "COBOL05 - UNABLE TO OPEN STATEMENT-FILE, "
003360             "STATUS = " WS-STMT-FILE-STATUS
003370             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003380         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003390     END-IF
003400     OPEN OUTPUT REMITTANCE-FILE
003410     IF WS-REM-FILE-STATUS NOT = "00"
003420         MOVE SPACES TO WS-GENERIC-LINE
003430         STRING "COBOL05 - UNABLE TO OPEN REMITTANCE-FILE, "
003440             "STATUS = " WS-REM-FILE-STATUS
003450             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003460         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003470     END-IF
003480     MOVE WS-STATEMENT-YEAR TO REM-H-YEAR
003490     MOVE WS-RUN-DATE TO REM-H-RUN-DATE
003500     WRITE REMITTANCE-RECORD FROM WS-REMIT-HEADER-RECORD
003510     WRITE PRINT-LINE FROM WS-RECON-HEADING-LINE
003520         AFTER ADVANCING 2 LINES
003530     ADD 2 TO WS-LINE-COUNT.
003540 1000-EXIT.
003550     EXIT.
003560*
003570* ---------------------------------------------------------------
003580* 1050-READ-CONTROL-CARD
003590* READS THE ONE-CARD SYSIN YEAR CONTROL CARD (YEAR=YYYY).
003600* ---------------------------------------------------------------
003610 1050-READ-CONTROL-CARD.
003620     OPEN INPUT CONTROL-CARD-FILE
003630     IF WS-CTL-FILE-STATUS = "00"
003640         READ CONTROL-CARD-FILE
003650             AT END
003660                 CONTINUE
003670             NOT AT END
003680                 IF CONTROL-CARD-RECORD (1:5) = "YEAR="
003690                     MOVE CONTROL-CARD-RECORD (6:4)
003700                         TO WS-STATEMENT-YEAR
003710                 END-IF
003720         END-READ
003730         CLOSE CONTROL-CARD-FILE
003740     END-IF.
003750 1050-EXIT.
003760     EXIT.
003770*
003780* ---------------------------------------------------------------
003790* 1100-CHECK-PAY-CALENDAR
003800* BROWSES THE PAY CALENDAR FOR THE STATEMENT YEAR'S PERIODS.
003810* ONE STILL OPEN MEANS A PAYROLL FOR THE YEAR HAS NOT RUN, SO
003820* THE STATEMENTS AND THE REMITTANCE WOULD BE SHORT - FATAL
003830* BEFORE ANYTHING IS WRITTEN.  A YEAR WITH NO PERIODS ON THE
003840* CALENDAR AT ALL IS ALSO FATAL - NOTHING PROVES THE YEAR WAS
003850* EVER PAID THROUGH.
003860* ---------------------------------------------------------------
003870 1100-CHECK-PAY-CALENDAR.
003880     OPEN INPUT PAY-CALENDAR-FILE
003890     IF WS-PC-FILE-STATUS NOT = "00"
003900         MOVE SPACES TO WS-GENERIC-LINE
003910         STRING "COBOL05 - UNABLE TO OPEN PAY-CALENDAR-FILE, "
003920             "STATUS = " WS-PC-FILE-STATUS
003930             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003940         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
003950     END-IF
003960     MOVE LOW-VALUES TO PC-KEY
003970     START PAY-CALENDAR-FILE KEY NOT LESS THAN PC-KEY
003980         INVALID KEY
003990             MOVE "Y" TO WS-PC-EOF-SWITCH
004000     END-START
004010     PERFORM UNTIL PC-END-OF-FILE
004020         READ PAY-CALENDAR-FILE NEXT RECORD
004030             AT END
004040                 MOVE "Y" TO WS-PC-EOF-SWITCH
004050             NOT AT END
004060                 IF PC-PAY-DATE (1:4) = WS-STATEMENT-YEAR
004070                     EVALUATE PC-PERIOD-STATUS
004080                         WHEN "P"
004090                             ADD 1 TO WS-PC-PAID-COUNT
004100                         WHEN "C"
004110                             ADD 1 TO WS-PC-CLOSED-COUNT
004120                         WHEN OTHER
004130                             IF WS-PC-OPEN-COUNT = ZEROS
004140                                 MOVE PC-PAY-DATE
004150                                     TO WS-PC-FIRST-OPEN-DATE
004160                                 MOVE PC-PAY-GROUP
004170                                     TO WS-PC-FIRST-OPEN-GROUP
004180                             END-IF
004190                             ADD 1 TO WS-PC-OPEN-COUNT
004200                     END-EVALUATE
004210                 END-IF
004220         END-READ
004230     END-PERFORM
004240     CLOSE PAY-CALENDAR-FILE
004250     IF WS-PC-OPEN-COUNT > ZEROS
004260         MOVE SPACES TO WS-GENERIC-LINE
004270         STRING "COBOL05 - " WS-PC-OPEN-COUNT
004280             " PERIOD(S) OF THE YEAR NOT PAID - FIRST IS "
004290             WS-PC-FIRST-OPEN-DATE " PAY GROUP '"
004300             WS-PC-FIRST-OPEN-GROUP "'"
004310             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004320         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004330     END-IF
004340     IF WS-PC-PAID-COUNT + WS-PC-CLOSED-COUNT = ZEROS
004350         MOVE SPACES TO WS-GENERIC-LINE
004360         STRING "COBOL05 - NO PERIODS FOR " WS-STATEMENT-YEAR
004370             " ON THE PAY CALENDAR"
004380             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004390         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
004400     END-IF
004410     MOVE SPACES TO WS-GENERIC-LINE
004420     STRING "COBOL05 - PAY CALENDAR - PERIODS PAID: "
004430         WS-PC-PAID-COUNT "  CLOSED: " WS-PC-CLOSED-COUNT
004440         DELIMITED BY SIZE INTO WS-GENERIC-LINE
004450     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT.
004460 1100-EXIT.
004470     EXIT.
004480*
004490* ---------------------------------------------------------------
004500* 1650-WRITE-PAGE-HEADING
004510* STARTS A NEW PAGE OF THE RECONCILIATION LISTING.
004520* ---------------------------------------------------------------
004530 1650-WRITE-PAGE-HEADING.
004540     ADD 1 TO WS-PAGE-NUMBER
004550     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
004560     MOVE WS-STATEMENT-YEAR TO PRT-HDG-YEAR
004570     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
004580     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
004590         AFTER ADVANCING PAGE
004600     MOVE ZEROS TO WS-LINE-COUNT.
004610 1650-EXIT.
004620     EXIT.
004630*
004640* ---------------------------------------------------------------
004650* 1660-CHECK-PAGE-BREAK
004660* STARTS A NEW PAGE IF THE CURRENT ONE HAS FILLED UP.
004670* ---------------------------------------------------------------
004680 1660-CHECK-PAGE-BREAK.
004690     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004700         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
004710         WRITE PRINT-LINE FROM WS-RECON-HEADING-LINE
004720             AFTER ADVANCING 2 LINES
004730         ADD 2 TO WS-LINE-COUNT
004740     END-IF.
004750 1660-EXIT.
004760     EXIT.
004770*
004780* ---------------------------------------------------------------
004790* 1900-WRITE-GENERIC-LINE
004800* WRITES WHATEVER HAS BEEN MOVED INTO WS-GENERIC-LINE AS A
004810* SINGLE-SPACED REPORT LINE.
004820* ---------------------------------------------------------------
004830 1900-WRITE-GENERIC-LINE.
004840     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
004850     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
004860     ADD 1 TO WS-LINE-COUNT.
004870 1900-EXIT.
004880     EXIT.
004890*
004900* ---------------------------------------------------------------
004910* 1990-INITIALIZE-FATAL
004920* REPORTS THE START-UP PROBLEM ALREADY BUILT IN WS-GENERIC-LINE,
004930* CLOSES EVERYTHING, AND ENDS THE STEP WITH RETURN CODE 16.
004940* ---------------------------------------------------------------
004950 1990-INITIALIZE-FATAL.
004960     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
004970     CLOSE CUSTOMER-MASTER-FILE
004980     CLOSE PAY-HISTORY-FILE
004990     CLOSE STATEMENT-FILE
005000     CLOSE REMITTANCE-FILE
005010     CLOSE PRINT-FILE
005020     MOVE 16 TO RETURN-CODE
005030     STOP RUN.
005040 1990-EXIT.
005050     EXIT.
005060*
005070* ---------------------------------------------------------------
005080* 2000-SWEEP-PAY-HISTORY
005090* READS THE WHOLE PAY-HISTORY FILE IN KEY ORDER (IDENT THEN PAY
005100* DATE) AND ROUTES EVERY RECORD FOR THE STATEMENT YEAR TO THE
005110* PER-CUSTOMER ACCUMULATION.  A CHANGE OF IDENT CLOSES OUT THE
005120* PRIOR CUSTOMER.
005130* ---------------------------------------------------------------
005140 2000-SWEEP-PAY-HISTORY.
005150     MOVE ZEROS TO PH-IDENT
005160     MOVE LOW-VALUES TO PH-PAY-DATE
005170     START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
005180         INVALID KEY
005190             MOVE "Y" TO WS-PH-EOF-SWITCH
005200     END-START
005210     PERFORM UNTIL PH-END-OF-FILE
005220         READ PAY-HISTORY-FILE NEXT RECORD
005230             AT END
005240                 MOVE "Y" TO WS-PH-EOF-SWITCH
005250             NOT AT END
005260                 ADD 1 TO WS-PH-RECORDS-READ
005270                 PERFORM 2100-PROCESS-ONE-PH-RECORD THRU 2100-EXIT
005280         END-READ
005290     END-PERFORM.
005300 2000-EXIT.
005310     EXIT.
005320*
005330* ---------------------------------------------------------------
005340* 2100-PROCESS-ONE-PH-RECORD
005350* ACCUMULATES ONE PAY-HISTORY RECORD INTO THE CURRENT
005360* CUSTOMER'S ANNUAL TOTALS IF IT BELONGS TO THE STATEMENT
005370* YEAR.  THE YTD RECORD ("0000" IN THE MONTH/DAY POSITIONS)
005380* SORTS AHEAD OF THE YEAR'S PAY DATES, SO ITS GROSS IS
005390* CAPTURED HERE DURING THE SWEEP - NO KEYED READ EVER
005400* DISTURBS THE BROWSE POSITION.  PAYMENTS THE BANK RETURNED
005410* ARE COUNTED AND EXCLUDED - THEIR GROSS WAS ALREADY BACKED
005420* OUT OF THE YTD RECORD BY COBOL04 - AND SO ARE REVERSED
005430* PAYMENTS AND OFFSETTING REVERSAL RECORDS (TYPES "V"/"R"),
005440* WHOSE PAIR THE REVERSAL RUN'S YTD REDUCTION ALREADY
005450* CARRIES, POSSIBLY ACROSS A YEAR BOUNDARY.
005460* ---------------------------------------------------------------
005470 2100-PROCESS-ONE-PH-RECORD.
005480     IF PH-PAY-DATE (1:4) NOT = WS-STATEMENT-YEAR
005490         GO TO 2100-EXIT
005500     END-IF
005510     IF CUSTOMER-IN-PROGRESS
005520             AND PH-IDENT NOT = WS-CUR-IDENT
005530         PERFORM 3000-CLOSE-OUT-CUSTOMER THRU 3000-EXIT
005540     END-IF
005550     IF NO-CUSTOMER-IN-PROGRESS
005560         SET CUSTOMER-IN-PROGRESS TO TRUE
005570         MOVE PH-IDENT TO WS-CUR-IDENT
005580         MOVE ZEROS TO WS-CUR-GROSS
005590         MOVE ZEROS TO WS-CUR-TAX
005600         MOVE ZEROS TO WS-CUR-BENEFITS
005610         MOVE ZEROS TO WS-CUR-DEDUCTIONS
005620         MOVE ZEROS TO WS-CUR-NET
005630         MOVE ZEROS TO WS-CUR-YTD-GROSS
005640     END-IF
005650     IF PH-PAY-DATE (5:4) = "0000"
005660         MOVE PH-YTD-GROSS TO WS-CUR-YTD-GROSS
005670         GO TO 2100-EXIT
005680     END-IF
005690     IF PH-RETURNED-FLAG = "R"
005700         ADD 1 TO WS-RETURNED-SKIPPED
005710         GO TO 2100-EXIT
005720     END-IF
005730     IF PH-RECORD-TYPE = "V" OR PH-RECORD-TYPE = "R"
005740         ADD 1 TO WS-REVERSED-SKIPPED
005750         GO TO 2100-EXIT
005760     END-IF
005770     ADD 1 TO WS-YEAR-RECORDS-USED
005780     ADD PH-GROSS-PAY TO WS-CUR-GROSS
005790     ADD PH-TAX-DEDUCTIONS TO WS-CUR-TAX
005800     ADD PH-BENEFIT-DEDUCTIONS TO WS-CUR-BENEFITS
005810     ADD PH-TOTAL-DEDUCTIONS TO WS-CUR-DEDUCTIONS
005820     ADD PH-NET-PAY TO WS-CUR-NET.
005830 2100-EXIT.
005840     EXIT.
005850*
005860* ---------------------------------------------------------------
005870* 3000-CLOSE-OUT-CUSTOMER
005880* CLOSES THE CUSTOMER WHOSE RECORDS HAVE ALL BEEN ACCUMULATED -
005890* PROVES THE ANNUAL GROSS AGAINST THE YTD GROSS CAPTURED
005900* DURING THE SWEEP, PRINTS THE RECONCILIATION LINE, WRITES THE
005910* STATEMENT PAGE AND THE REMITTANCE DETAIL, AND ROLLS THE RUN
005920* TOTALS.  ONLY THE CUSTOMER-MASTER FILE IS READ HERE - THE
005930* PAY-HISTORY BROWSE POSITION IS LEFT ALONE.
005940* ---------------------------------------------------------------
005950 3000-CLOSE-OUT-CUSTOMER.
005960     MOVE WS-CUR-IDENT TO CM-IDENT
005970     READ CUSTOMER-MASTER-FILE
005980         INVALID KEY
005990             MOVE SPACES TO WS-CUR-CUST-NAME
006000         NOT INVALID KEY
006010             MOVE CM-CUST-NAME TO WS-CUR-CUST-NAME
006020     END-READ
006030     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
006040     MOVE WS-CUR-IDENT TO PRT-RC-IDENT
006050     MOVE WS-CUR-GROSS TO PRT-RC-STMT-GROSS
006060     MOVE WS-CUR-YTD-GROSS TO PRT-RC-YTD-GROSS
006070     IF WS-CUR-GROSS = WS-CUR-YTD-GROSS
006080         MOVE "TIES" TO PRT-RC-STATUS
006090     ELSE
006100         MOVE "OUT OF BALANCE" TO PRT-RC-STATUS
006110         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
006120     END-IF
006130     WRITE PRINT-LINE FROM WS-RECON-DETAIL-LINE
006140         AFTER ADVANCING 1 LINE
006150     ADD 1 TO WS-LINE-COUNT
006160     PERFORM 3100-WRITE-STATEMENT-PAGE THRU 3100-EXIT
006170     PERFORM 3200-WRITE-REMIT-DETAIL THRU 3200-EXIT
006180     ADD 1 TO WS-STATEMENTS-WRITTEN
006190     ADD WS-CUR-GROSS TO WS-GROSS-GRAND-TOTAL
006200     ADD WS-CUR-TAX TO WS-TAX-GRAND-TOTAL
006210     SET NO-CUSTOMER-IN-PROGRESS TO TRUE.
006220 3000-EXIT.
006230     EXIT.
006240*
006250* ---------------------------------------------------------------
006260* 3100-WRITE-STATEMENT-PAGE
006270* WRITES THE ONE-PAGE ANNUAL EARNINGS STATEMENT FOR THE
006280* CUSTOMER JUST CLOSED OUT.
006290* ---------------------------------------------------------------
006300 3100-WRITE-STATEMENT-PAGE.
006310     MOVE WS-STATEMENT-YEAR TO STMT-YEAR
006320     WRITE STATEMENT-LINE FROM WS-STMT-TITLE-LINE
006330         AFTER ADVANCING PAGE
006340     MOVE WS-CUR-CUST-NAME TO STMT-CUST-NAME
006350     WRITE STATEMENT-LINE FROM WS-STMT-NAME-LINE
006360         AFTER ADVANCING 3 LINES
006370     MOVE WS-CUR-IDENT TO STMT-IDENT
006380     WRITE STATEMENT-LINE FROM WS-STMT-IDENT-LINE
006390         AFTER ADVANCING 1 LINE
006400     MOVE "TOTAL GROSS PAY" TO STMT-LABEL
006410     MOVE WS-CUR-GROSS TO STMT-AMOUNT
006420     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
006430         AFTER ADVANCING 3 LINES
006440     MOVE "TAX WITHHELD" TO STMT-LABEL
006450     MOVE WS-CUR-TAX TO STMT-AMOUNT
006460     PERFORM 3110-WRITE-STMT-AMOUNT THRU 3110-EXIT
006470     MOVE "BENEFIT DEDUCTIONS" TO STMT-LABEL
006480     MOVE WS-CUR-BENEFITS TO STMT-AMOUNT
006490     PERFORM 3110-WRITE-STMT-AMOUNT THRU 3110-EXIT
006500     MOVE "TOTAL DEDUCTIONS" TO STMT-LABEL
006510     MOVE WS-CUR-DEDUCTIONS TO STMT-AMOUNT
006520     PERFORM 3110-WRITE-STMT-AMOUNT THRU 3110-EXIT
006530     MOVE "NET PAY FOR THE YEAR" TO STMT-LABEL
006540     MOVE WS-CUR-NET TO STMT-AMOUNT
006550     PERFORM 3110-WRITE-STMT-AMOUNT THRU 3110-EXIT.
006560 3100-EXIT.
006570     EXIT.
006580*
006590* ---------------------------------------------------------------
006600* 3110-WRITE-STMT-AMOUNT
006610* WRITES ONE LABELED AMOUNT LINE OF THE ANNUAL STATEMENT.
006620* ---------------------------------------------------------------
006630 3110-WRITE-STMT-AMOUNT.
006640     WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
006650         AFTER ADVANCING 1 LINE.
006660 3110-EXIT.
006670     EXIT.
006680*
006690* ---------------------------------------------------------------
006700* 3200-WRITE-REMIT-DETAIL
006710* WRITES ONE TAX REMITTANCE DETAIL RECORD FOR THE CUSTOMER JUST
006720* CLOSED OUT AND ROLLS IT INTO THE TRAILER TOTALS.  A NEGATIVE
006730* ANNUAL TOTAL (REVERSALS EXCEEDING PAYMENTS) CANNOT BE
006740* CARRIED ON THE UNSIGNED EXTRACT - IT IS REPORTED ON THE
006750* LISTING AND LEFT OFF THE FILE FOR SOMEBODY TO HANDLE WITH
006760* THE TAX AUTHORITY DIRECTLY.
006770* ---------------------------------------------------------------
006780 3200-WRITE-REMIT-DETAIL.
006790     IF WS-CUR-GROSS < ZERO OR WS-CUR-TAX < ZERO
006800         MOVE SPACES TO WS-GENERIC-LINE
006810         STRING "COBOL05 - NEGATIVE ANNUAL TOTAL FOR IDENT "
006820             WS-CUR-IDENT " LEFT OFF REMITTANCE FILE"
006830             DELIMITED BY SIZE INTO WS-GENERIC-LINE
006840         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006850         GO TO 3200-EXIT
006860     END-IF
006870     MOVE WS-CUR-IDENT TO REM-D-IDENT
006880     MOVE WS-CUR-GROSS TO REM-D-GROSS
006890     MOVE WS-CUR-TAX TO REM-D-TAX
006900     WRITE REMITTANCE-RECORD FROM WS-REMIT-DETAIL-RECORD
006910     ADD WS-CUR-GROSS TO WS-REMIT-GROSS-TOTAL
006920     ADD WS-CUR-TAX TO WS-REMIT-TAX-TOTAL
006930     ADD 1 TO WS-REMIT-RECORD-COUNT.
006940 3200-EXIT.
006950     EXIT.
006960*
006970* ---------------------------------------------------------------
006980* 3900-WRITE-REMIT-TRAILER
006990* WRITES THE REMITTANCE TRAILER CARRYING THE DETAIL COUNT AND
007000* THE GROSS AND TAX TOTALS.
007010* ---------------------------------------------------------------
007020 3900-WRITE-REMIT-TRAILER.
007030     MOVE WS-REMIT-RECORD-COUNT TO REM-T-RECORD-COUNT
007040     MOVE WS-REMIT-GROSS-TOTAL TO REM-T-GROSS-TOTAL
007050     MOVE WS-REMIT-TAX-TOTAL TO REM-T-TAX-TOTAL
007060     WRITE REMITTANCE-RECORD FROM WS-REMIT-TRAILER-RECORD.
007070 3900-EXIT.
007080     EXIT.
007090*
007100* ---------------------------------------------------------------
007110* 5000-WRITE-RUN-TOTALS
007120* PRINTS THE YEAR-END RUN TOTALS AT THE FOOT OF THE
007130* RECONCILIATION LISTING.  ANY CUSTOMER WHOSE STATEMENT DOES
007140* NOT TIE TO THE YTD RECORD ENDS THE STEP WITH RETURN CODE 8.
007150* ---------------------------------------------------------------
007160 5000-WRITE-RUN-TOTALS.
007170     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007180     MOVE "PAY-HISTORY RECORDS READ" TO PRT-T-LABEL
007190     MOVE WS-PH-RECORDS-READ TO PRT-T-COUNT
007200     WRITE PRINT-LINE FROM WS-TOTALS-LINE
007210         AFTER ADVANCING 2 LINES
007220     ADD 2 TO WS-LINE-COUNT
007230     MOVE "RECORDS USED FOR THE YEAR" TO PRT-T-LABEL
007240     MOVE WS-YEAR-RECORDS-USED TO PRT-T-COUNT
007250     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
007260     MOVE "RETURNED PAYMENTS EXCLUDED" TO PRT-T-LABEL
007270     MOVE WS-RETURNED-SKIPPED TO PRT-T-COUNT
007280     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
007290     MOVE "REVERSED RECORDS EXCLUDED" TO PRT-T-LABEL
007300     MOVE WS-REVERSED-SKIPPED TO PRT-T-COUNT
007310     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
007320     MOVE "STATEMENTS WRITTEN" TO PRT-T-LABEL
007330     MOVE WS-STATEMENTS-WRITTEN TO PRT-T-COUNT
007340     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
007350     MOVE "STATEMENTS OUT OF BALANCE" TO PRT-T-LABEL
007360     MOVE WS-OUT-OF-BALANCE-COUNT TO PRT-T-COUNT
007370     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
007380     MOVE "GROSS PAY GRAND TOTAL" TO PRT-AM-LABEL
007390     MOVE WS-GROSS-GRAND-TOTAL TO PRT-AM-AMOUNT
007400     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
007410     MOVE "TAX WITHHELD GRAND TOTAL" TO PRT-AM-LABEL
007420     MOVE WS-TAX-GRAND-TOTAL TO PRT-AM-AMOUNT
007430     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
007440     IF WS-OUT-OF-BALANCE-COUNT > 0
007450         MOVE SPACES TO WS-GENERIC-LINE
007460         MOVE "RUN NOT CLEAN - STATEMENTS DO NOT TIE TO YTD"
007470             TO WS-GENERIC-LINE
007480         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
007490         MOVE 8 TO RETURN-CODE
007500     END-IF.
007510 5000-EXIT.
007520     EXIT.
007530*
007540* ---------------------------------------------------------------
007550* 5100-WRITE-ONE-TOTAL-LINE
007560* WRITES ONE COUNT LINE OF THE YEAR-END RUN TOTALS.
007570* ---------------------------------------------------------------
007580 5100-WRITE-ONE-TOTAL-LINE.
007590     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007600     WRITE PRINT-LINE FROM WS-TOTALS-LINE
007610         AFTER ADVANCING 1 LINE
007620     ADD 1 TO WS-LINE-COUNT.
007630 5100-EXIT.
007640     EXIT.
007650*
007660* ---------------------------------------------------------------
007670* 5200-WRITE-ONE-AMOUNT-LINE
007680* WRITES ONE AMOUNT LINE OF THE YEAR-END RUN TOTALS.
007690* ---------------------------------------------------------------
007700 5200-WRITE-ONE-AMOUNT-LINE.
007710     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007720     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
007730         AFTER ADVANCING 1 LINE
007740     ADD 1 TO WS-LINE-COUNT.
007750 5200-EXIT.
007760     EXIT.
007770*
007780* ---------------------------------------------------------------
007790* 9000-TERMINATE
007800* CLOSES THE FILES USED BY THE RUN.
007810* ---------------------------------------------------------------
007820 9000-TERMINATE.
007830     CLOSE CUSTOMER-MASTER-FILE
007840     CLOSE PAY-HISTORY-FILE
007850     CLOSE STATEMENT-FILE
007860     CLOSE REMITTANCE-FILE
007870     CLOSE PRINT-FILE.
007880 9000-EXIT.
007890     EXIT.
