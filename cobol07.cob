000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. COBOL07.
000040 AUTHOR. ASGR.
000050 INSTALLATION. PAYROLL-SYSTEMS.
000060 DATE-WRITTEN. OCT 15 2026.
000070 DATE-COMPILED.
000080*
000090* PAY-PERIOD CALENDAR MAINTENANCE.  READS A BATCH FILE OF
000100* CALENDAR CARDS AGAINST THE PAY-CALENDAR FILE (THE
000110* PC-CALENDAR-RECORD LAYOUT IN PCALREC) - ADDING NEW PERIODS AS
000120* OPEN, DELETING AN OPEN PERIOD ADDED IN ERROR, CLOSING A PAID
000130* PERIOD, AND CLOSING A WHOLE GROUP'S PAID YEAR - AND PRINTS A
000140* MAINTAINED/REJECTED AUDIT LINE FOR EVERY CARD FOLLOWED BY A
000150* LISTING OF THE WHOLE CALENDAR AS IT STANDS AT THE END OF THE
000160* RUN.  COBOL01 ONLY EVER MOVES A PERIOD FROM OPEN TO PAID;
000170* EVERY OTHER CHANGE TO THE CALENDAR GOES THROUGH HERE.
000180*
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 ASG   ORIGINAL PROGRAM - PAY-PERIOD CALENDAR
000220*                  MAINTENANCE FROM A BATCH ADD/DELETE/CLOSE
000230*                  CARD FILE, WITH A PER-CARD AUDIT LISTING
000240*                  AND A FULL CALENDAR LISTING.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS PC-KEY
000360         FILE STATUS IS WS-PC-FILE-STATUS.
000370     SELECT CALENDAR-TRAN-FILE ASSIGN TO "CALTRAN"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-CT-FILE-STATUS.
000400     SELECT PRINT-FILE ASSIGN TO "CALLIST"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-PRT-FILE-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PAY-CALENDAR-FILE
000470         LABEL RECORDS ARE STANDARD.
000480     COPY PCALREC.
000490 FD  CALENDAR-TRAN-FILE
000500         RECORD CONTAINS 80 CHARACTERS
000510         LABEL RECORDS ARE OMITTED.
000520 01  CT-CALENDAR-CARD.
000530     02  CT-ACTION-CODE              PIC X(01).
000540     02  CT-PAY-GROUP                PIC X(01).
000550     02  CT-PAY-DATE                 PIC X(08).
000560     02  CT-PAY-DATE-PARTS REDEFINES CT-PAY-DATE.
000570         03  CT-PAY-YEAR             PIC X(04).
000580         03  CT-PAY-MONTH            PIC X(02).
000590         03  CT-PAY-DAY              PIC X(02).
000600     02  FILLER                      PIC X(70).
000610 FD  PRINT-FILE
000620         RECORD CONTAINS 132 CHARACTERS
000630         LABEL RECORDS ARE OMITTED.
000640 01  PRINT-LINE                  PIC X(132).
000650*
000660 WORKING-STORAGE SECTION.
000670* ---------------------------------------------------------------
000680* FILE I/O CONTROLS
000690* ---------------------------------------------------------------
000700 77  WS-PC-FILE-STATUS        PIC X(02) VALUE SPACES.
000710 77  WS-CT-FILE-STATUS        PIC X(02) VALUE SPACES.
000720 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
000730 01  WS-SWITCHES.
000740     02  WS-CT-EOF-SWITCH        PIC X(01) VALUE "N".
000750         88  CT-END-OF-FILE           VALUE "Y".
000760         88  CT-NOT-END-OF-FILE       VALUE "N".
000770     02  WS-CT-VALID-SWITCH      PIC X(01) VALUE "Y".
000780         88  CT-IS-VALID              VALUE "Y".
000790         88  CT-IS-REJECTED           VALUE "N".
000800     02  WS-PC-EOF-SWITCH        PIC X(01) VALUE "N".
000810         88  PC-END-OF-FILE           VALUE "Y".
000820         88  PC-NOT-END-OF-FILE       VALUE "N".
000830     02  WS-LEAP-YEAR-SWITCH     PIC X(01) VALUE "N".
000840         88  IS-LEAP-YEAR             VALUE "Y".
000850         88  IS-NOT-LEAP-YEAR         VALUE "N".
000860     02  WS-REPORT-PHASE-SWITCH  PIC X(01) VALUE "A".
000870         88  REPORT-PHASE-AUDIT       VALUE "A".
000880         88  REPORT-PHASE-LISTING     VALUE "L".
000890*
000900* ---------------------------------------------------------------
000910* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS
000920* ---------------------------------------------------------------
000930 01  WS-PRT-CONTROLS.
000940     02  WS-RUN-DATE              PIC X(08).
000950     02  WS-RUN-TIME              PIC X(08).
000960     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
000970     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
000980     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
000990 01  WS-REPORT-PAGE-HEADING-1.
001000     02  FILLER             PIC X(30) VALUE
001010             "COBOL07 PAY-CALENDAR MAINT".
001020     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
001030     02  PRT-HDG-RUN-DATE   PIC X(10).
001040     02  FILLER             PIC X(10) VALUE SPACES.
001050     02  FILLER             PIC X(06) VALUE "PAGE: ".
001060     02  PRT-HDG-PAGE-NO    PIC ZZ9.
001070     02  FILLER             PIC X(63) VALUE SPACES.
001080 01  WS-AUDIT-HEADING-LINE.
001090     02  FILLER             PIC X(08) VALUE "CARD".
001100     02  FILLER             PIC X(10) VALUE "ACTION".
001110     02  FILLER             PIC X(07) VALUE "GROUP".
001120     02  FILLER             PIC X(11) VALUE "PAY DATE".
001130     02  FILLER             PIC X(12) VALUE "DISPOSITION".
001140     02  FILLER             PIC X(40) VALUE "REASON".
001150     02  FILLER             PIC X(44) VALUE SPACES.
001160 01  WS-AUDIT-DETAIL-LINE.
001170     02  PRT-A-CARD-NO      PIC ZZZZ9.
001180     02  FILLER             PIC X(03) VALUE SPACES.
001190     02  PRT-A-ACTION       PIC X(08).
001200     02  FILLER             PIC X(02) VALUE SPACES.
001210     02  PRT-A-GROUP        PIC X(01).
001220     02  FILLER             PIC X(06) VALUE SPACES.
001230     02  PRT-A-PAY-DATE     PIC X(08).
001240     02  FILLER             PIC X(03) VALUE SPACES.
001250     02  PRT-A-DISPOSITION  PIC X(10).
001260     02  FILLER             PIC X(02) VALUE SPACES.
001270     02  PRT-A-REASON       PIC X(40).
001280     02  FILLER             PIC X(44) VALUE SPACES.
001290 01  WS-LISTING-HEADING-LINE.
001300     02  FILLER             PIC X(07) VALUE "GROUP".
001310     02  FILLER             PIC X(11) VALUE "PAY DATE".
001320     02  FILLER             PIC X(09) VALUE "STATUS".
001330     02  FILLER             PIC X(12) VALUE "LAST RUN".
001340     02  FILLER             PIC X(10) VALUE "RUN TIME".
001350     02  FILLER             PIC X(06) VALUE "MODE".
001360     02  FILLER             PIC X(07) VALUE "RUNS".
001370     02  FILLER             PIC X(10) VALUE "MAINTAINED".
001380     02  FILLER             PIC X(60) VALUE SPACES.
001390 01  WS-LISTING-DETAIL-LINE.
001400     02  FILLER             PIC X(02) VALUE SPACES.
001410     02  PRT-L-GROUP        PIC X(01).
001420     02  FILLER             PIC X(04) VALUE SPACES.
001430     02  PRT-L-PAY-DATE     PIC X(08).
001440     02  FILLER             PIC X(03) VALUE SPACES.
001450     02  PRT-L-STATUS       PIC X(06).
001460     02  FILLER             PIC X(03) VALUE SPACES.
001470     02  PRT-L-LAST-RUN     PIC X(08).
001480     02  FILLER             PIC X(04) VALUE SPACES.
001490     02  PRT-L-RUN-TIME     PIC X(08).
001500     02  FILLER             PIC X(04) VALUE SPACES.
001510     02  PRT-L-MODE         PIC X(01).
001520     02  FILLER             PIC X(03) VALUE SPACES.
001530     02  PRT-L-RUN-COUNT    PIC ZZ9.
001540     02  FILLER             PIC X(06) VALUE SPACES.
001550     02  PRT-L-MAINT-DATE   PIC X(08).
001560     02  FILLER             PIC X(60) VALUE SPACES.
001570 01  WS-TOTALS-LINE.
001580     02  PRT-T-LABEL        PIC X(30).
001590     02  PRT-T-COUNT        PIC ZZZZ9.
001600     02  FILLER             PIC X(97) VALUE SPACES.
001610 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
001620*
001630* ---------------------------------------------------------------
001640* CARD EDIT AND AUDIT FIELDS
001650* ---------------------------------------------------------------
001660 01  WS-CARD-WORK.
001670     02  WS-CT-COUNT              PIC 9(05) VALUE ZEROS.
001680     02  WS-ADD-COUNT             PIC 9(05) VALUE ZEROS.
001690     02  WS-DELETE-COUNT          PIC 9(05) VALUE ZEROS.
001700     02  WS-CLOSE-COUNT           PIC 9(05) VALUE ZEROS.
001710     02  WS-YEAR-CLOSE-COUNT      PIC 9(05) VALUE ZEROS.
001720     02  WS-REJECT-COUNT          PIC 9(05) VALUE ZEROS.
001730     02  WS-CT-REASON             PIC X(40) VALUE SPACES.
001740     02  WS-CT-ACTION-DISPLAY     PIC X(08) VALUE SPACES.
001750*
001760* ---------------------------------------------------------------
001770* YEAR-END CLOSE FIELDS.  A "Y" CARD CLOSES EVERY PAID PERIOD OF
001780* ONE GROUP IN ONE YEAR, BUT ONLY WHEN NO PERIOD OF THAT GROUP
001790* AND YEAR IS STILL OPEN - A YEAR WITH AN UNPAID PERIOD IN IT IS
001800* NOT FINISHED, AND CLOSING AROUND THE GAP WOULD LEAVE COBOL01
001810* REFUSING EVERY LATER PERIOD OF THE GROUP FOREVER.
001820* ---------------------------------------------------------------
001830 01  WS-YEAR-CLOSE-WORK.
001840     02  WS-YC-OPEN-COUNT         PIC 9(05) VALUE ZEROS.
001850     02  WS-YC-PAID-COUNT         PIC 9(05) VALUE ZEROS.
001860     02  WS-YC-CLOSED-COUNT       PIC 9(05) VALUE ZEROS.
001870     02  WS-YC-COUNT-DISPLAY      PIC ZZZZ9.
001880*
001890* ---------------------------------------------------------------
001900* CALENDAR LISTING COUNTS
001910* ---------------------------------------------------------------
001920 01  WS-LISTING-COUNTS.
001930     02  WS-LIST-OPEN-COUNT       PIC 9(05) VALUE ZEROS.
001940     02  WS-LIST-PAID-COUNT       PIC 9(05) VALUE ZEROS.
001950     02  WS-LIST-CLOSED-COUNT     PIC 9(05) VALUE ZEROS.
001960*
001970* ---------------------------------------------------------------
001980* PAY-DATE VALIDATION FIELDS - THE SAME CALENDAR EDITS COBOL01
001990* APPLIES TO ITS PAY-DATE= CARD, SO A PERIOD ADDED HERE IS ONE
002000* A PAYING RUN CAN ACTUALLY BE SUBMITTED FOR.
002010* ---------------------------------------------------------------
002020 01  WS-DATE-VALIDATION.
002030     02  WS-LEAP-CALC-QUOTIENT    PIC 9(04).
002040     02  WS-LEAP-CALC-REM-400     PIC 9(04).
002050     02  WS-LEAP-CALC-REM-100     PIC 9(04).
002060     02  WS-LEAP-CALC-REM-4       PIC 9(04).
002070     02  WS-EDIT-MONTH            PIC 9(02).
002080     02  WS-EDIT-DAY              PIC 9(02).
002090     02  WS-EDIT-YEAR             PIC 9(04).
002100 01  WS-DAYS-IN-MONTH-TABLE.
002110     02  FILLER PIC 9(02) VALUE 31.
002120     02  FILLER PIC 9(02) VALUE 28.
002130     02  FILLER PIC 9(02) VALUE 31.
002140     02  FILLER PIC 9(02) VALUE 30.
002150     02  FILLER PIC 9(02) VALUE 31.
002160     02  FILLER PIC 9(02) VALUE 30.
002170     02  FILLER PIC 9(02) VALUE 31.
002180     02  FILLER PIC 9(02) VALUE 31.
002190     02  FILLER PIC 9(02) VALUE 30.
002200     02  FILLER PIC 9(02) VALUE 31.
002210     02  FILLER PIC 9(02) VALUE 30.
002220     02  FILLER PIC 9(02) VALUE 31.
002230 01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
002240     02  WS-DAYS-IN-MONTH-ENTRY   PIC 9(02) OCCURS 12 TIMES.
002250*
002260 PROCEDURE DIVISION.
002270* ---------------------------------------------------------------
002280* 0000-MAIN-LOGIC
002290* OVERALL DRIVER FOR THE CALENDAR MAINTENANCE RUN.
002300* ---------------------------------------------------------------
002310 0000-MAIN-LOGIC.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002330     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
002340     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT
002350     PERFORM 6000-LIST-CALENDAR THRU 6000-EXIT
002360     PERFORM 9000-TERMINATE THRU 9000-EXIT
002370     STOP RUN.
002380*
002390* ---------------------------------------------------------------
002400* 1000-INITIALIZE
002410* OPENS THE FILES USED BY THE RUN.  PRINT-FILE IS FATAL IF IT
002420* WILL NOT OPEN - WITH NO AUDIT LISTING THERE IS NO ACCOUNTING
002430* FOR WHAT WAS DONE TO THE CALENDAR.  IF PAYCAL HAS NEVER BEEN
002440* LOADED IT IS CREATED EMPTY FIRST, EXACTLY AS COBOL01 DOES FOR
002450* PAYHIST, SO THE FIRST RUN CAN ADD THE FIRST YEAR'S PERIODS.
002460* ---------------------------------------------------------------
002470 1000-INITIALIZE.
002480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002490     ACCEPT WS-RUN-TIME FROM TIME
002500     MOVE ZEROS TO WS-PAGE-NUMBER
002510     MOVE ZEROS TO WS-LINE-COUNT
002520     OPEN OUTPUT PRINT-FILE
002530     IF WS-PRT-FILE-STATUS NOT = "00"
002540         DISPLAY "COBOL07 - UNABLE TO OPEN PRINT-FILE, STATUS = "
002550             WS-PRT-FILE-STATUS
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF
002590     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
002600     OPEN I-O PAY-CALENDAR-FILE
002610     IF WS-PC-FILE-STATUS = "35"
002620         OPEN OUTPUT PAY-CALENDAR-FILE
002630         CLOSE PAY-CALENDAR-FILE
002640         OPEN I-O PAY-CALENDAR-FILE
002650     END-IF
002660     IF WS-PC-FILE-STATUS NOT = "00"
002670         MOVE SPACES TO WS-GENERIC-LINE
002680         STRING "COBOL07 - UNABLE TO OPEN PAY-CALENDAR-FILE, "
002690             "STATUS = " WS-PC-FILE-STATUS
002700             DELIMITED BY SIZE INTO WS-GENERIC-LINE
002710         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
002720         CLOSE PRINT-FILE
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF
002760     OPEN INPUT CALENDAR-TRAN-FILE
002770     IF WS-CT-FILE-STATUS NOT = "00"
002780         MOVE SPACES TO WS-GENERIC-LINE
002790         STRING "COBOL07 - UNABLE TO OPEN CALENDAR-TRAN-FILE, "
002800             "STATUS = " WS-CT-FILE-STATUS
002810             DELIMITED BY SIZE INTO WS-GENERIC-LINE
002820         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
002830         CLOSE PAY-CALENDAR-FILE
002840         CLOSE PRINT-FILE
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880 1000-EXIT.
002890     EXIT.
002900*
002910* ---------------------------------------------------------------
002920* 1650-WRITE-PAGE-HEADING
002930* STARTS A NEW PAGE OF THE AUDIT LISTING WITH THE RUN DATE AND
002940* PAGE NUMBER FOLLOWED BY THE AUDIT COLUMN HEADINGS (OR, ONCE
002950* 6000 HAS STARTED, THE CALENDAR-LISTING HEADINGS).  CALLED AT
002960* START-UP AND AGAIN BY 1660-CHECK-PAGE-BREAK WHENEVER THE
002970* CURRENT PAGE FILLS UP.
002980* ---------------------------------------------------------------
002990 1650-WRITE-PAGE-HEADING.
003000     ADD 1 TO WS-PAGE-NUMBER
003010     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
003020     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
003030     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
003040         AFTER ADVANCING PAGE
003050     MOVE ZEROS TO WS-LINE-COUNT
003060     IF REPORT-PHASE-LISTING
003070         WRITE PRINT-LINE FROM WS-LISTING-HEADING-LINE
003080             AFTER ADVANCING 2 LINES
003090     ELSE
003100         WRITE PRINT-LINE FROM WS-AUDIT-HEADING-LINE
003110             AFTER ADVANCING 2 LINES
003120     END-IF
003130     ADD 2 TO WS-LINE-COUNT.
003140 1650-EXIT.
003150     EXIT.
003160*
003170* ---------------------------------------------------------------
003180* 1660-CHECK-PAGE-BREAK
003190* STARTS A NEW PAGE IF THE CURRENT ONE HAS FILLED UP.
003200* ---------------------------------------------------------------
003210 1660-CHECK-PAGE-BREAK.
003220     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
003230         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
003240     END-IF.
003250 1660-EXIT.
003260     EXIT.
003270*
003280* ---------------------------------------------------------------
003290* 1900-WRITE-GENERIC-LINE
003300* WRITES WHATEVER HAS BEEN MOVED INTO WS-GENERIC-LINE AS A
003310* SINGLE-SPACED REPORT LINE.
003320* ---------------------------------------------------------------
003330 1900-WRITE-GENERIC-LINE.
003340     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
003350     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
003360     ADD 1 TO WS-LINE-COUNT.
003370 1900-EXIT.
003380     EXIT.
003390*
003400* ---------------------------------------------------------------
003410* 2000-PROCESS-CARDS
003420* READS THE CALENDAR CARD FILE AND PROCESSES EVERY CARD ON IT.
003430* ---------------------------------------------------------------
003440 2000-PROCESS-CARDS.
003450     PERFORM UNTIL CT-END-OF-FILE
003460         READ CALENDAR-TRAN-FILE
003470             AT END
003480                 MOVE "Y" TO WS-CT-EOF-SWITCH
003490             NOT AT END
003500                 IF CT-ACTION-CODE NOT = "*"
003510                         AND CT-CALENDAR-CARD NOT = SPACES
003520                     PERFORM 2100-PROCESS-ONE-CARD
003530                         THRU 2100-EXIT
003540                 END-IF
003550         END-READ
003560     END-PERFORM.
003570 2000-EXIT.
003580     EXIT.
003590*
003600* ---------------------------------------------------------------
003610* 2100-PROCESS-ONE-CARD
003620* EDITS ONE CALENDAR CARD AND, IF IT SURVIVES EVERY EDIT,
003630* APPLIES IT TO THE PAY-CALENDAR FILE.  EVERY CARD - APPLIED OR
003640* REJECTED - GETS EXACTLY ONE AUDIT LINE.
003650* ---------------------------------------------------------------
003660 2100-PROCESS-ONE-CARD.
003670     ADD 1 TO WS-CT-COUNT
003680     SET CT-IS-VALID TO TRUE
003690     MOVE SPACES TO WS-CT-REASON
003700     EVALUATE CT-ACTION-CODE
003710         WHEN "A"
003720             MOVE "ADD" TO WS-CT-ACTION-DISPLAY
003730         WHEN "D"
003740             MOVE "DELETE" TO WS-CT-ACTION-DISPLAY
003750         WHEN "C"
003760             MOVE "CLOSE" TO WS-CT-ACTION-DISPLAY
003770         WHEN "Y"
003780             MOVE "YEAR-END" TO WS-CT-ACTION-DISPLAY
003790         WHEN OTHER
003800             MOVE CT-ACTION-CODE TO WS-CT-ACTION-DISPLAY
003810             SET CT-IS-REJECTED TO TRUE
003820             MOVE "ACTION CODE NOT A, D, C, OR Y" TO WS-CT-REASON
003830     END-EVALUATE
003840     IF CT-IS-REJECTED
003850         PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
003860         GO TO 2100-EXIT
003870     END-IF
003880     IF CT-ACTION-CODE = "Y"
003890         IF CT-PAY-YEAR NOT NUMERIC
003900                 OR CT-PAY-YEAR < "1900"
003910             SET CT-IS-REJECTED TO TRUE
003920             MOVE "YEAR NOT NUMERIC OR BEFORE 1900"
003930                 TO WS-CT-REASON
003940         END-IF
003950     ELSE
003960         PERFORM 2200-VALIDATE-PAY-DATE THRU 2200-EXIT
003970     END-IF
003980     IF CT-IS-REJECTED
003990         PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
004000         GO TO 2100-EXIT
004010     END-IF
004020     EVALUATE CT-ACTION-CODE
004030         WHEN "A"
004040             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
004050         WHEN "D"
004060             PERFORM 3100-APPLY-DELETE THRU 3100-EXIT
004070         WHEN "C"
004080             PERFORM 3200-APPLY-CLOSE THRU 3200-EXIT
004090         WHEN "Y"
004100             PERFORM 3300-APPLY-YEAR-CLOSE THRU 3300-EXIT
004110     END-EVALUATE
004120     PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT.
004130 2100-EXIT.
004140     EXIT.
004150*
004160* ---------------------------------------------------------------
004170* 2200-VALIDATE-PAY-DATE
004180* THE PAY DATE ON AN A, D, OR C CARD MUST BE A REAL CALENDAR
004190* DATE - NUMERIC YYYYMMDD, MONTH 01-12, AND A DAY THAT EXISTS
004200* IN THAT MONTH (INCLUDING LEAP-YEAR FEBRUARY).
004210* ---------------------------------------------------------------
004220 2200-VALIDATE-PAY-DATE.
004230     IF CT-PAY-DATE NOT NUMERIC
004240         SET CT-IS-REJECTED TO TRUE
004250         MOVE "PAY DATE NOT NUMERIC YYYYMMDD" TO WS-CT-REASON
004260         GO TO 2200-EXIT
004270     END-IF
004280     MOVE CT-PAY-YEAR TO WS-EDIT-YEAR
004290     MOVE CT-PAY-MONTH TO WS-EDIT-MONTH
004300     MOVE CT-PAY-DAY TO WS-EDIT-DAY
004310     IF WS-EDIT-YEAR < 1900
004320         SET CT-IS-REJECTED TO TRUE
004330         MOVE "PAY DATE YEAR BEFORE 1900" TO WS-CT-REASON
004340         GO TO 2200-EXIT
004350     END-IF
004360     IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
004370         SET CT-IS-REJECTED TO TRUE
004380         MOVE "PAY DATE MONTH OUT OF RANGE" TO WS-CT-REASON
004390         GO TO 2200-EXIT
004400     END-IF
004410     PERFORM 2260-DETERMINE-LEAP-YEAR THRU 2260-EXIT
004420     IF WS-EDIT-MONTH = 2 AND IS-LEAP-YEAR
004430         IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY > 29
004440             SET CT-IS-REJECTED TO TRUE
004450             MOVE "PAY DATE DAY OUT OF RANGE" TO WS-CT-REASON
004460         END-IF
004470         GO TO 2200-EXIT
004480     END-IF
004490     IF WS-EDIT-DAY < 1 OR WS-EDIT-DAY >
004500             WS-DAYS-IN-MONTH-ENTRY (WS-EDIT-MONTH)
004510         SET CT-IS-REJECTED TO TRUE
004520         MOVE "PAY DATE DAY OUT OF RANGE" TO WS-CT-REASON
004530     END-IF.
004540 2200-EXIT.
004550     EXIT.
004560*
004570* ---------------------------------------------------------------
004580* 2260-DETERMINE-LEAP-YEAR
004590* SETS THE LEAP-YEAR SWITCH FOR THE CARD YEAR USING THE STANDARD
004600* GREGORIAN RULE - DIVISIBLE BY 4, EXCEPT CENTURIES, EXCEPT
004610* CENTURIES DIVISIBLE BY 400.
004620* ---------------------------------------------------------------
004630 2260-DETERMINE-LEAP-YEAR.
004640     SET IS-NOT-LEAP-YEAR TO TRUE
004650     DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-CALC-QUOTIENT
004660         REMAINDER WS-LEAP-CALC-REM-400
004670     IF WS-LEAP-CALC-REM-400 = 0
004680         SET IS-LEAP-YEAR TO TRUE
004690         GO TO 2260-EXIT
004700     END-IF
004710     DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-CALC-QUOTIENT
004720         REMAINDER WS-LEAP-CALC-REM-100
004730     IF WS-LEAP-CALC-REM-100 = 0
004740         GO TO 2260-EXIT
004750     END-IF
004760     DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-CALC-QUOTIENT
004770         REMAINDER WS-LEAP-CALC-REM-4
004780     IF WS-LEAP-CALC-REM-4 = 0
004790         SET IS-LEAP-YEAR TO TRUE
004800     END-IF.
004810 2260-EXIT.
004820     EXIT.
004830*
004840* ---------------------------------------------------------------
004850* 3000-APPLY-ADD
004860* ADDS A NEW PERIOD TO THE CALENDAR AS OPEN, WITH NO PAYING
004870* RUNS AGAINST IT YET.  A PERIOD ALREADY ON FILE REJECTS - ITS
004880* STATUS IS NEVER RESET BY AN ADD.
004890* ---------------------------------------------------------------
004900 3000-APPLY-ADD.
004910     MOVE CT-PAY-GROUP TO PC-PAY-GROUP
004920     MOVE CT-PAY-DATE TO PC-PAY-DATE
004930     MOVE "O" TO PC-PERIOD-STATUS
004940     MOVE SPACES TO PC-LAST-RUN-DATE
004950     MOVE SPACES TO PC-LAST-RUN-TIME
004960     MOVE SPACES TO PC-LAST-RUN-MODE
004970     MOVE ZEROS TO PC-PAYING-RUN-COUNT
004980     MOVE WS-RUN-DATE TO PC-MAINT-DATE
004990     WRITE PC-CALENDAR-RECORD
005000         INVALID KEY
005010             SET CT-IS-REJECTED TO TRUE
005020             MOVE "PERIOD ALREADY ON CALENDAR" TO WS-CT-REASON
005030         NOT INVALID KEY
005040             ADD 1 TO WS-ADD-COUNT
005050     END-WRITE.
005060 3000-EXIT.
005070     EXIT.
005080*
005090* ---------------------------------------------------------------
005100* 3100-APPLY-DELETE
005110* REMOVES A PERIOD ADDED IN ERROR.  ONLY AN OPEN PERIOD MAY BE
005120* DELETED - A PAID OR CLOSED PERIOD HAS PAYMENTS FILED UNDER IT
005130* AND STAYS ON THE CALENDAR FOR GOOD.
005140* ---------------------------------------------------------------
005150 3100-APPLY-DELETE.
005160     MOVE CT-PAY-GROUP TO PC-PAY-GROUP
005170     MOVE CT-PAY-DATE TO PC-PAY-DATE
005180     READ PAY-CALENDAR-FILE
005190         INVALID KEY
005200             SET CT-IS-REJECTED TO TRUE
005210             MOVE "PERIOD NOT ON CALENDAR" TO WS-CT-REASON
005220     END-READ
005230     IF CT-IS-REJECTED
005240         GO TO 3100-EXIT
005250     END-IF
005260     IF PC-PERIOD-STATUS NOT = "O"
005270         SET CT-IS-REJECTED TO TRUE
005280         MOVE "ONLY AN OPEN PERIOD MAY BE DELETED"
005290             TO WS-CT-REASON
005300         GO TO 3100-EXIT
005310     END-IF
005320     DELETE PAY-CALENDAR-FILE
005330         INVALID KEY
005340             SET CT-IS-REJECTED TO TRUE
005350             MOVE "DELETE FAILED" TO WS-CT-REASON
005360         NOT INVALID KEY
005370             ADD 1 TO WS-DELETE-COUNT
005380     END-DELETE.
005390 3100-EXIT.
005400     EXIT.
005410*
005420* ---------------------------------------------------------------
005430* 3200-APPLY-CLOSE
005440* CLOSES ONE PAID PERIOD.  AN OPEN PERIOD CANNOT BE CLOSED -
005450* NOBODY HAS BEEN PAID FOR IT YET - AND CLOSING IS ONE-WAY.
005460* ---------------------------------------------------------------
005470 3200-APPLY-CLOSE.
005480     MOVE CT-PAY-GROUP TO PC-PAY-GROUP
005490     MOVE CT-PAY-DATE TO PC-PAY-DATE
005500     READ PAY-CALENDAR-FILE
005510         INVALID KEY
005520             SET CT-IS-REJECTED TO TRUE
005530             MOVE "PERIOD NOT ON CALENDAR" TO WS-CT-REASON
005540     END-READ
005550     IF CT-IS-REJECTED
005560         GO TO 3200-EXIT
005570     END-IF
005580     EVALUATE PC-PERIOD-STATUS
005590         WHEN "O"
005600             SET CT-IS-REJECTED TO TRUE
005610             MOVE "PERIOD IS OPEN - NOT YET PAID"
005620                 TO WS-CT-REASON
005630         WHEN "C"
005640             SET CT-IS-REJECTED TO TRUE
005650             MOVE "PERIOD IS ALREADY CLOSED" TO WS-CT-REASON
005660     END-EVALUATE
005670     IF CT-IS-REJECTED
005680         GO TO 3200-EXIT
005690     END-IF
005700     MOVE "C" TO PC-PERIOD-STATUS
005710     MOVE WS-RUN-DATE TO PC-MAINT-DATE
005720     REWRITE PC-CALENDAR-RECORD
005730         INVALID KEY
005740             SET CT-IS-REJECTED TO TRUE
005750             MOVE "REWRITE FAILED" TO WS-CT-REASON
005760         NOT INVALID KEY
005770             ADD 1 TO WS-CLOSE-COUNT
005780     END-REWRITE.
005790 3200-EXIT.
005800     EXIT.
005810*
005820* ---------------------------------------------------------------
005830* 3300-APPLY-YEAR-CLOSE
005840* CLOSES EVERY PAID PERIOD OF ONE GROUP IN ONE YEAR.  A FIRST
005850* BROWSE COUNTS THE GROUP'S PERIODS IN THE YEAR BY STATUS; ANY
005860* OPEN PERIOD, OR NO PAID PERIOD AT ALL, REJECTS THE CARD
005870* BEFORE ANYTHING IS TOUCHED.  A SECOND BROWSE THEN CLOSES THE
005880* PAID PERIODS ONE BY ONE.
005890* ---------------------------------------------------------------
005900 3300-APPLY-YEAR-CLOSE.
005910     MOVE ZEROS TO WS-YC-OPEN-COUNT
005920     MOVE ZEROS TO WS-YC-PAID-COUNT
005930     MOVE ZEROS TO WS-YC-CLOSED-COUNT
005940     PERFORM 3310-START-YEAR-BROWSE THRU 3310-EXIT
005950     PERFORM UNTIL PC-END-OF-FILE
005960         READ PAY-CALENDAR-FILE NEXT RECORD
005970             AT END
005980                 MOVE "Y" TO WS-PC-EOF-SWITCH
005990             NOT AT END
006000                 IF PC-PAY-GROUP NOT = CT-PAY-GROUP
006010                         OR PC-PAY-DATE (1:4) NOT = CT-PAY-YEAR
006020                     MOVE "Y" TO WS-PC-EOF-SWITCH
006030                 ELSE
006040                     EVALUATE PC-PERIOD-STATUS
006050                         WHEN "O"
006060                             ADD 1 TO WS-YC-OPEN-COUNT
006070                         WHEN "P"
006080                             ADD 1 TO WS-YC-PAID-COUNT
006090                         WHEN OTHER
006100                             ADD 1 TO WS-YC-CLOSED-COUNT
006110                     END-EVALUATE
006120                 END-IF
006130         END-READ
006140     END-PERFORM
006150     IF WS-YC-OPEN-COUNT > ZEROS
006160         SET CT-IS-REJECTED TO TRUE
006170         MOVE WS-YC-OPEN-COUNT TO WS-YC-COUNT-DISPLAY
006180         STRING WS-YC-COUNT-DISPLAY
006190             " PERIOD(S) OF THE YEAR STILL OPEN"
006200             DELIMITED BY SIZE INTO WS-CT-REASON
006210         GO TO 3300-EXIT
006220     END-IF
006230     IF WS-YC-PAID-COUNT = ZEROS
006240         SET CT-IS-REJECTED TO TRUE
006250         MOVE "NO PAID PERIODS IN THE YEAR TO CLOSE"
006260             TO WS-CT-REASON
006270         GO TO 3300-EXIT
006280     END-IF
006290     PERFORM 3310-START-YEAR-BROWSE THRU 3310-EXIT
006300     PERFORM UNTIL PC-END-OF-FILE
006310         READ PAY-CALENDAR-FILE NEXT RECORD
006320             AT END
006330                 MOVE "Y" TO WS-PC-EOF-SWITCH
006340             NOT AT END
006350                 IF PC-PAY-GROUP NOT = CT-PAY-GROUP
006360                         OR PC-PAY-DATE (1:4) NOT = CT-PAY-YEAR
006370                     MOVE "Y" TO WS-PC-EOF-SWITCH
006380                 ELSE
006390                     IF PC-PERIOD-STATUS = "P"
006400                         PERFORM 3320-CLOSE-ONE-PERIOD
006410                             THRU 3320-EXIT
006420                     END-IF
006430                 END-IF
006440         END-READ
006450     END-PERFORM
006460     IF CT-IS-VALID
006470         ADD 1 TO WS-YEAR-CLOSE-COUNT
006480         MOVE WS-YC-PAID-COUNT TO WS-YC-COUNT-DISPLAY
006490         STRING WS-YC-COUNT-DISPLAY " PERIOD(S) CLOSED"
006500             DELIMITED BY SIZE INTO WS-CT-REASON
006510     END-IF.
006520 3300-EXIT.
006530     EXIT.
006540*
006550* ---------------------------------------------------------------
006560* 3310-START-YEAR-BROWSE
006570* POSITIONS THE CALENDAR AT THE FIRST PERIOD OF THE CARD'S
006580* GROUP AND YEAR.
006590* ---------------------------------------------------------------
006600 3310-START-YEAR-BROWSE.
006610     MOVE "N" TO WS-PC-EOF-SWITCH
006620     MOVE CT-PAY-GROUP TO PC-PAY-GROUP
006630     MOVE CT-PAY-YEAR TO PC-PAY-DATE (1:4)
006640     MOVE "0000" TO PC-PAY-DATE (5:4)
006650     START PAY-CALENDAR-FILE KEY NOT LESS THAN PC-KEY
006660         INVALID KEY
006670             MOVE "Y" TO WS-PC-EOF-SWITCH
006680     END-START.
006690 3310-EXIT.
006700     EXIT.
006710*
006720* ---------------------------------------------------------------
006730* 3320-CLOSE-ONE-PERIOD
006740* CLOSES THE PAID PERIOD JUST READ BY THE YEAR-END BROWSE.  A
006750* FAILED REWRITE REJECTS THE CARD AND IS REPORTED ON ITS OWN
006760* LINE; THE PERIODS ALREADY CLOSED STAY CLOSED.
006770* ---------------------------------------------------------------
006780 3320-CLOSE-ONE-PERIOD.
006790     MOVE "C" TO PC-PERIOD-STATUS
006800     MOVE WS-RUN-DATE TO PC-MAINT-DATE
006810     REWRITE PC-CALENDAR-RECORD
006820         INVALID KEY
006830             SET CT-IS-REJECTED TO TRUE
006840             MOVE "REWRITE FAILED - SEE LINE ABOVE"
006850                 TO WS-CT-REASON
006860             MOVE SPACES TO WS-GENERIC-LINE
006870             STRING "COBOL07 - UNABLE TO CLOSE GROUP "
006880                 PC-PAY-GROUP " PAY DATE " PC-PAY-DATE
006890                 ", STATUS = " WS-PC-FILE-STATUS
006900                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
006910             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
006920     END-REWRITE.
006930 3320-EXIT.
006940     EXIT.
006950*
006960* ---------------------------------------------------------------
006970* 4000-WRITE-AUDIT-LINE
006980* WRITES THE MAINTAINED/REJECTED AUDIT LINE FOR ONE CARD.
006990* ---------------------------------------------------------------
007000 4000-WRITE-AUDIT-LINE.
007010     MOVE WS-CT-COUNT TO PRT-A-CARD-NO
007020     MOVE WS-CT-ACTION-DISPLAY TO PRT-A-ACTION
007030     MOVE CT-PAY-GROUP TO PRT-A-GROUP
007040     MOVE CT-PAY-DATE TO PRT-A-PAY-DATE
007050     IF CT-IS-VALID
007060         MOVE "MAINTAINED" TO PRT-A-DISPOSITION
007070     ELSE
007080         MOVE "REJECTED" TO PRT-A-DISPOSITION
007090         ADD 1 TO WS-REJECT-COUNT
007100     END-IF
007110     MOVE WS-CT-REASON TO PRT-A-REASON
007120     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007130     WRITE PRINT-LINE FROM WS-AUDIT-DETAIL-LINE
007140         AFTER ADVANCING 1 LINE
007150     ADD 1 TO WS-LINE-COUNT.
007160 4000-EXIT.
007170     EXIT.
007180*
007190* ---------------------------------------------------------------
007200* 5000-WRITE-RUN-TOTALS
007210* PRINTS THE CARD COUNTS AT THE FOOT OF THE AUDIT LISTING.
007220* ---------------------------------------------------------------
007230 5000-WRITE-RUN-TOTALS.
007240     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007250     MOVE "CARDS READ" TO PRT-T-LABEL
007260     MOVE WS-CT-COUNT TO PRT-T-COUNT
007270     WRITE PRINT-LINE FROM WS-TOTALS-LINE
007280         AFTER ADVANCING 2 LINES
007290     ADD 2 TO WS-LINE-COUNT
007300     MOVE "PERIODS ADDED" TO PRT-T-LABEL
007310     MOVE WS-ADD-COUNT TO PRT-T-COUNT
007320     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
007330     MOVE "PERIODS DELETED" TO PRT-T-LABEL
007340     MOVE WS-DELETE-COUNT TO PRT-T-COUNT
007350     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
007360     MOVE "PERIODS CLOSED" TO PRT-T-LABEL
007370     MOVE WS-CLOSE-COUNT TO PRT-T-COUNT
007380     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
007390     MOVE "YEAR-END CLOSES" TO PRT-T-LABEL
007400     MOVE WS-YEAR-CLOSE-COUNT TO PRT-T-COUNT
007410     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
007420     MOVE "CARDS REJECTED" TO PRT-T-LABEL
007430     MOVE WS-REJECT-COUNT TO PRT-T-COUNT
007440     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT.
007450 5000-EXIT.
007460     EXIT.
007470*
007480* ---------------------------------------------------------------
007490* 5100-WRITE-ONE-TOTAL-LINE
007500* WRITES ONE LABELLED COUNT FROM WS-TOTALS-LINE.
007510* ---------------------------------------------------------------
007520 5100-WRITE-ONE-TOTAL-LINE.
007530     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007540     WRITE PRINT-LINE FROM WS-TOTALS-LINE AFTER ADVANCING 1 LINE
007550     ADD 1 TO WS-LINE-COUNT.
007560 5100-EXIT.
007570     EXIT.
007580*
007590* ---------------------------------------------------------------
007600* 6000-LIST-CALENDAR
007610* PRINTS THE WHOLE CALENDAR AS IT STANDS AFTER THE RUN'S CARDS
007620* ARE APPLIED - ONE LINE PER PERIOD IN GROUP/DATE ORDER WITH
007630* ITS STATUS AND LAST PAYING RUN - FOLLOWED BY THE COUNT OF
007640* PERIODS IN EACH STATUS.
007650* ---------------------------------------------------------------
007660 6000-LIST-CALENDAR.
007670     SET REPORT-PHASE-LISTING TO TRUE
007680     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
007690     MOVE "N" TO WS-PC-EOF-SWITCH
007700     MOVE LOW-VALUES TO PC-KEY
007710     START PAY-CALENDAR-FILE KEY NOT LESS THAN PC-KEY
007720         INVALID KEY
007730             MOVE "Y" TO WS-PC-EOF-SWITCH
007740     END-START
007750     PERFORM UNTIL PC-END-OF-FILE
007760         READ PAY-CALENDAR-FILE NEXT RECORD
007770             AT END
007780                 MOVE "Y" TO WS-PC-EOF-SWITCH
007790             NOT AT END
007800                 PERFORM 6100-LIST-ONE-PERIOD THRU 6100-EXIT
007810         END-READ
007820     END-PERFORM
007830     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007840     MOVE "PERIODS OPEN" TO PRT-T-LABEL
007850     MOVE WS-LIST-OPEN-COUNT TO PRT-T-COUNT
007860     WRITE PRINT-LINE FROM WS-TOTALS-LINE
007870         AFTER ADVANCING 2 LINES
007880     ADD 2 TO WS-LINE-COUNT
007890     MOVE "PERIODS PAID" TO PRT-T-LABEL
007900     MOVE WS-LIST-PAID-COUNT TO PRT-T-COUNT
007910     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
007920     MOVE "PERIODS CLOSED" TO PRT-T-LABEL
007930     MOVE WS-LIST-CLOSED-COUNT TO PRT-T-COUNT
007940     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT.
007950 6000-EXIT.
007960     EXIT.
007970*
007980* ---------------------------------------------------------------
007990* 6100-LIST-ONE-PERIOD
008000* FORMATS AND PRINTS ONE CALENDAR LINE.
008010* ---------------------------------------------------------------
008020 6100-LIST-ONE-PERIOD.
008030     MOVE PC-PAY-GROUP TO PRT-L-GROUP
008040     MOVE PC-PAY-DATE TO PRT-L-PAY-DATE
008050     EVALUATE PC-PERIOD-STATUS
008060         WHEN "O"
008070             MOVE "OPEN" TO PRT-L-STATUS
008080             ADD 1 TO WS-LIST-OPEN-COUNT
008090         WHEN "P"
008100             MOVE "PAID" TO PRT-L-STATUS
008110             ADD 1 TO WS-LIST-PAID-COUNT
008120         WHEN "C"
008130             MOVE "CLOSED" TO PRT-L-STATUS
008140             ADD 1 TO WS-LIST-CLOSED-COUNT
008150         WHEN OTHER
008160             MOVE PC-PERIOD-STATUS TO PRT-L-STATUS
008170     END-EVALUATE
008180     MOVE PC-LAST-RUN-DATE TO PRT-L-LAST-RUN
008190     MOVE PC-LAST-RUN-TIME TO PRT-L-RUN-TIME
008200     MOVE PC-LAST-RUN-MODE TO PRT-L-MODE
008210     MOVE PC-PAYING-RUN-COUNT TO PRT-L-RUN-COUNT
008220     MOVE PC-MAINT-DATE TO PRT-L-MAINT-DATE
008230     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
008240     WRITE PRINT-LINE FROM WS-LISTING-DETAIL-LINE
008250         AFTER ADVANCING 1 LINE
008260     ADD 1 TO WS-LINE-COUNT.
008270 6100-EXIT.
008280     EXIT.
008290*
008300* ---------------------------------------------------------------
008310* 9000-TERMINATE
008320* CLOSES THE FILES.
008330* ---------------------------------------------------------------
008340 9000-TERMINATE.
008350     CLOSE PAY-CALENDAR-FILE
008360     CLOSE CALENDAR-TRAN-FILE
008370     CLOSE PRINT-FILE.
008380 9000-EXIT.
008390     EXIT.
