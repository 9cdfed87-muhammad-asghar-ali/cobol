000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. COBOL08.
000040 AUTHOR. ASGR.
000050 INSTALLATION. PAYROLL-SYSTEMS.
000060 DATE-WRITTEN. OCT 15 2026.
000070 DATE-COMPILED.
000080*
000090* DIRECT-DEPOSIT BANK ACCOUNT MAINTENANCE.  READS A BATCH FILE OF
000100* ADD/CHANGE/DELETE CARDS AGAINST THE BANK-ACCOUNT FILE (THE
000110* BA-BANK-ACCOUNT-RECORD LAYOUT IN BANKREC), VALIDATES EVERY
000120* CARD - THE IDENT AND ITS CHECK DIGIT, THAT THE CUSTOMER IS ON
000130* THE CUSTOMER MASTER, THE ABA ROUTING-NUMBER CHECK DIGIT, AND
000140* THE ACCOUNT NUMBER AND TYPE - APPLIES THE SURVIVORS, JOURNALS
000150* THE BEFORE AND AFTER IMAGES OF EVERY CHANGE, AND PRINTS A
000160* MAINTAINED/REJECTED AUDIT LINE FOR EVERY CARD.  EVERY ADD OR
000170* CHANGE FILES THE ACCOUNT AS PRENOTE PENDING, SO COBOL01 SENDS
000180* A ZERO-DOLLAR PRENOTE TO THE BANK BEFORE ANY REAL MONEY GOES
000190* TO IT.  RUN-MODE=BACKOUT REVERSES A NAMED RUN'S JOURNAL THE
000200* SAME WAY COBOL03 BACKS OUT A CUSTOMER-MASTER RUN.
000210*
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 2026-10-15 ASG   ORIGINAL PROGRAM - DIRECT-DEPOSIT BANK
000250*                  ACCOUNT MAINTENANCE FROM A BATCH ADD/CHANGE/
000260*                  DELETE CARD FILE, WITH ROUTING-NUMBER
000270*                  VALIDATION, PRENOTE RESET ON EVERY ADD AND
000280*                  CHANGE, A BEFORE/AFTER-IMAGE JOURNAL WITH
000290*                  RUN-MODE=BACKOUT, AND A PER-CARD AUDIT
000300*                  LISTING.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS BA-IDENT
000420         FILE STATUS IS WS-BA-FILE-STATUS.
000430     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CM-IDENT
000470         ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
000480         FILE STATUS IS WS-CM-FILE-STATUS.
000490     SELECT TRANSACTION-FILE ASSIGN TO "BANKTRAN"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-TX-FILE-STATUS.
000520     SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-CTL-FILE-STATUS.
000550     SELECT JOURNAL-FILE ASSIGN TO "BANKJRNL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-JRNL-FILE-STATUS.
000580     SELECT JOURNAL-IN-FILE ASSIGN TO "BANKJIN"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-JRNLIN-FILE-STATUS.
000610     SELECT PRINT-FILE ASSIGN TO "BANKLIST"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PRT-FILE-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  BANK-ACCOUNT-FILE
000680         LABEL RECORDS ARE STANDARD.
000690     COPY BANKREC.
000700 FD  CUSTOMER-MASTER-FILE
000710         LABEL RECORDS ARE STANDARD.
000720     COPY CUSTREC.
000730 FD  TRANSACTION-FILE
000740         RECORD CONTAINS 80 CHARACTERS
000750         LABEL RECORDS ARE OMITTED.
000760 01  TX-TRANSACTION-RECORD.
000770     02  TX-ACTION-CODE              PIC X(01).
000780     02  TX-IDENT-NUMBER             PIC X(06).
000790     02  TX-IDENT-CHECK-DIGIT        PIC X(01).
000800     02  TX-ROUTING-NUMBER           PIC X(09).
000810     02  TX-ACCOUNT-NUMBER           PIC X(17).
000820     02  TX-ACCOUNT-TYPE             PIC X(01).
000830     02  FILLER                      PIC X(45).
000840 FD  CONTROL-CARD-FILE
000850         RECORD CONTAINS 80 CHARACTERS
000860         LABEL RECORDS ARE OMITTED.
000870 01  CONTROL-CARD-RECORD             PIC X(80).
000880 FD  JOURNAL-FILE
000890         RECORD CONTAINS 124 CHARACTERS
000900         LABEL RECORDS ARE OMITTED.
000910 01  JR-JOURNAL-RECORD.
000920     02  JR-RUN-DATE                 PIC X(08).
000930     02  JR-RUN-TIME                 PIC X(08).
000940     02  JR-TRAN-NO                  PIC 9(05).
000950     02  JR-ACTION                   PIC X(01).
000960     02  JR-BEFORE-IMAGE             PIC X(51).
000970     02  JR-AFTER-IMAGE              PIC X(51).
000980 FD  JOURNAL-IN-FILE
000990         RECORD CONTAINS 124 CHARACTERS
001000         LABEL RECORDS ARE OMITTED.
001010 01  JI-JOURNAL-RECORD.
001020     02  JI-RUN-DATE                 PIC X(08).
001030     02  JI-RUN-TIME                 PIC X(08).
001040     02  JI-TRAN-NO                  PIC X(05).
001050     02  JI-ACTION                   PIC X(01).
001060     02  JI-BEFORE-IMAGE             PIC X(51).
001070     02  JI-AFTER-IMAGE              PIC X(51).
001080 FD  PRINT-FILE
001090         RECORD CONTAINS 132 CHARACTERS
001100         LABEL RECORDS ARE OMITTED.
001110 01  PRINT-LINE                  PIC X(132).
001120*
001130 WORKING-STORAGE SECTION.
001140* ---------------------------------------------------------------
001150* FILE I/O CONTROLS
001160* ---------------------------------------------------------------
001170 77  WS-BA-FILE-STATUS        PIC X(02) VALUE SPACES.
001180 77  WS-CM-FILE-STATUS        PIC X(02) VALUE SPACES.
001190 77  WS-TX-FILE-STATUS        PIC X(02) VALUE SPACES.
001200 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
001210 77  WS-CTL-FILE-STATUS       PIC X(02) VALUE SPACES.
001220 77  WS-JRNL-FILE-STATUS      PIC X(02) VALUE SPACES.
001230 77  WS-JRNLIN-FILE-STATUS    PIC X(02) VALUE SPACES.
001240 01  WS-SWITCHES.
001250     02  WS-TX-EOF-SWITCH        PIC X(01) VALUE "N".
001260         88  TX-END-OF-FILE           VALUE "Y".
001270         88  TX-NOT-END-OF-FILE       VALUE "N".
001280     02  WS-TX-VALID-SWITCH      PIC X(01) VALUE "Y".
001290         88  TX-IS-VALID              VALUE "Y".
001300         88  TX-IS-REJECTED           VALUE "N".
001310     02  WS-RUN-MODE-SWITCH      PIC X(01) VALUE "M".
001320         88  RUN-MODE-IS-MAINT       VALUE "M".
001330         88  RUN-MODE-IS-BACKOUT     VALUE "B".
001340     02  WS-JI-EOF-SWITCH        PIC X(01) VALUE "N".
001350         88  JI-END-OF-FILE          VALUE "Y".
001360         88  JI-NOT-END-OF-FILE      VALUE "N".
001370     02  WS-BO-OK-SWITCH         PIC X(01) VALUE "Y".
001380         88  BACKOUT-ENTRY-OK        VALUE "Y".
001390         88  BACKOUT-ENTRY-FAILED    VALUE "N".
001400*
001410* ---------------------------------------------------------------
001420* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS
001430* ---------------------------------------------------------------
001440 01  WS-PRT-CONTROLS.
001450     02  WS-RUN-DATE              PIC X(08).
001460     02  WS-RUN-TIME              PIC X(08).
001470     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
001480     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
001490     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
001500 01  WS-REPORT-PAGE-HEADING-1.
001510     02  FILLER             PIC X(30) VALUE
001520             "COBOL08 BANK ACCOUNT MAINT".
001530     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
001540     02  PRT-HDG-RUN-DATE   PIC X(10).
001550     02  FILLER             PIC X(10) VALUE SPACES.
001560     02  FILLER             PIC X(06) VALUE "PAGE: ".
001570     02  PRT-HDG-PAGE-NO    PIC ZZ9.
001580     02  FILLER             PIC X(63) VALUE SPACES.
001590 01  WS-AUDIT-HEADING-LINE.
001600     02  FILLER             PIC X(08) VALUE "TRAN".
001610     02  FILLER             PIC X(08) VALUE "ACTION".
001620     02  FILLER             PIC X(12) VALUE "IDENT".
001630     02  FILLER             PIC X(12) VALUE "DISPOSITION".
001640     02  FILLER             PIC X(40) VALUE "REASON".
001650     02  FILLER             PIC X(52) VALUE SPACES.
001660 01  WS-AUDIT-DETAIL-LINE.
001670     02  PRT-A-TRAN-NO      PIC ZZZZ9.
001680     02  FILLER             PIC X(03) VALUE SPACES.
001690     02  PRT-A-ACTION       PIC X(06).
001700     02  FILLER             PIC X(02) VALUE SPACES.
001710     02  PRT-A-IDENT        PIC X(07).
001720     02  FILLER             PIC X(05) VALUE SPACES.
001730     02  PRT-A-DISPOSITION  PIC X(10).
001740     02  FILLER             PIC X(02) VALUE SPACES.
001750     02  PRT-A-REASON       PIC X(40).
001760     02  FILLER             PIC X(52) VALUE SPACES.
001770 01  WS-TOTALS-LINE.
001780     02  PRT-T-LABEL        PIC X(30).
001790     02  PRT-T-COUNT        PIC ZZZZ9.
001800     02  FILLER             PIC X(97) VALUE SPACES.
001810 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
001820*
001830* ---------------------------------------------------------------
001840* TRANSACTION EDIT AND AUDIT FIELDS
001850* ---------------------------------------------------------------
001860 01  WS-TRANSACTION-WORK.
001870     02  WS-TX-COUNT              PIC 9(05) VALUE ZEROS.
001880     02  WS-ADD-COUNT             PIC 9(05) VALUE ZEROS.
001890     02  WS-CHANGE-COUNT          PIC 9(05) VALUE ZEROS.
001900     02  WS-DELETE-COUNT          PIC 9(05) VALUE ZEROS.
001910     02  WS-REJECT-COUNT          PIC 9(05) VALUE ZEROS.
001920     02  WS-TX-REASON             PIC X(40) VALUE SPACES.
001930     02  WS-TX-ACTION-DISPLAY     PIC X(06) VALUE SPACES.
001940     02  WS-TX-IDENT-DISPLAY      PIC X(07) VALUE SPACES.
001950*
001960* ---------------------------------------------------------------
001970* BEFORE/AFTER-IMAGE JOURNAL FIELDS (MAINTENANCE MODE) AND THE
001980* BACKOUT TABLE (RUN-MODE=BACKOUT).  EVERY APPLIED CARD
001990* JOURNALS THE BA-BANK-ACCOUNT-RECORD AS IT STOOD BEFORE AND
002000* AFTER 3000/3100/3200 TOUCHED IT; A BACKOUT RUN LOADS THE
002010* NAMED RUN'S JOURNAL (THE BANKJIN DD POINTS AT THAT RUN'S
002020* GENERATION) AND REVERSES IT LAST-TO-FIRST.  A BACKED-OUT
002030* CHANGE PUTS THE OLD ACCOUNT BACK WITH THE PRENOTE STATUS IT
002040* HAD, SO AN ACCOUNT THAT WAS ACTIVE BEFORE THE BAD RUN IS
002050* ACTIVE AGAIN WITHOUT A SECOND PRENOTE.
002060* ---------------------------------------------------------------
002070 77  WS-JRNL-TABLE-MAX           PIC 9(04) VALUE 9999.
002080 01  WS-JOURNAL-WORK.
002090     02  WS-JR-BEFORE-IMAGE       PIC X(51) VALUE SPACES.
002100     02  WS-JR-AFTER-IMAGE        PIC X(51) VALUE SPACES.
002110 01  WS-BACKOUT-TABLE.
002120     02  WS-JRNL-COUNT            PIC 9(04) VALUE ZEROS.
002130     02  WS-JRNL-ENTRY
002140             OCCURS 0 TO 9999 TIMES
002150             DEPENDING ON WS-JRNL-COUNT.
002160         03  WS-JRNL-ACTION       PIC X(01).
002170         03  WS-JRNL-TRAN-NO      PIC X(05).
002180         03  WS-JRNL-BEFORE       PIC X(51).
002190         03  WS-JRNL-AFTER        PIC X(51).
002200 01  WS-BACKOUT-WORK.
002210     02  WS-JRNL-SUBSCRIPT        PIC 9(04).
002220     02  WS-BO-READ-COUNT         PIC 9(05) VALUE ZEROS.
002230     02  WS-BO-ADDS-DELETED       PIC 9(05) VALUE ZEROS.
002240     02  WS-BO-CHANGES-RESTORED   PIC 9(05) VALUE ZEROS.
002250     02  WS-BO-DELETES-RESTORED   PIC 9(05) VALUE ZEROS.
002260     02  WS-BO-FAILED-COUNT       PIC 9(05) VALUE ZEROS.
002270*
002280* ---------------------------------------------------------------
002290* IDENT CHECK-DIGIT FIELDS
002300* SAME MODULUS-10, LEFTMOST-FIRST ALTERNATING 2-1 WEIGHTING AS
002310* COBOL01 AND COBOL03.  THE CUSTOMER IS ALREADY ON THE MASTER
002320* BY THE TIME AN ACCOUNT IS SET UP FOR IT, SO EVERY CARD MUST
002330* CARRY THE FULL SEVEN-DIGIT IDENT AS FILED - NOTHING IS
002340* ASSIGNED HERE.
002350* ---------------------------------------------------------------
002360 01  WS-IDENT-CHECK-FIELDS.
002370     02  WS-IDENT-NUMBER-WORK      PIC 9(06).
002380     02  WS-IDENT-DIGIT-TABLE REDEFINES WS-IDENT-NUMBER-WORK.
002390         03  WS-IDENT-DIGIT PIC 9 OCCURS 6 TIMES.
002400     02  WS-IDENT-WEIGHT-TABLE.
002410         03  FILLER PIC 9 VALUE 2.
002420         03  FILLER PIC 9 VALUE 1.
002430         03  FILLER PIC 9 VALUE 2.
002440         03  FILLER PIC 9 VALUE 1.
002450         03  FILLER PIC 9 VALUE 2.
002460         03  FILLER PIC 9 VALUE 1.
002470     02  WS-IDENT-WEIGHTS REDEFINES WS-IDENT-WEIGHT-TABLE.
002480         03  WS-IDENT-WEIGHT PIC 9 OCCURS 6 TIMES.
002490     02  WS-IDENT-SUBSCRIPT        PIC 9(01).
002500     02  WS-IDENT-DIGIT-PRODUCT    PIC 9(02).
002510     02  WS-IDENT-WEIGHTED-SUM     PIC 9(03).
002520     02  WS-IDENT-CHECK-QUOTIENT   PIC 9(02).
002530     02  WS-IDENT-COMPUTED-CHECK-DIGIT PIC 9(01).
002540*
002550* ---------------------------------------------------------------
002560* ROUTING-NUMBER CHECK FIELDS
002570* AN ABA ROUTING NUMBER IS NINE DIGITS WHOSE SUM, WEIGHTED 3, 7,
002580* 1 REPEATING FROM THE LEFTMOST DIGIT, IS AN EVEN MULTIPLE OF
002590* TEN.  A NUMBER THAT FAILS WOULD ONLY COME BACK FROM THE BANK
002600* AS A RETURNED PRENOTE DAYS LATER, SO IT IS STOPPED HERE.
002610* ---------------------------------------------------------------
002620 01  WS-ROUTING-CHECK-FIELDS.
002630     02  WS-ROUTING-NUMBER-WORK    PIC 9(09).
002640     02  WS-ROUTING-DIGIT-TABLE REDEFINES WS-ROUTING-NUMBER-WORK.
002650         03  WS-ROUTING-DIGIT PIC 9 OCCURS 9 TIMES.
002660     02  WS-ROUTING-WEIGHT-TABLE.
002670         03  FILLER PIC 9 VALUE 3.
002680         03  FILLER PIC 9 VALUE 7.
002690         03  FILLER PIC 9 VALUE 1.
002700         03  FILLER PIC 9 VALUE 3.
002710         03  FILLER PIC 9 VALUE 7.
002720         03  FILLER PIC 9 VALUE 1.
002730         03  FILLER PIC 9 VALUE 3.
002740         03  FILLER PIC 9 VALUE 7.
002750         03  FILLER PIC 9 VALUE 1.
002760     02  WS-ROUTING-WEIGHTS REDEFINES WS-ROUTING-WEIGHT-TABLE.
002770         03  WS-ROUTING-WEIGHT PIC 9 OCCURS 9 TIMES.
002780     02  WS-ROUTING-SUBSCRIPT      PIC 9(02).
002790     02  WS-ROUTING-DIGIT-PRODUCT  PIC 9(02).
002800     02  WS-ROUTING-WEIGHTED-SUM   PIC 9(03).
002810     02  WS-ROUTING-CHECK-QUOTIENT PIC 9(03).
002820     02  WS-ROUTING-CHECK-REMAINDER PIC 9(01).
002830*
002840 PROCEDURE DIVISION.
002850* ---------------------------------------------------------------
002860* 0000-MAIN-LOGIC
002870* OVERALL DRIVER FOR THE MAINTENANCE RUN.
002880* ---------------------------------------------------------------
002890 0000-MAIN-LOGIC.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002910     IF RUN-MODE-IS-BACKOUT
002920         PERFORM 6000-PROCESS-BACKOUT THRU 6000-EXIT
002930         PERFORM 6500-WRITE-BACKOUT-TOTALS THRU 6500-EXIT
002940     ELSE
002950         PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
002960         PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT
002970     END-IF
002980     PERFORM 9000-TERMINATE THRU 9000-EXIT
002990     STOP RUN.
003000*
003010* ---------------------------------------------------------------
003020* 1000-INITIALIZE
003030* OPENS THE FILES USED BY THE RUN.  PRINT-FILE IS FATAL IF IT
003040* WILL NOT OPEN - WITH NO AUDIT LISTING THERE IS NO ACCOUNTING
003050* FOR WHAT WAS DONE TO THE BANK-ACCOUNT FILE.  THE BANK-ACCOUNT
003060* FILE IS CREATED EMPTY ON THE FIRST RUN (STATUS 35) AND IS
003070* OTHERWISE FATAL, AS ARE THE CUSTOMER MASTER (EVERY ADD AND
003080* CHANGE IS PROVED AGAINST IT) AND THE TRANSACTION FILE.
003090* ---------------------------------------------------------------
003100 1000-INITIALIZE.
003110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003120     ACCEPT WS-RUN-TIME FROM TIME
003130     MOVE ZEROS TO WS-PAGE-NUMBER
003140     MOVE ZEROS TO WS-LINE-COUNT
003150     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
003160     OPEN OUTPUT PRINT-FILE
003170     IF WS-PRT-FILE-STATUS NOT = "00"
003180         DISPLAY "COBOL08 - UNABLE TO OPEN PRINT-FILE, STATUS = "
003190             WS-PRT-FILE-STATUS
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF
003230     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
003240     OPEN I-O BANK-ACCOUNT-FILE
003250     IF WS-BA-FILE-STATUS = "35"
003260         OPEN OUTPUT BANK-ACCOUNT-FILE
003270         CLOSE BANK-ACCOUNT-FILE
003280         OPEN I-O BANK-ACCOUNT-FILE
003290     END-IF
003300     IF WS-BA-FILE-STATUS NOT = "00"
003310         MOVE SPACES TO WS-GENERIC-LINE
003320         STRING "COBOL08 - UNABLE TO OPEN BANK-ACCOUNT-FILE, "
003330             "STATUS = " WS-BA-FILE-STATUS
003340             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003350         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003360         PERFORM 9000-TERMINATE THRU 9000-EXIT
003370         MOVE 16 TO RETURN-CODE
003380         STOP RUN
003390     END-IF
003400     OPEN INPUT CUSTOMER-MASTER-FILE
003410     IF WS-CM-FILE-STATUS NOT = "00"
003420         MOVE SPACES TO WS-GENERIC-LINE
003430         STRING "COBOL08 - UNABLE TO OPEN CUSTOMER-MASTER-FILE, "
003440             "STATUS = " WS-CM-FILE-STATUS
003450             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003460         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003470         PERFORM 9000-TERMINATE THRU 9000-EXIT
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF
003510     IF RUN-MODE-IS-BACKOUT
003520         PERFORM 1080-OPEN-JOURNAL-INPUT THRU 1080-EXIT
003530         GO TO 1000-EXIT
003540     END-IF
003550     OPEN INPUT TRANSACTION-FILE
003560     IF WS-TX-FILE-STATUS NOT = "00"
003570         MOVE SPACES TO WS-GENERIC-LINE
003580         STRING "COBOL08 - UNABLE TO OPEN TRANSACTION-FILE, "
003590             "STATUS = " WS-TX-FILE-STATUS
003600             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003610         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003620         PERFORM 9000-TERMINATE THRU 9000-EXIT
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF
003660     OPEN OUTPUT JOURNAL-FILE
003670     IF WS-JRNL-FILE-STATUS NOT = "00"
003680         MOVE SPACES TO WS-GENERIC-LINE
003690         STRING "COBOL08 - UNABLE TO OPEN JOURNAL-FILE, "
003700             "STATUS = " WS-JRNL-FILE-STATUS
003710             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003720         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003730         PERFORM 9000-TERMINATE THRU 9000-EXIT
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770 1000-EXIT.
003780     EXIT.
003790*
003800* ---------------------------------------------------------------
003810* 1050-READ-CONTROL-CARD
003820* READS THE ONE-CARD SYSIN RUN-MODE CONTROL CARD, IF PRESENT.
003830* RUN-MODE=BACKOUT SWITCHES THE RUN TO REVERSING THE JOURNAL
003840* POINTED AT BY BANKJIN; ANY OTHER CARD, OR NO CARD AT ALL,
003850* LEAVES THE RUN IN NORMAL MAINTENANCE MODE.
003860* ---------------------------------------------------------------
003870 1050-READ-CONTROL-CARD.
003880     SET RUN-MODE-IS-MAINT TO TRUE
003890     OPEN INPUT CONTROL-CARD-FILE
003900     IF WS-CTL-FILE-STATUS = "00"
003910         READ CONTROL-CARD-FILE
003920             AT END
003930                 CONTINUE
003940             NOT AT END
003950                 IF CONTROL-CARD-RECORD (1:9) = "RUN-MODE="
003960                         AND CONTROL-CARD-RECORD (10:7)
003970                             = "BACKOUT"
003980                     SET RUN-MODE-IS-BACKOUT TO TRUE
003990                 END-IF
004000         END-READ
004010         CLOSE CONTROL-CARD-FILE
004020     END-IF.
004030 1050-EXIT.
004040     EXIT.
004050*
004060* ---------------------------------------------------------------
004070* 1080-OPEN-JOURNAL-INPUT
004080* OPENS THE JOURNAL A BACKOUT RUN REVERSES.  FATAL IF IT WILL
004090* NOT OPEN - A BACKOUT RUN WITH NO JOURNAL IS A JCL MISTAKE.
004100* ---------------------------------------------------------------
004110 1080-OPEN-JOURNAL-INPUT.
004120     OPEN INPUT JOURNAL-IN-FILE
004130     IF WS-JRNLIN-FILE-STATUS NOT = "00"
004140         MOVE SPACES TO WS-GENERIC-LINE
004150         STRING "COBOL08 - UNABLE TO OPEN JOURNAL-IN-FILE, "
004160             "STATUS = " WS-JRNLIN-FILE-STATUS
004170             DELIMITED BY SIZE INTO WS-GENERIC-LINE
004180         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
004190         PERFORM 9000-TERMINATE THRU 9000-EXIT
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230 1080-EXIT.
004240     EXIT.
004250*
004260* ---------------------------------------------------------------
004270* 1650-WRITE-PAGE-HEADING
004280* STARTS A NEW PAGE OF THE AUDIT LISTING WITH THE RUN DATE AND
004290* PAGE NUMBER FOLLOWED BY THE AUDIT COLUMN HEADINGS.
004300* ---------------------------------------------------------------
004310 1650-WRITE-PAGE-HEADING.
004320     ADD 1 TO WS-PAGE-NUMBER
004330     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
004340     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
004350     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
004360         AFTER ADVANCING PAGE
004370     MOVE ZEROS TO WS-LINE-COUNT
004380     WRITE PRINT-LINE FROM WS-AUDIT-HEADING-LINE
004390         AFTER ADVANCING 2 LINES
004400     ADD 2 TO WS-LINE-COUNT.
004410 1650-EXIT.
004420     EXIT.
004430*
004440* ---------------------------------------------------------------
004450* 1660-CHECK-PAGE-BREAK
004460* STARTS A NEW PAGE IF THE CURRENT ONE HAS FILLED UP.
004470* ---------------------------------------------------------------
004480 1660-CHECK-PAGE-BREAK.
004490     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004500         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
004510     END-IF.
004520 1660-EXIT.
004530     EXIT.
004540*
004550* ---------------------------------------------------------------
004560* 1900-WRITE-GENERIC-LINE
004570* WRITES WHATEVER HAS BEEN MOVED INTO WS-GENERIC-LINE AS A
004580* SINGLE-SPACED REPORT LINE.
004590* ---------------------------------------------------------------
004600 1900-WRITE-GENERIC-LINE.
004610     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
004620     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
004630     ADD 1 TO WS-LINE-COUNT.
004640 1900-EXIT.
004650     EXIT.
004660*
004670* ---------------------------------------------------------------
004680* 2000-PROCESS-TRANSACTIONS
004690* READS THE TRANSACTION FILE AND PROCESSES EVERY CARD ON IT.
004700* ---------------------------------------------------------------
004710 2000-PROCESS-TRANSACTIONS.
004720     PERFORM UNTIL TX-END-OF-FILE
004730         READ TRANSACTION-FILE
004740             AT END
004750                 MOVE "Y" TO WS-TX-EOF-SWITCH
004760             NOT AT END
004770                 PERFORM 2100-PROCESS-ONE-TRANSACTION
004780                     THRU 2100-EXIT
004790         END-READ
004800     END-PERFORM.
004810 2000-EXIT.
004820     EXIT.
004830*
004840* ---------------------------------------------------------------
004850* 2100-PROCESS-ONE-TRANSACTION
004860* EDITS ONE CARD AND, IF IT SURVIVES EVERY EDIT, APPLIES IT TO
004870* THE BANK-ACCOUNT FILE.  EVERY CARD - APPLIED OR REJECTED -
004880* GETS EXACTLY ONE AUDIT LINE.
004890* ---------------------------------------------------------------
004900 2100-PROCESS-ONE-TRANSACTION.
004910     ADD 1 TO WS-TX-COUNT
004920     SET TX-IS-VALID TO TRUE
004930     MOVE SPACES TO WS-TX-REASON
004940     MOVE TX-IDENT-NUMBER TO WS-TX-IDENT-DISPLAY (1:6)
004950     MOVE TX-IDENT-CHECK-DIGIT TO WS-TX-IDENT-DISPLAY (7:1)
004960     EVALUATE TX-ACTION-CODE
004970         WHEN "A"
004980             MOVE "ADD" TO WS-TX-ACTION-DISPLAY
004990         WHEN "C"
005000             MOVE "CHANGE" TO WS-TX-ACTION-DISPLAY
005010         WHEN "D"
005020             MOVE "DELETE" TO WS-TX-ACTION-DISPLAY
005030         WHEN OTHER
005040             MOVE TX-ACTION-CODE TO WS-TX-ACTION-DISPLAY
005050             SET TX-IS-REJECTED TO TRUE
005060             MOVE "ACTION CODE NOT A, C, OR D" TO WS-TX-REASON
005070     END-EVALUATE
005080     IF TX-IS-REJECTED
005090         PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
005100         GO TO 2100-EXIT
005110     END-IF
005120     PERFORM 2150-EDIT-IDENT-CHECK-DIGIT THRU 2150-EXIT
005130     IF TX-IS-REJECTED
005140         PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
005150         GO TO 2100-EXIT
005160     END-IF
005170     IF TX-ACTION-CODE NOT = "D"
005180         PERFORM 2200-EDIT-TRANSACTION-FIELDS THRU 2200-EXIT
005190         IF TX-IS-REJECTED
005200             PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
005210             GO TO 2100-EXIT
005220         END-IF
005230     END-IF
005240     EVALUATE TX-ACTION-CODE
005250         WHEN "A"
005260             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
005270         WHEN "C"
005280             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
005290         WHEN "D"
005300             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
005310     END-EVALUATE
005320     PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT.
005330 2100-EXIT.
005340     EXIT.
005350*
005360* ---------------------------------------------------------------
005370* 2150-EDIT-IDENT-CHECK-DIGIT
005380* EDITS THE IDENT ON THE CARD AND VERIFIES ITS CHECK DIGIT.  THE
005390* IDENT NUMBER MUST BE SIX NUMERIC DIGITS AND NONZERO, AND EVERY
005400* CARD MUST CARRY THE CHECK DIGIT AS FILED ON THE CUSTOMER
005410* MASTER, SO A MISKEYED CARD CANNOT PUT ONE CUSTOMER'S PAY INTO
005420* ANOTHER CUSTOMER'S ACCOUNT.
005430* ---------------------------------------------------------------
005440 2150-EDIT-IDENT-CHECK-DIGIT.
005450     IF TX-IDENT-NUMBER NOT NUMERIC
005460         SET TX-IS-REJECTED TO TRUE
005470         MOVE "IDENT NUMBER NOT NUMERIC" TO WS-TX-REASON
005480         GO TO 2150-EXIT
005490     END-IF
005500     MOVE TX-IDENT-NUMBER TO WS-IDENT-NUMBER-WORK
005510     IF WS-IDENT-NUMBER-WORK = ZEROS
005520         SET TX-IS-REJECTED TO TRUE
005530         MOVE "IDENT NUMBER IS ZERO" TO WS-TX-REASON
005540         GO TO 2150-EXIT
005550     END-IF
005560     IF TX-IDENT-CHECK-DIGIT = SPACE
005570         SET TX-IS-REJECTED TO TRUE
005580         MOVE "IDENT CHECK DIGIT REQUIRED" TO WS-TX-REASON
005590         GO TO 2150-EXIT
005600     END-IF
005610     IF TX-IDENT-CHECK-DIGIT NOT NUMERIC
005620         SET TX-IS-REJECTED TO TRUE
005630         MOVE "IDENT CHECK DIGIT NOT NUMERIC" TO WS-TX-REASON
005640         GO TO 2150-EXIT
005650     END-IF
005660     MOVE ZEROS TO WS-IDENT-WEIGHTED-SUM
005670     PERFORM VARYING WS-IDENT-SUBSCRIPT FROM 1 BY 1
005680             UNTIL WS-IDENT-SUBSCRIPT > 6
005690         MULTIPLY WS-IDENT-DIGIT (WS-IDENT-SUBSCRIPT)
005700             BY WS-IDENT-WEIGHT (WS-IDENT-SUBSCRIPT)
005710             GIVING WS-IDENT-DIGIT-PRODUCT
005720         ADD WS-IDENT-DIGIT-PRODUCT TO WS-IDENT-WEIGHTED-SUM
005730     END-PERFORM
005740     DIVIDE WS-IDENT-WEIGHTED-SUM BY 10
005750         GIVING WS-IDENT-CHECK-QUOTIENT
005760         REMAINDER WS-IDENT-COMPUTED-CHECK-DIGIT
005770     IF TX-IDENT-CHECK-DIGIT NOT = WS-IDENT-COMPUTED-CHECK-DIGIT
005780         SET TX-IS-REJECTED TO TRUE
005790         MOVE "IDENT CHECK DIGIT MISMATCH" TO WS-TX-REASON
005800     END-IF.
005810 2150-EXIT.
005820     EXIT.
005830*
005840* ---------------------------------------------------------------
005850* 2200-EDIT-TRANSACTION-FIELDS
005860* EDITS AN ADD OR CHANGE CARD - THE CUSTOMER MUST BE ON THE
005870* CUSTOMER MASTER, THE ROUTING NUMBER MUST BE NINE DIGITS THAT
005880* PASS THE ABA CHECK, THE ACCOUNT NUMBER MUST BE PRESENT, AND
005890* THE ACCOUNT TYPE MUST BE C (CHECKING) OR S (SAVINGS).  DELETE
005900* CARDS CARRY NO DATA FIELDS AND SKIP THIS, SO THE ACCOUNT OF A
005910* CUSTOMER ALREADY DELETED FROM THE MASTER CAN STILL BE REMOVED.
005920* ---------------------------------------------------------------
005930 2200-EDIT-TRANSACTION-FIELDS.
005940     MOVE TX-IDENT-NUMBER TO CM-IDENT-NUMBER
005950     MOVE TX-IDENT-CHECK-DIGIT TO CM-IDENT-CHECK-DIGIT
005960     READ CUSTOMER-MASTER-FILE
005970         INVALID KEY
005980             SET TX-IS-REJECTED TO TRUE
005990             MOVE "IDENT NOT ON CUSTOMER MASTER" TO WS-TX-REASON
006000     END-READ
006010     IF TX-IS-REJECTED
006020         GO TO 2200-EXIT
006030     END-IF
006040     IF TX-ROUTING-NUMBER NOT NUMERIC
006050         SET TX-IS-REJECTED TO TRUE
006060         MOVE "ROUTING NUMBER NOT NUMERIC" TO WS-TX-REASON
006070         GO TO 2200-EXIT
006080     END-IF
006090     MOVE TX-ROUTING-NUMBER TO WS-ROUTING-NUMBER-WORK
006100     IF WS-ROUTING-NUMBER-WORK = ZEROS
006110         SET TX-IS-REJECTED TO TRUE
006120         MOVE "ROUTING NUMBER IS ZERO" TO WS-TX-REASON
006130         GO TO 2200-EXIT
006140     END-IF
006150     MOVE ZEROS TO WS-ROUTING-WEIGHTED-SUM
006160     PERFORM VARYING WS-ROUTING-SUBSCRIPT FROM 1 BY 1
006170             UNTIL WS-ROUTING-SUBSCRIPT > 9
006180         MULTIPLY WS-ROUTING-DIGIT (WS-ROUTING-SUBSCRIPT)
006190             BY WS-ROUTING-WEIGHT (WS-ROUTING-SUBSCRIPT)
006200             GIVING WS-ROUTING-DIGIT-PRODUCT
006210         ADD WS-ROUTING-DIGIT-PRODUCT TO WS-ROUTING-WEIGHTED-SUM
006220     END-PERFORM
006230     DIVIDE WS-ROUTING-WEIGHTED-SUM BY 10
006240         GIVING WS-ROUTING-CHECK-QUOTIENT
006250         REMAINDER WS-ROUTING-CHECK-REMAINDER
006260     IF WS-ROUTING-CHECK-REMAINDER NOT = ZERO
006270         SET TX-IS-REJECTED TO TRUE
006280         MOVE "ROUTING NUMBER FAILS ABA CHECK DIGIT"
006290             TO WS-TX-REASON
006300         GO TO 2200-EXIT
006310     END-IF
006320     IF TX-ACCOUNT-NUMBER = SPACES
006330         SET TX-IS-REJECTED TO TRUE
006340         MOVE "ACCOUNT NUMBER IS BLANK" TO WS-TX-REASON
006350         GO TO 2200-EXIT
006360     END-IF
006370     IF TX-ACCOUNT-TYPE NOT = "C" AND TX-ACCOUNT-TYPE NOT = "S"
006380         SET TX-IS-REJECTED TO TRUE
006390         MOVE "ACCOUNT TYPE NOT C OR S" TO WS-TX-REASON
006400     END-IF.
006410 2200-EXIT.
006420     EXIT.
006430*
006440* ---------------------------------------------------------------
006450* 3000-APPLY-ADD
006460* BUILDS A NEW BANK-ACCOUNT RECORD FROM THE CARD AND WRITES IT,
006470* PRENOTE PENDING.  A KEYED WRITE THAT FINDS THE IDENT ALREADY
006480* FILED REJECTS THE CARD - A NEW ACCOUNT FOR A CUSTOMER WHO HAS
006490* ONE GOES IN AS A CHANGE.
006500* ---------------------------------------------------------------
006510 3000-APPLY-ADD.
006520     PERFORM 3500-MOVE-CARD-TO-ACCOUNT THRU 3500-EXIT
006530     MOVE SPACES TO WS-JR-BEFORE-IMAGE
006540     MOVE BA-BANK-ACCOUNT-RECORD TO WS-JR-AFTER-IMAGE
006550     WRITE BA-BANK-ACCOUNT-RECORD
006560         INVALID KEY
006570             SET TX-IS-REJECTED TO TRUE
006580             MOVE "IDENT ALREADY ON BANK-ACCOUNT FILE"
006590                 TO WS-TX-REASON
006600     END-WRITE
006610     IF TX-IS-VALID
006620         ADD 1 TO WS-ADD-COUNT
006630         MOVE "PRENOTE PENDING" TO WS-TX-REASON
006640         PERFORM 3600-WRITE-JOURNAL-RECORD THRU 3600-EXIT
006650     END-IF.
006660 3000-EXIT.
006670     EXIT.
006680*
006690* ---------------------------------------------------------------
006700* 3100-APPLY-CHANGE
006710* READS THE ACCOUNT THE CARD NAMES AND REWRITES IT FROM THE
006720* CARD.  A CHANGE CARD CARRIES THE FULL REPLACEMENT ACCOUNT AND
006730* ALWAYS PUTS THE ACCOUNT BACK TO PRENOTE PENDING - EVEN WHEN
006740* THE NUMBERS ARE THE SAME, WHICH IS HOW AN ACCOUNT WHOSE
006750* PRENOTE CAME BACK RETURNED IS SENT A FRESH ONE ONCE THE
006760* CUSTOMER HAS CONFIRMED IT.
006770* ---------------------------------------------------------------
006780 3100-APPLY-CHANGE.
006790     MOVE TX-IDENT-NUMBER TO BA-IDENT-NUMBER
006800     MOVE TX-IDENT-CHECK-DIGIT TO BA-IDENT-CHECK-DIGIT
006810     READ BANK-ACCOUNT-FILE
006820         INVALID KEY
006830             SET TX-IS-REJECTED TO TRUE
006840             MOVE "IDENT NOT ON BANK-ACCOUNT FILE"
006850                 TO WS-TX-REASON
006860     END-READ
006870     IF TX-IS-REJECTED
006880         GO TO 3100-EXIT
006890     END-IF
006900     MOVE BA-BANK-ACCOUNT-RECORD TO WS-JR-BEFORE-IMAGE
006910     PERFORM 3500-MOVE-CARD-TO-ACCOUNT THRU 3500-EXIT
006920     MOVE BA-BANK-ACCOUNT-RECORD TO WS-JR-AFTER-IMAGE
006930     REWRITE BA-BANK-ACCOUNT-RECORD
006940         INVALID KEY
006950             SET TX-IS-REJECTED TO TRUE
006960             MOVE "REWRITE FAILED FOR IDENT" TO WS-TX-REASON
006970     END-REWRITE
006980     IF TX-IS-VALID
006990         ADD 1 TO WS-CHANGE-COUNT
007000         MOVE "PRENOTE PENDING" TO WS-TX-REASON
007010         PERFORM 3600-WRITE-JOURNAL-RECORD THRU 3600-EXIT
007020     END-IF.
007030 3100-EXIT.
007040     EXIT.
007050*
007060* ---------------------------------------------------------------
007070* 3200-APPLY-DELETE
007080* DELETES THE ACCOUNT THE CARD NAMES.  THE RECORD IS READ FIRST
007090* SO ITS BEFORE-IMAGE GOES ON THE JOURNAL.  THE CUSTOMER IS
007100* REJECTED BY COBOL01 UNTIL A NEW ACCOUNT IS ADDED.
007110* ---------------------------------------------------------------
007120 3200-APPLY-DELETE.
007130     MOVE TX-IDENT-NUMBER TO BA-IDENT-NUMBER
007140     MOVE TX-IDENT-CHECK-DIGIT TO BA-IDENT-CHECK-DIGIT
007150     READ BANK-ACCOUNT-FILE
007160         INVALID KEY
007170             SET TX-IS-REJECTED TO TRUE
007180             MOVE "IDENT NOT ON BANK-ACCOUNT FILE"
007190                 TO WS-TX-REASON
007200     END-READ
007210     IF TX-IS-REJECTED
007220         GO TO 3200-EXIT
007230     END-IF
007240     MOVE BA-BANK-ACCOUNT-RECORD TO WS-JR-BEFORE-IMAGE
007250     MOVE SPACES TO WS-JR-AFTER-IMAGE
007260     DELETE BANK-ACCOUNT-FILE
007270         INVALID KEY
007280             SET TX-IS-REJECTED TO TRUE
007290             MOVE "IDENT NOT ON BANK-ACCOUNT FILE"
007300                 TO WS-TX-REASON
007310     END-DELETE
007320     IF TX-IS-VALID
007330         ADD 1 TO WS-DELETE-COUNT
007340         PERFORM 3600-WRITE-JOURNAL-RECORD THRU 3600-EXIT
007350     END-IF.
007360 3200-EXIT.
007370     EXIT.
007380*
007390* ---------------------------------------------------------------
007400* 3500-MOVE-CARD-TO-ACCOUNT
007410* BUILDS THE BA-BANK-ACCOUNT-RECORD FROM AN EDITED ADD OR
007420* CHANGE CARD, PRENOTE PENDING AND NOT YET SENT.  COBOL01 SENDS
007430* THE PRENOTE ON ITS NEXT PAYING RUN AND STAMPS THE DATE.
007440* ---------------------------------------------------------------
007450 3500-MOVE-CARD-TO-ACCOUNT.
007460     MOVE TX-IDENT-NUMBER TO BA-IDENT-NUMBER
007470     MOVE TX-IDENT-CHECK-DIGIT TO BA-IDENT-CHECK-DIGIT
007480     MOVE TX-ROUTING-NUMBER TO BA-ROUTING-NUMBER
007490     MOVE TX-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER
007500     MOVE TX-ACCOUNT-TYPE TO BA-ACCOUNT-TYPE
007510     MOVE "P" TO BA-PRENOTE-STATUS
007520     MOVE SPACES TO BA-PRENOTE-DATE
007530     MOVE WS-RUN-DATE TO BA-MAINT-DATE.
007540 3500-EXIT.
007550     EXIT.
007560*
007570* ---------------------------------------------------------------
007580* 3600-WRITE-JOURNAL-RECORD
007590* FILES THE BEFORE/AFTER-IMAGE JOURNAL RECORD FOR THE CARD JUST
007600* APPLIED.  THE CALLER HAS ALREADY SET THE IMAGES - SPACES FOR
007610* THE BEFORE-IMAGE OF AN ADD AND THE AFTER-IMAGE OF A DELETE.
007620* ---------------------------------------------------------------
007630 3600-WRITE-JOURNAL-RECORD.
007640     MOVE WS-RUN-DATE TO JR-RUN-DATE
007650     MOVE WS-RUN-TIME TO JR-RUN-TIME
007660     MOVE WS-TX-COUNT TO JR-TRAN-NO
007670     MOVE TX-ACTION-CODE TO JR-ACTION
007680     MOVE WS-JR-BEFORE-IMAGE TO JR-BEFORE-IMAGE
007690     MOVE WS-JR-AFTER-IMAGE TO JR-AFTER-IMAGE
007700     WRITE JR-JOURNAL-RECORD.
007710 3600-EXIT.
007720     EXIT.
007730*
007740* ---------------------------------------------------------------
007750* 4000-WRITE-AUDIT-LINE
007760* WRITES THE ONE AUDIT LINE EVERY CARD GETS - MAINTAINED IF IT
007770* WAS APPLIED, REJECTED (WITH THE REASON) IF ANY EDIT OR THE
007780* KEYED I-O ITSELF TURNED IT AWAY.
007790* ---------------------------------------------------------------
007800 4000-WRITE-AUDIT-LINE.
007810     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007820     MOVE WS-TX-COUNT TO PRT-A-TRAN-NO
007830     MOVE WS-TX-ACTION-DISPLAY TO PRT-A-ACTION
007840     MOVE WS-TX-IDENT-DISPLAY TO PRT-A-IDENT
007850     IF TX-IS-VALID
007860         MOVE "MAINTAINED" TO PRT-A-DISPOSITION
007870     ELSE
007880         MOVE "REJECTED" TO PRT-A-DISPOSITION
007890         ADD 1 TO WS-REJECT-COUNT
007900     END-IF
007910     MOVE WS-TX-REASON TO PRT-A-REASON
007920     WRITE PRINT-LINE FROM WS-AUDIT-DETAIL-LINE
007930         AFTER ADVANCING 1 LINE
007940     ADD 1 TO WS-LINE-COUNT.
007950 4000-EXIT.
007960     EXIT.
007970*
007980* ---------------------------------------------------------------
007990* 5000-WRITE-RUN-TOTALS
008000* PRINTS THE MAINTENANCE RUN TOTALS AT THE FOOT OF THE AUDIT
008010* LISTING SO THE LISTING PROVES EVERY CARD WAS EITHER APPLIED
008020* OR REJECTED.
008030* ---------------------------------------------------------------
008040 5000-WRITE-RUN-TOTALS.
008050     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
008060     MOVE "TRANSACTIONS READ" TO PRT-T-LABEL
008070     MOVE WS-TX-COUNT TO PRT-T-COUNT
008080     WRITE PRINT-LINE FROM WS-TOTALS-LINE
008090         AFTER ADVANCING 2 LINES
008100     ADD 2 TO WS-LINE-COUNT
008110     MOVE "ACCOUNTS ADDED" TO PRT-T-LABEL
008120     MOVE WS-ADD-COUNT TO PRT-T-COUNT
008130     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
008140     MOVE "ACCOUNTS CHANGED" TO PRT-T-LABEL
008150     MOVE WS-CHANGE-COUNT TO PRT-T-COUNT
008160     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
008170     MOVE "ACCOUNTS DELETED" TO PRT-T-LABEL
008180     MOVE WS-DELETE-COUNT TO PRT-T-COUNT
008190     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
008200     MOVE "TRANSACTIONS REJECTED" TO PRT-T-LABEL
008210     MOVE WS-REJECT-COUNT TO PRT-T-COUNT
008220     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT.
008230 5000-EXIT.
008240     EXIT.
008250*
008260* ---------------------------------------------------------------
008270* 5100-WRITE-ONE-TOTAL-LINE
008280* WRITES ONE LINE OF THE RUN TOTALS.
008290* ---------------------------------------------------------------
008300 5100-WRITE-ONE-TOTAL-LINE.
008310     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
008320     WRITE PRINT-LINE FROM WS-TOTALS-LINE
008330         AFTER ADVANCING 1 LINE
008340     ADD 1 TO WS-LINE-COUNT.
008350 5100-EXIT.
008360     EXIT.
008370*
008380* ---------------------------------------------------------------
008390* 6000-PROCESS-BACKOUT
008400* LOADS THE NAMED RUN'S JOURNAL INTO THE BACKOUT TABLE AND
008410* REVERSES ITS TRANSACTIONS LAST-TO-FIRST, SO AN ACCOUNT
008420* TOUCHED MORE THAN ONCE IN THE RUN UNWINDS IN THE RIGHT
008430* ORDER.  A JOURNAL BIGGER THAN THE TABLE IS FATAL - A
008440* PARTIAL BACKOUT IS WORSE THAN NO BACKOUT, SO THE FILE MUST
008450* BE SPLIT AND RUN NEWEST PIECE FIRST.
008460* ---------------------------------------------------------------
008470 6000-PROCESS-BACKOUT.
008480     PERFORM UNTIL JI-END-OF-FILE
008490         READ JOURNAL-IN-FILE
008500             AT END
008510                 MOVE "Y" TO WS-JI-EOF-SWITCH
008520             NOT AT END
008530                 PERFORM 6100-LOAD-ONE-JOURNAL-RECORD
008540                     THRU 6100-EXIT
008550         END-READ
008560     END-PERFORM
008570     IF WS-JRNL-COUNT = ZEROS
008580         MOVE SPACES TO WS-GENERIC-LINE
008590         MOVE "COBOL08 - JOURNAL IS EMPTY - NOTHING TO BACK OUT"
008600             TO WS-GENERIC-LINE
008610         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
008620         GO TO 6000-EXIT
008630     END-IF
008640     PERFORM 6300-BACK-OUT-ONE-ENTRY THRU 6300-EXIT
008650         VARYING WS-JRNL-SUBSCRIPT FROM WS-JRNL-COUNT BY -1
008660         UNTIL WS-JRNL-SUBSCRIPT < 1.
008670 6000-EXIT.
008680     EXIT.
008690*
008700* ---------------------------------------------------------------
008710* 6100-LOAD-ONE-JOURNAL-RECORD
008720* FILES ONE JOURNAL RECORD INTO THE BACKOUT TABLE.
008730* ---------------------------------------------------------------
008740 6100-LOAD-ONE-JOURNAL-RECORD.
008750     ADD 1 TO WS-BO-READ-COUNT
008760     IF WS-JRNL-COUNT >= WS-JRNL-TABLE-MAX
008770         MOVE SPACES TO WS-GENERIC-LINE
008780         MOVE "COBOL08 - JOURNAL LARGER THAN BACKOUT TABLE"
008790             TO WS-GENERIC-LINE
008800         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
008810         PERFORM 9000-TERMINATE THRU 9000-EXIT
008820         MOVE 16 TO RETURN-CODE
008830         STOP RUN
008840     END-IF
008850     ADD 1 TO WS-JRNL-COUNT
008860     MOVE JI-ACTION TO WS-JRNL-ACTION (WS-JRNL-COUNT)
008870     MOVE JI-TRAN-NO TO WS-JRNL-TRAN-NO (WS-JRNL-COUNT)
008880     MOVE JI-BEFORE-IMAGE TO WS-JRNL-BEFORE (WS-JRNL-COUNT)
008890     MOVE JI-AFTER-IMAGE TO WS-JRNL-AFTER (WS-JRNL-COUNT).
008900 6100-EXIT.
008910     EXIT.
008920*
008930* ---------------------------------------------------------------
008940* 6300-BACK-OUT-ONE-ENTRY
008950* REVERSES ONE JOURNALED TRANSACTION - DELETES THE RECORD AN
008960* ADD FILED, RESTORES THE BEFORE-IMAGE A CHANGE OVERWROTE
008970* (REWRITE, OR WRITE IF THE RECORD HAS SINCE BEEN DELETED),
008980* AND REFILES THE BEFORE-IMAGE A DELETE REMOVED.  EVERY ENTRY
008990* GETS EXACTLY ONE AUDIT LINE, SO THE LISTING PROVES WHAT THE
009000* BACKOUT UNDID.
009010* ---------------------------------------------------------------
009020 6300-BACK-OUT-ONE-ENTRY.
009030     SET BACKOUT-ENTRY-OK TO TRUE
009040     MOVE SPACES TO WS-TX-REASON
009050     EVALUATE WS-JRNL-ACTION (WS-JRNL-SUBSCRIPT)
009060         WHEN "A"
009070             MOVE "UNDO A" TO WS-TX-ACTION-DISPLAY
009080             MOVE WS-JRNL-AFTER (WS-JRNL-SUBSCRIPT) (1:7)
009090                 TO WS-TX-IDENT-DISPLAY
009100             MOVE WS-JRNL-AFTER (WS-JRNL-SUBSCRIPT) (1:7)
009110                 TO BA-IDENT
009120             DELETE BANK-ACCOUNT-FILE
009130                 INVALID KEY
009140                     SET BACKOUT-ENTRY-FAILED TO TRUE
009150                     MOVE "ADDED ACCOUNT NO LONGER ON FILE"
009160                         TO WS-TX-REASON
009170             END-DELETE
009180             IF BACKOUT-ENTRY-OK
009190                 ADD 1 TO WS-BO-ADDS-DELETED
009200             END-IF
009210         WHEN "C"
009220             MOVE "UNDO C" TO WS-TX-ACTION-DISPLAY
009230             MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT) (1:7)
009240                 TO WS-TX-IDENT-DISPLAY
009250             MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT)
009260                 TO BA-BANK-ACCOUNT-RECORD
009270             REWRITE BA-BANK-ACCOUNT-RECORD
009280                 INVALID KEY
009290                     PERFORM 6350-WRITE-BEFORE-IMAGE
009300                         THRU 6350-EXIT
009310             END-REWRITE
009320             IF BACKOUT-ENTRY-OK
009330                 ADD 1 TO WS-BO-CHANGES-RESTORED
009340             END-IF
009350         WHEN "D"
009360             MOVE "UNDO D" TO WS-TX-ACTION-DISPLAY
009370             MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT) (1:7)
009380                 TO WS-TX-IDENT-DISPLAY
009390             MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT)
009400                 TO BA-BANK-ACCOUNT-RECORD
009410             WRITE BA-BANK-ACCOUNT-RECORD
009420                 INVALID KEY
009430                     SET BACKOUT-ENTRY-FAILED TO TRUE
009440                     MOVE "DELETED IDENT BACK ON FILE ALREADY"
009450                         TO WS-TX-REASON
009460             END-WRITE
009470             IF BACKOUT-ENTRY-OK
009480                 ADD 1 TO WS-BO-DELETES-RESTORED
009490             END-IF
009500         WHEN OTHER
009510             SET BACKOUT-ENTRY-FAILED TO TRUE
009520             MOVE WS-JRNL-ACTION (WS-JRNL-SUBSCRIPT)
009530                 TO WS-TX-ACTION-DISPLAY
009540             MOVE SPACES TO WS-TX-IDENT-DISPLAY
009550             MOVE "JOURNAL ACTION NOT A, C, OR D"
009560                 TO WS-TX-REASON
009570     END-EVALUATE
009580     IF BACKOUT-ENTRY-FAILED
009590         ADD 1 TO WS-BO-FAILED-COUNT
009600     END-IF
009610     PERFORM 6400-WRITE-BACKOUT-LINE THRU 6400-EXIT.
009620 6300-EXIT.
009630     EXIT.
009640*
009650* ---------------------------------------------------------------
009660* 6350-WRITE-BEFORE-IMAGE
009670* A CHANGE BEING BACKED OUT FOUND ITS RECORD GONE - A LATER
009680* DELETE (ALREADY UNWOUND OR OUTSIDE THIS JOURNAL) REMOVED
009690* IT - SO THE BEFORE-IMAGE IS REFILED WITH A WRITE INSTEAD.
009700* ---------------------------------------------------------------
009710 6350-WRITE-BEFORE-IMAGE.
009720     MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT)
009730         TO BA-BANK-ACCOUNT-RECORD
009740     WRITE BA-BANK-ACCOUNT-RECORD
009750         INVALID KEY
009760             SET BACKOUT-ENTRY-FAILED TO TRUE
009770             MOVE "CANNOT RESTORE BEFORE-IMAGE"
009780                 TO WS-TX-REASON
009790     END-WRITE.
009800 6350-EXIT.
009810     EXIT.
009820*
009830* ---------------------------------------------------------------
009840* 6400-WRITE-BACKOUT-LINE
009850* WRITES THE ONE AUDIT LINE EVERY JOURNAL ENTRY GETS ON A
009860* BACKOUT RUN - BACKED OUT IF IT WAS REVERSED, FAILED (WITH
009870* THE REASON) IF THE ACCOUNT FILE NO LONGER MATCHES THE JOURNAL.
009880* ---------------------------------------------------------------
009890 6400-WRITE-BACKOUT-LINE.
009900     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
009910     MOVE WS-JRNL-TRAN-NO (WS-JRNL-SUBSCRIPT) TO PRT-A-TRAN-NO
009920     MOVE WS-TX-ACTION-DISPLAY TO PRT-A-ACTION
009930     MOVE WS-TX-IDENT-DISPLAY TO PRT-A-IDENT
009940     IF BACKOUT-ENTRY-OK
009950         MOVE "BACKED OUT" TO PRT-A-DISPOSITION
009960     ELSE
009970         MOVE "FAILED" TO PRT-A-DISPOSITION
009980     END-IF
009990     MOVE WS-TX-REASON TO PRT-A-REASON
010000     WRITE PRINT-LINE FROM WS-AUDIT-DETAIL-LINE
010010         AFTER ADVANCING 1 LINE
010020     ADD 1 TO WS-LINE-COUNT.
010030 6400-EXIT.
010040     EXIT.
010050*
010060* ---------------------------------------------------------------
010070* 6500-WRITE-BACKOUT-TOTALS
010080* PRINTS THE BACKOUT RUN TOTALS AT THE FOOT OF THE AUDIT
010090* LISTING.  ANY ENTRY THAT COULD NOT BE REVERSED ENDS THE
010100* STEP WITH RETURN CODE 8 - THE FILE NO LONGER MATCHES THE
010110* JOURNAL AND SOMEBODY MUST LOOK BEFORE ANYTHING ELSE RUNS.
010120* ---------------------------------------------------------------
010130 6500-WRITE-BACKOUT-TOTALS.
010140     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
010150     MOVE "JOURNAL RECORDS READ" TO PRT-T-LABEL
010160     MOVE WS-BO-READ-COUNT TO PRT-T-COUNT
010170     WRITE PRINT-LINE FROM WS-TOTALS-LINE
010180         AFTER ADVANCING 2 LINES
010190     ADD 2 TO WS-LINE-COUNT
010200     MOVE "ADDS DELETED" TO PRT-T-LABEL
010210     MOVE WS-BO-ADDS-DELETED TO PRT-T-COUNT
010220     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010230     MOVE "CHANGES RESTORED" TO PRT-T-LABEL
010240     MOVE WS-BO-CHANGES-RESTORED TO PRT-T-COUNT
010250     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010260     MOVE "DELETES RESTORED" TO PRT-T-LABEL
010270     MOVE WS-BO-DELETES-RESTORED TO PRT-T-COUNT
010280     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010290     MOVE "ENTRIES FAILED" TO PRT-T-LABEL
010300     MOVE WS-BO-FAILED-COUNT TO PRT-T-COUNT
010310     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010320     IF WS-BO-FAILED-COUNT > 0
010330         MOVE SPACES TO WS-GENERIC-LINE
010340         MOVE "BACKOUT NOT CLEAN - SEE FAILED ENTRIES ABOVE"
010350             TO WS-GENERIC-LINE
010360         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
010370         MOVE 8 TO RETURN-CODE
010380     END-IF.
010390 6500-EXIT.
010400     EXIT.
010410*
010420* ---------------------------------------------------------------
010430* 9000-TERMINATE
010440* CLOSES THE FILES USED BY THE RUN.
010450* ---------------------------------------------------------------
010460 9000-TERMINATE.
010470     CLOSE BANK-ACCOUNT-FILE
010480     CLOSE CUSTOMER-MASTER-FILE
010490     IF RUN-MODE-IS-BACKOUT
010500         CLOSE JOURNAL-IN-FILE
010510     ELSE
010520         CLOSE TRANSACTION-FILE
010530         CLOSE JOURNAL-FILE
010540     END-IF
010550     CLOSE PRINT-FILE.
010560 9000-EXIT.
010570     EXIT.
