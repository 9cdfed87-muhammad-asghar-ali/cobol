000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. COBOL10.
000040 AUTHOR. ASGR.
000050 INSTALLATION. PAYROLL-SYSTEMS.
000060 DATE-WRITTEN. OCT 15 2026.
000070 DATE-COMPILED.
000080*
000090* THIRD-PARTY PAYEE MASTER MAINTENANCE.  READS A BATCH FILE OF
000100* ADD/CHANGE/DELETE CARDS AGAINST THE PAYEE MASTER (THE
000110* PY-PAYEE-RECORD LAYOUT IN PAYEEREC) - THE COURTS, AGENCIES
000120* AND BENEFIT CARRIERS THAT GARNISHMENTS AND BENEFIT
000130* DEDUCTIONS ARE REMITTED TO.  A PAYEE IS CARRIED ON TWO CARDS:
000140* CARD 1 HOLDS THE TYPE, NAME AND REMITTANCE ACCOUNT, CARD 2
000150* THE MAILING ADDRESS.  VALIDATES EVERY CARD - THE PAYEE CODE,
000160* THE TYPE, THE ABA ROUTING-NUMBER CHECK DIGIT, THE ACCOUNT
000170* NUMBER AND TYPE, AND THE ADDRESS - APPLIES THE SURVIVORS,
000180* JOURNALS THE BEFORE AND AFTER IMAGES OF EVERY CHANGE, AND
000190* PRINTS A MAINTAINED/REJECTED AUDIT LINE FOR EVERY CARD.
000200* RUN-MODE=BACKOUT REVERSES A NAMED RUN'S JOURNAL THE SAME WAY
000210* COBOL08 BACKS OUT A BANK-ACCOUNT RUN.
000220*
000230* MODIFICATION HISTORY
000240* DATE       INIT  DESCRIPTION
000250* 2026-10-15 ASG   ORIGINAL PROGRAM - THIRD-PARTY PAYEE MASTER
000260*                  MAINTENANCE FROM A BATCH ADD/CHANGE/DELETE
000270*                  CARD FILE, WITH ROUTING-NUMBER VALIDATION,
000280*                  A BEFORE/AFTER-IMAGE JOURNAL WITH
000290*                  RUN-MODE=BACKOUT, AND A PER-CARD AUDIT
000300*                  LISTING.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEEMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PY-PAYEE-CODE
000420         FILE STATUS IS WS-PY-FILE-STATUS.
000430     SELECT TRANSACTION-FILE ASSIGN TO "PAYEETRN"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-TX-FILE-STATUS.
000460     SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-CTL-FILE-STATUS.
000490     SELECT JOURNAL-FILE ASSIGN TO "PAYEEJNL"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-JRNL-FILE-STATUS.
000520     SELECT JOURNAL-IN-FILE ASSIGN TO "PAYEEJIN"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-JRNLIN-FILE-STATUS.
000550     SELECT PRINT-FILE ASSIGN TO "PAYEELST"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PRT-FILE-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PAYEE-MASTER-FILE
000620         LABEL RECORDS ARE STANDARD.
000630     COPY PAYEEREC.
000640 FD  TRANSACTION-FILE
000650         RECORD CONTAINS 80 CHARACTERS
000660         LABEL RECORDS ARE OMITTED.
000670 01  TX-TRANSACTION-RECORD.
000680     02  TX-ACTION-CODE              PIC X(01).
000690     02  TX-PAYEE-CODE               PIC X(08).
000700     02  TX-CARD-NUMBER              PIC X(01).
000710     02  TX-CARD-DATA                PIC X(70).
000720     02  TX-NAME-CARD REDEFINES TX-CARD-DATA.
000730         03  TX-PAYEE-TYPE           PIC X(01).
000740         03  TX-PAYEE-NAME           PIC X(30).
000750         03  TX-ROUTING-NUMBER       PIC X(09).
000760         03  TX-ACCOUNT-NUMBER       PIC X(17).
000770         03  TX-ACCOUNT-TYPE         PIC X(01).
000780         03  FILLER                  PIC X(12).
000790     02  TX-ADDRESS-CARD REDEFINES TX-CARD-DATA.
000800         03  TX-ADDRESS              PIC X(30).
000810         03  TX-CITY                 PIC X(20).
000820         03  TX-STATE                PIC X(02).
000830         03  TX-ZIP-CODE             PIC X(09).
000840         03  FILLER                  PIC X(09).
000850 FD  CONTROL-CARD-FILE
000860         RECORD CONTAINS 80 CHARACTERS
000870         LABEL RECORDS ARE OMITTED.
000880 01  CONTROL-CARD-RECORD             PIC X(80).
000890 FD  JOURNAL-FILE
000900         RECORD CONTAINS 292 CHARACTERS
000910         LABEL RECORDS ARE OMITTED.
000920 01  JR-JOURNAL-RECORD.
000930     02  JR-RUN-DATE                 PIC X(08).
000940     02  JR-RUN-TIME                 PIC X(08).
000950     02  JR-TRAN-NO                  PIC 9(05).
000960     02  JR-ACTION                   PIC X(01).
000970     02  JR-BEFORE-IMAGE             PIC X(135).
000980     02  JR-AFTER-IMAGE              PIC X(135).
000990 FD  JOURNAL-IN-FILE
001000         RECORD CONTAINS 292 CHARACTERS
001010         LABEL RECORDS ARE OMITTED.
001020 01  JI-JOURNAL-RECORD.
001030     02  JI-RUN-DATE                 PIC X(08).
001040     02  JI-RUN-TIME                 PIC X(08).
001050     02  JI-TRAN-NO                  PIC X(05).
001060     02  JI-ACTION                   PIC X(01).
001070     02  JI-BEFORE-IMAGE             PIC X(135).
001080     02  JI-AFTER-IMAGE              PIC X(135).
001090 FD  PRINT-FILE
001100         RECORD CONTAINS 132 CHARACTERS
001110         LABEL RECORDS ARE OMITTED.
001120 01  PRINT-LINE                  PIC X(132).
001130*
001140 WORKING-STORAGE SECTION.
001150* ---------------------------------------------------------------
001160* FILE I/O CONTROLS
001170* ---------------------------------------------------------------
001180 77  WS-PY-FILE-STATUS        PIC X(02) VALUE SPACES.
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
001520             "COBOL10 PAYEE MASTER MAINT".
001530     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
001540     02  PRT-HDG-RUN-DATE   PIC X(10).
001550     02  FILLER             PIC X(10) VALUE SPACES.
001560     02  FILLER             PIC X(06) VALUE "PAGE: ".
001570     02  PRT-HDG-PAGE-NO    PIC ZZ9.
001580     02  FILLER             PIC X(63) VALUE SPACES.
001590 01  WS-AUDIT-HEADING-LINE.
001600     02  FILLER             PIC X(08) VALUE "TRAN".
001610     02  FILLER             PIC X(08) VALUE "ACTION".
001620     02  FILLER             PIC X(11) VALUE "PAYEE".
001630     02  FILLER             PIC X(05) VALUE "CARD".
001640     02  FILLER             PIC X(12) VALUE "DISPOSITION".
001650     02  FILLER             PIC X(40) VALUE "REASON".
001660     02  FILLER             PIC X(48) VALUE SPACES.
001670 01  WS-AUDIT-DETAIL-LINE.
001680     02  PRT-A-TRAN-NO      PIC ZZZZ9.
001690     02  FILLER             PIC X(03) VALUE SPACES.
001700     02  PRT-A-ACTION       PIC X(06).
001710     02  FILLER             PIC X(02) VALUE SPACES.
001720     02  PRT-A-PAYEE-CODE   PIC X(08).
001730     02  FILLER             PIC X(04) VALUE SPACES.
001740     02  PRT-A-CARD-NUMBER  PIC X(01).
001750     02  FILLER             PIC X(03) VALUE SPACES.
001760     02  PRT-A-DISPOSITION  PIC X(10).
001770     02  FILLER             PIC X(02) VALUE SPACES.
001780     02  PRT-A-REASON       PIC X(40).
001790     02  FILLER             PIC X(48) VALUE SPACES.
001800 01  WS-TOTALS-LINE.
001810     02  PRT-T-LABEL        PIC X(30).
001820     02  PRT-T-COUNT        PIC ZZZZ9.
001830     02  FILLER             PIC X(97) VALUE SPACES.
001840 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
001850*
001860* ---------------------------------------------------------------
001870* TRANSACTION EDIT AND AUDIT FIELDS
001880* WS-LAST-ADDED-CODE IS THE PAYEE THE CURRENT CARD FILED IF IT
001890* IS AN ACCEPTED CARD-1 ADD, AND WS-PRIOR-ADDED-CODE THE SAME
001900* FOR THE CARD BEFORE IT - AN ADD'S ADDRESS CARD MUST COME
001910* RIGHT BEHIND ITS CARD 1.
001920* ---------------------------------------------------------------
001930 01  WS-TRANSACTION-WORK.
001940     02  WS-TX-COUNT              PIC 9(05) VALUE ZEROS.
001950     02  WS-ADD-COUNT             PIC 9(05) VALUE ZEROS.
001960     02  WS-CHANGE-COUNT          PIC 9(05) VALUE ZEROS.
001970     02  WS-DELETE-COUNT          PIC 9(05) VALUE ZEROS.
001980     02  WS-REJECT-COUNT          PIC 9(05) VALUE ZEROS.
001990     02  WS-TX-REASON             PIC X(40) VALUE SPACES.
002000     02  WS-TX-ACTION-DISPLAY     PIC X(06) VALUE SPACES.
002010     02  WS-TX-PAYEE-DISPLAY      PIC X(08) VALUE SPACES.
002020     02  WS-TX-CARD-DISPLAY       PIC X(01) VALUE SPACES.
002030     02  WS-TX-JOURNAL-ACTION     PIC X(01) VALUE SPACES.
002040     02  WS-LAST-ADDED-CODE       PIC X(08) VALUE SPACES.
002050     02  WS-PRIOR-ADDED-CODE      PIC X(08) VALUE SPACES.
002060*
002070* ---------------------------------------------------------------
002080* BEFORE/AFTER-IMAGE JOURNAL FIELDS (MAINTENANCE MODE) AND THE
002090* BACKOUT TABLE (RUN-MODE=BACKOUT).  EVERY APPLIED CARD
002100* JOURNALS THE PY-PAYEE-RECORD AS IT STOOD BEFORE AND AFTER
002110* 3000/3100/3200 TOUCHED IT; AN ADD'S ADDRESS CARD IS
002120* JOURNALED AS A CHANGE.  A BACKOUT RUN LOADS THE NAMED RUN'S
002130* JOURNAL (THE PAYEEJIN DD POINTS AT THAT RUN'S GENERATION)
002140* AND REVERSES IT LAST-TO-FIRST.
002150* ---------------------------------------------------------------
002160 77  WS-JRNL-TABLE-MAX           PIC 9(04) VALUE 9999.
002170 01  WS-JOURNAL-WORK.
002180     02  WS-JR-BEFORE-IMAGE       PIC X(135) VALUE SPACES.
002190     02  WS-JR-AFTER-IMAGE        PIC X(135) VALUE SPACES.
002200 01  WS-BACKOUT-TABLE.
002210     02  WS-JRNL-COUNT            PIC 9(04) VALUE ZEROS.
002220     02  WS-JRNL-ENTRY
002230             OCCURS 0 TO 9999 TIMES
002240             DEPENDING ON WS-JRNL-COUNT.
002250         03  WS-JRNL-ACTION       PIC X(01).
002260         03  WS-JRNL-TRAN-NO      PIC X(05).
002270         03  WS-JRNL-BEFORE       PIC X(135).
002280         03  WS-JRNL-AFTER        PIC X(135).
002290 01  WS-BACKOUT-WORK.
002300     02  WS-JRNL-SUBSCRIPT        PIC 9(04).
002310     02  WS-BO-READ-COUNT         PIC 9(05) VALUE ZEROS.
002320     02  WS-BO-ADDS-DELETED       PIC 9(05) VALUE ZEROS.
002330     02  WS-BO-CHANGES-RESTORED   PIC 9(05) VALUE ZEROS.
002340     02  WS-BO-DELETES-RESTORED   PIC 9(05) VALUE ZEROS.
002350     02  WS-BO-FAILED-COUNT       PIC 9(05) VALUE ZEROS.
002360*
002370* ---------------------------------------------------------------
002380* ROUTING-NUMBER CHECK FIELDS
002390* SAME ABA CHECK AS COBOL08 - NINE DIGITS WHOSE SUM, WEIGHTED
002400* 3, 7, 1 REPEATING FROM THE LEFTMOST DIGIT, IS AN EVEN
002410* MULTIPLE OF TEN.
002420* ---------------------------------------------------------------
002430 01  WS-ROUTING-CHECK-FIELDS.
002440     02  WS-ROUTING-NUMBER-WORK    PIC 9(09).
002450     02  WS-ROUTING-DIGIT-TABLE REDEFINES WS-ROUTING-NUMBER-WORK.
002460         03  WS-ROUTING-DIGIT PIC 9 OCCURS 9 TIMES.
002470     02  WS-ROUTING-WEIGHT-TABLE.
002480         03  FILLER PIC 9 VALUE 3.
002490         03  FILLER PIC 9 VALUE 7.
002500         03  FILLER PIC 9 VALUE 1.
002510         03  FILLER PIC 9 VALUE 3.
002520         03  FILLER PIC 9 VALUE 7.
002530         03  FILLER PIC 9 VALUE 1.
002540         03  FILLER PIC 9 VALUE 3.
002550         03  FILLER PIC 9 VALUE 7.
002560         03  FILLER PIC 9 VALUE 1.
002570     02  WS-ROUTING-WEIGHTS REDEFINES WS-ROUTING-WEIGHT-TABLE.
002580         03  WS-ROUTING-WEIGHT PIC 9 OCCURS 9 TIMES.
002590     02  WS-ROUTING-SUBSCRIPT      PIC 9(02).
002600     02  WS-ROUTING-DIGIT-PRODUCT  PIC 9(02).
002610     02  WS-ROUTING-WEIGHTED-SUM   PIC 9(03).
002620     02  WS-ROUTING-CHECK-QUOTIENT PIC 9(03).
002630     02  WS-ROUTING-CHECK-REMAINDER PIC 9(01).
002640*
002650 PROCEDURE DIVISION.
002660* ---------------------------------------------------------------
002670* 0000-MAIN-LOGIC
002680* OVERALL DRIVER FOR THE MAINTENANCE RUN.
002690* ---------------------------------------------------------------
002700 0000-MAIN-LOGIC.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002720     IF RUN-MODE-IS-BACKOUT
002730         PERFORM 6000-PROCESS-BACKOUT THRU 6000-EXIT
002740         PERFORM 6500-WRITE-BACKOUT-TOTALS THRU 6500-EXIT
002750     ELSE
002760         PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
002770         PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT
002780     END-IF
002790     PERFORM 9000-TERMINATE THRU 9000-EXIT
002800     STOP RUN.
002810*
002820* ---------------------------------------------------------------
002830* 1000-INITIALIZE
002840* OPENS THE FILES USED BY THE RUN.  PRINT-FILE IS FATAL IF IT
002850* WILL NOT OPEN - WITH NO AUDIT LISTING THERE IS NO ACCOUNTING
002860* FOR WHAT WAS DONE TO THE PAYEE MASTER.  THE PAYEE MASTER IS
002870* CREATED EMPTY ON THE FIRST RUN (STATUS 35) AND IS OTHERWISE
002880* FATAL, AS IS THE TRANSACTION FILE.
002890* ---------------------------------------------------------------
002900 1000-INITIALIZE.
002910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002920     ACCEPT WS-RUN-TIME FROM TIME
002930     MOVE ZEROS TO WS-PAGE-NUMBER
002940     MOVE ZEROS TO WS-LINE-COUNT
002950     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
002960     OPEN OUTPUT PRINT-FILE
002970     IF WS-PRT-FILE-STATUS NOT = "00"
002980         DISPLAY "COBOL10 - UNABLE TO OPEN PRINT-FILE, STATUS = "
002990             WS-PRT-FILE-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF
003030     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
003040     OPEN I-O PAYEE-MASTER-FILE
003050     IF WS-PY-FILE-STATUS = "35"
003060         OPEN OUTPUT PAYEE-MASTER-FILE
003070         CLOSE PAYEE-MASTER-FILE
003080         OPEN I-O PAYEE-MASTER-FILE
003090     END-IF
003100     IF WS-PY-FILE-STATUS NOT = "00"
003110         MOVE SPACES TO WS-GENERIC-LINE
003120         STRING "COBOL10 - UNABLE TO OPEN PAYEE-MASTER-FILE, "
003130             "STATUS = " WS-PY-FILE-STATUS
003140             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003150         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003160         PERFORM 9000-TERMINATE THRU 9000-EXIT
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF
003200     IF RUN-MODE-IS-BACKOUT
003210         PERFORM 1080-OPEN-JOURNAL-INPUT THRU 1080-EXIT
003220         GO TO 1000-EXIT
003230     END-IF
003240     OPEN INPUT TRANSACTION-FILE
003250     IF WS-TX-FILE-STATUS NOT = "00"
003260         MOVE SPACES TO WS-GENERIC-LINE
003270         STRING "COBOL10 - UNABLE TO OPEN TRANSACTION-FILE, "
003280             "STATUS = " WS-TX-FILE-STATUS
003290             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003300         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003310         PERFORM 9000-TERMINATE THRU 9000-EXIT
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF
003350     OPEN OUTPUT JOURNAL-FILE
003360     IF WS-JRNL-FILE-STATUS NOT = "00"
003370         MOVE SPACES TO WS-GENERIC-LINE
003380         STRING "COBOL10 - UNABLE TO OPEN JOURNAL-FILE, "
003390             "STATUS = " WS-JRNL-FILE-STATUS
003400             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003410         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003420         PERFORM 9000-TERMINATE THRU 9000-EXIT
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460 1000-EXIT.
003470     EXIT.
003480*
003490* ---------------------------------------------------------------
003500* 1050-READ-CONTROL-CARD
003510* READS THE ONE-CARD SYSIN RUN-MODE CONTROL CARD, IF PRESENT.
003520* RUN-MODE=BACKOUT SWITCHES THE RUN TO REVERSING THE JOURNAL
003530* POINTED AT BY PAYEEJIN; ANY OTHER CARD, OR NO CARD AT ALL,
003540* LEAVES THE RUN IN NORMAL MAINTENANCE MODE.
003550* ---------------------------------------------------------------
003560 1050-READ-CONTROL-CARD.
003570     SET RUN-MODE-IS-MAINT TO TRUE
003580     OPEN INPUT CONTROL-CARD-FILE
003590     IF WS-CTL-FILE-STATUS = "00"
003600         READ CONTROL-CARD-FILE
003610             AT END
003620                 CONTINUE
003630             NOT AT END
003640                 IF CONTROL-CARD-RECORD (1:9) = "RUN-MODE="
003650                         AND CONTROL-CARD-RECORD (10:7)
003660                             = "BACKOUT"
003670                     SET RUN-MODE-IS-BACKOUT TO TRUE
003680                 END-IF
003690         END-READ
003700         CLOSE CONTROL-CARD-FILE
003710     END-IF.
003720 1050-EXIT.
003730     EXIT.
003740*
003750* ---------------------------------------------------------------
003760* 1080-OPEN-JOURNAL-INPUT
003770* OPENS THE JOURNAL A BACKOUT RUN REVERSES.  FATAL IF IT WILL
003780* NOT OPEN - A BACKOUT RUN WITH NO JOURNAL IS A JCL MISTAKE.
003790* ---------------------------------------------------------------
003800 1080-OPEN-JOURNAL-INPUT.
003810     OPEN INPUT JOURNAL-IN-FILE
003820     IF WS-JRNLIN-FILE-STATUS NOT = "00"
003830         MOVE SPACES TO WS-GENERIC-LINE
003840         STRING "COBOL10 - UNABLE TO OPEN JOURNAL-IN-FILE, "
003850             "STATUS = " WS-JRNLIN-FILE-STATUS
003860             DELIMITED BY SIZE INTO WS-GENERIC-LINE
003870         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003880         PERFORM 9000-TERMINATE THRU 9000-EXIT
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920 1080-EXIT.
003930     EXIT.
003940*
003950* ---------------------------------------------------------------
003960* 1650-WRITE-PAGE-HEADING
003970* STARTS A NEW PAGE OF THE AUDIT LISTING WITH THE RUN DATE AND
003980* PAGE NUMBER FOLLOWED BY THE AUDIT COLUMN HEADINGS.
003990* ---------------------------------------------------------------
004000 1650-WRITE-PAGE-HEADING.
004010     ADD 1 TO WS-PAGE-NUMBER
004020     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
004030     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
004040     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
004050         AFTER ADVANCING PAGE
004060     MOVE ZEROS TO WS-LINE-COUNT
004070     WRITE PRINT-LINE FROM WS-AUDIT-HEADING-LINE
004080         AFTER ADVANCING 2 LINES
004090     ADD 2 TO WS-LINE-COUNT.
004100 1650-EXIT.
004110     EXIT.
004120*
004130* ---------------------------------------------------------------
004140* 1660-CHECK-PAGE-BREAK
004150* STARTS A NEW PAGE IF THE CURRENT ONE HAS FILLED UP.
004160* ---------------------------------------------------------------
004170 1660-CHECK-PAGE-BREAK.
004180     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004190         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
004200     END-IF.
004210 1660-EXIT.
004220     EXIT.
004230*
004240* ---------------------------------------------------------------
004250* 1900-WRITE-GENERIC-LINE
004260* WRITES WHATEVER HAS BEEN MOVED INTO WS-GENERIC-LINE AS A
004270* SINGLE-SPACED REPORT LINE.
004280* ---------------------------------------------------------------
004290 1900-WRITE-GENERIC-LINE.
004300     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
004310     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
004320     ADD 1 TO WS-LINE-COUNT.
004330 1900-EXIT.
004340     EXIT.
004350*
004360* ---------------------------------------------------------------
004370* 2000-PROCESS-TRANSACTIONS
004380* READS THE TRANSACTION FILE AND PROCESSES EVERY CARD ON IT.
004390* ---------------------------------------------------------------
004400 2000-PROCESS-TRANSACTIONS.
004410     PERFORM UNTIL TX-END-OF-FILE
004420         READ TRANSACTION-FILE
004430             AT END
004440                 MOVE "Y" TO WS-TX-EOF-SWITCH
004450             NOT AT END
004460                 PERFORM 2100-PROCESS-ONE-TRANSACTION
004470                     THRU 2100-EXIT
004480         END-READ
004490     END-PERFORM.
004500 2000-EXIT.
004510     EXIT.
004520*
004530* ---------------------------------------------------------------
004540* 2100-PROCESS-ONE-TRANSACTION
004550* EDITS ONE CARD AND, IF IT SURVIVES EVERY EDIT, APPLIES IT TO
004560* THE PAYEE MASTER.  EVERY CARD - APPLIED OR REJECTED - GETS
004570* EXACTLY ONE AUDIT LINE.  THE CARD-1 ADD FILED BY THE CARD
004580* BEFORE THIS ONE IS CARRIED FORWARD ONE CARD ONLY, SO AN ADD'S
004590* ADDRESS CARD CAN BE PROVED TO COME RIGHT BEHIND IT.
004600* ---------------------------------------------------------------
004610 2100-PROCESS-ONE-TRANSACTION.
004620     ADD 1 TO WS-TX-COUNT
004630     SET TX-IS-VALID TO TRUE
004640     MOVE SPACES TO WS-TX-REASON
004650     MOVE TX-PAYEE-CODE TO WS-TX-PAYEE-DISPLAY
004660     MOVE TX-CARD-NUMBER TO WS-TX-CARD-DISPLAY
004670     MOVE TX-ACTION-CODE TO WS-TX-JOURNAL-ACTION
004680     MOVE WS-LAST-ADDED-CODE TO WS-PRIOR-ADDED-CODE
004690     MOVE SPACES TO WS-LAST-ADDED-CODE
004700     EVALUATE TX-ACTION-CODE
004710         WHEN "A"
004720             MOVE "ADD" TO WS-TX-ACTION-DISPLAY
004730         WHEN "C"
004740             MOVE "CHANGE" TO WS-TX-ACTION-DISPLAY
004750         WHEN "D"
004760             MOVE "DELETE" TO WS-TX-ACTION-DISPLAY
004770             MOVE SPACE TO WS-TX-CARD-DISPLAY
004780         WHEN OTHER
004790             MOVE TX-ACTION-CODE TO WS-TX-ACTION-DISPLAY
004800             SET TX-IS-REJECTED TO TRUE
004810             MOVE "ACTION CODE NOT A, C, OR D" TO WS-TX-REASON
004820     END-EVALUATE
004830     IF TX-IS-REJECTED
004840         PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
004850         GO TO 2100-EXIT
004860     END-IF
004870     PERFORM 2150-EDIT-PAYEE-CODE THRU 2150-EXIT
004880     IF TX-IS-REJECTED
004890         PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
004900         GO TO 2100-EXIT
004910     END-IF
004920     IF TX-ACTION-CODE NOT = "D"
004930         PERFORM 2200-EDIT-TRANSACTION-FIELDS THRU 2200-EXIT
004940         IF TX-IS-REJECTED
004950             PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT
004960             GO TO 2100-EXIT
004970         END-IF
004980     END-IF
004990     EVALUATE TRUE
005000         WHEN TX-ACTION-CODE = "A" AND TX-CARD-NUMBER = "1"
005010             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
005020         WHEN TX-ACTION-CODE = "D"
005030             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
005040         WHEN OTHER
005050             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
005060     END-EVALUATE
005070     IF TX-IS-VALID
005080             AND TX-ACTION-CODE = "A" AND TX-CARD-NUMBER = "1"
005090         MOVE TX-PAYEE-CODE TO WS-LAST-ADDED-CODE
005100     END-IF
005110     PERFORM 4000-WRITE-AUDIT-LINE THRU 4000-EXIT.
005120 2100-EXIT.
005130     EXIT.
005140*
005150* ---------------------------------------------------------------
005160* 2150-EDIT-PAYEE-CODE
005170* EDITS THE PAYEE CODE AND CARD NUMBER.  THE CODE MUST BE
005180* PRESENT AND LEFT-JUSTIFIED - IT IS PUNCHED AS IS ON THE
005190* DEDFILE AND RATEFILE CARDS, WHERE A LEADING BLANK WOULD
005200* NEVER MATCH.  ADD AND CHANGE CARDS MUST SAY WHICH OF THE
005210* PAYEE'S TWO CARDS THEY ARE; A DELETE NEEDS NEITHER.
005220* ---------------------------------------------------------------
005230 2150-EDIT-PAYEE-CODE.
005240     IF TX-PAYEE-CODE = SPACES
005250         SET TX-IS-REJECTED TO TRUE
005260         MOVE "PAYEE CODE IS BLANK" TO WS-TX-REASON
005270         GO TO 2150-EXIT
005280     END-IF
005290     IF TX-PAYEE-CODE (1:1) = SPACE
005300         SET TX-IS-REJECTED TO TRUE
005310         MOVE "PAYEE CODE NOT LEFT-JUSTIFIED" TO WS-TX-REASON
005320         GO TO 2150-EXIT
005330     END-IF
005340     IF TX-ACTION-CODE = "D"
005350         GO TO 2150-EXIT
005360     END-IF
005370     IF TX-CARD-NUMBER NOT = "1" AND TX-CARD-NUMBER NOT = "2"
005380         SET TX-IS-REJECTED TO TRUE
005390         MOVE "CARD NUMBER NOT 1 OR 2" TO WS-TX-REASON
005400     END-IF.
005410 2150-EXIT.
005420     EXIT.
005430*
005440* ---------------------------------------------------------------
005450* 2200-EDIT-TRANSACTION-FIELDS
005460* EDITS AN ADD OR CHANGE CARD.  CARD 1 - THE TYPE MUST BE C
005470* (COURT), A (AGENCY) OR B (BENEFIT CARRIER), THE NAME MUST BE
005480* PRESENT, THE ROUTING NUMBER MUST BE NINE DIGITS THAT PASS
005490* THE ABA CHECK, THE ACCOUNT NUMBER MUST BE PRESENT, AND THE
005500* ACCOUNT TYPE MUST BE C OR S.  CARD 2 - THE ADDRESS, CITY AND
005510* STATE MUST BE PRESENT AND THE ZIP CODE MUST START WITH FIVE
005520* DIGITS.  AN ADD'S CARD 2 MUST FOLLOW ITS CARD 1 DIRECTLY.
005530* ---------------------------------------------------------------
005540 2200-EDIT-TRANSACTION-FIELDS.
005550     IF TX-CARD-NUMBER = "2"
005560         PERFORM 2250-EDIT-ADDRESS-CARD THRU 2250-EXIT
005570         GO TO 2200-EXIT
005580     END-IF
005590     IF TX-PAYEE-TYPE NOT = "C" AND TX-PAYEE-TYPE NOT = "A"
005600             AND TX-PAYEE-TYPE NOT = "B"
005610         SET TX-IS-REJECTED TO TRUE
005620         MOVE "PAYEE TYPE NOT C, A, OR B" TO WS-TX-REASON
005630         GO TO 2200-EXIT
005640     END-IF
005650     IF TX-PAYEE-NAME = SPACES
005660         SET TX-IS-REJECTED TO TRUE
005670         MOVE "PAYEE NAME IS BLANK" TO WS-TX-REASON
005680         GO TO 2200-EXIT
005690     END-IF
005700     IF TX-ROUTING-NUMBER NOT NUMERIC
005710         SET TX-IS-REJECTED TO TRUE
005720         MOVE "ROUTING NUMBER NOT NUMERIC" TO WS-TX-REASON
005730         GO TO 2200-EXIT
005740     END-IF
005750     MOVE TX-ROUTING-NUMBER TO WS-ROUTING-NUMBER-WORK
005760     IF WS-ROUTING-NUMBER-WORK = ZEROS
005770         SET TX-IS-REJECTED TO TRUE
005780         MOVE "ROUTING NUMBER IS ZERO" TO WS-TX-REASON
005790         GO TO 2200-EXIT
005800     END-IF
005810     MOVE ZEROS TO WS-ROUTING-WEIGHTED-SUM
005820     PERFORM VARYING WS-ROUTING-SUBSCRIPT FROM 1 BY 1
005830             UNTIL WS-ROUTING-SUBSCRIPT > 9
005840         MULTIPLY WS-ROUTING-DIGIT (WS-ROUTING-SUBSCRIPT)
005850             BY WS-ROUTING-WEIGHT (WS-ROUTING-SUBSCRIPT)
005860             GIVING WS-ROUTING-DIGIT-PRODUCT
005870         ADD WS-ROUTING-DIGIT-PRODUCT TO WS-ROUTING-WEIGHTED-SUM
005880     END-PERFORM
005890     DIVIDE WS-ROUTING-WEIGHTED-SUM BY 10
005900         GIVING WS-ROUTING-CHECK-QUOTIENT
005910         REMAINDER WS-ROUTING-CHECK-REMAINDER
005920     IF WS-ROUTING-CHECK-REMAINDER NOT = ZERO
005930         SET TX-IS-REJECTED TO TRUE
005940         MOVE "ROUTING NUMBER FAILS ABA CHECK DIGIT"
005950             TO WS-TX-REASON
005960         GO TO 2200-EXIT
005970     END-IF
005980     IF TX-ACCOUNT-NUMBER = SPACES
005990         SET TX-IS-REJECTED TO TRUE
006000         MOVE "ACCOUNT NUMBER IS BLANK" TO WS-TX-REASON
006010         GO TO 2200-EXIT
006020     END-IF
006030     IF TX-ACCOUNT-TYPE NOT = "C" AND TX-ACCOUNT-TYPE NOT = "S"
006040         SET TX-IS-REJECTED TO TRUE
006050         MOVE "ACCOUNT TYPE NOT C OR S" TO WS-TX-REASON
006060     END-IF.
006070 2200-EXIT.
006080     EXIT.
006090*
006100* ---------------------------------------------------------------
006110* 2250-EDIT-ADDRESS-CARD
006120* EDITS CARD 2, THE PAYEE'S MAILING ADDRESS.  ON AN ADD IT MUST
006130* BE THE CARD RIGHT BEHIND THE PAYEE'S ACCEPTED CARD 1, AND IS
006140* THEN APPLIED (AND JOURNALED) AS A CHANGE TO THAT NEW RECORD.
006150* ---------------------------------------------------------------
006160 2250-EDIT-ADDRESS-CARD.
006170     IF TX-ACTION-CODE = "A"
006180         IF TX-PAYEE-CODE NOT = WS-PRIOR-ADDED-CODE
006190             SET TX-IS-REJECTED TO TRUE
006200             MOVE "ADDRESS CARD DOES NOT FOLLOW ITS ADD"
006210                 TO WS-TX-REASON
006220             GO TO 2250-EXIT
006230         END-IF
006240         MOVE "C" TO WS-TX-JOURNAL-ACTION
006250     END-IF
006260     IF TX-ADDRESS = SPACES
006270         SET TX-IS-REJECTED TO TRUE
006280         MOVE "ADDRESS IS BLANK" TO WS-TX-REASON
006290         GO TO 2250-EXIT
006300     END-IF
006310     IF TX-CITY = SPACES OR TX-STATE = SPACES
006320         SET TX-IS-REJECTED TO TRUE
006330         MOVE "CITY OR STATE IS BLANK" TO WS-TX-REASON
006340         GO TO 2250-EXIT
006350     END-IF
006360     IF TX-ZIP-CODE (1:5) NOT NUMERIC
006370         SET TX-IS-REJECTED TO TRUE
006380         MOVE "ZIP CODE NOT NUMERIC" TO WS-TX-REASON
006390     END-IF.
006400 2250-EXIT.
006410     EXIT.
006420*
006430* ---------------------------------------------------------------
006440* 3000-APPLY-ADD
006450* BUILDS A NEW PAYEE RECORD FROM CARD 1 AND WRITES IT WITH THE
006460* ADDRESS BLANK - CARD 2 FILLS IT IN.  A KEYED WRITE THAT FINDS
006470* THE CODE ALREADY FILED REJECTS THE CARD.
006480* ---------------------------------------------------------------
006490 3000-APPLY-ADD.
006500     MOVE SPACES TO PY-PAYEE-RECORD
006510     MOVE TX-PAYEE-CODE TO PY-PAYEE-CODE
006520     PERFORM 3500-MOVE-CARD-TO-PAYEE THRU 3500-EXIT
006530     MOVE SPACES TO WS-JR-BEFORE-IMAGE
006540     MOVE PY-PAYEE-RECORD TO WS-JR-AFTER-IMAGE
006550     WRITE PY-PAYEE-RECORD
006560         INVALID KEY
006570             SET TX-IS-REJECTED TO TRUE
006580             MOVE "PAYEE CODE ALREADY ON PAYEE MASTER"
006590                 TO WS-TX-REASON
006600     END-WRITE
006610     IF TX-IS-VALID
006620         ADD 1 TO WS-ADD-COUNT
006630         PERFORM 3600-WRITE-JOURNAL-RECORD THRU 3600-EXIT
006640     END-IF.
006650 3000-EXIT.
006660     EXIT.
006670*
006680* ---------------------------------------------------------------
006690* 3100-APPLY-CHANGE
006700* READS THE PAYEE THE CARD NAMES AND REWRITES THE HALF OF THE
006710* RECORD THE CARD CARRIES - CARD 1 THE TYPE, NAME AND ACCOUNT,
006720* CARD 2 THE ADDRESS.  THE OTHER HALF IS LEFT AS FILED.  AN
006730* ADD'S ADDRESS CARD COMES THROUGH HERE AND COUNTS WITH ITS ADD.
006740* ---------------------------------------------------------------
006750 3100-APPLY-CHANGE.
006760     MOVE TX-PAYEE-CODE TO PY-PAYEE-CODE
006770     READ PAYEE-MASTER-FILE
006780         INVALID KEY
006790             SET TX-IS-REJECTED TO TRUE
006800             MOVE "PAYEE CODE NOT ON PAYEE MASTER"
006810                 TO WS-TX-REASON
006820     END-READ
006830     IF TX-IS-REJECTED
006840         GO TO 3100-EXIT
006850     END-IF
006860     MOVE PY-PAYEE-RECORD TO WS-JR-BEFORE-IMAGE
006870     PERFORM 3500-MOVE-CARD-TO-PAYEE THRU 3500-EXIT
006880     MOVE PY-PAYEE-RECORD TO WS-JR-AFTER-IMAGE
006890     REWRITE PY-PAYEE-RECORD
006900         INVALID KEY
006910             SET TX-IS-REJECTED TO TRUE
006920             MOVE "REWRITE FAILED FOR PAYEE CODE" TO WS-TX-REASON
006930     END-REWRITE
006940     IF TX-IS-VALID
006950         IF TX-ACTION-CODE NOT = "A"
006960             ADD 1 TO WS-CHANGE-COUNT
006970         END-IF
006980         PERFORM 3600-WRITE-JOURNAL-RECORD THRU 3600-EXIT
006990     END-IF.
007000 3100-EXIT.
007010     EXIT.
007020*
007030* ---------------------------------------------------------------
007040* 3200-APPLY-DELETE
007050* DELETES THE PAYEE THE CARD NAMES.  THE RECORD IS READ FIRST
007060* SO ITS BEFORE-IMAGE GOES ON THE JOURNAL.  DEDFILE AND
007070* RATEFILE CARDS STILL CARRYING THE CODE ARE LISTED BY COBOL11
007080* AS NOT REMITTED UNTIL THEY ARE REPUNCHED.
007090* ---------------------------------------------------------------
007100 3200-APPLY-DELETE.
007110     MOVE TX-PAYEE-CODE TO PY-PAYEE-CODE
007120     READ PAYEE-MASTER-FILE
007130         INVALID KEY
007140             SET TX-IS-REJECTED TO TRUE
007150             MOVE "PAYEE CODE NOT ON PAYEE MASTER"
007160                 TO WS-TX-REASON
007170     END-READ
007180     IF TX-IS-REJECTED
007190         GO TO 3200-EXIT
007200     END-IF
007210     MOVE PY-PAYEE-RECORD TO WS-JR-BEFORE-IMAGE
007220     MOVE SPACES TO WS-JR-AFTER-IMAGE
007230     DELETE PAYEE-MASTER-FILE
007240         INVALID KEY
007250             SET TX-IS-REJECTED TO TRUE
007260             MOVE "PAYEE CODE NOT ON PAYEE MASTER"
007270                 TO WS-TX-REASON
007280     END-DELETE
007290     IF TX-IS-VALID
007300         ADD 1 TO WS-DELETE-COUNT
007310         PERFORM 3600-WRITE-JOURNAL-RECORD THRU 3600-EXIT
007320     END-IF.
007330 3200-EXIT.
007340     EXIT.
007350*
007360* ---------------------------------------------------------------
007370* 3500-MOVE-CARD-TO-PAYEE
007380* MOVES AN EDITED CARD'S FIELDS INTO THE PY-PAYEE-RECORD AND
007390* STAMPS THE MAINTENANCE DATE.
007400* ---------------------------------------------------------------
007410 3500-MOVE-CARD-TO-PAYEE.
007420     IF TX-CARD-NUMBER = "1"
007430         MOVE TX-PAYEE-TYPE TO PY-PAYEE-TYPE
007440         MOVE TX-PAYEE-NAME TO PY-PAYEE-NAME
007450         MOVE TX-ROUTING-NUMBER TO PY-ROUTING-NUMBER
007460         MOVE TX-ACCOUNT-NUMBER TO PY-ACCOUNT-NUMBER
007470         MOVE TX-ACCOUNT-TYPE TO PY-ACCOUNT-TYPE
007480     ELSE
007490         MOVE TX-ADDRESS TO PY-ADDRESS
007500         MOVE TX-CITY TO PY-CITY
007510         MOVE TX-STATE TO PY-STATE
007520         MOVE TX-ZIP-CODE TO PY-ZIP-CODE
007530     END-IF
007540     MOVE WS-RUN-DATE TO PY-MAINT-DATE.
007550 3500-EXIT.
007560     EXIT.
007570*
007580* ---------------------------------------------------------------
007590* 3600-WRITE-JOURNAL-RECORD
007600* FILES THE BEFORE/AFTER-IMAGE JOURNAL RECORD FOR THE CARD JUST
007610* APPLIED.  THE CALLER HAS ALREADY SET THE IMAGES - SPACES FOR
007620* THE BEFORE-IMAGE OF AN ADD AND THE AFTER-IMAGE OF A DELETE.
007630* ---------------------------------------------------------------
007640 3600-WRITE-JOURNAL-RECORD.
007650     MOVE WS-RUN-DATE TO JR-RUN-DATE
007660     MOVE WS-RUN-TIME TO JR-RUN-TIME
007670     MOVE WS-TX-COUNT TO JR-TRAN-NO
007680     MOVE WS-TX-JOURNAL-ACTION TO JR-ACTION
007690     MOVE WS-JR-BEFORE-IMAGE TO JR-BEFORE-IMAGE
007700     MOVE WS-JR-AFTER-IMAGE TO JR-AFTER-IMAGE
007710     WRITE JR-JOURNAL-RECORD.
007720 3600-EXIT.
007730     EXIT.
007740*
007750* ---------------------------------------------------------------
007760* 4000-WRITE-AUDIT-LINE
007770* WRITES THE ONE AUDIT LINE EVERY CARD GETS - MAINTAINED IF IT
007780* WAS APPLIED, REJECTED (WITH THE REASON) IF ANY EDIT OR THE
007790* KEYED I-O ITSELF TURNED IT AWAY.
007800* ---------------------------------------------------------------
007810 4000-WRITE-AUDIT-LINE.
007820     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
007830     MOVE WS-TX-COUNT TO PRT-A-TRAN-NO
007840     MOVE WS-TX-ACTION-DISPLAY TO PRT-A-ACTION
007850     MOVE WS-TX-PAYEE-DISPLAY TO PRT-A-PAYEE-CODE
007860     MOVE WS-TX-CARD-DISPLAY TO PRT-A-CARD-NUMBER
007870     IF TX-IS-VALID
007880         MOVE "MAINTAINED" TO PRT-A-DISPOSITION
007890     ELSE
007900         MOVE "REJECTED" TO PRT-A-DISPOSITION
007910         ADD 1 TO WS-REJECT-COUNT
007920     END-IF
007930     MOVE WS-TX-REASON TO PRT-A-REASON
007940     WRITE PRINT-LINE FROM WS-AUDIT-DETAIL-LINE
007950         AFTER ADVANCING 1 LINE
007960     ADD 1 TO WS-LINE-COUNT.
007970 4000-EXIT.
007980     EXIT.
007990*
008000* ---------------------------------------------------------------
008010* 5000-WRITE-RUN-TOTALS
008020* PRINTS THE MAINTENANCE RUN TOTALS AT THE FOOT OF THE AUDIT
008030* LISTING SO THE LISTING PROVES EVERY CARD WAS EITHER APPLIED
008040* OR REJECTED.
008050* ---------------------------------------------------------------
008060 5000-WRITE-RUN-TOTALS.
008070     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
008080     MOVE "TRANSACTIONS READ" TO PRT-T-LABEL
008090     MOVE WS-TX-COUNT TO PRT-T-COUNT
008100     WRITE PRINT-LINE FROM WS-TOTALS-LINE
008110         AFTER ADVANCING 2 LINES
008120     ADD 2 TO WS-LINE-COUNT
008130     MOVE "PAYEES ADDED" TO PRT-T-LABEL
008140     MOVE WS-ADD-COUNT TO PRT-T-COUNT
008150     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
008160     MOVE "PAYEE CARDS CHANGED" TO PRT-T-LABEL
008170     MOVE WS-CHANGE-COUNT TO PRT-T-COUNT
008180     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
008190     MOVE "PAYEES DELETED" TO PRT-T-LABEL
008200     MOVE WS-DELETE-COUNT TO PRT-T-COUNT
008210     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
008220     MOVE "TRANSACTIONS REJECTED" TO PRT-T-LABEL
008230     MOVE WS-REJECT-COUNT TO PRT-T-COUNT
008240     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT.
008250 5000-EXIT.
008260     EXIT.
008270*
008280* ---------------------------------------------------------------
008290* 5100-WRITE-ONE-TOTAL-LINE
008300* WRITES ONE LINE OF THE RUN TOTALS.
008310* ---------------------------------------------------------------
008320 5100-WRITE-ONE-TOTAL-LINE.
008330     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
008340     WRITE PRINT-LINE FROM WS-TOTALS-LINE
008350         AFTER ADVANCING 1 LINE
008360     ADD 1 TO WS-LINE-COUNT.
008370 5100-EXIT.
008380     EXIT.
008390*
008400* ---------------------------------------------------------------
008410* 6000-PROCESS-BACKOUT
008420* LOADS THE NAMED RUN'S JOURNAL INTO THE BACKOUT TABLE AND
008430* REVERSES ITS TRANSACTIONS LAST-TO-FIRST, SO A PAYEE TOUCHED
008440* MORE THAN ONCE IN THE RUN UNWINDS IN THE RIGHT ORDER.  A
008450* JOURNAL BIGGER THAN THE TABLE IS FATAL - A PARTIAL BACKOUT
008460* IS WORSE THAN NO BACKOUT, SO THE FILE MUST BE SPLIT AND RUN
008470* NEWEST PIECE FIRST.
008480* ---------------------------------------------------------------
008490 6000-PROCESS-BACKOUT.
008500     PERFORM UNTIL JI-END-OF-FILE
008510         READ JOURNAL-IN-FILE
008520             AT END
008530                 MOVE "Y" TO WS-JI-EOF-SWITCH
008540             NOT AT END
008550                 PERFORM 6100-LOAD-ONE-JOURNAL-RECORD
008560                     THRU 6100-EXIT
008570         END-READ
008580     END-PERFORM
008590     IF WS-JRNL-COUNT = ZEROS
008600         MOVE SPACES TO WS-GENERIC-LINE
008610         MOVE "COBOL10 - JOURNAL IS EMPTY - NOTHING TO BACK OUT"
008620             TO WS-GENERIC-LINE
008630         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
008640         GO TO 6000-EXIT
008650     END-IF
008660     PERFORM 6300-BACK-OUT-ONE-ENTRY THRU 6300-EXIT
008670         VARYING WS-JRNL-SUBSCRIPT FROM WS-JRNL-COUNT BY -1
008680         UNTIL WS-JRNL-SUBSCRIPT < 1.
008690 6000-EXIT.
008700     EXIT.
008710*
008720* ---------------------------------------------------------------
008730* 6100-LOAD-ONE-JOURNAL-RECORD
008740* FILES ONE JOURNAL RECORD INTO THE BACKOUT TABLE.
008750* ---------------------------------------------------------------
008760 6100-LOAD-ONE-JOURNAL-RECORD.
008770     ADD 1 TO WS-BO-READ-COUNT
008780     IF WS-JRNL-COUNT >= WS-JRNL-TABLE-MAX
008790         MOVE SPACES TO WS-GENERIC-LINE
008800         MOVE "COBOL10 - JOURNAL LARGER THAN BACKOUT TABLE"
008810             TO WS-GENERIC-LINE
008820         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
008830         PERFORM 9000-TERMINATE THRU 9000-EXIT
008840         MOVE 16 TO RETURN-CODE
008850         STOP RUN
008860     END-IF
008870     ADD 1 TO WS-JRNL-COUNT
008880     MOVE JI-ACTION TO WS-JRNL-ACTION (WS-JRNL-COUNT)
008890     MOVE JI-TRAN-NO TO WS-JRNL-TRAN-NO (WS-JRNL-COUNT)
008900     MOVE JI-BEFORE-IMAGE TO WS-JRNL-BEFORE (WS-JRNL-COUNT)
008910     MOVE JI-AFTER-IMAGE TO WS-JRNL-AFTER (WS-JRNL-COUNT).
008920 6100-EXIT.
008930     EXIT.
008940*
008950* ---------------------------------------------------------------
008960* 6300-BACK-OUT-ONE-ENTRY
008970* REVERSES ONE JOURNALED TRANSACTION - DELETES THE RECORD AN
008980* ADD FILED, RESTORES THE BEFORE-IMAGE A CHANGE OVERWROTE
008990* (REWRITE, OR WRITE IF THE RECORD HAS SINCE BEEN DELETED),
009000* AND REFILES THE BEFORE-IMAGE A DELETE REMOVED.  EVERY ENTRY
009010* GETS EXACTLY ONE AUDIT LINE, SO THE LISTING PROVES WHAT THE
009020* BACKOUT UNDID.
009030* ---------------------------------------------------------------
009040 6300-BACK-OUT-ONE-ENTRY.
009050     SET BACKOUT-ENTRY-OK TO TRUE
009060     MOVE SPACES TO WS-TX-REASON
009070     MOVE SPACE TO WS-TX-CARD-DISPLAY
009080     EVALUATE WS-JRNL-ACTION (WS-JRNL-SUBSCRIPT)
009090         WHEN "A"
009100             MOVE "UNDO A" TO WS-TX-ACTION-DISPLAY
009110             MOVE WS-JRNL-AFTER (WS-JRNL-SUBSCRIPT) (1:8)
009120                 TO WS-TX-PAYEE-DISPLAY
009130             MOVE WS-JRNL-AFTER (WS-JRNL-SUBSCRIPT) (1:8)
009140                 TO PY-PAYEE-CODE
009150             DELETE PAYEE-MASTER-FILE
009160                 INVALID KEY
009170                     SET BACKOUT-ENTRY-FAILED TO TRUE
009180                     MOVE "ADDED PAYEE NO LONGER ON FILE"
009190                         TO WS-TX-REASON
009200             END-DELETE
009210             IF BACKOUT-ENTRY-OK
009220                 ADD 1 TO WS-BO-ADDS-DELETED
009230             END-IF
009240         WHEN "C"
009250             MOVE "UNDO C" TO WS-TX-ACTION-DISPLAY
009260             MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT) (1:8)
009270                 TO WS-TX-PAYEE-DISPLAY
009280             MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT)
009290                 TO PY-PAYEE-RECORD
009300             REWRITE PY-PAYEE-RECORD
009310                 INVALID KEY
009320                     PERFORM 6350-WRITE-BEFORE-IMAGE
009330                         THRU 6350-EXIT
009340             END-REWRITE
009350             IF BACKOUT-ENTRY-OK
009360                 ADD 1 TO WS-BO-CHANGES-RESTORED
009370             END-IF
009380         WHEN "D"
009390             MOVE "UNDO D" TO WS-TX-ACTION-DISPLAY
009400             MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT) (1:8)
009410                 TO WS-TX-PAYEE-DISPLAY
009420             MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT)
009430                 TO PY-PAYEE-RECORD
009440             WRITE PY-PAYEE-RECORD
009450                 INVALID KEY
009460                     SET BACKOUT-ENTRY-FAILED TO TRUE
009470                     MOVE "DELETED PAYEE BACK ON FILE ALREADY"
009480                         TO WS-TX-REASON
009490             END-WRITE
009500             IF BACKOUT-ENTRY-OK
009510                 ADD 1 TO WS-BO-DELETES-RESTORED
009520             END-IF
009530         WHEN OTHER
009540             SET BACKOUT-ENTRY-FAILED TO TRUE
009550             MOVE WS-JRNL-ACTION (WS-JRNL-SUBSCRIPT)
009560                 TO WS-TX-ACTION-DISPLAY
009570             MOVE SPACES TO WS-TX-PAYEE-DISPLAY
009580             MOVE "JOURNAL ACTION NOT A, C, OR D"
009590                 TO WS-TX-REASON
009600     END-EVALUATE
009610     IF BACKOUT-ENTRY-FAILED
009620         ADD 1 TO WS-BO-FAILED-COUNT
009630     END-IF
009640     PERFORM 6400-WRITE-BACKOUT-LINE THRU 6400-EXIT.
009650 6300-EXIT.
009660     EXIT.
009670*
009680* ---------------------------------------------------------------
009690* 6350-WRITE-BEFORE-IMAGE
009700* A CHANGE BEING BACKED OUT FOUND ITS RECORD GONE - A LATER
009710* DELETE (ALREADY UNWOUND OR OUTSIDE THIS JOURNAL) REMOVED
009720* IT - SO THE BEFORE-IMAGE IS REFILED WITH A WRITE INSTEAD.
009730* ---------------------------------------------------------------
009740 6350-WRITE-BEFORE-IMAGE.
009750     MOVE WS-JRNL-BEFORE (WS-JRNL-SUBSCRIPT)
009760         TO PY-PAYEE-RECORD
009770     WRITE PY-PAYEE-RECORD
009780         INVALID KEY
009790             SET BACKOUT-ENTRY-FAILED TO TRUE
009800             MOVE "CANNOT RESTORE BEFORE-IMAGE"
009810                 TO WS-TX-REASON
009820     END-WRITE.
009830 6350-EXIT.
009840     EXIT.
009850*
009860* ---------------------------------------------------------------
009870* 6400-WRITE-BACKOUT-LINE
009880* WRITES THE ONE AUDIT LINE EVERY JOURNAL ENTRY GETS ON A
009890* BACKOUT RUN - BACKED OUT IF IT WAS REVERSED, FAILED (WITH
009900* THE REASON) IF THE PAYEE MASTER NO LONGER MATCHES THE
009910* JOURNAL.
009920* ---------------------------------------------------------------
009930 6400-WRITE-BACKOUT-LINE.
009940     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
009950     MOVE WS-JRNL-TRAN-NO (WS-JRNL-SUBSCRIPT) TO PRT-A-TRAN-NO
009960     MOVE WS-TX-ACTION-DISPLAY TO PRT-A-ACTION
009970     MOVE WS-TX-PAYEE-DISPLAY TO PRT-A-PAYEE-CODE
009980     MOVE WS-TX-CARD-DISPLAY TO PRT-A-CARD-NUMBER
009990     IF BACKOUT-ENTRY-OK
010000         MOVE "BACKED OUT" TO PRT-A-DISPOSITION
010010     ELSE
010020         MOVE "FAILED" TO PRT-A-DISPOSITION
010030     END-IF
010040     MOVE WS-TX-REASON TO PRT-A-REASON
010050     WRITE PRINT-LINE FROM WS-AUDIT-DETAIL-LINE
010060         AFTER ADVANCING 1 LINE
010070     ADD 1 TO WS-LINE-COUNT.
010080 6400-EXIT.
010090     EXIT.
010100*
010110* ---------------------------------------------------------------
010120* 6500-WRITE-BACKOUT-TOTALS
010130* PRINTS THE BACKOUT RUN TOTALS AT THE FOOT OF THE AUDIT
010140* LISTING.  ANY ENTRY THAT COULD NOT BE REVERSED ENDS THE
010150* STEP WITH RETURN CODE 8 - THE FILE NO LONGER MATCHES THE
010160* JOURNAL AND SOMEBODY MUST LOOK BEFORE ANYTHING ELSE RUNS.
010170* ---------------------------------------------------------------
010180 6500-WRITE-BACKOUT-TOTALS.
010190     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
010200     MOVE "JOURNAL RECORDS READ" TO PRT-T-LABEL
010210     MOVE WS-BO-READ-COUNT TO PRT-T-COUNT
010220     WRITE PRINT-LINE FROM WS-TOTALS-LINE
010230         AFTER ADVANCING 2 LINES
010240     ADD 2 TO WS-LINE-COUNT
010250     MOVE "ADDS DELETED" TO PRT-T-LABEL
010260     MOVE WS-BO-ADDS-DELETED TO PRT-T-COUNT
010270     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010280     MOVE "CHANGES RESTORED" TO PRT-T-LABEL
010290     MOVE WS-BO-CHANGES-RESTORED TO PRT-T-COUNT
010300     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010310     MOVE "DELETES RESTORED" TO PRT-T-LABEL
010320     MOVE WS-BO-DELETES-RESTORED TO PRT-T-COUNT
010330     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010340     MOVE "ENTRIES FAILED" TO PRT-T-LABEL
010350     MOVE WS-BO-FAILED-COUNT TO PRT-T-COUNT
010360     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
010370     IF WS-BO-FAILED-COUNT > 0
010380         MOVE SPACES TO WS-GENERIC-LINE
010390         MOVE "BACKOUT NOT CLEAN - SEE FAILED ENTRIES ABOVE"
010400             TO WS-GENERIC-LINE
010410         PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
010420         MOVE 8 TO RETURN-CODE
010430     END-IF.
010440 6500-EXIT.
010450     EXIT.
010460*
010470* ---------------------------------------------------------------
010480* 9000-TERMINATE
010490* CLOSES THE FILES USED BY THE RUN.
010500* ---------------------------------------------------------------
010510 9000-TERMINATE.
010520     CLOSE PAYEE-MASTER-FILE
010530     IF RUN-MODE-IS-BACKOUT
010540         CLOSE JOURNAL-IN-FILE
010550     ELSE
010560         CLOSE TRANSACTION-FILE
010570         CLOSE JOURNAL-FILE
010580     END-IF
010590     CLOSE PRINT-FILE.
010600 9000-EXIT.
010610     EXIT.
