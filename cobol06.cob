000240* 2026-09-01 ASG   ORIGINAL PROGRAM - YEAR-END PAY-HISTORY
000250*                  ARCHIVE AND PURGE WITH A RECONCILIATION
000260*                  PAGE.
000270* 2026-10-15 ASG   ARCHIVE RECORDS WIDEN WITH THE 72-BYTE
000280*                  PAY-HISTORY RECORD (HOURS, RATE, AND RETRO
000290*                  PAY ADDED TO PAYHREC).
000300* 2026-10-15 ASG   ARCHIVE RECORDS WIDEN TO 77 BYTES WITH
000310*                  PH-LEAVE-HOURS.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PH-KEY
000430         FILE STATUS IS WS-PH-FILE-STATUS.
000440     SELECT ARCHIVE-FILE ASSIGN TO "ARCHOUT"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-ARC-FILE-STATUS.
000470     SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CTL-FILE-STATUS.
000500     SELECT PRINT-FILE ASSIGN TO "ARCLIST"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-PRT-FILE-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PAY-HISTORY-FILE
000570         LABEL RECORDS ARE STANDARD.
000580     COPY PAYHREC.
000590 FD  ARCHIVE-FILE
000600         RECORD CONTAINS 77 CHARACTERS
000610         LABEL RECORDS ARE STANDARD.
000620 01  AR-ARCHIVE-RECORD           PIC X(77).
000630 FD  CONTROL-CARD-FILE
000640         RECORD CONTAINS 80 CHARACTERS
000650         LABEL RECORDS ARE OMITTED.
000660 01  CONTROL-CARD-RECORD         PIC X(80).
000670 FD  PRINT-FILE
000680         RECORD CONTAINS 132 CHARACTERS
000690         LABEL RECORDS ARE OMITTED.
000700 01  PRINT-LINE                  PIC X(132).
000710*
000720 WORKING-STORAGE SECTION.
000730* ---------------------------------------------------------------
000740* FILE I/O CONTROLS
000750* ---------------------------------------------------------------
000760 77  WS-PH-FILE-STATUS        PIC X(02) VALUE SPACES.
000770 77  WS-ARC-FILE-STATUS       PIC X(02) VALUE SPACES.
000780 77  WS-CTL-FILE-STATUS       PIC X(02) VALUE SPACES.
000790 77  WS-PRT-FILE-STATUS       PIC X(02) VALUE SPACES.
000800 01  WS-SWITCHES.
000810     02  WS-PH-EOF-SWITCH        PIC X(01) VALUE "N".
000820         88  PH-END-OF-FILE           VALUE "Y".
000830         88  PH-NOT-END-OF-FILE       VALUE "N".
000840*
000850* ---------------------------------------------------------------
000860* PRINT-FILE CONTROLS AND REPORT-LINE LAYOUTS
000870* ---------------------------------------------------------------
000880 01  WS-PRT-CONTROLS.
000890     02  WS-RUN-DATE              PIC X(08).
000900     02  WS-PAGE-NUMBER           PIC 9(03) VALUE ZEROS.
000910     02  WS-LINE-COUNT            PIC 9(03) VALUE ZEROS.
000920     02  WS-MAX-LINES-PER-PAGE    PIC 9(03) VALUE 55.
000930 01  WS-REPORT-PAGE-HEADING-1.
000940     02  FILLER             PIC X(30) VALUE
000950             "COBOL06 PAY-HISTORY ARCHIVE".
000960     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
000970     02  PRT-HDG-RUN-DATE   PIC X(10).
000980     02  FILLER             PIC X(09) VALUE "THRU YR: ".
000990     02  PRT-HDG-YEAR       PIC X(04).
001000     02  FILLER             PIC X(07) VALUE SPACES.
001010     02  FILLER             PIC X(06) VALUE "PAGE: ".
001020     02  PRT-HDG-PAGE-NO    PIC ZZ9.
001030     02  FILLER             PIC X(53) VALUE SPACES.
001040 01  WS-TOTALS-LINE.
001050     02  PRT-T-LABEL        PIC X(30).
001060     02  PRT-T-COUNT        PIC ZZZZZZ9.
001070     02  FILLER             PIC X(95) VALUE SPACES.
001080 01  WS-AMOUNT-LINE.
001090     02  PRT-AM-LABEL       PIC X(30).
001100     02  PRT-AM-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
001110     02  FILLER             PIC X(87) VALUE SPACES.
001120 01  WS-GENERIC-LINE          PIC X(132) VALUE SPACES.
001130*
001140* ---------------------------------------------------------------
001150* CUTOFF-YEAR CONTROL CARD AND RECONCILIATION TOTALS
001160* ---------------------------------------------------------------
001170 01  WS-CUTOFF-YEAR             PIC X(04) VALUE SPACES.
001180 01  WS-RECON-TOTALS.
001190     02  WS-RECORDS-READ          PIC 9(07) VALUE ZEROS.
001200     02  WS-RECORDS-ARCHIVED      PIC 9(07) VALUE ZEROS.
001210     02  WS-RECORDS-PURGED        PIC 9(07) VALUE ZEROS.
001220     02  WS-RECORDS-REMAINING     PIC 9(07) VALUE ZEROS.
001230     02  WS-DELETE-FAILURES       PIC 9(07) VALUE ZEROS.
001240     02  WS-ARCHIVED-GROSS        PIC S9(11)V99 VALUE ZEROS.
001250     02  WS-PURGED-GROSS          PIC S9(11)V99 VALUE ZEROS.
001260     02  WS-ARCH-PLUS-REMAIN      PIC 9(07) VALUE ZEROS.
001270*
001280 PROCEDURE DIVISION.
001290* ---------------------------------------------------------------
001300* 0000-MAIN-LOGIC
001310* OVERALL DRIVER FOR THE ARCHIVE/PURGE RUN.
001320* ---------------------------------------------------------------
001330 0000-MAIN-LOGIC.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001350     PERFORM 2000-SWEEP-PAY-HISTORY THRU 2000-EXIT
001360     PERFORM 5000-WRITE-RECONCILIATION THRU 5000-EXIT
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT
001380     STOP RUN.
001390*
001400* ---------------------------------------------------------------
001410* 1000-INITIALIZE
001420* READS THE CUTOFF-YEAR CONTROL CARD AND OPENS THE FILES USED
001430* BY THE RUN.  A MISSING OR NON-NUMERIC YEAR IS FATAL - AN
001440* ARCHIVE RUN THAT DOES NOT KNOW ITS CUTOFF COULD PURGE THE
001450* OPEN YEAR.  THE CUTOFF MAY NOT BE THE RUN YEAR OR LATER FOR
001460* THE SAME REASON.
001470* ---------------------------------------------------------------
001480 1000-INITIALIZE.
001490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001500     MOVE ZEROS TO WS-PAGE-NUMBER
001510     MOVE ZEROS TO WS-LINE-COUNT
001520     OPEN OUTPUT PRINT-FILE
001530     IF WS-PRT-FILE-STATUS NOT = "00"
001540         DISPLAY "COBOL06 - UNABLE TO OPEN PRINT-FILE, STATUS = "
001550             WS-PRT-FILE-STATUS
001560         MOVE 16 TO RETURN-CODE
001570         STOP RUN
001580     END-IF
001590     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
001600     PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
001610     IF WS-CUTOFF-YEAR NOT NUMERIC
001620             OR WS-CUTOFF-YEAR = "0000"
001630         MOVE SPACES TO WS-GENERIC-LINE
001640         MOVE "COBOL06 - SYSIN YEAR=YYYY CARD MISSING OR BAD"
001650             TO WS-GENERIC-LINE
001660         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
001670     END-IF
001680     IF WS-CUTOFF-YEAR NOT < WS-RUN-DATE (1:4)
001690         MOVE SPACES TO WS-GENERIC-LINE
001700         MOVE "COBOL06 - CUTOFF YEAR MUST BE A CLOSED YEAR"
001710             TO WS-GENERIC-LINE
001720         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
001730     END-IF
001740     OPEN I-O PAY-HISTORY-FILE
001750     IF WS-PH-FILE-STATUS NOT = "00"
001760         MOVE SPACES TO WS-GENERIC-LINE
001770         STRING "COBOL06 - UNABLE TO OPEN PAY-HISTORY-FILE, "
001780             "STATUS = " WS-PH-FILE-STATUS
001790             DELIMITED BY SIZE INTO WS-GENERIC-LINE
001800         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
001810     END-IF
001820     OPEN OUTPUT ARCHIVE-FILE
001830     IF WS-ARC-FILE-STATUS NOT = "00"
001840         MOVE SPACES TO WS-GENERIC-LINE
001850         STRING "COBOL06 - UNABLE TO OPEN ARCHIVE-FILE, "
001860             "STATUS = " WS-ARC-FILE-STATUS
001870             DELIMITED BY SIZE INTO WS-GENERIC-LINE
001880         PERFORM 1990-INITIALIZE-FATAL THRU 1990-EXIT
001890     END-IF.
001900 1000-EXIT.
001910     EXIT.
001920*
001930* ---------------------------------------------------------------
001940* 1050-READ-CONTROL-CARD
001950* READS THE ONE-CARD SYSIN CUTOFF-YEAR CONTROL CARD
001960* (YEAR=YYYY - ARCHIVE AND PURGE EVERYTHING THROUGH THAT
001970* YEAR).
001980* ---------------------------------------------------------------
001990 1050-READ-CONTROL-CARD.
002000     OPEN INPUT CONTROL-CARD-FILE
002010     IF WS-CTL-FILE-STATUS = "00"
002020         READ CONTROL-CARD-FILE
002030             AT END
002040                 CONTINUE
002050             NOT AT END
002060                 IF CONTROL-CARD-RECORD (1:5) = "YEAR="
002070                     MOVE CONTROL-CARD-RECORD (6:4)
002080                         TO WS-CUTOFF-YEAR
002090                 END-IF
002100         END-READ
002110         CLOSE CONTROL-CARD-FILE
002120     END-IF.
002130 1050-EXIT.
002140     EXIT.
002150*
002160* ---------------------------------------------------------------
002170* 1650-WRITE-PAGE-HEADING
002180* STARTS A NEW PAGE OF THE RECONCILIATION LISTING.
002190* ---------------------------------------------------------------
002200 1650-WRITE-PAGE-HEADING.
002210     ADD 1 TO WS-PAGE-NUMBER
002220     MOVE WS-RUN-DATE TO PRT-HDG-RUN-DATE
002230     MOVE WS-CUTOFF-YEAR TO PRT-HDG-YEAR
002240     MOVE WS-PAGE-NUMBER TO PRT-HDG-PAGE-NO
002250     WRITE PRINT-LINE FROM WS-REPORT-PAGE-HEADING-1
002260         AFTER ADVANCING PAGE
002270     MOVE ZEROS TO WS-LINE-COUNT.
002280 1650-EXIT.
002290     EXIT.
002300*
002310* ---------------------------------------------------------------
002320* 1660-CHECK-PAGE-BREAK
002330* STARTS A NEW PAGE IF THE CURRENT ONE HAS FILLED UP.
002340* ---------------------------------------------------------------
002350 1660-CHECK-PAGE-BREAK.
002360     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
002370         PERFORM 1650-WRITE-PAGE-HEADING THRU 1650-EXIT
002380     END-IF.
002390 1660-EXIT.
002400     EXIT.
002410*
002420* ---------------------------------------------------------------
002430* 1900-WRITE-GENERIC-LINE
002440* WRITES WHATEVER HAS BEEN MOVED INTO WS-GENERIC-LINE AS A
002450* SINGLE-SPACED REPORT LINE.
002460* ---------------------------------------------------------------
002470 1900-WRITE-GENERIC-LINE.
002480     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
002490     WRITE PRINT-LINE FROM WS-GENERIC-LINE AFTER ADVANCING 1 LINE
002500     ADD 1 TO WS-LINE-COUNT.
002510 1900-EXIT.
002520     EXIT.
002530*
002540* ---------------------------------------------------------------
002550* 1990-INITIALIZE-FATAL
002560* REPORTS THE START-UP PROBLEM ALREADY BUILT IN WS-GENERIC-LINE,
002570* CLOSES EVERYTHING, AND ENDS THE STEP WITH RETURN CODE 16.
002580* NOTHING HAS BEEN PURGED YET, SO A CLEAN STOP COSTS NOTHING.
002590* ---------------------------------------------------------------
002600 1990-INITIALIZE-FATAL.
002610     PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
002620     CLOSE PAY-HISTORY-FILE
002630     CLOSE ARCHIVE-FILE
002640     CLOSE PRINT-FILE
002650     MOVE 16 TO RETURN-CODE
002660     STOP RUN.
002670 1990-EXIT.
002680     EXIT.
002690*
002700* ---------------------------------------------------------------
002710* 2000-SWEEP-PAY-HISTORY
002720* READS THE WHOLE PAY-HISTORY FILE IN KEY ORDER AND ROUTES
002730* EVERY RECORD FOR A CLOSED YEAR THROUGH ARCHIVE-AND-PURGE.
002740* ---------------------------------------------------------------
002750 2000-SWEEP-PAY-HISTORY.
002760     MOVE ZEROS TO PH-IDENT
002770     MOVE LOW-VALUES TO PH-PAY-DATE
002780     START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
002790         INVALID KEY
002800             MOVE "Y" TO WS-PH-EOF-SWITCH
002810     END-START
002820     PERFORM UNTIL PH-END-OF-FILE
002830         READ PAY-HISTORY-FILE NEXT RECORD
002840             AT END
002850                 MOVE "Y" TO WS-PH-EOF-SWITCH
002860             NOT AT END
002870                 ADD 1 TO WS-RECORDS-READ
002880                 PERFORM 2100-PROCESS-ONE-PH-RECORD THRU 2100-EXIT
002890         END-READ
002900     END-PERFORM.
002910 2000-EXIT.
002920     EXIT.
002930*
002940* ---------------------------------------------------------------
002950* 2100-PROCESS-ONE-PH-RECORD
002960* ARCHIVES AND PURGES ONE PAY-HISTORY RECORD IF ITS PAY-DATE
002970* YEAR IS NOT AFTER THE CUTOFF.  THE RECORD IS ON THE ARCHIVE
002980* FILE BEFORE THE DELETE IS ATTEMPTED - A DELETE THAT FAILS
002990* LEAVES THE RECORD ON BOTH FILES AND IS COUNTED, NEVER THE
003000* OTHER WAY AROUND.  DELETING THE RECORD JUST READ DOES NOT
003010* DISTURB THE SEQUENTIAL SWEEP POSITION.
003020* ---------------------------------------------------------------
003030 2100-PROCESS-ONE-PH-RECORD.
003040     IF PH-PAY-DATE (1:4) > WS-CUTOFF-YEAR
003050         ADD 1 TO WS-RECORDS-REMAINING
003060         GO TO 2100-EXIT
003070     END-IF
003080     WRITE AR-ARCHIVE-RECORD FROM PH-PAY-HISTORY-RECORD
003090     ADD 1 TO WS-RECORDS-ARCHIVED
003100     ADD PH-GROSS-PAY TO WS-ARCHIVED-GROSS
003110     DELETE PAY-HISTORY-FILE
003120         INVALID KEY
003130             ADD 1 TO WS-DELETE-FAILURES
003140             MOVE SPACES TO WS-GENERIC-LINE
003150             STRING "COBOL06 - UNABLE TO PURGE RECORD FOR "
003160                 "IDENT " PH-IDENT " DATE " PH-PAY-DATE
003170                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
003180             PERFORM 1900-WRITE-GENERIC-LINE THRU 1900-EXIT
003190             GO TO 2100-EXIT
003200     END-DELETE
003210     ADD 1 TO WS-RECORDS-PURGED
003220     ADD PH-GROSS-PAY TO WS-PURGED-GROSS.
003230 2100-EXIT.
003240     EXIT.
003250*
003260* ---------------------------------------------------------------
003270* 5000-WRITE-RECONCILIATION
003280* PRINTS THE RECONCILIATION PAGE - THE RUN PROVES THAT RECORDS
003290* ARCHIVED PLUS RECORDS REMAINING EQUALS RECORDS READ AND THAT
003300* THE GROSS ARCHIVED EQUALS THE GROSS PURGED.  A RUN THAT DOES
003310* NOT PROVE, OR THAT COULD NOT PURGE EVERYTHING IT ARCHIVED,
003320* ENDS WITH RETURN CODE 8 SO SOMEBODY LOOKS BEFORE THE ARCHIVE
003330* GENERATION IS TRUSTED.
003340* ---------------------------------------------------------------
003350 5000-WRITE-RECONCILIATION.
003360     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
003370     MOVE "RECORDS READ" TO PRT-T-LABEL
003380     MOVE WS-RECORDS-READ TO PRT-T-COUNT
003390     WRITE PRINT-LINE FROM WS-TOTALS-LINE
003400         AFTER ADVANCING 2 LINES
003410     ADD 2 TO WS-LINE-COUNT
003420     MOVE "RECORDS ARCHIVED" TO PRT-T-LABEL
003430     MOVE WS-RECORDS-ARCHIVED TO PRT-T-COUNT
003440     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
003450     MOVE "RECORDS PURGED" TO PRT-T-LABEL
003460     MOVE WS-RECORDS-PURGED TO PRT-T-COUNT
003470     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
003480     MOVE "RECORDS REMAINING" TO PRT-T-LABEL
003490     MOVE WS-RECORDS-REMAINING TO PRT-T-COUNT
003500     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
003510     MOVE "PURGE FAILURES" TO PRT-T-LABEL
003520     MOVE WS-DELETE-FAILURES TO PRT-T-COUNT
003530     PERFORM 5100-WRITE-ONE-TOTAL-LINE THRU 5100-EXIT
003540     MOVE "GROSS ARCHIVED" TO PRT-AM-LABEL
003550     MOVE WS-ARCHIVED-GROSS TO PRT-AM-AMOUNT
003560     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
003570     MOVE "GROSS PURGED" TO PRT-AM-LABEL
003580     MOVE WS-PURGED-GROSS TO PRT-AM-AMOUNT
003590     PERFORM 5200-WRITE-ONE-AMOUNT-LINE THRU 5200-EXIT
003600     COMPUTE WS-ARCH-PLUS-REMAIN =
003610         WS-RECORDS-ARCHIVED + WS-RECORDS-REMAINING
003620     MOVE SPACES TO WS-GENERIC-LINE
003630     IF WS-ARCH-PLUS-REMAIN = WS-RECORDS-READ
003640             AND WS-ARCHIVED-GROSS = WS-PURGED-GROSS
003650             AND WS-DELETE-FAILURES = ZEROS
003660         MOVE "RUN IN BALANCE - ARCHIVED + REMAINING = READ"
003670             TO WS-GENERIC-LINE
003680     ELSE
003690         MOVE "RUN OUT OF BALANCE - DO NOT TRUST THIS ARCHIVE"
003700             TO WS-GENERIC-LINE
003710         MOVE 8 TO RETURN-CODE
003720     END-IF
003730     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
003740     WRITE PRINT-LINE FROM WS-GENERIC-LINE
003750         AFTER ADVANCING 2 LINES
003760     ADD 2 TO WS-LINE-COUNT.
003770 5000-EXIT.
003780     EXIT.
003790*
003800* ---------------------------------------------------------------
003810* 5100-WRITE-ONE-TOTAL-LINE
003820* WRITES ONE COUNT LINE OF THE RECONCILIATION PAGE.
003830* ---------------------------------------------------------------
003840 5100-WRITE-ONE-TOTAL-LINE.
003850     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
003860     WRITE PRINT-LINE FROM WS-TOTALS-LINE
003870         AFTER ADVANCING 1 LINE
003880     ADD 1 TO WS-LINE-COUNT.
003890 5100-EXIT.
003900     EXIT.
003910*
003920* ---------------------------------------------------------------
003930* 5200-WRITE-ONE-AMOUNT-LINE
003940* WRITES ONE AMOUNT LINE OF THE RECONCILIATION PAGE.
003950* ---------------------------------------------------------------
003960 5200-WRITE-ONE-AMOUNT-LINE.
003970     PERFORM 1660-CHECK-PAGE-BREAK THRU 1660-EXIT
003980     WRITE PRINT-LINE FROM WS-AMOUNT-LINE
003990         AFTER ADVANCING 1 LINE
004000     ADD 1 TO WS-LINE-COUNT.
004010 5200-EXIT.
004020     EXIT.
004030*
004040* ---------------------------------------------------------------
004050* 9000-TERMINATE
004060* CLOSES THE FILES USED BY THE RUN.
004070* ---------------------------------------------------------------
004080 9000-TERMINATE.
004090     CLOSE PAY-HISTORY-FILE
004100     CLOSE ARCHIVE-FILE
004110     CLOSE PRINT-FILE.
004120 9000-EXIT.
004130     EXIT.
