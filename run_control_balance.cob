000010*================================================================*
000020* PROGRAM-ID.  RUN-CONTROL-BALANCE
000030* AUTHOR.      J. GUSTAVO VERASTEGUI
000040* INSTALLATION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* End-of-night balancing of the nightly stream.  Every nightly
000090* program posts one run-control record (RUNCTL.CPY) to RUN-
000100* CONTROL-LEDGER through RUN-CONTROL-POST; this program reads the
000110* records for one run date and proves the steps tie out:
000120*   AUTH-TRAN-EDIT     raw read = clean + rejected + held for
000130*                      approval;
000140*   IOT-AUTH-DEVICE    clean processed = new AUTH-LOG events, and
000150*                      clean read = processed + skipped as already
000160*                      settled;
000170*   edit to auth       the clean count of each site's edit equals
000180*                      the clean transactions read by the next
000190*                      IOT-AUTH-DEVICE run for that site;
000200*   LOG-HOUSEKEEPING   records in each log = kept + archived;
000210*   DEVICE-MASTER-     devices read = devices unloaded to the
000220*   BACKUP             generation;
000230*   every step         posted as complete.
000240* Each mismatch is listed on the dated RUN-BALANCE-<date> print
000250* file and raised as a HIGH entry on OPS-ALERT-FEED.  The same
000260* report shows each step's elapsed time against its target, and
000270* the whole batch window - first start to last end - against the
000280* window target, from the BALANCE-CONTROL cards (BALCARD.CPY).
000290*----------------------------------------------------------------*
000300* MODIFICATION HISTORY
000310*   DATE        BY      DESCRIPTION
000320*   2026-10-15  JGV     Original version.
000330*================================================================*
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. RUN-CONTROL-BALANCE.
000360 AUTHOR. J. GUSTAVO VERASTEGUI.
000370 INSTALLATION. IOYOU SOLUTIONS.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT BALANCE-CONTROL-FILE
000450         ASSIGN TO "BALANCE-CONTROL"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-CONTROL-STATUS.
000480
000490     SELECT RUN-CONTROL-LEDGER-FILE
000500         ASSIGN TO "RUN-CONTROL-LEDGER"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-LEDGER-STATUS.
000530
000540     SELECT OPS-ALERT-FEED-FILE
000550         ASSIGN TO "OPS-ALERT-FEED"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-OPS-ALERT-STATUS.
000580
000590     SELECT REPORT-PRINT-FILE
000600         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-REPORT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  BALANCE-CONTROL-FILE
000670     RECORDING MODE IS F.
000680     COPY BALCARD.
000690
000700 FD  RUN-CONTROL-LEDGER-FILE
000710     RECORDING MODE IS F.
000720     COPY RUNCTL.
000730
000740 FD  OPS-ALERT-FEED-FILE
000750     RECORDING MODE IS F.
000760     COPY OPSALERT.
000770
000780 FD  REPORT-PRINT-FILE
000790     RECORDING MODE IS F.
000800 01  PRINT-RECORD              PIC X(132).
000810
000820 WORKING-STORAGE SECTION.
000830 01 WS-CONTROL-STATUS      PIC X(02) VALUE "00".
000840 01 WS-CONTROL-EOF         PIC X VALUE 'N'.
000850     88 CONTROL-AT-END         VALUE 'Y'.
000860 01 WS-LEDGER-STATUS       PIC X(02) VALUE "00".
000870 01 WS-LEDGER-EOF          PIC X VALUE 'N'.
000880     88 LEDGER-AT-END          VALUE 'Y'.
000890 01 WS-OPS-ALERT-STATUS    PIC X(02) VALUE "00".
000900
000910* Balancing parameters, from the cards or the defaults.  Targets
000920* are carried in minutes as punched and compared in seconds.
000930 01 WS-BALANCE-DATE        PIC X(08) VALUE SPACES.
000940 01 WS-WINDOW-TARGET       PIC 9(04) VALUE 240.
000950 01 WS-STEP-TARGET         PIC 9(04) VALUE 60.
000960 01 WS-TARGET-COUNT        PIC 9(03) COMP VALUE ZERO.
000970 01 WS-TARGET-INDEX        PIC 9(03) COMP VALUE ZERO.
000980 01 WS-TARGET-FOUND        PIC 9(03) COMP VALUE ZERO.
000990 01 WS-TARGET-TABLE.
001000     05 WS-TARGET-ENTRY OCCURS 30 TIMES.
001010         10 TGT-PROGRAM-ID     PIC X(24).
001020         10 TGT-MINUTES        PIC 9(04).
001030
001040* The run-control records posted for the balance date, in the
001050* order they were posted, laid out as RUNCTL.CPY.
001060 01 WS-STEP-COUNT          PIC 9(03) COMP VALUE ZERO.
001070 01 WS-STEP-INDEX          PIC 9(03) COMP VALUE ZERO.
001080 01 WS-SCAN-INDEX          PIC 9(03) COMP VALUE ZERO.
001090 01 WS-MATCH-INDEX         PIC 9(03) COMP VALUE ZERO.
001100 01 WS-STEPS-NOT-LOADED    PIC 9(05) COMP VALUE ZERO.
001110 01 WS-STEP-TABLE.
001120     05 WS-STEP-ENTRY OCCURS 500 TIMES.
001130         10 STP-SITE-ID        PIC X(08).
001140         10 STP-PROGRAM-ID     PIC X(24).
001150         10 STP-STEP-ID        PIC X(08).
001160         10 STP-RUN-DATE       PIC X(08).
001170         10 STP-START-TIME     PIC X(06).
001180         10 STP-END-DATE       PIC X(08).
001190         10 STP-END-TIME       PIC X(06).
001200         10 STP-INPUT-COUNT    PIC 9(09).
001210         10 STP-OUTPUT-COUNT-1 PIC 9(09).
001220         10 STP-OUTPUT-COUNT-2 PIC 9(09).
001230         10 STP-OUTPUT-COUNT-3 PIC 9(09).
001240         10 STP-COMPLETION     PIC X(01).
001250             88 STP-COMPLETED      VALUE "C".
001260         10 FILLER             PIC X(15).
001270
001280* The check being made: what it expects and what it found.
001290 01 WS-CONDITION           PIC X(30) VALUE SPACES.
001300 01 WS-EXPECTED            PIC 9(09) VALUE ZERO.
001310 01 WS-ACTUAL              PIC 9(09) VALUE ZERO.
001320 01 WS-SHOW-COUNTS         PIC X VALUE 'Y'.
001330     88 SHOW-COUNTS            VALUE 'Y'.
001340
001350* Step timing.  Times are carried as seconds from midnight of the
001360* balance date, so a step or window running past midnight is a
001370* plain subtraction.
001380 01 WS-DATE-TEXT           PIC X(08) VALUE SPACES.
001390 01 WS-DATE-NUMERIC REDEFINES WS-DATE-TEXT
001400                           PIC 9(08).
001410 01 WS-CLOCK-TEXT          PIC X(06) VALUE SPACES.
001420 01 WS-CLOCK REDEFINES WS-CLOCK-TEXT.
001430     05 WS-CLOCK-HH        PIC 9(02).
001440     05 WS-CLOCK-MM        PIC 9(02).
001450     05 WS-CLOCK-SS        PIC 9(02).
001460 01 WS-BASE-DAY            PIC S9(09) COMP VALUE ZERO.
001470 01 WS-DAY-OFFSET          PIC S9(09) COMP VALUE ZERO.
001480 01 WS-POINT-SECONDS       PIC S9(09) COMP VALUE ZERO.
001490 01 WS-START-SECONDS       PIC S9(09) COMP VALUE ZERO.
001500 01 WS-END-SECONDS         PIC S9(09) COMP VALUE ZERO.
001510 01 WS-ELAPSED-SECONDS     PIC S9(09) COMP VALUE ZERO.
001520 01 WS-TARGET-SECONDS      PIC S9(09) COMP VALUE ZERO.
001530 01 WS-WINDOW-START        PIC S9(09) COMP VALUE ZERO.
001540 01 WS-WINDOW-END          PIC S9(09) COMP VALUE ZERO.
001550 01 WS-DURATION-SECONDS    PIC S9(09) COMP VALUE ZERO.
001560 01 WS-DURATION-REST       PIC S9(09) COMP VALUE ZERO.
001570 01 WS-DURATION.
001580     05 WS-DURATION-HH     PIC 9(02).
001590     05 FILLER             PIC X(01) VALUE ":".
001600     05 WS-DURATION-MM     PIC 9(02).
001610     05 FILLER             PIC X(01) VALUE ":".
001620     05 WS-DURATION-SS     PIC 9(02).
001630
001640* Run totals.
001650 01 WS-CHECKS-MADE         PIC 9(07) COMP VALUE ZERO.
001660 01 WS-OUT-OF-BALANCE      PIC 9(07) COMP VALUE ZERO.
001670 01 WS-STEPS-OVER-TARGET   PIC 9(05) COMP VALUE ZERO.
001680
001690* Print-file support, laid out as on the other dated reports.
001700 01 WS-REPORT-STATUS       PIC X(02) VALUE "00".
001710 01 WS-REPORT-FILE-NAME    PIC X(30) VALUE SPACES.
001720 01 WS-TODAY-DATE          PIC X(08) VALUE SPACES.
001730 01 WS-RUN-TIME            PIC 9(08) VALUE ZERO.
001740 01 WS-RUN-TIME-DISPLAY    PIC X(08) VALUE SPACES.
001750 01 WS-PRINT-LINE          PIC X(132) VALUE SPACES.
001760 01 WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
001770 01 WS-PAGE-COUNT          PIC 9(04) COMP VALUE ZERO.
001780 01 WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
001790 01 WS-HEADING-LINE.
001800     05 FILLER             PIC X(50) VALUE
001810         "IOYOU SOLUTIONS - NIGHTLY RUN BALANCE".
001820     05 FILLER             PIC X(06) VALUE "PAGE".
001830     05 HDG-PAGE-NUMBER    PIC ZZZ9.
001840 01 WS-RUN-STAMP-LINE.
001850     05 FILLER             PIC X(10) VALUE "RUN DATE: ".
001860     05 RUN-DATE-OUT       PIC X(08).
001870     05 FILLER             PIC X(08) VALUE "  TIME: ".
001880     05 RUN-TIME-OUT       PIC X(06).
001890     05 FILLER             PIC X(18) VALUE "  BALANCING DATE: ".
001900     05 BALANCE-DATE-OUT   PIC X(08).
001910 01 WS-SECTION-LINE.
001920     05 FILLER             PIC X(02) VALUE SPACES.
001930     05 SEC-TITLE          PIC X(60).
001940 01 WS-BALANCE-HEADING-LINE.
001950     05 FILLER             PIC X(02) VALUE SPACES.
001960     05 FILLER             PIC X(25) VALUE "PROGRAM".
001970     05 FILLER             PIC X(09) VALUE "SITE".
001980     05 FILLER             PIC X(09) VALUE "STEP".
001990     05 FILLER             PIC X(31) VALUE "CONDITION".
002000     05 FILLER             PIC X(11) VALUE "  EXPECTED".
002010     05 FILLER             PIC X(09) VALUE "   ACTUAL".
002020 01 WS-BALANCE-DETAIL-LINE.
002030     05 FILLER             PIC X(02) VALUE SPACES.
002040     05 BDL-PROGRAM-ID     PIC X(24).
002050     05 FILLER             PIC X(01) VALUE SPACE.
002060     05 BDL-SITE-ID        PIC X(08).
002070     05 FILLER             PIC X(01) VALUE SPACE.
002080     05 BDL-STEP-ID        PIC X(08).
002090     05 FILLER             PIC X(01) VALUE SPACE.
002100     05 BDL-CONDITION      PIC X(30).
002110     05 FILLER             PIC X(01) VALUE SPACE.
002120     05 BDL-COUNTS.
002130         10 BDL-EXPECTED   PIC Z(08)9.
002140         10 FILLER         PIC X(02) VALUE SPACES.
002150         10 BDL-ACTUAL     PIC Z(08)9.
002160     05 BDL-COUNTS-TEXT REDEFINES BDL-COUNTS
002170                           PIC X(20).
002180 01 WS-TIMING-HEADING-LINE.
002190     05 FILLER             PIC X(02) VALUE SPACES.
002200     05 FILLER             PIC X(25) VALUE "PROGRAM".
002210     05 FILLER             PIC X(09) VALUE "SITE".
002220     05 FILLER             PIC X(09) VALUE "STEP".
002230     05 FILLER             PIC X(08) VALUE "START".
002240     05 FILLER             PIC X(08) VALUE "END".
002250     05 FILLER             PIC X(10) VALUE "ELAPSED".
002260     05 FILLER             PIC X(10) VALUE "TARGET".
002270     05 FILLER             PIC X(11) VALUE "STATUS".
002280 01 WS-TIMING-DETAIL-LINE.
002290     05 FILLER             PIC X(02) VALUE SPACES.
002300     05 TDL-PROGRAM-ID     PIC X(24).
002310     05 FILLER             PIC X(01) VALUE SPACE.
002320     05 TDL-SITE-ID        PIC X(08).
002330     05 FILLER             PIC X(01) VALUE SPACE.
002340     05 TDL-STEP-ID        PIC X(08).
002350     05 FILLER             PIC X(01) VALUE SPACE.
002360     05 TDL-START-TIME     PIC X(06).
002370     05 FILLER             PIC X(02) VALUE SPACES.
002380     05 TDL-END-TIME       PIC X(06).
002390     05 FILLER             PIC X(02) VALUE SPACES.
002400     05 TDL-ELAPSED        PIC X(08).
002410     05 FILLER             PIC X(02) VALUE SPACES.
002420     05 TDL-TARGET         PIC X(08).
002430     05 FILLER             PIC X(02) VALUE SPACES.
002440     05 TDL-STATUS         PIC X(11).
002450 01 WS-WINDOW-LINE.
002460     05 FILLER             PIC X(02) VALUE SPACES.
002470     05 FILLER             PIC X(15) VALUE "BATCH WINDOW".
002480     05 FILLER             PIC X(06) VALUE "FROM".
002490     05 WDL-START-TIME     PIC X(06).
002500     05 FILLER             PIC X(06) VALUE "  TO".
002510     05 WDL-END-TIME       PIC X(06).
002520     05 FILLER             PIC X(11) VALUE "  ELAPSED".
002530     05 WDL-ELAPSED        PIC X(08).
002540     05 FILLER             PIC X(10) VALUE "  TARGET".
002550     05 WDL-TARGET         PIC X(08).
002560     05 FILLER             PIC X(02) VALUE SPACES.
002570     05 WDL-STATUS         PIC X(11).
002580 01 WS-TOTAL-LINE.
002590     05 FILLER             PIC X(02) VALUE SPACES.
002600     05 TOT-LABEL          PIC X(30).
002610     05 TOT-VALUE          PIC Z(08)9.
002620
002630 PROCEDURE DIVISION.
002640 MAIN-PROCEDURE.
002650     DISPLAY "===== NIGHTLY RUN BALANCE ====="
002660     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002670     MOVE WS-TODAY-DATE TO WS-BALANCE-DATE
002680     PERFORM LOAD-BALANCE-CONTROL
002690     PERFORM LOAD-RUN-CONTROL-LEDGER
002700
002710     PERFORM OPEN-REPORT-FILE
002720     IF WS-REPORT-STATUS NOT = "00"
002730         DISPLAY "Could not open report file "
002740             WS-REPORT-FILE-NAME
002750         GOBACK
002760     END-IF
002770
002780     MOVE "CONTROL-TOTAL BALANCING" TO SEC-TITLE
002790     PERFORM PRINT-SECTION-HEADING
002800     MOVE WS-BALANCE-HEADING-LINE TO WS-PRINT-LINE
002810     PERFORM PRINT-REPORT-LINE
002820     PERFORM PRINT-REPORT-LINE
002830     IF WS-STEP-COUNT = ZERO
002840         PERFORM REPORT-EMPTY-LEDGER
002850     ELSE
002860         PERFORM BALANCE-ONE-STEP
002870             VARYING WS-STEP-INDEX FROM 1 BY 1
002880             UNTIL WS-STEP-INDEX > WS-STEP-COUNT
002890         IF WS-OUT-OF-BALANCE = ZERO
002900             MOVE "  ALL STEPS IN BALANCE" TO WS-PRINT-LINE
002910             PERFORM PRINT-REPORT-LINE
002920         END-IF
002930     END-IF
002940     PERFORM PRINT-REPORT-LINE
002950
002960     MOVE "BATCH-WINDOW ELAPSED TIME" TO SEC-TITLE
002970     PERFORM PRINT-SECTION-HEADING
002980     MOVE WS-TIMING-HEADING-LINE TO WS-PRINT-LINE
002990     PERFORM PRINT-REPORT-LINE
003000     PERFORM PRINT-REPORT-LINE
003010     MOVE WS-BALANCE-DATE TO WS-DATE-TEXT
003020     COMPUTE WS-BASE-DAY =
003030         FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
003040     PERFORM TIME-ONE-STEP
003050         VARYING WS-STEP-INDEX FROM 1 BY 1
003060         UNTIL WS-STEP-INDEX > WS-STEP-COUNT
003070     IF WS-STEP-COUNT > ZERO
003080         PERFORM PRINT-REPORT-LINE
003090         PERFORM PRINT-WINDOW-LINE
003100     END-IF
003110
003120     PERFORM PRINT-RUN-TOTALS
003130     MOVE "*** END OF REPORT ***" TO WS-PRINT-LINE
003140     PERFORM PRINT-REPORT-LINE
003150     CLOSE REPORT-PRINT-FILE
003160
003170     DISPLAY "Balancing date:     " WS-BALANCE-DATE
003180     DISPLAY "Steps on ledger:    " WS-STEP-COUNT
003190     DISPLAY "Checks made:        " WS-CHECKS-MADE
003200     DISPLAY "Out of balance:     " WS-OUT-OF-BALANCE
003210     DISPLAY "Steps over target:  " WS-STEPS-OVER-TARGET
003220     DISPLAY "Report written to " WS-REPORT-FILE-NAME
003230     DISPLAY "===== END OF REPORT ====="
003240     GOBACK.
003250
003260*----------------------------------------------------------------*
003270* LOAD-BALANCE-CONTROL - reads the BALANCE-CONTROL cards.  A
003280* missing deck, a blank date or a zero target keeps the default.
003290*----------------------------------------------------------------*
003300 LOAD-BALANCE-CONTROL.
003310     MOVE ZERO TO WS-TARGET-COUNT
003320     OPEN INPUT BALANCE-CONTROL-FILE
003330     IF WS-CONTROL-STATUS = "00"
003340         MOVE 'N' TO WS-CONTROL-EOF
003350         PERFORM READ-ONE-CONTROL-CARD
003360             UNTIL CONTROL-AT-END
003370         CLOSE BALANCE-CONTROL-FILE
003380     END-IF.
003390
003400 READ-ONE-CONTROL-CARD.
003410     READ BALANCE-CONTROL-FILE
003420         AT END
003430             SET CONTROL-AT-END TO TRUE
003440         NOT AT END
003450             EVALUATE TRUE
003460                 WHEN BAL-HEADER-CARD
003470                     PERFORM APPLY-HEADER-CARD
003480                 WHEN BAL-STEP-CARD
003490                     PERFORM APPLY-STEP-CARD
003500                 WHEN OTHER
003510                     CONTINUE
003520             END-EVALUATE
003530     END-READ.
003540
003550 APPLY-HEADER-CARD.
003560     IF BAL-RUN-DATE IS NUMERIC
003570         MOVE BAL-RUN-DATE TO WS-BALANCE-DATE
003580     END-IF
003590     IF BAL-WINDOW-TARGET IS NUMERIC
003600         AND BAL-WINDOW-TARGET > ZERO
003610         MOVE BAL-WINDOW-TARGET TO WS-WINDOW-TARGET
003620     END-IF
003630     IF BAL-STEP-TARGET IS NUMERIC
003640         AND BAL-STEP-TARGET > ZERO
003650         MOVE BAL-STEP-TARGET TO WS-STEP-TARGET
003660     END-IF.
003670
003680 APPLY-STEP-CARD.
003690     IF BAL-PROGRAM-ID NOT = SPACES
003700         AND BAL-PROGRAM-TARGET IS NUMERIC
003710         AND BAL-PROGRAM-TARGET > ZERO
003720         AND WS-TARGET-COUNT < 30
003730         ADD 1 TO WS-TARGET-COUNT
003740         MOVE BAL-PROGRAM-ID
003750             TO TGT-PROGRAM-ID(WS-TARGET-COUNT)
003760         MOVE BAL-PROGRAM-TARGET
003770             TO TGT-MINUTES(WS-TARGET-COUNT)
003780     END-IF.
003790
003800*----------------------------------------------------------------*
003810* LOAD-RUN-CONTROL-LEDGER - every record posted for the balance
003820* date into the step table, in ledger order.  No ledger leaves the
003830* table empty, which the report treats as out of balance.
003840*----------------------------------------------------------------*
003850 LOAD-RUN-CONTROL-LEDGER.
003860     MOVE ZERO TO WS-STEP-COUNT
003870     OPEN INPUT RUN-CONTROL-LEDGER-FILE
003880     IF WS-LEDGER-STATUS = "00"
003890         MOVE 'N' TO WS-LEDGER-EOF
003900         PERFORM READ-ONE-LEDGER-RECORD
003910             UNTIL LEDGER-AT-END
003920         CLOSE RUN-CONTROL-LEDGER-FILE
003930     ELSE
003940         DISPLAY "RUN-CONTROL-LEDGER not present."
003950     END-IF
003960     IF WS-STEPS-NOT-LOADED > ZERO
003970         DISPLAY "Ledger records beyond the step table: "
003980             WS-STEPS-NOT-LOADED
003990     END-IF.
004000
004010 READ-ONE-LEDGER-RECORD.
004020     READ RUN-CONTROL-LEDGER-FILE
004030         AT END
004040             SET LEDGER-AT-END TO TRUE
004050         NOT AT END
004060             IF RCL-RUN-DATE = WS-BALANCE-DATE
004070                 IF WS-STEP-COUNT < 500
004080                     ADD 1 TO WS-STEP-COUNT
004090                     MOVE RUN-CONTROL-RECORD
004100                         TO WS-STEP-ENTRY(WS-STEP-COUNT)
004110                 ELSE
004120                     ADD 1 TO WS-STEPS-NOT-LOADED
004130                 END-IF
004140             END-IF
004150     END-READ.
004160
004170*----------------------------------------------------------------*
004180* BALANCE-ONE-STEP - the checks that apply to one posted step.
004190* Each comparison sets WS-EXPECTED and WS-ACTUAL and goes through
004200* CHECK-BALANCE, which reports it if they differ.
004210*----------------------------------------------------------------*
004220 BALANCE-ONE-STEP.
004230     IF NOT STP-COMPLETED(WS-STEP-INDEX)
004240         ADD 1 TO WS-CHECKS-MADE
004250         MOVE "STEP DID NOT COMPLETE" TO WS-CONDITION
004260         MOVE 'N' TO WS-SHOW-COUNTS
004270         PERFORM REPORT-OUT-OF-BALANCE
004280     END-IF
004290
004300     EVALUATE STP-PROGRAM-ID(WS-STEP-INDEX)
004310         WHEN "AUTH-TRAN-EDIT"
004320             MOVE "RAW NOT = CLEAN+REJECT+HELD" TO WS-CONDITION
004330             COMPUTE WS-EXPECTED =
004340                 STP-OUTPUT-COUNT-1(WS-STEP-INDEX)
004350                 + STP-OUTPUT-COUNT-2(WS-STEP-INDEX)
004360                 + STP-OUTPUT-COUNT-3(WS-STEP-INDEX)
004370             MOVE STP-INPUT-COUNT(WS-STEP-INDEX) TO WS-ACTUAL
004380             PERFORM CHECK-BALANCE
004390             PERFORM BALANCE-EDIT-TO-AUTH
004400         WHEN "IOT-AUTH-DEVICE"
004410             MOVE "PROCESSED NOT = NEW AUTH-LOG" TO WS-CONDITION
004420             MOVE STP-OUTPUT-COUNT-1(WS-STEP-INDEX) TO WS-EXPECTED
004430             MOVE STP-OUTPUT-COUNT-2(WS-STEP-INDEX) TO WS-ACTUAL
004440             PERFORM CHECK-BALANCE
004450             MOVE "READ NOT = PROCESSED+SKIPPED" TO WS-CONDITION
004460             COMPUTE WS-EXPECTED =
004470                 STP-OUTPUT-COUNT-1(WS-STEP-INDEX)
004480                 + STP-OUTPUT-COUNT-3(WS-STEP-INDEX)
004490             MOVE STP-INPUT-COUNT(WS-STEP-INDEX) TO WS-ACTUAL
004500             PERFORM CHECK-BALANCE
004510         WHEN "LOG-HOUSEKEEPING"
004520             MOVE "LOG NOT = KEPT+ARCHIVED" TO WS-CONDITION
004530             COMPUTE WS-EXPECTED =
004540                 STP-OUTPUT-COUNT-1(WS-STEP-INDEX)
004550                 + STP-OUTPUT-COUNT-2(WS-STEP-INDEX)
004560             MOVE STP-INPUT-COUNT(WS-STEP-INDEX) TO WS-ACTUAL
004570             PERFORM CHECK-BALANCE
004580         WHEN "DEVICE-MASTER-BACKUP"
004590             MOVE "READ NOT = UNLOADED" TO WS-CONDITION
004600             MOVE STP-OUTPUT-COUNT-1(WS-STEP-INDEX) TO WS-EXPECTED
004610             MOVE STP-INPUT-COUNT(WS-STEP-INDEX) TO WS-ACTUAL
004620             PERFORM CHECK-BALANCE
004630         WHEN OTHER
004640             CONTINUE
004650     END-EVALUATE.
004660
004670*----------------------------------------------------------------*
004680* BALANCE-EDIT-TO-AUTH - the clean transactions one edit passed
004690* must all be read by the next IOT-AUTH-DEVICE run for the same
004700* site; an edit no auth run follows is out of balance by its
004710* whole clean count.
004720*----------------------------------------------------------------*
004730 BALANCE-EDIT-TO-AUTH.
004740     MOVE ZERO TO WS-MATCH-INDEX
004750     PERFORM FIND-NEXT-AUTH-RUN
004760         VARYING WS-SCAN-INDEX FROM WS-STEP-INDEX BY 1
004770         UNTIL WS-SCAN-INDEX > WS-STEP-COUNT
004780             OR WS-MATCH-INDEX > ZERO
004790     MOVE STP-OUTPUT-COUNT-1(WS-STEP-INDEX) TO WS-EXPECTED
004800     IF WS-MATCH-INDEX = ZERO
004810         MOVE "NO AUTH RUN AFTER EDIT" TO WS-CONDITION
004820         MOVE ZERO TO WS-ACTUAL
004830     ELSE
004840         MOVE "CLEAN NOT = AUTH READ" TO WS-CONDITION
004850         MOVE STP-INPUT-COUNT(WS-MATCH-INDEX) TO WS-ACTUAL
004860     END-IF
004870     PERFORM CHECK-BALANCE.
004880
004890 FIND-NEXT-AUTH-RUN.
004900     IF STP-PROGRAM-ID(WS-SCAN-INDEX) = "IOT-AUTH-DEVICE"
004910         AND STP-SITE-ID(WS-SCAN-INDEX) =
004920             STP-SITE-ID(WS-STEP-INDEX)
004930         MOVE WS-SCAN-INDEX TO WS-MATCH-INDEX
004940     END-IF.
004950
004960 CHECK-BALANCE.
004970     ADD 1 TO WS-CHECKS-MADE
004980     IF WS-EXPECTED NOT = WS-ACTUAL
004990         MOVE 'Y' TO WS-SHOW-COUNTS
005000         PERFORM REPORT-OUT-OF-BALANCE
005010     END-IF.
005020
005030*----------------------------------------------------------------*
005040* REPORT-OUT-OF-BALANCE - prints one mismatch for the current
005050* step and raises it on OPS-ALERT-FEED.
005060*----------------------------------------------------------------*
005070 REPORT-OUT-OF-BALANCE.
005080     ADD 1 TO WS-OUT-OF-BALANCE
005090     MOVE STP-PROGRAM-ID(WS-STEP-INDEX) TO BDL-PROGRAM-ID
005100     MOVE STP-SITE-ID(WS-STEP-INDEX)    TO BDL-SITE-ID
005110     MOVE STP-STEP-ID(WS-STEP-INDEX)    TO BDL-STEP-ID
005120     MOVE WS-CONDITION                  TO BDL-CONDITION
005130     IF SHOW-COUNTS
005140         MOVE WS-EXPECTED TO BDL-EXPECTED
005150         MOVE WS-ACTUAL   TO BDL-ACTUAL
005160     ELSE
005170         MOVE SPACES TO BDL-COUNTS-TEXT
005180     END-IF
005190     MOVE WS-BALANCE-DETAIL-LINE TO WS-PRINT-LINE
005200     PERFORM PRINT-REPORT-LINE
005210     PERFORM RAISE-BALANCE-ALERT.
005220
005230*----------------------------------------------------------------*
005240* REPORT-EMPTY-LEDGER - nothing posted for the balance date means
005250* the nightly stream did not run, or ran without posting; either
005260* way it cannot be shown to balance.
005270*----------------------------------------------------------------*
005280 REPORT-EMPTY-LEDGER.
005290     ADD 1 TO WS-OUT-OF-BALANCE
005300     STRING "  NO RUN-CONTROL RECORDS FOR " DELIMITED BY SIZE
005310            WS-BALANCE-DATE                 DELIMITED BY SIZE
005320         INTO WS-PRINT-LINE
005330     PERFORM PRINT-REPORT-LINE
005340     MOVE SPACES TO OPS-ALERT-RECORD
005350     MOVE "DEFAULT" TO ALT-SITE-ID
005360     STRING "NO RUN-CONTROL RECORDS " DELIMITED BY SIZE
005370            WS-BALANCE-DATE           DELIMITED BY SIZE
005380         INTO ALT-REASON
005390     PERFORM WRITE-OPS-ALERT.
005400
005410*----------------------------------------------------------------*
005420* RAISE-BALANCE-ALERT - one HIGH OPS-ALERT-FEED entry per
005430* mismatch, naming the program; the report has the detail.
005440*----------------------------------------------------------------*
005450 RAISE-BALANCE-ALERT.
005460     MOVE SPACES TO OPS-ALERT-RECORD
005470     MOVE STP-SITE-ID(WS-STEP-INDEX) TO ALT-SITE-ID
005480     STRING "RUN OUT OF BALANCE: "        DELIMITED BY SIZE
005490            STP-PROGRAM-ID(WS-STEP-INDEX) DELIMITED BY SPACE
005500         INTO ALT-REASON
005510     PERFORM WRITE-OPS-ALERT.
005520
005530 WRITE-OPS-ALERT.
005540     ACCEPT WS-RUN-TIME FROM TIME
005550     MOVE WS-RUN-TIME TO WS-RUN-TIME-DISPLAY
005560     MOVE WS-TODAY-DATE            TO ALT-TIMESTAMP(1:8)
005570     MOVE WS-RUN-TIME-DISPLAY(1:6) TO ALT-TIMESTAMP(9:6)
005580     MOVE "HIGH"                   TO ALT-SEVERITY
005590     OPEN EXTEND OPS-ALERT-FEED-FILE
005600     IF WS-OPS-ALERT-STATUS NOT = "00"
005610         OPEN OUTPUT OPS-ALERT-FEED-FILE
005620     END-IF
005630     WRITE OPS-ALERT-RECORD
005640     CLOSE OPS-ALERT-FEED-FILE.
005650
005660*----------------------------------------------------------------*
005670* TIME-ONE-STEP - elapsed time of one step from its start to the
005680* moment RUN-CONTROL-POST stamped its record, against the target
005690* for its program (or the default step target), and the step's
005700* share of the overall batch window.
005710*----------------------------------------------------------------*
005720 TIME-ONE-STEP.
005730     MOVE STP-RUN-DATE(WS-STEP-INDEX)   TO WS-DATE-TEXT
005740     MOVE STP-START-TIME(WS-STEP-INDEX) TO WS-CLOCK-TEXT
005750     PERFORM COMPUTE-POINT-SECONDS
005760     MOVE WS-POINT-SECONDS TO WS-START-SECONDS
005770     MOVE STP-END-DATE(WS-STEP-INDEX)   TO WS-DATE-TEXT
005780     MOVE STP-END-TIME(WS-STEP-INDEX)   TO WS-CLOCK-TEXT
005790     PERFORM COMPUTE-POINT-SECONDS
005800     MOVE WS-POINT-SECONDS TO WS-END-SECONDS
005810     COMPUTE WS-ELAPSED-SECONDS =
005820         WS-END-SECONDS - WS-START-SECONDS
005830     IF WS-ELAPSED-SECONDS < ZERO
005840         MOVE ZERO TO WS-ELAPSED-SECONDS
005850     END-IF
005860
005870     IF WS-STEP-INDEX = 1
005880         OR WS-START-SECONDS < WS-WINDOW-START
005890         MOVE WS-START-SECONDS TO WS-WINDOW-START
005900     END-IF
005910     IF WS-STEP-INDEX = 1
005920         OR WS-END-SECONDS > WS-WINDOW-END
005930         MOVE WS-END-SECONDS TO WS-WINDOW-END
005940     END-IF
005950
005960     MOVE ZERO TO WS-TARGET-FOUND
005970     PERFORM MATCH-TARGET-ENTRY
005980         VARYING WS-TARGET-INDEX FROM 1 BY 1
005990         UNTIL WS-TARGET-INDEX > WS-TARGET-COUNT
006000             OR WS-TARGET-FOUND > ZERO
006010     IF WS-TARGET-FOUND > ZERO
006020         COMPUTE WS-TARGET-SECONDS =
006030             TGT-MINUTES(WS-TARGET-FOUND) * 60
006040     ELSE
006050         COMPUTE WS-TARGET-SECONDS = WS-STEP-TARGET * 60
006060     END-IF
006070
006080     MOVE STP-PROGRAM-ID(WS-STEP-INDEX) TO TDL-PROGRAM-ID
006090     MOVE STP-SITE-ID(WS-STEP-INDEX)    TO TDL-SITE-ID
006100     MOVE STP-STEP-ID(WS-STEP-INDEX)    TO TDL-STEP-ID
006110     MOVE STP-START-TIME(WS-STEP-INDEX) TO TDL-START-TIME
006120     MOVE STP-END-TIME(WS-STEP-INDEX)   TO TDL-END-TIME
006130     MOVE WS-ELAPSED-SECONDS TO WS-DURATION-SECONDS
006140     PERFORM FORMAT-DURATION
006150     MOVE WS-DURATION TO TDL-ELAPSED
006160     MOVE WS-TARGET-SECONDS TO WS-DURATION-SECONDS
006170     PERFORM FORMAT-DURATION
006180     MOVE WS-DURATION TO TDL-TARGET
006190     IF WS-ELAPSED-SECONDS > WS-TARGET-SECONDS
006200         MOVE "OVER TARGET" TO TDL-STATUS
006210         ADD 1 TO WS-STEPS-OVER-TARGET
006220     ELSE
006230         MOVE "OK" TO TDL-STATUS
006240     END-IF
006250     MOVE WS-TIMING-DETAIL-LINE TO WS-PRINT-LINE
006260     PERFORM PRINT-REPORT-LINE.
006270
006280 MATCH-TARGET-ENTRY.
006290     IF TGT-PROGRAM-ID(WS-TARGET-INDEX) =
006300             STP-PROGRAM-ID(WS-STEP-INDEX)
006310         MOVE WS-TARGET-INDEX TO WS-TARGET-FOUND
006320     END-IF.
006330
006340*----------------------------------------------------------------*
006350* COMPUTE-POINT-SECONDS - WS-DATE-TEXT and WS-CLOCK-TEXT as
006360* seconds from midnight of the balance date.  A date that is not
006370* numeric is taken as the balance date and a time that is not
006380* numeric as midnight.
006390*----------------------------------------------------------------*
006400 COMPUTE-POINT-SECONDS.
006410     IF WS-DATE-TEXT IS NUMERIC
006420         AND WS-DATE-NUMERIC > ZERO
006430         COMPUTE WS-DAY-OFFSET =
006440             FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
006450             - WS-BASE-DAY
006460     ELSE
006470         MOVE ZERO TO WS-DAY-OFFSET
006480     END-IF
006490     IF WS-CLOCK-TEXT IS NOT NUMERIC
006500         MOVE "000000" TO WS-CLOCK-TEXT
006510     END-IF
006520     COMPUTE WS-POINT-SECONDS = WS-DAY-OFFSET * 86400
006530         + WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
006540
006550*----------------------------------------------------------------*
006560* FORMAT-DURATION - WS-DURATION-SECONDS as HH:MM:SS in
006570* WS-DURATION; 99 hours is the most it shows.
006580*----------------------------------------------------------------*
006590 FORMAT-DURATION.
006600     IF WS-DURATION-SECONDS > 359999
006610         MOVE 359999 TO WS-DURATION-SECONDS
006620     END-IF
006630     COMPUTE WS-DURATION-HH = WS-DURATION-SECONDS / 3600
006640     COMPUTE WS-DURATION-REST =
006650         WS-DURATION-SECONDS - WS-DURATION-HH * 3600
006660     COMPUTE WS-DURATION-MM = WS-DURATION-REST / 60
006670     COMPUTE WS-DURATION-SS =
006680         WS-DURATION-REST - WS-DURATION-MM * 60.
006690
006700*----------------------------------------------------------------*
006710* PRINT-WINDOW-LINE - the whole night, from the earliest start to
006720* the latest end posted for the balance date, against the window
006730* target.
006740*----------------------------------------------------------------*
006750 PRINT-WINDOW-LINE.
006760     MOVE WS-WINDOW-START TO WS-DURATION-SECONDS
006770     PERFORM FORMAT-DURATION
006780     MOVE WS-DURATION-HH TO WDL-START-TIME(1:2)
006790     MOVE WS-DURATION-MM TO WDL-START-TIME(3:2)
006800     MOVE WS-DURATION-SS TO WDL-START-TIME(5:2)
006810     COMPUTE WS-DURATION-SECONDS = WS-WINDOW-END
006820         - (WS-WINDOW-END / 86400) * 86400
006830     PERFORM FORMAT-DURATION
006840     MOVE WS-DURATION-HH TO WDL-END-TIME(1:2)
006850     MOVE WS-DURATION-MM TO WDL-END-TIME(3:2)
006860     MOVE WS-DURATION-SS TO WDL-END-TIME(5:2)
006870     COMPUTE WS-ELAPSED-SECONDS = WS-WINDOW-END - WS-WINDOW-START
006880     MOVE WS-ELAPSED-SECONDS TO WS-DURATION-SECONDS
006890     PERFORM FORMAT-DURATION
006900     MOVE WS-DURATION TO WDL-ELAPSED
006910     COMPUTE WS-TARGET-SECONDS = WS-WINDOW-TARGET * 60
006920     MOVE WS-TARGET-SECONDS TO WS-DURATION-SECONDS
006930     PERFORM FORMAT-DURATION
006940     MOVE WS-DURATION TO WDL-TARGET
006950     IF WS-ELAPSED-SECONDS > WS-TARGET-SECONDS
006960         MOVE "OVER TARGET" TO WDL-STATUS
006970     ELSE
006980         MOVE "OK" TO WDL-STATUS
006990     END-IF
007000     MOVE WS-WINDOW-LINE TO WS-PRINT-LINE
007010     PERFORM PRINT-REPORT-LINE.
007020
007030 PRINT-RUN-TOTALS.
007040     PERFORM PRINT-REPORT-LINE
007050     MOVE "STEPS ON LEDGER" TO TOT-LABEL
007060     MOVE WS-STEP-COUNT TO TOT-VALUE
007070     PERFORM PRINT-TOTAL-LINE
007080     MOVE "BALANCE CHECKS MADE" TO TOT-LABEL
007090     MOVE WS-CHECKS-MADE TO TOT-VALUE
007100     PERFORM PRINT-TOTAL-LINE
007110     MOVE "OUT OF BALANCE" TO TOT-LABEL
007120     MOVE WS-OUT-OF-BALANCE TO TOT-VALUE
007130     PERFORM PRINT-TOTAL-LINE
007140     MOVE "STEPS OVER TARGET" TO TOT-LABEL
007150     MOVE WS-STEPS-OVER-TARGET TO TOT-VALUE
007160     PERFORM PRINT-TOTAL-LINE
007170     IF WS-STEPS-NOT-LOADED > ZERO
007180         MOVE "LEDGER RECORDS NOT LOADED" TO TOT-LABEL
007190         MOVE WS-STEPS-NOT-LOADED TO TOT-VALUE
007200         PERFORM PRINT-TOTAL-LINE
007210     END-IF
007220     PERFORM PRINT-REPORT-LINE.
007230
007240 PRINT-TOTAL-LINE.
007250     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
007260     PERFORM PRINT-REPORT-LINE.
007270
007280 PRINT-SECTION-HEADING.
007290     MOVE WS-SECTION-LINE TO WS-PRINT-LINE
007300     PERFORM PRINT-REPORT-LINE
007310     PERFORM PRINT-REPORT-LINE.
007320
007330*----------------------------------------------------------------*
007340* OPEN-REPORT-FILE - builds the file name dated by the balance
007350* date, stamps the run date/time into the page heading, and primes
007360* the line counter so the first printed line forces the page-one
007370* headings.
007380*----------------------------------------------------------------*
007390 OPEN-REPORT-FILE.
007400     ACCEPT WS-RUN-TIME FROM TIME
007410     MOVE WS-RUN-TIME TO WS-RUN-TIME-DISPLAY
007420     MOVE SPACES TO WS-REPORT-FILE-NAME
007430     STRING "RUN-BALANCE-" WS-BALANCE-DATE
007440         DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
007450     MOVE WS-TODAY-DATE TO RUN-DATE-OUT
007460     MOVE WS-RUN-TIME-DISPLAY(1:6) TO RUN-TIME-OUT
007470     MOVE WS-BALANCE-DATE TO BALANCE-DATE-OUT
007480     MOVE 99 TO WS-LINE-COUNT
007490     MOVE ZERO TO WS-PAGE-COUNT
007500     OPEN OUTPUT REPORT-PRINT-FILE.
007510
007520*----------------------------------------------------------------*
007530* PRINT-REPORT-LINE - writes WS-PRINT-LINE, breaking to a new
007540* page with repeated headings when the page is full, and leaves
007550* the line blank so a PERFORM with nothing moved in prints a
007560* spacer line.
007570*----------------------------------------------------------------*
007580 PRINT-REPORT-LINE.
007590     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007600         PERFORM PRINT-PAGE-HEADINGS
007610     END-IF
007620     WRITE PRINT-RECORD FROM WS-PRINT-LINE
007630     ADD 1 TO WS-LINE-COUNT
007640     MOVE SPACES TO WS-PRINT-LINE.
007650
007660 PRINT-PAGE-HEADINGS.
007670     ADD 1 TO WS-PAGE-COUNT
007680     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
007690     WRITE PRINT-RECORD FROM WS-HEADING-LINE
007700     WRITE PRINT-RECORD FROM WS-RUN-STAMP-LINE
007710     MOVE SPACES TO PRINT-RECORD
007720     WRITE PRINT-RECORD
007730     MOVE 3 TO WS-LINE-COUNT.
