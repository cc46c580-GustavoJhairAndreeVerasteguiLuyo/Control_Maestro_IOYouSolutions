000010*================================================================*
000020* PROGRAM-ID.  LOG-CHAIN-VERIFY
000030* AUTHOR.      J. GUSTAVO VERASTEGUI
000040* INSTALLATION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* Proves the chained logs have not been altered since they were
000090* written.  Every AUTH-LOG, BOOT-LOG and DEVICE-STATUS-JOURNAL
000100* record carries a chain sequence number and a chain value worked
000110* out by LOG-CHAIN-LINK from the record itself and the value of
000120* the record before it, so changing, removing, inserting or
000130* reordering any record - or cutting records off either end of a
000140* file - leaves a link that no longer recomputes.
000150*
000160* Files are walked oldest first: every history file on LOG-
000170* ARCHIVE-CATALOG in catalogue order, then the live AUTH-LOG and
000180* the live BOOT-LOG of each SITE-MASTER site and the live DEVICE-
000190* STATUS-JOURNAL.  Each file is checked from the anchor on its
000200* "<file>-CHAIN" state to the last record the state records, and
000210* each file's anchor is checked against the end of the previous
000220* file of the same log and site, so a history file dropped or
000230* swapped out of the sequence is caught too.
000240*
000250* Every break, missing record, out-of-order record or unchained
000260* record is listed on the dated LOG-CHAIN-VERIFY-<date> print
000270* file, and each file with any problem raises a CRITICAL entry on
000280* OPS-ALERT-FEED so monitoring pages on it.
000290*----------------------------------------------------------------*
000300* MODIFICATION HISTORY
000310*   DATE        BY      DESCRIPTION
000320*   2026-10-15  JGV     Original version.
000330*   2026-10-15  JGV     The live AUTH-LOG is now checked once per
000340*                       SITE-MASTER site (AUTH-LOG-<site>, the
000350*                       DEFAULT site keeping the plain name), the
000360*                       same way as the live BOOT-LOG.
000362*   2026-10-15  JGV     Each run posts a record to RUN-CONTROL-
000364*                       LEDGER (RUN-CONTROL-POST): records
000366*                       checked, files checked and with problems,
000368*                       and exceptions, for RUN-CONTROL-BALANCE.
000369*   2026-10-15  JGV     A catalogued history file or an expected
000370*                       live log that cannot be opened is now
000371*                       always reported FILE MISSING and raises a
000372*                       CRITICAL alert, with or without its chain
000373*                       state.
000374*================================================================*
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. LOG-CHAIN-VERIFY.
000400 AUTHOR. J. GUSTAVO VERASTEGUI.
000410 INSTALLATION. IOYOU SOLUTIONS.
000420 DATE-WRITTEN. 2026-10-15.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT LOG-CATALOG-FILE
000490         ASSIGN TO "LOG-ARCHIVE-CATALOG"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-CATALOG-STATUS.
000520
000530     SELECT SITE-MASTER-FILE
000540         ASSIGN TO "SITE-MASTER"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-SITE-MASTER-STATUS.
000570
000580     SELECT AUTH-LOG-FILE
000590         ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-LOG-FILE-STATUS.
000620
000630     SELECT BOOT-LOG-FILE
000640         ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-LOG-FILE-STATUS.
000670
000680     SELECT STATUS-JOURNAL-FILE
000690         ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-LOG-FILE-STATUS.
000720
000730     SELECT CHAIN-STATE-FILE
000740         ASSIGN TO DYNAMIC WS-CHAIN-STATE-NAME
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-CHAIN-STATE-STATUS.
000770
000780     SELECT OPS-ALERT-FEED-FILE
000790         ASSIGN TO "OPS-ALERT-FEED"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-OPS-ALERT-STATUS.
000820
000830     SELECT REPORT-PRINT-FILE
000840         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-REPORT-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  LOG-CATALOG-FILE
000910     RECORDING MODE IS F.
000920     COPY LOGCAT.
000930
000940 FD  SITE-MASTER-FILE
000950     RECORDING MODE IS F.
000960     COPY SITEMAST.
000970
000980 FD  AUTH-LOG-FILE
000990     RECORDING MODE IS F.
001000     COPY AUTHLOG.
001010
001020 FD  BOOT-LOG-FILE
001030     RECORDING MODE IS F.
001040     COPY BOOTLOG.
001050
001060 FD  STATUS-JOURNAL-FILE
001070     RECORDING MODE IS F.
001080     COPY STATJRNL.
001090
001100 FD  CHAIN-STATE-FILE
001110     RECORDING MODE IS F.
001120 01  CHAIN-STATE-DATA            PIC X(120).
001130
001140 FD  OPS-ALERT-FEED-FILE
001150     RECORDING MODE IS F.
001160     COPY OPSALERT.
001170
001180 FD  REPORT-PRINT-FILE
001190     RECORDING MODE IS F.
001200 01  PRINT-RECORD              PIC X(132).
001210
001220 WORKING-STORAGE SECTION.
001230 01 WS-CATALOG-STATUS      PIC X(02) VALUE "00".
001240 01 WS-CATALOG-EOF         PIC X VALUE 'N'.
001250     88 CATALOG-AT-END         VALUE 'Y'.
001260 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
001270 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
001280     88 SITE-MASTER-AT-END     VALUE 'Y'.
001290 01 WS-LOG-FILE-STATUS     PIC X(02) VALUE "00".
001300 01 WS-LOG-FILE-EOF        PIC X VALUE 'N'.
001310     88 LOG-FILE-AT-END        VALUE 'Y'.
001320 01 WS-CHAIN-STATE-STATUS  PIC X(02) VALUE "00".
001330 01 WS-OPS-ALERT-STATUS    PIC X(02) VALUE "00".
001340
001350* The site registry, as LOG-HOUSEKEEPING loads it: no SITE-MASTER
001360* (or an empty one) means the single DEFAULT site.
001370 01 WS-SITE-COUNT          PIC 9(03) COMP VALUE ZERO.
001380 01 WS-SITE-INDEX          PIC 9(03) COMP VALUE ZERO.
001390 01 WS-SITE-TABLE.
001400     05 WS-SITE-ENTRY OCCURS 50 TIMES
001410                           PIC X(08).
001420
001430* The file being checked: which log it belongs to, the site, its
001440* name and the name of its chain state file.
001450 01 WS-LOG-TYPE            PIC X(08) VALUE SPACES.
001460     88 LOG-IS-AUTH            VALUE "AUTHLOG".
001470     88 LOG-IS-BOOT            VALUE "BOOTLOG".
001480     88 LOG-IS-JOURNAL         VALUE "STATJRNL".
001490 01 WS-LOG-SITE-ID         PIC X(08) VALUE SPACES.
001500 01 WS-LOG-FILE-NAME       PIC X(40) VALUE SPACES.
001510 01 WS-CHAIN-STATE-NAME    PIC X(50) VALUE SPACES.
001520 01 WS-CHAIN-STATE-FOUND   PIC X VALUE 'N'.
001530     88 CHAIN-STATE-FOUND      VALUE 'Y'.
001540 01 WS-LOG-FILE-PRESENT    PIC X VALUE 'N'.
001550     88 LOG-FILE-PRESENT       VALUE 'Y'.
001560     COPY LOGCHAIN.
001570     COPY CHNLINK.
001580
001590* Walking one file: the sequence number the next record should
001600* carry and the chain value it should link from.  After a break
001610* the walk picks up from the stored value so one altered record
001620* is reported once, not as a break on every record after it.
001630 01 WS-EXPECTED-SEQ        PIC 9(09) VALUE ZERO.
001640 01 WS-PREVIOUS-VALUE      PIC X(20) VALUE SPACES.
001650 01 WS-REC-SEQ-TEXT        PIC X(09) VALUE SPACES.
001660 01 WS-REC-SEQ REDEFINES WS-REC-SEQ-TEXT
001670                           PIC 9(09).
001680 01 WS-REC-VALUE           PIC X(20) VALUE SPACES.
001690 01 WS-WALKED-LAST-SEQ     PIC 9(09) VALUE ZERO.
001700
001710* Per-file and run totals.
001720 01 WS-FILE-RECORDS        PIC 9(07) COMP VALUE ZERO.
001730 01 WS-FILE-PROBLEMS       PIC 9(07) COMP VALUE ZERO.
001740 01 WS-FILES-CHECKED       PIC 9(05) COMP VALUE ZERO.
001750 01 WS-FILES-BROKEN        PIC 9(05) COMP VALUE ZERO.
001760 01 WS-TOTAL-RECORDS       PIC 9(09) COMP VALUE ZERO.
001770 01 WS-TOTAL-BREAKS        PIC 9(07) COMP VALUE ZERO.
001780 01 WS-TOTAL-GAPS          PIC 9(07) COMP VALUE ZERO.
001790 01 WS-TOTAL-ORDER         PIC 9(07) COMP VALUE ZERO.
001800 01 WS-TOTAL-UNCHAINED     PIC 9(07) COMP VALUE ZERO.
001810 01 WS-TOTAL-EXCEPTIONS    PIC 9(07) COMP VALUE ZERO.
001812
001814* Run-control record for RUN-CONTROL-LEDGER.
001816     COPY RUNCTL.
001820
001830* Where each log and site's chain had got to at the end of the
001840* last file checked for it, so the next file of the same log can
001850* be checked to start there.
001860 01 WS-TRACK-COUNT         PIC 9(03) COMP VALUE ZERO.
001870 01 WS-TRACK-INDEX         PIC 9(03) COMP VALUE ZERO.
001880 01 WS-TRACK-FOUND         PIC 9(03) COMP VALUE ZERO.
001890 01 WS-TRACK-KEY           PIC X(16) VALUE SPACES.
001900 01 WS-TRACK-TABLE.
001910     05 WS-TRACK-ENTRY OCCURS 80 TIMES.
001920         10 TRK-KEY            PIC X(16).
001930         10 TRK-LAST-SEQ       PIC 9(09).
001940         10 TRK-LAST-VALUE     PIC X(20).
001950         10 TRK-FILE-NAME      PIC X(40).
001960
001970* Print-file support, laid out as on the other dated reports.
001980 01 WS-REPORT-STATUS       PIC X(02) VALUE "00".
001990 01 WS-REPORT-FILE-NAME    PIC X(30) VALUE SPACES.
002000 01 WS-TODAY-DATE          PIC X(08) VALUE SPACES.
002010 01 WS-RUN-TIME            PIC 9(08) VALUE ZERO.
002020 01 WS-RUN-TIME-DISPLAY    PIC X(08) VALUE SPACES.
002030 01 WS-PRINT-LINE          PIC X(132) VALUE SPACES.
002040 01 WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
002050 01 WS-PAGE-COUNT          PIC 9(04) COMP VALUE ZERO.
002060 01 WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
002070 01 WS-HEADING-LINE.
002080     05 FILLER             PIC X(50) VALUE
002090         "IOYOU SOLUTIONS - LOG CHAIN VERIFICATION".
002100     05 FILLER             PIC X(06) VALUE "PAGE".
002110     05 HDG-PAGE-NUMBER    PIC ZZZ9.
002120 01 WS-RUN-STAMP-LINE.
002130     05 FILLER             PIC X(10) VALUE "RUN DATE: ".
002140     05 RUN-DATE-OUT       PIC X(08).
002150     05 FILLER             PIC X(08) VALUE "  TIME: ".
002160     05 RUN-TIME-OUT       PIC X(06).
002170 01 WS-COLUMN-HEADING-LINE.
002180     05 FILLER             PIC X(02) VALUE SPACES.
002190     05 FILLER             PIC X(41) VALUE "LOG FILE".
002200     05 FILLER             PIC X(09) VALUE "SITE".
002210     05 FILLER             PIC X(10) VALUE "CHAIN SEQ".
002220     05 FILLER             PIC X(26) VALUE "CONDITION".
002230     05 FILLER             PIC X(40) VALUE "DETAIL".
002240 01 WS-DETAIL-LINE.
002250     05 FILLER             PIC X(02) VALUE SPACES.
002260     05 DTL-FILE-NAME      PIC X(40).
002270     05 FILLER             PIC X(01) VALUE SPACE.
002280     05 DTL-SITE-ID        PIC X(08).
002290     05 FILLER             PIC X(01) VALUE SPACE.
002300     05 DTL-CHAIN-SEQ      PIC Z(08)9.
002310     05 FILLER             PIC X(01) VALUE SPACE.
002320     05 DTL-CONDITION      PIC X(25).
002330     05 FILLER             PIC X(01) VALUE SPACE.
002340     05 DTL-DETAIL         PIC X(40).
002350 01 WS-FILE-SUMMARY-LINE.
002360     05 FILLER             PIC X(02) VALUE SPACES.
002370     05 FSM-FILE-NAME      PIC X(40).
002380     05 FILLER             PIC X(01) VALUE SPACE.
002390     05 FSM-SITE-ID        PIC X(08).
002400     05 FILLER             PIC X(01) VALUE SPACE.
002410     05 FSM-RECORDS        PIC Z(08)9.
002420     05 FILLER             PIC X(01) VALUE SPACE.
002430     05 FSM-RESULT         PIC X(25).
002440     05 FILLER             PIC X(01) VALUE SPACE.
002450     05 FSM-PROBLEMS       PIC ZZZZZZ9.
002460     05 FILLER             PIC X(09) VALUE " PROBLEMS".
002470 01 WS-TOTAL-LINE.
002480     05 FILLER             PIC X(02) VALUE SPACES.
002490     05 TOT-LABEL          PIC X(30).
002500     05 TOT-VALUE          PIC ZZZZZZZZ9.
002510 01 WS-DETAIL-TEXT         PIC X(40) VALUE SPACES.
002520 01 WS-SEQ-EDIT            PIC Z(08)9.
002530
002540 PROCEDURE DIVISION.
002550 MAIN-PROCEDURE.
002560     DISPLAY "===== LOG CHAIN VERIFICATION ====="
002570     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002580     PERFORM OPEN-REPORT-FILE
002585     PERFORM START-RUN-CONTROL
002590     IF WS-REPORT-STATUS NOT = "00"
002600         DISPLAY "Could not open report file "
002610             WS-REPORT-FILE-NAME
002613         SET RCL-INCOMPLETE TO TRUE
002616         PERFORM POST-RUN-CONTROL
002620         GOBACK
002630     END-IF
002640
002650     PERFORM VERIFY-CATALOGED-FILES
002660     PERFORM LOAD-SITE-REGISTRY
002670
002680     PERFORM VERIFY-ONE-SITE-AUTH-LOG
002690         VARYING WS-SITE-INDEX FROM 1 BY 1
002700         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
002710
002720     PERFORM VERIFY-ONE-SITE-BOOT-LOG
002730         VARYING WS-SITE-INDEX FROM 1 BY 1
002740         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
002750
002760     MOVE "STATJRNL" TO WS-LOG-TYPE
002770     MOVE "DEFAULT"  TO WS-LOG-SITE-ID
002780     MOVE "DEVICE-STATUS-JOURNAL" TO WS-LOG-FILE-NAME
002790     PERFORM VERIFY-ONE-LOG-FILE
002800
002810     PERFORM PRINT-RUN-TOTALS
002820     MOVE "*** END OF REPORT ***" TO WS-PRINT-LINE
002830     PERFORM PRINT-REPORT-LINE
002840     CLOSE REPORT-PRINT-FILE
002850
002860     DISPLAY "Files checked:      " WS-FILES-CHECKED
002870     DISPLAY "Files with problems:" WS-FILES-BROKEN
002880     DISPLAY "Records checked:    " WS-TOTAL-RECORDS
002890     DISPLAY "Report written to " WS-REPORT-FILE-NAME
002900     DISPLAY "===== END OF REPORT ====="
002905     PERFORM POST-RUN-CONTROL
002910     GOBACK.
002920
002930*----------------------------------------------------------------*
002940* VERIFY-CATALOGED-FILES - checks every history file on LOG-
002950* ARCHIVE-CATALOG in the order it was catalogued, which is the
002960* order each log's chain ran through them.  No catalogue just
002970* means nothing has been archived since chaining began.
002980*----------------------------------------------------------------*
002990 VERIFY-CATALOGED-FILES.
003000     OPEN INPUT LOG-CATALOG-FILE
003010     IF WS-CATALOG-STATUS NOT = "00"
003020         DISPLAY "LOG-ARCHIVE-CATALOG not present; "
003030             "live logs only."
003040     ELSE
003050         PERFORM VERIFY-ONE-CATALOG-ENTRY
003060             UNTIL CATALOG-AT-END
003070         CLOSE LOG-CATALOG-FILE
003080     END-IF.
003090
003100 VERIFY-ONE-CATALOG-ENTRY.
003110     READ LOG-CATALOG-FILE
003120         AT END
003130             SET CATALOG-AT-END TO TRUE
003140         NOT AT END
003150             IF LGC-FILE-NAME NOT = SPACES
003160                 MOVE LGC-LOG-TYPE  TO WS-LOG-TYPE
003170                 MOVE LGC-SITE-ID   TO WS-LOG-SITE-ID
003180                 MOVE LGC-FILE-NAME TO WS-LOG-FILE-NAME
003190                 PERFORM VERIFY-ONE-LOG-FILE
003200             END-IF
003210     END-READ.
003220
003230 VERIFY-ONE-SITE-AUTH-LOG.
003240     MOVE "AUTHLOG" TO WS-LOG-TYPE
003250     MOVE WS-SITE-ENTRY(WS-SITE-INDEX) TO WS-LOG-SITE-ID
003260     MOVE SPACES TO WS-LOG-FILE-NAME
003270     IF WS-LOG-SITE-ID = "DEFAULT"
003280         MOVE "AUTH-LOG" TO WS-LOG-FILE-NAME
003290     ELSE
003300         STRING "AUTH-LOG-"    DELIMITED BY SIZE
003310                WS-LOG-SITE-ID DELIMITED BY SPACE
003320             INTO WS-LOG-FILE-NAME
003330     END-IF
003340     PERFORM VERIFY-ONE-LOG-FILE.
003350
003360 VERIFY-ONE-SITE-BOOT-LOG.
003370     MOVE "BOOTLOG" TO WS-LOG-TYPE
003380     MOVE WS-SITE-ENTRY(WS-SITE-INDEX) TO WS-LOG-SITE-ID
003390     MOVE SPACES TO WS-LOG-FILE-NAME
003400     IF WS-LOG-SITE-ID = "DEFAULT"
003410         MOVE "BOOT-LOG" TO WS-LOG-FILE-NAME
003420     ELSE
003430         STRING "BOOT-LOG-"    DELIMITED BY SIZE
003440                WS-LOG-SITE-ID DELIMITED BY SPACE
003450             INTO WS-LOG-FILE-NAME
003460     END-IF
003470     PERFORM VERIFY-ONE-LOG-FILE.
003480
003490*----------------------------------------------------------------*
003500* VERIFY-ONE-LOG-FILE - checks one chained file end to end: its
003510* chain state is read, its anchor is checked against where the
003520* previous file of the same log and site ended, every record is
003530* walked, and the last record walked is checked against the last
003535* record the state says was written.  Every file checked here is
003540* one that should exist - a catalogued history file or the live
003545* log of a registered site - so one that cannot be opened is
003550* reported missing whether or not its state is still there (both
003555* going together is what a deleted log looks like).  A file that
003560* is there with no state cannot be checked at all and is reported
003565* as such.
003580*----------------------------------------------------------------*
003590 VERIFY-ONE-LOG-FILE.
003600     ADD 1 TO WS-FILES-CHECKED
003610     MOVE ZERO TO WS-FILE-RECORDS
003620     MOVE ZERO TO WS-FILE-PROBLEMS
003630     PERFORM READ-CHAIN-STATE
003640     PERFORM CHECK-CHAIN-CONTINUITY
003650     PERFORM OPEN-LOG-FILE
003660
003670     EVALUATE TRUE
003680         WHEN NOT LOG-FILE-PRESENT
003684             MOVE LCS-LAST-SEQ TO WS-REC-SEQ
003688             MOVE "FILE MISSING" TO DTL-CONDITION
003692             MOVE SPACES TO WS-DETAIL-TEXT
003696             EVALUATE TRUE
003700                 WHEN NOT CHAIN-STATE-FOUND
003704                     STRING "NO FILE AND NO CHAIN STATE, STATUS "
003708                                DELIMITED BY SIZE
003712                            WS-LOG-FILE-STATUS DELIMITED BY SIZE
003716                         INTO WS-DETAIL-TEXT
003720                 WHEN LCS-LAST-SEQ NOT = LCS-ANCHOR-SEQ
003724                     MOVE "CHAIN STATE SHOWS RECORDS WRITTEN"
003728                         TO WS-DETAIL-TEXT
003732                 WHEN OTHER
003736                     STRING "CANNOT BE OPENED, STATUS "
003740                                DELIMITED BY SIZE
003744                            WS-LOG-FILE-STATUS DELIMITED BY SIZE
003748                         INTO WS-DETAIL-TEXT
003752             END-EVALUATE
003756             PERFORM REPORT-EXCEPTION
003770         WHEN NOT CHAIN-STATE-FOUND
003780             MOVE ZERO TO WS-REC-SEQ
003790             MOVE "NO CHAIN STATE" TO DTL-CONDITION
003800             MOVE "FILE CANNOT BE VERIFIED" TO WS-DETAIL-TEXT
003810             PERFORM REPORT-EXCEPTION
003820             PERFORM CLOSE-LOG-FILE
003830         WHEN OTHER
003840             COMPUTE WS-EXPECTED-SEQ = LCS-ANCHOR-SEQ + 1
003850             MOVE LCS-ANCHOR-VALUE TO WS-PREVIOUS-VALUE
003860             MOVE 'N' TO WS-LOG-FILE-EOF
003870             PERFORM WALK-ONE-LOG-RECORD
003880                 UNTIL LOG-FILE-AT-END
003890             PERFORM CLOSE-LOG-FILE
003900             PERFORM CHECK-CHAIN-TAIL
003910     END-EVALUATE
003920
003930     PERFORM PRINT-FILE-SUMMARY
003940     IF WS-FILE-PROBLEMS > ZERO
003950         ADD 1 TO WS-FILES-BROKEN
003960         PERFORM RAISE-CHAIN-ALERT
003970     END-IF.
003980
003990*----------------------------------------------------------------*
004000* READ-CHAIN-STATE - reads "<file>-CHAIN" into LOG-CHAIN-STATE-
004010* RECORD.  With no state the anchor and last record are left at
004020* zero so the continuity check below still has something to use.
004030*----------------------------------------------------------------*
004040 READ-CHAIN-STATE.
004050     MOVE 'N' TO WS-CHAIN-STATE-FOUND
004060     MOVE SPACES           TO LOG-CHAIN-STATE-RECORD
004070     MOVE WS-LOG-FILE-NAME TO LCS-LOG-NAME
004080     MOVE ZERO             TO LCS-ANCHOR-SEQ
004090     MOVE ZEROS            TO LCS-ANCHOR-VALUE
004100     MOVE ZERO             TO LCS-LAST-SEQ
004110     MOVE ZEROS            TO LCS-LAST-VALUE
004120     MOVE SPACES TO WS-CHAIN-STATE-NAME
004130     STRING WS-LOG-FILE-NAME DELIMITED BY SPACE
004140            "-CHAIN"         DELIMITED BY SIZE
004150         INTO WS-CHAIN-STATE-NAME
004160     OPEN INPUT CHAIN-STATE-FILE
004170     IF WS-CHAIN-STATE-STATUS = "00"
004180         READ CHAIN-STATE-FILE INTO LOG-CHAIN-STATE-RECORD
004190             AT END
004200                 CONTINUE
004210             NOT AT END
004220                 SET CHAIN-STATE-FOUND TO TRUE
004230         END-READ
004240         CLOSE CHAIN-STATE-FILE
004250     END-IF.
004260
004270*----------------------------------------------------------------*
004280* CHECK-CHAIN-CONTINUITY - a file's anchor must be the last record
004290* of the previous file checked for the same log and site.  The
004300* first file seen for a log has nothing to be checked against
004310* (older history may have been retired).  The table is then moved
004320* on to this file's last record.
004330*----------------------------------------------------------------*
004340 CHECK-CHAIN-CONTINUITY.
004350     MOVE WS-LOG-TYPE    TO WS-TRACK-KEY(1:8)
004360     MOVE WS-LOG-SITE-ID TO WS-TRACK-KEY(9:8)
004370     MOVE ZERO TO WS-TRACK-FOUND
004380     PERFORM FIND-TRACK-ENTRY
004390         VARYING WS-TRACK-INDEX FROM 1 BY 1
004400         UNTIL WS-TRACK-INDEX > WS-TRACK-COUNT
004410            OR WS-TRACK-FOUND > ZERO
004420
004430     IF WS-TRACK-FOUND > ZERO
004440         IF CHAIN-STATE-FOUND
004450             AND (TRK-LAST-SEQ(WS-TRACK-FOUND)
004460                     NOT = LCS-ANCHOR-SEQ
004470               OR TRK-LAST-VALUE(WS-TRACK-FOUND)
004480                     NOT = LCS-ANCHOR-VALUE)
004490             MOVE LCS-ANCHOR-SEQ TO WS-REC-SEQ
004500             MOVE "DOES NOT CONTINUE" TO DTL-CONDITION
004510             MOVE TRK-FILE-NAME(WS-TRACK-FOUND) TO WS-DETAIL-TEXT
004520             PERFORM REPORT-EXCEPTION
004530         END-IF
004540     ELSE
004550         IF WS-TRACK-COUNT < 80
004560             ADD 1 TO WS-TRACK-COUNT
004570             MOVE WS-TRACK-COUNT TO WS-TRACK-FOUND
004580             MOVE WS-TRACK-KEY   TO TRK-KEY(WS-TRACK-FOUND)
004590         END-IF
004600     END-IF
004610
004620     IF WS-TRACK-FOUND > ZERO
004630         AND CHAIN-STATE-FOUND
004640         MOVE LCS-LAST-SEQ     TO TRK-LAST-SEQ(WS-TRACK-FOUND)
004650         MOVE LCS-LAST-VALUE   TO TRK-LAST-VALUE(WS-TRACK-FOUND)
004660         MOVE WS-LOG-FILE-NAME TO TRK-FILE-NAME(WS-TRACK-FOUND)
004670     END-IF.
004680
004690 FIND-TRACK-ENTRY.
004700     IF TRK-KEY(WS-TRACK-INDEX) = WS-TRACK-KEY
004710         MOVE WS-TRACK-INDEX TO WS-TRACK-FOUND
004720     END-IF.
004730
004740 OPEN-LOG-FILE.
004750     MOVE 'N' TO WS-LOG-FILE-PRESENT
004760     EVALUATE TRUE
004770         WHEN LOG-IS-AUTH
004780             OPEN INPUT AUTH-LOG-FILE
004790         WHEN LOG-IS-BOOT
004800             OPEN INPUT BOOT-LOG-FILE
004810         WHEN OTHER
004820             OPEN INPUT STATUS-JOURNAL-FILE
004830     END-EVALUATE
004840     IF WS-LOG-FILE-STATUS = "00"
004850         SET LOG-FILE-PRESENT TO TRUE
004860     END-IF.
004870
004880 CLOSE-LOG-FILE.
004890     EVALUATE TRUE
004900         WHEN LOG-IS-AUTH
004910             CLOSE AUTH-LOG-FILE
004920         WHEN LOG-IS-BOOT
004930             CLOSE BOOT-LOG-FILE
004940         WHEN OTHER
004950             CLOSE STATUS-JOURNAL-FILE
004960     END-EVALUATE.
004970
004980*----------------------------------------------------------------*
004990* WALK-ONE-LOG-RECORD - reads the next record of whichever log is
005000* open, takes its chain sequence and value, blanks the value in
005010* the record the way the writer had it when the link was worked
005020* out, and checks the record against the chain.
005030*----------------------------------------------------------------*
005040 WALK-ONE-LOG-RECORD.
005050     EVALUATE TRUE
005060         WHEN LOG-IS-AUTH
005070             READ AUTH-LOG-FILE
005080                 AT END
005090                     SET LOG-FILE-AT-END TO TRUE
005100                 NOT AT END
005110                     MOVE AUD-CADENA-SECUENCIA TO WS-REC-SEQ-TEXT
005120                     MOVE AUD-CADENA-VALOR     TO WS-REC-VALUE
005130                     MOVE SPACES TO AUD-CADENA-VALOR
005140                     MOVE REGISTRO-AUDITORIA TO CHL-RECORD-TEXT
005150                     MOVE LENGTH OF REGISTRO-AUDITORIA
005160                         TO CHL-RECORD-LENGTH
005170             END-READ
005180         WHEN LOG-IS-BOOT
005190             READ BOOT-LOG-FILE
005200                 AT END
005210                     SET LOG-FILE-AT-END TO TRUE
005220                 NOT AT END
005230                     MOVE BL-CHAIN-SEQ   TO WS-REC-SEQ-TEXT
005240                     MOVE BL-CHAIN-VALUE TO WS-REC-VALUE
005250                     MOVE SPACES TO BL-CHAIN-VALUE
005260                     MOVE BOOT-LOG-RECORD TO CHL-RECORD-TEXT
005270                     MOVE LENGTH OF BOOT-LOG-RECORD
005280                         TO CHL-RECORD-LENGTH
005290             END-READ
005300         WHEN OTHER
005310             READ STATUS-JOURNAL-FILE
005320                 AT END
005330                     SET LOG-FILE-AT-END TO TRUE
005340                 NOT AT END
005350                     MOVE CES-CADENA-SECUENCIA TO WS-REC-SEQ-TEXT
005360                     MOVE CES-CADENA-VALOR     TO WS-REC-VALUE
005370                     MOVE SPACES TO CES-CADENA-VALOR
005380                     MOVE REGISTRO-CAMBIO-ESTADO
005390                         TO CHL-RECORD-TEXT
005400                     MOVE LENGTH OF REGISTRO-CAMBIO-ESTADO
005410                         TO CHL-RECORD-LENGTH
005420             END-READ
005430     END-EVALUATE
005440     IF NOT LOG-FILE-AT-END
005450         ADD 1 TO WS-FILE-RECORDS
005460         ADD 1 TO WS-TOTAL-RECORDS
005470         PERFORM CHECK-ONE-LINK
005480     END-IF.
005490
005500*----------------------------------------------------------------*
005510* CHECK-ONE-LINK - the record's sequence number against the one
005520* expected next:
005530*   equal    - the link is recomputed from the previous value; a
005540*              different value is a BREAK (record altered, or a
005550*              record before it replaced).
005560*   higher   - records between are MISSING; the walk picks up from
005570*              this record.
005580*   lower    - the record is OUT OF SEQUENCE (moved, duplicated,
005590*              or written again after a restart); the walk carries
005600*              on expecting the same next record.
005610* A record with no chain sequence was never stamped - written
005620* round the chain writers or pasted in - and is UNCHAINED.
005630*----------------------------------------------------------------*
005640 CHECK-ONE-LINK.
005650     IF WS-REC-SEQ-TEXT NOT NUMERIC
005660         OR WS-REC-SEQ = ZERO
005670         ADD 1 TO WS-TOTAL-UNCHAINED
005680         MOVE ZERO TO WS-REC-SEQ
005690         MOVE "UNCHAINED RECORD" TO DTL-CONDITION
005700         MOVE WS-FILE-RECORDS TO WS-SEQ-EDIT
005710         MOVE SPACES TO WS-DETAIL-TEXT
005720         STRING "RECORD " DELIMITED BY SIZE
005730                WS-SEQ-EDIT DELIMITED BY SIZE
005740                " OF FILE" DELIMITED BY SIZE
005750             INTO WS-DETAIL-TEXT
005760         PERFORM REPORT-EXCEPTION
005770     ELSE
005780         EVALUATE TRUE
005790             WHEN WS-REC-SEQ = WS-EXPECTED-SEQ
005800                 MOVE WS-PREVIOUS-VALUE TO CHL-PREVIOUS-VALUE
005810                 CALL "LOG-CHAIN-LINK" USING CHAIN-LINK-PARAMETERS
005820                 END-CALL
005830                 IF CHL-NEW-VALUE NOT = WS-REC-VALUE
005840                     ADD 1 TO WS-TOTAL-BREAKS
005850                     MOVE "CHAIN BREAK" TO DTL-CONDITION
005860                     MOVE "RECORD DOES NOT MATCH ITS LINK"
005870                         TO WS-DETAIL-TEXT
005880                     PERFORM REPORT-EXCEPTION
005890                 END-IF
005900                 MOVE WS-REC-VALUE TO WS-PREVIOUS-VALUE
005910                 ADD 1 TO WS-EXPECTED-SEQ
005920             WHEN WS-REC-SEQ > WS-EXPECTED-SEQ
005930                 ADD 1 TO WS-TOTAL-GAPS
005940                 MOVE "RECORDS MISSING" TO DTL-CONDITION
005950                 MOVE WS-EXPECTED-SEQ TO WS-SEQ-EDIT
005960                 MOVE SPACES TO WS-DETAIL-TEXT
005970                 STRING "EXPECTED NEXT " DELIMITED BY SIZE
005980                        WS-SEQ-EDIT      DELIMITED BY SIZE
005990                     INTO WS-DETAIL-TEXT
006000                 PERFORM REPORT-EXCEPTION
006010                 MOVE WS-REC-VALUE TO WS-PREVIOUS-VALUE
006020                 COMPUTE WS-EXPECTED-SEQ = WS-REC-SEQ + 1
006030             WHEN OTHER
006040                 ADD 1 TO WS-TOTAL-ORDER
006050                 MOVE "OUT OF SEQUENCE" TO DTL-CONDITION
006060                 MOVE WS-EXPECTED-SEQ TO WS-SEQ-EDIT
006070                 MOVE SPACES TO WS-DETAIL-TEXT
006080                 STRING "EXPECTED NEXT " DELIMITED BY SIZE
006090                        WS-SEQ-EDIT      DELIMITED BY SIZE
006100                     INTO WS-DETAIL-TEXT
006110                 PERFORM REPORT-EXCEPTION
006120         END-EVALUATE
006130     END-IF.
006140
006150*----------------------------------------------------------------*
006160* CHECK-CHAIN-TAIL - the walk must end on the last record the
006170* chain state recorded.  Ending short means records were cut off
006180* the end of the file; ending past it means records were added
006190* that no writer accounted for; ending on the right number with a
006200* different value means the last record was replaced.
006210*----------------------------------------------------------------*
006220 CHECK-CHAIN-TAIL.
006230     COMPUTE WS-WALKED-LAST-SEQ = WS-EXPECTED-SEQ - 1
006240     EVALUATE TRUE
006250         WHEN WS-WALKED-LAST-SEQ < LCS-LAST-SEQ
006260             ADD 1 TO WS-TOTAL-GAPS
006270             MOVE LCS-LAST-SEQ TO WS-REC-SEQ
006280             MOVE "RECORDS MISSING AT END" TO DTL-CONDITION
006290             MOVE WS-WALKED-LAST-SEQ TO WS-SEQ-EDIT
006300             MOVE SPACES TO WS-DETAIL-TEXT
006310             STRING "FILE ENDS AT " DELIMITED BY SIZE
006320                    WS-SEQ-EDIT     DELIMITED BY SIZE
006330                 INTO WS-DETAIL-TEXT
006340             PERFORM REPORT-EXCEPTION
006350         WHEN WS-WALKED-LAST-SEQ > LCS-LAST-SEQ
006360             ADD 1 TO WS-TOTAL-ORDER
006370             MOVE WS-WALKED-LAST-SEQ TO WS-REC-SEQ
006380             MOVE "RECORDS PAST CHAIN END" TO DTL-CONDITION
006390             MOVE LCS-LAST-SEQ TO WS-SEQ-EDIT
006400             MOVE SPACES TO WS-DETAIL-TEXT
006410             STRING "CHAIN STATE ENDS AT " DELIMITED BY SIZE
006420                    WS-SEQ-EDIT            DELIMITED BY SIZE
006430                 INTO WS-DETAIL-TEXT
006440             PERFORM REPORT-EXCEPTION
006450         WHEN WS-PREVIOUS-VALUE NOT = LCS-LAST-VALUE
006460             ADD 1 TO WS-TOTAL-BREAKS
006470             MOVE LCS-LAST-SEQ TO WS-REC-SEQ
006480             MOVE "CHAIN BREAK" TO DTL-CONDITION
006490             MOVE "LAST RECORD DOES NOT MATCH CHAIN STATE"
006500                 TO WS-DETAIL-TEXT
006510             PERFORM REPORT-EXCEPTION
006520         WHEN OTHER
006530             CONTINUE
006540     END-EVALUATE.
006550
006560*----------------------------------------------------------------*
006570* REPORT-EXCEPTION - prints one problem line for the current file
006580* (condition in DTL-CONDITION, chain sequence in WS-REC-SEQ,
006590* detail in WS-DETAIL-TEXT) and counts it against the file.
006600*----------------------------------------------------------------*
006610 REPORT-EXCEPTION.
006620     ADD 1 TO WS-FILE-PROBLEMS
006630     ADD 1 TO WS-TOTAL-EXCEPTIONS
006640     MOVE WS-LOG-FILE-NAME TO DTL-FILE-NAME
006650     MOVE WS-LOG-SITE-ID   TO DTL-SITE-ID
006660     MOVE WS-REC-SEQ       TO DTL-CHAIN-SEQ
006670     MOVE WS-DETAIL-TEXT   TO DTL-DETAIL
006680     MOVE WS-DETAIL-LINE   TO WS-PRINT-LINE
006690     PERFORM PRINT-REPORT-LINE.
006700
006710 PRINT-FILE-SUMMARY.
006720     MOVE WS-LOG-FILE-NAME TO FSM-FILE-NAME
006730     MOVE WS-LOG-SITE-ID   TO FSM-SITE-ID
006740     MOVE WS-FILE-RECORDS  TO FSM-RECORDS
006750     MOVE WS-FILE-PROBLEMS TO FSM-PROBLEMS
006760     EVALUATE TRUE
006763         WHEN NOT LOG-FILE-PRESENT
006766             MOVE "*** FILE MISSING ***" TO FSM-RESULT
006770         WHEN WS-FILE-PROBLEMS > ZERO
006780             MOVE "*** CHAIN NOT INTACT ***" TO FSM-RESULT
006810         WHEN OTHER
006820             MOVE "CHAIN INTACT" TO FSM-RESULT
006830     END-EVALUATE
006840     MOVE WS-FILE-SUMMARY-LINE TO WS-PRINT-LINE
006850     PERFORM PRINT-REPORT-LINE
006860     PERFORM PRINT-REPORT-LINE.
006870
006880*----------------------------------------------------------------*
006890* RAISE-CHAIN-ALERT - one CRITICAL OPS-ALERT-FEED entry per file
006900* whose chain did not verify or that is missing, naming the file;
006910* the report has the detail.
006920*----------------------------------------------------------------*
006930 RAISE-CHAIN-ALERT.
006940     MOVE SPACES TO OPS-ALERT-RECORD
006950     ACCEPT WS-RUN-TIME FROM TIME
006960     MOVE WS-RUN-TIME TO WS-RUN-TIME-DISPLAY
006970     MOVE WS-TODAY-DATE            TO ALT-TIMESTAMP(1:8)
006980     MOVE WS-RUN-TIME-DISPLAY(1:6) TO ALT-TIMESTAMP(9:6)
006990     MOVE WS-LOG-SITE-ID           TO ALT-SITE-ID
007000     MOVE "CRITICAL"               TO ALT-SEVERITY
007004     IF LOG-FILE-PRESENT
007008         STRING "LOG CHAIN BROKEN: " DELIMITED BY SIZE
007012                WS-LOG-FILE-NAME     DELIMITED BY SPACE
007016             INTO ALT-REASON
007020     ELSE
007024         STRING "LOG FILE MISSING: " DELIMITED BY SIZE
007028                WS-LOG-FILE-NAME     DELIMITED BY SPACE
007032             INTO ALT-REASON
007036     END-IF
007040     OPEN EXTEND OPS-ALERT-FEED-FILE
007050     IF WS-OPS-ALERT-STATUS NOT = "00"
007060         OPEN OUTPUT OPS-ALERT-FEED-FILE
007070     END-IF
007080     WRITE OPS-ALERT-RECORD
007090     CLOSE OPS-ALERT-FEED-FILE.
007100
007110 PRINT-RUN-TOTALS.
007120     PERFORM PRINT-REPORT-LINE
007130     MOVE "FILES CHECKED" TO TOT-LABEL
007140     MOVE WS-FILES-CHECKED TO TOT-VALUE
007150     PERFORM PRINT-TOTAL-LINE
007160     MOVE "FILES NOT INTACT" TO TOT-LABEL
007170     MOVE WS-FILES-BROKEN TO TOT-VALUE
007180     PERFORM PRINT-TOTAL-LINE
007190     MOVE "RECORDS CHECKED" TO TOT-LABEL
007200     MOVE WS-TOTAL-RECORDS TO TOT-VALUE
007210     PERFORM PRINT-TOTAL-LINE
007220     MOVE "CHAIN BREAKS" TO TOT-LABEL
007230     MOVE WS-TOTAL-BREAKS TO TOT-VALUE
007240     PERFORM PRINT-TOTAL-LINE
007250     MOVE "MISSING-RECORD GAPS" TO TOT-LABEL
007260     MOVE WS-TOTAL-GAPS TO TOT-VALUE
007270     PERFORM PRINT-TOTAL-LINE
007280     MOVE "OUT OF SEQUENCE" TO TOT-LABEL
007290     MOVE WS-TOTAL-ORDER TO TOT-VALUE
007300     PERFORM PRINT-TOTAL-LINE
007310     MOVE "UNCHAINED RECORDS" TO TOT-LABEL
007320     MOVE WS-TOTAL-UNCHAINED TO TOT-VALUE
007330     PERFORM PRINT-TOTAL-LINE
007340     MOVE "TOTAL EXCEPTIONS" TO TOT-LABEL
007350     MOVE WS-TOTAL-EXCEPTIONS TO TOT-VALUE
007360     PERFORM PRINT-TOTAL-LINE
007370     PERFORM PRINT-REPORT-LINE.
007380
007390 PRINT-TOTAL-LINE.
007400     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
007410     PERFORM PRINT-REPORT-LINE.
007420
007430*----------------------------------------------------------------*
007440* LOAD-SITE-REGISTRY - every site ID on SITE-MASTER into the site
007450* table, skipping blanks; no SITE-MASTER means DEFAULT only.
007460*----------------------------------------------------------------*
007470 LOAD-SITE-REGISTRY.
007480     MOVE ZERO TO WS-SITE-COUNT
007490     OPEN INPUT SITE-MASTER-FILE
007500     IF WS-SITE-MASTER-STATUS = "00"
007510         PERFORM READ-ONE-SITE-ENTRY
007520             UNTIL SITE-MASTER-AT-END
007530                 OR WS-SITE-COUNT >= 50
007540         CLOSE SITE-MASTER-FILE
007550     END-IF
007560     IF WS-SITE-COUNT = ZERO
007570         MOVE 1 TO WS-SITE-COUNT
007580         MOVE "DEFAULT" TO WS-SITE-ENTRY(1)
007590     END-IF.
007600
007610 READ-ONE-SITE-ENTRY.
007620     READ SITE-MASTER-FILE
007630         AT END
007640             SET SITE-MASTER-AT-END TO TRUE
007650         NOT AT END
007660             IF SM-SITE-ID NOT = SPACES
007670                 ADD 1 TO WS-SITE-COUNT
007680                 MOVE SM-SITE-ID TO WS-SITE-ENTRY(WS-SITE-COUNT)
007690             END-IF
007700     END-READ.
007710
007720*----------------------------------------------------------------*
007730* OPEN-REPORT-FILE - builds the dated file name, stamps the run
007740* date/time into the page heading, and primes the line counter so
007750* the first printed line forces the page-one headings.
007760*----------------------------------------------------------------*
007770 OPEN-REPORT-FILE.
007780     ACCEPT WS-RUN-TIME FROM TIME
007790     MOVE WS-RUN-TIME TO WS-RUN-TIME-DISPLAY
007800     MOVE SPACES TO WS-REPORT-FILE-NAME
007810     STRING "LOG-CHAIN-VERIFY-" WS-TODAY-DATE
007820         DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
007830     MOVE WS-TODAY-DATE TO RUN-DATE-OUT
007840     MOVE WS-RUN-TIME-DISPLAY(1:6) TO RUN-TIME-OUT
007850     MOVE 99 TO WS-LINE-COUNT
007860     MOVE ZERO TO WS-PAGE-COUNT
007870     OPEN OUTPUT REPORT-PRINT-FILE.
007880
007890*----------------------------------------------------------------*
007900* PRINT-REPORT-LINE - writes WS-PRINT-LINE, breaking to a new
007910* page with repeated headings when the page is full, and leaves
007920* the line blank so a PERFORM with nothing moved in prints a
007930* spacer line.
007940*----------------------------------------------------------------*
007950 PRINT-REPORT-LINE.
007960     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007970         PERFORM PRINT-PAGE-HEADINGS
007980     END-IF
007990     WRITE PRINT-RECORD FROM WS-PRINT-LINE
008000     ADD 1 TO WS-LINE-COUNT
008010     MOVE SPACES TO WS-PRINT-LINE.
008020
008030 PRINT-PAGE-HEADINGS.
008040     ADD 1 TO WS-PAGE-COUNT
008050     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
008060     WRITE PRINT-RECORD FROM WS-HEADING-LINE
008070     WRITE PRINT-RECORD FROM WS-RUN-STAMP-LINE
008080     MOVE SPACES TO PRINT-RECORD
008090     WRITE PRINT-RECORD
008100     WRITE PRINT-RECORD FROM WS-COLUMN-HEADING-LINE
008110     MOVE SPACES TO PRINT-RECORD
008120     WRITE PRINT-RECORD
008130     MOVE 5 TO WS-LINE-COUNT.
008140
008150*----------------------------------------------------------------*
008160* START-RUN-CONTROL - opens this run's run-control record with the
008170* run date and time printed in the report heading.
008180*----------------------------------------------------------------*
008190 START-RUN-CONTROL.
008200     INITIALIZE RUN-CONTROL-RECORD
008210     MOVE "LOG-CHAIN-VERIFY"       TO RCL-PROGRAM-ID
008220     MOVE "DEFAULT"                TO RCL-SITE-ID
008230     MOVE WS-TODAY-DATE            TO RCL-RUN-DATE
008240     MOVE WS-RUN-TIME-DISPLAY(1:6) TO RCL-START-TIME
008250     SET RCL-COMPLETED TO TRUE.
008260
008270*----------------------------------------------------------------*
008280* POST-RUN-CONTROL - input records checked; output 1 files
008290* checked, output 2 files with problems, output 3 exceptions.
008300*----------------------------------------------------------------*
008310 POST-RUN-CONTROL.
008320     MOVE WS-TOTAL-RECORDS    TO RCL-INPUT-COUNT
008330     MOVE WS-FILES-CHECKED    TO RCL-OUTPUT-COUNT-1
008340     MOVE WS-FILES-BROKEN     TO RCL-OUTPUT-COUNT-2
008350     MOVE WS-TOTAL-EXCEPTIONS TO RCL-OUTPUT-COUNT-3
008360     CALL "RUN-CONTROL-POST" USING RUN-CONTROL-RECORD
008370     END-CALL.
