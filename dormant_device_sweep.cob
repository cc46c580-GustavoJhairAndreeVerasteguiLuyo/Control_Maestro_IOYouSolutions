000010*================================================================*
000020* PROGRAM-ID.  DORMANT-DEVICE-SWEEP
000030* AUTHOR.      J. GUSTAVO VERASTEGUI
000040* INSTALLATION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* Finds devices that are still enrolled but no longer in use.  A
000090* device nobody has authenticated in months stays DISP-ACTIVO with
000100* good factors, which is an open door; FLEET-CENSUS-REPORT only
000110* counts it and TEMPLATE-EXPIRY-REPORT only looks at its renewal
000120* date.  This periodic job works out each device's last
000130* successful AUTH from every AUTH-LOG history file on LOG-
000140* ARCHIVE-CATALOG, the live AUTH-LOG of every site, and DISP-
000150* ULTIMO-INTENTO on DEVICE-MASTER, and lists on the dated
000160* DORMANT-SWEEP-<date> print file:
000170*   DORMANT          - last success before the cutoff (today less
000180*                      the days on the DORMANT-CONTROL card);
000190*   NEVER USED       - no success on record at all, registered
000200*                      before the cutoff (or with no registration
000210*                      date);
000220*   NEW - NOT USED   - no success yet, but registered after the
000230*                      cutoff: listed only, still in its grace;
000240*   SKIPPED SEASONAL / SKIPPED EXEMPT - dormant or never used, but
000250*                      marked on DEVICE-MASTER (DISP-MARCA-
000260*                      BARRIDO) with the console MARCA action.
000270*
000280* For every DORMANT and NEVER USED device a DEAC proposal is
000290* appended to the raw batch of the device's site, AUTH-
000300* TRANSACTIONS-RAW[-<site>], numbered on from the highest TRAN-
000310* SEQ-NUM in that site's raw or clean batch, the same way
000320* OPERATOR-CONSOLE numbers what it queues.  The proposal carries
000330* the card's requester and no approver, so AUTH-TRAN-EDIT holds it
000340* in AUTH-PENDING-APPROVALS until a second operator approves it
000350* (APROB) or throws it out (DENEG) from the console; nothing is
000360* deactivated by this job on its own.  A device that already has
000370* a DEAC awaiting approval, or a DEAC in its site's raw or clean
000380* batch, is not proposed twice.
000390*
000400* Inactive devices are not looked at.  DISP-ULTIMO-INTENTO is
000410* stamped on every attempt, failed or not, so it only counts as a
000420* success when DISP-INTENTOS-FALLIDOS is zero; an OVRD or RENEW
000430* also zeroes the counter, which can only make a device look more
000440* recently used than it was, never less.
000450*----------------------------------------------------------------*
000460* MODIFICATION HISTORY
000470*   DATE        BY      DESCRIPTION
000480*   2026-10-15  JGV     Original version.
000482*   2026-10-15  JGV     Devices left out of a full device table
000484*                       now mark the run incomplete on RUN-
000486*                       CONTROL-LEDGER and are listed as an
000488*                       exception at the top of the report.
000490*================================================================*
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. DORMANT-DEVICE-SWEEP.
000520 AUTHOR. J. GUSTAVO VERASTEGUI.
000530 INSTALLATION. IOYOU SOLUTIONS.
000540 DATE-WRITTEN. 2026-10-15.
000550 DATE-COMPILED.
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT DORMANT-CONTROL-FILE
000610         ASSIGN TO "DORMANT-CONTROL"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-CONTROL-STATUS.
000640
000650     SELECT SITE-MASTER-FILE
000660         ASSIGN TO "SITE-MASTER"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-SITE-MASTER-STATUS.
000690
000700     SELECT DEVICE-MASTER
000710         ASSIGN TO "DEVICE-MASTER"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS DISP-ID
000750         FILE STATUS IS WS-DEVICE-STATUS.
000760
000770     SELECT LOG-CATALOG-FILE
000780         ASSIGN TO "LOG-ARCHIVE-CATALOG"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-CATALOG-STATUS.
000810
000820     SELECT AUTH-LOG-FILE
000830         ASSIGN TO DYNAMIC WS-AUTH-LOG-NAME
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-AUTH-LOG-STATUS.
000860
000870     SELECT PENDING-APPROVAL-FILE
000880         ASSIGN TO "AUTH-PENDING-APPROVALS"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS PND-CLAVE
000920         FILE STATUS IS WS-PENDING-STATUS.
000930
000940     SELECT OPERATOR-MASTER
000950         ASSIGN TO "OPERATOR-MASTER"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS OPR-ID
000990         FILE STATUS IS WS-OPERATOR-STATUS.
001000
001010     SELECT RAW-TRANSACTION-FILE
001020         ASSIGN TO DYNAMIC WS-RAW-BATCH-NAME
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-RAW-STATUS.
001050
001060     SELECT CLEAN-TRANSACTION-FILE
001070         ASSIGN TO DYNAMIC WS-CLEAN-BATCH-NAME
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-CLEAN-STATUS.
001100
001110     SELECT REPORT-PRINT-FILE
001120         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-REPORT-STATUS.
001150
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  DORMANT-CONTROL-FILE
001190     RECORDING MODE IS F.
001200     COPY DORMCARD.
001210
001220 FD  SITE-MASTER-FILE
001230     RECORDING MODE IS F.
001240     COPY SITEMAST.
001250
001260 FD  DEVICE-MASTER.
001270     COPY DEVMAST.
001280
001290 FD  LOG-CATALOG-FILE
001300     RECORDING MODE IS F.
001310     COPY LOGCAT.
001320
001330 FD  AUTH-LOG-FILE
001340     RECORDING MODE IS F.
001350     COPY AUTHLOG.
001360
001370 FD  PENDING-APPROVAL-FILE.
001380     COPY PENDAPR.
001390
001400 FD  OPERATOR-MASTER.
001410     COPY OPERMAST.
001420
001430 FD  RAW-TRANSACTION-FILE
001440     RECORDING MODE IS F.
001450     COPY TRANFILE.
001460
001470*----------------------------------------------------------------*
001480* The clean batch is only read here for its sequence numbers and
001490* any DEAC already in it; the front of the record is enough,
001500* declared with the same length as TRANFILE.CPY, the way OPERATOR-
001510* CONSOLE declares it.
001520*----------------------------------------------------------------*
001530 FD  CLEAN-TRANSACTION-FILE
001540     RECORDING MODE IS F.
001550 01  CLEAN-TRANSACTION-RECORD.
001560     05  CLN-SEQ-NUM           PIC 9(06).
001570     05  CLN-CODE              PIC X(05).
001580     05  CLN-DEVICE-ID         PIC X(20).
001590     05  FILLER                PIC X(65).
001600
001610 FD  REPORT-PRINT-FILE
001620     RECORDING MODE IS F.
001630 01  PRINT-RECORD              PIC X(132).
001640
001650 WORKING-STORAGE SECTION.
001660 01 WS-CONTROL-STATUS      PIC X(02) VALUE "00".
001670 01 WS-DEVICE-STATUS       PIC X(02) VALUE "00".
001680 01 WS-DEVICE-EOF          PIC X VALUE 'N'.
001690     88 DEVICE-AT-END          VALUE 'Y'.
001700 01 WS-DEVICE-MASTER-READ  PIC X VALUE 'N'.
001710     88 DEVICE-MASTER-READ     VALUE 'Y'.
001720 01 WS-CATALOG-STATUS      PIC X(02) VALUE "00".
001730 01 WS-CATALOG-EOF         PIC X VALUE 'N'.
001740     88 CATALOG-AT-END         VALUE 'Y'.
001750 01 WS-AUTH-LOG-STATUS     PIC X(02) VALUE "00".
001760 01 WS-AUTH-LOG-EOF        PIC X VALUE 'N'.
001770     88 AUTH-LOG-AT-END        VALUE 'Y'.
001780 01 WS-PENDING-STATUS      PIC X(02) VALUE "00".
001790 01 WS-OPERATOR-STATUS     PIC X(02) VALUE "00".
001800 01 WS-RAW-STATUS          PIC X(02) VALUE "00".
001810 01 WS-RAW-EOF             PIC X VALUE 'N'.
001820     88 RAW-AT-END             VALUE 'Y'.
001830 01 WS-CLEAN-STATUS        PIC X(02) VALUE "00".
001840 01 WS-CLEAN-EOF           PIC X VALUE 'N'.
001850     88 CLEAN-AT-END           VALUE 'Y'.
001860 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
001870 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
001880     88 SITE-MASTER-AT-END     VALUE 'Y'.
001890
001900* The site registry, as LOG-HOUSEKEEPING loads it: no SITE-MASTER
001910* (or an empty one) means the single DEFAULT site.  A site found
001920* on a device but missing from SITE-MASTER is added, so its live
001930* log is read and its batch gets its proposals all the same.
001940 01 WS-SITE-COUNT          PIC 9(03) COMP VALUE ZERO.
001950 01 WS-SITE-INDEX          PIC 9(03) COMP VALUE ZERO.
001960 01 WS-SITE-SEARCH         PIC 9(03) COMP VALUE ZERO.
001970 01 WS-SITE-FOUND          PIC X VALUE 'N'.
001980     88 SITE-FOUND             VALUE 'Y'.
001990 01 WS-SITE-TABLE.
002000     05 WS-SITE-ENTRY OCCURS 50 TIMES
002010                           PIC X(08).
002020 01 WS-DEVICE-SITE         PIC X(08) VALUE SPACES.
002030
002040* Sweep parameters, from the card or the defaults.
002050 01 WS-DORMANT-DAYS        PIC 9(04) VALUE 90.
002060 01 WS-REQUESTER-ID        PIC X(08) VALUE "DORMSWP".
002070
002080* A success before the cutoff stamp (the cutoff date at midnight)
002090* is too old; a registration before the cutoff date is past its
002100* grace.
002110 01 WS-TODAY-DATE          PIC X(08) VALUE SPACES.
002120 01 WS-TODAY-NUMERIC REDEFINES WS-TODAY-DATE
002130                           PIC 9(08).
002140 01 WS-RUN-TIME            PIC 9(08) VALUE ZERO.
002150 01 WS-RUN-TIME-DISPLAY    PIC X(08) VALUE SPACES.
002160 01 WS-CUTOFF-INTEGER      PIC S9(09) COMP VALUE ZERO.
002170 01 WS-CUTOFF-NUMERIC      PIC 9(08) VALUE ZERO.
002180 01 WS-CUTOFF-DATE         PIC X(08) VALUE SPACES.
002190 01 WS-CUTOFF-STAMP.
002200     05 WS-CUTOFF-STAMP-DATE PIC X(08) VALUE SPACES.
002210     05 FILLER             PIC X(06) VALUE "000000".
002220
002230* One entry per device swept, in DEVICE-MASTER key order.
002240 01 WS-DEVICE-COUNT        PIC 9(05) COMP VALUE ZERO.
002250 01 WS-DEVICE-IDX          PIC 9(05) COMP VALUE ZERO.
002260 01 WS-DEVICE-FOUND        PIC 9(05) COMP VALUE ZERO.
002270 01 WS-SEARCH-ID           PIC X(20) VALUE SPACES.
002280 01 WS-DEVICE-TABLE.
002290     05 WS-DEVICE-ENTRY OCCURS 2000 TIMES.
002300         10 DVC-DEVICE-ID      PIC X(20).
002310         10 DVC-SITE-ID        PIC X(08).
002320         10 DVC-REGISTERED     PIC X(08).
002330         10 DVC-LAST-SUCCESS   PIC X(14).
002340         10 DVC-SOURCE         PIC X(08).
002350         10 DVC-MARK           PIC X(01).
002360             88 DVC-SEASONAL           VALUE "S".
002370             88 DVC-EXEMPT             VALUE "E".
002380         10 DVC-MARK-OPERATOR  PIC X(08).
002390         10 DVC-MARK-DATE      PIC X(08).
002400         10 DVC-CLASS          PIC X(01).
002410             88 DVC-IN-USE             VALUE "U".
002420             88 DVC-DORMANT            VALUE "D".
002430             88 DVC-NEVER-USED         VALUE "N".
002440             88 DVC-NEW-UNUSED         VALUE "G".
002450             88 DVC-MARKED             VALUE "X".
002460         10 DVC-ACTION         PIC X(01).
002470             88 DVC-NO-ACTION          VALUE SPACE.
002480             88 DVC-TO-PROPOSE         VALUE "W".
002490             88 DVC-QUEUED             VALUE "Q".
002500             88 DVC-PENDING            VALUE "P".
002510             88 DVC-IN-BATCH           VALUE "B".
002520             88 DVC-NO-REQUESTER       VALUE "R".
002530         10 DVC-QUEUED-SEQ     PIC 9(06).
002540
002550* Where a success was found, and what was read to find it.
002560 01 WS-CURRENT-SOURCE      PIC X(08) VALUE SPACES.
002570 01 WS-AUTH-LOG-NAME       PIC X(40) VALUE SPACES.
002580 01 WS-LOGS-SCANNED        PIC 9(03) COMP VALUE ZERO.
002590
002600* The requester the proposals are raised under.
002610 01 WS-REQUESTER-VALID     PIC X VALUE 'N'.
002620     88 REQUESTER-VALID        VALUE 'Y'.
002630 01 WS-REQUESTER-REASON    PIC X(40) VALUE SPACES.
002640 01 WS-CODE-INDEX          PIC 9(02) COMP VALUE ZERO.
002650
002660* The site batch being appended to.
002670 01 WS-RAW-BATCH-NAME      PIC X(30) VALUE SPACES.
002680 01 WS-CLEAN-BATCH-NAME    PIC X(30) VALUE SPACES.
002690 01 WS-NEXT-SEQUENCE       PIC 9(06) VALUE 1.
002700 01 WS-SITE-PROPOSALS      PIC 9(05) COMP VALUE ZERO.
002710
002720* Run totals.
002730 01 WS-DEVICES-READ        PIC 9(07) COMP VALUE ZERO.
002740 01 WS-INACTIVE-COUNT      PIC 9(07) COMP VALUE ZERO.
002750 01 WS-OVERFLOW-COUNT      PIC 9(07) COMP VALUE ZERO.
002755 01 WS-OVERFLOW-DISPLAY    PIC ZZZZZZ9 VALUE SPACES.
002760 01 WS-EVENTS-READ         PIC 9(09) COMP VALUE ZERO.
002770 01 WS-IN-USE-COUNT        PIC 9(07) COMP VALUE ZERO.
002780 01 WS-DORMANT-COUNT       PIC 9(07) COMP VALUE ZERO.
002790 01 WS-NEVER-USED-COUNT    PIC 9(07) COMP VALUE ZERO.
002800 01 WS-NEW-UNUSED-COUNT    PIC 9(07) COMP VALUE ZERO.
002810 01 WS-MARKED-COUNT        PIC 9(07) COMP VALUE ZERO.
002820 01 WS-PENDING-COUNT       PIC 9(07) COMP VALUE ZERO.
002830 01 WS-IN-BATCH-COUNT      PIC 9(07) COMP VALUE ZERO.
002840 01 WS-QUEUED-COUNT        PIC 9(07) COMP VALUE ZERO.
002850 01 WS-NOT-QUEUED-COUNT    PIC 9(07) COMP VALUE ZERO.
002860
002870* Run-control record for RUN-CONTROL-LEDGER.
002880     COPY RUNCTL.
002890
002900* Print-file support, laid out as on the other dated reports.
002910 01 WS-REPORT-STATUS       PIC X(02) VALUE "00".
002920 01 WS-REPORT-FILE-NAME    PIC X(30) VALUE SPACES.
002930 01 WS-PRINT-LINE          PIC X(132) VALUE SPACES.
002940 01 WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
002950 01 WS-PAGE-COUNT          PIC 9(04) COMP VALUE ZERO.
002960 01 WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
002970 01 WS-HEADING-LINE.
002980     05 FILLER             PIC X(50) VALUE
002990         "IOYOU SOLUTIONS - DORMANT DEVICE SWEEP".
003000     05 FILLER             PIC X(06) VALUE "PAGE".
003010     05 HDG-PAGE-NUMBER    PIC ZZZ9.
003020 01 WS-RUN-STAMP-LINE.
003030     05 FILLER             PIC X(10) VALUE "RUN DATE: ".
003040     05 RUN-DATE-OUT       PIC X(08).
003050     05 FILLER             PIC X(08) VALUE "  TIME: ".
003060     05 RUN-TIME-OUT       PIC X(06).
003070     05 FILLER             PIC X(10) VALUE "  CUTOFF: ".
003080     05 RUN-CUTOFF-OUT     PIC X(08).
003090     05 FILLER             PIC X(08) VALUE "  DAYS: ".
003100     05 RUN-DAYS-OUT       PIC ZZZ9.
003110     05 FILLER             PIC X(13) VALUE "  REQUESTER: ".
003120     05 RUN-REQUESTER-OUT  PIC X(08).
003130 01 WS-COLUMN-HEADING-LINE.
003140     05 FILLER             PIC X(02) VALUE SPACES.
003150     05 FILLER             PIC X(17) VALUE "CLASS".
003160     05 FILLER             PIC X(21) VALUE "DEVICE ID".
003170     05 FILLER             PIC X(09) VALUE "SITE".
003180     05 FILLER             PIC X(11) VALUE "REGISTERED".
003190     05 FILLER             PIC X(15) VALUE "LAST SUCCESS".
003200     05 FILLER             PIC X(09) VALUE "FROM".
003210     05 FILLER             PIC X(06) VALUE "ACTION".
003220 01 WS-DETAIL-LINE.
003230     05 FILLER             PIC X(02) VALUE SPACES.
003240     05 DTL-CLASS          PIC X(16).
003250     05 FILLER             PIC X(01) VALUE SPACE.
003260     05 DTL-DEVICE-ID      PIC X(20).
003270     05 FILLER             PIC X(01) VALUE SPACE.
003280     05 DTL-SITE-ID        PIC X(08).
003290     05 FILLER             PIC X(01) VALUE SPACE.
003300     05 DTL-REGISTERED     PIC X(08).
003310     05 FILLER             PIC X(03) VALUE SPACES.
003320     05 DTL-LAST-SUCCESS   PIC X(14).
003330     05 FILLER             PIC X(01) VALUE SPACE.
003340     05 DTL-SOURCE         PIC X(08).
003350     05 FILLER             PIC X(01) VALUE SPACE.
003360     05 DTL-ACTION         PIC X(40).
003370 01 WS-TOTAL-LINE.
003380     05 FILLER             PIC X(02) VALUE SPACES.
003390     05 TOT-LABEL          PIC X(30).
003400     05 TOT-VALUE          PIC ZZZZZZZZ9.
003410
003420 PROCEDURE DIVISION.
003430 MAIN-PROCEDURE.
003440     DISPLAY "===== DORMANT DEVICE SWEEP ====="
003450     PERFORM LOAD-SWEEP-CONTROL
003460     PERFORM COMPUTE-DORMANT-CUTOFF
003470     PERFORM START-RUN-CONTROL
003480     PERFORM LOAD-SITE-REGISTRY
003490     DISPLAY "Dormant after (days): " WS-DORMANT-DAYS
003500     DISPLAY "Cutoff date:          " WS-CUTOFF-DATE
003510     DISPLAY "Requester:            " WS-REQUESTER-ID
003520
003530     PERFORM LOAD-DEVICE-TABLE
003540     IF NOT DEVICE-MASTER-READ
003550         DISPLAY "DEVICE-MASTER not present; nothing to sweep."
003560         SET RCL-INCOMPLETE TO TRUE
003570     ELSE
003580         PERFORM SCAN-CATALOGED-AUTH-LOGS
003590         PERFORM SCAN-ONE-SITE-AUTH-LOG
003600             VARYING WS-SITE-INDEX FROM 1 BY 1
003610             UNTIL WS-SITE-INDEX > WS-SITE-COUNT
003620         PERFORM CLASSIFY-ONE-DEVICE
003630             VARYING WS-DEVICE-IDX FROM 1 BY 1
003640             UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
003650         PERFORM CHECK-PENDING-DEACS
003660         PERFORM CHECK-REQUESTER
003670         PERFORM QUEUE-ONE-SITE-PROPOSALS
003680             VARYING WS-SITE-INDEX FROM 1 BY 1
003690             UNTIL WS-SITE-INDEX > WS-SITE-COUNT
003700     END-IF
003710
003720     PERFORM PRINT-SWEEP-REPORT
003730
003740     DISPLAY "Devices read:        " WS-DEVICES-READ
003750     DISPLAY "Dormant:             " WS-DORMANT-COUNT
003760     DISPLAY "Never used:          " WS-NEVER-USED-COUNT
003770     DISPLAY "Skipped (marked):    " WS-MARKED-COUNT
003780     DISPLAY "DEAC proposals:      " WS-QUEUED-COUNT
003790     DISPLAY "===== END OF REPORT ====="
003800     PERFORM POST-RUN-CONTROL
003810     GOBACK.
003820
003830*----------------------------------------------------------------*
003840* LOAD-SWEEP-CONTROL - reads DORMANT-CONTROL; a missing card, or a
003850* field left at zero or blank, keeps the default for that field.
003860*----------------------------------------------------------------*
003870 LOAD-SWEEP-CONTROL.
003880     OPEN INPUT DORMANT-CONTROL-FILE
003890     IF WS-CONTROL-STATUS = "00"
003900         READ DORMANT-CONTROL-FILE
003910             AT END
003920                 CONTINUE
003930             NOT AT END
003940                 PERFORM APPLY-SWEEP-CONTROL
003950         END-READ
003960         CLOSE DORMANT-CONTROL-FILE
003970     END-IF.
003980
003990 APPLY-SWEEP-CONTROL.
004000     IF DRM-DORMANT-DAYS IS NUMERIC
004010         AND DRM-DORMANT-DAYS > ZERO
004020         MOVE DRM-DORMANT-DAYS TO WS-DORMANT-DAYS
004030     END-IF
004040     IF DRM-REQUESTER-ID NOT = SPACES
004050         MOVE DRM-REQUESTER-ID TO WS-REQUESTER-ID
004060     END-IF.
004070
004080*----------------------------------------------------------------*
004090* COMPUTE-DORMANT-CUTOFF - the cutoff is today less the dormant
004100* days, worked out the way TEMPLATE-EXPIRY-REPORT works out its
004110* cutoffs.
004120*----------------------------------------------------------------*
004130 COMPUTE-DORMANT-CUTOFF.
004140     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
004150     ACCEPT WS-RUN-TIME FROM TIME
004160     MOVE WS-RUN-TIME TO WS-RUN-TIME-DISPLAY
004170     COMPUTE WS-CUTOFF-INTEGER =
004180         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC)
004190             - WS-DORMANT-DAYS
004200     MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
004210         TO WS-CUTOFF-NUMERIC
004220     MOVE WS-CUTOFF-NUMERIC TO WS-CUTOFF-DATE
004230     MOVE WS-CUTOFF-DATE TO WS-CUTOFF-STAMP-DATE.
004240
004250*----------------------------------------------------------------*
004260* LOAD-DEVICE-TABLE - every device on DEVICE-MASTER that is not
004270* inactive goes into the table with its site, registration date
004280* and sweep mark.  DISP-ULTIMO-INTENTO seeds the last success only
004285* when the failure counter says the last attempt did not fail.  A
004290* device that does not fit the table is never looked at, so the
004295* run is not complete.
004300*----------------------------------------------------------------*
004310 LOAD-DEVICE-TABLE.
004320     OPEN INPUT DEVICE-MASTER
004330     IF WS-DEVICE-STATUS = "00"
004340         SET DEVICE-MASTER-READ TO TRUE
004350         PERFORM LOAD-ONE-DEVICE UNTIL DEVICE-AT-END
004360         CLOSE DEVICE-MASTER
004370     END-IF
004380     IF WS-OVERFLOW-COUNT > ZERO
004390         DISPLAY "Device table full at 2000 devices; "
004400             WS-OVERFLOW-COUNT " devices not swept."
004405         SET RCL-INCOMPLETE TO TRUE
004410     END-IF.
004420
004430 LOAD-ONE-DEVICE.
004440     READ DEVICE-MASTER NEXT RECORD
004450         AT END
004460             SET DEVICE-AT-END TO TRUE
004470         NOT AT END
004480             ADD 1 TO WS-DEVICES-READ
004490             EVALUATE TRUE
004500                 WHEN DISP-INACTIVO
004510                     ADD 1 TO WS-INACTIVE-COUNT
004520                 WHEN WS-DEVICE-COUNT >= 2000
004530                     ADD 1 TO WS-OVERFLOW-COUNT
004540                 WHEN OTHER
004550                     PERFORM ADD-DEVICE-ENTRY
004560             END-EVALUATE
004570     END-READ.
004580
004590 ADD-DEVICE-ENTRY.
004600     ADD 1 TO WS-DEVICE-COUNT
004610     MOVE DISP-SITIO-ID TO WS-DEVICE-SITE
004620     IF WS-DEVICE-SITE = SPACES
004630         MOVE "DEFAULT" TO WS-DEVICE-SITE
004640     END-IF
004650     PERFORM ADD-DEVICE-SITE
004660     MOVE DISP-ID             TO DVC-DEVICE-ID(WS-DEVICE-COUNT)
004670     MOVE WS-DEVICE-SITE      TO DVC-SITE-ID(WS-DEVICE-COUNT)
004680     MOVE DISP-FECHA-REGISTRO TO DVC-REGISTERED(WS-DEVICE-COUNT)
004690     MOVE SPACES              TO DVC-LAST-SUCCESS(WS-DEVICE-COUNT)
004700     MOVE SPACES              TO DVC-SOURCE(WS-DEVICE-COUNT)
004710     MOVE DISP-MARCA-BARRIDO  TO DVC-MARK(WS-DEVICE-COUNT)
004720     MOVE DISP-MARCA-OPERADOR-ID
004730         TO DVC-MARK-OPERATOR(WS-DEVICE-COUNT)
004740     MOVE DISP-MARCA-FECHA    TO DVC-MARK-DATE(WS-DEVICE-COUNT)
004750     MOVE SPACE               TO DVC-CLASS(WS-DEVICE-COUNT)
004760     MOVE SPACE               TO DVC-ACTION(WS-DEVICE-COUNT)
004770     MOVE ZERO                TO DVC-QUEUED-SEQ(WS-DEVICE-COUNT)
004780     IF DISP-INTENTOS-FALLIDOS = ZERO
004790         AND DISP-ULTIMO-INTENTO IS NUMERIC
004800         MOVE DISP-ULTIMO-INTENTO
004810             TO DVC-LAST-SUCCESS(WS-DEVICE-COUNT)
004820         MOVE "MASTER" TO DVC-SOURCE(WS-DEVICE-COUNT)
004830     END-IF.
004840
004850*----------------------------------------------------------------*
004860* ADD-DEVICE-SITE - adds the device's site to the registry when
004870* SITE-MASTER does not carry it.
004880*----------------------------------------------------------------*
004890 ADD-DEVICE-SITE.
004900     MOVE 'N' TO WS-SITE-FOUND
004910     PERFORM MATCH-SITE-ENTRY
004920         VARYING WS-SITE-SEARCH FROM 1 BY 1
004930         UNTIL WS-SITE-SEARCH > WS-SITE-COUNT
004940            OR SITE-FOUND
004950     IF NOT SITE-FOUND
004960         AND WS-SITE-COUNT < 50
004970         ADD 1 TO WS-SITE-COUNT
004980         MOVE WS-DEVICE-SITE TO WS-SITE-ENTRY(WS-SITE-COUNT)
004990     END-IF.
005000
005010 MATCH-SITE-ENTRY.
005020     IF WS-SITE-ENTRY(WS-SITE-SEARCH) = WS-DEVICE-SITE
005030         SET SITE-FOUND TO TRUE
005040     END-IF.
005050
005060*----------------------------------------------------------------*
005070* SCAN-CATALOGED-AUTH-LOGS - every AUTH-LOG history file on LOG-
005080* ARCHIVE-CATALOG, whatever its site: a device's successes are
005090* looked for wherever they were logged.
005100*----------------------------------------------------------------*
005110 SCAN-CATALOGED-AUTH-LOGS.
005120     OPEN INPUT LOG-CATALOG-FILE
005130     IF WS-CATALOG-STATUS NOT = "00"
005140         DISPLAY "LOG-ARCHIVE-CATALOG not present; only the live "
005150             "AUTH-LOG is read."
005160     ELSE
005170         PERFORM SCAN-ONE-CATALOG-ENTRY
005180             UNTIL CATALOG-AT-END
005190         CLOSE LOG-CATALOG-FILE
005200     END-IF.
005210
005220 SCAN-ONE-CATALOG-ENTRY.
005230     READ LOG-CATALOG-FILE
005240         AT END
005250             SET CATALOG-AT-END TO TRUE
005260         NOT AT END
005270             IF LGC-AUTH-LOG
005280                 AND LGC-FILE-NAME NOT = SPACES
005290                 MOVE LGC-FILE-NAME TO WS-AUTH-LOG-NAME
005300                 MOVE "HISTORY" TO WS-CURRENT-SOURCE
005310                 PERFORM SCAN-AUTH-LOG-FILE
005320             END-IF
005330     END-READ.
005340
005350*----------------------------------------------------------------*
005360* SCAN-ONE-SITE-AUTH-LOG - one site's live AUTH-LOG.
005370*----------------------------------------------------------------*
005380 SCAN-ONE-SITE-AUTH-LOG.
005390     MOVE SPACES TO WS-AUTH-LOG-NAME
005400     IF WS-SITE-ENTRY(WS-SITE-INDEX) = "DEFAULT"
005410         MOVE "AUTH-LOG" TO WS-AUTH-LOG-NAME
005420     ELSE
005430         STRING "AUTH-LOG-"                  DELIMITED BY SIZE
005440                WS-SITE-ENTRY(WS-SITE-INDEX) DELIMITED BY SPACE
005450             INTO WS-AUTH-LOG-NAME
005460     END-IF
005470     MOVE "AUTH-LOG" TO WS-CURRENT-SOURCE
005480     PERFORM SCAN-AUTH-LOG-FILE.
005490
005500 SCAN-AUTH-LOG-FILE.
005510     MOVE 'N' TO WS-AUTH-LOG-EOF
005520     OPEN INPUT AUTH-LOG-FILE
005530     IF WS-AUTH-LOG-STATUS = "00"
005540         ADD 1 TO WS-LOGS-SCANNED
005550         PERFORM SCAN-ONE-AUTH-LOG-RECORD
005560             UNTIL AUTH-LOG-AT-END
005570         CLOSE AUTH-LOG-FILE
005580     END-IF.
005590
005600*----------------------------------------------------------------*
005610* SCAN-ONE-AUTH-LOG-RECORD - only successful device AUTHs count as
005620* use; operator events (OVRD, RENEW) and wrong-site attempts do
005630* not.  The latest success seen for a device is kept.
005640*----------------------------------------------------------------*
005650 SCAN-ONE-AUTH-LOG-RECORD.
005660     READ AUTH-LOG-FILE
005670         AT END
005680             SET AUTH-LOG-AT-END TO TRUE
005690         NOT AT END
005700             ADD 1 TO WS-EVENTS-READ
005710             IF AUD-TIPO-EVENTO = "AUTH"
005720                 AND AUD-RESULTADO = 'S'
005730                 AND AUD-FECHA-HORA IS NUMERIC
005740                 PERFORM RECORD-ONE-SUCCESS
005750             END-IF
005760     END-READ.
005770
005780 RECORD-ONE-SUCCESS.
005790     MOVE AUD-DISPOSITIVO-ID TO WS-SEARCH-ID
005800     PERFORM FIND-DEVICE-ENTRY
005810     IF WS-DEVICE-FOUND > ZERO
005820         IF DVC-LAST-SUCCESS(WS-DEVICE-FOUND) = SPACES
005830             OR AUD-FECHA-HORA > DVC-LAST-SUCCESS(WS-DEVICE-FOUND)
005840             MOVE AUD-FECHA-HORA
005850                 TO DVC-LAST-SUCCESS(WS-DEVICE-FOUND)
005860             MOVE WS-CURRENT-SOURCE TO DVC-SOURCE(WS-DEVICE-FOUND)
005870         END-IF
005880     END-IF.
005890
005900 FIND-DEVICE-ENTRY.
005910     MOVE ZERO TO WS-DEVICE-FOUND
005920     PERFORM MATCH-DEVICE-ENTRY
005930         VARYING WS-DEVICE-IDX FROM 1 BY 1
005940         UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
005950            OR WS-DEVICE-FOUND > ZERO.
005960
005970 MATCH-DEVICE-ENTRY.
005980     IF DVC-DEVICE-ID(WS-DEVICE-IDX) = WS-SEARCH-ID
005990         MOVE WS-DEVICE-IDX TO WS-DEVICE-FOUND
006000     END-IF.
006010
006020*----------------------------------------------------------------*
006030* CLASSIFY-ONE-DEVICE - dormant if the last success is before the
006040* cutoff, never used if there is none and the device was
006050* registered before the cutoff (or has no registration date).  A
006060* dormant or never used device an operator has marked seasonal or
006070* exempt is skipped; the rest become DEAC proposals.
006080*----------------------------------------------------------------*
006090 CLASSIFY-ONE-DEVICE.
006100     EVALUATE TRUE
006110         WHEN DVC-LAST-SUCCESS(WS-DEVICE-IDX) NOT = SPACES
006120             AND DVC-LAST-SUCCESS(WS-DEVICE-IDX)
006130                 >= WS-CUTOFF-STAMP
006140             SET DVC-IN-USE(WS-DEVICE-IDX) TO TRUE
006150         WHEN DVC-LAST-SUCCESS(WS-DEVICE-IDX) NOT = SPACES
006160             SET DVC-DORMANT(WS-DEVICE-IDX) TO TRUE
006170         WHEN DVC-REGISTERED(WS-DEVICE-IDX) NOT = SPACES
006180             AND DVC-REGISTERED(WS-DEVICE-IDX) >= WS-CUTOFF-DATE
006190             SET DVC-NEW-UNUSED(WS-DEVICE-IDX) TO TRUE
006200         WHEN OTHER
006210             SET DVC-NEVER-USED(WS-DEVICE-IDX) TO TRUE
006220     END-EVALUATE
006230     IF (DVC-DORMANT(WS-DEVICE-IDX)
006240         OR DVC-NEVER-USED(WS-DEVICE-IDX))
006250         AND (DVC-SEASONAL(WS-DEVICE-IDX)
006260         OR DVC-EXEMPT(WS-DEVICE-IDX))
006270         SET DVC-MARKED(WS-DEVICE-IDX) TO TRUE
006280     END-IF
006290     EVALUATE TRUE
006300         WHEN DVC-IN-USE(WS-DEVICE-IDX)
006310             ADD 1 TO WS-IN-USE-COUNT
006320         WHEN DVC-DORMANT(WS-DEVICE-IDX)
006330             ADD 1 TO WS-DORMANT-COUNT
006340             SET DVC-TO-PROPOSE(WS-DEVICE-IDX) TO TRUE
006350         WHEN DVC-NEVER-USED(WS-DEVICE-IDX)
006360             ADD 1 TO WS-NEVER-USED-COUNT
006370             SET DVC-TO-PROPOSE(WS-DEVICE-IDX) TO TRUE
006380         WHEN DVC-NEW-UNUSED(WS-DEVICE-IDX)
006390             ADD 1 TO WS-NEW-UNUSED-COUNT
006400         WHEN OTHER
006410             ADD 1 TO WS-MARKED-COUNT
006420     END-EVALUATE.
006430
006440*----------------------------------------------------------------*
006450* CHECK-PENDING-DEACS - a device with a DEAC still awaiting its
006460* second operator on AUTH-PENDING-APPROVALS is not proposed again;
006470* AUTH-TRAN-EDIT would reject the second request anyway.  No file
006480* means nothing is pending.
006490*----------------------------------------------------------------*
006500 CHECK-PENDING-DEACS.
006510     OPEN INPUT PENDING-APPROVAL-FILE
006520     IF WS-PENDING-STATUS = "00"
006530         PERFORM CHECK-ONE-PENDING-DEAC
006540             VARYING WS-DEVICE-IDX FROM 1 BY 1
006550             UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
006560         CLOSE PENDING-APPROVAL-FILE
006570     END-IF.
006580
006590 CHECK-ONE-PENDING-DEAC.
006600     IF DVC-TO-PROPOSE(WS-DEVICE-IDX)
006610         MOVE DVC-DEVICE-ID(WS-DEVICE-IDX) TO PND-DISPOSITIVO-ID
006620         MOVE "DEAC" TO PND-CODIGO
006630         READ PENDING-APPROVAL-FILE
006640             INVALID KEY
006650                 CONTINUE
006660             NOT INVALID KEY
006670                 IF PND-PENDIENTE
006680                     SET DVC-PENDING(WS-DEVICE-IDX) TO TRUE
006690                     ADD 1 TO WS-PENDING-COUNT
006700                 END-IF
006710         END-READ
006720     END-IF.
006730
006740*----------------------------------------------------------------*
006750* CHECK-REQUESTER - the card's requester must be on OPERATOR-
006760* MASTER, active and authorised for DEAC, or AUTH-TRAN-EDIT would
006770* reject every proposal.  Without a good requester nothing is
006780* queued; the devices are still listed.
006790*----------------------------------------------------------------*
006800 CHECK-REQUESTER.
006810     MOVE 'N' TO WS-REQUESTER-VALID
006820     MOVE SPACES TO WS-REQUESTER-REASON
006830     OPEN INPUT OPERATOR-MASTER
006840     IF WS-OPERATOR-STATUS NOT = "00"
006850         MOVE "OPERATOR-MASTER NOT PRESENT" TO WS-REQUESTER-REASON
006860     ELSE
006870         MOVE WS-REQUESTER-ID TO OPR-ID
006880         READ OPERATOR-MASTER
006890             INVALID KEY
006900                 MOVE "REQUESTER NOT ON OPERATOR-MASTER"
006910                     TO WS-REQUESTER-REASON
006920             NOT INVALID KEY
006930                 PERFORM CHECK-REQUESTER-AUTHORITY
006940         END-READ
006950         CLOSE OPERATOR-MASTER
006960     END-IF
006970     IF NOT REQUESTER-VALID
006980         DISPLAY "Requester " WS-REQUESTER-ID " not usable ("
006990             WS-REQUESTER-REASON "); no DEAC proposals queued."
007000         SET RCL-INCOMPLETE TO TRUE
007010         PERFORM HOLD-ONE-PROPOSAL
007020             VARYING WS-DEVICE-IDX FROM 1 BY 1
007030             UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
007040     END-IF.
007050
007060 CHECK-REQUESTER-AUTHORITY.
007070     IF NOT OPR-ACTIVO
007080         MOVE "REQUESTER SUSPENDED" TO WS-REQUESTER-REASON
007090     ELSE
007100         PERFORM MATCH-REQUESTER-CODE
007110             VARYING WS-CODE-INDEX FROM 1 BY 1
007120             UNTIL WS-CODE-INDEX > 4
007130                OR REQUESTER-VALID
007140         IF NOT REQUESTER-VALID
007150             MOVE "REQUESTER NOT AUTHORISED FOR DEAC"
007160                 TO WS-REQUESTER-REASON
007170         END-IF
007180     END-IF.
007190
007200 MATCH-REQUESTER-CODE.
007210     IF OPR-CODIGO-AUTORIZADO(WS-CODE-INDEX) = "DEAC"
007220         SET REQUESTER-VALID TO TRUE
007230     END-IF.
007240
007250 HOLD-ONE-PROPOSAL.
007260     IF DVC-TO-PROPOSE(WS-DEVICE-IDX)
007270         SET DVC-NO-REQUESTER(WS-DEVICE-IDX) TO TRUE
007280         ADD 1 TO WS-NOT-QUEUED-COUNT
007290     END-IF.
007300
007310*----------------------------------------------------------------*
007320* QUEUE-ONE-SITE-PROPOSALS - the proposals for one site's devices
007330* go to that site's raw batch, since AUTH-TRAN-EDIT and IOT-AUTH-
007340* DEVICE only act on a device in its own site's batch.  The batch
007350* is read first for its next sequence number and for any DEAC
007360* already in it, then opened EXTEND (created if not there yet).
007370*----------------------------------------------------------------*
007380 QUEUE-ONE-SITE-PROPOSALS.
007390     MOVE WS-SITE-ENTRY(WS-SITE-INDEX) TO WS-DEVICE-SITE
007400     MOVE ZERO TO WS-SITE-PROPOSALS
007410     PERFORM COUNT-ONE-SITE-PROPOSAL
007420         VARYING WS-DEVICE-IDX FROM 1 BY 1
007430         UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
007440     IF WS-SITE-PROPOSALS > ZERO
007450         PERFORM BUILD-SITE-BATCH-NAMES
007460         PERFORM COMPUTE-NEXT-SEQUENCE
007470         OPEN EXTEND RAW-TRANSACTION-FILE
007480         IF WS-RAW-STATUS NOT = "00"
007490             OPEN OUTPUT RAW-TRANSACTION-FILE
007500         END-IF
007510         IF WS-RAW-STATUS NOT = "00"
007520             DISPLAY "Could not open " WS-RAW-BATCH-NAME
007530                 "; proposals for site " WS-DEVICE-SITE
007540                 " not queued."
007550             SET RCL-INCOMPLETE TO TRUE
007560             PERFORM HOLD-ONE-SITE-PROPOSAL
007570                 VARYING WS-DEVICE-IDX FROM 1 BY 1
007580                 UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
007590         ELSE
007600             PERFORM WRITE-ONE-PROPOSAL
007610                 VARYING WS-DEVICE-IDX FROM 1 BY 1
007620                 UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
007630             CLOSE RAW-TRANSACTION-FILE
007640         END-IF
007650     END-IF.
007660
007670 COUNT-ONE-SITE-PROPOSAL.
007680     IF DVC-TO-PROPOSE(WS-DEVICE-IDX)
007690         AND DVC-SITE-ID(WS-DEVICE-IDX) = WS-DEVICE-SITE
007700         ADD 1 TO WS-SITE-PROPOSALS
007710     END-IF.
007720
007730 HOLD-ONE-SITE-PROPOSAL.
007740     IF DVC-TO-PROPOSE(WS-DEVICE-IDX)
007750         AND DVC-SITE-ID(WS-DEVICE-IDX) = WS-DEVICE-SITE
007760         ADD 1 TO WS-NOT-QUEUED-COUNT
007770     END-IF.
007780
007790*----------------------------------------------------------------*
007800* BUILD-SITE-BATCH-NAMES - same names as OPERATOR-CONSOLE and
007810* AUTH-TRAN-EDIT: the DEFAULT site keeps the plain names.
007820*----------------------------------------------------------------*
007830 BUILD-SITE-BATCH-NAMES.
007840     MOVE SPACES TO WS-RAW-BATCH-NAME
007850     MOVE SPACES TO WS-CLEAN-BATCH-NAME
007860     IF WS-DEVICE-SITE = "DEFAULT"
007870         MOVE "AUTH-TRANSACTIONS-RAW" TO WS-RAW-BATCH-NAME
007880         MOVE "AUTH-TRANSACTIONS"     TO WS-CLEAN-BATCH-NAME
007890     ELSE
007900         STRING "AUTH-TRANSACTIONS-RAW-" DELIMITED BY SIZE
007910                WS-DEVICE-SITE           DELIMITED BY SPACE
007920             INTO WS-RAW-BATCH-NAME
007930         STRING "AUTH-TRANSACTIONS-"     DELIMITED BY SIZE
007940                WS-DEVICE-SITE           DELIMITED BY SPACE
007950             INTO WS-CLEAN-BATCH-NAME
007960     END-IF.
007970
007980*----------------------------------------------------------------*
007990* COMPUTE-NEXT-SEQUENCE - the highest TRAN-SEQ-NUM in the site's
008000* raw or clean batch, plus one, as CALCULAR-SIGUIENTE-SECUENCIA in
008010* OPERATOR-CONSOLE works it out.  A DEAC already in either batch
008020* for a device about to be proposed takes it off the list.
008030*----------------------------------------------------------------*
008040 COMPUTE-NEXT-SEQUENCE.
008050     MOVE 1 TO WS-NEXT-SEQUENCE
008060     MOVE 'N' TO WS-RAW-EOF
008070     OPEN INPUT RAW-TRANSACTION-FILE
008080     IF WS-RAW-STATUS = "00"
008090         PERFORM CHECK-ONE-RAW-TRANSACTION UNTIL RAW-AT-END
008100         CLOSE RAW-TRANSACTION-FILE
008110     END-IF
008120     MOVE 'N' TO WS-CLEAN-EOF
008130     OPEN INPUT CLEAN-TRANSACTION-FILE
008140     IF WS-CLEAN-STATUS = "00"
008150         PERFORM CHECK-ONE-CLEAN-TRANSACTION UNTIL CLEAN-AT-END
008160         CLOSE CLEAN-TRANSACTION-FILE
008170     END-IF.
008180
008190 CHECK-ONE-RAW-TRANSACTION.
008200     READ RAW-TRANSACTION-FILE
008210         AT END
008220             SET RAW-AT-END TO TRUE
008230         NOT AT END
008240             IF TRAN-SEQ-NUM NUMERIC
008250                 AND TRAN-SEQ-NUM >= WS-NEXT-SEQUENCE
008260                 COMPUTE WS-NEXT-SEQUENCE = TRAN-SEQ-NUM + 1
008270             END-IF
008280             IF TRAN-ES-DESACTIVACION
008290                 MOVE TRAN-DISPOSITIVO-ID TO WS-SEARCH-ID
008300                 PERFORM DROP-PROPOSAL-IN-BATCH
008310             END-IF
008320     END-READ.
008330
008340 CHECK-ONE-CLEAN-TRANSACTION.
008350     READ CLEAN-TRANSACTION-FILE
008360         AT END
008370             SET CLEAN-AT-END TO TRUE
008380         NOT AT END
008390             IF CLN-SEQ-NUM NUMERIC
008400                 AND CLN-SEQ-NUM >= WS-NEXT-SEQUENCE
008410                 COMPUTE WS-NEXT-SEQUENCE = CLN-SEQ-NUM + 1
008420             END-IF
008430             IF CLN-CODE = "DEAC"
008440                 MOVE CLN-DEVICE-ID TO WS-SEARCH-ID
008450                 PERFORM DROP-PROPOSAL-IN-BATCH
008460             END-IF
008470     END-READ.
008480
008490 DROP-PROPOSAL-IN-BATCH.
008500     PERFORM FIND-DEVICE-ENTRY
008510     IF WS-DEVICE-FOUND > ZERO
008520         IF DVC-TO-PROPOSE(WS-DEVICE-FOUND)
008530             SET DVC-IN-BATCH(WS-DEVICE-FOUND) TO TRUE
008540             ADD 1 TO WS-IN-BATCH-COUNT
008550         END-IF
008560     END-IF.
008570
008580*----------------------------------------------------------------*
008590* WRITE-ONE-PROPOSAL - the DEAC goes in with the requester and no
008600* approver, exactly as a console DEAC request would, so AUTH-TRAN-
008610* EDIT holds it for a second operator.
008620*----------------------------------------------------------------*
008630 WRITE-ONE-PROPOSAL.
008640     IF DVC-TO-PROPOSE(WS-DEVICE-IDX)
008650         AND DVC-SITE-ID(WS-DEVICE-IDX) = WS-DEVICE-SITE
008660         MOVE SPACES                TO TRANSACCION-ENTRADA
008670         MOVE WS-NEXT-SEQUENCE      TO TRAN-SEQ-NUM
008680         MOVE "DEAC"                TO TRAN-CODIGO
008690         MOVE DVC-DEVICE-ID(WS-DEVICE-IDX)
008700                                    TO TRAN-DISPOSITIVO-ID
008710         MOVE WS-REQUESTER-ID       TO TRAN-OPERADOR-ID
008720         MOVE SPACES                TO TRAN-APROBADOR-ID
008730         WRITE TRANSACCION-ENTRADA
008740         MOVE WS-NEXT-SEQUENCE
008750             TO DVC-QUEUED-SEQ(WS-DEVICE-IDX)
008760         SET DVC-QUEUED(WS-DEVICE-IDX) TO TRUE
008770         ADD 1 TO WS-NEXT-SEQUENCE
008780         ADD 1 TO WS-QUEUED-COUNT
008790     END-IF.
008800
008810*----------------------------------------------------------------*
008820* PRINT-SWEEP-REPORT - one line per device that is not in use,
008830* in DEVICE-MASTER order, then the totals.
008840*----------------------------------------------------------------*
008850 PRINT-SWEEP-REPORT.
008860     PERFORM OPEN-REPORT-FILE
008870     IF WS-REPORT-STATUS NOT = "00"
008880         DISPLAY "Could not open report file "
008890             WS-REPORT-FILE-NAME
008900     ELSE
008910         IF NOT DEVICE-MASTER-READ
008920             MOVE "DEVICE-MASTER NOT PRESENT - NOTHING SWEPT"
008930                 TO WS-PRINT-LINE
008931             PERFORM PRINT-REPORT-LINE
008932         END-IF
008933         IF WS-OVERFLOW-COUNT > ZERO
008934             MOVE WS-OVERFLOW-COUNT TO WS-OVERFLOW-DISPLAY
008935             STRING "DEVICE TABLE FULL - "  DELIMITED BY SIZE
008936                    WS-OVERFLOW-DISPLAY     DELIMITED BY SIZE
008937                    " DEVICES NOT SWEPT"    DELIMITED BY SIZE
008938                 INTO WS-PRINT-LINE
008940             PERFORM PRINT-REPORT-LINE
008950         END-IF
008960         IF DEVICE-MASTER-READ
008970             AND NOT REQUESTER-VALID
008980             STRING "NO DEAC PROPOSALS QUEUED - "
008990                        DELIMITED BY SIZE
009000                    WS-REQUESTER-REASON DELIMITED BY SIZE
009010                 INTO WS-PRINT-LINE
009020             PERFORM PRINT-REPORT-LINE
009030         END-IF
009040         PERFORM PRINT-ONE-DEVICE-LINE
009050             VARYING WS-DEVICE-IDX FROM 1 BY 1
009060             UNTIL WS-DEVICE-IDX > WS-DEVICE-COUNT
009070         IF DEVICE-MASTER-READ
009080             AND WS-IN-USE-COUNT = WS-DEVICE-COUNT
009090             MOVE "NO DORMANT OR UNUSED DEVICES FOUND"
009100                 TO WS-PRINT-LINE
009110             PERFORM PRINT-REPORT-LINE
009120         END-IF
009130         PERFORM PRINT-SWEEP-TOTALS
009140         MOVE "*** END OF REPORT ***" TO WS-PRINT-LINE
009150         PERFORM PRINT-REPORT-LINE
009160         CLOSE REPORT-PRINT-FILE
009170         DISPLAY "Report written to " WS-REPORT-FILE-NAME
009180     END-IF.
009190
009200 PRINT-ONE-DEVICE-LINE.
009210     IF NOT DVC-IN-USE(WS-DEVICE-IDX)
009220         MOVE SPACES TO WS-DETAIL-LINE
009230         MOVE DVC-DEVICE-ID(WS-DEVICE-IDX)    TO DTL-DEVICE-ID
009240         MOVE DVC-SITE-ID(WS-DEVICE-IDX)      TO DTL-SITE-ID
009250         MOVE DVC-REGISTERED(WS-DEVICE-IDX)   TO DTL-REGISTERED
009260         MOVE DVC-LAST-SUCCESS(WS-DEVICE-IDX) TO DTL-LAST-SUCCESS
009270         MOVE DVC-SOURCE(WS-DEVICE-IDX)       TO DTL-SOURCE
009280         EVALUATE TRUE
009290             WHEN DVC-DORMANT(WS-DEVICE-IDX)
009300                 MOVE "DORMANT" TO DTL-CLASS
009310             WHEN DVC-NEVER-USED(WS-DEVICE-IDX)
009320                 MOVE "NEVER USED" TO DTL-CLASS
009330             WHEN DVC-NEW-UNUSED(WS-DEVICE-IDX)
009340                 MOVE "NEW - NOT USED" TO DTL-CLASS
009350             WHEN DVC-SEASONAL(WS-DEVICE-IDX)
009360                 MOVE "SKIPPED SEASONAL" TO DTL-CLASS
009370             WHEN OTHER
009380                 MOVE "SKIPPED EXEMPT" TO DTL-CLASS
009390         END-EVALUATE
009400         PERFORM DESCRIBE-DEVICE-ACTION
009410         MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
009420         PERFORM PRINT-REPORT-LINE
009430     END-IF.
009440
009450 DESCRIBE-DEVICE-ACTION.
009460     EVALUATE TRUE
009470         WHEN DVC-MARKED(WS-DEVICE-IDX)
009480             STRING "MARKED BY "        DELIMITED BY SIZE
009490                    DVC-MARK-OPERATOR(WS-DEVICE-IDX)
009500                                        DELIMITED BY SPACE
009510                    " ON "              DELIMITED BY SIZE
009520                    DVC-MARK-DATE(WS-DEVICE-IDX)
009530                                        DELIMITED BY SIZE
009540                 INTO DTL-ACTION
009550         WHEN DVC-NEW-UNUSED(WS-DEVICE-IDX)
009560             MOVE "REGISTERED AFTER CUTOFF - NONE"
009570                 TO DTL-ACTION
009580         WHEN DVC-QUEUED(WS-DEVICE-IDX)
009590             STRING "DEAC PROPOSED SEQ " DELIMITED BY SIZE
009600                    DVC-QUEUED-SEQ(WS-DEVICE-IDX)
009610                                         DELIMITED BY SIZE
009620                 INTO DTL-ACTION
009630         WHEN DVC-PENDING(WS-DEVICE-IDX)
009640             MOVE "DEAC ALREADY AWAITING APPROVAL" TO DTL-ACTION
009650         WHEN DVC-IN-BATCH(WS-DEVICE-IDX)
009660             MOVE "DEAC ALREADY IN BATCH" TO DTL-ACTION
009670         WHEN DVC-NO-REQUESTER(WS-DEVICE-IDX)
009680             MOVE "NOT QUEUED - REQUESTER NOT USABLE"
009690                 TO DTL-ACTION
009700         WHEN OTHER
009710             MOVE "NOT QUEUED - BATCH NOT OPENED" TO DTL-ACTION
009720     END-EVALUATE.
009730
009740 PRINT-SWEEP-TOTALS.
009750     PERFORM PRINT-REPORT-LINE
009760     MOVE "DEVICES READ" TO TOT-LABEL
009770     MOVE WS-DEVICES-READ TO TOT-VALUE
009780     PERFORM PRINT-TOTAL-LINE
009790     MOVE "INACTIVE - NOT SWEPT" TO TOT-LABEL
009800     MOVE WS-INACTIVE-COUNT TO TOT-VALUE
009810     PERFORM PRINT-TOTAL-LINE
009820     MOVE "OVER TABLE LIMIT - NOT SWEPT" TO TOT-LABEL
009830     MOVE WS-OVERFLOW-COUNT TO TOT-VALUE
009840     PERFORM PRINT-TOTAL-LINE
009850     MOVE "AUTH-LOG FILES READ" TO TOT-LABEL
009860     MOVE WS-LOGS-SCANNED TO TOT-VALUE
009870     PERFORM PRINT-TOTAL-LINE
009880     MOVE "AUTH-LOG EVENTS READ" TO TOT-LABEL
009890     MOVE WS-EVENTS-READ TO TOT-VALUE
009900     PERFORM PRINT-TOTAL-LINE
009910     MOVE "IN USE" TO TOT-LABEL
009920     MOVE WS-IN-USE-COUNT TO TOT-VALUE
009930     PERFORM PRINT-TOTAL-LINE
009940     MOVE "DORMANT" TO TOT-LABEL
009950     MOVE WS-DORMANT-COUNT TO TOT-VALUE
009960     PERFORM PRINT-TOTAL-LINE
009970     MOVE "NEVER USED" TO TOT-LABEL
009980     MOVE WS-NEVER-USED-COUNT TO TOT-VALUE
009990     PERFORM PRINT-TOTAL-LINE
010000     MOVE "NEW - NOT USED YET" TO TOT-LABEL
010010     MOVE WS-NEW-UNUSED-COUNT TO TOT-VALUE
010020     PERFORM PRINT-TOTAL-LINE
010030     MOVE "SKIPPED - SEASONAL OR EXEMPT" TO TOT-LABEL
010040     MOVE WS-MARKED-COUNT TO TOT-VALUE
010050     PERFORM PRINT-TOTAL-LINE
010060     MOVE "DEAC ALREADY AWAITING APPROVAL" TO TOT-LABEL
010070     MOVE WS-PENDING-COUNT TO TOT-VALUE
010080     PERFORM PRINT-TOTAL-LINE
010090     MOVE "DEAC ALREADY IN BATCH" TO TOT-LABEL
010100     MOVE WS-IN-BATCH-COUNT TO TOT-VALUE
010110     PERFORM PRINT-TOTAL-LINE
010120     MOVE "DEAC PROPOSALS QUEUED" TO TOT-LABEL
010130     MOVE WS-QUEUED-COUNT TO TOT-VALUE
010140     PERFORM PRINT-TOTAL-LINE
010150     MOVE "PROPOSALS NOT QUEUED" TO TOT-LABEL
010160     MOVE WS-NOT-QUEUED-COUNT TO TOT-VALUE
010170     PERFORM PRINT-TOTAL-LINE
010180     PERFORM PRINT-REPORT-LINE.
010190
010200 PRINT-TOTAL-LINE.
010210     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
010220     PERFORM PRINT-REPORT-LINE.
010230
010240*----------------------------------------------------------------*
010250* OPEN-REPORT-FILE - builds the dated file name, stamps the run
010260* date/time, cutoff and requester into the page heading, and
010270* primes the line counter so the first printed line forces the
010280* page-one headings.
010290*----------------------------------------------------------------*
010300 OPEN-REPORT-FILE.
010310     MOVE SPACES TO WS-REPORT-FILE-NAME
010320     STRING "DORMANT-SWEEP-" WS-TODAY-DATE
010330         DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
010340     MOVE WS-TODAY-DATE TO RUN-DATE-OUT
010350     MOVE WS-RUN-TIME-DISPLAY(1:6) TO RUN-TIME-OUT
010360     MOVE WS-CUTOFF-DATE TO RUN-CUTOFF-OUT
010370     MOVE WS-DORMANT-DAYS TO RUN-DAYS-OUT
010380     MOVE WS-REQUESTER-ID TO RUN-REQUESTER-OUT
010390     MOVE 99 TO WS-LINE-COUNT
010400     MOVE ZERO TO WS-PAGE-COUNT
010410     OPEN OUTPUT REPORT-PRINT-FILE.
010420
010430*----------------------------------------------------------------*
010440* PRINT-REPORT-LINE - writes WS-PRINT-LINE, breaking to a new
010450* page with repeated headings when the page is full, and leaves
010460* the line blank so a PERFORM with nothing moved in prints a
010470* spacer line.
010480*----------------------------------------------------------------*
010490 PRINT-REPORT-LINE.
010500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010510         PERFORM PRINT-PAGE-HEADINGS
010520     END-IF
010530     WRITE PRINT-RECORD FROM WS-PRINT-LINE
010540     ADD 1 TO WS-LINE-COUNT
010550     MOVE SPACES TO WS-PRINT-LINE.
010560
010570 PRINT-PAGE-HEADINGS.
010580     ADD 1 TO WS-PAGE-COUNT
010590     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
010600     WRITE PRINT-RECORD FROM WS-HEADING-LINE
010610     WRITE PRINT-RECORD FROM WS-RUN-STAMP-LINE
010620     MOVE SPACES TO PRINT-RECORD
010630     WRITE PRINT-RECORD
010640     WRITE PRINT-RECORD FROM WS-COLUMN-HEADING-LINE
010650     MOVE SPACES TO PRINT-RECORD
010660     WRITE PRINT-RECORD
010670     MOVE 5 TO WS-LINE-COUNT.
010680
010690*----------------------------------------------------------------*
010700* LOAD-SITE-REGISTRY - the sites whose live AUTH-LOG is read and
010710* whose raw batch may receive proposals.
010720*----------------------------------------------------------------*
010730 LOAD-SITE-REGISTRY.
010740     MOVE ZERO TO WS-SITE-COUNT
010750     OPEN INPUT SITE-MASTER-FILE
010760     IF WS-SITE-MASTER-STATUS = "00"
010770         PERFORM READ-ONE-SITE-ENTRY
010780             UNTIL SITE-MASTER-AT-END
010790                 OR WS-SITE-COUNT >= 50
010800         CLOSE SITE-MASTER-FILE
010810     END-IF
010820     IF WS-SITE-COUNT = ZERO
010830         MOVE 1 TO WS-SITE-COUNT
010840         MOVE "DEFAULT" TO WS-SITE-ENTRY(1)
010850     END-IF.
010860
010870 READ-ONE-SITE-ENTRY.
010880     READ SITE-MASTER-FILE
010890         AT END
010900             SET SITE-MASTER-AT-END TO TRUE
010910         NOT AT END
010920             IF SM-SITE-ID NOT = SPACES
010930                 ADD 1 TO WS-SITE-COUNT
010940                 MOVE SM-SITE-ID TO WS-SITE-ENTRY(WS-SITE-COUNT)
010950             END-IF
010960     END-READ.
010970
010980*----------------------------------------------------------------*
010990* START-RUN-CONTROL - opens this run's run-control record with the
011000* run date and time the cutoff was measured from.
011010*----------------------------------------------------------------*
011020 START-RUN-CONTROL.
011030     INITIALIZE RUN-CONTROL-RECORD
011040     MOVE "DORMANT-DEVICE-SWEEP"   TO RCL-PROGRAM-ID
011050     MOVE "DEFAULT"                TO RCL-SITE-ID
011060     MOVE WS-TODAY-DATE            TO RCL-RUN-DATE
011070     MOVE WS-RUN-TIME-DISPLAY(1:6) TO RCL-START-TIME
011080     SET RCL-COMPLETED TO TRUE.
011090
011100*----------------------------------------------------------------*
011110* POST-RUN-CONTROL - input devices read from DEVICE-MASTER; output
011120* 1 dormant and never used devices, output 2 DEAC proposals
011130* queued, output 3 skipped as seasonal or exempt.
011140*----------------------------------------------------------------*
011150 POST-RUN-CONTROL.
011160     MOVE WS-DEVICES-READ       TO RCL-INPUT-COUNT
011170     COMPUTE RCL-OUTPUT-COUNT-1 =
011180         WS-DORMANT-COUNT + WS-NEVER-USED-COUNT
011190     MOVE WS-QUEUED-COUNT       TO RCL-OUTPUT-COUNT-2
011200     MOVE WS-MARKED-COUNT       TO RCL-OUTPUT-COUNT-3
011210     CALL "RUN-CONTROL-POST" USING RUN-CONTROL-RECORD
011220     END-CALL.
