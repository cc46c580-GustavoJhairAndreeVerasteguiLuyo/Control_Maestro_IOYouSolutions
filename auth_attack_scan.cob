000010*================================================================*
000020* PROGRAM-ID.  AUTH-ATTACK-SCAN
000030* AUTHOR.      J. GUSTAVO VERASTEGUI
000040* INSTALLATION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* Looks across the whole fleet for attacks the per-device lockout
000090* in IOT-AUTH-DEVICE cannot see.  The lockout only counts one
000100* device's consecutive failures, so one factor tried against many
000110* devices, or failures spread thin across the fleet so no device
000120* reaches LIM-INTENTOS-BLOQUEO, never trip it.  This job reads the
000130* live AUTH-LOG of every SITE-MASTER site once and, for the AUTH
000140* and EXPIRED attempts inside the window on the AUTH-ATTACK-
000150* CONTROL card, reports:
000160*   FACTOR SPRAY    - the same presented factor (by its fleet tag,
000170*                     AUD-MARCA-FACTOR-1/2) failing on several
000180*                     devices;
000190*   FAILURE BURST   - failures on many different devices within a
000200*                     few minutes of each other (judged within
000210*                     each site's log, as only there are the
000220*                     entries in time order);
000230*   INACTIVE DEVICE - attempts against a device DEACTIVATEd on
000240*                     DEVICE-MASTER;
000250*   UNKNOWN DEVICE  - attempts against a device ID not on DEVICE-
000260*                     MASTER at all;
000270*   OFF-HOURS USE   - attempts on a device at an hour it has not
000280*                     authenticated in before, judged from its
000290*                     successful attempts in the days before the
000300*                     window.
000310* Each finding is listed on the dated AUTH-ATTACK-REPORT-<date>
000320* print file and raised on OPS-ALERT-FEED with a severity, so
000330* monitoring pages on an attack rather than one unlucky device.
000340*----------------------------------------------------------------*
000350* MODIFICATION HISTORY
000360*   DATE        BY      DESCRIPTION
000370*   2026-10-15  JGV     Original version.
000380*   2026-10-15  JGV     Scans the live AUTH-LOG of every SITE-
000390*                       MASTER site (AUTH-LOG-<site>; the DEFAULT
000400*                       site keeps the plain name).
000402*   2026-10-15  JGV     Each run posts a record to RUN-CONTROL-
000404*                       LEDGER (RUN-CONTROL-POST): events read,
000406*                       attempts and failures in the window, and
000408*                       findings, for RUN-CONTROL-BALANCE.
000410*================================================================*
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. AUTH-ATTACK-SCAN.
000440 AUTHOR. J. GUSTAVO VERASTEGUI.
000450 INSTALLATION. IOYOU SOLUTIONS.
000460 DATE-WRITTEN. 2026-10-15.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ATTACK-CONTROL-FILE
000530         ASSIGN TO "AUTH-ATTACK-CONTROL"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-CONTROL-STATUS.
000560
000570     SELECT SITE-MASTER-FILE
000580         ASSIGN TO "SITE-MASTER"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-SITE-MASTER-STATUS.
000610
000620     SELECT AUTH-LOG-FILE
000630         ASSIGN TO DYNAMIC WS-AUTH-LOG-NAME
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-AUTH-LOG-STATUS.
000660
000670     SELECT DEVICE-MASTER
000680         ASSIGN TO "DEVICE-MASTER"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS DISP-ID
000720         FILE STATUS IS WS-DEVICE-STATUS.
000730
000740     SELECT OPS-ALERT-FEED-FILE
000750         ASSIGN TO "OPS-ALERT-FEED"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-OPS-ALERT-STATUS.
000780
000790     SELECT REPORT-PRINT-FILE
000800         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-REPORT-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  ATTACK-CONTROL-FILE
000870     RECORDING MODE IS F.
000880     COPY ATKCARD.
000890
000900 FD  SITE-MASTER-FILE
000910     RECORDING MODE IS F.
000920     COPY SITEMAST.
000930
000940 FD  AUTH-LOG-FILE
000950     RECORDING MODE IS F.
000960     COPY AUTHLOG.
000970
000980 FD  DEVICE-MASTER.
000990     COPY DEVMAST.
001000
001010 FD  OPS-ALERT-FEED-FILE
001020     RECORDING MODE IS F.
001030     COPY OPSALERT.
001040
001050 FD  REPORT-PRINT-FILE
001060     RECORDING MODE IS F.
001070 01  PRINT-RECORD              PIC X(132).
001080
001090 WORKING-STORAGE SECTION.
001100 01 WS-CONTROL-STATUS      PIC X(02) VALUE "00".
001110 01 WS-AUTH-LOG-STATUS     PIC X(02) VALUE "00".
001120 01 WS-AUTH-LOG-EOF        PIC X VALUE 'N'.
001130     88 AUTH-LOG-AT-END        VALUE 'Y'.
001140 01 WS-DEVICE-STATUS       PIC X(02) VALUE "00".
001150 01 WS-DEVICE-MASTER-OPEN  PIC X VALUE 'N'.
001160     88 DEVICE-MASTER-OPEN     VALUE 'Y'.
001170 01 WS-OPS-ALERT-STATUS    PIC X(02) VALUE "00".
001180 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
001190 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
001200     88 SITE-MASTER-AT-END     VALUE 'Y'.
001210
001220* The site registry, as LOG-HOUSEKEEPING loads it: no SITE-MASTER
001230* (or an empty one) means the single DEFAULT site.  Each site's
001236* live log is "AUTH-LOG-<site>", the DEFAULT site's the plain
001242* AUTH-LOG.
001250 01 WS-SITE-COUNT          PIC 9(03) COMP VALUE ZERO.
001260 01 WS-SITE-INDEX          PIC 9(03) COMP VALUE ZERO.
001270 01 WS-SITE-TABLE.
001280     05 WS-SITE-ENTRY OCCURS 50 TIMES
001290                           PIC X(08).
001300 01 WS-AUTH-LOG-NAME       PIC X(20) VALUE SPACES.
001310 01 WS-LOGS-SCANNED        PIC 9(03) COMP VALUE ZERO.
001320
001330* Scan parameters, from the card or the defaults.
001340 01 WS-WINDOW-HOURS        PIC 9(03) VALUE 24.
001350 01 WS-FACTOR-DEVICE-LIMIT PIC 9(03) VALUE 3.
001360 01 WS-BURST-MINUTES       PIC 9(03) VALUE 10.
001370 01 WS-BURST-DEVICE-LIMIT  PIC 9(03) VALUE 5.
001380 01 WS-PROFILE-DAYS        PIC 9(03) VALUE 30.
001390 01 WS-PROFILE-MIN-AUTHS   PIC 9(03) VALUE 10.
001400
001410* Times are carried as minutes since the calendar base of
001420* INTEGER-OF-DATE so the window and burst interval are plain
001430* subtractions across midnight and month ends.
001440 01 WS-TODAY-DATE          PIC X(08) VALUE SPACES.
001450 01 WS-TODAY-NUMERIC REDEFINES WS-TODAY-DATE
001460                           PIC 9(08).
001470 01 WS-RUN-TIME            PIC 9(08) VALUE ZERO.
001480 01 WS-RUN-TIME-DISPLAY    PIC X(08) VALUE SPACES.
001490 01 WS-RUN-HOUR            PIC 9(02) VALUE ZERO.
001500 01 WS-RUN-MINUTE-OF-HOUR  PIC 9(02) VALUE ZERO.
001510 01 WS-NOW-MINUTE          PIC S9(11) COMP VALUE ZERO.
001520 01 WS-WINDOW-START        PIC S9(11) COMP VALUE ZERO.
001530 01 WS-PROFILE-START       PIC S9(11) COMP VALUE ZERO.
001540 01 WS-EVENT-MINUTE        PIC S9(11) COMP VALUE ZERO.
001550 01 WS-WINDOW-START-STAMP  PIC X(14) VALUE SPACES.
001560 01 WS-EVENT-STAMP.
001570     05 WS-EVT-DATE        PIC 9(08).
001580     05 WS-EVT-HOUR        PIC 9(02).
001590     05 WS-EVT-MINUTE      PIC 9(02).
001600     05 WS-EVT-SECOND      PIC 9(02).
001610 01 WS-EVENT-STAMP-X REDEFINES WS-EVENT-STAMP
001620                           PIC X(14).
001630
001640* Usual hours: one entry per device seen succeeding before the
001650* window, with a flag for each hour of the day it succeeded in.
001660 01 WS-PROFILE-COUNT       PIC 9(05) COMP VALUE ZERO.
001670 01 WS-PROFILE-IDX         PIC 9(05) COMP VALUE ZERO.
001680 01 WS-PROFILE-FOUND       PIC 9(05) COMP VALUE ZERO.
001690 01 WS-PROFILE-FULL-SHOWN  PIC X VALUE 'N'.
001700 01 WS-PROFILE-TABLE.
001710     05 WS-PROFILE-ENTRY OCCURS 500 TIMES.
001720         10 PRF-DEVICE-ID      PIC X(20).
001730         10 PRF-SUCCESS-COUNT  PIC 9(05) COMP.
001740         10 PRF-HOURS.
001750             15 PRF-HOUR-FLAG  PIC X(01) OCCURS 24 TIMES.
001760 01 WS-CHECK-HOURS.
001770     05 WS-CHECK-FLAG      PIC X(01) OCCURS 24 TIMES.
001780 01 WS-HOUR-SLOT           PIC 9(02) COMP VALUE ZERO.
001790 01 WS-HOUR-BEFORE         PIC 9(02) COMP VALUE ZERO.
001800 01 WS-HOUR-AFTER          PIC 9(02) COMP VALUE ZERO.
001810
001820* Failed factors: one entry per fleet tag, with the distinct
001830* devices it failed on (the first 20 kept by ID).
001840 01 WS-FACTOR-COUNT        PIC 9(05) COMP VALUE ZERO.
001850 01 WS-FACTOR-IDX          PIC 9(05) COMP VALUE ZERO.
001860 01 WS-FACTOR-FOUND        PIC 9(05) COMP VALUE ZERO.
001870 01 WS-FACTOR-FULL-SHOWN   PIC X VALUE 'N'.
001880 01 WS-CURRENT-TAG         PIC X(09) VALUE SPACES.
001890 01 WS-FACTOR-TABLE.
001900     05 WS-FACTOR-ENTRY OCCURS 300 TIMES.
001910         10 FCT-TAG            PIC X(09).
001920         10 FCT-ATTEMPTS       PIC 9(05) COMP.
001930         10 FCT-DEVICE-COUNT   PIC 9(03) COMP.
001940         10 FCT-FIRST          PIC X(14).
001950         10 FCT-LAST           PIC X(14).
001960         10 FCT-DEVICE-ID      PIC X(20) OCCURS 20 TIMES.
001970 01 WS-DEVICE-IDX          PIC 9(03) COMP VALUE ZERO.
001980 01 WS-DEVICE-LAST         PIC 9(03) COMP VALUE ZERO.
001990 01 WS-DEVICE-SEEN         PIC X VALUE 'N'.
002000     88 DEVICE-SEEN            VALUE 'Y'.
002010
002020* Per-device findings (INACTIVE DEVICE, UNKNOWN DEVICE, OFF-HOURS
002030* USE), one entry per device and pattern.
002040 01 WS-TARGET-COUNT        PIC 9(05) COMP VALUE ZERO.
002050 01 WS-TARGET-IDX          PIC 9(05) COMP VALUE ZERO.
002060 01 WS-TARGET-FOUND        PIC 9(05) COMP VALUE ZERO.
002070 01 WS-TARGET-FULL-SHOWN   PIC X VALUE 'N'.
002080 01 WS-CURRENT-PATTERN     PIC X(16) VALUE SPACES.
002090 01 WS-TARGET-TABLE.
002100     05 WS-TARGET-ENTRY OCCURS 300 TIMES.
002110         10 TGT-PATTERN        PIC X(16).
002120         10 TGT-DEVICE-ID      PIC X(20).
002130         10 TGT-ATTEMPTS       PIC 9(05) COMP.
002140         10 TGT-FIRST          PIC X(14).
002150         10 TGT-LAST           PIC X(14).
002160
002170* Failure-burst detection: the failures of the last burst
002180* interval, oldest first, and the bursts found.  A burst opens
002190* when the failures in the interval cover the device limit and
002200* closes when they no longer do.
002210 01 WS-QUEUE-COUNT         PIC 9(03) COMP VALUE ZERO.
002220 01 WS-QUEUE-IDX           PIC 9(03) COMP VALUE ZERO.
002230 01 WS-QUEUE-INNER         PIC 9(03) COMP VALUE ZERO.
002240 01 WS-QUEUE-TABLE.
002250     05 WS-QUEUE-ENTRY OCCURS 200 TIMES.
002260         10 BQ-MINUTE          PIC S9(11) COMP.
002270         10 BQ-DEVICE-ID       PIC X(20).
002280 01 WS-QUEUE-DEVICES       PIC 9(03) COMP VALUE ZERO.
002290 01 WS-IN-BURST            PIC X VALUE 'N'.
002300     88 IN-BURST               VALUE 'Y'.
002310 01 WS-BURST-COUNT         PIC 9(03) COMP VALUE ZERO.
002320 01 WS-BURST-IDX           PIC 9(03) COMP VALUE ZERO.
002330 01 WS-BURST-TABLE.
002340     05 WS-BURST-ENTRY OCCURS 50 TIMES.
002350         10 BST-FIRST          PIC X(14).
002360         10 BST-LAST           PIC X(14).
002370         10 BST-DEVICES        PIC 9(03) COMP.
002380         10 BST-FAILURES       PIC 9(05) COMP.
002390
002400* Run totals.
002410 01 WS-EVENTS-READ         PIC 9(07) COMP VALUE ZERO.
002420 01 WS-ATTEMPTS-IN-WINDOW  PIC 9(07) COMP VALUE ZERO.
002430 01 WS-FAILURES-IN-WINDOW  PIC 9(07) COMP VALUE ZERO.
002440 01 WS-FINDING-COUNT       PIC 9(05) COMP VALUE ZERO.
002450 01 WS-CRITICAL-COUNT      PIC 9(05) COMP VALUE ZERO.
002460 01 WS-HIGH-COUNT          PIC 9(05) COMP VALUE ZERO.
002470 01 WS-MEDIUM-COUNT        PIC 9(05) COMP VALUE ZERO.
002480 01 WS-LOW-COUNT           PIC 9(05) COMP VALUE ZERO.
002482
002484* Run-control record for RUN-CONTROL-LEDGER.
002486     COPY RUNCTL.
002490
002500* The finding being printed and raised.
002510 01 WS-FND-SEVERITY        PIC X(08) VALUE SPACES.
002520 01 WS-FND-REASON          PIC X(40) VALUE SPACES.
002530 01 WS-COUNT-EDIT          PIC ZZ9.
002540 01 WS-LIMIT-DOUBLE        PIC 9(05) COMP VALUE ZERO.
002550
002560* Print-file support, laid out as on the other dated reports.
002570 01 WS-REPORT-STATUS       PIC X(02) VALUE "00".
002580 01 WS-REPORT-FILE-NAME    PIC X(30) VALUE SPACES.
002590 01 WS-PRINT-LINE          PIC X(132) VALUE SPACES.
002600 01 WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
002610 01 WS-PAGE-COUNT          PIC 9(04) COMP VALUE ZERO.
002620 01 WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
002630 01 WS-HEADING-LINE.
002640     05 FILLER             PIC X(50) VALUE
002650         "IOYOU SOLUTIONS - AUTH ATTACK PATTERN REPORT".
002660     05 FILLER             PIC X(06) VALUE "PAGE".
002670     05 HDG-PAGE-NUMBER    PIC ZZZ9.
002680 01 WS-RUN-STAMP-LINE.
002690     05 FILLER             PIC X(10) VALUE "RUN DATE: ".
002700     05 RUN-DATE-OUT       PIC X(08).
002710     05 FILLER             PIC X(08) VALUE "  TIME: ".
002720     05 RUN-TIME-OUT       PIC X(06).
002730     05 FILLER             PIC X(16) VALUE "  WINDOW FROM: ".
002740     05 RUN-WINDOW-OUT     PIC X(14).
002750 01 WS-COLUMN-HEADING-LINE.
002760     05 FILLER             PIC X(02) VALUE SPACES.
002770     05 FILLER             PIC X(09) VALUE "SEVERITY".
002780     05 FILLER             PIC X(17) VALUE "PATTERN".
002790     05 FILLER             PIC X(21) VALUE "DEVICE / FACTOR".
002800     05 FILLER             PIC X(05) VALUE " DEVS".
002810     05 FILLER             PIC X(07) VALUE "  TRIES".
002820     05 FILLER             PIC X(15) VALUE " FIRST SEEN".
002830     05 FILLER             PIC X(15) VALUE "LAST SEEN".
002840     05 FILLER             PIC X(06) VALUE "DETAIL".
002850 01 WS-FINDING-LINE.
002860     05 FILLER             PIC X(02) VALUE SPACES.
002870     05 FND-SEVERITY       PIC X(08).
002880     05 FILLER             PIC X(01) VALUE SPACE.
002890     05 FND-PATTERN        PIC X(16).
002900     05 FILLER             PIC X(01) VALUE SPACE.
002910     05 FND-SUBJECT        PIC X(20).
002920     05 FILLER             PIC X(01) VALUE SPACE.
002930     05 FND-DEVICES        PIC ZZZ9.
002940     05 FILLER             PIC X(01) VALUE SPACE.
002950     05 FND-ATTEMPTS       PIC ZZZZZ9.
002960     05 FILLER             PIC X(01) VALUE SPACE.
002970     05 FND-FIRST          PIC X(14).
002980     05 FILLER             PIC X(01) VALUE SPACE.
002990     05 FND-LAST           PIC X(14).
003000     05 FILLER             PIC X(01) VALUE SPACE.
003010     05 FND-DETAIL         PIC X(40).
003020 01 WS-FACTOR-DEVICE-LINE.
003030     05 FILLER             PIC X(28) VALUE SPACES.
003040     05 FILLER             PIC X(13) VALUE "FAILED ON:  ".
003050     05 FDV-DEVICE-ID      PIC X(20).
003060 01 WS-TOTAL-LINE.
003070     05 FILLER             PIC X(02) VALUE SPACES.
003080     05 TOT-LABEL          PIC X(30).
003090     05 TOT-VALUE          PIC ZZZZZZ9.
003100
003110 PROCEDURE DIVISION.
003120 MAIN-PROCEDURE.
003130     DISPLAY "===== AUTH ATTACK PATTERN SCAN ====="
003140     PERFORM LOAD-SCAN-CONTROL
003150     PERFORM COMPUTE-SCAN-WINDOW
003155     PERFORM START-RUN-CONTROL
003160     PERFORM LOAD-SITE-REGISTRY
003170
003180     OPEN INPUT DEVICE-MASTER
003190     IF WS-DEVICE-STATUS = "00"
003200         SET DEVICE-MASTER-OPEN TO TRUE
003210     ELSE
003220         DISPLAY "DEVICE-MASTER not present; inactive and "
003230             "unknown device checks skipped."
003240     END-IF
003250
003260     PERFORM SCAN-ONE-SITE-AUTH-LOG
003270         VARYING WS-SITE-INDEX FROM 1 BY 1
003280         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
003290     IF WS-LOGS-SCANNED = ZERO
003300         DISPLAY "AUTH-LOG not present; nothing to scan."
003305         SET RCL-INCOMPLETE TO TRUE
003310     END-IF
003320     IF DEVICE-MASTER-OPEN
003330         CLOSE DEVICE-MASTER
003340     END-IF
003350
003360     PERFORM EMIT-FINDINGS
003370
003380     DISPLAY "Events read:        " WS-EVENTS-READ
003390     DISPLAY "Attempts in window: " WS-ATTEMPTS-IN-WINDOW
003400     DISPLAY "Failures in window: " WS-FAILURES-IN-WINDOW
003410     DISPLAY "Findings:           " WS-FINDING-COUNT
003420     DISPLAY "===== END OF REPORT ====="
003425     PERFORM POST-RUN-CONTROL
003430     GOBACK.
003440
003450*----------------------------------------------------------------*
003460* LOAD-SCAN-CONTROL - reads AUTH-ATTACK-CONTROL; a missing card,
003470* or any field left at zero, keeps the default for that field.
003480*----------------------------------------------------------------*
003490 LOAD-SCAN-CONTROL.
003500     OPEN INPUT ATTACK-CONTROL-FILE
003510     IF WS-CONTROL-STATUS = "00"
003520         READ ATTACK-CONTROL-FILE
003530             AT END
003540                 CONTINUE
003550             NOT AT END
003560                 PERFORM APPLY-SCAN-CONTROL
003570         END-READ
003580         CLOSE ATTACK-CONTROL-FILE
003590     END-IF.
003600
003610 APPLY-SCAN-CONTROL.
003620     IF ATK-WINDOW-HOURS IS NUMERIC
003630         AND ATK-WINDOW-HOURS > ZERO
003640         MOVE ATK-WINDOW-HOURS TO WS-WINDOW-HOURS
003650     END-IF
003660     IF ATK-FACTOR-DEVICE-LIMIT IS NUMERIC
003670         AND ATK-FACTOR-DEVICE-LIMIT > ZERO
003680         MOVE ATK-FACTOR-DEVICE-LIMIT TO WS-FACTOR-DEVICE-LIMIT
003690     END-IF
003700     IF ATK-BURST-MINUTES IS NUMERIC
003710         AND ATK-BURST-MINUTES > ZERO
003720         MOVE ATK-BURST-MINUTES TO WS-BURST-MINUTES
003730     END-IF
003740     IF ATK-BURST-DEVICE-LIMIT IS NUMERIC
003750         AND ATK-BURST-DEVICE-LIMIT > ZERO
003760         MOVE ATK-BURST-DEVICE-LIMIT TO WS-BURST-DEVICE-LIMIT
003770     END-IF
003780     IF ATK-PROFILE-DAYS IS NUMERIC
003790         AND ATK-PROFILE-DAYS > ZERO
003800         MOVE ATK-PROFILE-DAYS TO WS-PROFILE-DAYS
003810     END-IF
003820     IF ATK-PROFILE-MIN-AUTHS IS NUMERIC
003830         AND ATK-PROFILE-MIN-AUTHS > ZERO
003840         MOVE ATK-PROFILE-MIN-AUTHS TO WS-PROFILE-MIN-AUTHS
003850     END-IF.
003860
003870*----------------------------------------------------------------*
003880* COMPUTE-SCAN-WINDOW - the window runs from WS-WINDOW-HOURS
003890* before now; the usual-hours profile is built from the WS-
003900* PROFILE-DAYS before the window opens.
003910*----------------------------------------------------------------*
003920 COMPUTE-SCAN-WINDOW.
003930     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
003940     ACCEPT WS-RUN-TIME FROM TIME
003950     MOVE WS-RUN-TIME TO WS-RUN-TIME-DISPLAY
003960     MOVE WS-RUN-TIME-DISPLAY(1:2) TO WS-RUN-HOUR
003970     MOVE WS-RUN-TIME-DISPLAY(3:2) TO WS-RUN-MINUTE-OF-HOUR
003980     COMPUTE WS-NOW-MINUTE =
003990         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUMERIC) * 1440
004000         + WS-RUN-HOUR * 60 + WS-RUN-MINUTE-OF-HOUR
004010     COMPUTE WS-WINDOW-START =
004020         WS-NOW-MINUTE - WS-WINDOW-HOURS * 60
004030     COMPUTE WS-PROFILE-START =
004040         WS-WINDOW-START - WS-PROFILE-DAYS * 1440
004050     COMPUTE WS-EVENT-MINUTE = WS-WINDOW-START / 1440
004060     MOVE FUNCTION DATE-OF-INTEGER(WS-EVENT-MINUTE)
004070         TO WS-EVT-DATE
004080     COMPUTE WS-EVENT-MINUTE =
004090         WS-WINDOW-START - WS-EVENT-MINUTE * 1440
004100     COMPUTE WS-EVT-HOUR = WS-EVENT-MINUTE / 60
004110     COMPUTE WS-EVT-MINUTE = WS-EVENT-MINUTE - WS-EVT-HOUR * 60
004120     MOVE ZERO TO WS-EVT-SECOND
004130     MOVE WS-EVENT-STAMP-X TO WS-WINDOW-START-STAMP.
004140
004150*----------------------------------------------------------------*
004160* SCAN-ONE-SITE-AUTH-LOG - reads one site's live AUTH-LOG.  The
004170* factor, device and usual-hours tables are kept across the sites;
004180* the failure-burst queue starts empty for each log.
004190*----------------------------------------------------------------*
004200 SCAN-ONE-SITE-AUTH-LOG.
004210     MOVE SPACES TO WS-AUTH-LOG-NAME
004220     IF WS-SITE-ENTRY(WS-SITE-INDEX) = "DEFAULT"
004230         MOVE "AUTH-LOG" TO WS-AUTH-LOG-NAME
004240     ELSE
004250         STRING "AUTH-LOG-"                  DELIMITED BY SIZE
004260                WS-SITE-ENTRY(WS-SITE-INDEX) DELIMITED BY SPACE
004270             INTO WS-AUTH-LOG-NAME
004280     END-IF
004290     MOVE 'N' TO WS-AUTH-LOG-EOF
004300     MOVE ZERO TO WS-QUEUE-COUNT
004310     MOVE 'N' TO WS-IN-BURST
004320     OPEN INPUT AUTH-LOG-FILE
004330     IF WS-AUTH-LOG-STATUS = "00"
004340         ADD 1 TO WS-LOGS-SCANNED
004350         PERFORM SCAN-ONE-AUTH-LOG-RECORD
004360             UNTIL AUTH-LOG-AT-END
004370         CLOSE AUTH-LOG-FILE
004380     END-IF.
004390
004400*----------------------------------------------------------------*
004410* SCAN-ONE-AUTH-LOG-RECORD - only device attempts (AUTH, EXPIRED)
004420* are looked at; operator events are not attacks.  Successes from
004430* before the window build the usual-hours profile, and everything
004440* inside the window is checked against each pattern.
004450*----------------------------------------------------------------*
004460 SCAN-ONE-AUTH-LOG-RECORD.
004470     READ AUTH-LOG-FILE
004480         AT END
004490             SET AUTH-LOG-AT-END TO TRUE
004500         NOT AT END
004510             ADD 1 TO WS-EVENTS-READ
004520             IF (AUD-TIPO-EVENTO = "AUTH"
004530                 OR AUD-TIPO-EVENTO = "EXPIRED")
004540                 AND AUD-FECHA-HORA IS NUMERIC
004550                 PERFORM CLASSIFY-ONE-ATTEMPT
004560             END-IF
004570     END-READ.
004580
004590 CLASSIFY-ONE-ATTEMPT.
004600     MOVE AUD-FECHA-HORA TO WS-EVENT-STAMP-X
004610     COMPUTE WS-EVENT-MINUTE =
004620         FUNCTION INTEGER-OF-DATE(WS-EVT-DATE) * 1440
004630         + WS-EVT-HOUR * 60 + WS-EVT-MINUTE
004640     EVALUATE TRUE
004650         WHEN WS-EVENT-MINUTE >= WS-WINDOW-START
004660             ADD 1 TO WS-ATTEMPTS-IN-WINDOW
004670             PERFORM CHECK-TARGET-DEVICE
004680             PERFORM CHECK-USUAL-HOURS
004690             IF AUD-RESULTADO NOT = 'S'
004700                 AND AUD-TIPO-EVENTO = "AUTH"
004710                 ADD 1 TO WS-FAILURES-IN-WINDOW
004720                 PERFORM TRACK-FAILED-FACTORS
004730                 PERFORM TRACK-FAILURE-BURST
004740             END-IF
004750         WHEN WS-EVENT-MINUTE >= WS-PROFILE-START
004760             IF AUD-RESULTADO = 'S'
004770                 AND AUD-TIPO-EVENTO = "AUTH"
004780                 PERFORM ADD-TO-USUAL-HOURS
004790             END-IF
004800         WHEN OTHER
004810             CONTINUE
004820     END-EVALUATE.
004830
004840*----------------------------------------------------------------*
004850* CHECK-TARGET-DEVICE - an attempt against a device that is not on
004860* DEVICE-MASTER, or that has been DEACTIVATEd, is a probe for a
004870* device that should not answer.
004880*----------------------------------------------------------------*
004890 CHECK-TARGET-DEVICE.
004900     IF DEVICE-MASTER-OPEN
004910         MOVE AUD-DISPOSITIVO-ID TO DISP-ID
004920         READ DEVICE-MASTER
004930             INVALID KEY
004940                 MOVE "UNKNOWN DEVICE" TO WS-CURRENT-PATTERN
004950                 PERFORM RECORD-TARGET-FINDING
004960             NOT INVALID KEY
004970                 IF DISP-INACTIVO
004980                     MOVE "INACTIVE DEVICE" TO WS-CURRENT-PATTERN
004990                     PERFORM RECORD-TARGET-FINDING
005000                 END-IF
005010         END-READ
005020     END-IF.
005030
005040*----------------------------------------------------------------*
005050* CHECK-USUAL-HOURS - a device with enough history is expected to
005060* be used in the hours it has been used before, allowing an hour
005070* either side; an attempt outside them is noted.  A device too
005080* new to have a profile is not judged.
005090*----------------------------------------------------------------*
005100 CHECK-USUAL-HOURS.
005110     PERFORM FIND-PROFILE-ENTRY
005120     IF WS-PROFILE-FOUND > ZERO
005130         IF PRF-SUCCESS-COUNT(WS-PROFILE-FOUND)
005140                 >= WS-PROFILE-MIN-AUTHS
005150             COMPUTE WS-HOUR-SLOT = WS-EVT-HOUR + 1
005160             IF WS-HOUR-SLOT = 1
005170                 MOVE 24 TO WS-HOUR-BEFORE
005180             ELSE
005190                 COMPUTE WS-HOUR-BEFORE = WS-HOUR-SLOT - 1
005200             END-IF
005210             IF WS-HOUR-SLOT = 24
005220                 MOVE 1 TO WS-HOUR-AFTER
005230             ELSE
005240                 COMPUTE WS-HOUR-AFTER = WS-HOUR-SLOT + 1
005250             END-IF
005260             MOVE PRF-HOURS(WS-PROFILE-FOUND) TO WS-CHECK-HOURS
005270             IF WS-CHECK-FLAG(WS-HOUR-SLOT) NOT = 'Y'
005280                 AND WS-CHECK-FLAG(WS-HOUR-BEFORE) NOT = 'Y'
005290                 AND WS-CHECK-FLAG(WS-HOUR-AFTER) NOT = 'Y'
005300                 MOVE "OFF-HOURS USE" TO WS-CURRENT-PATTERN
005310                 PERFORM RECORD-TARGET-FINDING
005320             END-IF
005330         END-IF
005340     END-IF.
005350
005360 ADD-TO-USUAL-HOURS.
005370     PERFORM FIND-PROFILE-ENTRY
005380     IF WS-PROFILE-FOUND = ZERO
005390         IF WS-PROFILE-COUNT < 500
005400             ADD 1 TO WS-PROFILE-COUNT
005410             MOVE WS-PROFILE-COUNT TO WS-PROFILE-FOUND
005420             MOVE AUD-DISPOSITIVO-ID
005430                 TO PRF-DEVICE-ID(WS-PROFILE-FOUND)
005440             MOVE ZERO TO PRF-SUCCESS-COUNT(WS-PROFILE-FOUND)
005450             MOVE ALL 'N' TO PRF-HOURS(WS-PROFILE-FOUND)
005460         ELSE
005470             IF WS-PROFILE-FULL-SHOWN = 'N'
005480                 DISPLAY "Usual-hours table full at 500 devices; "
005490                     "later devices not profiled."
005500                 MOVE 'Y' TO WS-PROFILE-FULL-SHOWN
005510             END-IF
005520         END-IF
005530     END-IF
005540     IF WS-PROFILE-FOUND > ZERO
005550         ADD 1 TO PRF-SUCCESS-COUNT(WS-PROFILE-FOUND)
005560         COMPUTE WS-HOUR-SLOT = WS-EVT-HOUR + 1
005570         MOVE 'Y' TO PRF-HOUR-FLAG(WS-PROFILE-FOUND WS-HOUR-SLOT)
005580     END-IF.
005590
005600 FIND-PROFILE-ENTRY.
005610     MOVE ZERO TO WS-PROFILE-FOUND
005620     PERFORM MATCH-PROFILE-ENTRY
005630         VARYING WS-PROFILE-IDX FROM 1 BY 1
005640         UNTIL WS-PROFILE-IDX > WS-PROFILE-COUNT
005650            OR WS-PROFILE-FOUND > ZERO.
005660
005670 MATCH-PROFILE-ENTRY.
005680     IF PRF-DEVICE-ID(WS-PROFILE-IDX) = AUD-DISPOSITIVO-ID
005690         MOVE WS-PROFILE-IDX TO WS-PROFILE-FOUND
005700     END-IF.
005710
005720*----------------------------------------------------------------*
005730* RECORD-TARGET-FINDING - counts the attempt against the device's
005740* entry for WS-CURRENT-PATTERN, starting the entry on first sight.
005750*----------------------------------------------------------------*
005760 RECORD-TARGET-FINDING.
005770     MOVE ZERO TO WS-TARGET-FOUND
005780     PERFORM MATCH-TARGET-ENTRY
005790         VARYING WS-TARGET-IDX FROM 1 BY 1
005800         UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
005810            OR WS-TARGET-FOUND > ZERO
005820     IF WS-TARGET-FOUND = ZERO
005830         IF WS-TARGET-COUNT < 300
005840             ADD 1 TO WS-TARGET-COUNT
005850             MOVE WS-TARGET-COUNT TO WS-TARGET-FOUND
005860             MOVE WS-CURRENT-PATTERN
005870                 TO TGT-PATTERN(WS-TARGET-FOUND)
005880             MOVE AUD-DISPOSITIVO-ID
005890                 TO TGT-DEVICE-ID(WS-TARGET-FOUND)
005900             MOVE ZERO TO TGT-ATTEMPTS(WS-TARGET-FOUND)
005910             MOVE AUD-FECHA-HORA TO TGT-FIRST(WS-TARGET-FOUND)
005920         ELSE
005930             IF WS-TARGET-FULL-SHOWN = 'N'
005940                 DISPLAY "Device finding table full at 300; "
005950                     "later devices not listed."
005960                 MOVE 'Y' TO WS-TARGET-FULL-SHOWN
005970             END-IF
005980         END-IF
005990     END-IF
006000     IF WS-TARGET-FOUND > ZERO
006010         ADD 1 TO TGT-ATTEMPTS(WS-TARGET-FOUND)
006020         MOVE AUD-FECHA-HORA TO TGT-LAST(WS-TARGET-FOUND)
006030     END-IF.
006040
006050 MATCH-TARGET-ENTRY.
006060     IF TGT-PATTERN(WS-TARGET-IDX) = WS-CURRENT-PATTERN
006070         AND TGT-DEVICE-ID(WS-TARGET-IDX) = AUD-DISPOSITIVO-ID
006080         MOVE WS-TARGET-IDX TO WS-TARGET-FOUND
006090     END-IF.
006100
006110*----------------------------------------------------------------*
006120* TRACK-FAILED-FACTORS - each factor that failed carries its fleet
006130* tag; the tag's entry collects the distinct devices it failed on.
006140*----------------------------------------------------------------*
006150 TRACK-FAILED-FACTORS.
006160     IF AUD-MARCA-FACTOR-1 NOT = SPACES
006170         MOVE AUD-MARCA-FACTOR-1 TO WS-CURRENT-TAG
006180         PERFORM RECORD-FAILED-FACTOR
006190     END-IF
006200     IF AUD-MARCA-FACTOR-2 NOT = SPACES
006210         AND AUD-MARCA-FACTOR-2 NOT = AUD-MARCA-FACTOR-1
006220         MOVE AUD-MARCA-FACTOR-2 TO WS-CURRENT-TAG
006230         PERFORM RECORD-FAILED-FACTOR
006240     END-IF.
006250
006260 RECORD-FAILED-FACTOR.
006270     MOVE ZERO TO WS-FACTOR-FOUND
006280     PERFORM MATCH-FACTOR-ENTRY
006290         VARYING WS-FACTOR-IDX FROM 1 BY 1
006300         UNTIL WS-FACTOR-IDX > WS-FACTOR-COUNT
006310            OR WS-FACTOR-FOUND > ZERO
006320     IF WS-FACTOR-FOUND = ZERO
006330         IF WS-FACTOR-COUNT < 300
006340             ADD 1 TO WS-FACTOR-COUNT
006350             MOVE WS-FACTOR-COUNT TO WS-FACTOR-FOUND
006360             MOVE WS-CURRENT-TAG TO FCT-TAG(WS-FACTOR-FOUND)
006370             MOVE ZERO TO FCT-ATTEMPTS(WS-FACTOR-FOUND)
006380             MOVE ZERO TO FCT-DEVICE-COUNT(WS-FACTOR-FOUND)
006390             MOVE AUD-FECHA-HORA TO FCT-FIRST(WS-FACTOR-FOUND)
006400         ELSE
006410             IF WS-FACTOR-FULL-SHOWN = 'N'
006420                 DISPLAY "Failed-factor table full at 300; "
006430                     "later factors not tracked."
006440                 MOVE 'Y' TO WS-FACTOR-FULL-SHOWN
006450             END-IF
006460         END-IF
006470     END-IF
006480     IF WS-FACTOR-FOUND > ZERO
006490         ADD 1 TO FCT-ATTEMPTS(WS-FACTOR-FOUND)
006500         MOVE AUD-FECHA-HORA TO FCT-LAST(WS-FACTOR-FOUND)
006510         MOVE FCT-DEVICE-COUNT(WS-FACTOR-FOUND) TO WS-DEVICE-LAST
006520         MOVE 'N' TO WS-DEVICE-SEEN
006530         PERFORM MATCH-FACTOR-DEVICE
006540             VARYING WS-DEVICE-IDX FROM 1 BY 1
006550             UNTIL WS-DEVICE-IDX > WS-DEVICE-LAST
006560                OR DEVICE-SEEN
006570         IF NOT DEVICE-SEEN
006580             AND WS-DEVICE-LAST < 20
006590             ADD 1 TO WS-DEVICE-LAST
006600             MOVE WS-DEVICE-LAST
006610                 TO FCT-DEVICE-COUNT(WS-FACTOR-FOUND)
006620             MOVE AUD-DISPOSITIVO-ID
006630                 TO FCT-DEVICE-ID(WS-FACTOR-FOUND WS-DEVICE-LAST)
006640         END-IF
006650     END-IF.
006660
006670 MATCH-FACTOR-ENTRY.
006680     IF FCT-TAG(WS-FACTOR-IDX) = WS-CURRENT-TAG
006690         MOVE WS-FACTOR-IDX TO WS-FACTOR-FOUND
006700     END-IF.
006710
006720 MATCH-FACTOR-DEVICE.
006730     IF FCT-DEVICE-ID(WS-FACTOR-FOUND WS-DEVICE-IDX)
006740             = AUD-DISPOSITIVO-ID
006750         SET DEVICE-SEEN TO TRUE
006760     END-IF.
006770
006780*----------------------------------------------------------------*
006790* TRACK-FAILURE-BURST - drops failures older than the burst
006800* interval from the front of the queue, adds this one, and counts
006810* the distinct devices left.  None of them need have reached the
006820* lockout limit: it is the spread across devices that counts.
006830*----------------------------------------------------------------*
006840 TRACK-FAILURE-BURST.
006850     PERFORM DROP-OLDEST-FAILURE
006860         UNTIL WS-QUEUE-COUNT = ZERO
006870            OR BQ-MINUTE(1) > WS-EVENT-MINUTE - WS-BURST-MINUTES
006880     IF WS-QUEUE-COUNT >= 200
006890         PERFORM DROP-OLDEST-FAILURE
006900     END-IF
006910     ADD 1 TO WS-QUEUE-COUNT
006920     MOVE WS-EVENT-MINUTE    TO BQ-MINUTE(WS-QUEUE-COUNT)
006930     MOVE AUD-DISPOSITIVO-ID TO BQ-DEVICE-ID(WS-QUEUE-COUNT)
006940
006950     MOVE ZERO TO WS-QUEUE-DEVICES
006960     PERFORM COUNT-ONE-QUEUE-DEVICE
006970         VARYING WS-QUEUE-IDX FROM 1 BY 1
006980         UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
006990
007000     IF WS-QUEUE-DEVICES >= WS-BURST-DEVICE-LIMIT
007010         IF NOT IN-BURST
007020             PERFORM OPEN-FAILURE-BURST
007030         END-IF
007040         IF IN-BURST
007050             MOVE AUD-FECHA-HORA TO BST-LAST(WS-BURST-COUNT)
007060             ADD 1 TO BST-FAILURES(WS-BURST-COUNT)
007070             IF WS-QUEUE-DEVICES > BST-DEVICES(WS-BURST-COUNT)
007080                 MOVE WS-QUEUE-DEVICES
007090                     TO BST-DEVICES(WS-BURST-COUNT)
007100             END-IF
007110         END-IF
007120     ELSE
007130         MOVE 'N' TO WS-IN-BURST
007140     END-IF.
007150
007160 OPEN-FAILURE-BURST.
007170     IF WS-BURST-COUNT < 50
007180         ADD 1 TO WS-BURST-COUNT
007190         SET IN-BURST TO TRUE
007200         MOVE AUD-FECHA-HORA TO BST-FIRST(WS-BURST-COUNT)
007210         MOVE ZERO TO BST-DEVICES(WS-BURST-COUNT)
007220         COMPUTE BST-FAILURES(WS-BURST-COUNT) = WS-QUEUE-COUNT - 1
007230     END-IF.
007240
007250 DROP-OLDEST-FAILURE.
007260     PERFORM SHIFT-ONE-QUEUE-ENTRY
007270         VARYING WS-QUEUE-IDX FROM 1 BY 1
007280         UNTIL WS-QUEUE-IDX >= WS-QUEUE-COUNT
007290     SUBTRACT 1 FROM WS-QUEUE-COUNT.
007300
007310 SHIFT-ONE-QUEUE-ENTRY.
007320     MOVE WS-QUEUE-ENTRY(WS-QUEUE-IDX + 1)
007330         TO WS-QUEUE-ENTRY(WS-QUEUE-IDX).
007340
007350 COUNT-ONE-QUEUE-DEVICE.
007360     MOVE 'N' TO WS-DEVICE-SEEN
007370     PERFORM MATCH-EARLIER-QUEUE-DEVICE
007380         VARYING WS-QUEUE-INNER FROM 1 BY 1
007390         UNTIL WS-QUEUE-INNER >= WS-QUEUE-IDX
007400            OR DEVICE-SEEN
007410     IF NOT DEVICE-SEEN
007420         ADD 1 TO WS-QUEUE-DEVICES
007430     END-IF.
007440
007450 MATCH-EARLIER-QUEUE-DEVICE.
007460     IF BQ-DEVICE-ID(WS-QUEUE-INNER) = BQ-DEVICE-ID(WS-QUEUE-IDX)
007470         SET DEVICE-SEEN TO TRUE
007480     END-IF.
007490
007500*----------------------------------------------------------------*
007510* EMIT-FINDINGS - lists every finding on the print file and raises
007520* each on OPS-ALERT-FEED: sprayed factors and failure bursts
007530* first, as the fleet-wide patterns, then the per-device ones.
007540*----------------------------------------------------------------*
007550 EMIT-FINDINGS.
007560     PERFORM OPEN-REPORT-FILE
007570     IF WS-REPORT-STATUS NOT = "00"
007580         DISPLAY "Could not open report file "
007590             WS-REPORT-FILE-NAME
007600     ELSE
007610         IF WS-LOGS-SCANNED = ZERO
007620             MOVE "AUTH-LOG NOT PRESENT - NOTHING SCANNED"
007630                 TO WS-PRINT-LINE
007640             PERFORM PRINT-REPORT-LINE
007650         END-IF
007660         PERFORM EMIT-ONE-FACTOR-FINDING
007670             VARYING WS-FACTOR-IDX FROM 1 BY 1
007680             UNTIL WS-FACTOR-IDX > WS-FACTOR-COUNT
007690         PERFORM EMIT-ONE-BURST-FINDING
007700             VARYING WS-BURST-IDX FROM 1 BY 1
007710             UNTIL WS-BURST-IDX > WS-BURST-COUNT
007720         PERFORM EMIT-ONE-TARGET-FINDING
007730             VARYING WS-TARGET-IDX FROM 1 BY 1
007740             UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
007750         IF WS-FINDING-COUNT = ZERO
007760             MOVE "NO ATTACK PATTERNS FOUND IN THE WINDOW"
007770                 TO WS-PRINT-LINE
007780             PERFORM PRINT-REPORT-LINE
007790         END-IF
007800         PERFORM PRINT-SCAN-TOTALS
007810         MOVE "*** END OF REPORT ***" TO WS-PRINT-LINE
007820         PERFORM PRINT-REPORT-LINE
007830         CLOSE REPORT-PRINT-FILE
007840         DISPLAY "Report written to " WS-REPORT-FILE-NAME
007850     END-IF.
007860
007870*----------------------------------------------------------------*
007880* EMIT-ONE-FACTOR-FINDING - a factor that failed on at least the
007890* card's device limit is HIGH, at twice the limit CRITICAL.  The
007900* devices it failed on are listed under it.
007910*----------------------------------------------------------------*
007920 EMIT-ONE-FACTOR-FINDING.
007930     IF FCT-DEVICE-COUNT(WS-FACTOR-IDX) >= WS-FACTOR-DEVICE-LIMIT
007940         COMPUTE WS-LIMIT-DOUBLE = WS-FACTOR-DEVICE-LIMIT * 2
007950         IF FCT-DEVICE-COUNT(WS-FACTOR-IDX) >= WS-LIMIT-DOUBLE
007960             MOVE "CRITICAL" TO WS-FND-SEVERITY
007970         ELSE
007980             MOVE "HIGH" TO WS-FND-SEVERITY
007990         END-IF
008000         MOVE SPACES TO WS-FINDING-LINE
008010         MOVE "FACTOR SPRAY" TO FND-PATTERN
008020         STRING "FACTOR TAG " DELIMITED BY SIZE
008030                FCT-TAG(WS-FACTOR-IDX) DELIMITED BY SIZE
008040             INTO FND-SUBJECT
008050         MOVE FCT-DEVICE-COUNT(WS-FACTOR-IDX) TO FND-DEVICES
008060         MOVE FCT-ATTEMPTS(WS-FACTOR-IDX) TO FND-ATTEMPTS
008070         MOVE FCT-FIRST(WS-FACTOR-IDX) TO FND-FIRST
008080         MOVE FCT-LAST(WS-FACTOR-IDX) TO FND-LAST
008090         MOVE "SAME FACTOR FAILED ON SEVERAL DEVICES"
008100             TO FND-DETAIL
008110         MOVE FCT-DEVICE-COUNT(WS-FACTOR-IDX) TO WS-COUNT-EDIT
008120         MOVE SPACES TO WS-FND-REASON
008130         STRING "SAME FACTOR FAILED ON " DELIMITED BY SIZE
008140                WS-COUNT-EDIT DELIMITED BY SIZE
008150                " DEVICES" DELIMITED BY SIZE
008160             INTO WS-FND-REASON
008170         PERFORM REPORT-ONE-FINDING
008180         PERFORM PRINT-ONE-FACTOR-DEVICE
008190             VARYING WS-DEVICE-IDX FROM 1 BY 1
008200             UNTIL WS-DEVICE-IDX > FCT-DEVICE-COUNT(WS-FACTOR-IDX)
008210     END-IF.
008220
008230 PRINT-ONE-FACTOR-DEVICE.
008240     MOVE FCT-DEVICE-ID(WS-FACTOR-IDX WS-DEVICE-IDX)
008250         TO FDV-DEVICE-ID
008260     MOVE WS-FACTOR-DEVICE-LINE TO WS-PRINT-LINE
008270     PERFORM PRINT-REPORT-LINE.
008280
008290*----------------------------------------------------------------*
008300* EMIT-ONE-BURST-FINDING - a burst is HIGH, CRITICAL when it
008310* covered twice the card's device limit.
008320*----------------------------------------------------------------*
008330 EMIT-ONE-BURST-FINDING.
008340     COMPUTE WS-LIMIT-DOUBLE = WS-BURST-DEVICE-LIMIT * 2
008350     IF BST-DEVICES(WS-BURST-IDX) >= WS-LIMIT-DOUBLE
008360         MOVE "CRITICAL" TO WS-FND-SEVERITY
008370     ELSE
008380         MOVE "HIGH" TO WS-FND-SEVERITY
008390     END-IF
008400     MOVE SPACES TO WS-FINDING-LINE
008410     MOVE "FAILURE BURST" TO FND-PATTERN
008420     MOVE "FLEET" TO FND-SUBJECT
008430     MOVE BST-DEVICES(WS-BURST-IDX) TO FND-DEVICES
008440     MOVE BST-FAILURES(WS-BURST-IDX) TO FND-ATTEMPTS
008450     MOVE BST-FIRST(WS-BURST-IDX) TO FND-FIRST
008460     MOVE BST-LAST(WS-BURST-IDX) TO FND-LAST
008470     MOVE WS-BURST-MINUTES TO WS-COUNT-EDIT
008480     STRING "FAILURES ON MANY DEVICES WITHIN " DELIMITED BY SIZE
008490            WS-COUNT-EDIT DELIMITED BY SIZE
008500            " MIN" DELIMITED BY SIZE
008510         INTO FND-DETAIL
008520     MOVE BST-DEVICES(WS-BURST-IDX) TO WS-COUNT-EDIT
008530     MOVE SPACES TO WS-FND-REASON
008540     STRING "FAILURE BURST ACROSS " DELIMITED BY SIZE
008550            WS-COUNT-EDIT DELIMITED BY SIZE
008560            " DEVICES" DELIMITED BY SIZE
008570         INTO WS-FND-REASON
008580     PERFORM REPORT-ONE-FINDING.
008590
008600*----------------------------------------------------------------*
008610* EMIT-ONE-TARGET-FINDING - attempts on a DEACTIVATEd device are
008620* HIGH, on a device that was never enrolled MEDIUM (a mistyped ID
008630* looks the same), and off-hours use LOW.
008640*----------------------------------------------------------------*
008650 EMIT-ONE-TARGET-FINDING.
008660     MOVE SPACES TO WS-FINDING-LINE
008670     MOVE TGT-PATTERN(WS-TARGET-IDX) TO FND-PATTERN
008680     MOVE TGT-DEVICE-ID(WS-TARGET-IDX) TO FND-SUBJECT
008690     MOVE 1 TO FND-DEVICES
008700     MOVE TGT-ATTEMPTS(WS-TARGET-IDX) TO FND-ATTEMPTS
008710     MOVE TGT-FIRST(WS-TARGET-IDX) TO FND-FIRST
008720     MOVE TGT-LAST(WS-TARGET-IDX) TO FND-LAST
008730     MOVE SPACES TO WS-FND-REASON
008740     EVALUATE TGT-PATTERN(WS-TARGET-IDX)
008750         WHEN "INACTIVE DEVICE"
008760             MOVE "HIGH" TO WS-FND-SEVERITY
008770             MOVE "ATTEMPTS ON A DEACTIVATED DEVICE"
008780                 TO FND-DETAIL
008790             STRING "ATTEMPT ON INACTIVE " DELIMITED BY SIZE
008800                    TGT-DEVICE-ID(WS-TARGET-IDX)
008810                        DELIMITED BY SIZE
008820                 INTO WS-FND-REASON
008830         WHEN "UNKNOWN DEVICE"
008840             MOVE "MEDIUM" TO WS-FND-SEVERITY
008850             MOVE "DEVICE ID NOT ON DEVICE-MASTER"
008860                 TO FND-DETAIL
008870             STRING "ATTEMPT ON UNKNOWN " DELIMITED BY SIZE
008880                    TGT-DEVICE-ID(WS-TARGET-IDX)
008890                        DELIMITED BY SIZE
008900                 INTO WS-FND-REASON
008910         WHEN OTHER
008920             MOVE "LOW" TO WS-FND-SEVERITY
008930             MOVE "OUTSIDE THE DEVICE'S USUAL HOURS"
008940                 TO FND-DETAIL
008950             STRING "OFF-HOURS USE OF " DELIMITED BY SIZE
008960                    TGT-DEVICE-ID(WS-TARGET-IDX)
008970                        DELIMITED BY SIZE
008980                 INTO WS-FND-REASON
008990     END-EVALUATE
009000     PERFORM REPORT-ONE-FINDING.
009010
009020*----------------------------------------------------------------*
009030* REPORT-ONE-FINDING - prints the finding line already built and
009040* raises it on OPS-ALERT-FEED with its severity.
009050*----------------------------------------------------------------*
009060 REPORT-ONE-FINDING.
009070     ADD 1 TO WS-FINDING-COUNT
009080     EVALUATE WS-FND-SEVERITY
009090         WHEN "CRITICAL"
009100             ADD 1 TO WS-CRITICAL-COUNT
009110         WHEN "HIGH"
009120             ADD 1 TO WS-HIGH-COUNT
009130         WHEN "MEDIUM"
009140             ADD 1 TO WS-MEDIUM-COUNT
009150         WHEN OTHER
009160             ADD 1 TO WS-LOW-COUNT
009170     END-EVALUATE
009180     MOVE WS-FND-SEVERITY TO FND-SEVERITY
009190     MOVE WS-FINDING-LINE TO WS-PRINT-LINE
009200     PERFORM PRINT-REPORT-LINE
009210
009220     MOVE SPACES TO OPS-ALERT-RECORD
009230     MOVE WS-TODAY-DATE            TO ALT-TIMESTAMP(1:8)
009240     MOVE WS-RUN-TIME-DISPLAY(1:6) TO ALT-TIMESTAMP(9:6)
009250     MOVE "DEFAULT"                TO ALT-SITE-ID
009260     MOVE WS-FND-SEVERITY          TO ALT-SEVERITY
009270     MOVE WS-FND-REASON            TO ALT-REASON
009280     OPEN EXTEND OPS-ALERT-FEED-FILE
009290     IF WS-OPS-ALERT-STATUS NOT = "00"
009300         OPEN OUTPUT OPS-ALERT-FEED-FILE
009310     END-IF
009320     WRITE OPS-ALERT-RECORD
009330     CLOSE OPS-ALERT-FEED-FILE.
009340
009350 PRINT-SCAN-TOTALS.
009360     PERFORM PRINT-REPORT-LINE
009370     MOVE "AUTH-LOG FILES SCANNED" TO TOT-LABEL
009380     MOVE WS-LOGS-SCANNED TO TOT-VALUE
009390     PERFORM PRINT-TOTAL-LINE
009400     MOVE "AUTH-LOG EVENTS READ" TO TOT-LABEL
009410     MOVE WS-EVENTS-READ TO TOT-VALUE
009420     PERFORM PRINT-TOTAL-LINE
009430     MOVE "ATTEMPTS IN WINDOW" TO TOT-LABEL
009440     MOVE WS-ATTEMPTS-IN-WINDOW TO TOT-VALUE
009450     PERFORM PRINT-TOTAL-LINE
009460     MOVE "FAILURES IN WINDOW" TO TOT-LABEL
009470     MOVE WS-FAILURES-IN-WINDOW TO TOT-VALUE
009480     PERFORM PRINT-TOTAL-LINE
009490     MOVE "CRITICAL FINDINGS" TO TOT-LABEL
009500     MOVE WS-CRITICAL-COUNT TO TOT-VALUE
009510     PERFORM PRINT-TOTAL-LINE
009520     MOVE "HIGH FINDINGS" TO TOT-LABEL
009530     MOVE WS-HIGH-COUNT TO TOT-VALUE
009540     PERFORM PRINT-TOTAL-LINE
009550     MOVE "MEDIUM FINDINGS" TO TOT-LABEL
009560     MOVE WS-MEDIUM-COUNT TO TOT-VALUE
009570     PERFORM PRINT-TOTAL-LINE
009580     MOVE "LOW FINDINGS" TO TOT-LABEL
009590     MOVE WS-LOW-COUNT TO TOT-VALUE
009600     PERFORM PRINT-TOTAL-LINE
009610     PERFORM PRINT-REPORT-LINE.
009620
009630 PRINT-TOTAL-LINE.
009640     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
009650     PERFORM PRINT-REPORT-LINE.
009660
009670*----------------------------------------------------------------*
009680* OPEN-REPORT-FILE - builds the dated file name, stamps the run
009690* date/time and window start into the page heading, and primes
009700* the line counter so the first printed line forces the page-one
009710* headings.
009720*----------------------------------------------------------------*
009730 OPEN-REPORT-FILE.
009740     MOVE SPACES TO WS-REPORT-FILE-NAME
009750     STRING "AUTH-ATTACK-REPORT-" WS-TODAY-DATE
009760         DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
009770     MOVE WS-TODAY-DATE TO RUN-DATE-OUT
009780     MOVE WS-RUN-TIME-DISPLAY(1:6) TO RUN-TIME-OUT
009790     MOVE WS-WINDOW-START-STAMP TO RUN-WINDOW-OUT
009800     MOVE 99 TO WS-LINE-COUNT
009810     MOVE ZERO TO WS-PAGE-COUNT
009820     OPEN OUTPUT REPORT-PRINT-FILE.
009830
009840*----------------------------------------------------------------*
009850* PRINT-REPORT-LINE - writes WS-PRINT-LINE, breaking to a new
009860* page with repeated headings when the page is full, and leaves
009870* the line blank so a PERFORM with nothing moved in prints a
009880* spacer line.
009890*----------------------------------------------------------------*
009900 PRINT-REPORT-LINE.
009910     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009920         PERFORM PRINT-PAGE-HEADINGS
009930     END-IF
009940     WRITE PRINT-RECORD FROM WS-PRINT-LINE
009950     ADD 1 TO WS-LINE-COUNT
009960     MOVE SPACES TO WS-PRINT-LINE.
009970
009980 PRINT-PAGE-HEADINGS.
009990     ADD 1 TO WS-PAGE-COUNT
010000     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER
010010     WRITE PRINT-RECORD FROM WS-HEADING-LINE
010020     WRITE PRINT-RECORD FROM WS-RUN-STAMP-LINE
010030     MOVE SPACES TO PRINT-RECORD
010040     WRITE PRINT-RECORD
010050     WRITE PRINT-RECORD FROM WS-COLUMN-HEADING-LINE
010060     MOVE SPACES TO PRINT-RECORD
010070     WRITE PRINT-RECORD
010080     MOVE 5 TO WS-LINE-COUNT.
010090
010100*----------------------------------------------------------------*
010110* LOAD-SITE-REGISTRY - the sites whose AUTH-LOG is scanned.
010120*----------------------------------------------------------------*
010130 LOAD-SITE-REGISTRY.
010140     MOVE ZERO TO WS-SITE-COUNT
010150     OPEN INPUT SITE-MASTER-FILE
010160     IF WS-SITE-MASTER-STATUS = "00"
010170         PERFORM READ-ONE-SITE-ENTRY
010180             UNTIL SITE-MASTER-AT-END
010190                 OR WS-SITE-COUNT >= 50
010200         CLOSE SITE-MASTER-FILE
010210     END-IF
010220     IF WS-SITE-COUNT = ZERO
010230         MOVE 1 TO WS-SITE-COUNT
010240         MOVE "DEFAULT" TO WS-SITE-ENTRY(1)
010250     END-IF.
010260
010270 READ-ONE-SITE-ENTRY.
010280     READ SITE-MASTER-FILE
010290         AT END
010300             SET SITE-MASTER-AT-END TO TRUE
010310         NOT AT END
010320             IF SM-SITE-ID NOT = SPACES
010330                 ADD 1 TO WS-SITE-COUNT
010340                 MOVE SM-SITE-ID TO WS-SITE-ENTRY(WS-SITE-COUNT)
010350             END-IF
010360     END-READ.
010370
010380*----------------------------------------------------------------*
010390* START-RUN-CONTROL - opens this run's run-control record with the
010400* run date and time the scan window was measured from.
010410*----------------------------------------------------------------*
010420 START-RUN-CONTROL.
010430     INITIALIZE RUN-CONTROL-RECORD
010440     MOVE "AUTH-ATTACK-SCAN"       TO RCL-PROGRAM-ID
010450     MOVE "DEFAULT"                TO RCL-SITE-ID
010460     MOVE WS-TODAY-DATE            TO RCL-RUN-DATE
010470     MOVE WS-RUN-TIME-DISPLAY(1:6) TO RCL-START-TIME
010480     SET RCL-COMPLETED TO TRUE.
010490
010500*----------------------------------------------------------------*
010510* POST-RUN-CONTROL - input AUTH-LOG events read; output 1 attempts
010520* in the window, output 2 failures in the window, output 3
010530* findings raised.
010540*----------------------------------------------------------------*
010550 POST-RUN-CONTROL.
010560     MOVE WS-EVENTS-READ        TO RCL-INPUT-COUNT
010570     MOVE WS-ATTEMPTS-IN-WINDOW TO RCL-OUTPUT-COUNT-1
010580     MOVE WS-FAILURES-IN-WINDOW TO RCL-OUTPUT-COUNT-2
010590     MOVE WS-FINDING-COUNT      TO RCL-OUTPUT-COUNT-3
010600     CALL "RUN-CONTROL-POST" USING RUN-CONTROL-RECORD
010610     END-CALL.
