000237*                       file falls back to the DEFAULT site only,
000238*                       matching the behaviour before the
000239*                       registry existed.
000240*   2026-10-15  JGV     The chain stamped on every BOOT-LOG and
000241*                       AUTH-LOG record is carried into history:
000242*                       records are copied unchanged, a log is now
000243*                       split only at the first record inside the
000244*                       retention window (so the history file and
000245*                       the live file each hold one unbroken run
000246*                       of the chain), the history file's chain
000247*                       state ends at the last record archived and
000248*                       the live file's chain state is re-anchored
000249*                       there.  Each new history file is entered
000250*                       on LOG-ARCHIVE-CATALOG for LOG-CHAIN-
000251*                       VERIFY.
000252*                       Boot log records are now 100 bytes.
000253*   2026-10-15  JGV     The auth-log side also walks the SITE-
000254*                       MASTER registry: each site's AUTH-LOG-
000255*                       <site> is archived into its own AUTH-LOG-
000256*                       HIST-<site>-<date> file, now that IOT-
000257*                       AUTH-DEVICE writes one auth log per site.
000258*                       The DEFAULT site keeps the plain AUTH-LOG
000259*                       and AUTH-LOG-HIST-<date> names.
000260*   2026-10-15  JGV     Each log file split posts its own record
000261*                       to RUN-CONTROL-LEDGER (RUN-CONTROL-POST):
000262*                       records read, kept and archived, with the
000263*                       log type as step id, for RUN-CONTROL-
000264*                       BALANCE.
000265*================================================================*
000266 IDENTIFICATION DIVISION.
000267 PROGRAM-ID. LOG-HOUSEKEEPING.
000270 AUTHOR. J. GUSTAVO VERASTEGUI.
000280 INSTALLATION. IOYOU SOLUTIONS.
000290 DATE-WRITTEN. 2026-08-21.
000580         FILE STATUS IS WS-BOOT-HIST-STATUS.
000590
000600     SELECT AUTH-LOG-FILE
000610         ASSIGN TO DYNAMIC WS-AUTH-LOG-NAME
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-AUTH-LOG-STATUS.
000640
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-AUTH-HIST-STATUS.
000790
000791     SELECT CHAIN-STATE-FILE
000792         ASSIGN TO DYNAMIC WS-CHAIN-STATE-NAME
000793         ORGANIZATION IS SEQUENTIAL
000794         FILE STATUS IS WS-CHAIN-STATE-STATUS.
000795
000796     SELECT LOG-CATALOG-FILE
000797         ASSIGN TO "LOG-ARCHIVE-CATALOG"
000798         ORGANIZATION IS SEQUENTIAL
000799         FILE STATUS IS WS-CATALOG-STATUS.
000800
000801 DATA DIVISION.
000810 FILE SECTION.
000820 FD  CONTROL-CARD-FILE
000830     RECORDING MODE IS F.
000900 FD  BOOT-LOG-KEEP-FILE
000910     RECORDING MODE IS F.
000920 01  BOOT-LOG-KEEP-RECORD.
000930     05  BLK-DATA                PIC X(100).
000940
000950 FD  BOOT-LOG-WORK-FILE
000960     RECORDING MODE IS F.
000970 01  BOOT-LOG-WORK-RECORD.
000980     05  BLW-DATA                PIC X(100).
000990
001000 FD  BOOT-LOG-HIST-FILE
001010     RECORDING MODE IS F.
001020 01  BOOT-LOG-HIST-RECORD.
001030     05  BLH-DATA                PIC X(100).
001040
001050 FD  AUTH-LOG-FILE
001060     RECORDING MODE IS F.
001210 01  AUTH-LOG-HIST-RECORD.
001220     05  ALH-DATA                PIC X(103).
001230
001231 FD  CHAIN-STATE-FILE
001232     RECORDING MODE IS F.
001233 01  CHAIN-STATE-DATA            PIC X(120).
001234
001235 FD  LOG-CATALOG-FILE
001236     RECORDING MODE IS F.
001237     COPY LOGCAT.
001238
001240 WORKING-STORAGE SECTION.
001250
001260* Control card work fields
001370 01 WS-AUTH-HIST-STATUS    PIC X(02) VALUE "00".
001371 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
001372
001373* Site registry: both logs are archived once per site listed in
001374* SITE-MASTER, each under its own BOOT-LOG-<site> and AUTH-LOG-
001375* <site> name.
001376 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
001377     88 SITE-MASTER-AT-END     VALUE 'Y'.
001378 01 WS-SITE-COUNT          PIC 9(03) COMP VALUE ZERO.
001379 01 WS-SITE-INDEX          PIC 9(03) COMP VALUE ZERO.
001380 01 WS-SITE-TABLE.
001381     05 WS-SITE-ENTRY OCCURS 50 TIMES
001382         PIC X(08).
001383 01 WS-CURRENT-SITE-ID     PIC X(08) VALUE SPACES.
001384 01 WS-BOOT-LOG-NAME       PIC X(20) VALUE SPACES.
001386 01 WS-AUTH-LOG-NAME       PIC X(20) VALUE SPACES.
001388
001390* End-of-file switches
001400 01 WS-BOOT-LOG-EOF        PIC X VALUE 'N'.
001410     88 BOOT-LOG-AT-END        VALUE 'Y'.
001730 01 WS-AUTH-KEPT-COUNT     PIC 9(07) COMP VALUE ZERO.
001740 01 WS-AUTH-ARCHIVED-COUNT PIC 9(07) COMP VALUE ZERO.
001750
001751* Run-control record for the log being split: records read, and
001752* the kept and archived counters as they stood before it started.
001753     COPY RUNCTL.
001754 01 WS-LOG-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
001755 01 WS-LOG-KEPT-BEFORE     PIC 9(07) COMP VALUE ZERO.
001756 01 WS-LOG-ARCHIVED-BEFORE PIC 9(07) COMP VALUE ZERO.
001757
001758* Chain carry-over for the log being split: its live and history
001759* file names, the chain state of each as read, and the record
001760* number and chain value of the last record moved to history.
001761* A log is archived only up to the first record it keeps, so the
001762* records moved out are always the head of the live file's chain.
001763 01 WS-CHAIN-STATE-STATUS  PIC X(02) VALUE "00".
001764 01 WS-CATALOG-STATUS      PIC X(02) VALUE "00".
001765 01 WS-CHAIN-STATE-NAME    PIC X(50) VALUE SPACES.
001766 01 WS-CHAIN-FILE-NAME     PIC X(40) VALUE SPACES.
001767 01 WS-CHAIN-LOG-TYPE      PIC X(08) VALUE SPACES.
001768 01 WS-CHAIN-SITE-ID       PIC X(08) VALUE SPACES.
001769 01 WS-CHAIN-LIVE-NAME     PIC X(40) VALUE SPACES.
001770 01 WS-CHAIN-HIST-NAME     PIC X(40) VALUE SPACES.
001771 01 WS-CHAIN-STATE-FOUND   PIC X VALUE 'N'.
001772     88 CHAIN-STATE-FOUND      VALUE 'Y'.
001773 01 WS-LIVE-CHAIN-FOUND    PIC X VALUE 'N'.
001774     88 LIVE-CHAIN-FOUND       VALUE 'Y'.
001775 01 WS-HIST-CHAIN-FOUND    PIC X VALUE 'N'.
001776     88 HIST-CHAIN-FOUND       VALUE 'Y'.
001777 01 WS-LIVE-CHAIN-STATE    PIC X(120) VALUE SPACES.
001778 01 WS-HIST-CHAIN-STATE    PIC X(120) VALUE SPACES.
001779 01 WS-LIVE-ANCHOR-SEQ     PIC 9(09) VALUE ZERO.
001780 01 WS-LIVE-ANCHOR-VALUE   PIC X(20) VALUE SPACES.
001781 01 WS-KEEP-STARTED        PIC X VALUE 'N'.
001782     88 KEEP-STARTED           VALUE 'Y'.
001783 01 WS-ARCHIVED-THIS-LOG   PIC 9(07) COMP VALUE ZERO.
001784 01 WS-LAST-ARCHIVED-SEQ   PIC 9(09) VALUE ZERO.
001785 01 WS-LAST-ARCHIVED-VALUE PIC X(20) VALUE SPACES.
001786 01 WS-RUN-TIME            PIC 9(08) VALUE ZERO.
001787 01 WS-RUN-TIMESTAMP       PIC X(14) VALUE SPACES.
001788     COPY LOGCHAIN.
001789
001790 PROCEDURE DIVISION.
001791 MAIN-PROCEDURE.
001792     DISPLAY ">> Log housekeeping starting."
001793
001800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001810     MOVE WS-CURRENT-DATE TO WS-TODAY-DISPLAY
001820
001830     PERFORM LOAD-ARCHIVE-PROFILE
001840     PERFORM COMPUTE-CUTOFF-DATES
001855     PERFORM LOAD-SITE-REGISTRY
001860
001870     PERFORM ARCHIVE-BOOT-LOG-ALL-SITES
001880     PERFORM ARCHIVE-AUTH-LOG-ALL-SITES
001890
001900     DISPLAY "BOOT-LOG  kept: " WS-BOOT-KEPT-COUNT
001910         " archived: " WS-BOOT-ARCHIVED-COUNT
002410     MOVE WS-AUTH-CUTOFF-NUMERIC TO WS-AUTH-CUTOFF-DISPLAY.
002420
002430*----------------------------------------------------------------*
002550* ARCHIVE-BOOT-LOG - splits one site's boot log into records to
002560* keep and records to archive, then rewrites the live file with
002570* only the records being kept.  Runs once per SITE-MASTER entry,
002630         DISPLAY WS-BOOT-LOG-NAME
002632             " not present; nothing to archive."
002640     ELSE
002641         MOVE "BOOTLOG"         TO WS-CHAIN-LOG-TYPE
002642         MOVE WS-CURRENT-SITE-ID TO WS-CHAIN-SITE-ID
002643         MOVE WS-BOOT-LOG-NAME  TO WS-CHAIN-LIVE-NAME
002644         MOVE WS-BOOT-HIST-NAME TO WS-CHAIN-HIST-NAME
002645         PERFORM BEGIN-CHAIN-CARRY
002650         OPEN OUTPUT BOOT-LOG-KEEP-FILE
002660         OPEN EXTEND BOOT-LOG-HIST-FILE
002670         IF WS-BOOT-HIST-STATUS NOT = "00"
002750         CLOSE BOOT-LOG-HIST-FILE
002760
002770         PERFORM REPLACE-BOOT-LOG-FROM-KEEP
002775         PERFORM FINISH-CHAIN-CARRY
002780     END-IF.
002790
002800 SPLIT-ONE-BOOT-LOG-RECORD.
002820         AT END
002830             SET BOOT-LOG-AT-END TO TRUE
002840         NOT AT END
002845             ADD 1 TO WS-LOG-READ-COUNT
002850             IF BL-TIMESTAMP(1:8) < WS-BOOT-CUTOFF-DISPLAY
002855                 AND NOT KEEP-STARTED
002860                 MOVE BOOT-LOG-RECORD TO BOOT-LOG-HIST-RECORD
002870                 WRITE BOOT-LOG-HIST-RECORD
002880                 ADD 1 TO WS-BOOT-ARCHIVED-COUNT
002882                 ADD 1 TO WS-ARCHIVED-THIS-LOG
002884                 MOVE BL-CHAIN-SEQ   TO WS-LAST-ARCHIVED-SEQ
002886                 MOVE BL-CHAIN-VALUE TO WS-LAST-ARCHIVED-VALUE
002890             ELSE
002895                 SET KEEP-STARTED TO TRUE
002900                 MOVE BOOT-LOG-RECORD TO BOOT-LOG-KEEP-RECORD
002910                 WRITE BOOT-LOG-KEEP-RECORD
002920                 ADD 1 TO WS-BOOT-KEPT-COUNT
003450
003460*----------------------------------------------------------------*
003470* ARCHIVE-AUTH-LOG - same split-and-replace approach as
003475* ARCHIVE-BOOT-LOG, applied to one site's auth log and its own
003480* retention window, with WS-AUTH-LOG-NAME and WS-AUTH-HIST-NAME
003485* built for the site by BUILD-SITE-AUTH-FILE-NAMES.
003500*----------------------------------------------------------------*
003510 ARCHIVE-AUTH-LOG.
003520     MOVE 'N' TO WS-AUTH-LOG-EOF
003530     OPEN INPUT AUTH-LOG-FILE
003540     IF WS-AUTH-LOG-STATUS NOT = "00"
003545         DISPLAY WS-AUTH-LOG-NAME
003550             " not present; nothing to archive."
003560     ELSE
003561         MOVE "AUTHLOG"         TO WS-CHAIN-LOG-TYPE
003562         MOVE WS-CURRENT-SITE-ID TO WS-CHAIN-SITE-ID
003563         MOVE WS-AUTH-LOG-NAME  TO WS-CHAIN-LIVE-NAME
003564         MOVE WS-AUTH-HIST-NAME TO WS-CHAIN-HIST-NAME
003565         PERFORM BEGIN-CHAIN-CARRY
003570         OPEN OUTPUT AUTH-LOG-KEEP-FILE
003580         OPEN EXTEND AUTH-LOG-HIST-FILE
003590         IF WS-AUTH-HIST-STATUS NOT = "00"
003670         CLOSE AUTH-LOG-HIST-FILE
003680
003690         PERFORM REPLACE-AUTH-LOG-FROM-KEEP
003695         PERFORM FINISH-CHAIN-CARRY
003700     END-IF.
003710
003720 SPLIT-ONE-AUTH-LOG-RECORD.
003740         AT END
003750             SET AUTH-LOG-AT-END TO TRUE
003760         NOT AT END
003765             ADD 1 TO WS-LOG-READ-COUNT
003770             IF AUD-FECHA-HORA(1:8) < WS-AUTH-CUTOFF-DISPLAY
003775                 AND NOT KEEP-STARTED
003780                 MOVE REGISTRO-AUDITORIA TO AUTH-LOG-HIST-RECORD
003790                 WRITE AUTH-LOG-HIST-RECORD
003800                 ADD 1 TO WS-AUTH-ARCHIVED-COUNT
003802                 ADD 1 TO WS-ARCHIVED-THIS-LOG
003804                 MOVE AUD-CADENA-SECUENCIA TO WS-LAST-ARCHIVED-SEQ
003806                 MOVE AUD-CADENA-VALOR TO WS-LAST-ARCHIVED-VALUE
003810             ELSE
003815                 SET KEEP-STARTED TO TRUE
003820                 MOVE REGISTRO-AUDITORIA TO AUTH-LOG-KEEP-RECORD
003830                 WRITE AUTH-LOG-KEEP-RECORD
003840                 ADD 1 TO WS-AUTH-KEPT-COUNT
004750 ARCHIVE-ONE-SITE-BOOT-LOG.
004760     MOVE WS-SITE-ENTRY(WS-SITE-INDEX) TO WS-CURRENT-SITE-ID
004770     PERFORM BUILD-SITE-BOOT-FILE-NAMES
004771     MOVE WS-BOOT-KEPT-COUNT     TO WS-LOG-KEPT-BEFORE
004772     MOVE WS-BOOT-ARCHIVED-COUNT TO WS-LOG-ARCHIVED-BEFORE
004773     PERFORM START-RUN-CONTROL
004774     PERFORM ARCHIVE-BOOT-LOG
004775     MOVE "BOOTLOG" TO RCL-STEP-ID
004776     COMPUTE RCL-OUTPUT-COUNT-1 =
004777         WS-BOOT-KEPT-COUNT - WS-LOG-KEPT-BEFORE
004778     COMPUTE RCL-OUTPUT-COUNT-2 =
004779         WS-BOOT-ARCHIVED-COUNT - WS-LOG-ARCHIVED-BEFORE
004780     PERFORM POST-RUN-CONTROL.
004790
004800*----------------------------------------------------------------*
004810* BUILD-SITE-BOOT-FILE-NAMES - the DEFAULT site keeps the plain
005020                WS-TODAY-DISPLAY    DELIMITED BY SIZE
005030             INTO WS-BOOT-HIST-NAME
005040     END-IF.
005050
005060*----------------------------------------------------------------*
005070* ARCHIVE-AUTH-LOG-ALL-SITES - the auth-log split once per
005080* registered site, the same way as the boot log.
005090*----------------------------------------------------------------*
005100 ARCHIVE-AUTH-LOG-ALL-SITES.
005110     PERFORM ARCHIVE-ONE-SITE-AUTH-LOG
005120         VARYING WS-SITE-INDEX FROM 1 BY 1
005130         UNTIL WS-SITE-INDEX > WS-SITE-COUNT.
005140
005150 ARCHIVE-ONE-SITE-AUTH-LOG.
005160     MOVE WS-SITE-ENTRY(WS-SITE-INDEX) TO WS-CURRENT-SITE-ID
005170     PERFORM BUILD-SITE-AUTH-FILE-NAMES
005180     MOVE WS-AUTH-KEPT-COUNT     TO WS-LOG-KEPT-BEFORE
005190     MOVE WS-AUTH-ARCHIVED-COUNT TO WS-LOG-ARCHIVED-BEFORE
005200     PERFORM START-RUN-CONTROL
005210     PERFORM ARCHIVE-AUTH-LOG
005220     MOVE "AUTHLOG" TO RCL-STEP-ID
005230     COMPUTE RCL-OUTPUT-COUNT-1 =
005240         WS-AUTH-KEPT-COUNT - WS-LOG-KEPT-BEFORE
005250     COMPUTE RCL-OUTPUT-COUNT-2 =
005260         WS-AUTH-ARCHIVED-COUNT - WS-LOG-ARCHIVED-BEFORE
005270     PERFORM POST-RUN-CONTROL.
005280
005290*----------------------------------------------------------------*
005300* BUILD-SITE-AUTH-FILE-NAMES - the same naming as BUILD-SITE-
005310* BOOT-FILE-NAMES: "AUTH-LOG" and "AUTH-LOG-HIST-<date>" for the
005320* DEFAULT site, "AUTH-LOG-<site>" and "AUTH-LOG-HIST-<site>-
005330* <date>" for any other, matching the live name IOT-AUTH-DEVICE
005340* builds from SITE-CONTROL.  History files are dated by today's
005350* run date, so successive runs on the same day append to the same
005360* history file instead of each creating a new one.
005370*----------------------------------------------------------------*
005380 BUILD-SITE-AUTH-FILE-NAMES.
005390     MOVE SPACES TO WS-AUTH-LOG-NAME
005400     MOVE SPACES TO WS-AUTH-HIST-NAME
005410     IF WS-CURRENT-SITE-ID = "DEFAULT"
005420         MOVE "AUTH-LOG" TO WS-AUTH-LOG-NAME
005430         STRING "AUTH-LOG-HIST-" WS-TODAY-DISPLAY
005440             DELIMITED BY SIZE INTO WS-AUTH-HIST-NAME
005450     ELSE
005460         STRING "AUTH-LOG-"         DELIMITED BY SIZE
005470                WS-CURRENT-SITE-ID  DELIMITED BY SPACE
005480             INTO WS-AUTH-LOG-NAME
005490         STRING "AUTH-LOG-HIST-"    DELIMITED BY SIZE
005500                WS-CURRENT-SITE-ID  DELIMITED BY SPACE
005510                "-"                 DELIMITED BY SIZE
005520                WS-TODAY-DISPLAY    DELIMITED BY SIZE
005530             INTO WS-AUTH-HIST-NAME
005540     END-IF.
005550
005560*----------------------------------------------------------------*
005570* BEGIN-CHAIN-CARRY - before a log is split, reads the chain state
005580* of its live file and of the dated history file the records are
005590* going to.  A history file with no state yet starts where the
005600* live file's chain starts (its anchor); one that already has
005610* records from an earlier run today must end exactly where the
005620* live file now starts, or the chain was already broken between
005630* the two runs.  A live file with no chain state has never been
005640* chained (LOG-CHAIN-CONVERSION not yet run), so it is archived
005650* as before with no chain state written.
005660*----------------------------------------------------------------*
005670 BEGIN-CHAIN-CARRY.
005680     MOVE 'N' TO WS-KEEP-STARTED
005690     MOVE ZERO TO WS-ARCHIVED-THIS-LOG
005700     MOVE WS-CHAIN-LIVE-NAME TO WS-CHAIN-FILE-NAME
005710     PERFORM READ-CHAIN-STATE
005720     MOVE WS-CHAIN-STATE-FOUND   TO WS-LIVE-CHAIN-FOUND
005730     MOVE LOG-CHAIN-STATE-RECORD TO WS-LIVE-CHAIN-STATE
005740     MOVE LCS-ANCHOR-SEQ         TO WS-LIVE-ANCHOR-SEQ
005750     MOVE LCS-ANCHOR-VALUE       TO WS-LIVE-ANCHOR-VALUE
005760     MOVE WS-LIVE-ANCHOR-SEQ     TO WS-LAST-ARCHIVED-SEQ
005770     MOVE WS-LIVE-ANCHOR-VALUE   TO WS-LAST-ARCHIVED-VALUE
005780     IF NOT LIVE-CHAIN-FOUND
005790         DISPLAY WS-CHAIN-LIVE-NAME
005800             " has no chain state; archived unchained."
005810     END-IF
005820
005830     MOVE WS-CHAIN-HIST-NAME TO WS-CHAIN-FILE-NAME
005840     PERFORM READ-CHAIN-STATE
005850     MOVE WS-CHAIN-STATE-FOUND TO WS-HIST-CHAIN-FOUND
005860     IF HIST-CHAIN-FOUND
005870         IF LCS-LAST-SEQ NOT = WS-LIVE-ANCHOR-SEQ
005880             OR LCS-LAST-VALUE NOT = WS-LIVE-ANCHOR-VALUE
005890             DISPLAY WS-CHAIN-HIST-NAME
005900                 " does not end where " WS-CHAIN-LIVE-NAME
005910                 " starts - chain already broken."
005920         END-IF
005930     ELSE
005940         MOVE WS-LIVE-ANCHOR-SEQ   TO LCS-ANCHOR-SEQ
005950         MOVE WS-LIVE-ANCHOR-VALUE TO LCS-ANCHOR-VALUE
005960         MOVE WS-LIVE-ANCHOR-SEQ   TO LCS-LAST-SEQ
005970         MOVE WS-LIVE-ANCHOR-VALUE TO LCS-LAST-VALUE
005980     END-IF
005990     MOVE LOG-CHAIN-STATE-RECORD TO WS-HIST-CHAIN-STATE.
006000
006010*----------------------------------------------------------------*
006020* FINISH-CHAIN-CARRY - once the live file has been rewritten, the
006030* history file's chain now ends at the last record archived and
006040* the live file's chain is re-anchored at that same record.  The
006050* live file's last record is the writers' to maintain and is left
006060* as it was.  A history file seen for the first time is added to
006070* LOG-ARCHIVE-CATALOG.
006080*----------------------------------------------------------------*
006090 FINISH-CHAIN-CARRY.
006100     PERFORM BUILD-RUN-TIMESTAMP
006110     IF LIVE-CHAIN-FOUND
006120         MOVE WS-HIST-CHAIN-STATE    TO LOG-CHAIN-STATE-RECORD
006130         MOVE WS-LAST-ARCHIVED-SEQ   TO LCS-LAST-SEQ
006140         MOVE WS-LAST-ARCHIVED-VALUE TO LCS-LAST-VALUE
006150         PERFORM WRITE-CHAIN-STATE
006160         MOVE WS-LIVE-CHAIN-STATE    TO LOG-CHAIN-STATE-RECORD
006170         MOVE WS-LAST-ARCHIVED-SEQ   TO LCS-ANCHOR-SEQ
006180         MOVE WS-LAST-ARCHIVED-VALUE TO LCS-ANCHOR-VALUE
006190         PERFORM WRITE-CHAIN-STATE
006200     END-IF
006210     IF NOT HIST-CHAIN-FOUND
006220         PERFORM CATALOG-HISTORY-FILE
006230     END-IF.
006240
006250*----------------------------------------------------------------*
006260* READ-CHAIN-STATE - reads "<WS-CHAIN-FILE-NAME>-CHAIN".  A
006270* missing or empty state file leaves a fresh state for that file
006280* name with a zero anchor, and CHAIN-STATE-FOUND off.
006290*----------------------------------------------------------------*
006300 READ-CHAIN-STATE.
006310     MOVE 'N' TO WS-CHAIN-STATE-FOUND
006320     MOVE SPACES             TO LOG-CHAIN-STATE-RECORD
006330     MOVE WS-CHAIN-FILE-NAME TO LCS-LOG-NAME
006340     MOVE ZERO               TO LCS-ANCHOR-SEQ
006350     MOVE ZEROS              TO LCS-ANCHOR-VALUE
006360     MOVE ZERO               TO LCS-LAST-SEQ
006370     MOVE ZEROS              TO LCS-LAST-VALUE
006380     PERFORM BUILD-CHAIN-STATE-NAME
006390     OPEN INPUT CHAIN-STATE-FILE
006400     IF WS-CHAIN-STATE-STATUS = "00"
006410         READ CHAIN-STATE-FILE INTO LOG-CHAIN-STATE-RECORD
006420             AT END
006430                 CONTINUE
006440             NOT AT END
006450                 SET CHAIN-STATE-FOUND TO TRUE
006460         END-READ
006470         CLOSE CHAIN-STATE-FILE
006480     END-IF.
006490
006500 WRITE-CHAIN-STATE.
006510     MOVE WS-RUN-TIMESTAMP TO LCS-UPDATED
006520     MOVE LCS-LOG-NAME     TO WS-CHAIN-FILE-NAME
006530     PERFORM BUILD-CHAIN-STATE-NAME
006540     OPEN OUTPUT CHAIN-STATE-FILE
006550     WRITE CHAIN-STATE-DATA FROM LOG-CHAIN-STATE-RECORD
006560     CLOSE CHAIN-STATE-FILE.
006570
006580 BUILD-CHAIN-STATE-NAME.
006590     MOVE SPACES TO WS-CHAIN-STATE-NAME
006600     STRING WS-CHAIN-FILE-NAME DELIMITED BY SPACE
006610            "-CHAIN"           DELIMITED BY SIZE
006620         INTO WS-CHAIN-STATE-NAME.
006630
006640*----------------------------------------------------------------*
006650* CATALOG-HISTORY-FILE - appends the new history file to LOG-
006660* ARCHIVE-CATALOG, opened and closed per entry like any other
006670* append-only file here.
006680*----------------------------------------------------------------*
006690 CATALOG-HISTORY-FILE.
006700     OPEN EXTEND LOG-CATALOG-FILE
006710     IF WS-CATALOG-STATUS NOT = "00"
006720         OPEN OUTPUT LOG-CATALOG-FILE
006730     END-IF
006740     MOVE SPACES             TO LOG-CATALOG-RECORD
006750     MOVE WS-CHAIN-LOG-TYPE  TO LGC-LOG-TYPE
006760     MOVE WS-CHAIN-SITE-ID   TO LGC-SITE-ID
006770     MOVE WS-CHAIN-HIST-NAME TO LGC-FILE-NAME
006780     MOVE WS-RUN-TIMESTAMP   TO LGC-CATALOGED
006790     WRITE LOG-CATALOG-RECORD
006800     CLOSE LOG-CATALOG-FILE.
006810
006820 BUILD-RUN-TIMESTAMP.
006830     ACCEPT WS-RUN-TIME FROM TIME
006840     MOVE WS-TODAY-DISPLAY    TO WS-RUN-TIMESTAMP(1:8)
006850     MOVE WS-RUN-TIME(1:6)    TO WS-RUN-TIMESTAMP(9:6).
006860
006870*----------------------------------------------------------------*
006880* START-RUN-CONTROL - opens the run-control record for one log
006890* file: program, run date and the time its split began.  A log
006900* that is not present posts as complete with zero counts.
006910*----------------------------------------------------------------*
006920 START-RUN-CONTROL.
006930     INITIALIZE RUN-CONTROL-RECORD
006940     MOVE ZERO TO WS-LOG-READ-COUNT
006950     MOVE "LOG-HOUSEKEEPING" TO RCL-PROGRAM-ID
006960     MOVE WS-TODAY-DISPLAY   TO RCL-RUN-DATE
006970     ACCEPT WS-RUN-TIME FROM TIME
006980     MOVE WS-RUN-TIME(1:6)   TO RCL-START-TIME
006990     SET RCL-COMPLETED TO TRUE.
007000
007010*----------------------------------------------------------------*
007020* POST-RUN-CONTROL - records read = kept + archived; RUN-CONTROL-
007030* BALANCE checks it.
007040*----------------------------------------------------------------*
007050 POST-RUN-CONTROL.
007060     MOVE WS-CURRENT-SITE-ID TO RCL-SITE-ID
007070     MOVE WS-LOG-READ-COUNT  TO RCL-INPUT-COUNT
007080     CALL "RUN-CONTROL-POST" USING RUN-CONTROL-RECORD
007090     END-CALL.
