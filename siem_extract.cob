000010*================================================================*
000020* PROGRAM-ID.  SIEM-EXTRACT
000030* AUTHOR.      J. GUSTAVO VERASTEGUI
000040* INSTALLATION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* Daily security-event extract for corporate security monitoring
000090* (SIEM).  Writes one delimited interchange file, SIEM-EXTRACT-
000100* <date>-<run seq>, in the SIEMEVT layout: a header with the
000110* extract date and run sequence number, one EVT record per event
000120* in a common layout, one SRC control record per source log and
000130* site, and a trailer with record and event counts per source.
000140*
000150* Sources and what goes out from each:
000160*   AUTHLOG  - every AUTH-LOG event of every SITE-MASTER site.
000170*   STATJRNL - every DEVICE-STATUS-JOURNAL status change.
000180*   BOOTLOG  - the VERIFY and FIRMWARE results of every SITE-
000190*              MASTER site's BOOT-LOG.
000200*   OPSALERT - every OPS-ALERT-FEED entry.
000210*
000220* Nothing is sent twice and nothing is skipped.  SIEM-EXTRACT-
000230* CONTROL keeps a high-water mark per source and site: the chain
000240* sequence number of the last record extracted for the chained
000250* logs, the record number for OPS-ALERT-FEED.  Chain sequence
000260* numbers carry on across LOG-HOUSEKEEPING, so when a night is
000270* missed the records that have since been archived are picked up
000280* from the history files on LOG-ARCHIVE-CATALOG whose chain state
000290* ends past the mark.  The marks and the run sequence are only
000300* moved on once the extract file is closed; a run that fails part
000310* way is run again and produces the same file.
000320*----------------------------------------------------------------*
000330* MODIFICATION HISTORY
000340*   DATE        BY      DESCRIPTION
000350*   2026-10-15  JGV     Original version.
000360*   2026-10-15  JGV     AUTH-LOG is now extracted per SITE-MASTER
000370*                       site, with its own SRC record and mark.
000372*   2026-10-15  JGV     Each run posts a record to RUN-CONTROL-
000374*                       LEDGER (RUN-CONTROL-POST): files read,
000376*                       events and records written, and files
000378*                       already sent, for RUN-CONTROL-BALANCE.
000380*================================================================*
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. SIEM-EXTRACT.
000410 AUTHOR. J. GUSTAVO VERASTEGUI.
000420 INSTALLATION. IOYOU SOLUTIONS.
000430 DATE-WRITTEN. 2026-10-15.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT SIEM-CONTROL-FILE
000500         ASSIGN TO "SIEM-EXTRACT-CONTROL"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-CONTROL-STATUS.
000530
000540     SELECT LOG-CATALOG-FILE
000550         ASSIGN TO "LOG-ARCHIVE-CATALOG"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-CATALOG-STATUS.
000580
000590     SELECT SITE-MASTER-FILE
000600         ASSIGN TO "SITE-MASTER"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-SITE-MASTER-STATUS.
000630
000640     SELECT AUTH-LOG-FILE
000650         ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-LOG-FILE-STATUS.
000680
000690     SELECT BOOT-LOG-FILE
000700         ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-LOG-FILE-STATUS.
000730
000740     SELECT STATUS-JOURNAL-FILE
000750         ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-LOG-FILE-STATUS.
000780
000790     SELECT CHAIN-STATE-FILE
000800         ASSIGN TO DYNAMIC WS-CHAIN-STATE-NAME
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-CHAIN-STATE-STATUS.
000830
000840     SELECT OPS-ALERT-FEED-FILE
000850         ASSIGN TO "OPS-ALERT-FEED"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-OPS-ALERT-STATUS.
000880
000890     SELECT SIEM-EXTRACT-FILE
000900         ASSIGN TO DYNAMIC WS-EXTRACT-FILE-NAME
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-EXTRACT-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  SIEM-CONTROL-FILE
000970     RECORDING MODE IS F.
000980     COPY SIEMHWM.
000990
001000 FD  LOG-CATALOG-FILE
001010     RECORDING MODE IS F.
001020     COPY LOGCAT.
001030
001040 FD  SITE-MASTER-FILE
001050     RECORDING MODE IS F.
001060     COPY SITEMAST.
001070
001080 FD  AUTH-LOG-FILE
001090     RECORDING MODE IS F.
001100     COPY AUTHLOG.
001110
001120 FD  BOOT-LOG-FILE
001130     RECORDING MODE IS F.
001140     COPY BOOTLOG.
001150
001160 FD  STATUS-JOURNAL-FILE
001170     RECORDING MODE IS F.
001180     COPY STATJRNL.
001190
001200 FD  CHAIN-STATE-FILE
001210     RECORDING MODE IS F.
001220 01  CHAIN-STATE-DATA            PIC X(120).
001230
001240 FD  OPS-ALERT-FEED-FILE
001250     RECORDING MODE IS F.
001260     COPY OPSALERT.
001270
001280 FD  SIEM-EXTRACT-FILE
001290     RECORDING MODE IS F.
001300 01  SIEM-EXTRACT-RECORD         PIC X(160).
001310
001320 WORKING-STORAGE SECTION.
001330 01 WS-CONTROL-STATUS      PIC X(02) VALUE "00".
001340 01 WS-CONTROL-EOF         PIC X VALUE 'N'.
001350     88 CONTROL-AT-END         VALUE 'Y'.
001360 01 WS-CATALOG-STATUS      PIC X(02) VALUE "00".
001370 01 WS-CATALOG-EOF         PIC X VALUE 'N'.
001380     88 CATALOG-AT-END         VALUE 'Y'.
001390 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
001400 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
001410     88 SITE-MASTER-AT-END     VALUE 'Y'.
001420 01 WS-LOG-FILE-STATUS     PIC X(02) VALUE "00".
001430 01 WS-LOG-FILE-EOF        PIC X VALUE 'N'.
001440     88 LOG-FILE-AT-END        VALUE 'Y'.
001450 01 WS-CHAIN-STATE-STATUS  PIC X(02) VALUE "00".
001460 01 WS-OPS-ALERT-STATUS    PIC X(02) VALUE "00".
001470 01 WS-EXTRACT-STATUS      PIC X(02) VALUE "00".
001480
001490* The site registry, as LOG-HOUSEKEEPING loads it: no SITE-MASTER
001500* (or an empty one) means the single DEFAULT site.
001510 01 WS-SITE-COUNT          PIC 9(03) COMP VALUE ZERO.
001520 01 WS-SITE-INDEX          PIC 9(03) COMP VALUE ZERO.
001530 01 WS-SITE-TABLE.
001540     05 WS-SITE-ENTRY OCCURS 50 TIMES
001550                           PIC X(08).
001560
001570* Run identification.  The run sequence number is one past the
001580* last one committed to SIEM-EXTRACT-CONTROL.
001590 01 WS-TODAY-DATE          PIC X(08) VALUE SPACES.
001600 01 WS-RUN-TIME            PIC 9(08) VALUE ZERO.
001610 01 WS-RUN-TIME-DISPLAY    PIC X(08) VALUE SPACES.
001620 01 WS-RUN-TIMESTAMP       PIC X(14) VALUE SPACES.
001630 01 WS-LAST-RUN-SEQ        PIC 9(09) VALUE ZERO.
001640 01 WS-LAST-RUN-DATE       PIC X(08) VALUE SPACES.
001650 01 WS-RUN-SEQ             PIC 9(06) VALUE ZERO.
001660 01 WS-EXTRACT-FILE-NAME   PIC X(40) VALUE SPACES.
001670
001680* One entry per source log and site: the mark the run started
001690* from, the mark it has reached, and the events and hash total
001700* (sum of source sequence numbers) extracted for it.
001710 01 WS-SOURCE-COUNT        PIC 9(03) COMP VALUE ZERO.
001720 01 WS-SOURCE-INDEX        PIC 9(03) COMP VALUE ZERO.
001730 01 WS-SOURCE-FOUND        PIC 9(03) COMP VALUE ZERO.
001740 01 WS-SOURCE-TABLE.
001750     05 WS-SOURCE-ENTRY OCCURS 60 TIMES.
001760         10 SRC-TYPE           PIC X(08).
001770         10 SRC-SITE-ID        PIC X(08).
001780         10 SRC-FROM-MARK      PIC 9(09).
001790         10 SRC-TO-MARK        PIC 9(09).
001800         10 SRC-EVENTS         PIC 9(07) COMP.
001810         10 SRC-HASH-TOTAL     PIC 9(15) COMP.
001820
001830* The file being extracted: which log it belongs to, its site,
001840* its name and the name of its chain state file.
001850 01 WS-LOG-TYPE            PIC X(08) VALUE SPACES.
001860     88 LOG-IS-AUTH            VALUE "AUTHLOG".
001870     88 LOG-IS-BOOT            VALUE "BOOTLOG".
001880     88 LOG-IS-JOURNAL         VALUE "STATJRNL".
001890 01 WS-LOG-SITE-ID         PIC X(08) VALUE SPACES.
001900 01 WS-LOG-FILE-NAME       PIC X(40) VALUE SPACES.
001910 01 WS-CHAIN-STATE-NAME    PIC X(50) VALUE SPACES.
001920 01 WS-CHAIN-STATE-FOUND   PIC X VALUE 'N'.
001930     88 CHAIN-STATE-FOUND      VALUE 'Y'.
001940     COPY LOGCHAIN.
001950
001960* The record just read: its source sequence number, and whether
001970* it is one of the events that goes out.
001980 01 WS-REC-SEQ-TEXT        PIC X(09) VALUE SPACES.
001990 01 WS-REC-SEQ REDEFINES WS-REC-SEQ-TEXT
002000                           PIC 9(09).
002010 01 WS-SEND-EVENT          PIC X VALUE 'N'.
002020     88 SEND-EVENT             VALUE 'Y'.
002030 01 WS-ALERT-ORDINAL       PIC 9(09) VALUE ZERO.
002040 01 WS-ALERT-FEED-COUNT    PIC 9(09) VALUE ZERO.
002050
002060* Run totals.
002070 01 WS-RECORDS-WRITTEN     PIC 9(09) COMP VALUE ZERO.
002080 01 WS-EVENTS-WRITTEN      PIC 9(09) COMP VALUE ZERO.
002090 01 WS-FILES-READ          PIC 9(05) COMP VALUE ZERO.
002100 01 WS-FILES-SKIPPED       PIC 9(05) COMP VALUE ZERO.
002110 01 WS-UNCHAINED-SKIPPED   PIC 9(07) COMP VALUE ZERO.
002120 01 WS-AUTH-EVENTS         PIC 9(07) COMP VALUE ZERO.
002130 01 WS-JOURNAL-EVENTS      PIC 9(07) COMP VALUE ZERO.
002140 01 WS-BOOT-EVENTS         PIC 9(07) COMP VALUE ZERO.
002150 01 WS-ALERT-EVENTS        PIC 9(07) COMP VALUE ZERO.
002160
002162* Run-control record for RUN-CONTROL-LEDGER.
002164     COPY RUNCTL.
002166
002170     COPY SIEMEVT.
002180
002190 PROCEDURE DIVISION.
002200 MAIN-PROCEDURE.
002210     DISPLAY "===== SIEM EVENT EXTRACT ====="
002220     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
002230     ACCEPT WS-RUN-TIME FROM TIME
002240     MOVE WS-RUN-TIME TO WS-RUN-TIME-DISPLAY
002250     MOVE WS-TODAY-DATE            TO WS-RUN-TIMESTAMP(1:8)
002260     MOVE WS-RUN-TIME-DISPLAY(1:6) TO WS-RUN-TIMESTAMP(9:6)
002265     PERFORM START-RUN-CONTROL
002270
002280     PERFORM LOAD-SIEM-CONTROL
002290     PERFORM LOAD-SITE-REGISTRY
002300     PERFORM REGISTER-LIVE-SOURCES
002310
002320     PERFORM OPEN-EXTRACT-FILE
002330     IF WS-EXTRACT-STATUS NOT = "00"
002340         DISPLAY "Could not open extract file "
002350             WS-EXTRACT-FILE-NAME
002353         SET RCL-INCOMPLETE TO TRUE
002356         PERFORM POST-RUN-CONTROL
002360         GOBACK
002370     END-IF
002380
002390     PERFORM EXTRACT-CATALOGED-FILES
002400
002410     PERFORM EXTRACT-ONE-SITE-AUTH-LOG
002420         VARYING WS-SITE-INDEX FROM 1 BY 1
002430         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
002440
002450     PERFORM EXTRACT-ONE-SITE-BOOT-LOG
002460         VARYING WS-SITE-INDEX FROM 1 BY 1
002470         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
002480
002490     MOVE "STATJRNL" TO WS-LOG-TYPE
002500     MOVE "DEFAULT"  TO WS-LOG-SITE-ID
002510     MOVE "DEVICE-STATUS-JOURNAL" TO WS-LOG-FILE-NAME
002520     PERFORM EXTRACT-ONE-LOG-FILE
002530
002540     PERFORM EXTRACT-OPS-ALERTS
002550
002560     PERFORM WRITE-SOURCE-RECORD
002570         VARYING WS-SOURCE-INDEX FROM 1 BY 1
002580         UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT
002590     PERFORM WRITE-TRAILER-RECORD
002600     CLOSE SIEM-EXTRACT-FILE
002610
002620     PERFORM SAVE-SIEM-CONTROL
002630
002640     DISPLAY "Extract file:      " WS-EXTRACT-FILE-NAME
002650     DISPLAY "Run sequence:      " WS-RUN-SEQ
002660     DISPLAY "Files read:        " WS-FILES-READ
002670     DISPLAY "Files already sent:" WS-FILES-SKIPPED
002680     DISPLAY "AUTH-LOG events:   " WS-AUTH-EVENTS
002690     DISPLAY "Journal events:    " WS-JOURNAL-EVENTS
002700     DISPLAY "Boot events:       " WS-BOOT-EVENTS
002710     DISPLAY "Ops alerts:        " WS-ALERT-EVENTS
002720     DISPLAY "Records written:   " WS-RECORDS-WRITTEN
002730     IF WS-UNCHAINED-SKIPPED > ZERO
002740         DISPLAY "Unchained records not sent: "
002750             WS-UNCHAINED-SKIPPED
002760     END-IF
002770     DISPLAY "===== END OF EXTRACT ====="
002775     PERFORM POST-RUN-CONTROL
002780     GOBACK.
002790
002800*----------------------------------------------------------------*
002810* LOAD-SIEM-CONTROL - the high-water marks and the last run
002820* sequence number from SIEM-EXTRACT-CONTROL.  No control file
002830* means the first extract: every source starts from zero and
002840* everything on file goes out.
002850*----------------------------------------------------------------*
002860 LOAD-SIEM-CONTROL.
002870     MOVE ZERO TO WS-SOURCE-COUNT
002880     MOVE ZERO TO WS-LAST-RUN-SEQ
002890     MOVE SPACES TO WS-LAST-RUN-DATE
002900     OPEN INPUT SIEM-CONTROL-FILE
002910     IF WS-CONTROL-STATUS = "00"
002920         PERFORM READ-ONE-CONTROL-ENTRY
002930             UNTIL CONTROL-AT-END
002940         CLOSE SIEM-CONTROL-FILE
002950     ELSE
002960         DISPLAY "SIEM-EXTRACT-CONTROL not present; "
002970             "first extract."
002980     END-IF
002990     IF WS-LAST-RUN-SEQ >= 999999
003000         MOVE 1 TO WS-RUN-SEQ
003010     ELSE
003020         COMPUTE WS-RUN-SEQ = WS-LAST-RUN-SEQ + 1
003030     END-IF.
003040
003050 READ-ONE-CONTROL-ENTRY.
003060     READ SIEM-CONTROL-FILE
003070         AT END
003080             SET CONTROL-AT-END TO TRUE
003090         NOT AT END
003100             EVALUATE TRUE
003110                 WHEN SHW-RUN-SEQUENCE
003120                     MOVE SHW-HIGH-WATER TO WS-LAST-RUN-SEQ
003130                     MOVE SHW-LAST-EXTRACT(1:8)
003140                         TO WS-LAST-RUN-DATE
003150                 WHEN SHW-SOURCE = SPACES
003160                     CONTINUE
003170                 WHEN OTHER
003180                     MOVE SHW-SOURCE  TO WS-LOG-TYPE
003190                     MOVE SHW-SITE-ID TO WS-LOG-SITE-ID
003200                     PERFORM FIND-SOURCE-ENTRY
003210                     IF WS-SOURCE-FOUND > ZERO
003220                         MOVE SHW-HIGH-WATER
003230                           TO SRC-FROM-MARK(WS-SOURCE-FOUND)
003240                         MOVE SHW-HIGH-WATER
003250                           TO SRC-TO-MARK(WS-SOURCE-FOUND)
003260                     END-IF
003270             END-EVALUATE
003280     END-READ.
003290
003300*----------------------------------------------------------------*
003310* REGISTER-LIVE-SOURCES - makes sure every source this run reads
003320* has an entry, so each gets its SRC control record even on a
003330* night it has nothing new.
003340*----------------------------------------------------------------*
003350 REGISTER-LIVE-SOURCES.
003360     MOVE "DEFAULT" TO WS-LOG-SITE-ID
003370     MOVE "STATJRNL" TO WS-LOG-TYPE
003380     PERFORM FIND-SOURCE-ENTRY
003390     MOVE "OPSALERT" TO WS-LOG-TYPE
003400     PERFORM FIND-SOURCE-ENTRY
003410     MOVE "AUTHLOG" TO WS-LOG-TYPE
003420     PERFORM REGISTER-ONE-SITE-SOURCE
003430         VARYING WS-SITE-INDEX FROM 1 BY 1
003440         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
003450     MOVE "BOOTLOG" TO WS-LOG-TYPE
003460     PERFORM REGISTER-ONE-SITE-SOURCE
003470         VARYING WS-SITE-INDEX FROM 1 BY 1
003480         UNTIL WS-SITE-INDEX > WS-SITE-COUNT.
003490
003500 REGISTER-ONE-SITE-SOURCE.
003510     MOVE WS-SITE-ENTRY(WS-SITE-INDEX) TO WS-LOG-SITE-ID
003520     PERFORM FIND-SOURCE-ENTRY.
003530
003540*----------------------------------------------------------------*
003550* FIND-SOURCE-ENTRY - sets WS-SOURCE-FOUND to the entry for WS-
003560* LOG-TYPE and WS-LOG-SITE-ID, adding one at mark zero if there
003570* is none.  Zero means the table is full.
003580*----------------------------------------------------------------*
003590 FIND-SOURCE-ENTRY.
003600     MOVE ZERO TO WS-SOURCE-FOUND
003610     PERFORM MATCH-SOURCE-ENTRY
003620         VARYING WS-SOURCE-INDEX FROM 1 BY 1
003630         UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT
003640            OR WS-SOURCE-FOUND > ZERO
003650     IF WS-SOURCE-FOUND = ZERO
003660         IF WS-SOURCE-COUNT < 60
003670             ADD 1 TO WS-SOURCE-COUNT
003680             MOVE WS-SOURCE-COUNT TO WS-SOURCE-FOUND
003690             MOVE WS-LOG-TYPE    TO SRC-TYPE(WS-SOURCE-FOUND)
003700             MOVE WS-LOG-SITE-ID TO SRC-SITE-ID(WS-SOURCE-FOUND)
003710             MOVE ZERO TO SRC-FROM-MARK(WS-SOURCE-FOUND)
003720             MOVE ZERO TO SRC-TO-MARK(WS-SOURCE-FOUND)
003730             MOVE ZERO TO SRC-EVENTS(WS-SOURCE-FOUND)
003740             MOVE ZERO TO SRC-HASH-TOTAL(WS-SOURCE-FOUND)
003750         ELSE
003760             DISPLAY "Source table full; not extracting "
003770                 WS-LOG-TYPE " " WS-LOG-SITE-ID
003780         END-IF
003790     END-IF.
003800
003810 MATCH-SOURCE-ENTRY.
003820     IF SRC-TYPE(WS-SOURCE-INDEX) = WS-LOG-TYPE
003830         AND SRC-SITE-ID(WS-SOURCE-INDEX) = WS-LOG-SITE-ID
003840         MOVE WS-SOURCE-INDEX TO WS-SOURCE-FOUND
003850     END-IF.
003860
003870*----------------------------------------------------------------*
003880* OPEN-EXTRACT-FILE - names the file for today's date and run
003890* sequence number and writes the header record.
003900*----------------------------------------------------------------*
003910 OPEN-EXTRACT-FILE.
003920     MOVE SPACES TO WS-EXTRACT-FILE-NAME
003930     STRING "SIEM-EXTRACT-" WS-TODAY-DATE "-" WS-RUN-SEQ
003940         DELIMITED BY SIZE INTO WS-EXTRACT-FILE-NAME
003950     OPEN OUTPUT SIEM-EXTRACT-FILE
003960     IF WS-EXTRACT-STATUS = "00"
003970         MOVE WS-TODAY-DATE    TO SHD-EXTRACT-DATE
003980         MOVE WS-RUN-SEQ       TO SHD-RUN-SEQ
003990         MOVE WS-RUN-TIMESTAMP TO SHD-CREATED
004000         MOVE WS-LAST-RUN-DATE TO SHD-PRIOR-RUN-DATE
004010         WRITE SIEM-EXTRACT-RECORD FROM SIEM-HEADER-LINE
004020         ADD 1 TO WS-RECORDS-WRITTEN
004030     END-IF.
004040
004050*----------------------------------------------------------------*
004060* EXTRACT-CATALOGED-FILES - catches up on records that were
004070* archived before they were extracted.  Each history file on
004080* LOG-ARCHIVE-CATALOG is read only if its chain state ends past
004090* its source's mark; on a normal night every one is skipped.
004100*----------------------------------------------------------------*
004110 EXTRACT-CATALOGED-FILES.
004120     OPEN INPUT LOG-CATALOG-FILE
004130     IF WS-CATALOG-STATUS = "00"
004140         PERFORM EXTRACT-ONE-CATALOG-ENTRY
004150             UNTIL CATALOG-AT-END
004160         CLOSE LOG-CATALOG-FILE
004170     END-IF.
004180
004190 EXTRACT-ONE-CATALOG-ENTRY.
004200     READ LOG-CATALOG-FILE
004210         AT END
004220             SET CATALOG-AT-END TO TRUE
004230         NOT AT END
004240             IF LGC-FILE-NAME NOT = SPACES
004250                 MOVE LGC-LOG-TYPE  TO WS-LOG-TYPE
004260                 MOVE LGC-SITE-ID   TO WS-LOG-SITE-ID
004270                 MOVE LGC-FILE-NAME TO WS-LOG-FILE-NAME
004280                 PERFORM FIND-SOURCE-ENTRY
004290                 PERFORM READ-CHAIN-STATE
004300                 IF WS-SOURCE-FOUND > ZERO
004310                     AND CHAIN-STATE-FOUND
004320                     AND LCS-LAST-SEQ
004330                         <= SRC-FROM-MARK(WS-SOURCE-FOUND)
004340                     ADD 1 TO WS-FILES-SKIPPED
004350                 ELSE
004360                     PERFORM EXTRACT-ONE-LOG-FILE
004370                 END-IF
004380             END-IF
004390     END-READ.
004400
004410 EXTRACT-ONE-SITE-AUTH-LOG.
004420     MOVE "AUTHLOG" TO WS-LOG-TYPE
004430     MOVE WS-SITE-ENTRY(WS-SITE-INDEX) TO WS-LOG-SITE-ID
004440     MOVE SPACES TO WS-LOG-FILE-NAME
004450     IF WS-LOG-SITE-ID = "DEFAULT"
004460         MOVE "AUTH-LOG" TO WS-LOG-FILE-NAME
004470     ELSE
004480         STRING "AUTH-LOG-"    DELIMITED BY SIZE
004490                WS-LOG-SITE-ID DELIMITED BY SPACE
004500             INTO WS-LOG-FILE-NAME
004510     END-IF
004520     PERFORM EXTRACT-ONE-LOG-FILE.
004530
004540 EXTRACT-ONE-SITE-BOOT-LOG.
004550     MOVE "BOOTLOG" TO WS-LOG-TYPE
004560     MOVE WS-SITE-ENTRY(WS-SITE-INDEX) TO WS-LOG-SITE-ID
004570     MOVE SPACES TO WS-LOG-FILE-NAME
004580     IF WS-LOG-SITE-ID = "DEFAULT"
004590         MOVE "BOOT-LOG" TO WS-LOG-FILE-NAME
004600     ELSE
004610         STRING "BOOT-LOG-"    DELIMITED BY SIZE
004620                WS-LOG-SITE-ID DELIMITED BY SPACE
004630             INTO WS-LOG-FILE-NAME
004640     END-IF
004650     PERFORM EXTRACT-ONE-LOG-FILE.
004660
004670*----------------------------------------------------------------*
004680* READ-CHAIN-STATE - reads "<file>-CHAIN" into LOG-CHAIN-STATE-
004690* RECORD, if there is one.
004700*----------------------------------------------------------------*
004710 READ-CHAIN-STATE.
004720     MOVE 'N' TO WS-CHAIN-STATE-FOUND
004730     MOVE SPACES TO WS-CHAIN-STATE-NAME
004740     STRING WS-LOG-FILE-NAME DELIMITED BY SPACE
004750            "-CHAIN"         DELIMITED BY SIZE
004760         INTO WS-CHAIN-STATE-NAME
004770     OPEN INPUT CHAIN-STATE-FILE
004780     IF WS-CHAIN-STATE-STATUS = "00"
004790         READ CHAIN-STATE-FILE INTO LOG-CHAIN-STATE-RECORD
004800             AT END
004810                 CONTINUE
004820             NOT AT END
004830                 SET CHAIN-STATE-FOUND TO TRUE
004840         END-READ
004850         CLOSE CHAIN-STATE-FILE
004860     END-IF.
004870
004880*----------------------------------------------------------------*
004890* EXTRACT-ONE-LOG-FILE - reads one chained log file and sends
004900* every record numbered past its source's starting mark.  The
004910* source's mark is moved on to the highest number read, whether
004920* or not the record was one that goes out (BOOT-LOG steps other
004930* than VERIFY and FIRMWARE), so they are not read again.  A
004940* record with no chain number cannot be placed against the mark
004950* and is counted, not sent; LOG-CHAIN-VERIFY reports it.
004960*----------------------------------------------------------------*
004970 EXTRACT-ONE-LOG-FILE.
004980     IF WS-LOG-SITE-ID = SPACES
004990         MOVE "DEFAULT" TO WS-LOG-SITE-ID
005000     END-IF
005010     PERFORM FIND-SOURCE-ENTRY
005020     IF WS-SOURCE-FOUND > ZERO
005030         PERFORM OPEN-LOG-FILE
005040         IF WS-LOG-FILE-STATUS = "00"
005050             ADD 1 TO WS-FILES-READ
005060             MOVE 'N' TO WS-LOG-FILE-EOF
005070             PERFORM EXTRACT-ONE-LOG-RECORD
005080                 UNTIL LOG-FILE-AT-END
005090             PERFORM CLOSE-LOG-FILE
005100         END-IF
005110     END-IF.
005160
005170 OPEN-LOG-FILE.
005180     EVALUATE TRUE
005190         WHEN LOG-IS-AUTH
005200             OPEN INPUT AUTH-LOG-FILE
005210         WHEN LOG-IS-BOOT
005220             OPEN INPUT BOOT-LOG-FILE
005230         WHEN OTHER
005240             OPEN INPUT STATUS-JOURNAL-FILE
005250     END-EVALUATE.
005260
005270 CLOSE-LOG-FILE.
005280     EVALUATE TRUE
005290         WHEN LOG-IS-AUTH
005300             CLOSE AUTH-LOG-FILE
005310         WHEN LOG-IS-BOOT
005320             CLOSE BOOT-LOG-FILE
005330         WHEN OTHER
005340             CLOSE STATUS-JOURNAL-FILE
005350     END-EVALUATE.
005360
005370 EXTRACT-ONE-LOG-RECORD.
005380     MOVE 'N' TO WS-SEND-EVENT
005390     EVALUATE TRUE
005400         WHEN LOG-IS-AUTH
005410             READ AUTH-LOG-FILE
005420                 AT END
005430                     SET LOG-FILE-AT-END TO TRUE
005440                 NOT AT END
005450                     MOVE AUD-CADENA-SECUENCIA TO WS-REC-SEQ-TEXT
005460                     SET SEND-EVENT TO TRUE
005470             END-READ
005480         WHEN LOG-IS-BOOT
005490             READ BOOT-LOG-FILE
005500                 AT END
005510                     SET LOG-FILE-AT-END TO TRUE
005520                 NOT AT END
005530                     MOVE BL-CHAIN-SEQ TO WS-REC-SEQ-TEXT
005540                     IF BL-STEP-NAME = "VERIFY"
005550                         OR BL-STEP-NAME = "FIRMWARE"
005560                         SET SEND-EVENT TO TRUE
005570                     END-IF
005580             END-READ
005590         WHEN OTHER
005600             READ STATUS-JOURNAL-FILE
005610                 AT END
005620                     SET LOG-FILE-AT-END TO TRUE
005630                 NOT AT END
005640                     MOVE CES-CADENA-SECUENCIA TO WS-REC-SEQ-TEXT
005650                     SET SEND-EVENT TO TRUE
005660             END-READ
005670     END-EVALUATE
005680     IF NOT LOG-FILE-AT-END
005690         PERFORM SEND-ONE-LOG-RECORD
005850     END-IF.
005851
005852*----------------------------------------------------------------*
005853* SEND-ONE-LOG-RECORD - places the record just read against its
005854* source's marks and sends it if it is new and goes out.
005855*----------------------------------------------------------------*
005856 SEND-ONE-LOG-RECORD.
005857     EVALUATE TRUE
005858         WHEN WS-REC-SEQ-TEXT NOT NUMERIC
005859             ADD 1 TO WS-UNCHAINED-SKIPPED
005860         WHEN WS-REC-SEQ = ZERO
005861             ADD 1 TO WS-UNCHAINED-SKIPPED
005862         WHEN WS-REC-SEQ > SRC-FROM-MARK(WS-SOURCE-FOUND)
005863             IF WS-REC-SEQ > SRC-TO-MARK(WS-SOURCE-FOUND)
005864                 MOVE WS-REC-SEQ TO SRC-TO-MARK(WS-SOURCE-FOUND)
005865             END-IF
005866             IF SEND-EVENT
005867                 PERFORM BUILD-LOG-EVENT
005868                 PERFORM WRITE-EVENT-RECORD
005869             END-IF
005870         WHEN OTHER
005871             CONTINUE
005872     END-EVALUATE.
005880
005890*----------------------------------------------------------------*
005900* BUILD-LOG-EVENT - lays the record just read out in the common
005910* event layout.
005920*   AUTHLOG  - event type, device, SUCCESS/FAILURE, operator,
005930*              factor results and failed-factor tags.
005940*   STATJRNL - "STATUS", device, new status, operator, old and
005950*              new status and the cause.
005960*   BOOTLOG  - step name, firmware version, step status, and
005970*              whether the step's function checked out.
005980*----------------------------------------------------------------*
005990 BUILD-LOG-EVENT.
006000     MOVE WS-LOG-TYPE    TO SEV-SOURCE
006010     MOVE WS-LOG-SITE-ID TO SEV-SITE-ID
006020     MOVE WS-REC-SEQ     TO SEV-SOURCE-SEQ
006030     MOVE SPACES TO SEV-OPERATOR-ID
006040     MOVE SPACES TO SEV-DETAIL
006050     EVALUATE TRUE
006060         WHEN LOG-IS-AUTH
006070             MOVE AUD-FECHA-HORA     TO SEV-TIMESTAMP
006080             MOVE AUD-TIPO-EVENTO    TO SEV-EVENT-TYPE
006090             MOVE AUD-DISPOSITIVO-ID TO SEV-SUBJECT
006100             IF AUD-RESULTADO = 'S'
006110                 MOVE "SUCCESS" TO SEV-OUTCOME
006120             ELSE
006130                 MOVE "FAILURE" TO SEV-OUTCOME
006140             END-IF
006150             MOVE AUD-OPERADOR-ID TO SEV-OPERATOR-ID
006160             STRING "F1=" AUD-FACTOR-1-RESULTADO
006170                    " F2=" AUD-FACTOR-2-RESULTADO
006180                    " TAG1=" AUD-MARCA-FACTOR-1
006190                    " TAG2=" AUD-MARCA-FACTOR-2
006200                 DELIMITED BY SIZE INTO SEV-DETAIL
006210         WHEN LOG-IS-BOOT
006220             MOVE BL-TIMESTAMP     TO SEV-TIMESTAMP
006230             MOVE BL-STEP-NAME     TO SEV-EVENT-TYPE
006240             MOVE BL-FW-VERSION    TO SEV-SUBJECT
006250             MOVE BL-STATUS        TO SEV-OUTCOME
006260             STRING "FUNCTION-OK=" BL-FUNCTION-OK
006270                 DELIMITED BY SIZE INTO SEV-DETAIL
006280         WHEN OTHER
006290             MOVE CES-FECHA-HORA     TO SEV-TIMESTAMP
006300             MOVE "STATUS"           TO SEV-EVENT-TYPE
006310             MOVE CES-DISPOSITIVO-ID TO SEV-SUBJECT
006320             MOVE CES-ESTADO-NUEVO   TO SEV-OUTCOME
006330             MOVE CES-OPERADOR-ID    TO SEV-OPERATOR-ID
006340             STRING "FROM " CES-ESTADO-ANTERIOR
006350                    " TO " CES-ESTADO-NUEVO
006360                    " CAUSE " CES-CAUSA
006370                 DELIMITED BY SIZE INTO SEV-DETAIL
006380     END-EVALUATE.
006390
006400*----------------------------------------------------------------*
006410* EXTRACT-OPS-ALERTS - OPS-ALERT-FEED is only ever appended to, so
006420* its mark is a record number.  The feed is counted first: if it
006430* is now shorter than the mark it has been replaced, and the whole
006440* of the new feed goes out.
006450*----------------------------------------------------------------*
006460 EXTRACT-OPS-ALERTS.
006470     MOVE "OPSALERT" TO WS-LOG-TYPE
006480     MOVE "DEFAULT"  TO WS-LOG-SITE-ID
006490     PERFORM FIND-SOURCE-ENTRY
006493     IF WS-SOURCE-FOUND > ZERO
006496         MOVE ZERO TO WS-ALERT-FEED-COUNT
006499         OPEN INPUT OPS-ALERT-FEED-FILE
006502         IF WS-OPS-ALERT-STATUS = "00"
006505             MOVE 'N' TO WS-LOG-FILE-EOF
006508             PERFORM COUNT-ONE-OPS-ALERT
006511                 UNTIL LOG-FILE-AT-END
006514             CLOSE OPS-ALERT-FEED-FILE
006517             PERFORM SEND-OPS-ALERT-FEED
006520         END-IF
006523     END-IF.
006530
006540 SEND-OPS-ALERT-FEED.
006630     IF WS-ALERT-FEED-COUNT < SRC-FROM-MARK(WS-SOURCE-FOUND)
006640         DISPLAY "OPS-ALERT-FEED shorter than its mark; "
006650             "sending the whole feed."
006660         MOVE ZERO TO SRC-FROM-MARK(WS-SOURCE-FOUND)
006670         MOVE ZERO TO SRC-TO-MARK(WS-SOURCE-FOUND)
006680     END-IF
006700     ADD 1 TO WS-FILES-READ
006710     MOVE ZERO TO WS-ALERT-ORDINAL
006720     OPEN INPUT OPS-ALERT-FEED-FILE
006730     MOVE 'N' TO WS-LOG-FILE-EOF
006740     PERFORM EXTRACT-ONE-OPS-ALERT
006750         UNTIL LOG-FILE-AT-END
006760     CLOSE OPS-ALERT-FEED-FILE.
006790
006800 COUNT-ONE-OPS-ALERT.
006810     READ OPS-ALERT-FEED-FILE
006820         AT END
006830             SET LOG-FILE-AT-END TO TRUE
006840         NOT AT END
006850             ADD 1 TO WS-ALERT-FEED-COUNT
006860     END-READ.
006870
006880 EXTRACT-ONE-OPS-ALERT.
006890     READ OPS-ALERT-FEED-FILE
006900         AT END
006910             SET LOG-FILE-AT-END TO TRUE
006920         NOT AT END
006930             ADD 1 TO WS-ALERT-ORDINAL
006940             IF WS-ALERT-ORDINAL > SRC-FROM-MARK(WS-SOURCE-FOUND)
006950                 MOVE WS-ALERT-ORDINAL TO WS-REC-SEQ
006960                 MOVE WS-ALERT-ORDINAL
006970                     TO SRC-TO-MARK(WS-SOURCE-FOUND)
006980                 MOVE "OPSALERT"    TO SEV-SOURCE
006990                 MOVE ALT-SITE-ID   TO SEV-SITE-ID
007000                 MOVE WS-REC-SEQ    TO SEV-SOURCE-SEQ
007010                 MOVE ALT-TIMESTAMP TO SEV-TIMESTAMP
007020                 MOVE "ALERT"       TO SEV-EVENT-TYPE
007030                 MOVE ALT-SITE-ID   TO SEV-SUBJECT
007040                 MOVE ALT-SEVERITY  TO SEV-OUTCOME
007050                 MOVE SPACES        TO SEV-OPERATOR-ID
007060                 MOVE ALT-REASON    TO SEV-DETAIL
007070                 PERFORM WRITE-EVENT-RECORD
007080             END-IF
007090     END-READ.
007100
007110*----------------------------------------------------------------*
007120* WRITE-EVENT-RECORD - writes the EVT record built in SIEM-EVENT-
007130* LINE and adds it to its source's count and hash total and to
007140* the trailer count for its kind of source.
007150*----------------------------------------------------------------*
007160 WRITE-EVENT-RECORD.
007170     WRITE SIEM-EXTRACT-RECORD FROM SIEM-EVENT-LINE
007180     ADD 1 TO WS-RECORDS-WRITTEN
007190     ADD 1 TO WS-EVENTS-WRITTEN
007200     ADD 1 TO SRC-EVENTS(WS-SOURCE-FOUND)
007210     ADD WS-REC-SEQ TO SRC-HASH-TOTAL(WS-SOURCE-FOUND)
007220     EVALUATE SEV-SOURCE
007230         WHEN "AUTHLOG"
007240             ADD 1 TO WS-AUTH-EVENTS
007250         WHEN "STATJRNL"
007260             ADD 1 TO WS-JOURNAL-EVENTS
007270         WHEN "BOOTLOG"
007280             ADD 1 TO WS-BOOT-EVENTS
007290         WHEN OTHER
007300             ADD 1 TO WS-ALERT-EVENTS
007310     END-EVALUATE.
007320
007330 WRITE-SOURCE-RECORD.
007340     MOVE SRC-TYPE(WS-SOURCE-INDEX)       TO SSR-SOURCE
007350     MOVE SRC-SITE-ID(WS-SOURCE-INDEX)    TO SSR-SITE-ID
007360     MOVE SRC-FROM-MARK(WS-SOURCE-INDEX)  TO SSR-FROM-MARK
007370     MOVE SRC-TO-MARK(WS-SOURCE-INDEX)    TO SSR-TO-MARK
007380     MOVE SRC-EVENTS(WS-SOURCE-INDEX)     TO SSR-EVENT-COUNT
007390     MOVE SRC-HASH-TOTAL(WS-SOURCE-INDEX) TO SSR-HASH-TOTAL
007400     WRITE SIEM-EXTRACT-RECORD FROM SIEM-SOURCE-LINE
007410     ADD 1 TO WS-RECORDS-WRITTEN.
007420
007430*----------------------------------------------------------------*
007440* WRITE-TRAILER-RECORD - the record count includes the header,
007450* the SRC records and the trailer itself.
007460*----------------------------------------------------------------*
007470 WRITE-TRAILER-RECORD.
007480     ADD 1 TO WS-RECORDS-WRITTEN
007490     MOVE WS-TODAY-DATE      TO STR-EXTRACT-DATE
007500     MOVE WS-RUN-SEQ         TO STR-RUN-SEQ
007510     MOVE WS-RECORDS-WRITTEN TO STR-RECORD-COUNT
007520     MOVE WS-AUTH-EVENTS     TO STR-AUTH-COUNT
007530     MOVE WS-JOURNAL-EVENTS  TO STR-JOURNAL-COUNT
007540     MOVE WS-BOOT-EVENTS     TO STR-BOOT-COUNT
007550     MOVE WS-ALERT-EVENTS    TO STR-ALERT-COUNT
007560     WRITE SIEM-EXTRACT-RECORD FROM SIEM-TRAILER-LINE.
007570
007580*----------------------------------------------------------------*
007590* SAVE-SIEM-CONTROL - commits the run: rewrites SIEM-EXTRACT-
007600* CONTROL with this run's sequence number and each source's new
007610* mark.
007620*----------------------------------------------------------------*
007630 SAVE-SIEM-CONTROL.
007640     OPEN OUTPUT SIEM-CONTROL-FILE
007650     IF WS-CONTROL-STATUS NOT = "00"
007660         DISPLAY "Could not rewrite SIEM-EXTRACT-CONTROL; "
007670             "marks not moved on."
007680     ELSE
007690         MOVE SPACES           TO SIEM-MARK-RECORD
007700         SET SHW-RUN-SEQUENCE  TO TRUE
007710         MOVE WS-RUN-SEQ       TO SHW-HIGH-WATER
007720         MOVE WS-RUN-TIMESTAMP TO SHW-LAST-EXTRACT
007730         WRITE SIEM-MARK-RECORD
007740         PERFORM WRITE-ONE-CONTROL-ENTRY
007750             VARYING WS-SOURCE-INDEX FROM 1 BY 1
007760             UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT
007770         CLOSE SIEM-CONTROL-FILE
007780     END-IF.
007790
007800 WRITE-ONE-CONTROL-ENTRY.
007810     MOVE SPACES TO SIEM-MARK-RECORD
007820     MOVE SRC-TYPE(WS-SOURCE-INDEX)    TO SHW-SOURCE
007830     MOVE SRC-SITE-ID(WS-SOURCE-INDEX) TO SHW-SITE-ID
007840     MOVE SRC-TO-MARK(WS-SOURCE-INDEX) TO SHW-HIGH-WATER
007850     MOVE WS-RUN-TIMESTAMP             TO SHW-LAST-EXTRACT
007860     WRITE SIEM-MARK-RECORD.
007870
007880*----------------------------------------------------------------*
007890* LOAD-SITE-REGISTRY - every site ID on SITE-MASTER into the site
007900* table, skipping blanks; no SITE-MASTER means DEFAULT only.
007910*----------------------------------------------------------------*
007920 LOAD-SITE-REGISTRY.
007930     MOVE ZERO TO WS-SITE-COUNT
007940     OPEN INPUT SITE-MASTER-FILE
007950     IF WS-SITE-MASTER-STATUS = "00"
007960         PERFORM READ-ONE-SITE-ENTRY
007970             UNTIL SITE-MASTER-AT-END
007980                 OR WS-SITE-COUNT >= 50
007990         CLOSE SITE-MASTER-FILE
008000     END-IF
008010     IF WS-SITE-COUNT = ZERO
008020         MOVE 1 TO WS-SITE-COUNT
008030         MOVE "DEFAULT" TO WS-SITE-ENTRY(1)
008040     END-IF.
008050
008060 READ-ONE-SITE-ENTRY.
008070     READ SITE-MASTER-FILE
008080         AT END
008090             SET SITE-MASTER-AT-END TO TRUE
008100         NOT AT END
008110             IF SM-SITE-ID NOT = SPACES
008120                 ADD 1 TO WS-SITE-COUNT
008130                 MOVE SM-SITE-ID TO WS-SITE-ENTRY(WS-SITE-COUNT)
008140             END-IF
008150     END-READ.
008160
008170*----------------------------------------------------------------*
008180* START-RUN-CONTROL - opens this run's run-control record with the
008190* run date and time already taken for the extract timestamp.
008200*----------------------------------------------------------------*
008210 START-RUN-CONTROL.
008220     INITIALIZE RUN-CONTROL-RECORD
008230     MOVE "SIEM-EXTRACT"           TO RCL-PROGRAM-ID
008240     MOVE "DEFAULT"                TO RCL-SITE-ID
008250     MOVE WS-TODAY-DATE            TO RCL-RUN-DATE
008260     MOVE WS-RUN-TIME-DISPLAY(1:6) TO RCL-START-TIME
008270     SET RCL-COMPLETED TO TRUE.
008280
008290*----------------------------------------------------------------*
008300* POST-RUN-CONTROL - input files read; output 1 events written,
008310* output 2 extract records written (events, sources and trailer),
008320* output 3 catalogued files already sent on an earlier run.
008330*----------------------------------------------------------------*
008340 POST-RUN-CONTROL.
008350     MOVE WS-FILES-READ      TO RCL-INPUT-COUNT
008360     MOVE WS-EVENTS-WRITTEN  TO RCL-OUTPUT-COUNT-1
008370     MOVE WS-RECORDS-WRITTEN TO RCL-OUTPUT-COUNT-2
008380     MOVE WS-FILES-SKIPPED   TO RCL-OUTPUT-COUNT-3
008390     CALL "RUN-CONTROL-POST" USING RUN-CONTROL-RECORD
008400     END-CALL.
