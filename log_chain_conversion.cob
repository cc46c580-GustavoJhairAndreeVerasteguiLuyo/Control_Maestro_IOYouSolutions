000010*================================================================*
000020* PROGRAM-ID.  LOG-CHAIN-CONVERSION
000030* AUTHOR.      J. GUSTAVO VERASTEGUI
000040* INSTALLATION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* One-time conversion that puts the existing logs on the chain
000090* LOG-CHAIN-VERIFY checks.  BOOT-LOG records grow from 70 to 100
000100* bytes and DEVICE-STATUS-JOURNAL records from 64 to 100 to make
000110* room for the chain sequence and value; AUTH-LOG keeps its 103
000120* bytes, the chain taking space that was FILLER.  Every record is
000130* numbered and linked (LOG-CHAIN-LINK) in file order, written to
000140* a work file and copied back over the original, and the file's
000150* "<file>-CHAIN" state is written so the writers carry on from
000160* its last record.
000170*
000180* Files are converted oldest first so each log runs as one chain:
000190* the history files listed on LOG-ARCHIVE-CATALOG (entered there
000200* by hand, oldest first, before this is run), then the live
000210* AUTH-LOG, each SITE-MASTER site's live BOOT-LOG and the live
000220* DEVICE-STATUS-JOURNAL.  Each file is anchored on the last record
000230* of the previous file of the same log and site.  A file that
000240* already has a chain state is taken as converted and skipped, its
000250* last record carried forward, so the job can be rerun after an
000253* interruption.  A file with no chain state that already carries
000256* chain numbers is refused, not converted: it was chained once and
000259* has lost its state, and re-chaining it would stamp a valid chain
000262* over whatever was done to it since.  It is left for LOG-CHAIN-
000265* VERIFY to report and for security to look into.
000270*
000280* Run once, after BIOMETRIC-CONVERSION and before SECURITY-BOOT,
000290* IOT-AUTH-DEVICE or DEVICE-MASTER-LOAD next write to the logs.
000300*----------------------------------------------------------------*
000310* MODIFICATION HISTORY
000320*   DATE        BY      DESCRIPTION
000330*   2026-10-15  JGV     Original version.
000333*   2026-10-15  JGV     A file already carrying chain numbers is
000336*                       refused instead of being chained again.
000340*================================================================*
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. LOG-CHAIN-CONVERSION.
000370 AUTHOR. J. GUSTAVO VERASTEGUI.
000380 INSTALLATION. IOYOU SOLUTIONS.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT LOG-CATALOG-FILE
000460         ASSIGN TO "LOG-ARCHIVE-CATALOG"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-CATALOG-STATUS.
000490
000500     SELECT SITE-MASTER-FILE
000510         ASSIGN TO "SITE-MASTER"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-SITE-MASTER-STATUS.
000540
000550     SELECT AUTH-LOG-FILE
000560         ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-LOG-FILE-STATUS.
000590
000600     SELECT OLD-BOOT-LOG-FILE
000610         ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-LOG-FILE-STATUS.
000640
000650     SELECT OLD-JOURNAL-FILE
000660         ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-LOG-FILE-STATUS.
000690
000700     SELECT CONVERTED-LOG-FILE
000710         ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-LOG-FILE-STATUS.
000740
000750     SELECT AUTH-LOG-WORK-FILE
000760         ASSIGN TO "LOG-CHAIN-AUTH-WORK"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-WORK-STATUS.
000790
000800     SELECT CONVERTED-WORK-FILE
000810         ASSIGN TO "LOG-CHAIN-CONV-WORK"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-WORK-STATUS.
000840
000850     SELECT CHAIN-STATE-FILE
000860         ASSIGN TO DYNAMIC WS-CHAIN-STATE-NAME
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-CHAIN-STATE-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  LOG-CATALOG-FILE
000930     RECORDING MODE IS F.
000940     COPY LOGCAT.
000950
000960 FD  SITE-MASTER-FILE
000970     RECORDING MODE IS F.
000980     COPY SITEMAST.
000990
001000 FD  AUTH-LOG-FILE
001010     RECORDING MODE IS F.
001020 01  AUTH-LOG-DATA               PIC X(103).
001030
001040* Boot log and status journal records as they were before the
001050* chain fields were added.
001060 FD  OLD-BOOT-LOG-FILE
001070     RECORDING MODE IS F.
001080 01  OLD-BOOT-LOG-DATA           PIC X(70).
001090
001100 FD  OLD-JOURNAL-FILE
001110     RECORDING MODE IS F.
001120 01  OLD-JOURNAL-DATA            PIC X(64).
001130
001140 FD  CONVERTED-LOG-FILE
001150     RECORDING MODE IS F.
001160 01  CONVERTED-LOG-DATA          PIC X(100).
001170
001180 FD  AUTH-LOG-WORK-FILE
001190     RECORDING MODE IS F.
001200 01  AUTH-LOG-WORK-DATA          PIC X(103).
001210
001220 FD  CONVERTED-WORK-FILE
001230     RECORDING MODE IS F.
001240 01  CONVERTED-WORK-DATA         PIC X(100).
001250
001260 FD  CHAIN-STATE-FILE
001270     RECORDING MODE IS F.
001280 01  CHAIN-STATE-DATA            PIC X(120).
001290
001300 WORKING-STORAGE SECTION.
001310 01 WS-CATALOG-STATUS      PIC X(02) VALUE "00".
001320 01 WS-CATALOG-EOF         PIC X VALUE 'N'.
001330     88 CATALOG-AT-END         VALUE 'Y'.
001340 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
001350 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
001360     88 SITE-MASTER-AT-END     VALUE 'Y'.
001370 01 WS-LOG-FILE-STATUS     PIC X(02) VALUE "00".
001380 01 WS-LOG-FILE-EOF        PIC X VALUE 'N'.
001390     88 LOG-FILE-AT-END        VALUE 'Y'.
001400 01 WS-WORK-STATUS         PIC X(02) VALUE "00".
001410 01 WS-WORK-EOF            PIC X VALUE 'N'.
001420     88 WORK-AT-END            VALUE 'Y'.
001430 01 WS-CHAIN-STATE-STATUS  PIC X(02) VALUE "00".
001440
001450 01 WS-SITE-COUNT          PIC 9(03) COMP VALUE ZERO.
001460 01 WS-SITE-INDEX          PIC 9(03) COMP VALUE ZERO.
001470 01 WS-SITE-TABLE.
001480     05 WS-SITE-ENTRY OCCURS 50 TIMES
001490                           PIC X(08).
001500
001510* The file being converted.
001520 01 WS-LOG-TYPE            PIC X(08) VALUE SPACES.
001530     88 LOG-IS-AUTH            VALUE "AUTHLOG".
001540     88 LOG-IS-BOOT            VALUE "BOOTLOG".
001550     88 LOG-IS-JOURNAL         VALUE "STATJRNL".
001560 01 WS-LOG-SITE-ID         PIC X(08) VALUE SPACES.
001570 01 WS-LOG-FILE-NAME       PIC X(40) VALUE SPACES.
001580 01 WS-CHAIN-STATE-NAME    PIC X(50) VALUE SPACES.
001590 01 WS-CHAIN-STATE-FOUND   PIC X VALUE 'N'.
001600     88 CHAIN-STATE-FOUND      VALUE 'Y'.
001610 01 WS-RUN-DATE            PIC X(08) VALUE SPACES.
001620 01 WS-RUN-TIME            PIC 9(08) VALUE ZERO.
001630 01 WS-RUN-TIMESTAMP       PIC X(14) VALUE SPACES.
001640     COPY LOGCHAIN.
001650     COPY CHNLINK.
001660
001670* The chain as it stands for the file being converted: the record
001680* number and value of the last record linked.
001690 01 WS-CHAIN-SEQ           PIC 9(09) VALUE ZERO.
001700 01 WS-CHAIN-VALUE         PIC X(20) VALUE SPACES.
001710 01 WS-ANCHOR-SEQ          PIC 9(09) VALUE ZERO.
001720 01 WS-ANCHOR-VALUE        PIC X(20) VALUE SPACES.
001730
001740* Where each log and site's chain had got to at the end of the
001750* last file handled for it, so the next file continues it.
001760 01 WS-TRACK-COUNT         PIC 9(03) COMP VALUE ZERO.
001770 01 WS-TRACK-INDEX         PIC 9(03) COMP VALUE ZERO.
001780 01 WS-TRACK-FOUND         PIC 9(03) COMP VALUE ZERO.
001790 01 WS-TRACK-KEY           PIC X(16) VALUE SPACES.
001800 01 WS-TRACK-TABLE.
001810     05 WS-TRACK-ENTRY OCCURS 80 TIMES.
001820         10 TRK-KEY            PIC X(16).
001830         10 TRK-LAST-SEQ       PIC 9(09).
001840         10 TRK-LAST-VALUE     PIC X(20).
001850
001860* Records are rebuilt in the current layouts before being linked.
001870     COPY AUTHLOG.
001880     COPY BOOTLOG.
001890     COPY STATJRNL.
001900
001910 01 WS-FILE-RECORDS        PIC 9(07) COMP VALUE ZERO.
001920 01 WS-FILES-CONVERTED     PIC 9(05) COMP VALUE ZERO.
001930 01 WS-FILES-SKIPPED       PIC 9(05) COMP VALUE ZERO.
001933 01 WS-FILES-REFUSED       PIC 9(05) COMP VALUE ZERO.
001936 01 WS-CHAINED-RECORDS     PIC 9(07) COMP VALUE ZERO.
001940 01 WS-TOTAL-RECORDS       PIC 9(09) COMP VALUE ZERO.
001950
001960 PROCEDURE DIVISION.
001970 MAIN-PROCEDURE.
001980     DISPLAY "===== LOG CHAIN CONVERSION ====="
001990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002000     ACCEPT WS-RUN-TIME FROM TIME
002010     MOVE WS-RUN-DATE      TO WS-RUN-TIMESTAMP(1:8)
002020     MOVE WS-RUN-TIME(1:6) TO WS-RUN-TIMESTAMP(9:6)
002030
002040     PERFORM CONVERT-CATALOGED-FILES
002050     PERFORM LOAD-SITE-REGISTRY
002060
002070     MOVE "AUTHLOG"  TO WS-LOG-TYPE
002080     MOVE "DEFAULT"  TO WS-LOG-SITE-ID
002090     MOVE "AUTH-LOG" TO WS-LOG-FILE-NAME
002100     PERFORM CONVERT-ONE-LOG-FILE
002110
002120     PERFORM CONVERT-ONE-SITE-BOOT-LOG
002130         VARYING WS-SITE-INDEX FROM 1 BY 1
002140         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
002150
002160     MOVE "STATJRNL" TO WS-LOG-TYPE
002170     MOVE "DEFAULT"  TO WS-LOG-SITE-ID
002180     MOVE "DEVICE-STATUS-JOURNAL" TO WS-LOG-FILE-NAME
002190     PERFORM CONVERT-ONE-LOG-FILE
002200
002210     DISPLAY "Files converted:    " WS-FILES-CONVERTED
002220     DISPLAY "Files skipped:      " WS-FILES-SKIPPED
002225     DISPLAY "Files refused:      " WS-FILES-REFUSED
002230     DISPLAY "Records chained:    " WS-TOTAL-RECORDS
002240     DISPLAY "===== END OF CONVERSION ====="
002250     GOBACK.
002260
002270 CONVERT-CATALOGED-FILES.
002280     OPEN INPUT LOG-CATALOG-FILE
002290     IF WS-CATALOG-STATUS NOT = "00"
002300         DISPLAY "LOG-ARCHIVE-CATALOG not present; "
002310             "live logs only."
002320     ELSE
002330         PERFORM CONVERT-ONE-CATALOG-ENTRY
002340             UNTIL CATALOG-AT-END
002350         CLOSE LOG-CATALOG-FILE
002360     END-IF.
002370
002380 CONVERT-ONE-CATALOG-ENTRY.
002390     READ LOG-CATALOG-FILE
002400         AT END
002410             SET CATALOG-AT-END TO TRUE
002420         NOT AT END
002430             IF LGC-FILE-NAME NOT = SPACES
002440                 MOVE LGC-LOG-TYPE  TO WS-LOG-TYPE
002450                 MOVE LGC-SITE-ID   TO WS-LOG-SITE-ID
002460                 MOVE LGC-FILE-NAME TO WS-LOG-FILE-NAME
002470                 PERFORM CONVERT-ONE-LOG-FILE
002480             END-IF
002490     END-READ.
002500
002510 CONVERT-ONE-SITE-BOOT-LOG.
002520     MOVE "BOOTLOG" TO WS-LOG-TYPE
002530     MOVE WS-SITE-ENTRY(WS-SITE-INDEX) TO WS-LOG-SITE-ID
002540     MOVE SPACES TO WS-LOG-FILE-NAME
002550     IF WS-LOG-SITE-ID = "DEFAULT"
002560         MOVE "BOOT-LOG" TO WS-LOG-FILE-NAME
002570     ELSE
002580         STRING "BOOT-LOG-"    DELIMITED BY SIZE
002590                WS-LOG-SITE-ID DELIMITED BY SPACE
002600             INTO WS-LOG-FILE-NAME
002610     END-IF
002620     PERFORM CONVERT-ONE-LOG-FILE.
002630
002640*----------------------------------------------------------------*
002650* CONVERT-ONE-LOG-FILE - picks up the chain where the previous
002660* file of this log and site left it, then either takes an already
002670* converted file's last record as the new end of the chain, or
002680* converts the file and writes its chain state.  A file that is
002690* not there is passed over with no state, as nothing was written
002700* to it; one that already carries chain numbers is refused.
002710*----------------------------------------------------------------*
002720 CONVERT-ONE-LOG-FILE.
002730     PERFORM FIND-CHAIN-TRACK
002740     PERFORM READ-CHAIN-STATE
002750     IF CHAIN-STATE-FOUND
002760         ADD 1 TO WS-FILES-SKIPPED
002770         DISPLAY WS-LOG-FILE-NAME " already chained - skipped."
002780         MOVE LCS-LAST-SEQ   TO WS-CHAIN-SEQ
002790         MOVE LCS-LAST-VALUE TO WS-CHAIN-VALUE
002800     ELSE
002805         PERFORM COUNT-CHAINED-RECORDS
002810         IF WS-CHAINED-RECORDS > ZERO
002815             ADD 1 TO WS-FILES-REFUSED
002820             DISPLAY WS-LOG-FILE-NAME " has no chain state but "
002825                 WS-CHAINED-RECORDS " records carry chain numbers"
002830                 " - REFUSED, not converted."
002835         ELSE
002840             MOVE WS-CHAIN-SEQ   TO WS-ANCHOR-SEQ
002845             MOVE WS-CHAIN-VALUE TO WS-ANCHOR-VALUE
002850             MOVE ZERO TO WS-FILE-RECORDS
002855             EVALUATE TRUE
002860                 WHEN LOG-IS-AUTH
002865                     PERFORM CONVERT-AUTH-LOG-FILE
002870                 WHEN LOG-IS-BOOT
002875                     PERFORM CONVERT-BOOT-LOG-FILE
002880                 WHEN OTHER
002885                     PERFORM CONVERT-JOURNAL-FILE
002890             END-EVALUATE
002895         END-IF
002920     END-IF
002930     IF WS-TRACK-FOUND > ZERO
002940         MOVE WS-CHAIN-SEQ   TO TRK-LAST-SEQ(WS-TRACK-FOUND)
002950         MOVE WS-CHAIN-VALUE TO TRK-LAST-VALUE(WS-TRACK-FOUND)
002960     END-IF.
002970
002971*----------------------------------------------------------------*
002972* COUNT-CHAINED-RECORDS - counts the records of the file that
002973* already carry a chain number.  The file is read in its old
002974* layout, where the chain number's place was FILLER; the first
002975* record of a chained file lines up with the new layout whatever
002976* its length, so a chained file is always caught.
002977*----------------------------------------------------------------*
002978 COUNT-CHAINED-RECORDS.
002979     MOVE ZERO TO WS-CHAINED-RECORDS
002980     MOVE 'N' TO WS-LOG-FILE-EOF
002981     EVALUATE TRUE
002982         WHEN LOG-IS-AUTH
002983             OPEN INPUT AUTH-LOG-FILE
002984         WHEN LOG-IS-BOOT
002985             OPEN INPUT OLD-BOOT-LOG-FILE
002986         WHEN OTHER
002987             OPEN INPUT OLD-JOURNAL-FILE
002988     END-EVALUATE
002989     IF WS-LOG-FILE-STATUS = "00"
002990         PERFORM CHECK-ONE-OLD-RECORD
002991             UNTIL LOG-FILE-AT-END
002992         EVALUATE TRUE
002993             WHEN LOG-IS-AUTH
002994                 CLOSE AUTH-LOG-FILE
002995             WHEN LOG-IS-BOOT
002996                 CLOSE OLD-BOOT-LOG-FILE
002997             WHEN OTHER
002998                 CLOSE OLD-JOURNAL-FILE
002999         END-EVALUATE
003000     END-IF
003001     MOVE 'N' TO WS-LOG-FILE-EOF.
003002
003003 CHECK-ONE-OLD-RECORD.
003004     EVALUATE TRUE
003005         WHEN LOG-IS-AUTH
003006             READ AUTH-LOG-FILE
003007                 AT END
003008                     SET LOG-FILE-AT-END TO TRUE
003009                 NOT AT END
003010                     MOVE AUTH-LOG-DATA TO REGISTRO-AUDITORIA
003011                     IF AUD-CADENA-SECUENCIA IS NUMERIC
003012                         AND AUD-CADENA-SECUENCIA > ZERO
003013                         ADD 1 TO WS-CHAINED-RECORDS
003014                     END-IF
003015             END-READ
003016         WHEN LOG-IS-BOOT
003017             READ OLD-BOOT-LOG-FILE
003018                 AT END
003019                     SET LOG-FILE-AT-END TO TRUE
003020                 NOT AT END
003021                     IF OLD-BOOT-LOG-DATA(54:9) IS NUMERIC
003022                         AND OLD-BOOT-LOG-DATA(54:9) NOT = ZEROS
003023                         ADD 1 TO WS-CHAINED-RECORDS
003024                     END-IF
003025             END-READ
003026         WHEN OTHER
003027             READ OLD-JOURNAL-FILE
003028                 AT END
003029                     SET LOG-FILE-AT-END TO TRUE
003030                 NOT AT END
003031                     IF OLD-JOURNAL-DATA(55:9) IS NUMERIC
003032                         AND OLD-JOURNAL-DATA(55:9) NOT = ZEROS
003033                         ADD 1 TO WS-CHAINED-RECORDS
003034                     END-IF
003035             END-READ
003036     END-EVALUATE.
003037
003038*----------------------------------------------------------------*
003039* FIND-CHAIN-TRACK - finds (or starts, at zero) the track entry
003040* for this log and site and loads where its chain stands.
003041*----------------------------------------------------------------*
003042 FIND-CHAIN-TRACK.
003043     MOVE WS-LOG-TYPE    TO WS-TRACK-KEY(1:8)
003044     MOVE WS-LOG-SITE-ID TO WS-TRACK-KEY(9:8)
003050     MOVE ZERO TO WS-TRACK-FOUND
003060     PERFORM MATCH-TRACK-ENTRY
003070         VARYING WS-TRACK-INDEX FROM 1 BY 1
003080         UNTIL WS-TRACK-INDEX > WS-TRACK-COUNT
003090            OR WS-TRACK-FOUND > ZERO
003100     IF WS-TRACK-FOUND = ZERO
003110         AND WS-TRACK-COUNT < 80
003120         ADD 1 TO WS-TRACK-COUNT
003130         MOVE WS-TRACK-COUNT TO WS-TRACK-FOUND
003140         MOVE WS-TRACK-KEY   TO TRK-KEY(WS-TRACK-FOUND)
003150         MOVE ZERO           TO TRK-LAST-SEQ(WS-TRACK-FOUND)
003160         MOVE ZEROS          TO TRK-LAST-VALUE(WS-TRACK-FOUND)
003170     END-IF
003180     IF WS-TRACK-FOUND > ZERO
003190         MOVE TRK-LAST-SEQ(WS-TRACK-FOUND)   TO WS-CHAIN-SEQ
003200         MOVE TRK-LAST-VALUE(WS-TRACK-FOUND) TO WS-CHAIN-VALUE
003210     ELSE
003220         MOVE ZERO  TO WS-CHAIN-SEQ
003230         MOVE ZEROS TO WS-CHAIN-VALUE
003240     END-IF.
003250
003260 MATCH-TRACK-ENTRY.
003270     IF TRK-KEY(WS-TRACK-INDEX) = WS-TRACK-KEY
003280         MOVE WS-TRACK-INDEX TO WS-TRACK-FOUND
003290     END-IF.
003300
003310 READ-CHAIN-STATE.
003320     MOVE 'N' TO WS-CHAIN-STATE-FOUND
003330     PERFORM BUILD-CHAIN-STATE-NAME
003340     OPEN INPUT CHAIN-STATE-FILE
003350     IF WS-CHAIN-STATE-STATUS = "00"
003360         READ CHAIN-STATE-FILE INTO LOG-CHAIN-STATE-RECORD
003370             AT END
003380                 CONTINUE
003390             NOT AT END
003400                 SET CHAIN-STATE-FOUND TO TRUE
003410         END-READ
003420         CLOSE CHAIN-STATE-FILE
003430     END-IF.
003440
003450*----------------------------------------------------------------*
003460* WRITE-CHAIN-STATE - the converted file runs from the anchor it
003470* was started on to the last record linked.
003480*----------------------------------------------------------------*
003490 WRITE-CHAIN-STATE.
003500     MOVE SPACES           TO LOG-CHAIN-STATE-RECORD
003510     MOVE WS-LOG-FILE-NAME TO LCS-LOG-NAME
003520     MOVE WS-ANCHOR-SEQ    TO LCS-ANCHOR-SEQ
003530     MOVE WS-ANCHOR-VALUE  TO LCS-ANCHOR-VALUE
003540     MOVE WS-CHAIN-SEQ     TO LCS-LAST-SEQ
003550     MOVE WS-CHAIN-VALUE   TO LCS-LAST-VALUE
003560     MOVE WS-RUN-TIMESTAMP TO LCS-UPDATED
003570     PERFORM BUILD-CHAIN-STATE-NAME
003580     OPEN OUTPUT CHAIN-STATE-FILE
003590     WRITE CHAIN-STATE-DATA FROM LOG-CHAIN-STATE-RECORD
003600     CLOSE CHAIN-STATE-FILE
003610     ADD 1 TO WS-FILES-CONVERTED
003620     ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS
003630     DISPLAY WS-LOG-FILE-NAME " chained, records: "
003640         WS-FILE-RECORDS.
003650
003660 BUILD-CHAIN-STATE-NAME.
003670     MOVE SPACES TO WS-CHAIN-STATE-NAME
003680     STRING WS-LOG-FILE-NAME DELIMITED BY SPACE
003690            "-CHAIN"         DELIMITED BY SIZE
003700         INTO WS-CHAIN-STATE-NAME.
003710
003720*----------------------------------------------------------------*
003730* CONVERT-AUTH-LOG-FILE - AUTH-LOG keeps its length, so each
003740* record is linked in place through the work file and copied
003750* back.
003760*----------------------------------------------------------------*
003770 CONVERT-AUTH-LOG-FILE.
003780     OPEN INPUT AUTH-LOG-FILE
003790     IF WS-LOG-FILE-STATUS NOT = "00"
003800         DISPLAY WS-LOG-FILE-NAME " not present - skipped."
003810     ELSE
003820         OPEN OUTPUT AUTH-LOG-WORK-FILE
003830         MOVE 'N' TO WS-LOG-FILE-EOF
003840         PERFORM CHAIN-ONE-AUTH-RECORD
003850             UNTIL LOG-FILE-AT-END
003860         CLOSE AUTH-LOG-FILE
003870         CLOSE AUTH-LOG-WORK-FILE
003880         OPEN INPUT AUTH-LOG-WORK-FILE
003890         OPEN OUTPUT AUTH-LOG-FILE
003900         MOVE 'N' TO WS-WORK-EOF
003910         PERFORM COPY-BACK-AUTH-RECORD
003920             UNTIL WORK-AT-END
003930         CLOSE AUTH-LOG-WORK-FILE
003940         CLOSE AUTH-LOG-FILE
003950         PERFORM WRITE-CHAIN-STATE
003960     END-IF.
003970
003980 CHAIN-ONE-AUTH-RECORD.
003990     READ AUTH-LOG-FILE
004000         AT END
004010             SET LOG-FILE-AT-END TO TRUE
004020         NOT AT END
004030             MOVE AUTH-LOG-DATA TO REGISTRO-AUDITORIA
004040             ADD 1 TO WS-CHAIN-SEQ
004050             MOVE WS-CHAIN-SEQ   TO AUD-CADENA-SECUENCIA
004060             MOVE SPACES         TO AUD-CADENA-VALOR
004070             MOVE WS-CHAIN-VALUE TO CHL-PREVIOUS-VALUE
004080             MOVE REGISTRO-AUDITORIA TO CHL-RECORD-TEXT
004090             MOVE LENGTH OF REGISTRO-AUDITORIA
004100                 TO CHL-RECORD-LENGTH
004110             CALL "LOG-CHAIN-LINK" USING CHAIN-LINK-PARAMETERS
004120             END-CALL
004130             MOVE CHL-NEW-VALUE  TO AUD-CADENA-VALOR
004140             MOVE CHL-NEW-VALUE  TO WS-CHAIN-VALUE
004150             WRITE AUTH-LOG-WORK-DATA FROM REGISTRO-AUDITORIA
004160             ADD 1 TO WS-FILE-RECORDS
004170     END-READ.
004180
004190 COPY-BACK-AUTH-RECORD.
004200     READ AUTH-LOG-WORK-FILE
004210         AT END
004220             SET WORK-AT-END TO TRUE
004230         NOT AT END
004240             WRITE AUTH-LOG-DATA FROM AUTH-LOG-WORK-DATA
004250     END-READ.
004260
004270*----------------------------------------------------------------*
004280* CONVERT-BOOT-LOG-FILE - each 70-byte record becomes a 100-byte
004290* record (the old FILLER dropped), is linked, and the converted
004300* file replaces the original.
004310*----------------------------------------------------------------*
004320 CONVERT-BOOT-LOG-FILE.
004330     OPEN INPUT OLD-BOOT-LOG-FILE
004340     IF WS-LOG-FILE-STATUS NOT = "00"
004350         DISPLAY WS-LOG-FILE-NAME " not present - skipped."
004360     ELSE
004370         OPEN OUTPUT CONVERTED-WORK-FILE
004380         MOVE 'N' TO WS-LOG-FILE-EOF
004390         PERFORM CHAIN-ONE-BOOT-RECORD
004400             UNTIL LOG-FILE-AT-END
004410         CLOSE OLD-BOOT-LOG-FILE
004420         CLOSE CONVERTED-WORK-FILE
004430         PERFORM REPLACE-FROM-CONVERTED-WORK
004440         PERFORM WRITE-CHAIN-STATE
004450     END-IF.
004460
004470 CHAIN-ONE-BOOT-RECORD.
004480     READ OLD-BOOT-LOG-FILE
004490         AT END
004500             SET LOG-FILE-AT-END TO TRUE
004510         NOT AT END
004520             MOVE SPACES TO BOOT-LOG-RECORD
004530             MOVE OLD-BOOT-LOG-DATA(1:53) TO BOOT-LOG-RECORD(1:53)
004540             ADD 1 TO WS-CHAIN-SEQ
004550             MOVE WS-CHAIN-SEQ   TO BL-CHAIN-SEQ
004560             MOVE SPACES         TO BL-CHAIN-VALUE
004570             MOVE WS-CHAIN-VALUE TO CHL-PREVIOUS-VALUE
004580             MOVE BOOT-LOG-RECORD TO CHL-RECORD-TEXT
004590             MOVE LENGTH OF BOOT-LOG-RECORD TO CHL-RECORD-LENGTH
004600             CALL "LOG-CHAIN-LINK" USING CHAIN-LINK-PARAMETERS
004610             END-CALL
004620             MOVE CHL-NEW-VALUE  TO BL-CHAIN-VALUE
004630             MOVE CHL-NEW-VALUE  TO WS-CHAIN-VALUE
004640             WRITE CONVERTED-WORK-DATA FROM BOOT-LOG-RECORD
004650             ADD 1 TO WS-FILE-RECORDS
004660     END-READ.
004670
004680*----------------------------------------------------------------*
004690* CONVERT-JOURNAL-FILE - each 64-byte journal record becomes a
004700* 100-byte record, is linked, and the converted file replaces the
004710* original.
004720*----------------------------------------------------------------*
004730 CONVERT-JOURNAL-FILE.
004740     OPEN INPUT OLD-JOURNAL-FILE
004750     IF WS-LOG-FILE-STATUS NOT = "00"
004760         DISPLAY WS-LOG-FILE-NAME " not present - skipped."
004770     ELSE
004780         OPEN OUTPUT CONVERTED-WORK-FILE
004790         MOVE 'N' TO WS-LOG-FILE-EOF
004800         PERFORM CHAIN-ONE-JOURNAL-RECORD
004810             UNTIL LOG-FILE-AT-END
004820         CLOSE OLD-JOURNAL-FILE
004830         CLOSE CONVERTED-WORK-FILE
004840         PERFORM REPLACE-FROM-CONVERTED-WORK
004850         PERFORM WRITE-CHAIN-STATE
004860     END-IF.
004870
004880 CHAIN-ONE-JOURNAL-RECORD.
004890     READ OLD-JOURNAL-FILE
004900         AT END
004910             SET LOG-FILE-AT-END TO TRUE
004920         NOT AT END
004930             MOVE SPACES TO REGISTRO-CAMBIO-ESTADO
004940             MOVE OLD-JOURNAL-DATA(1:54)
004950                 TO REGISTRO-CAMBIO-ESTADO(1:54)
004960             ADD 1 TO WS-CHAIN-SEQ
004970             MOVE WS-CHAIN-SEQ   TO CES-CADENA-SECUENCIA
004980             MOVE SPACES         TO CES-CADENA-VALOR
004990             MOVE WS-CHAIN-VALUE TO CHL-PREVIOUS-VALUE
005000             MOVE REGISTRO-CAMBIO-ESTADO TO CHL-RECORD-TEXT
005010             MOVE LENGTH OF REGISTRO-CAMBIO-ESTADO
005020                 TO CHL-RECORD-LENGTH
005030             CALL "LOG-CHAIN-LINK" USING CHAIN-LINK-PARAMETERS
005040             END-CALL
005050             MOVE CHL-NEW-VALUE  TO CES-CADENA-VALOR
005060             MOVE CHL-NEW-VALUE  TO WS-CHAIN-VALUE
005070             WRITE CONVERTED-WORK-DATA FROM REGISTRO-CAMBIO-ESTADO
005080             ADD 1 TO WS-FILE-RECORDS
005090     END-READ.
005100
005110 REPLACE-FROM-CONVERTED-WORK.
005120     OPEN INPUT CONVERTED-WORK-FILE
005130     OPEN OUTPUT CONVERTED-LOG-FILE
005140     MOVE 'N' TO WS-WORK-EOF
005150     PERFORM COPY-BACK-CONVERTED-RECORD
005160         UNTIL WORK-AT-END
005170     CLOSE CONVERTED-WORK-FILE
005180     CLOSE CONVERTED-LOG-FILE.
005190
005200 COPY-BACK-CONVERTED-RECORD.
005210     READ CONVERTED-WORK-FILE
005220         AT END
005230             SET WORK-AT-END TO TRUE
005240         NOT AT END
005250             WRITE CONVERTED-LOG-DATA FROM CONVERTED-WORK-DATA
005260     END-READ.
005270
005280 LOAD-SITE-REGISTRY.
005290     MOVE ZERO TO WS-SITE-COUNT
005300     OPEN INPUT SITE-MASTER-FILE
005310     IF WS-SITE-MASTER-STATUS = "00"
005320         PERFORM READ-ONE-SITE-ENTRY
005330             UNTIL SITE-MASTER-AT-END
005340                 OR WS-SITE-COUNT >= 50
005350         CLOSE SITE-MASTER-FILE
005360     END-IF
005370     IF WS-SITE-COUNT = ZERO
005380         MOVE 1 TO WS-SITE-COUNT
005390         MOVE "DEFAULT" TO WS-SITE-ENTRY(1)
005400     END-IF.
005410
005420 READ-ONE-SITE-ENTRY.
005430     READ SITE-MASTER-FILE
005440         AT END
005450             SET SITE-MASTER-AT-END TO TRUE
005460         NOT AT END
005470             IF SM-SITE-ID NOT = SPACES
005480                 ADD 1 TO WS-SITE-COUNT
005490                 MOVE SM-SITE-ID TO WS-SITE-ENTRY(WS-SITE-COUNT)
005500             END-IF
005510     END-READ.
