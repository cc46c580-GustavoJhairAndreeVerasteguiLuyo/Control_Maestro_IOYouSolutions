000374*                       step onward (BL-FW-VERSION), so a staged
000375*                       rollout can see which build each site
000376*                       came up on instead of only "FIRMWARE OK".
000377*   2026-10-15  JGV     Each BOOT-LOG entry is now stamped with
000378*                       its record number and running chain
000379*                       value (LOG-CHAIN-LINK), picking the chain
000380*                       up from the site's "<boot log>-CHAIN"
000381*                       state file and rewriting that state once
000382*                       the boot log is closed, so LOG-CHAIN-
000383*                       VERIFY can show an entry was edited,
000384*                       removed or reordered.
000385*   2026-10-15  JGV     Each boot posts a record to RUN-CONTROL-
000386*                       LEDGER (RUN-CONTROL-POST): firmware images
000387*                       read, BOOT-LOG entries written and whether
000388*                       the boot verified, for RUN-CONTROL-
000389*                       BALANCE.
000390*================================================================*
000391 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. SECURITY-BOOT.
000410 AUTHOR. J. GUSTAVO VERASTEGUI.
000420 INSTALLATION. IOYOU SOLUTIONS.
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-FW-WHITELIST-STATUS.
000730
000731     SELECT CHAIN-STATE-FILE
000732         ASSIGN TO DYNAMIC WS-CHAIN-STATE-NAME
000733         ORGANIZATION IS SEQUENTIAL
000734         FILE STATUS IS WS-CHAIN-STATE-STATUS.
000735
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  FIRMWARE-FILE
000920 FD  SITE-CARD-FILE
000930     RECORDING MODE IS F.
000940     COPY SITECARD.
000942
000944 FD  CHAIN-STATE-FILE
000946     RECORDING MODE IS F.
000948 01  CHAIN-STATE-DATA           PIC X(120).
000950
000960 WORKING-STORAGE SECTION.
000970
001440 01 WS-SITE-ID             PIC X(08) VALUE SPACES.
001450 01 WS-BOOT-LOG-NAME       PIC X(20) VALUE SPACES.
001460
001461* Boot log chain: state file name, and the record number and chain
001462* value of the last entry on this site's boot log.
001463 01 WS-CHAIN-STATE-STATUS  PIC X(02) VALUE "00".
001464 01 WS-CHAIN-STATE-NAME    PIC X(50) VALUE SPACES.
001465 01 WS-CHAIN-LAST-SEQ      PIC 9(09) VALUE ZERO.
001466 01 WS-CHAIN-LAST-VALUE    PIC X(20) VALUE SPACES.
001467     COPY CHNLINK.
001468     COPY LOGCHAIN.
001469
001470* Run-control record for RUN-CONTROL-LEDGER and the counts posted.
001471     COPY RUNCTL.
001472 01 WS-FIRMWARE-READ-COUNT PIC 9(03) COMP VALUE ZERO.
001473 01 WS-BOOT-ENTRY-COUNT    PIC 9(05) COMP VALUE ZERO.
001474
001475 PROCEDURE DIVISION.
001480 MAIN-PROCEDURE.
001490     DISPLAY WS-MESSAGE
001495     PERFORM START-RUN-CONTROL
001500     PERFORM LOAD-BOOT-PROFILE
001510     PERFORM LOAD-FIRMWARE-WHITELIST
001520     PERFORM LOAD-SITE-PROFILE
001530     PERFORM BUILD-BOOT-LOG-FILE-NAME
001535     PERFORM LOAD-BOOT-LOG-CHAIN-STATE
001540
001550     OPEN EXTEND BOOT-LOG-FILE
001560     IF WS-BOOT-LOG-STATUS NOT = "00"
001710     END-IF
001720
001730     CLOSE BOOT-LOG-FILE
001733     PERFORM SAVE-BOOT-LOG-CHAIN-STATE
001736     PERFORM POST-RUN-CONTROL
001740     GOBACK.
001750
001760*----------------------------------------------------------------*
002325                WS-SITE-ID  DELIMITED BY SPACE
002326             INTO WS-BOOT-LOG-NAME
002327     END-IF.
002328
002329*----------------------------------------------------------------*
002330* LOAD-BOOT-LOG-CHAIN-STATE - reads the record number and chain
002331* value of the last entry on this site's boot log from its
002332* "<boot log>-CHAIN" state file, so the entries this boot appends
002333* carry the chain on.  No state file starts a new chain at zero.
002334*----------------------------------------------------------------*
002335 LOAD-BOOT-LOG-CHAIN-STATE.
002336     MOVE SPACES TO WS-CHAIN-STATE-NAME
002337     STRING WS-BOOT-LOG-NAME DELIMITED BY SPACE
002338            "-CHAIN"         DELIMITED BY SIZE
002339         INTO WS-CHAIN-STATE-NAME
002340     OPEN INPUT CHAIN-STATE-FILE
002341     IF WS-CHAIN-STATE-STATUS = "00"
002342         READ CHAIN-STATE-FILE INTO LOG-CHAIN-STATE-RECORD
002343             AT END
002344                 PERFORM START-NEW-BOOT-LOG-CHAIN
002345         END-READ
002346         CLOSE CHAIN-STATE-FILE
002347     ELSE
002348         PERFORM START-NEW-BOOT-LOG-CHAIN
002349     END-IF
002350     MOVE LCS-LAST-SEQ   TO WS-CHAIN-LAST-SEQ
002351     MOVE LCS-LAST-VALUE TO WS-CHAIN-LAST-VALUE.
002352
002353 START-NEW-BOOT-LOG-CHAIN.
002354     MOVE SPACES           TO LOG-CHAIN-STATE-RECORD
002355     MOVE WS-BOOT-LOG-NAME TO LCS-LOG-NAME
002356     MOVE ZERO             TO LCS-ANCHOR-SEQ
002357     MOVE ZEROS            TO LCS-ANCHOR-VALUE
002358     MOVE ZERO             TO LCS-LAST-SEQ
002359     MOVE ZEROS            TO LCS-LAST-VALUE.
002360
002361*----------------------------------------------------------------*
002362* SAVE-BOOT-LOG-CHAIN-STATE - rewrites the state file with the
002363* last entry this boot wrote, once the boot log is closed.
002364*----------------------------------------------------------------*
002365 SAVE-BOOT-LOG-CHAIN-STATE.
002366     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002367     ACCEPT WS-CURRENT-TIME FROM TIME
002368     MOVE WS-CURRENT-DATE TO WS-DATE-DISPLAY
002369     MOVE WS-CURRENT-TIME TO WS-TIME-DISPLAY
002370     MOVE WS-CHAIN-LAST-SEQ    TO LCS-LAST-SEQ
002371     MOVE WS-CHAIN-LAST-VALUE  TO LCS-LAST-VALUE
002372     MOVE WS-DATE-DISPLAY      TO LCS-UPDATED(1:8)
002373     MOVE WS-TIME-DISPLAY(1:6) TO LCS-UPDATED(9:6)
002374     OPEN OUTPUT CHAIN-STATE-FILE
002375     WRITE CHAIN-STATE-DATA FROM LOG-CHAIN-STATE-RECORD
002376     CLOSE CHAIN-STATE-FILE.
002377
002378*----------------------------------------------------------------*
002380* LOAD-FIRMWARE-WHITELIST - reads every approved version stamp
002390* from FIRMWARE-WHITELIST into a table so a staged rollout can
002400* trust more than one firmware build at a time.  A missing
003000                     DISPLAY "   -> Firmware image is empty."
003010                     MOVE "EMPTY" TO WS-LOG-STATUS
003020                 NOT AT END
003025                     ADD 1 TO WS-FIRMWARE-READ-COUNT
003030                     PERFORM VALIDATE-FIRMWARE-IMAGE
003040             END-READ
003050             CLOSE FIRMWARE-FILE
004140*----------------------------------------------------------------*
004150* WRITE-BOOT-LOG-ENTRY - append one timestamped BOOT-LOG record
004160* using WS-LOG-STEP / WS-LOG-STATUS / FUNCTION-OK as set by the
004170* calling paragraph, chained to the entry before it.
004180*----------------------------------------------------------------*
004190 WRITE-BOOT-LOG-ENTRY.
004200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004280     MOVE WS-LOG-STATUS        TO BL-STATUS
004290     MOVE FUNCTION-OK          TO BL-FUNCTION-OK
004295     MOVE WS-LOG-FW-VERSION    TO BL-FW-VERSION
004300     ADD 1 TO WS-CHAIN-LAST-SEQ
004310     MOVE WS-CHAIN-LAST-SEQ    TO BL-CHAIN-SEQ
004320     MOVE SPACES               TO BL-CHAIN-VALUE
004330     MOVE WS-CHAIN-LAST-VALUE  TO CHL-PREVIOUS-VALUE
004340     MOVE BOOT-LOG-RECORD      TO CHL-RECORD-TEXT
004350     MOVE LENGTH OF BOOT-LOG-RECORD TO CHL-RECORD-LENGTH
004360     CALL "LOG-CHAIN-LINK" USING CHAIN-LINK-PARAMETERS
004370     END-CALL
004380     MOVE CHL-NEW-VALUE        TO BL-CHAIN-VALUE
004390     MOVE CHL-NEW-VALUE        TO WS-CHAIN-LAST-VALUE
004400
004410     WRITE BOOT-LOG-RECORD
004420     ADD 1 TO WS-BOOT-ENTRY-COUNT.
004430
004440*----------------------------------------------------------------*
004450* START-RUN-CONTROL - opens this boot's run-control record.  The
004460* counts are zeroed here because NIGHTLY-BATCH-DRIVER CALLs this
004470* program once per night and its storage is kept between calls.
004480*----------------------------------------------------------------*
004490 START-RUN-CONTROL.
004500     INITIALIZE RUN-CONTROL-RECORD
004510     MOVE ZERO TO WS-FIRMWARE-READ-COUNT
004520     MOVE ZERO TO WS-BOOT-ENTRY-COUNT
004530     MOVE "SECURITY-BOOT" TO RCL-PROGRAM-ID
004540     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004550     ACCEPT WS-CURRENT-TIME FROM TIME
004560     MOVE WS-CURRENT-DATE TO RCL-RUN-DATE
004570     MOVE WS-CURRENT-TIME TO WS-TIME-DISPLAY
004580     MOVE WS-TIME-DISPLAY(1:6) TO RCL-START-TIME
004590     SET RCL-COMPLETED TO TRUE.
004600
004610*----------------------------------------------------------------*
004620* POST-RUN-CONTROL - input firmware images read; output 1 BOOT-LOG
004630* entries written, output 2 one when the boot verified.
004640*----------------------------------------------------------------*
004650 POST-RUN-CONTROL.
004660     MOVE WS-SITE-ID             TO RCL-SITE-ID
004670     MOVE WS-FIRMWARE-READ-COUNT TO RCL-INPUT-COUNT
004680     MOVE WS-BOOT-ENTRY-COUNT    TO RCL-OUTPUT-COUNT-1
004690     IF FUNCTION-OK = 'Y'
004700         MOVE 1 TO RCL-OUTPUT-COUNT-2
004710     END-IF
004720     CALL "RUN-CONTROL-POST" USING RUN-CONTROL-RECORD
004730     END-CALL.
