000010*================================================================*
000020* PROGRAM-ID.  RUN-CONTROL-POST
000030* AUTHOR.      J. GUSTAVO VERASTEGUI
000040* INSTALLATION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* Called routine that appends one run-control record (RUNCTL.CPY)
000090* to RUN-CONTROL-LEDGER.  The caller fills in its site, program,
000100* run date, start time, counts and completion; the end date and
000110* time are stamped here, at the moment the record is posted, so
000120* every program measures its elapsed time the same way.  The
000130* ledger is opened, written and closed on each call, the same as
000140* OPS-ALERT-FEED, so steps running one after another never hold
000150* it open.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY
000180*   DATE        BY      DESCRIPTION
000190*   2026-10-15  JGV     Initial version.
000200*================================================================*
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. RUN-CONTROL-POST.
000230 AUTHOR. J. GUSTAVO VERASTEGUI.
000240 INSTALLATION. IOYOU SOLUTIONS.
000250 DATE-WRITTEN. 2026-10-15.
000260 DATE-COMPILED.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT RUN-CONTROL-LEDGER-FILE
000320         ASSIGN TO "RUN-CONTROL-LEDGER"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-LEDGER-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  RUN-CONTROL-LEDGER-FILE
000390     RECORDING MODE IS F.
000400 01  LEDGER-RECORD               PIC X(120).
000410
000420 WORKING-STORAGE SECTION.
000430 01 WS-LEDGER-STATUS       PIC X(02) VALUE "00".
000440 01 WS-END-DATE            PIC 9(08) VALUE ZERO.
000450 01 WS-END-TIME            PIC 9(08) VALUE ZERO.
000460 01 WS-END-TIME-DISPLAY    PIC X(08) VALUE SPACES.
000470
000480 LINKAGE SECTION.
000490     COPY RUNCTL.
000500
000510 PROCEDURE DIVISION USING RUN-CONTROL-RECORD.
000520 MAIN-PROCEDURE.
000530     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
000540     ACCEPT WS-END-TIME FROM TIME
000550     MOVE WS-END-TIME TO WS-END-TIME-DISPLAY
000560     MOVE WS-END-DATE TO RCL-END-DATE
000570     MOVE WS-END-TIME-DISPLAY(1:6) TO RCL-END-TIME
000580     IF RCL-RUN-DATE = SPACES
000590         MOVE RCL-END-DATE TO RCL-RUN-DATE
000600     END-IF
000610     IF RCL-SITE-ID = SPACES
000620         MOVE "DEFAULT" TO RCL-SITE-ID
000630     END-IF
000640     OPEN EXTEND RUN-CONTROL-LEDGER-FILE
000650     IF WS-LEDGER-STATUS NOT = "00"
000660         OPEN OUTPUT RUN-CONTROL-LEDGER-FILE
000670     END-IF
000680     IF WS-LEDGER-STATUS = "00"
000690         WRITE LEDGER-RECORD FROM RUN-CONTROL-RECORD
000700         CLOSE RUN-CONTROL-LEDGER-FILE
000710     ELSE
000720         DISPLAY "RUN-CONTROL-POST: RUN-CONTROL-LEDGER not "
000730             "available (status " WS-LEDGER-STATUS ") - "
000740             RCL-PROGRAM-ID " not posted"
000750     END-IF
000760     GOBACK.
