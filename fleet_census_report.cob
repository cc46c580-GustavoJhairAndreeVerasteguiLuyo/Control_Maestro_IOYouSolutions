000100* blocked, in review, inactive - plus any status code outside that
000110* set, so ops has a single number for "how big is the fleet and
000120* what shape is it in" without paging through individual records.
000122* The same counts are broken down by owning site (DISP-SITIO-ID,
000124* blank being the DEFAULT site): every SITE-MASTER site is listed,
000126* even with no devices, and a site found on a device but missing
000128* from SITE-MASTER is listed and flagged.
000130*----------------------------------------------------------------*
000140* MODIFICATION HISTORY
000150*   DATE        BY      DESCRIPTION
000200*                       headings and an end-of-report total, so a
000210*                       retained copy survives the job log.  The
000220*                       console summary stays for the operator.
000223*   2026-10-15  JGV     Adds the census by site, from DISP-SITIO-
000226*                       ID against SITE-MASTER.
000230*================================================================*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. FLEET-CENSUS-REPORT.
000380         RECORD KEY IS DISP-ID
000390         FILE STATUS IS WS-DEVICE-STATUS.
000400
000401     SELECT SITE-MASTER-FILE
000402         ASSIGN TO "SITE-MASTER"
000403         ORGANIZATION IS SEQUENTIAL
000404         FILE STATUS IS WS-SITE-MASTER-STATUS.
000405
000410     SELECT REPORT-PRINT-FILE
000420         ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
000430         ORGANIZATION IS SEQUENTIAL
000480 FD  DEVICE-MASTER.
000490     COPY DEVMAST.
000500
000502 FD  SITE-MASTER-FILE
000504     RECORDING MODE IS F.
000506     COPY SITEMAST.
000508
000510 FD  REPORT-PRINT-FILE
000520     RECORDING MODE IS F.
000530 01  PRINT-RECORD              PIC X(132).
000560 01 WS-DEVICE-STATUS       PIC X(02) VALUE "00".
000570 01 WS-DEVICE-EOF          PIC X VALUE 'N'.
000580     88 DEVICE-AT-END          VALUE 'Y'.
000582 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
000584 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
000586     88 SITE-MASTER-AT-END     VALUE 'Y'.
000590
000600 01 WS-TOTAL-COUNT         PIC 9(07) COMP VALUE ZERO.
000610 01 WS-ACTIVE-COUNT        PIC 9(07) COMP VALUE ZERO.
000630 01 WS-REVIEW-COUNT        PIC 9(07) COMP VALUE ZERO.
000640 01 WS-INACTIVE-COUNT      PIC 9(07) COMP VALUE ZERO.
000650 01 WS-UNKNOWN-COUNT       PIC 9(07) COMP VALUE ZERO.
000651
000652* The census by site: one row per SITE-MASTER site, then one per
000653* site found on a device but not on SITE-MASTER.  Devices past the
000654* 50th site are counted only in the fleet totals.
000655 01 WS-SITE-COUNT          PIC 9(03) COMP VALUE ZERO.
000656 01 WS-SITE-INDEX          PIC 9(03) COMP VALUE ZERO.
000657 01 WS-SITE-FOUND          PIC 9(03) COMP VALUE ZERO.
000658 01 WS-SITE-TABLE.
000659     05 WS-SITE-ROW OCCURS 50 TIMES.
000660         10 WS-SITE-ENTRY        PIC X(08).
000661         10 STE-REGISTERED       PIC X(01).
000662         10 STE-TOTAL            PIC 9(07) COMP.
000663         10 STE-ACTIVE           PIC 9(07) COMP.
000664         10 STE-BLOCKED          PIC 9(07) COMP.
000665         10 STE-REVIEW           PIC 9(07) COMP.
000666         10 STE-INACTIVE         PIC 9(07) COMP.
000667         10 STE-UNKNOWN          PIC 9(07) COMP.
000668 01 WS-DEVICE-SITE         PIC X(08) VALUE SPACES.
000669
000670* Print-file support: the same census is laid out on a dated
000680* print file with a title, run date/time, column headings
000690* repeated per page and an end-of-report total.
000940     05 FILLER             PIC X(02) VALUE SPACES.
000950     05 CEN-LABEL          PIC X(20).
000960     05 CEN-VALUE          PIC ZZZZZZ9.
000961 01 WS-SITE-HEADING-LINE.
000962     05 FILLER             PIC X(02) VALUE SPACES.
000963     05 FILLER             PIC X(10) VALUE "SITE".
000964     05 FILLER             PIC X(08) VALUE "   TOTAL".
000965     05 FILLER             PIC X(08) VALUE "  ACTIVE".
000966     05 FILLER             PIC X(08) VALUE " BLOCKED".
000967     05 FILLER             PIC X(08) VALUE "  REVIEW".
000968     05 FILLER             PIC X(08) VALUE "INACTIVE".
000969     05 FILLER             PIC X(08) VALUE " UNKNOWN".
000970 01 WS-SITE-LINE.
000971     05 FILLER             PIC X(02) VALUE SPACES.
000972     05 STL-SITE           PIC X(08).
000973     05 FILLER             PIC X(02) VALUE SPACES.
000974     05 STL-TOTAL          PIC ZZZZZZZ9.
000975     05 STL-ACTIVE         PIC ZZZZZZZ9.
000976     05 STL-BLOCKED        PIC ZZZZZZZ9.
000977     05 STL-REVIEW         PIC ZZZZZZZ9.
000978     05 STL-INACTIVE       PIC ZZZZZZZ9.
000979     05 STL-UNKNOWN        PIC ZZZZZZZ9.
000980     05 FILLER             PIC X(02) VALUE SPACES.
000981     05 STL-FLAG           PIC X(20).
000982
000983 PROCEDURE DIVISION.
000990 MAIN-PROCEDURE.
001000     DISPLAY "===== FLEET CENSUS REPORT ====="
001010     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001015     PERFORM LOAD-SITE-REGISTRY
001020
001030     OPEN INPUT DEVICE-MASTER
001040     IF WS-DEVICE-STATUS NOT = "00"
001170* COUNT-ONE-DEVICE - reads the next DEVICE-MASTER record and
001180* tallies it under its DISP-ESTADO. A status code outside the four
001190* DEVMAST recognizes is tallied as unknown rather than dropped, so
001195* a bad seed load still shows up in the total.  The same status
001200* is tallied again on the device's site row.
001210*----------------------------------------------------------------*
001220 COUNT-ONE-DEVICE.
001230     READ DEVICE-MASTER NEXT RECORD
001370                 WHEN OTHER
001380                     ADD 1 TO WS-UNKNOWN-COUNT
001390             END-EVALUATE
001392             PERFORM FIND-DEVICE-SITE
001394             IF WS-SITE-FOUND > ZERO
001396                 PERFORM COUNT-DEVICE-FOR-SITE
001398             END-IF
001400     END-READ.
001401
001402*----------------------------------------------------------------*
001403* FIND-DEVICE-SITE - the site row of the device just read, added
001404* (flagged as not on SITE-MASTER) the first time an unregistered
001405* site turns up.  Zero when the table is full.
001406*----------------------------------------------------------------*
001407 FIND-DEVICE-SITE.
001408     MOVE DISP-SITIO-ID TO WS-DEVICE-SITE
001409     IF WS-DEVICE-SITE = SPACES
001410         MOVE "DEFAULT" TO WS-DEVICE-SITE
001411     END-IF
001412     MOVE ZERO TO WS-SITE-FOUND
001413     PERFORM MATCH-ONE-SITE
001414         VARYING WS-SITE-INDEX FROM 1 BY 1
001415         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
001416            OR WS-SITE-FOUND > ZERO
001417     IF WS-SITE-FOUND = ZERO
001418         AND WS-SITE-COUNT < 50
001419         ADD 1 TO WS-SITE-COUNT
001420         INITIALIZE WS-SITE-ROW(WS-SITE-COUNT)
001421         MOVE WS-DEVICE-SITE TO WS-SITE-ENTRY(WS-SITE-COUNT)
001422         MOVE 'N' TO STE-REGISTERED(WS-SITE-COUNT)
001423         MOVE WS-SITE-COUNT TO WS-SITE-FOUND
001424     END-IF.
001425
001426 MATCH-ONE-SITE.
001427     IF WS-SITE-ENTRY(WS-SITE-INDEX) = WS-DEVICE-SITE
001428         MOVE WS-SITE-INDEX TO WS-SITE-FOUND
001429     END-IF.
001430
001431 COUNT-DEVICE-FOR-SITE.
001432     ADD 1 TO STE-TOTAL(WS-SITE-FOUND)
001433     EVALUATE TRUE
001434         WHEN DISP-ACTIVO
001435             ADD 1 TO STE-ACTIVE(WS-SITE-FOUND)
001436         WHEN DISP-BLOQUEADO
001437             ADD 1 TO STE-BLOCKED(WS-SITE-FOUND)
001438         WHEN DISP-EN-REVISION
001439             ADD 1 TO STE-REVIEW(WS-SITE-FOUND)
001440         WHEN DISP-INACTIVO
001441             ADD 1 TO STE-INACTIVE(WS-SITE-FOUND)
001442         WHEN OTHER
001443             ADD 1 TO STE-UNKNOWN(WS-SITE-FOUND)
001444     END-EVALUATE.
001445
001446 PRINT-CENSUS-TOTALS.
001447     DISPLAY "Total devices:     " WS-TOTAL-COUNT
001448     DISPLAY "Active (A):        " WS-ACTIVE-COUNT
001450     DISPLAY "Blocked (L):       " WS-BLOCKED-COUNT
001460     DISPLAY "In review (H):     " WS-REVIEW-COUNT
001470     DISPLAY "Inactive (I):      " WS-INACTIVE-COUNT
001471     DISPLAY "Unknown status:    " WS-UNKNOWN-COUNT
001472     DISPLAY "--- By site ---"
001473     DISPLAY WS-SITE-HEADING-LINE
001474     PERFORM DISPLAY-ONE-SITE-ROW
001475         VARYING WS-SITE-INDEX FROM 1 BY 1
001476         UNTIL WS-SITE-INDEX > WS-SITE-COUNT.
001477
001478 DISPLAY-ONE-SITE-ROW.
001479     PERFORM BUILD-SITE-LINE
001480     DISPLAY WS-SITE-LINE.
001481
001482 BUILD-SITE-LINE.
001483     MOVE WS-SITE-ENTRY(WS-SITE-INDEX) TO STL-SITE
001484     MOVE STE-TOTAL(WS-SITE-INDEX)     TO STL-TOTAL
001485     MOVE STE-ACTIVE(WS-SITE-INDEX)    TO STL-ACTIVE
001486     MOVE STE-BLOCKED(WS-SITE-INDEX)   TO STL-BLOCKED
001487     MOVE STE-REVIEW(WS-SITE-INDEX)    TO STL-REVIEW
001488     MOVE STE-INACTIVE(WS-SITE-INDEX)  TO STL-INACTIVE
001489     MOVE STE-UNKNOWN(WS-SITE-INDEX)   TO STL-UNKNOWN
001490     IF STE-REGISTERED(WS-SITE-INDEX) = 'Y'
001491         MOVE SPACES TO STL-FLAG
001492     ELSE
001493         MOVE "NOT ON SITE-MASTER" TO STL-FLAG
001494     END-IF.
001495
001500*----------------------------------------------------------------*
001510* EMIT-PRINT-REPORT - lays the already-tallied census out on the
001520* dated CENSUS-REPORT-<date> print file, one line per status
001980     MOVE WS-UNKNOWN-COUNT TO CEN-VALUE
001990     MOVE WS-CENSUS-LINE TO WS-PRINT-LINE
002000     PERFORM PRINT-REPORT-LINE
002001     PERFORM PRINT-REPORT-LINE
002002     MOVE "--- CENSUS BY SITE ---" TO WS-PRINT-LINE
002003     PERFORM PRINT-REPORT-LINE
002004     MOVE WS-SITE-HEADING-LINE TO WS-PRINT-LINE
002005     PERFORM PRINT-REPORT-LINE
002006     PERFORM PRINT-ONE-SITE-ROW
002007         VARYING WS-SITE-INDEX FROM 1 BY 1
002008         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
002009     PERFORM PRINT-REPORT-LINE.
002010
002011 PRINT-ONE-SITE-ROW.
002012     PERFORM BUILD-SITE-LINE
002013     MOVE WS-SITE-LINE TO WS-PRINT-LINE
002014     PERFORM PRINT-REPORT-LINE.
002020
002030*----------------------------------------------------------------*
002040* OPEN-REPORT-FILE - builds the dated file name, stamps the run
002420     MOVE SPACES TO PRINT-RECORD
002430     WRITE PRINT-RECORD
002440     MOVE 5 TO WS-LINE-COUNT.
002450
002460*----------------------------------------------------------------*
002470* LOAD-SITE-REGISTRY - one zeroed row per SITE-MASTER site.  No
002480* SITE-MASTER, or an empty one, means the single DEFAULT site.
002490*----------------------------------------------------------------*
002500 LOAD-SITE-REGISTRY.
002510     MOVE ZERO TO WS-SITE-COUNT
002520     OPEN INPUT SITE-MASTER-FILE
002530     IF WS-SITE-MASTER-STATUS = "00"
002540         PERFORM READ-ONE-SITE-ENTRY
002550             UNTIL SITE-MASTER-AT-END
002560                 OR WS-SITE-COUNT >= 50
002570         CLOSE SITE-MASTER-FILE
002580     END-IF
002590     IF WS-SITE-COUNT = ZERO
002600         MOVE 1 TO WS-SITE-COUNT
002610         INITIALIZE WS-SITE-ROW(1)
002620         MOVE "DEFAULT" TO WS-SITE-ENTRY(1)
002630         MOVE 'Y' TO STE-REGISTERED(1)
002640     END-IF.
002650
002660 READ-ONE-SITE-ENTRY.
002670     READ SITE-MASTER-FILE
002680         AT END
002690             SET SITE-MASTER-AT-END TO TRUE
002700         NOT AT END
002710             IF SM-SITE-ID NOT = SPACES
002720                 ADD 1 TO WS-SITE-COUNT
002730                 INITIALIZE WS-SITE-ROW(WS-SITE-COUNT)
002740                 MOVE SM-SITE-ID TO WS-SITE-ENTRY(WS-SITE-COUNT)
002750                 MOVE 'Y' TO STE-REGISTERED(WS-SITE-COUNT)
002760             END-IF
002770     END-READ.
