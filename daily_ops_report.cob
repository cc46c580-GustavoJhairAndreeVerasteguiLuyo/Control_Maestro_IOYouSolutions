000090* from BOOT-LOG, authentication approved/denied counts from
000100* AUTH-LOG, and the list of devices trending toward a lockout
000110* (failed attempts recorded but not yet held for review) from
000114* DEVICE-MASTER.  Every SITE-MASTER site has its own BOOT-LOG and
000118* AUTH-LOG ("<log>-<site>"; the DEFAULT site keeps the plain
000122* names): each is read in turn, the day's counts are broken down
000126* by site and the fleet totals are the sum over the sites.
000130*----------------------------------------------------------------*
000140* MODIFICATION HISTORY
000150*   DATE        BY      DESCRIPTION
000410*                       retained copy can be handed to auditors.
000420*                       The console summary stays for the
000430*                       operator.
000431*   2026-10-15  JGV     Reads the BOOT-LOG and AUTH-LOG of every
000432*                       SITE-MASTER site and adds a results-by-
000433*                       site section; trending devices show their
000434*                       owning site (DISP-SITIO-ID).  WRONGSITE
000435*                       rejects are counted on their own, not as
000436*                       denials.
000440*================================================================*
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. DAILY-OPS-REPORT.
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000541     SELECT SITE-MASTER-FILE
000542         ASSIGN TO "SITE-MASTER"
000543         ORGANIZATION IS SEQUENTIAL
000544         FILE STATUS IS WS-SITE-MASTER-STATUS.
000545
000550     SELECT BOOT-LOG-FILE
000560         ASSIGN TO DYNAMIC WS-BOOT-LOG-NAME
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-BOOT-LOG-STATUS.
000590
000600     SELECT AUTH-LOG-FILE
000610         ASSIGN TO DYNAMIC WS-AUTH-LOG-NAME
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-AUTH-LOG-STATUS.
000640
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000782 FD  SITE-MASTER-FILE
000784     RECORDING MODE IS F.
000786     COPY SITEMAST.
000788
000790 FD  BOOT-LOG-FILE
000800     RECORDING MODE IS F.
000810     COPY BOOTLOG.
000960 01 WS-BOOT-LOG-STATUS     PIC X(02) VALUE "00".
000970 01 WS-AUTH-LOG-STATUS     PIC X(02) VALUE "00".
000980 01 WS-DEVICE-STATUS       PIC X(02) VALUE "00".
000985 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
000990
001000 01 WS-BOOT-LOG-EOF        PIC X VALUE 'N'.
001010     88 BOOT-LOG-AT-END        VALUE 'Y'.
001030     88 AUTH-LOG-AT-END        VALUE 'Y'.
001040 01 WS-DEVICE-EOF          PIC X VALUE 'N'.
001050     88 DEVICE-MASTER-AT-END      VALUE 'Y'.
001053 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
001056     88 SITE-MASTER-AT-END     VALUE 'Y'.
001060
001070 01 WS-BOOT-PASS-COUNT     PIC 9(05) COMP VALUE ZERO.
001080 01 WS-BOOT-FAIL-COUNT     PIC 9(05) COMP VALUE ZERO.
001110 01 WS-OVERRIDE-COUNT      PIC 9(05) COMP VALUE ZERO.
001120 01 WS-DEACTIVATE-COUNT    PIC 9(05) COMP VALUE ZERO.
001130 01 WS-RENEW-COUNT         PIC 9(05) COMP VALUE ZERO.
001135 01 WS-WRONG-SITE-COUNT    PIC 9(05) COMP VALUE ZERO.
001140 COPY LOCKLIM.
001150
001160* Dispositivos con fallos registrados por debajo del limite de
001230     05 WS-TRENDING-ENTRY OCCURS 200 TIMES.
001240         10 WS-TRENDING-DISP-ID  PIC X(20).
001250         10 WS-TRENDING-FALLOS   PIC 9(03) COMP.
001251         10 WS-TRENDING-SITE     PIC X(08).
001252
001253* The site registry, as LOG-HOUSEKEEPING loads it (no SITE-MASTER,
001254* or an empty one, means the single DEFAULT site), with the day's
001255* counts for each site.
001256 01 WS-SITE-COUNT          PIC 9(03) COMP VALUE ZERO.
001257 01 WS-SITE-INDEX          PIC 9(03) COMP VALUE ZERO.
001258 01 WS-SITE-FOUND          PIC 9(03) COMP VALUE ZERO.
001259 01 WS-SITE-TABLE.
001260     05 WS-SITE-ROW OCCURS 50 TIMES.
001261         10 WS-SITE-ENTRY        PIC X(08).
001262         10 STE-BOOT-PASS        PIC 9(05) COMP.
001263         10 STE-BOOT-FAIL        PIC 9(05) COMP.
001264         10 STE-AUTH-APPROVED    PIC 9(05) COMP.
001265         10 STE-AUTH-DENIED      PIC 9(05) COMP.
001266         10 STE-OVERRIDES        PIC 9(05) COMP.
001267         10 STE-DEACTIVATIONS    PIC 9(05) COMP.
001268         10 STE-RENEWALS         PIC 9(05) COMP.
001269         10 STE-WRONG-SITE       PIC 9(05) COMP.
001270         10 STE-TRENDING         PIC 9(05) COMP.
001271 01 WS-BOOT-LOG-NAME       PIC X(20) VALUE SPACES.
001272 01 WS-AUTH-LOG-NAME       PIC X(20) VALUE SPACES.
001273 01 WS-DEVICE-SITE         PIC X(08) VALUE SPACES.
001274
001275* Print-file support: the same summary is laid out on a dated
001280* print file with a title, run date/time, column headings
001290* repeated per page and end-of-report totals.
001300 01 WS-REPORT-STATUS       PIC X(02) VALUE "00".
001500     05 FILLER             PIC X(02) VALUE SPACES.
001510     05 FILLER             PIC X(22) VALUE "DEVICE ID".
001520     05 FILLER             PIC X(15) VALUE "FAILED ATTEMPTS".
001521     05 FILLER             PIC X(04) VALUE SPACES.
001522     05 FILLER             PIC X(04) VALUE "SITE".
001523 01 WS-SITE-COL-HEADS.
001524     05 FILLER             PIC X(02) VALUE SPACES.
001525     05 FILLER             PIC X(10) VALUE "SITE".
001526     05 FILLER             PIC X(08) VALUE " BOOT OK".
001527     05 FILLER             PIC X(08) VALUE " BOOT NG".
001528     05 FILLER             PIC X(08) VALUE " AUTH OK".
001529     05 FILLER             PIC X(08) VALUE " DENIED".
001530     05 FILLER             PIC X(08) VALUE "   OVRD".
001531     05 FILLER             PIC X(08) VALUE "   DEAC".
001532     05 FILLER             PIC X(08) VALUE "  RENEW".
001533     05 FILLER             PIC X(08) VALUE " WRGSITE".
001534     05 FILLER             PIC X(08) VALUE " TRENDNG".
001535 01 WS-SUMMARY-LINE.
001540     05 FILLER             PIC X(02) VALUE SPACES.
001550     05 SUM-LABEL          PIC X(24).
001560     05 SUM-VALUE          PIC ZZZZ9.
001590     05 TRD-DEVICE-ID      PIC X(20).
001600     05 FILLER             PIC X(04) VALUE SPACES.
001610     05 TRD-FALLOS         PIC ZZ9.
001611     05 FILLER             PIC X(14) VALUE SPACES.
001612     05 TRD-SITE           PIC X(08).
001613 01 WS-SITE-PRINT-LINE.
001614     05 FILLER             PIC X(02) VALUE SPACES.
001615     05 STL-SITE           PIC X(08).
001616     05 FILLER             PIC X(02) VALUE SPACES.
001617     05 STL-BOOT-PASS      PIC ZZZZZZZ9.
001618     05 STL-BOOT-FAIL      PIC ZZZZZZZ9.
001619     05 STL-AUTH-APPROVED  PIC ZZZZZZZ9.
001620     05 STL-AUTH-DENIED    PIC ZZZZZZZ9.
001621     05 STL-OVERRIDES      PIC ZZZZZZZ9.
001622     05 STL-DEACTIVATIONS  PIC ZZZZZZZ9.
001623     05 STL-RENEWALS       PIC ZZZZZZZ9.
001624     05 STL-WRONG-SITE     PIC ZZZZZZZ9.
001625     05 STL-TRENDING       PIC ZZZZZZZ9.
001626
001630 PROCEDURE DIVISION.
001640 MAIN-PROCEDURE.
001650     DISPLAY "===== DAILY OPERATIONS SUMMARY ====="
001660
001670     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001675     PERFORM LOAD-SITE-REGISTRY
001680
001690     PERFORM SUMMARIZE-BOOT-LOG
001693         VARYING WS-SITE-INDEX FROM 1 BY 1
001696         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
001700     PERFORM SUMMARIZE-AUTH-LOG
001703         VARYING WS-SITE-INDEX FROM 1 BY 1
001706         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
001710     PERFORM SUMMARIZE-DEVICE-TRENDS
001720
001730     DISPLAY "--- Boot results ---"
001800     DISPLAY "  Operator overrides: " WS-OVERRIDE-COUNT
001810     DISPLAY "  Device deactivations: " WS-DEACTIVATE-COUNT
001820     DISPLAY "  Template renewals: " WS-RENEW-COUNT
001821     DISPLAY "  Wrong-site rejects: " WS-WRONG-SITE-COUNT
001822
001823     DISPLAY "--- Results by site ---"
001824     PERFORM DISPLAY-ONE-SITE-ROW
001825         VARYING WS-SITE-INDEX FROM 1 BY 1
001826         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
001830
001840     DISPLAY "--- Devices trending toward lockout ---"
001850     PERFORM DISPLAY-ONE-TRENDING-ENTRY
001960
001970*----------------------------------------------------------------*
001980* SUMMARIZE-BOOT-LOG - tallies pass/fail from each VERIFY entry
001990* written by SECURITY-BOOT to the BOOT-LOG of the site at WS-SITE-
002000* INDEX. A missing BOOT-LOG simply yields zero counts for the day.
002010*----------------------------------------------------------------*
002020 SUMMARIZE-BOOT-LOG.
002021     MOVE SPACES TO WS-BOOT-LOG-NAME
002022     IF WS-SITE-ENTRY(WS-SITE-INDEX) = "DEFAULT"
002023         MOVE "BOOT-LOG" TO WS-BOOT-LOG-NAME
002024     ELSE
002025         STRING "BOOT-LOG-"                  DELIMITED BY SIZE
002026                WS-SITE-ENTRY(WS-SITE-INDEX) DELIMITED BY SPACE
002027             INTO WS-BOOT-LOG-NAME
002028     END-IF
002029     MOVE 'N' TO WS-BOOT-LOG-EOF
002030     OPEN INPUT BOOT-LOG-FILE
002040     IF WS-BOOT-LOG-STATUS = "00"
002050         PERFORM READ-ONE-BOOT-LOG-RECORD UNTIL BOOT-LOG-AT-END
002150                 AND BL-STEP-NAME = "VERIFY"
002160                 IF BL-FUNCTION-OK = 'Y'
002170                     ADD 1 TO WS-BOOT-PASS-COUNT
002175                     ADD 1 TO STE-BOOT-PASS(WS-SITE-INDEX)
002180                 ELSE
002190                     ADD 1 TO WS-BOOT-FAIL-COUNT
002195                     ADD 1 TO STE-BOOT-FAIL(WS-SITE-INDEX)
002200                 END-IF
002210             END-IF
002220     END-READ.
002240*----------------------------------------------------------------*
002250* SUMMARIZE-AUTH-LOG - tallies approved/denied authentication
002260* attempts, operator overrides, device deactivations, and template
002265* renewals from the AUTH-LOG of the site at WS-SITE-INDEX, each
002270* event type kept in its own counter so maintenance transactions
002275* and transactions rejected as another site's device never get
002280* folded into the Approved/Denied authentication tally.
002300*----------------------------------------------------------------*
002310 SUMMARIZE-AUTH-LOG.
002311     MOVE SPACES TO WS-AUTH-LOG-NAME
002312     IF WS-SITE-ENTRY(WS-SITE-INDEX) = "DEFAULT"
002313         MOVE "AUTH-LOG" TO WS-AUTH-LOG-NAME
002314     ELSE
002315         STRING "AUTH-LOG-"                  DELIMITED BY SIZE
002316                WS-SITE-ENTRY(WS-SITE-INDEX) DELIMITED BY SPACE
002317             INTO WS-AUTH-LOG-NAME
002318     END-IF
002319     MOVE 'N' TO WS-AUTH-LOG-EOF
002320     OPEN INPUT AUTH-LOG-FILE
002330     IF WS-AUTH-LOG-STATUS = "00"
002340         PERFORM READ-ONE-AUTH-LOG-RECORD UNTIL AUTH-LOG-AT-END
002440                 EVALUATE AUD-TIPO-EVENTO
002450                     WHEN "OVERRIDE"
002460                         ADD 1 TO WS-OVERRIDE-COUNT
002465                         ADD 1 TO STE-OVERRIDES(WS-SITE-INDEX)
002470                     WHEN "DEACTIVATE"
002480                         ADD 1 TO WS-DEACTIVATE-COUNT
002485                         ADD 1 TO STE-DEACTIVATIONS(WS-SITE-INDEX)
002490                     WHEN "RENEW"
002500                         ADD 1 TO WS-RENEW-COUNT
002502                         ADD 1 TO STE-RENEWALS(WS-SITE-INDEX)
002504                     WHEN "WRONGSITE"
002506                         ADD 1 TO WS-WRONG-SITE-COUNT
002508                         ADD 1 TO STE-WRONG-SITE(WS-SITE-INDEX)
002510                     WHEN OTHER
002520                         IF AUD-RESULTADO = 'S'
002530                             ADD 1 TO WS-AUTH-APPROVED-COUNT
002533                             ADD 1
002536                               TO STE-AUTH-APPROVED(WS-SITE-INDEX)
002540                         ELSE
002550                             ADD 1 TO WS-AUTH-DENIED-COUNT
002553                             ADD 1
002556                               TO STE-AUTH-DENIED(WS-SITE-INDEX)
002560                         END-IF
002570                 END-EVALUATE
002580             END-IF
002810                 AND DISP-INTENTOS-FALLIDOS > ZERO
002820                 AND DISP-INTENTOS-FALLIDOS < LIM-INTENTOS-BLOQUEO
002830                 ADD 1 TO WS-TRENDING-COUNT
002832                 PERFORM FIND-DEVICE-SITE
002834                 IF WS-SITE-FOUND > ZERO
002836                     ADD 1 TO STE-TRENDING(WS-SITE-FOUND)
002838                 END-IF
002840                 IF WS-TRENDING-COUNT <= 200
002850                     ADD 1 TO WS-TRENDING-STORED
002860                     MOVE DISP-ID TO
002870                         WS-TRENDING-DISP-ID(WS-TRENDING-STORED)
002880                     MOVE DISP-INTENTOS-FALLIDOS TO
002890                         WS-TRENDING-FALLOS(WS-TRENDING-STORED)
002893                     MOVE WS-DEVICE-SITE TO
002896                         WS-TRENDING-SITE(WS-TRENDING-STORED)
002900                 END-IF
002910             END-IF
002920     END-READ.
002980 DISPLAY-ONE-TRENDING-ENTRY.
002990     DISPLAY "  " WS-TRENDING-DISP-ID(WS-TRENDING-IDX)
003000         " - failed attempts: "
003001         WS-TRENDING-FALLOS(WS-TRENDING-IDX)
003002         " - site: " WS-TRENDING-SITE(WS-TRENDING-IDX).
003003
003004*----------------------------------------------------------------*
003005* DISPLAY-ONE-SITE-ROW - one site's counts on the console.
003006*----------------------------------------------------------------*
003007 DISPLAY-ONE-SITE-ROW.
003008     PERFORM BUILD-SITE-PRINT-LINE
003009     DISPLAY WS-SITE-PRINT-LINE.
003010
003011*----------------------------------------------------------------*
003012* FIND-DEVICE-SITE - the registry row of the device just read
003013* (blank DISP-SITIO-ID is the DEFAULT site); zero when its site
003014* is not on SITE-MASTER.
003015*----------------------------------------------------------------*
003016 FIND-DEVICE-SITE.
003017     MOVE DISP-SITIO-ID TO WS-DEVICE-SITE
003018     IF WS-DEVICE-SITE = SPACES
003019         MOVE "DEFAULT" TO WS-DEVICE-SITE
003020     END-IF
003021     MOVE ZERO TO WS-SITE-FOUND
003022     PERFORM MATCH-ONE-SITE
003023         VARYING WS-SITE-INDEX FROM 1 BY 1
003024         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
003025            OR WS-SITE-FOUND > ZERO.
003026
003027 MATCH-ONE-SITE.
003028     IF WS-SITE-ENTRY(WS-SITE-INDEX) = WS-DEVICE-SITE
003029         MOVE WS-SITE-INDEX TO WS-SITE-FOUND
003030     END-IF.
003031
003032*----------------------------------------------------------------*
003040* EMIT-PRINT-REPORT - lays the already-tallied summary out on the
003050* dated OPS-REPORT-<date> print file: the boot and authentication
003060* sections, the trending-device detail under its own column
003140             WS-REPORT-FILE-NAME
003150     ELSE
003160         PERFORM PRINT-SUMMARY-SECTIONS
003165         PERFORM PRINT-SITE-SECTION
003170         PERFORM PRINT-TRENDING-SECTION
003180         PERFORM PRINT-REPORT-TOTALS
003190         CLOSE REPORT-PRINT-FILE
003480     MOVE "TEMPLATE RENEWALS" TO SUM-LABEL
003490     MOVE WS-RENEW-COUNT TO SUM-VALUE
003500     PERFORM PRINT-SUMMARY-LINE
003502     MOVE "WRONG-SITE REJECTS" TO SUM-LABEL
003504     MOVE WS-WRONG-SITE-COUNT TO SUM-VALUE
003506     PERFORM PRINT-SUMMARY-LINE
003510     PERFORM PRINT-REPORT-LINE.
003511
003512 PRINT-SITE-SECTION.
003513     MOVE WS-SITE-COL-HEADS TO WS-CURRENT-COL-HEADS
003514     MOVE "--- RESULTS BY SITE ---" TO WS-PRINT-LINE
003515     PERFORM PRINT-REPORT-LINE
003516     MOVE WS-SITE-COL-HEADS TO WS-PRINT-LINE
003517     PERFORM PRINT-REPORT-LINE
003518     PERFORM PRINT-ONE-SITE-ROW
003519         VARYING WS-SITE-INDEX FROM 1 BY 1
003520         UNTIL WS-SITE-INDEX > WS-SITE-COUNT
003521     MOVE SPACES TO WS-CURRENT-COL-HEADS
003522     PERFORM PRINT-REPORT-LINE.
003523
003524 PRINT-ONE-SITE-ROW.
003525     PERFORM BUILD-SITE-PRINT-LINE
003526     MOVE WS-SITE-PRINT-LINE TO WS-PRINT-LINE
003527     PERFORM PRINT-REPORT-LINE.
003528
003529 BUILD-SITE-PRINT-LINE.
003530     MOVE WS-SITE-ENTRY(WS-SITE-INDEX)     TO STL-SITE
003531     MOVE STE-BOOT-PASS(WS-SITE-INDEX)     TO STL-BOOT-PASS
003532     MOVE STE-BOOT-FAIL(WS-SITE-INDEX)     TO STL-BOOT-FAIL
003533     MOVE STE-AUTH-APPROVED(WS-SITE-INDEX) TO STL-AUTH-APPROVED
003534     MOVE STE-AUTH-DENIED(WS-SITE-INDEX)   TO STL-AUTH-DENIED
003535     MOVE STE-OVERRIDES(WS-SITE-INDEX)     TO STL-OVERRIDES
003536     MOVE STE-DEACTIVATIONS(WS-SITE-INDEX) TO STL-DEACTIVATIONS
003537     MOVE STE-RENEWALS(WS-SITE-INDEX)      TO STL-RENEWALS
003538     MOVE STE-WRONG-SITE(WS-SITE-INDEX)    TO STL-WRONG-SITE
003539     MOVE STE-TRENDING(WS-SITE-INDEX)      TO STL-TRENDING.
003540
003541 PRINT-TRENDING-SECTION.
003542     MOVE WS-TRENDING-COL-HEADS TO WS-CURRENT-COL-HEADS
003550     MOVE "--- DEVICES TRENDING TOWARD LOCKOUT ---"
003560         TO WS-PRINT-LINE
003570     PERFORM PRINT-REPORT-LINE
003730     MOVE WS-TRENDING-DISP-ID(WS-TRENDING-IDX)
003740         TO TRD-DEVICE-ID
003750     MOVE WS-TRENDING-FALLOS(WS-TRENDING-IDX) TO TRD-FALLOS
003755     MOVE WS-TRENDING-SITE(WS-TRENDING-IDX) TO TRD-SITE
003760     MOVE WS-TRENDING-PRINT-LINE TO WS-PRINT-LINE
003770     PERFORM PRINT-REPORT-LINE.
003780
004370         WRITE PRINT-RECORD
004380         ADD 2 TO WS-LINE-COUNT
004390     END-IF.
004400
004410*----------------------------------------------------------------*
004420* LOAD-SITE-REGISTRY - the sites whose logs are summarized, each
004430* with its counts at zero.
004440*----------------------------------------------------------------*
004450 LOAD-SITE-REGISTRY.
004460     MOVE ZERO TO WS-SITE-COUNT
004470     OPEN INPUT SITE-MASTER-FILE
004480     IF WS-SITE-MASTER-STATUS = "00"
004490         PERFORM READ-ONE-SITE-ENTRY
004500             UNTIL SITE-MASTER-AT-END
004510                 OR WS-SITE-COUNT >= 50
004520         CLOSE SITE-MASTER-FILE
004530     END-IF
004540     IF WS-SITE-COUNT = ZERO
004550         MOVE 1 TO WS-SITE-COUNT
004560         INITIALIZE WS-SITE-ROW(1)
004570         MOVE "DEFAULT" TO WS-SITE-ENTRY(1)
004580     END-IF.
004590
004600 READ-ONE-SITE-ENTRY.
004610     READ SITE-MASTER-FILE
004620         AT END
004630             SET SITE-MASTER-AT-END TO TRUE
004640         NOT AT END
004650             IF SM-SITE-ID NOT = SPACES
004660                 ADD 1 TO WS-SITE-COUNT
004670                 INITIALIZE WS-SITE-ROW(WS-SITE-COUNT)
004680                 MOVE SM-SITE-ID TO WS-SITE-ENTRY(WS-SITE-COUNT)
004690             END-IF
004700     END-READ.
