000010*================================================================*
000020* PROGRAM-ID.  DIGEST-VALUE
000030* AUTHOR.      J. GUSTAVO VERASTEGUI
000040* INSTALLATION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* Called routine that reduces up to 256 bytes of text to a
000090* twenty-digit one-way digest (DIGPARM.CPY).  Four independent
000100* lanes each run a multiply-and-add over the bytes of the text,
000110* reduced modulo a different prime just under 10**9, and each
000120* lane also folds in its neighbour so that a change anywhere in
000130* the text moves every lane.  After the text, the length and
000140* eight further mixing rounds are folded in, and the low five
000150* digits of each lane are concatenated into DGP-DIGEST.
000160*
000170* The digest is deterministic, so two programs that digest the
000180* same text get the same answer and can compare digests instead
000190* of the text itself; that is how biometric templates are kept
000200* in DEVICE-MASTER without their readable value.
000201*
000202* The installation key on DIGEST-KEY (DIGKEY.CPY) is folded in
000203* before and after the text, so the same text gives a different
000204* digest under a different key and nobody without the key can
000205* work out the digest of a text of their choosing: not to re-chain
000206* an edited log, and not to test guessed factors against a stored
000207* template or an AUTH-LOG tag.  The key is read on the first call
000208* and kept for the rest of the run.  Without a usable key no
000209* digest is given out at all: an unkeyed digest would match
000210* nothing already stored and would let a log be re-chained by
000211* anyone, so the run is stopped with return code 16 instead.
000212*
000213* This is a checksum of our own, not a published cryptographic
000214* algorithm.  It keeps the text out of the digest and the key
000215* out of reach of whoever holds the digests; it does not stop
000216* someone who has the key from trying guesses.
000217*----------------------------------------------------------------*
000220* MODIFICATION HISTORY
000230*   DATE        BY      DESCRIPTION
000240*   2026-10-15  JGV     Initial version.
000243*   2026-10-15  JGV     Installation key from DIGEST-KEY folded
000246*                       into every digest; no key, no digest.
000250*================================================================*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. DIGEST-VALUE.
000280 AUTHOR. J. GUSTAVO VERASTEGUI.
000290 INSTALLATION. IOYOU SOLUTIONS.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000331 INPUT-OUTPUT SECTION.
000332 FILE-CONTROL.
000333     SELECT DIGEST-KEY-FILE
000334         ASSIGN TO "DIGEST-KEY"
000335         ORGANIZATION IS SEQUENTIAL
000336         FILE STATUS IS WS-KEY-STATUS.
000340
000350 DATA DIVISION.
000351 FILE SECTION.
000352 FD  DIGEST-KEY-FILE
000353     RECORDING MODE IS F.
000354     COPY DIGKEY.
000355
000360 WORKING-STORAGE SECTION.
000361* The installation key, loaded once per run.
000362 01 WS-KEY-STATUS          PIC X(02) VALUE "00".
000363 01 WS-KEY-LOADED          PIC X VALUE 'N'.
000364     88 KEY-LOADED             VALUE 'Y'.
000365 01 WS-INSTALLATION-KEY    PIC X(64) VALUE SPACES.
000366
000370* Lane state, lane primes and lane multipliers.
000380 01 WS-LANE-TABLE.
000390     05 WS-LANE-VALUE      PIC 9(10) COMP OCCURS 4 TIMES.
000400 01 WS-PRIME-VALUES.
000410     05 FILLER             PIC 9(10) VALUE 999999937.
000420     05 FILLER             PIC 9(10) VALUE 999999929.
000430     05 FILLER             PIC 9(10) VALUE 999999893.
000440     05 FILLER             PIC 9(10) VALUE 999999883.
000450 01 WS-PRIME-TABLE REDEFINES WS-PRIME-VALUES.
000460     05 WS-LANE-PRIME      PIC 9(10) OCCURS 4 TIMES.
000470 01 WS-MULTIPLIER-VALUES.
000480     05 FILLER             PIC 9(04) VALUE 0131.
000490     05 FILLER             PIC 9(04) VALUE 0257.
000500     05 FILLER             PIC 9(04) VALUE 0521.
000510     05 FILLER             PIC 9(04) VALUE 1031.
000520 01 WS-MULTIPLIER-TABLE REDEFINES WS-MULTIPLIER-VALUES.
000530     05 WS-LANE-MULTIPLIER PIC 9(04) OCCURS 4 TIMES.
000540
000550 01 WS-LANE-INDEX          PIC 9(02) COMP VALUE ZERO.
000560 01 WS-NEIGHBOUR-INDEX     PIC 9(02) COMP VALUE ZERO.
000570 01 WS-BYTE-INDEX          PIC 9(04) COMP VALUE ZERO.
000580 01 WS-ROUND-INDEX         PIC 9(02) COMP VALUE ZERO.
000590 01 WS-BYTE-VALUE          PIC 9(04) COMP VALUE ZERO.
000600 01 WS-WORK-VALUE          PIC 9(15) COMP VALUE ZERO.
000610 01 WS-WORK-QUOTIENT       PIC 9(15) COMP VALUE ZERO.
000620 01 WS-WORK-REMAINDER      PIC 9(10) COMP VALUE ZERO.
000630 01 WS-LANE-LOW-DIGITS     PIC 9(05) VALUE ZERO.
000640
000650 LINKAGE SECTION.
000660     COPY DIGPARM.
000670
000680 PROCEDURE DIVISION USING DIGEST-PARAMETERS.
000690 MAIN-PROCEDURE.
000692     IF NOT KEY-LOADED
000694         PERFORM LOAD-INSTALLATION-KEY
000696     END-IF
000700     IF DGP-LENGTH > 256
000710         MOVE 256 TO DGP-LENGTH
000720     END-IF
000730     MOVE 11 TO WS-LANE-VALUE(1)
000740     MOVE 23 TO WS-LANE-VALUE(2)
000750     MOVE 37 TO WS-LANE-VALUE(3)
000760     MOVE 53 TO WS-LANE-VALUE(4)
000770
000772     PERFORM MIX-ONE-KEY-BYTE
000774         VARYING WS-BYTE-INDEX FROM 1 BY 1
000776         UNTIL WS-BYTE-INDEX > 64
000780     PERFORM MIX-ONE-TEXT-BYTE
000790         VARYING WS-BYTE-INDEX FROM 1 BY 1
000800         UNTIL WS-BYTE-INDEX > DGP-LENGTH
000802     PERFORM MIX-ONE-KEY-BYTE
000804         VARYING WS-BYTE-INDEX FROM 1 BY 1
000806         UNTIL WS-BYTE-INDEX > 64
000810
000820     MOVE DGP-LENGTH TO WS-BYTE-VALUE
000830     PERFORM MIX-ONE-ROUND
000840         VARYING WS-ROUND-INDEX FROM 1 BY 1
000850         UNTIL WS-ROUND-INDEX > 8
000860
000870     PERFORM EMIT-ONE-LANE
000880         VARYING WS-LANE-INDEX FROM 1 BY 1
000890         UNTIL WS-LANE-INDEX > 4
000900     GOBACK.
000910
000911*----------------------------------------------------------------*
000912* LOAD-INSTALLATION-KEY - reads the key from DIGEST-KEY; a missing
000913* file or a blank key stops the run.
000914*----------------------------------------------------------------*
000915 LOAD-INSTALLATION-KEY.
000916     OPEN INPUT DIGEST-KEY-FILE
000917     IF WS-KEY-STATUS = "00"
000918         READ DIGEST-KEY-FILE
000919             AT END
000920                 CONTINUE
000921             NOT AT END
000922                 MOVE DKY-KEY-TEXT TO WS-INSTALLATION-KEY
000923         END-READ
000924         CLOSE DIGEST-KEY-FILE
000925     END-IF
000926     IF WS-INSTALLATION-KEY = SPACES
000927         DISPLAY "DIGEST-VALUE: DIGEST-KEY missing or blank; "
000928             "run stopped."
000929         MOVE 16 TO RETURN-CODE
000930         STOP RUN
000931     END-IF
000932     SET KEY-LOADED TO TRUE.
000933
000934*----------------------------------------------------------------*
000935* MIX-ONE-KEY-BYTE - folds one byte of the installation key into
000936* all four lanes.
000937*----------------------------------------------------------------*
000938 MIX-ONE-KEY-BYTE.
000939     COMPUTE WS-BYTE-VALUE =
000940         FUNCTION ORD(WS-INSTALLATION-KEY(WS-BYTE-INDEX:1))
000941     PERFORM MIX-ONE-LANE
000942         VARYING WS-LANE-INDEX FROM 1 BY 1
000943         UNTIL WS-LANE-INDEX > 4.
000944
000945*----------------------------------------------------------------*
000946* MIX-ONE-TEXT-BYTE - folds one byte of the text into all four
000947* lanes.
000950*----------------------------------------------------------------*
000960 MIX-ONE-TEXT-BYTE.
000970     COMPUTE WS-BYTE-VALUE =
000980         FUNCTION ORD(DGP-TEXT(WS-BYTE-INDEX:1))
000990     PERFORM MIX-ONE-LANE
001000         VARYING WS-LANE-INDEX FROM 1 BY 1
001010         UNTIL WS-LANE-INDEX > 4.
001020
001030*----------------------------------------------------------------*
001040* MIX-ONE-ROUND - a closing round with no text byte, so that the
001050* last bytes of the text diffuse into every lane like the first.
001060*----------------------------------------------------------------*
001070 MIX-ONE-ROUND.
001080     ADD WS-ROUND-INDEX TO WS-BYTE-VALUE
001090     PERFORM MIX-ONE-LANE
001100         VARYING WS-LANE-INDEX FROM 1 BY 1
001110         UNTIL WS-LANE-INDEX > 4.
001120
001130*----------------------------------------------------------------*
001140* MIX-ONE-LANE - lane = (lane * multiplier + byte + position +
001150* previous lane) modulo the lane prime.
001160*----------------------------------------------------------------*
001170 MIX-ONE-LANE.
001180     IF WS-LANE-INDEX = 1
001190         MOVE 4 TO WS-NEIGHBOUR-INDEX
001200     ELSE
001210         COMPUTE WS-NEIGHBOUR-INDEX = WS-LANE-INDEX - 1
001220     END-IF
001230     COMPUTE WS-WORK-VALUE =
001240         WS-LANE-VALUE(WS-LANE-INDEX)
001250             * WS-LANE-MULTIPLIER(WS-LANE-INDEX)
001260         + WS-BYTE-VALUE + WS-BYTE-INDEX
001270         + WS-LANE-VALUE(WS-NEIGHBOUR-INDEX)
001280     DIVIDE WS-WORK-VALUE BY WS-LANE-PRIME(WS-LANE-INDEX)
001290         GIVING WS-WORK-QUOTIENT
001300         REMAINDER WS-WORK-REMAINDER
001310     MOVE WS-WORK-REMAINDER TO WS-LANE-VALUE(WS-LANE-INDEX).
001320
001330 EMIT-ONE-LANE.
001340     DIVIDE WS-LANE-VALUE(WS-LANE-INDEX) BY 100000
001350         GIVING WS-WORK-QUOTIENT
001360         REMAINDER WS-WORK-REMAINDER
001370     MOVE WS-WORK-REMAINDER TO WS-LANE-LOW-DIGITS
001380     MOVE WS-LANE-LOW-DIGITS
001390         TO DGP-DIGEST((WS-LANE-INDEX - 1) * 5 + 1:5).
