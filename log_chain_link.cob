000010*================================================================*
000020* PROGRAM-ID.  LOG-CHAIN-LINK
000030* AUTHOR.      J. GUSTAVO VERASTEGUI
000040* INSTALLATION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* DATE-WRITTEN. 2026-10-15
000060* DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* Called routine that computes the running chain value stamped on
000090* every AUTH-LOG, BOOT-LOG and DEVICE-STATUS-JOURNAL record
000100* (CHNLINK.CPY).  The value is the DIGEST-VALUE of the previous
000110* record's chain value followed by the new record itself, so
000120* editing, removing or reordering any record changes every chain
000130* value after it.  Every writer and LOG-CHAIN-VERIFY go through
000135* here so the chain is always built the same way.  DIGEST-VALUE
000140* folds in the installation key, so a log edited by someone who
000145* does not hold DIGEST-KEY cannot be given a chain that verifies.
000150*----------------------------------------------------------------*
000160* MODIFICATION HISTORY
000170*   DATE        BY      DESCRIPTION
000180*   2026-10-15  JGV     Initial version.
000185*   2026-10-15  JGV     Documented the keyed digest.
000190*================================================================*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. LOG-CHAIN-LINK.
000220 AUTHOR. J. GUSTAVO VERASTEGUI.
000230 INSTALLATION. IOYOU SOLUTIONS.
000240 DATE-WRITTEN. 2026-10-15.
000250 DATE-COMPILED.
000260
000270 ENVIRONMENT DIVISION.
000280
000290 DATA DIVISION.
000300 WORKING-STORAGE SECTION.
000310     COPY DIGPARM.
000320
000330* Fixed prefix of the digested text: keeps chain values apart
000340* from any other use of DIGEST-VALUE over the same bytes.
000350 01 WS-CHAIN-PREFIX        PIC X(08) VALUE "IOYCHN01".
000360
000370 LINKAGE SECTION.
000380     COPY CHNLINK.
000390
000400 PROCEDURE DIVISION USING CHAIN-LINK-PARAMETERS.
000410 MAIN-PROCEDURE.
000420     IF CHL-RECORD-LENGTH > 200
000430         MOVE 200 TO CHL-RECORD-LENGTH
000440     END-IF
000450     MOVE SPACES TO DGP-TEXT
000460     MOVE WS-CHAIN-PREFIX    TO DGP-TEXT(1:8)
000470     MOVE CHL-PREVIOUS-VALUE TO DGP-TEXT(9:20)
000480     MOVE CHL-RECORD-TEXT(1:CHL-RECORD-LENGTH)
000490         TO DGP-TEXT(29:CHL-RECORD-LENGTH)
000500     COMPUTE DGP-LENGTH = 28 + CHL-RECORD-LENGTH
000510     CALL "DIGEST-VALUE" USING DIGEST-PARAMETERS
000520     END-CALL
000530     MOVE DGP-DIGEST TO CHL-NEW-VALUE
000540     GOBACK.
