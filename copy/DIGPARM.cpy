000010*================================================================*
000020* DIGPARM.CPY
000030* Parameter block passed to DIGEST-VALUE.  The caller loads up
000040* to 256 bytes of text into DGP-TEXT, says how many are
000045* significant in DGP-LENGTH, and gets back a twenty-digit digest
000050* in DGP-DIGEST, keyed with the installation key on DIGEST-KEY.
000055* Under the same key the same text always yields the same digest.
000060* The digest does not carry the text, and without the key nobody
000065* can compute it for a text of their own; with the key, a short or
000070* guessable text can still be found by trying candidates.
000080*----------------------------------------------------------------*
000090* MODIFICATION HISTORY
000100*   DATE        BY      DESCRIPTION
000110*   2026-10-15  JGV     Initial version - digest parameter block.
000115*   2026-10-15  JGV     Digest now keyed (DIGKEY.CPY).
000120*================================================================*
000130 01  DIGEST-PARAMETERS.
000140     05  DGP-LENGTH              PIC 9(04) COMP.
000150     05  DGP-TEXT                PIC X(256).
000160     05  DGP-DIGEST              PIC X(20).
