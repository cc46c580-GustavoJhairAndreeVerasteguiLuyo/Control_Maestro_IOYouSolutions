000010*================================================================*
000020* DORMCARD.CPY
000030* Control card read by DORMANT-DEVICE-SWEEP from DORMANT-CONTROL.
000040* A device with no successful AUTH in DRM-DORMANT-DAYS days is
000050* dormant, and so is one never used that was registered before
000060* then.  DRM-REQUESTER-ID is the operator the DEAC proposals are
000070* raised under; it must be active on OPERATOR-MASTER with DEAC
000080* authority, and a second operator approves each proposal from
000090* OPERATOR-CONSOLE.  A missing card, or a zero or blank field,
000100* takes 90 days and requester DORMSWP.
000110*----------------------------------------------------------------*
000120* MODIFICATION HISTORY
000130*   DATE        BY      DESCRIPTION
000140*   2026-10-15  JGV     Initial version - dormant sweep card.
000150*================================================================*
000160 01  DORMANT-SWEEP-CARD.
000170     05  DRM-DORMANT-DAYS            PIC 9(04).
000180     05  DRM-REQUESTER-ID            PIC X(08).
000190     05  FILLER                      PIC X(28).
