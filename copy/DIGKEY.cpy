000010*================================================================*
000020* DIGKEY.CPY
000030* Installation key read by DIGEST-VALUE from DIGEST-KEY, a
000040* protected control-card file kept apart from the logs and from
000050* DEVICE-MASTER; only the batch and console user IDs may read it
000060* and nobody but security administration may write it.  The key
000070* is folded into every digest, so without it no chain value,
000080* biometric template or failed-factor tag can be recomputed, and
000090* a log edited by someone without the key cannot be re-chained.
000100* DKY-KEY-TEXT must not be blank.  Changing the key invalidates
000110* every stored template and breaks every chain: it is changed
000120* only together with a re-enrolment and a fresh chain.
000130*----------------------------------------------------------------*
000140* MODIFICATION HISTORY
000150*   DATE        BY      DESCRIPTION
000160*   2026-10-15  JGV     Initial version - digest key card.
000170*================================================================*
000180 01  DIGEST-KEY-CARD.
000190     05  DKY-KEY-TEXT                PIC X(64).
000200     05  FILLER                      PIC X(16).
