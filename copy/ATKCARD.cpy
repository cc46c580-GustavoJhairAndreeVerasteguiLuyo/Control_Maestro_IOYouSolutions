000010*================================================================*
000020* ATKCARD.CPY
000030* Control card read by AUTH-ATTACK-SCAN from AUTH-ATTACK-CONTROL.
000040* ATK-WINDOW-HOURS is how far back from the run the scan looks for
000050* attack patterns.  A presented factor failing on ATK-FACTOR-
000060* DEVICE-LIMIT or more devices, or failures on ATK-BURST-DEVICE-
000070* LIMIT or more devices within ATK-BURST-MINUTES, is reported.  A
000080* device's usual hours are the hours it authenticated successfully
000090* in the ATK-PROFILE-DAYS before the window, once it has at least
000100* ATK-PROFILE-MIN-AUTHS of them.  A missing card, or a zero field,
000110* takes 24 hours, 3 devices, 10 minutes, 5 devices, 30 days and 10
000120* successes.
000130*----------------------------------------------------------------*
000140* MODIFICATION HISTORY
000150*   DATE        BY      DESCRIPTION
000160*   2026-10-15  JGV     Initial version - attack scan card.
000170*================================================================*
000180 01  ATTACK-SCAN-CARD.
000190     05  ATK-WINDOW-HOURS            PIC 9(03).
000200     05  ATK-FACTOR-DEVICE-LIMIT     PIC 9(03).
000210     05  ATK-BURST-MINUTES           PIC 9(03).
000220     05  ATK-BURST-DEVICE-LIMIT      PIC 9(03).
000230     05  ATK-PROFILE-DAYS            PIC 9(03).
000240     05  ATK-PROFILE-MIN-AUTHS       PIC 9(03).
000250     05  FILLER                      PIC X(22).
