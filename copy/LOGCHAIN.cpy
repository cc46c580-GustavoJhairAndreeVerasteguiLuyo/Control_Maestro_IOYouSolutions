000010*================================================================*
000020* LOGCHAIN.CPY
000030* Chain state of one chained log file (AUTH-LOG, a BOOT-LOG, the
000040* DEVICE-STATUS-JOURNAL, or one of their dated history files),
000050* kept as a one-record companion file named "<log file>-CHAIN",
000060* rewritten whole each time the same way AUTH-CHECKPOINT is.
000070*
000080* LCS-ANCHOR-SEQ/VALUE are the chain sequence and value of the
000090* record that comes just before the first record of the file -
000100* zero and all zeros for a chain that starts in this file, or the
000110* last record LOG-HOUSEKEEPING moved out to history when it cut
000120* the file.  LCS-LAST-SEQ/VALUE are those of the last record the
000130* writers put on the file.  LOG-CHAIN-VERIFY checks the file runs
000140* unbroken from the anchor to the last record, so a record cut
000150* from the top or the bottom of the file is caught as well as one
000160* edited or removed in the middle.
000170*----------------------------------------------------------------*
000180* MODIFICATION HISTORY
000190*   DATE        BY      DESCRIPTION
000200*   2026-10-15  JGV     Initial version - log chain state.
000210*================================================================*
000220 01  LOG-CHAIN-STATE-RECORD.
000230     05  LCS-LOG-NAME            PIC X(40).
000240     05  LCS-ANCHOR-SEQ          PIC 9(09).
000250     05  LCS-ANCHOR-VALUE        PIC X(20).
000260     05  LCS-LAST-SEQ            PIC 9(09).
000270     05  LCS-LAST-VALUE          PIC X(20).
000280     05  LCS-UPDATED             PIC X(14).
000290     05  FILLER                  PIC X(08).
