000010*================================================================*
000020* SIEMHWM.CPY
000030* SIEM-EXTRACT-CONTROL: what SIEM-EXTRACT has already sent.  One
000040* record per source log and site holds its high-water mark - the
000050* chain sequence number (AUTH-LOG, BOOT-LOG, DEVICE-STATUS-
000060* JOURNAL) or record number (OPS-ALERT-FEED) of the last event
000070* sent - so the next run starts after it.  The "RUNSEQ" record
000080* holds the last run sequence number in SHW-HIGH-WATER.  The file
000090* is rewritten whole only once an extract is complete, so a run
000100* that fails is simply run again with the same sequence number.
000110*----------------------------------------------------------------*
000120* MODIFICATION HISTORY
000130*   DATE        BY      DESCRIPTION
000140*   2026-10-15  JGV     Initial version - SIEM high-water marks.
000150*================================================================*
000160 01  SIEM-MARK-RECORD.
000170     05  SHW-SOURCE              PIC X(08).
000180         88  SHW-RUN-SEQUENCE             VALUE "RUNSEQ".
000190     05  SHW-SITE-ID             PIC X(08).
000200     05  SHW-HIGH-WATER          PIC 9(09).
000210     05  SHW-LAST-EXTRACT        PIC X(14).
000220     05  FILLER                  PIC X(11).
