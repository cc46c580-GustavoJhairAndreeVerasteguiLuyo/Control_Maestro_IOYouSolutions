000010*================================================================*
000020* LOGCAT.CPY
000030* One record per dated history file split off a chained log, in
000040* the order the files were created (LOG-ARCHIVE-CATALOG).  LOG-
000050* HOUSEKEEPING appends an entry the first time it archives into a
000060* new history file; history files from before the catalogue
000070* existed are entered by hand, oldest first per log and site, the
000080* same way AUTH-LOG-HIST-LIST is kept.  LOG-CHAIN-VERIFY and LOG-
000090* CHAIN-CONVERSION walk the catalogue so every archived file is
000100* covered and each one is checked to pick up where the previous
000110* file of the same log left off.
000120*----------------------------------------------------------------*
000130* MODIFICATION HISTORY
000140*   DATE        BY      DESCRIPTION
000150*   2026-10-15  JGV     Initial version - log archive catalogue.
000160*================================================================*
000170 01  LOG-CATALOG-RECORD.
000180     05  LGC-LOG-TYPE            PIC X(08).
000190         88  LGC-AUTH-LOG                 VALUE "AUTHLOG".
000200         88  LGC-BOOT-LOG                 VALUE "BOOTLOG".
000210         88  LGC-STATUS-JOURNAL           VALUE "STATJRNL".
000220     05  LGC-SITE-ID             PIC X(08).
000230     05  LGC-FILE-NAME           PIC X(40).
000240     05  LGC-CATALOGED           PIC X(14).
000250     05  FILLER                  PIC X(10).
