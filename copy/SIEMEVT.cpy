000010*================================================================*
000020* SIEMEVT.CPY
000030* Records of the daily SIEM-EXTRACT interchange file for corporate
000040* security monitoring.  Every record is 160 bytes with its fields
000050* separated by "|", so the receiver can read it either as fixed
000060* width or as delimited text; the first field says which record
000070* it is:
000080*   HDR - one per file: extract date and run sequence number.
000090*   EVT - one per security event, in the common layout below
000100*         whatever log it came from.
000110*   SRC - one per source log and site: the high-water marks the
000120*         events were taken between, the event count and a hash
000130*         total of the source sequence numbers.  The next file's
000140*         FROM mark for a source must equal this file's TO mark.
000150*   TRL - one per file: record count and event count per source.
000160* A gap in run sequence numbers is a missing file; a trailer that
000170* does not agree with the records is a truncated one.
000180*----------------------------------------------------------------*
000190* MODIFICATION HISTORY
000200*   DATE        BY      DESCRIPTION
000210*   2026-10-15  JGV     Initial version - SIEM interchange file.
000220*================================================================*
000230 01  SIEM-HEADER-LINE.
000240     05  SHD-RECORD-TYPE         PIC X(03) VALUE "HDR".
000250     05  FILLER                  PIC X(01) VALUE "|".
000260     05  SHD-EXTRACT-DATE        PIC X(08).
000270     05  FILLER                  PIC X(01) VALUE "|".
000280     05  SHD-RUN-SEQ             PIC 9(06).
000290     05  FILLER                  PIC X(01) VALUE "|".
000300     05  SHD-CREATED             PIC X(14).
000310     05  FILLER                  PIC X(01) VALUE "|".
000320     05  SHD-SYSTEM-ID           PIC X(16) VALUE "IOYOU-IOT-AUTH".
000330     05  FILLER                  PIC X(01) VALUE "|".
000340     05  SHD-PRIOR-RUN-DATE      PIC X(08).
000350     05  FILLER                  PIC X(100) VALUE SPACES.
000360 01  SIEM-EVENT-LINE.
000370     05  SEV-RECORD-TYPE         PIC X(03) VALUE "EVT".
000380     05  FILLER                  PIC X(01) VALUE "|".
000390     05  SEV-SOURCE              PIC X(08).
000400     05  FILLER                  PIC X(01) VALUE "|".
000410     05  SEV-SITE-ID             PIC X(08).
000420     05  FILLER                  PIC X(01) VALUE "|".
000430     05  SEV-SOURCE-SEQ          PIC 9(09).
000440     05  FILLER                  PIC X(01) VALUE "|".
000450     05  SEV-TIMESTAMP           PIC X(14).
000460     05  FILLER                  PIC X(01) VALUE "|".
000470     05  SEV-EVENT-TYPE          PIC X(10).
000480     05  FILLER                  PIC X(01) VALUE "|".
000490     05  SEV-SUBJECT             PIC X(20).
000500     05  FILLER                  PIC X(01) VALUE "|".
000510     05  SEV-OUTCOME             PIC X(10).
000520     05  FILLER                  PIC X(01) VALUE "|".
000530     05  SEV-OPERATOR-ID         PIC X(08).
000540     05  FILLER                  PIC X(01) VALUE "|".
000550     05  SEV-DETAIL              PIC X(40).
000560     05  FILLER                  PIC X(21) VALUE SPACES.
000570 01  SIEM-SOURCE-LINE.
000580     05  SSR-RECORD-TYPE         PIC X(03) VALUE "SRC".
000590     05  FILLER                  PIC X(01) VALUE "|".
000600     05  SSR-SOURCE              PIC X(08).
000610     05  FILLER                  PIC X(01) VALUE "|".
000620     05  SSR-SITE-ID             PIC X(08).
000630     05  FILLER                  PIC X(01) VALUE "|".
000640     05  SSR-FROM-MARK           PIC 9(09).
000650     05  FILLER                  PIC X(01) VALUE "|".
000660     05  SSR-TO-MARK             PIC 9(09).
000670     05  FILLER                  PIC X(01) VALUE "|".
000680     05  SSR-EVENT-COUNT         PIC 9(07).
000690     05  FILLER                  PIC X(01) VALUE "|".
000700     05  SSR-HASH-TOTAL          PIC 9(15).
000710     05  FILLER                  PIC X(95) VALUE SPACES.
000720 01  SIEM-TRAILER-LINE.
000730     05  STR-RECORD-TYPE         PIC X(03) VALUE "TRL".
000740     05  FILLER                  PIC X(01) VALUE "|".
000750     05  STR-EXTRACT-DATE        PIC X(08).
000760     05  FILLER                  PIC X(01) VALUE "|".
000770     05  STR-RUN-SEQ             PIC 9(06).
000780     05  FILLER                  PIC X(01) VALUE "|".
000790     05  STR-RECORD-COUNT        PIC 9(09).
000800     05  FILLER                  PIC X(01) VALUE "|".
000810     05  STR-AUTH-COUNT          PIC 9(07).
000820     05  FILLER                  PIC X(01) VALUE "|".
000830     05  STR-JOURNAL-COUNT       PIC 9(07).
000840     05  FILLER                  PIC X(01) VALUE "|".
000850     05  STR-BOOT-COUNT          PIC 9(07).
000860     05  FILLER                  PIC X(01) VALUE "|".
000870     05  STR-ALERT-COUNT         PIC 9(07).
000880     05  FILLER                  PIC X(99) VALUE SPACES.
