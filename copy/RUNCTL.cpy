000010*================================================================*
000020* RUNCTL.CPY
000030* One record per run of a nightly program, appended to the shared
000040* RUN-CONTROL-LEDGER through the called routine RUN-CONTROL-POST
000050* (which stamps the end date and time).  RUN-CONTROL-BALANCE ties
000060* the counts of one step to the next at the end of the night.
000070* Count meanings by program:
000080*   AUTH-TRAN-EDIT     input raw transactions read; output 1
000090*                      clean, 2 rejected, 3 held for approval.
000100*   IOT-AUTH-DEVICE    input clean transactions read; output 1
000110*                      processed this run, 2 new AUTH-LOG events
000120*                      (advance of the AUTH-LOG chain sequence),
000130*                      3 skipped as already settled (checkpoint).
000140*   LOG-HOUSEKEEPING   one record per log file, RCL-STEP-ID the
000150*                      LOG-ARCHIVE-CATALOG log type; input records
000160*                      that were in the log; output 1 kept, 2
000170*                      archived.
000180*   Other programs     input records read; outputs as described
000190*                      where each program posts its record.
000200* RCL-COMPLETION is "C" when the program reached its normal end
000210* with its input available, "I" when it stopped short.
000220*----------------------------------------------------------------*
000230* MODIFICATION HISTORY
000240*   DATE        BY      DESCRIPTION
000250*   2026-10-15  JGV     Initial version - run-control ledger.
000260*================================================================*
000270 01  RUN-CONTROL-RECORD.
000280     05  RCL-SITE-ID             PIC X(08).
000290     05  RCL-PROGRAM-ID          PIC X(24).
000300     05  RCL-STEP-ID             PIC X(08).
000310     05  RCL-RUN-DATE            PIC X(08).
000320     05  RCL-START-TIME          PIC X(06).
000330     05  RCL-END-DATE            PIC X(08).
000340     05  RCL-END-TIME            PIC X(06).
000350     05  RCL-INPUT-COUNT         PIC 9(09).
000360     05  RCL-OUTPUT-COUNT-1      PIC 9(09).
000370     05  RCL-OUTPUT-COUNT-2      PIC 9(09).
000380     05  RCL-OUTPUT-COUNT-3      PIC 9(09).
000390     05  RCL-COMPLETION          PIC X(01).
000400         88  RCL-COMPLETED                VALUE "C".
000410         88  RCL-INCOMPLETE               VALUE "I".
000420     05  FILLER                  PIC X(15).
