000010*================================================================*
000020* BALCARD.CPY
000030* Control cards read by RUN-CONTROL-BALANCE from BALANCE-CONTROL.
000040* One 'H' card gives the run date to balance (blank for today),
000050* the batch-window target in minutes and the default target for
000060* any one step in minutes; any number of 'S' cards then give the
000070* target for a named program.  No card, or a zero target, takes
000080* today, 240 minutes for the window and 60 minutes a step.
000090*----------------------------------------------------------------*
000100* MODIFICATION HISTORY
000110*   DATE        BY      DESCRIPTION
000120*   2026-10-15  JGV     Initial version - run balance cards.
000130*================================================================*
000140 01  BALANCE-CONTROL-CARD.
000150     05  BAL-CARD-TYPE               PIC X(01).
000160         88  BAL-HEADER-CARD                 VALUE "H".
000170         88  BAL-STEP-CARD                   VALUE "S".
000180     05  BAL-CARD-DATA               PIC X(39).
000190     05  BAL-HEADER-DATA REDEFINES BAL-CARD-DATA.
000200         10  BAL-RUN-DATE            PIC X(08).
000210         10  BAL-WINDOW-TARGET       PIC 9(04).
000220         10  BAL-STEP-TARGET         PIC 9(04).
000230         10  FILLER                  PIC X(23).
000240     05  BAL-STEP-DATA REDEFINES BAL-CARD-DATA.
000250         10  BAL-PROGRAM-ID          PIC X(24).
000260         10  BAL-PROGRAM-TARGET      PIC 9(04).
000270         10  FILLER                  PIC X(11).
