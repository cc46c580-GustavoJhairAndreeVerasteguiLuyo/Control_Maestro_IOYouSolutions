000010*================================================================*
000020* CHNLINK.CPY
000030* Parameter block passed to LOG-CHAIN-LINK.  The caller moves the
000040* chain value of the record written just before this one into
000050* CHL-PREVIOUS-VALUE, and the new record - with its own chain
000060* value field still blank - into CHL-RECORD-TEXT, with its length
000070* in CHL-RECORD-LENGTH.  CHL-NEW-VALUE comes back as the value to
000080* stamp on the new record and to carry forward to the next one.
000090* The first record of a brand-new chain links from a previous
000100* value of all zeros.
000110*----------------------------------------------------------------*
000120* MODIFICATION HISTORY
000130*   DATE        BY      DESCRIPTION
000140*   2026-10-15  JGV     Initial version - chain link parameters.
000150*================================================================*
000160 01  CHAIN-LINK-PARAMETERS.
000170     05  CHL-PREVIOUS-VALUE      PIC X(20).
000180     05  CHL-RECORD-LENGTH       PIC 9(04) COMP.
000190     05  CHL-RECORD-TEXT         PIC X(200).
000200     05  CHL-NEW-VALUE           PIC X(20).
