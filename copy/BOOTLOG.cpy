000085*                       read one), so a staged rollout can be
000086*                       tracked from the boot log instead of
000087*                       guessing from the whitelist.
000088*   2026-10-15  JGV     Added BL-CHAIN-SEQ and BL-CHAIN-VALUE, the
000089*                       record number and running chain value
000090*                       (LOG-CHAIN-LINK, CHNLINK.CPY) linking each
000091*                       entry to the one before it, so LOG-CHAIN-
000092*                       VERIFY can show an entry was edited,
000093*                       removed or reordered.  The record grows
000094*                       from 70 to 100 bytes; LOG-CHAIN-CONVERSION
000095*                       converts existing boot logs.
000096*================================================================*
000100 01  BOOT-LOG-RECORD.
000110     05  BL-TIMESTAMP            PIC X(14).
000120     05  BL-STEP-NAME            PIC X(20).
000130     05  BL-STATUS               PIC X(10).
000140     05  BL-FUNCTION-OK          PIC X(01).
000145     05  BL-FW-VERSION           PIC X(08).
000150     05  BL-CHAIN-SEQ            PIC 9(09).
000160     05  BL-CHAIN-VALUE          PIC X(20).
000170     05  FILLER                  PIC X(18).
