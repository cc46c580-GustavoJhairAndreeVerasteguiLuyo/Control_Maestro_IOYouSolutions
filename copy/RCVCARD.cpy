000010*================================================================*
000020* RCVCARD.CPY
000030* Tarjeta de control de DEVICE-MASTER-RECOVERY (RECOVERY-
000040* CONTROL): generacion de respaldo de DEVICE-MASTER a recargar,
000050* por la fecha y hora con que figura en DEVICE-MASTER-BACKUP-
000060* CATALOG.  Con la hora en blanco se toma la ultima generacion de
000070* esa fecha; sin tarjeta, o con la fecha en blanco, la ultima
000080* generacion catalogada.
000090*----------------------------------------------------------------*
000100* HISTORIAL DE MODIFICACIONES
000110*   FECHA       AUTOR   DESCRIPCION
000120*   2026-10-15  JGV     Version inicial.
000130*================================================================*
000140 01  TARJETA-CONTROL-RECUPERACION.
000150     05  RCV-FECHA-GENERACION    PIC X(08).
000160     05  RCV-HORA-GENERACION     PIC X(06).
000170     05  FILLER                  PIC X(26).
