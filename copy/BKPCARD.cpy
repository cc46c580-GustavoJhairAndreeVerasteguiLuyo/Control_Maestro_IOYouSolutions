000010*================================================================*
000020* BKPCARD.CPY
000030* Tarjeta de control de DEVICE-MASTER-BACKUP (BACKUP-CONTROL):
000040* cuantas generaciones de respaldo de DEVICE-MASTER se conservan,
000050* contando la que se graba en la corrida.  Sin tarjeta, o con el
000060* campo en cero, se conservan 7.
000070*----------------------------------------------------------------*
000080* HISTORIAL DE MODIFICACIONES
000090*   FECHA       AUTOR   DESCRIPCION
000100*   2026-10-15  JGV     Version inicial.
000110*================================================================*
000120 01  TARJETA-CONTROL-RESPALDO.
000130     05  BKP-GENERACIONES        PIC 9(03).
000140     05  FILLER                  PIC X(37).
