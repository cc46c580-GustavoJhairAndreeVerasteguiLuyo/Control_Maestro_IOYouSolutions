000070* HISTORIAL DE MODIFICACIONES
000080*   FECHA       AUTOR   DESCRIPCION
000090*   2026-08-08  JGV     Version inicial - alta de dispositivos.
000092*   2026-10-15  JGV     Se agrega SEED-SITIO-ID, tomado del
000094*                       FILLER: sitio propietario del
000096*                       dispositivo; en blanco se carga al
000098*                       sitio DEFAULT.
000100*================================================================*
000110 01  DISPOSITIVO-ALTA.
000120     05  SEED-ID                 PIC X(20).
000140     05  SEED-FECHA-REGISTRO     PIC X(08).
000150     05  SEED-FACTOR-1           PIC X(20).
000160     05  SEED-FACTOR-2           PIC X(20).
000170     05  SEED-SITIO-ID           PIC X(08).
000180     05  FILLER                  PIC X(02).
