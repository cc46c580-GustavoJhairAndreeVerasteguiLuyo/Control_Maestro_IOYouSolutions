000010*================================================================*
000020* BKPCAT.CPY
000030* Catalogo de generaciones de respaldo de DEVICE-MASTER (DEVICE-
000040* MASTER-BACKUP-CATALOG), en el orden en que se grabaron.  Cada
000050* generacion es un registro 'G' con la fecha, hora y cantidad de
000060* registros descargados, seguido de un registro 'M' por bitacora
000070* encadenada con el ultimo numero de cadena que ya estaba
000080* asentado al momento del respaldo: DEVICE-STATUS-JOURNAL y el
000090* AUTH-LOG de cada sitio.  DEVICE-MASTER-RECOVERY repite todo lo
000100* asentado despues de esas marcas.
000110*----------------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES
000130*   FECHA       AUTOR   DESCRIPCION
000140*   2026-10-15  JGV     Version inicial.
000150*================================================================*
000160 01  REGISTRO-CATALOGO-RESPALDO.
000170     05  BKC-TIPO-REGISTRO       PIC X(01).
000180         88  BKC-ES-GENERACION            VALUE "G".
000190         88  BKC-ES-MARCA                 VALUE "M".
000200     05  BKC-ARCHIVO             PIC X(40).
000210     05  BKC-DATOS               PIC X(39).
000220     05  BKC-DATOS-GENERACION REDEFINES BKC-DATOS.
000230         10  BKC-FECHA           PIC X(08).
000240         10  BKC-HORA            PIC X(06).
000250         10  BKC-REGISTROS       PIC 9(09).
000260         10  FILLER              PIC X(16).
000270     05  BKC-DATOS-MARCA REDEFINES BKC-DATOS.
000280         10  BKC-TIPO-BITACORA   PIC X(08).
000290             88  BKC-MARCA-AUTH-LOG       VALUE "AUTHLOG".
000300             88  BKC-MARCA-BITACORA       VALUE "STATJRNL".
000310         10  BKC-SITIO-ID        PIC X(08).
000320         10  BKC-SECUENCIA       PIC 9(09).
000330         10  FILLER              PIC X(14).
