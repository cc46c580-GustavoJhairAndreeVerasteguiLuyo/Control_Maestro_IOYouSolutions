000110* HISTORIAL DE MODIFICACIONES
000120*   FECHA       AUTOR   DESCRIPCION
000130*   2026-09-02  JGV     Version inicial - rechazos del lote.
000131*   2026-10-15  JGV     Se agrega TRJ-OPERADOR-ID, tomado del
000132*                       FILLER: los rechazos por operador
000133*                       desconocido, suspendido o no autorizado,
000134*                       y los de la consola de operador, deben
000135*                       decir quien lo intento.
000140*================================================================*
000150 01  TRANSACCION-RECHAZO.
000160     05  TRJ-SEQ-NUM             PIC X(06).
000170     05  TRJ-CODIGO              PIC X(05).
000180     05  TRJ-DISPOSITIVO-ID      PIC X(20).
000190     05  TRJ-RAZON               PIC X(40).
000200     05  TRJ-OPERADOR-ID         PIC X(08).
000210     05  FILLER                  PIC X(01).
