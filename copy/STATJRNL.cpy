000210* HISTORIAL DE MODIFICACIONES
000220*   FECHA       AUTOR   DESCRIPCION
000230*   2026-09-02  JGV     Version inicial - bitacora de estados.
000231*   2026-10-15  JGV     CES-CADENA-SECUENCIA y CES-CADENA-VALOR:
000232*                       numero de registro y valor de cadena
000233*                       (LOG-CHAIN-LINK, CHNLINK.CPY) que encadena
000234*                       cada registro con el anterior para LOG-
000235*                       CHAIN-VERIFY.  El registro crece de 64 a
000236*                       100 posiciones; LOG-CHAIN-CONVERSION
000237*                       convierte la bitacora existente.
000240*================================================================*
000250 01  REGISTRO-CAMBIO-ESTADO.
000260     05  CES-FECHA-HORA          PIC X(14).
000290     05  CES-ESTADO-NUEVO        PIC X(01).
000300     05  CES-CAUSA               PIC X(10).
000310     05  CES-OPERADOR-ID         PIC X(08).
000320     05  CES-CADENA-SECUENCIA    PIC 9(09).
000330     05  CES-CADENA-VALOR        PIC X(20).
000340     05  FILLER                  PIC X(17).
