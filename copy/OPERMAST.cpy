000010*================================================================*
000020* OPERMAST.CPY
000030* Registro del maestro de operadores (OPERATOR-MASTER), indexado
000040* por OPR-ID.  Cada operador tiene su estado y la lista de codigos
000050* de transaccion que puede emitir; OPERATOR-CONSOLE y
000060* AUTH-TRAN-EDIT lo consultan antes de aceptar un OVRD, DEAC o
000070* RENEW, y para aprobar un OVRD o un DEAC pendiente el aprobador
000080* debe estar autorizado para ese mismo codigo.  Lo mantiene
000090* OPERATOR-MASTER-LOAD a partir de OPERATOR-SEED-FILE.
000100*
000110* Estados:
000120*   A - activo: puede firmar en la consola y emitir sus codigos.
000130*   S - suspendido: se le rechaza todo hasta que se le reactive.
000140*----------------------------------------------------------------*
000150* HISTORIAL DE MODIFICACIONES
000160*   FECHA       AUTOR   DESCRIPCION
000170*   2026-10-15  JGV     Version inicial - maestro de operadores.
000180*================================================================*
000190 01  OPERADOR-MAESTRO.
000200     05  OPR-ID                  PIC X(08).
000210     05  OPR-ESTADO              PIC X(01).
000220         88  OPR-ACTIVO                  VALUE "A".
000230         88  OPR-SUSPENDIDO              VALUE "S".
000240     05  OPR-NOMBRE              PIC X(30).
000250     05  OPR-CODIGOS-AUTORIZADOS.
000260         10  OPR-CODIGO-AUTORIZADO   PIC X(05) OCCURS 4 TIMES.
000270     05  OPR-FECHA-ALTA          PIC X(08).
000280     05  FILLER                  PIC X(13).
