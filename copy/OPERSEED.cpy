000010*================================================================*
000020* OPERSEED.CPY
000030* Registro de alta/actualizacion de operador, leido por
000040* OPERATOR-MASTER-LOAD desde OPERATOR-SEED-FILE.  Mismo largo y
000050* mismo orden de campos que OPERMAST.CPY: un operador se da de
000060* alta, se le cambian los codigos o se le suspende volviendo a
000070* someter su registro completo.
000080*----------------------------------------------------------------*
000090* HISTORIAL DE MODIFICACIONES
000100*   FECHA       AUTOR   DESCRIPCION
000110*   2026-10-15  JGV     Version inicial - alta de operadores.
000120*================================================================*
000130 01  OPERADOR-ALTA.
000140     05  OSD-ID                  PIC X(08).
000150     05  OSD-ESTADO              PIC X(01).
000160     05  OSD-NOMBRE              PIC X(30).
000170     05  OSD-CODIGOS-AUTORIZADOS.
000180         10  OSD-CODIGO-AUTORIZADO   PIC X(05) OCCURS 4 TIMES.
000190     05  OSD-FECHA-ALTA          PIC X(08).
000200     05  FILLER                  PIC X(13).
