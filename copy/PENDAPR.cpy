000010*================================================================*
000020* PENDAPR.CPY
000030* Solicitud de OVRD o DEAC retenida a la espera de un segundo
000040* operador (AUTH-PENDING-APPROVALS, indexado por dispositivo y
000050* codigo).  Ningun OVRD ni DEAC llega a IOT-AUTH-DEVICE con la
000060* firma de un solo operador: OPERATOR-CONSOLE asienta aqui la
000070* solicitud, y AUTH-TRAN-EDIT retiene aqui todo OVRD o DEAC del
000080* lote crudo que llegue sin aprobador.  Otro operador, distinto
000090* del solicitante y autorizado para el mismo codigo, la aprueba
000100* o la deniega desde la consola; al aprobarla la consola encola
000110* la transaccion con los dos IDs, y el pase de edicion solo la
000120* deja pasar si encuentra aqui la aprobacion que la respalda.
000130*
000140* Estados:
000150*   P - pendiente de aprobacion.
000160*   A - aprobada; PND-SEQ-APROBADA es la secuencia con que la
000170*       consola la encolo.
000180*   D - denegada.
000183*   E - ejecutada; AUTH-TRAN-EDIT ya dejo pasar la transaccion
000186*       aprobada, y no la deja pasar otra vez.
000190*----------------------------------------------------------------*
000200* HISTORIAL DE MODIFICACIONES
000210*   FECHA       AUTOR   DESCRIPCION
000220*   2026-10-15  JGV     Version inicial - doble control.
000225*   2026-10-15  JGV     Se agrega el estado E (aprobacion usada).
000230*================================================================*
000240 01  SOLICITUD-PENDIENTE.
000250     05  PND-CLAVE.
000260         10  PND-DISPOSITIVO-ID  PIC X(20).
000270         10  PND-CODIGO          PIC X(05).
000280     05  PND-ESTADO              PIC X(01).
000290         88  PND-PENDIENTE               VALUE "P".
000300         88  PND-APROBADA                VALUE "A".
000310         88  PND-DENEGADA                VALUE "D".
000315         88  PND-EJECUTADA               VALUE "E".
000320     05  PND-SEQ-SOLICITUD       PIC 9(06).
000330     05  PND-SOLICITANTE-ID      PIC X(08).
000340     05  PND-FECHA-SOLICITUD     PIC X(14).
000350     05  PND-APROBADOR-ID        PIC X(08).
000360     05  PND-SEQ-APROBADA        PIC 9(06).
000370     05  PND-FECHA-RESOLUCION    PIC X(14).
000380     05  FILLER                  PIC X(18).
