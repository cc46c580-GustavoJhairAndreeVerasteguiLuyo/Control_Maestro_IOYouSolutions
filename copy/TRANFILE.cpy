000220*                       para que quepa "RENEW"; los codigos mas
000230*                       cortos quedan justificados a la izquierda
000240*                       con blanco de relleno, igual que antes.
000241*   2026-10-15  JGV     Se agrega TRAN-APROBADOR-ID: el segundo
000242*                       operador que aprobo un OVRD o un DEAC
000243*                       (ver PENDAPR.CPY), tomado del FILLER.
000244*   2026-10-15  JGV     Se agrega TRAN-FORMATO-FACTORES: "P"
000245*                       cuando TRAN-BIOMETRICO-1/2 de un RENEW
000246*                       ya vienen protegidos por BIOMETRIC-
000247*                       DIGEST (los encolados por OPERATOR-
000248*                       CONSOLE), para no resumirlos dos veces.
000250*================================================================*
000260 01  TRANSACCION-ENTRADA.
000270     05  TRAN-SEQ-NUM            PIC 9(06).
000340     05  TRAN-BIOMETRICO-1       PIC X(20).
000350     05  TRAN-BIOMETRICO-2       PIC X(20).
000360     05  TRAN-OPERADOR-ID        PIC X(08).
000370     05  TRAN-APROBADOR-ID       PIC X(08).
000380     05  TRAN-FORMATO-FACTORES   PIC X(01).
000390         88  TRAN-FACTORES-PROTEGIDOS     VALUE "P".
000400     05  FILLER                  PIC X(08).
