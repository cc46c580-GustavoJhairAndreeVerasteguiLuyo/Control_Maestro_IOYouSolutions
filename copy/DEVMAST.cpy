000094*                       en la carga y por la transaccion RENEW en
000095*                       IOT-AUTH-DEVICE, para poder vencer
000096*                       plantillas mas viejas que la politica.
000097*   2026-10-15  JGV     DISP-FACTOR-1/2 guardan ahora la forma
000098*                       protegida de una sola via del factor
000099*                       (BIOMETRIC-DIGEST), nunca su valor; se
000100*                       agrega DISP-FORMATO-FACTORES, tomado del
000101*                       FILLER, para distinguir una plantilla ya
000102*                       protegida de una cargada en claro.
000103*   2026-10-15  JGV     Se agrega DISP-SITIO-ID, tomado del FILLER
000104*                       y con el FILLER ampliado a 18 posiciones
000105*                       (registro de 120): sitio propietario del
000106*                       dispositivo, validado contra SITE-MASTER
000107*                       por DEVICE-MASTER-LOAD.  Solo el lote de
000108*                       autenticacion de ese sitio acepta
000109*                       transacciones para el dispositivo.
000110*   2026-10-15  JGV     Se agregan DISP-MARCA-BARRIDO, DISP-MARCA-
000111*                       OPERADOR-ID y DISP-MARCA-FECHA, tomados
000112*                       del FILLER: un operador marca desde
000113*                       OPERATOR-CONSOLE el dispositivo estacional
000114*                       ("S") o exento ("E"), con su ID y fecha,
000115*                       y DORMANT-DEVICE-SWEEP ya no lo propone
000116*                       para baja por falta de uso.
000117*================================================================*
000118 01  DISPOSITIVO-MAESTRO.
000120     05  DISP-ID                 PIC X(20).
000130     05  DISP-ESTADO             PIC X(01).
000140         88  DISP-ACTIVO                 VALUE "A".
000210     05  DISP-FACTOR-1           PIC X(20).
000220     05  DISP-FACTOR-2           PIC X(20).
000225     05  DISP-FECHA-RENOVACION   PIC X(08).
000230     05  DISP-FORMATO-FACTORES   PIC X(01).
000240         88  DISP-FACTORES-PROTEGIDOS     VALUE "P".
000250     05  DISP-SITIO-ID           PIC X(08).
000260     05  DISP-MARCA-BARRIDO      PIC X(01).
000270         88  DISP-BARRIDO-ESTACIONAL      VALUE "S".
000280         88  DISP-BARRIDO-EXENTO          VALUE "E".
000290         88  DISP-EXCLUIDO-BARRIDO        VALUE "S" "E".
000300     05  DISP-MARCA-OPERADOR-ID  PIC X(08).
000310     05  DISP-MARCA-FECHA        PIC X(08).
000320     05  FILLER                  PIC X(01).
