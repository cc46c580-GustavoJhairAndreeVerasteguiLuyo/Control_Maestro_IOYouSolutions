000010*================================================================*
000020* PROGRAM-ID.  BIOMETRIC-DIGEST
000030* AUTOR.       J. GUSTAVO VERASTEGUI
000040* INSTALACION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* FECHA-ESCRITURA. 2026-10-15
000060* FECHA-COMPILACION.
000070*----------------------------------------------------------------*
000080* Rutina llamada que convierte un factor biometrico en su forma
000090* protegida de una sola via (BIODGST.CPY).  Normaliza el factor a
000100* mayusculas, igual que NORMALIZAR-BIOMETRICO en IOT-AUTH-DEVICE,
000110* y lo resume con DIGEST-VALUE junto con el ID del dispositivo y
000120* el numero de factor: el mismo valor enrolado en dos
000130* dispositivos, o como primer y segundo factor del mismo, da
000140* resumenes distintos, asi que una plantilla robada de
000150* DEVICE-MASTER no sirve ni para reconocer factores repetidos.
000160* La usan DEVICE-MASTER-LOAD al enrolar, OPERATOR-CONSOLE al
000170* encolar un RENEW, IOT-AUTH-DEVICE al comparar y al renovar, y
000180* BIOMETRIC-CONVERSION al convertir el maestro existente; todos
000190* pasan por aqui para que la normalizacion sea una sola.
000191* IOT-AUTH-DEVICE la llama ademas sin dispositivo y con factor
000192* cero para la marca de flota de un factor que fallo, que si se
000193* repite de un dispositivo a otro; de esa solo se asientan nueve
000194* posiciones, que no bastan para presentar el factor ni se
000195* parecen a ninguna plantilla guardada.  DIGEST-VALUE mezcla la
000196* clave de instalacion (DIGEST-KEY) en todo resumen, asi que sin
000197* ella no se puede probar un factor supuesto contra una plantilla
000198* ni contra una marca de AUTH-LOG.
000200*----------------------------------------------------------------*
000210* HISTORIAL DE MODIFICACIONES
000220*   FECHA       AUTOR   DESCRIPCION
000230*   2026-10-15  JGV     Version inicial.
000233*   2026-10-15  JGV     Documentada la llamada sin dispositivo
000236*                       para la marca de flota de AUTH-LOG.
000238*   2026-10-15  JGV     Documentada la clave de DIGEST-KEY.
000240*================================================================*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. BIOMETRIC-DIGEST.
000270 AUTHOR. J. GUSTAVO VERASTEGUI.
000280 INSTALLATION. IOYOU SOLUTIONS.
000290 DATE-WRITTEN. 2026-10-15.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330
000340 DATA DIVISION.
000350 WORKING-STORAGE SECTION.
000360     COPY DIGPARM.
000370
000380* Prefijo fijo del texto a resumir: separa estos resumenes de
000390* cualquier otro uso de DIGEST-VALUE sobre el mismo texto.
000400 01 WS-PREFIJO-RESUMEN     PIC X(08) VALUE "IOYBIO01".
000410
000420 LINKAGE SECTION.
000430     COPY BIODGST.
000440
000450 PROCEDURE DIVISION USING PARAMETROS-RESUMEN-FACTOR.
000460 INICIO.
000470     MOVE SPACES TO DGP-TEXT
000480     MOVE WS-PREFIJO-RESUMEN TO DGP-TEXT(1:8)
000490     MOVE BDG-NUMERO-FACTOR  TO DGP-TEXT(9:1)
000500     MOVE BDG-DISPOSITIVO-ID TO DGP-TEXT(10:20)
000510     MOVE FUNCTION UPPER-CASE(BDG-FACTOR)
000520         TO DGP-TEXT(30:20)
000530     MOVE 49 TO DGP-LENGTH
000540     CALL "DIGEST-VALUE" USING DIGEST-PARAMETERS
000550     END-CALL
000560     MOVE DGP-DIGEST TO BDG-RESUMEN
000570     GOBACK.
