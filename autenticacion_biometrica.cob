001040*                       vigente y AUTH-LOG dice que hubo un
001050*                       OVERRIDE pero no que estado dejo ni cual
001060*                       repuso.
001061*   2026-10-15  JGV     Los factores biometricos ya no se guardan
001062*                       ni se asientan en claro: DISP-FACTOR-1/2
001063*                       guardan el resumen de BIOMETRIC-DIGEST y
001064*                       COMPARAR-FACTORES-BIOMETRICOS compara el
001065*                       resumen de lo presentado; una plantilla
001066*                       todavia en claro se protege en el primer
001067*                       intento.  RENEW guarda tambien el resumen.
001068*                       AUTH-LOG asienta solo si cada factor
001069*                       coincidio o fallo, y toda escritura pasa
001070*                       por GRABAR-REGISTRO-AUDITORIA.
001071*   2026-10-15  JGV     Cada registro de AUTH-LOG y de DEVICE-
001072*                       STATUS-JOURNAL lleva su numero y valor de
001073*                       cadena (LOG-CHAIN-LINK); el estado de cada
001074*                       cadena se lee de "<archivo>-CHAIN" al
001075*                       empezar y se reescribe en cada punto de
001076*                       commit y al terminar.
001077*   2026-10-15  JGV     Un intento AUTH fallido asienta en AUTH-
001078*                       LOG la marca de flota de cada factor que
001079*                       no coincidio (AUD-MARCA-FACTOR-1/2), para
001080*                       que AUTH-ATTACK-SCAN vea el mismo factor
001081*                       probado contra varios dispositivos.
001082*   2026-10-15  JGV     Lote por sitio: el sitio de la tarjeta
001083*                       SITE-CONTROL (DEFAULT sin tarjeta) se
001084*                       agrega al nombre de AUTH-TRANSACTIONS,
001085*                       AUTH-LOG y AUTH-CHECKPOINT ("<archivo>-
001086*                       <sitio>"; el sitio DEFAULT conserva los
001087*                       nombres de siempre), asi dos sitios
001088*                       corren su ciclo a la vez sin compartir
001089*                       lote ni punto de reinicio.  Una
001090*                       transaccion para un dispositivo de otro
001091*                       sitio (DISP-SITIO-ID) se rechaza sin
001092*                       tocar DEVICE-MASTER y queda asentada en
001093*                       AUTH-LOG con el evento WRONGSITE.
001094*   2026-10-15  JGV     Al terminar se asienta en RUN-CONTROL-
001095*                       LEDGER (RUN-CONTROL-POST) el registro de
001096*                       control de la corrida: transacciones
001097*                       leidas, procesadas y omitidas por el
001098*                       checkpoint, y los eventos nuevos de AUTH-
001099*                       LOG segun el avance de su cadena.
001100*   2026-10-15  JGV     La marca de flota se asienta solo del
001101*                       factor que se comparo y fallo, o de un
001102*                       dispositivo que no esta en el maestro.
001103*================================================================*
001104 IDENTIFICATION DIVISION.
001105 PROGRAM-ID. IOT-AUTH-DEVICE.
001106 AUTHOR. J. GUSTAVO VERASTEGUI.
001110 INSTALLATION. IOYOU SOLUTIONS.
001120 DATE-WRITTEN. 2024-03-10.
001130 DATE-COMPILED.
001230         FILE STATUS IS WS-DEVICE-STATUS.
001240
001250     SELECT AUTH-LOG-FILE
001260         ASSIGN TO DYNAMIC WS-NOMBRE-AUTH-LOG
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS WS-AUTH-LOG-STATUS.
001290
001300     SELECT TRANSACTION-FILE
001310         ASSIGN TO DYNAMIC WS-NOMBRE-TRANSACCIONES
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS WS-TRAN-STATUS.
001340
001350     SELECT AUTH-CHECKPOINT-FILE
001360         ASSIGN TO DYNAMIC WS-NOMBRE-CHECKPOINT
001370         ORGANIZATION IS SEQUENTIAL
001380         FILE STATUS IS WS-AUTH-CKPT-STATUS.
001390
001510         ASSIGN TO "DEVICE-STATUS-JOURNAL"
001520         ORGANIZATION IS SEQUENTIAL
001530         FILE STATUS IS WS-JOURNAL-STATUS.
001531
001532     SELECT CHAIN-STATE-FILE
001533         ASSIGN TO DYNAMIC WS-NOMBRE-ESTADO-CADENA
001534         ORGANIZATION IS SEQUENTIAL
001535         FILE STATUS IS WS-CADENA-STATUS.
001536
001537     SELECT SITE-CARD-FILE
001538         ASSIGN TO "SITE-CONTROL"
001539         ORGANIZATION IS SEQUENTIAL
001540         FILE STATUS IS WS-SITE-STATUS.
001541
001550 DATA DIVISION.
001560 FILE SECTION.
001570 FD  DEVICE-MASTER.
001800 FD  STATUS-JOURNAL-FILE
001810     RECORDING MODE IS F.
001820     COPY STATJRNL.
001821
001822 FD  CHAIN-STATE-FILE
001823     RECORDING MODE IS F.
001824 01  CHAIN-STATE-DATA           PIC X(120).
001825
001826 FD  SITE-CARD-FILE
001827     RECORDING MODE IS F.
001828     COPY SITECARD.
001830
001840 WORKING-STORAGE SECTION.
001850
002360 01 WS-CAUSA-CAMBIO                  PIC X(10) VALUE SPACES.
002370 01 WS-OPERADOR-CAMBIO               PIC X(08) VALUE SPACES.
002380
002381* Proteccion de factores: resultado de cada factor del intento
002382* ("S" coincidio, "N" fallo, blanco no se comparo) para AUTH-LOG,
002383* y los parametros de BIOMETRIC-DIGEST.
002384 01 WS-FACTOR-1-RESULTADO            PIC X(01) VALUE SPACE.
002385 01 WS-FACTOR-2-RESULTADO            PIC X(01) VALUE SPACE.
002386     COPY BIODGST.
002387* Marcas de flota de los factores que fallaron en el intento, en
002388* blanco salvo en un AUTH fallido; GRABAR-REGISTRO-AUDITORIA las
002389* asienta y las deja otra vez en blanco.
002390 01 WS-MARCA-FACTOR-1                PIC X(09) VALUE SPACES.
002391 01 WS-MARCA-FACTOR-2                PIC X(09) VALUE SPACES.
002392 01 WS-DISPOSITIVO-DESCONOCIDO       PIC X(01) VALUE 'N'.
002393
002394* Encadenamiento de AUTH-LOG y DEVICE-STATUS-JOURNAL: imagen del
002395* estado de cada cadena tal como se leyo, mas el numero y valor
002396* del ultimo registro escrito en esta corrida.
002397 01 WS-CADENA-STATUS                 PIC X(02) VALUE "00".
002398 01 WS-NOMBRE-ARCHIVO-CADENA         PIC X(40) VALUE SPACES.
002399 01 WS-NOMBRE-ESTADO-CADENA          PIC X(50) VALUE SPACES.
002400 01 WS-CADENA-AUDITORIA.
002401     05 WS-CAD-AUD-ESTADO            PIC X(120).
002402     05 WS-CAD-AUD-SECUENCIA         PIC 9(09).
002403     05 WS-CAD-AUD-VALOR             PIC X(20).
002404 01 WS-CADENA-BITACORA.
002405     05 WS-CAD-BIT-ESTADO            PIC X(120).
002406     05 WS-CAD-BIT-SECUENCIA         PIC 9(09).
002407     05 WS-CAD-BIT-VALOR             PIC X(20).
002408     COPY CHNLINK.
002409     COPY LOGCHAIN.
002410
002411* Sitio de la corrida (tarjeta SITE-CONTROL) y nombres de los
002412* archivos del lote de ese sitio.  WS-DISPOSITIVO-AJENO se marca
002413* cuando la transaccion leida es para un dispositivo registrado a
002414* otro sitio.
002415 01 WS-SITE-STATUS                   PIC X(02) VALUE "00".
002416 01 WS-SITIO-ID                      PIC X(08) VALUE SPACES.
002417 01 WS-NOMBRE-TRANSACCIONES          PIC X(30) VALUE SPACES.
002418 01 WS-NOMBRE-AUTH-LOG               PIC X(30) VALUE SPACES.
002419 01 WS-NOMBRE-CHECKPOINT             PIC X(30) VALUE SPACES.
002420 01 WS-SITIO-DISPOSITIVO             PIC X(08) VALUE SPACES.
002421 01 WS-DISPOSITIVO-AJENO             PIC X VALUE 'N'.
002422     88 DISPOSITIVO-DE-OTRO-SITIO        VALUE 'S'.
002423
002424* Control de la corrida para RUN-CONTROL-LEDGER; eventos nuevos de
002425* AUTH-LOG = avance de su cadena desde el numero inicial.
002426     COPY RUNCTL.
002427 01 WS-HORA-INICIO                   PIC 9(08) VALUE ZERO.
002428 01 WS-AUD-SECUENCIA-INICIAL         PIC 9(09) VALUE ZERO.
002429 01 WS-TRANS-LEIDAS                  PIC 9(07) COMP VALUE ZERO.
002430 01 WS-TRANS-PROCESADAS              PIC 9(07) COMP VALUE ZERO.
002431 01 WS-TRANS-OMITIDAS                PIC 9(07) COMP VALUE ZERO.
002432
002433 PROCEDURE DIVISION.
002434*----------------------------------------------------------------*
002435* INICIO - si existe TRANSACTION-FILE procesa cada transaccion de
002436* autenticacion (AUTH) u override de operador (OVRD); si no, cae
002437* al modo de demostracion original de un solo intento fijo.
002440*----------------------------------------------------------------*
002450 INICIO.
002460     DISPLAY "Verificando biometria de dispositivo IoT..."
002462     PERFORM INICIAR-CONTROL-CORRIDA
002464     PERFORM CARGAR-PERFIL-SITIO
002466     PERFORM ARMAR-NOMBRES-ARCHIVOS-SITIO
002470     PERFORM CARGAR-EDAD-PLANTILLA
002480     PERFORM CARGAR-INTERVALO-COMMIT
002490
002630     IF WS-JOURNAL-STATUS NOT = "00"
002640         OPEN OUTPUT STATUS-JOURNAL-FILE
002650     END-IF
002653     PERFORM CARGAR-ESTADOS-CADENA
002656     MOVE WS-CAD-AUD-SECUENCIA TO WS-AUD-SECUENCIA-INICIAL
002660
002670     OPEN INPUT TRANSACTION-FILE
002680     IF WS-TRAN-STATUS = "00"
002730         END-IF
002740         CLOSE TRANSACTION-FILE
002750     ELSE
002755         SET RCL-INCOMPLETE TO TRUE
002760         PERFORM NORMALIZAR-BIOMETRICO
002770         PERFORM VALIDAR-USUARIO
002780         PERFORM ARMAR-MENSAJE-DEMO
002820     CLOSE DEVICE-MASTER
002830     CLOSE AUTH-LOG-FILE
002840     CLOSE STATUS-JOURNAL-FILE
002843     PERFORM GRABAR-ESTADOS-CADENA
002846     PERFORM ASENTAR-CONTROL-CORRIDA
002850     GOBACK.
002860
002870*----------------------------------------------------------------*
003260         AT END
003270             SET TRAN-AL-FINAL TO TRUE
003280         NOT AT END
003285             ADD 1 TO WS-TRANS-LEIDAS
003290             IF TRAN-SEQ-NUM <= WS-ULTIMA-SECUENCIA-PROCESADA
003300                 DISPLAY "Transaccion ya procesada, se omite: "
003310                     TRAN-SEQ-NUM
003315                 ADD 1 TO WS-TRANS-OMITIDAS
003320             ELSE
003323                 ADD 1 TO WS-TRANS-PROCESADAS
003326                 PERFORM VERIFICAR-SITIO-TRANSACCION
003330                 EVALUATE TRUE
003333                     WHEN DISPOSITIVO-DE-OTRO-SITIO
003336                         PERFORM RECHAZAR-TRANSACCION-AJENA
003340                     WHEN TRAN-ES-AUTENTICACION
003350                         PERFORM PROCESAR-AUTENTICACION
003360                     WHEN TRAN-ES-OVERRIDE
003530     END-READ.
003540
003550*----------------------------------------------------------------*
003551* VERIFICAR-SITIO-TRANSACCION - lee el dispositivo de la
003552* transaccion y marca WS-DISPOSITIVO-AJENO si pertenece a otro
003553* sitio.  Un DISP-SITIO-ID en blanco cuenta como DEFAULT.  Un
003554* dispositivo inexistente no se marca: lo rechaza y asienta el
003555* parrafo de su transaccion como siempre.
003556*----------------------------------------------------------------*
003557 VERIFICAR-SITIO-TRANSACCION.
003558     MOVE 'N' TO WS-DISPOSITIVO-AJENO
003559     MOVE TRAN-DISPOSITIVO-ID TO DISP-ID
003560     READ DEVICE-MASTER
003561         INVALID KEY
003562             CONTINUE
003563         NOT INVALID KEY
003564             MOVE DISP-SITIO-ID TO WS-SITIO-DISPOSITIVO
003565             IF WS-SITIO-DISPOSITIVO = SPACES
003566                 MOVE "DEFAULT" TO WS-SITIO-DISPOSITIVO
003567             END-IF
003568             IF WS-SITIO-DISPOSITIVO NOT = WS-SITIO-ID
003569                 SET DISPOSITIVO-DE-OTRO-SITIO TO TRUE
003570             END-IF
003571     END-READ.
003572
003573*----------------------------------------------------------------*
003574* RECHAZAR-TRANSACCION-AJENA - una transaccion de cualquier
003575* codigo para un dispositivo de otro sitio no se aplica: se
003576* asienta en AUTH-LOG con el evento WRONGSITE y resultado 'N',
003577* sin comparar biometria ni tocar DEVICE-MASTER.
003578*----------------------------------------------------------------*
003579 RECHAZAR-TRANSACCION-AJENA.
003580     DISPLAY "Transaccion rechazada, dispositivo del sitio "
003581         WS-SITIO-DISPOSITIVO ": " TRAN-DISPOSITIVO-ID
003582     PERFORM CALCULAR-TIMESTAMP-ACTUAL
003583     MOVE WS-TIMESTAMP-ACTUAL TO AUD-FECHA-HORA
003584     MOVE TRAN-DISPOSITIVO-ID TO AUD-DISPOSITIVO-ID
003585     MOVE SPACE               TO AUD-FACTOR-1-RESULTADO
003586     MOVE SPACE               TO AUD-FACTOR-2-RESULTADO
003587     MOVE 'N'                 TO AUD-RESULTADO
003588     MOVE "WRONGSITE"         TO AUD-TIPO-EVENTO
003589     MOVE TRAN-OPERADOR-ID    TO AUD-OPERADOR-ID
003590
003591     PERFORM GRABAR-REGISTRO-AUDITORIA.
003592
003593*----------------------------------------------------------------*
003594* ASEGURAR-DURABILIDAD-TRANSACCION - cierra y reabre AUTH-LOG-FILE
003595* y DEVICE-MASTER para forzar a disco los registros de auditoria
003596* y las actualizaciones de DISP-INTENTOS-FALLIDOS del tramo de
003597* transacciones desde el commit anterior, antes de que GRABAR-
003600* CHECKPOINT-TRANSACCIONES las marque como asentadas. Sin este
003610* orden, un corte entre el checkpoint y el cierre final de estos
003620* archivos dejaria transacciones marcadas como procesadas sin que
003690     CLOSE DEVICE-MASTER
003700     OPEN I-O DEVICE-MASTER
003710     CLOSE STATUS-JOURNAL-FILE
003715     OPEN EXTEND STATUS-JOURNAL-FILE
003720     PERFORM GRABAR-ESTADOS-CADENA.
003730
003740*----------------------------------------------------------------*
003750* CONFIRMAR-PUNTO-DE-COMMIT - un punto de commit completo con el
004640     PERFORM CALCULAR-TIMESTAMP-ACTUAL
004650     MOVE WS-TIMESTAMP-ACTUAL TO AUD-FECHA-HORA
004660     MOVE TRAN-DISPOSITIVO-ID TO AUD-DISPOSITIVO-ID
004670     MOVE SPACE               TO AUD-FACTOR-1-RESULTADO
004680     MOVE SPACE               TO AUD-FACTOR-2-RESULTADO
004690     MOVE 'S'                 TO AUD-RESULTADO
004700     MOVE "OVERRIDE"          TO AUD-TIPO-EVENTO
004710     MOVE TRAN-OPERADOR-ID    TO AUD-OPERADOR-ID
004720
004730     PERFORM GRABAR-REGISTRO-AUDITORIA.
004740
004750*----------------------------------------------------------------*
004760* REGISTRAR-OVERRIDE-FALLIDO - asienta en AUTH-LOG un intento de
004810     PERFORM CALCULAR-TIMESTAMP-ACTUAL
004820     MOVE WS-TIMESTAMP-ACTUAL TO AUD-FECHA-HORA
004830     MOVE TRAN-DISPOSITIVO-ID TO AUD-DISPOSITIVO-ID
004840     MOVE SPACE               TO AUD-FACTOR-1-RESULTADO
004850     MOVE SPACE               TO AUD-FACTOR-2-RESULTADO
004860     MOVE 'N'                 TO AUD-RESULTADO
004870     MOVE "OVERRIDE"          TO AUD-TIPO-EVENTO
004880     MOVE TRAN-OPERADOR-ID    TO AUD-OPERADOR-ID
004890
004900     PERFORM GRABAR-REGISTRO-AUDITORIA.
004910
004920*----------------------------------------------------------------*
004930* PROCESAR-DESACTIVACION - da de baja un dispositivo: lo pasa a
005220     PERFORM CALCULAR-TIMESTAMP-ACTUAL
005230     MOVE WS-TIMESTAMP-ACTUAL TO AUD-FECHA-HORA
005240     MOVE TRAN-DISPOSITIVO-ID TO AUD-DISPOSITIVO-ID
005250     MOVE SPACE               TO AUD-FACTOR-1-RESULTADO
005260     MOVE SPACE               TO AUD-FACTOR-2-RESULTADO
005270     MOVE 'S'                 TO AUD-RESULTADO
005280     MOVE "DEACTIVATE"        TO AUD-TIPO-EVENTO
005290     MOVE TRAN-OPERADOR-ID    TO AUD-OPERADOR-ID
005300
005310     PERFORM GRABAR-REGISTRO-AUDITORIA.
005320
005330*----------------------------------------------------------------*
005340* REGISTRAR-DESACTIVACION-FALLIDA - asienta en AUTH-LOG un intento
005380     PERFORM CALCULAR-TIMESTAMP-ACTUAL
005390     MOVE WS-TIMESTAMP-ACTUAL TO AUD-FECHA-HORA
005400     MOVE TRAN-DISPOSITIVO-ID TO AUD-DISPOSITIVO-ID
005410     MOVE SPACE               TO AUD-FACTOR-1-RESULTADO
005420     MOVE SPACE               TO AUD-FACTOR-2-RESULTADO
005430     MOVE 'N'                 TO AUD-RESULTADO
005440     MOVE "DEACTIVATE"        TO AUD-TIPO-EVENTO
005450     MOVE TRAN-OPERADOR-ID    TO AUD-OPERADOR-ID
005460
005470     PERFORM GRABAR-REGISTRO-AUDITORIA.
005480
005490*----------------------------------------------------------------*
005500* PROCESAR-RENOVACION - reemplaza la plantilla biometrica guardada
005510* de un dispositivo (DISP-FACTOR-1/DISP-FACTOR-2) con los valores
005520* enrolados que trae la transaccion, y reinicia su contador de
005530* fallos seguidos ya que la plantilla anterior deja de aplicar.
005532* Se guarda siempre la forma protegida: si la transaccion ya la
005534* trae (TRAN-FACTORES-PROTEGIDOS, encolada por OPERATOR-CONSOLE)
005536* se guarda tal cual; si no, se resume aqui.
005540* La renovacion, o un intento contra un dispositivo inexistente,
005550* queda asentada en AUTH-LOG.
005560*----------------------------------------------------------------*
005620                 TRAN-DISPOSITIVO-ID
005630             PERFORM REGISTRAR-RENOVACION-FALLIDA
005640         NOT INVALID KEY
005642             IF TRAN-FACTORES-PROTEGIDOS
005644                 MOVE TRAN-BIOMETRICO-1 TO DISP-FACTOR-1
005646                 MOVE TRAN-BIOMETRICO-2 TO DISP-FACTOR-2
005648             ELSE
005650                 MOVE TRAN-BIOMETRICO-1 TO BDG-FACTOR
005652                 MOVE 1 TO BDG-NUMERO-FACTOR
005654                 PERFORM RESUMIR-FACTOR
005656                 MOVE BDG-RESUMEN TO DISP-FACTOR-1
005658                 MOVE TRAN-BIOMETRICO-2 TO BDG-FACTOR
005660                 MOVE 2 TO BDG-NUMERO-FACTOR
005662                 PERFORM RESUMIR-FACTOR
005664                 MOVE BDG-RESUMEN TO DISP-FACTOR-2
005666             END-IF
005668             SET DISP-FACTORES-PROTEGIDOS TO TRUE
005670             MOVE ZERO               TO DISP-INTENTOS-FALLIDOS
005680             PERFORM CALCULAR-TIMESTAMP-ACTUAL
005690             MOVE WS-DATE-DISPLAY    TO DISP-FECHA-RENOVACION
005800     PERFORM CALCULAR-TIMESTAMP-ACTUAL
005810     MOVE WS-TIMESTAMP-ACTUAL TO AUD-FECHA-HORA
005820     MOVE TRAN-DISPOSITIVO-ID TO AUD-DISPOSITIVO-ID
005830     MOVE SPACE               TO AUD-FACTOR-1-RESULTADO
005840     MOVE SPACE               TO AUD-FACTOR-2-RESULTADO
005850     MOVE 'S'                 TO AUD-RESULTADO
005860     MOVE "RENEW"              TO AUD-TIPO-EVENTO
005870     MOVE TRAN-OPERADOR-ID    TO AUD-OPERADOR-ID
005880
005890     PERFORM GRABAR-REGISTRO-AUDITORIA.
005900
005910*----------------------------------------------------------------*
005920* REGISTRAR-RENOVACION-FALLIDA - asienta en AUTH-LOG un intento de
005960     PERFORM CALCULAR-TIMESTAMP-ACTUAL
005970     MOVE WS-TIMESTAMP-ACTUAL TO AUD-FECHA-HORA
005980     MOVE TRAN-DISPOSITIVO-ID TO AUD-DISPOSITIVO-ID
005990     MOVE SPACE               TO AUD-FACTOR-1-RESULTADO
006000     MOVE SPACE               TO AUD-FACTOR-2-RESULTADO
006010     MOVE 'N'                 TO AUD-RESULTADO
006020     MOVE "RENEW"              TO AUD-TIPO-EVENTO
006030     MOVE TRAN-OPERADOR-ID    TO AUD-OPERADOR-ID
006040
006050     PERFORM GRABAR-REGISTRO-AUDITORIA.
006060
006070 ARMAR-MENSAJE-DEMO.
006080     IF VALIDACION-EXITOSA = 'S'
006310 VALIDAR-USUARIO.
006320     PERFORM CALCULAR-TIMESTAMP-ACTUAL
006330     MOVE 'N' TO WS-PLANTILLA-VENCIDA
006332     MOVE SPACE TO WS-FACTOR-1-RESULTADO
006334     MOVE SPACE TO WS-FACTOR-2-RESULTADO
006336     MOVE 'N' TO WS-DISPOSITIVO-DESCONOCIDO
006340     MOVE ENTRADA-DISPOSITIVO-ID TO DISP-ID
006350     READ DEVICE-MASTER
006360         INVALID KEY
006370             MOVE 'N' TO VALIDACION-EXITOSA
006375             MOVE 'S' TO WS-DISPOSITIVO-DESCONOCIDO
006380         NOT INVALID KEY
006390             PERFORM EVALUAR-BIOMETRICO
006400     END-READ
006860*----------------------------------------------------------------*
006870* COMPARAR-FACTORES-BIOMETRICOS - la comparacion de ambos factores
006880* contra la plantilla vigente, con la cuenta de fallos seguidos y
006884* el pase a revision al llegar al limite.  Se compara el resumen
006888* de cada factor presentado contra el resumen guardado, factor
006892* por factor, para que AUTH-LOG diga cual coincidio sin asentar
006896* ninguno de los dos.
006900*----------------------------------------------------------------*
006910 COMPARAR-FACTORES-BIOMETRICOS.
006912     IF NOT DISP-FACTORES-PROTEGIDOS
006914         PERFORM PROTEGER-PLANTILLA-EN-CLARO
006916     END-IF
006918     MOVE BIOMETRICO-LIMPIO-1 TO BDG-FACTOR
006920     MOVE 1 TO BDG-NUMERO-FACTOR
006922     PERFORM RESUMIR-FACTOR
006924     IF BDG-RESUMEN = DISP-FACTOR-1
006926         MOVE 'S' TO WS-FACTOR-1-RESULTADO
006928     ELSE
006930         MOVE 'N' TO WS-FACTOR-1-RESULTADO
006932     END-IF
006934     MOVE BIOMETRICO-LIMPIO-2 TO BDG-FACTOR
006936     MOVE 2 TO BDG-NUMERO-FACTOR
006938     PERFORM RESUMIR-FACTOR
006940     IF BDG-RESUMEN = DISP-FACTOR-2
006942         MOVE 'S' TO WS-FACTOR-2-RESULTADO
006944     ELSE
006946         MOVE 'N' TO WS-FACTOR-2-RESULTADO
006948     END-IF
006950     IF WS-FACTOR-1-RESULTADO = 'S'
006952         AND WS-FACTOR-2-RESULTADO = 'S'
006960         MOVE 'S' TO VALIDACION-EXITOSA
006970         MOVE ZERO TO DISP-INTENTOS-FALLIDOS
006980     ELSE
007060             PERFORM ASENTAR-CAMBIO-ESTADO
007070         END-IF
007080     END-IF.
007081
007082*----------------------------------------------------------------*
007083* PROTEGER-PLANTILLA-EN-CLARO - un registro cargado antes de que
007084* existiera la proteccion trae DISP-FACTOR-1/2 en claro: se
007085* reemplazan por su resumen antes de comparar, y el REWRITE de
007086* EVALUAR-BIOMETRICO deja la plantilla protegida en disco.
007087*----------------------------------------------------------------*
007088 PROTEGER-PLANTILLA-EN-CLARO.
007089     MOVE DISP-FACTOR-1 TO BDG-FACTOR
007090     MOVE 1 TO BDG-NUMERO-FACTOR
007091     PERFORM RESUMIR-FACTOR
007092     MOVE BDG-RESUMEN TO DISP-FACTOR-1
007093     MOVE DISP-FACTOR-2 TO BDG-FACTOR
007094     MOVE 2 TO BDG-NUMERO-FACTOR
007095     PERFORM RESUMIR-FACTOR
007096     MOVE BDG-RESUMEN TO DISP-FACTOR-2
007097     SET DISP-FACTORES-PROTEGIDOS TO TRUE.
007098
007099*----------------------------------------------------------------*
007100* RESUMIR-FACTOR - forma protegida de BDG-FACTOR para el
007101* dispositivo en DISP-ID.
007102*----------------------------------------------------------------*
007103 RESUMIR-FACTOR.
007104     MOVE DISP-ID TO BDG-DISPOSITIVO-ID
007105     CALL "BIOMETRIC-DIGEST" USING PARAMETROS-RESUMEN-FACTOR
007106     END-CALL.
007107
007108*----------------------------------------------------------------*
007110* CALCULAR-TIMESTAMP-ACTUAL - fecha/hora de reloj usadas tanto
007120* para DISP-ULTIMO-INTENTO como para el registro de AUTH-LOG de
007130* este intento.
007220     MOVE WS-TIME-DISPLAY(1:6) TO WS-TIMESTAMP-ACTUAL(9:6).
007230
007240*----------------------------------------------------------------*
007245* WRITE-AUTH-LOG-ENTRY - asienta en AUTH-LOG el dispositivo, si
007250* cada factor coincidio o fallo (nunca su valor) y el resultado
007255* del intento actual, para que un rechazo sea trazable a que
007260* factor no coincidio.  Un rechazo por plantilla vencida se
007265* asienta con el evento EXPIRED en vez de AUTH, para que la
007270* negativa de politica quede distinguible de una biometria que
007275* no coincide.
007310*----------------------------------------------------------------*
007320 WRITE-AUTH-LOG-ENTRY.
007330     MOVE WS-TIMESTAMP-ACTUAL    TO AUD-FECHA-HORA
007340     MOVE ENTRADA-DISPOSITIVO-ID TO AUD-DISPOSITIVO-ID
007350     MOVE WS-FACTOR-1-RESULTADO  TO AUD-FACTOR-1-RESULTADO
007360     MOVE WS-FACTOR-2-RESULTADO  TO AUD-FACTOR-2-RESULTADO
007370     MOVE VALIDACION-EXITOSA     TO AUD-RESULTADO
007380     IF WS-PLANTILLA-VENCIDA = 'S'
007390         MOVE "EXPIRED"          TO AUD-TIPO-EVENTO
007410         MOVE "AUTH"             TO AUD-TIPO-EVENTO
007420     END-IF
007430     MOVE SPACES                 TO AUD-OPERADOR-ID
007432     IF VALIDACION-EXITOSA NOT = 'S'
007434         AND WS-PLANTILLA-VENCIDA NOT = 'S'
007436         PERFORM MARCAR-FACTORES-FALLIDOS
007438     END-IF
007440
007441     PERFORM GRABAR-REGISTRO-AUDITORIA.
007442
007443*----------------------------------------------------------------*
007444* MARCAR-FACTORES-FALLIDOS - marca de flota de cada factor que se
007445* comparo y no coincidio, o de los dos si el dispositivo no esta
007446* en DEVICE-MASTER.  Un factor que no llego a compararse porque el
007447* dispositivo esta bloqueado, en revision o inactivo no se marca:
007448* bien puede ser el verdadero.  Se toma sin dispositivo ni numero
007449* de factor, asi el mismo valor da la misma marca en cualquier
007450* dispositivo y en cualquier posicion; la clave de DIGEST-KEY que
007451* entra en el resumen impide probar valores contra la marca fuera
007452* del sistema.  Un factor que coincidio nunca se marca.
007453*----------------------------------------------------------------*
007454 MARCAR-FACTORES-FALLIDOS.
007455     IF (WS-FACTOR-1-RESULTADO = 'N'
007456         OR WS-DISPOSITIVO-DESCONOCIDO = 'S')
007457         AND BIOMETRICO-LIMPIO-1 NOT = SPACES
007458         MOVE BIOMETRICO-LIMPIO-1 TO BDG-FACTOR
007459         PERFORM RESUMIR-FACTOR-FLOTA
007460         MOVE BDG-RESUMEN(1:9) TO WS-MARCA-FACTOR-1
007461     END-IF
007462     IF (WS-FACTOR-2-RESULTADO = 'N'
007463         OR WS-DISPOSITIVO-DESCONOCIDO = 'S')
007464         AND BIOMETRICO-LIMPIO-2 NOT = SPACES
007465         MOVE BIOMETRICO-LIMPIO-2 TO BDG-FACTOR
007466         PERFORM RESUMIR-FACTOR-FLOTA
007467         MOVE BDG-RESUMEN(1:9) TO WS-MARCA-FACTOR-2
007468     END-IF.
007469
007470 RESUMIR-FACTOR-FLOTA.
007471     MOVE SPACES TO BDG-DISPOSITIVO-ID
007472     MOVE ZERO   TO BDG-NUMERO-FACTOR
007473     CALL "BIOMETRIC-DIGEST" USING PARAMETROS-RESUMEN-FACTOR
007474     END-CALL.
007475
007476*----------------------------------------------------------------*
007477* GRABAR-REGISTRO-AUDITORIA - unico punto de escritura de AUTH-
007478* LOG: marca el registro como escrito sin factores, lo encadena
007479* con el registro anterior y lo graba.
007480*----------------------------------------------------------------*
007481 GRABAR-REGISTRO-AUDITORIA.
007482     SET AUD-FACTORES-PROTEGIDOS TO TRUE
007483     MOVE WS-MARCA-FACTOR-1     TO AUD-MARCA-FACTOR-1
007484     MOVE WS-MARCA-FACTOR-2     TO AUD-MARCA-FACTOR-2
007485     MOVE SPACES                TO WS-MARCA-FACTOR-1
007486     MOVE SPACES                TO WS-MARCA-FACTOR-2
007487     ADD 1 TO WS-CAD-AUD-SECUENCIA
007488     MOVE WS-CAD-AUD-SECUENCIA  TO AUD-CADENA-SECUENCIA
007489     MOVE SPACES                TO AUD-CADENA-VALOR
007490     MOVE WS-CAD-AUD-VALOR      TO CHL-PREVIOUS-VALUE
007491     MOVE REGISTRO-AUDITORIA    TO CHL-RECORD-TEXT
007492     MOVE LENGTH OF REGISTRO-AUDITORIA TO CHL-RECORD-LENGTH
007493     CALL "LOG-CHAIN-LINK" USING CHAIN-LINK-PARAMETERS
007494     END-CALL
007495     MOVE CHL-NEW-VALUE         TO AUD-CADENA-VALOR
007496     MOVE CHL-NEW-VALUE         TO WS-CAD-AUD-VALOR
007497     WRITE REGISTRO-AUDITORIA.
007498
007499*----------------------------------------------------------------*
007500* CARGAR-EDAD-PLANTILLA - lee la tarjeta TEMPLATE-AGE-CONTROL con
007501* la edad maxima de plantilla y la ventana de aviso.  Una tarjeta
007502* ausente, vacia o con edad cero toma los valores por omision,
007510* igual que LOAD-BOOT-PROFILE en SECURITY-BOOT.  Con la edad ya
007520* fijada se calcula la fecha limite contra la que VERIFICAR-
007530* VIGENCIA-PLANTILLA compara cada renovacion.
008180     MOVE DISP-ESTADO         TO CES-ESTADO-NUEVO
008190     MOVE WS-CAUSA-CAMBIO     TO CES-CAUSA
008200     MOVE WS-OPERADOR-CAMBIO  TO CES-OPERADOR-ID
008210     ADD 1 TO WS-CAD-BIT-SECUENCIA
008220     MOVE WS-CAD-BIT-SECUENCIA TO CES-CADENA-SECUENCIA
008230     MOVE SPACES               TO CES-CADENA-VALOR
008240     MOVE WS-CAD-BIT-VALOR     TO CHL-PREVIOUS-VALUE
008250     MOVE REGISTRO-CAMBIO-ESTADO TO CHL-RECORD-TEXT
008260     MOVE LENGTH OF REGISTRO-CAMBIO-ESTADO TO CHL-RECORD-LENGTH
008270     CALL "LOG-CHAIN-LINK" USING CHAIN-LINK-PARAMETERS
008280     END-CALL
008290     MOVE CHL-NEW-VALUE        TO CES-CADENA-VALOR
008300     MOVE CHL-NEW-VALUE        TO WS-CAD-BIT-VALOR
008310     WRITE REGISTRO-CAMBIO-ESTADO.
008320
008330*----------------------------------------------------------------*
008340* CARGAR-ESTADOS-CADENA - recupera de "<AUTH-LOG del sitio>-CHAIN"
008350* y "DEVICE-STATUS-JOURNAL-CHAIN" el numero y valor del ultimo
008360* registro encadenado de cada archivo, para que lo que se anexe en
008370* esta corrida siga la misma cadena.  Sin estado la cadena empieza
008380* de cero.  La bitacora de cambios de estado es una sola para toda
008390* la flota, igual que DEVICE-MASTER.
008400*----------------------------------------------------------------*
008410 CARGAR-ESTADOS-CADENA.
008420     MOVE WS-NOMBRE-AUTH-LOG TO WS-NOMBRE-ARCHIVO-CADENA
008430     PERFORM LEER-ESTADO-CADENA
008440     MOVE LOG-CHAIN-STATE-RECORD TO WS-CAD-AUD-ESTADO
008450     MOVE LCS-LAST-SEQ           TO WS-CAD-AUD-SECUENCIA
008460     MOVE LCS-LAST-VALUE         TO WS-CAD-AUD-VALOR
008470     MOVE "DEVICE-STATUS-JOURNAL" TO WS-NOMBRE-ARCHIVO-CADENA
008480     PERFORM LEER-ESTADO-CADENA
008490     MOVE LOG-CHAIN-STATE-RECORD TO WS-CAD-BIT-ESTADO
008500     MOVE LCS-LAST-SEQ           TO WS-CAD-BIT-SECUENCIA
008510     MOVE LCS-LAST-VALUE         TO WS-CAD-BIT-VALOR.
008520
008530 LEER-ESTADO-CADENA.
008540     PERFORM ARMAR-NOMBRE-ESTADO-CADENA
008550     OPEN INPUT CHAIN-STATE-FILE
008560     IF WS-CADENA-STATUS = "00"
008570         READ CHAIN-STATE-FILE INTO LOG-CHAIN-STATE-RECORD
008580             AT END
008590                 PERFORM INICIAR-ESTADO-CADENA
008600         END-READ
008610         CLOSE CHAIN-STATE-FILE
008620     ELSE
008630         PERFORM INICIAR-ESTADO-CADENA
008640     END-IF.
008650
008660 INICIAR-ESTADO-CADENA.
008670     MOVE SPACES                   TO LOG-CHAIN-STATE-RECORD
008680     MOVE WS-NOMBRE-ARCHIVO-CADENA TO LCS-LOG-NAME
008690     MOVE ZERO                     TO LCS-ANCHOR-SEQ
008700     MOVE ZEROS                    TO LCS-ANCHOR-VALUE
008710     MOVE ZERO                     TO LCS-LAST-SEQ
008720     MOVE ZEROS                    TO LCS-LAST-VALUE.
008730
008740 ARMAR-NOMBRE-ESTADO-CADENA.
008750     MOVE SPACES TO WS-NOMBRE-ESTADO-CADENA
008760     STRING WS-NOMBRE-ARCHIVO-CADENA DELIMITED BY SPACE
008770            "-CHAIN"                 DELIMITED BY SIZE
008780         INTO WS-NOMBRE-ESTADO-CADENA.
008790
008800*----------------------------------------------------------------*
008810* GRABAR-ESTADOS-CADENA - reescribe el estado de ambas cadenas con
008820* el ultimo registro escrito.  Se llama recien despues de forzar a
008830* disco AUTH-LOG y la bitacora, para que el estado nunca diga mas
008840* de lo que los archivos tienen.
008850*----------------------------------------------------------------*
008860 GRABAR-ESTADOS-CADENA.
008870     PERFORM CALCULAR-TIMESTAMP-ACTUAL
008880     MOVE WS-CAD-AUD-ESTADO      TO LOG-CHAIN-STATE-RECORD
008890     MOVE WS-CAD-AUD-SECUENCIA   TO LCS-LAST-SEQ
008900     MOVE WS-CAD-AUD-VALOR       TO LCS-LAST-VALUE
008910     PERFORM ESCRIBIR-ESTADO-CADENA
008920     MOVE LOG-CHAIN-STATE-RECORD TO WS-CAD-AUD-ESTADO
008930     MOVE WS-CAD-BIT-ESTADO      TO LOG-CHAIN-STATE-RECORD
008940     MOVE WS-CAD-BIT-SECUENCIA   TO LCS-LAST-SEQ
008950     MOVE WS-CAD-BIT-VALOR       TO LCS-LAST-VALUE
008960     PERFORM ESCRIBIR-ESTADO-CADENA
008970     MOVE LOG-CHAIN-STATE-RECORD TO WS-CAD-BIT-ESTADO.
008980
008990 ESCRIBIR-ESTADO-CADENA.
009000     MOVE WS-TIMESTAMP-ACTUAL TO LCS-UPDATED
009010     MOVE LCS-LOG-NAME        TO WS-NOMBRE-ARCHIVO-CADENA
009020     PERFORM ARMAR-NOMBRE-ESTADO-CADENA
009030     OPEN OUTPUT CHAIN-STATE-FILE
009040     WRITE CHAIN-STATE-DATA FROM LOG-CHAIN-STATE-RECORD
009050     CLOSE CHAIN-STATE-FILE.
009060
009070*----------------------------------------------------------------*
009080* CARGAR-PERFIL-SITIO - sitio para el que corre este lote, de la
009090* misma tarjeta SITE-CONTROL que leen NIGHTLY-BATCH-DRIVER y
009100* SECURITY-BOOT.  Sin tarjeta, o vacia, el sitio es DEFAULT.
009110*----------------------------------------------------------------*
009120 CARGAR-PERFIL-SITIO.
009130     MOVE SPACES TO WS-SITIO-ID
009140     OPEN INPUT SITE-CARD-FILE
009150     IF WS-SITE-STATUS = "00"
009160         READ SITE-CARD-FILE
009170             AT END
009180                 CONTINUE
009190             NOT AT END
009200                 MOVE SITE-ID TO WS-SITIO-ID
009210         END-READ
009220         CLOSE SITE-CARD-FILE
009230     END-IF
009240     IF WS-SITIO-ID = SPACES
009250         MOVE "DEFAULT" TO WS-SITIO-ID
009260     END-IF.
009270
009280*----------------------------------------------------------------*
009290* ARMAR-NOMBRES-ARCHIVOS-SITIO - el mismo patron "<prefijo>-
009300* <sitio>" de BUILD-BOOT-LOG-FILE-NAME en SECURITY-BOOT.  El sitio
009310* DEFAULT conserva los nombres de siempre, asi una instalacion
009320* sin tarjeta SITE-CONTROL sigue usando los mismos archivos.
009330*----------------------------------------------------------------*
009340 ARMAR-NOMBRES-ARCHIVOS-SITIO.
009350     MOVE SPACES TO WS-NOMBRE-TRANSACCIONES
009360     MOVE SPACES TO WS-NOMBRE-AUTH-LOG
009370     MOVE SPACES TO WS-NOMBRE-CHECKPOINT
009380     IF WS-SITIO-ID = "DEFAULT"
009390         MOVE "AUTH-TRANSACTIONS" TO WS-NOMBRE-TRANSACCIONES
009400         MOVE "AUTH-LOG"          TO WS-NOMBRE-AUTH-LOG
009410         MOVE "AUTH-CHECKPOINT"   TO WS-NOMBRE-CHECKPOINT
009420     ELSE
009430         STRING "AUTH-TRANSACTIONS-" DELIMITED BY SIZE
009440                WS-SITIO-ID          DELIMITED BY SPACE
009450             INTO WS-NOMBRE-TRANSACCIONES
009460         STRING "AUTH-LOG-"          DELIMITED BY SIZE
009470                WS-SITIO-ID          DELIMITED BY SPACE
009480             INTO WS-NOMBRE-AUTH-LOG
009490         STRING "AUTH-CHECKPOINT-"   DELIMITED BY SIZE
009500                WS-SITIO-ID          DELIMITED BY SPACE
009510             INTO WS-NOMBRE-CHECKPOINT
009520     END-IF.
009530
009540*----------------------------------------------------------------*
009550* INICIAR-CONTROL-CORRIDA - fecha y hora de inicio del registro
009560* de control.  Como NIGHTLY-BATCH-DRIVER llama este programa, se
009570* limpia en cada llamada.  La corrida cuenta como completa salvo
009580* que INICIO diga lo contrario.
009590*----------------------------------------------------------------*
009600 INICIAR-CONTROL-CORRIDA.
009610     INITIALIZE RUN-CONTROL-RECORD
009620     MOVE ZERO TO WS-TRANS-LEIDAS
009630     MOVE ZERO TO WS-TRANS-PROCESADAS
009640     MOVE ZERO TO WS-TRANS-OMITIDAS
009650     MOVE "IOT-AUTH-DEVICE" TO RCL-PROGRAM-ID
009660     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
009670     ACCEPT WS-HORA-INICIO FROM TIME
009680     MOVE WS-CURRENT-DATE TO RCL-RUN-DATE
009690     MOVE WS-HORA-INICIO  TO WS-TIME-DISPLAY
009700     MOVE WS-TIME-DISPLAY(1:6) TO RCL-START-TIME
009710     SET RCL-COMPLETED TO TRUE.
009720
009730*----------------------------------------------------------------*
009740* ASENTAR-CONTROL-CORRIDA - leidas = procesadas + omitidas, y
009750* cada transaccion procesada deja un evento en AUTH-LOG; RUN-
009760* CONTROL-BALANCE lo verifica.
009770*----------------------------------------------------------------*
009780 ASENTAR-CONTROL-CORRIDA.
009790     MOVE WS-SITIO-ID          TO RCL-SITE-ID
009800     MOVE WS-TRANS-LEIDAS      TO RCL-INPUT-COUNT
009810     MOVE WS-TRANS-PROCESADAS  TO RCL-OUTPUT-COUNT-1
009820     IF WS-CAD-AUD-SECUENCIA > WS-AUD-SECUENCIA-INICIAL
009830         COMPUTE RCL-OUTPUT-COUNT-2 =
009840             WS-CAD-AUD-SECUENCIA - WS-AUD-SECUENCIA-INICIAL
009850     END-IF
009860     MOVE WS-TRANS-OMITIDAS    TO RCL-OUTPUT-COUNT-3
009870     CALL "RUN-CONTROL-POST" USING RUN-CONTROL-RECORD
009880     END-CALL.
