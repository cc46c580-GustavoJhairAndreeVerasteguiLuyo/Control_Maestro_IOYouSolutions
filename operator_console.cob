000220* secuencia mal contado hacia que la logica de reanudacion por
000230* AUTH-CHECKPOINT de IOT-AUTH-DEVICE omitiera en silencio
000240* transacciones reales.
000241*
000242* El operador que firma debe existir en OPERATOR-MASTER, estar
000243* activo y tener autorizado cada codigo que pida; lo contrario se
000244* le niega y queda asentado en AUTH-TRANSACTION-REJECTS con su ID.
000245* OVRD y DEAC no se encolan directo: quedan como solicitud
000246* pendiente en AUTH-PENDING-APPROVALS, y solo se encolan cuando
000247* otro operador, autorizado para el mismo codigo, la aprueba con
000248* la accion APROB (o la descarta con DENEG) desde su propia
000249* sesion.  Al firmar se listan las solicitudes que esperan
000250* aprobacion.
000251*
000252* Cada consola atiende el sitio de su tarjeta SITE-CONTROL: encola
000253* al lote de ese sitio y solo deja actuar sobre dispositivos que
000254* DEVICE-MASTER registra a ese sitio.
000255*
000256* La accion MARCA no encola nada: marca en DEVICE-MASTER un
000257* dispositivo estacional o exento (o le quita la marca), con el ID
000258* del operador y la fecha, para que DORMANT-DEVICE-SWEEP no lo
000259* proponga para baja por falta de uso.  Como evita un DEAC, la
000260* pide la autoridad de DEAC.
000261*----------------------------------------------------------------*
000262* HISTORIAL DE MODIFICACIONES
000270*   FECHA       AUTOR   DESCRIPCION
000280*   2026-09-02  JGV     Version inicial.
000290*   2026-09-02  JGV     Lo encolado va ahora al lote crudo
000330*                       y borraba en silencio toda transaccion de
000340*                       consola encolada despues de la ultima
000350*                       corrida de IOT-AUTH-DEVICE.
000351*   2026-10-15  JGV     Firma contra OPERATOR-MASTER y autoridad
000352*                       por codigo; OVRD y DEAC pasan por doble
000353*                       control (AUTH-PENDING-APPROVALS) con las
000354*                       nuevas acciones APROB y DENEG; los
000355*                       rechazos se asientan en AUTH-TRANSACTION-
000356*                       REJECTS.
000357*   2026-10-15  JGV     Los factores de RENEW se encolan ya en
000358*                       forma protegida (BIOMETRIC-DIGEST); el
000359*                       lote crudo no lleva plantillas en claro.
000360*   2026-10-15  JGV     Consola por sitio: el sitio de la tarjeta
000361*                       SITE-CONTROL se agrega a los nombres del
000362*                       lote crudo, del limpio y de rechazos (el
000363*                       sitio DEFAULT conserva los de siempre).
000364*                       No se actua sobre un dispositivo de otro
000365*                       sitio (DISP-SITIO-ID): el intento queda
000366*                       en rechazos, y la lista de pendientes
000367*                       muestra solo las del sitio.  Si DEVICE-
000368*                       MASTER abrio se recuerda al abrirlo: el
000369*                       FILE STATUS de un READ sin registro ya
000370*                       no hace saltar la consulta siguiente.
000371*   2026-10-15  JGV     Accion MARCA: estacional o exento del
000372*                       barrido de dispositivos sin uso; DEVICE-
000373*                       MASTER se abre ahora en I-O.
000374*================================================================*
000375 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. OPERATOR-CONSOLE.
000390 AUTHOR. J. GUSTAVO VERASTEGUI.
000400 INSTALLATION. IOYOU SOLUTIONS.
000520         FILE STATUS IS WS-DEVICE-STATUS.
000530
000540     SELECT RAW-TRANSACTION-FILE
000550         ASSIGN TO DYNAMIC WS-NOMBRE-LOTE-CRUDO
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-TRAN-STATUS.
000580
000590     SELECT CLEAN-TRANSACTION-FILE
000600         ASSIGN TO DYNAMIC WS-NOMBRE-LOTE-LIMPIO
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-CLEAN-STATUS.
000621
000622     SELECT OPERATOR-MASTER
000623         ASSIGN TO "OPERATOR-MASTER"
000624         ORGANIZATION IS INDEXED
000625         ACCESS MODE IS DYNAMIC
000626         RECORD KEY IS OPR-ID
000627         FILE STATUS IS WS-OPERATOR-STATUS.
000628
000629     SELECT PENDING-APPROVAL-FILE
000630         ASSIGN TO "AUTH-PENDING-APPROVALS"
000631         ORGANIZATION IS INDEXED
000632         ACCESS MODE IS DYNAMIC
000633         RECORD KEY IS PND-CLAVE
000634         FILE STATUS IS WS-PENDING-STATUS.
000635
000636     SELECT REJECT-FILE
000637         ASSIGN TO DYNAMIC WS-NOMBRE-RECHAZOS
000638         ORGANIZATION IS SEQUENTIAL
000639         FILE STATUS IS WS-REJECT-STATUS.
000640
000641     SELECT SITE-CARD-FILE
000642         ASSIGN TO "SITE-CONTROL"
000643         ORGANIZATION IS SEQUENTIAL
000644         FILE STATUS IS WS-SITE-STATUS.
000645
000646 DATA DIVISION.
000650 FILE SECTION.
000660 FD  DEVICE-MASTER.
000670     COPY DEVMAST.
000820     05  LMP-SEQ-NUM           PIC 9(06).
000830     05  FILLER                PIC X(90).
000840
000841 FD  OPERATOR-MASTER.
000842     COPY OPERMAST.
000843
000844 FD  PENDING-APPROVAL-FILE.
000845     COPY PENDAPR.
000846
000847 FD  REJECT-FILE
000848     RECORDING MODE IS F.
000849     COPY TRANREJ.
000850
000851 FD  SITE-CARD-FILE
000852     RECORDING MODE IS F.
000853     COPY SITECARD.
000854
000855 WORKING-STORAGE SECTION.
000860 01 WS-DEVICE-STATUS       PIC X(02) VALUE "00".
000870 01 WS-TRAN-STATUS         PIC X(02) VALUE "00".
000880 01 WS-CLEAN-STATUS        PIC X(02) VALUE "00".
000990 01 WS-ACCION              PIC X(05) VALUE SPACES.
001000 01 WS-BIOMETRICO-1        PIC X(20) VALUE SPACES.
001010 01 WS-BIOMETRICO-2        PIC X(20) VALUE SPACES.
001012 01 WS-MARCA-BARRIDO       PIC X(01) VALUE SPACE.
001014
001016     COPY BIODGST.
001020
001030* Siguiente numero de secuencia del lote: el mayor TRAN-SEQ-NUM
001040* ya presente en el lote crudo o en el limpio, mas uno, para que
001070 01 WS-SIGUIENTE-SECUENCIA PIC 9(06) VALUE 1.
001080 01 WS-ENCOLADAS-CONTADOR  PIC 9(05) COMP VALUE ZERO.
001090
001091* Operador firmado y sus codigos autorizados, copiados del
001092* maestro al firmar.
001093 01 WS-OPERATOR-STATUS     PIC X(02) VALUE "00".
001094 01 WS-PENDING-STATUS      PIC X(02) VALUE "00".
001095 01 WS-REJECT-STATUS       PIC X(02) VALUE "00".
001096 01 WS-OPERADOR-ACEPTADO   PIC X VALUE 'N'.
001097 01 WS-CODIGOS-SESION.
001098     05 WS-CODIGO-SESION   PIC X(05) OCCURS 4 TIMES.
001099 01 WS-IDX-CODIGO          PIC 9(02) COMP VALUE ZERO.
001100 01 WS-CODIGO-A-VALIDAR    PIC X(05) VALUE SPACES.
001101 01 WS-CODIGO-AUTORIZADO   PIC X VALUE 'N'.
001102 01 WS-RAZON-RECHAZO       PIC X(40) VALUE SPACES.
001103
001104* Doble control: codigo de la solicitud a aprobar o denegar, y
001105* recorrido del archivo de pendientes al firmar.
001106 01 WS-CODIGO-RESOLVER     PIC X(05) VALUE SPACES.
001107 01 WS-PENDIENTES-EOF      PIC X VALUE 'N'.
001108     88 PENDIENTES-AL-FINAL    VALUE 'Y'.
001109 01 WS-PENDIENTES-CONTADOR PIC 9(05) COMP VALUE ZERO.
001110 01 WS-SOLICITADAS-CONTADOR PIC 9(05) COMP VALUE ZERO.
001111
001112 01 WS-CURRENT-DATE        PIC 9(08) VALUE ZERO.
001113 01 WS-CURRENT-TIME        PIC 9(08) VALUE ZERO.
001114 01 WS-DATE-DISPLAY        PIC X(08) VALUE SPACES.
001115 01 WS-TIME-DISPLAY        PIC X(08) VALUE SPACES.
001116 01 WS-TIMESTAMP-ACTUAL    PIC X(14) VALUE SPACES.
001117
001118* Sitio de la consola y nombres de su lote.
001119 01 WS-SITE-STATUS         PIC X(02) VALUE "00".
001120 01 WS-SITIO-ID            PIC X(08) VALUE SPACES.
001121 01 WS-NOMBRE-LOTE-CRUDO   PIC X(30) VALUE SPACES.
001122 01 WS-NOMBRE-LOTE-LIMPIO  PIC X(30) VALUE SPACES.
001123 01 WS-NOMBRE-RECHAZOS     PIC X(30) VALUE SPACES.
001124 01 WS-SITIO-DISPOSITIVO   PIC X(08) VALUE SPACES.
001125 01 WS-DISPOSITIVO-AJENO   PIC X VALUE 'N'.
001126     88 DISPOSITIVO-DE-OTRO-SITIO  VALUE 'S'.
001127 01 WS-MAESTRO-ABIERTO     PIC X VALUE 'N'.
001128
001129 PROCEDURE DIVISION.
001130 INICIO.
001131     DISPLAY "===== CONSOLA DE OPERADOR - DISPOSITIVOS IOT ====="
001132     PERFORM CARGAR-PERFIL-SITIO
001133     PERFORM ARMAR-NOMBRES-ARCHIVOS-SITIO
001134     DISPLAY "Sitio: " WS-SITIO-ID
001135     DISPLAY "ID de operador: " WITH NO ADVANCING
001140     ACCEPT WS-OPERADOR
001150     IF WS-OPERADOR = SPACES
001160         DISPLAY "Se requiere un ID de operador; sesion "
001170             "terminada."
001180     ELSE
001182         PERFORM VALIDAR-OPERADOR-SESION
001184     END-IF
001186     IF WS-OPERADOR-ACEPTADO = 'S'
001190         PERFORM CALCULAR-SIGUIENTE-SECUENCIA
001200         PERFORM ABRIR-ARCHIVOS-DE-SESION
001205         PERFORM MOSTRAR-PENDIENTES
001210         PERFORM ATENDER-UNA-SOLICITUD UNTIL SESION-TERMINADA
001220         CLOSE DEVICE-MASTER
001230         CLOSE RAW-TRANSACTION-FILE
001235         CLOSE PENDING-APPROVAL-FILE
001240         DISPLAY "Transacciones encoladas en esta sesion: "
001250             WS-ENCOLADAS-CONTADOR
001253         DISPLAY "Solicitudes pendientes asentadas:       "
001256             WS-SOLICITADAS-CONTADOR
001260     END-IF
001270     DISPLAY "===== FIN DE LA SESION ====="
001280     GOBACK.
001281
001282*----------------------------------------------------------------*
001283* VALIDAR-OPERADOR-SESION - el operador debe existir en OPERATOR-
001284* MASTER y estar activo; sus codigos autorizados se guardan para
001285* el resto de la sesion.  Sin maestro no se firma: una consola
001286* que no puede verificar a nadie no debe dejar encolar nada.
001287*----------------------------------------------------------------*
001288 VALIDAR-OPERADOR-SESION.
001289     MOVE 'N' TO WS-OPERADOR-ACEPTADO
001290     OPEN INPUT OPERATOR-MASTER
001291     IF WS-OPERATOR-STATUS NOT = "00"
001292         DISPLAY "OPERATOR-MASTER no disponible; sesion "
001293             "terminada."
001294         MOVE "OPERATOR MASTER UNAVAILABLE" TO WS-RAZON-RECHAZO
001295         PERFORM REGISTRAR-RECHAZO-FIRMA
001296     ELSE
001297         MOVE WS-OPERADOR TO OPR-ID
001298         READ OPERATOR-MASTER
001299             INVALID KEY
001300                 DISPLAY "Operador desconocido: " WS-OPERADOR
001301                     "; sesion terminada."
001302                 MOVE "UNKNOWN OPERATOR" TO WS-RAZON-RECHAZO
001303                 PERFORM REGISTRAR-RECHAZO-FIRMA
001304             NOT INVALID KEY
001305                 IF NOT OPR-ACTIVO
001306                     DISPLAY "Operador suspendido: " WS-OPERADOR
001307                         "; sesion terminada."
001308                     MOVE "OPERATOR SUSPENDED" TO WS-RAZON-RECHAZO
001309                     PERFORM REGISTRAR-RECHAZO-FIRMA
001310                 ELSE
001311                     MOVE 'S' TO WS-OPERADOR-ACEPTADO
001312                     MOVE OPR-CODIGOS-AUTORIZADOS
001313                         TO WS-CODIGOS-SESION
001314                     DISPLAY "Operador: " OPR-NOMBRE
001315                 END-IF
001316         END-READ
001317         CLOSE OPERATOR-MASTER
001318     END-IF.
001319
001320 REGISTRAR-RECHAZO-FIRMA.
001321     MOVE SPACES TO WS-ID-CONSULTA
001322     MOVE "LOGON" TO WS-ACCION
001323     PERFORM REGISTRAR-RECHAZO.
001324
001325*----------------------------------------------------------------*
001326* REGISTRAR-RECHAZO - asienta en AUTH-TRANSACTION-REJECTS lo que
001327* la consola le nego al operador, con su ID y la razon, junto a
001328* los rechazos del pase de edicion.  Se abre y se cierra en cada
001329* rechazo: son pocos y asi el registro queda en disco aunque la
001330* sesion se corte.
001331*----------------------------------------------------------------*
001332 REGISTRAR-RECHAZO.
001333     OPEN EXTEND REJECT-FILE
001334     IF WS-REJECT-STATUS NOT = "00"
001335         OPEN OUTPUT REJECT-FILE
001336     END-IF
001337     MOVE SPACES           TO TRANSACCION-RECHAZO
001338     MOVE WS-ACCION        TO TRJ-CODIGO
001339     MOVE WS-ID-CONSULTA   TO TRJ-DISPOSITIVO-ID
001340     MOVE WS-RAZON-RECHAZO TO TRJ-RAZON
001341     MOVE WS-OPERADOR      TO TRJ-OPERADOR-ID
001342     WRITE TRANSACCION-RECHAZO
001343     CLOSE REJECT-FILE.
001344
001345*----------------------------------------------------------------*
001346* VERIFICAR-CODIGO-AUTORIZADO - WS-CODIGO-AUTORIZADO queda en 'S'
001347* si WS-CODIGO-A-VALIDAR esta entre los codigos del operador
001348* firmado; si no, el intento se asienta como rechazo.
001349*----------------------------------------------------------------*
001350 VERIFICAR-CODIGO-AUTORIZADO.
001351     MOVE 'N' TO WS-CODIGO-AUTORIZADO
001352     PERFORM BUSCAR-CODIGO-AUTORIZADO
001353         VARYING WS-IDX-CODIGO FROM 1 BY 1
001354         UNTIL WS-IDX-CODIGO > 4
001355     IF WS-CODIGO-AUTORIZADO NOT = 'S'
001356         DISPLAY "Operador no autorizado para "
001357             WS-CODIGO-A-VALIDAR
001358             "; nada se encolo."
001359         MOVE "OPERATOR NOT AUTHORISED FOR CODE"
001360             TO WS-RAZON-RECHAZO
001361         PERFORM REGISTRAR-RECHAZO
001362     END-IF.
001363
001364 BUSCAR-CODIGO-AUTORIZADO.
001365     IF WS-CODIGO-SESION(WS-IDX-CODIGO) = WS-CODIGO-A-VALIDAR
001366         MOVE 'S' TO WS-CODIGO-AUTORIZADO
001367     END-IF.
001368
001369*----------------------------------------------------------------*
001370* CALCULAR-SIGUIENTE-SECUENCIA - recorre el lote crudo y el lote
001371* limpio y toma el mayor TRAN-SEQ-NUM presente en cualquiera de
001372* los dos, mas uno: el crudo porque es donde esta sesion anexa,
001373* y el limpio porque AUTH-TRAN-EDIT ya pudo haber editado el
001374* lote de hoy y la numeracion debe continuar, no chocar.  Un
001375* numero de secuencia no numerico en el crudo se ignora aqui (el
001376* pase de edicion lo rechazara).  Sin ninguno de los dos
001380* archivos, el lote empieza en 1, igual que un lote armado desde
001390* cero.
001400*----------------------------------------------------------------*
001770     END-READ.
001780
001790*----------------------------------------------------------------*
001795* ABRIR-ARCHIVOS-DE-SESION - DEVICE-MASTER en I-O, que solo la
001800* accion MARCA reescribe; el resto de la sesion solo lo consulta.
001810* AUTH-TRANSACTIONS-RAW en EXTEND para anexar al lote crudo,
001820* creandolo si todavia no existe, igual que los abridores de
001830* AUTH-LOG.
001840*----------------------------------------------------------------*
001850 ABRIR-ARCHIVOS-DE-SESION.
001855     OPEN I-O DEVICE-MASTER
001860     IF WS-DEVICE-STATUS = "00"
001865         MOVE 'Y' TO WS-MAESTRO-ABIERTO
001870     ELSE
001880         DISPLAY "AVISO: DEVICE-MASTER no disponible; solo se "
001890             "podra encolar sin consultar el registro."
001900     END-IF
001910     OPEN EXTEND RAW-TRANSACTION-FILE
001920     IF WS-TRAN-STATUS NOT = "00"
001930         OPEN OUTPUT RAW-TRANSACTION-FILE
001931     END-IF
001932     OPEN I-O PENDING-APPROVAL-FILE
001933     IF WS-PENDING-STATUS = "35"
001934         OPEN OUTPUT PENDING-APPROVAL-FILE
001935         CLOSE PENDING-APPROVAL-FILE
001936         OPEN I-O PENDING-APPROVAL-FILE
001940     END-IF.
001941
001942*----------------------------------------------------------------*
001943* MOSTRAR-PENDIENTES - lista las solicitudes de OVRD y DEAC que
001944* esperan un segundo operador, para que quien firma sepa que hay
001945* por aprobar.  AUTH-PENDING-APPROVALS es uno solo para toda la
001946* flota: se omiten las de dispositivos de otro sitio, que esta
001947* consola no puede aprobar.
001948*----------------------------------------------------------------*
001949 MOSTRAR-PENDIENTES.
001950     MOVE ZERO TO WS-PENDIENTES-CONTADOR
001951     MOVE 'N' TO WS-PENDIENTES-EOF
001952     MOVE LOW-VALUES TO PND-CLAVE
001953     START PENDING-APPROVAL-FILE KEY IS NOT LESS THAN PND-CLAVE
001954         INVALID KEY
001955             SET PENDIENTES-AL-FINAL TO TRUE
001956     END-START
001957     PERFORM MOSTRAR-UNA-PENDIENTE UNTIL PENDIENTES-AL-FINAL
001958     DISPLAY "Solicitudes esperando aprobacion: "
001959         WS-PENDIENTES-CONTADOR.
001960
001961 MOSTRAR-UNA-PENDIENTE.
001962     READ PENDING-APPROVAL-FILE NEXT RECORD
001963         AT END
001964             SET PENDIENTES-AL-FINAL TO TRUE
001965         NOT AT END
001966             IF PND-PENDIENTE
001967                 PERFORM VERIFICAR-SITIO-PENDIENTE
001968             END-IF
001969             IF PND-PENDIENTE
001970                 AND NOT DISPOSITIVO-DE-OTRO-SITIO
001971                 ADD 1 TO WS-PENDIENTES-CONTADOR
001972                 DISPLAY "  " PND-CODIGO " " PND-DISPOSITIVO-ID
001973                     " solicitado por " PND-SOLICITANTE-ID
001974                     " el " PND-FECHA-SOLICITUD
001975             END-IF
001976     END-READ.
001977
001978*----------------------------------------------------------------*
001979* ATENDER-UNA-SOLICITUD - un ciclo de la consola: ID en blanco
001980* termina la sesion; de lo contrario se muestra el registro y se
001990* pide la accion.
002000*----------------------------------------------------------------*
002110     END-IF.
002120
002130 CONSULTAR-Y-ACTUAR.
002140     IF WS-MAESTRO-ABIERTO NOT = 'Y'
002150         PERFORM PEDIR-Y-ENCOLAR-ACCION
002160     ELSE
002170         MOVE WS-ID-CONSULTA TO DISP-ID
002210                     "DEVICE-MASTER: " WS-ID-CONSULTA
002220             NOT INVALID KEY
002230                 PERFORM MOSTRAR-REGISTRO-DISPOSITIVO
002232                 PERFORM VERIFICAR-SITIO-DISPOSITIVO
002234                 IF DISPOSITIVO-DE-OTRO-SITIO
002236                     PERFORM RECHAZAR-ACCION-OTRO-SITIO
002238                 ELSE
002240                     PERFORM PEDIR-Y-ENCOLAR-ACCION
002242                 END-IF
002250         END-READ
002260     END-IF.
002270
002280 MOSTRAR-REGISTRO-DISPOSITIVO.
002285     DISPLAY "  Sitio:               " DISP-SITIO-ID
002290     DISPLAY "  Estado:              " DISP-ESTADO
002300     DISPLAY "  Intentos fallidos:   " DISP-INTENTOS-FALLIDOS
002310     DISPLAY "  Ultimo intento:      " DISP-ULTIMO-INTENTO
002311     DISPLAY "  Fecha de renovacion: " DISP-FECHA-RENOVACION
002312     DISPLAY "  Marca de barrido:    " DISP-MARCA-BARRIDO " "
002313         DISP-MARCA-OPERADOR-ID " " DISP-MARCA-FECHA.
002314
002315*----------------------------------------------------------------*
002316* VERIFICAR-SITIO-DISPOSITIVO - sobre el registro de DEVICE-MASTER
002317* ya leido, marca WS-DISPOSITIVO-AJENO si el dispositivo es de
002318* otro sitio.  Un DISP-SITIO-ID en blanco cuenta como DEFAULT.
002319*----------------------------------------------------------------*
002320 VERIFICAR-SITIO-DISPOSITIVO.
002321     MOVE 'N' TO WS-DISPOSITIVO-AJENO
002322     MOVE DISP-SITIO-ID TO WS-SITIO-DISPOSITIVO
002323     IF WS-SITIO-DISPOSITIVO = SPACES
002324         MOVE "DEFAULT" TO WS-SITIO-DISPOSITIVO
002325     END-IF
002326     IF WS-SITIO-DISPOSITIVO NOT = WS-SITIO-ID
002327         SET DISPOSITIVO-DE-OTRO-SITIO TO TRUE
002328     END-IF.
002329
002330*----------------------------------------------------------------*
002331* VERIFICAR-SITIO-PENDIENTE - lo mismo para el dispositivo de una
002332* solicitud pendiente.  Sin DEVICE-MASTER, o si el dispositivo ya
002333* no esta, la solicitud se muestra.
002334*----------------------------------------------------------------*
002335 VERIFICAR-SITIO-PENDIENTE.
002336     MOVE 'N' TO WS-DISPOSITIVO-AJENO
002337     IF WS-MAESTRO-ABIERTO = 'Y'
002338         MOVE PND-DISPOSITIVO-ID TO DISP-ID
002339         READ DEVICE-MASTER
002340             INVALID KEY
002341                 CONTINUE
002342             NOT INVALID KEY
002343                 PERFORM VERIFICAR-SITIO-DISPOSITIVO
002344         END-READ
002345     END-IF.
002346
002347*----------------------------------------------------------------*
002348* RECHAZAR-ACCION-OTRO-SITIO - el registro se puede consultar,
002349* pero ninguna accion se encola ni se resuelve para un
002350* dispositivo de otro sitio; si el operador pide una, el intento
002351* queda asentado en rechazos.
002352*----------------------------------------------------------------*
002353 RECHAZAR-ACCION-OTRO-SITIO.
002354     DISPLAY "Dispositivo del sitio " WS-SITIO-DISPOSITIVO
002355         "; esta consola atiende el sitio " WS-SITIO-ID "."
002356     DISPLAY "Accion (blanco cancela): " WITH NO ADVANCING
002357     MOVE SPACES TO WS-ACCION
002358     ACCEPT WS-ACCION
002359     IF WS-ACCION NOT = SPACES
002360         DISPLAY "Dispositivo de otro sitio; nada se encolo."
002361         MOVE "DEVICE OWNED BY OTHER SITE" TO WS-RAZON-RECHAZO
002362         PERFORM REGISTRAR-RECHAZO
002363     END-IF.
002364
002365*----------------------------------------------------------------*
002366* PEDIR-Y-ENCOLAR-ACCION - pide la accion y encola la transaccion
002367* correspondiente.  Un OVRD contra un dispositivo inactivo no se
002370* encola: la baja es deliberada e IOT-AUTH-DEVICE lo rechazaria
002380* de todas formas; mejor decirselo al operador aqui.
002390*----------------------------------------------------------------*
002400 PEDIR-Y-ENCOLAR-ACCION.
002405     DISPLAY "Accion (OVRD/DEAC/RENEW/APROB/DENEG/MARCA, "
002410         "blanco cancela): "
002420         WITH NO ADVANCING
002430     MOVE SPACES TO WS-ACCION
002440     ACCEPT WS-ACCION
002460         WHEN SPACES
002470             DISPLAY "Sin accion; nada se encolo."
002480         WHEN "OVRD"
002484             MOVE WS-ACCION TO WS-CODIGO-A-VALIDAR
002488             PERFORM VERIFICAR-CODIGO-AUTORIZADO
002492             EVALUATE TRUE
002496                 WHEN WS-CODIGO-AUTORIZADO NOT = 'S'
002500                     CONTINUE
002504                 WHEN WS-MAESTRO-ABIERTO = 'Y' AND DISP-INACTIVO
002508                     DISPLAY "Dispositivo inactivo: un OVRD no "
002512                         "lo "
002516                         "reactiva; se requiere nueva carga por "
002520                         "DEVICE-MASTER-LOAD. No se encolo."
002524                 WHEN OTHER
002528                     PERFORM ASENTAR-SOLICITUD-PENDIENTE
002532             END-EVALUATE
002536         WHEN "DEAC"
002540             MOVE WS-ACCION TO WS-CODIGO-A-VALIDAR
002544             PERFORM VERIFICAR-CODIGO-AUTORIZADO
002548             IF WS-CODIGO-AUTORIZADO = 'S'
002552                 PERFORM ASENTAR-SOLICITUD-PENDIENTE
002570             END-IF
002573         WHEN "APROB"
002576             PERFORM PEDIR-CODIGO-A-RESOLVER
002579             IF WS-CODIGO-AUTORIZADO = 'S'
002582                 PERFORM APROBAR-SOLICITUD
002585             END-IF
002588         WHEN "DENEG"
002591             PERFORM PEDIR-CODIGO-A-RESOLVER
002594             IF WS-CODIGO-AUTORIZADO = 'S'
002597                 PERFORM DENEGAR-SOLICITUD
002600             END-IF
002603         WHEN "MARCA"
002606             PERFORM PEDIR-MARCA-BARRIDO
002620         WHEN "RENEW"
002630             DISPLAY "Factor biometrico 1: " WITH NO ADVANCING
002640             MOVE SPACES TO WS-BIOMETRICO-1
002710                 DISPLAY "RENEW requiere ambos factores; no se "
002720                     "encolo."
002730             ELSE
002732                 MOVE WS-ACCION TO WS-CODIGO-A-VALIDAR
002734                 PERFORM VERIFICAR-CODIGO-AUTORIZADO
002736                 IF WS-CODIGO-AUTORIZADO = 'S'
002738                     PERFORM PROTEGER-FACTORES-RENOVACION
002741                     PERFORM ENCOLAR-TRANSACCION
002745                 END-IF
002750             END-IF
002760         WHEN OTHER
002770             DISPLAY "Accion desconocida: " WS-ACCION
002920     MOVE WS-BIOMETRICO-1        TO TRAN-BIOMETRICO-1
002930     MOVE WS-BIOMETRICO-2        TO TRAN-BIOMETRICO-2
002940     MOVE WS-OPERADOR            TO TRAN-OPERADOR-ID
002941     MOVE SPACES                 TO TRAN-APROBADOR-ID
002942     IF WS-ACCION = "RENEW"
002943         SET TRAN-FACTORES-PROTEGIDOS TO TRUE
002944     ELSE
002945         MOVE SPACE              TO TRAN-FORMATO-FACTORES
002946     END-IF
002950     WRITE TRANSACCION-ENTRADA
002960     DISPLAY "Encolada " WS-ACCION " para " WS-ID-CONSULTA
002970         " con secuencia " WS-SIGUIENTE-SECUENCIA
002980     ADD 1 TO WS-SIGUIENTE-SECUENCIA
002990     ADD 1 TO WS-ENCOLADAS-CONTADOR.
003000
003010*----------------------------------------------------------------*
003020* PROTEGER-FACTORES-RENOVACION - los factores tecleados para RENEW
003030* se reemplazan por su resumen de una via antes de encolarse, con
003040* el DISP-ID como sal, igual que los guarda IOT-AUTH-DEVICE en
003050* DEVICE-MASTER.  TRAN-FORMATO-FACTORES = "P" avisa que ya vienen
003060* protegidos.
003070*----------------------------------------------------------------*
003080 PROTEGER-FACTORES-RENOVACION.
003090     MOVE WS-ID-CONSULTA         TO BDG-DISPOSITIVO-ID
003100     MOVE WS-BIOMETRICO-1        TO BDG-FACTOR
003110     MOVE 1                      TO BDG-NUMERO-FACTOR
003120     CALL "BIOMETRIC-DIGEST" USING PARAMETROS-RESUMEN-FACTOR
003130     END-CALL
003140     MOVE BDG-RESUMEN            TO WS-BIOMETRICO-1
003150     MOVE WS-BIOMETRICO-2        TO BDG-FACTOR
003160     MOVE 2                      TO BDG-NUMERO-FACTOR
003170     CALL "BIOMETRIC-DIGEST" USING PARAMETROS-RESUMEN-FACTOR
003180     END-CALL
003190     MOVE BDG-RESUMEN            TO WS-BIOMETRICO-2.
003200
003210*----------------------------------------------------------------*
003220* ASENTAR-SOLICITUD-PENDIENTE - un OVRD o DEAC queda como
003230* solicitud pendiente en AUTH-PENDING-APPROVALS en vez de
003240* encolarse: solo otro operador puede hacerlo llegar a
003250* IOT-AUTH-DEVICE.  Si ya hay una pendiente para el mismo
003260* dispositivo y codigo no se asienta otra; una ya aprobada o
003270* denegada se reemplaza por la nueva.
003280*----------------------------------------------------------------*
003290 ASENTAR-SOLICITUD-PENDIENTE.
003300     MOVE WS-ID-CONSULTA TO PND-DISPOSITIVO-ID
003310     MOVE WS-ACCION      TO PND-CODIGO
003320     READ PENDING-APPROVAL-FILE
003330         INVALID KEY
003340             PERFORM ARMAR-SOLICITUD-PENDIENTE
003350             WRITE SOLICITUD-PENDIENTE
003360             PERFORM INFORMAR-SOLICITUD-PENDIENTE
003370         NOT INVALID KEY
003380             IF PND-PENDIENTE
003390                 DISPLAY "Ya hay un " PND-CODIGO
003400                     " pendiente para "
003410                     "este dispositivo, solicitado por "
003420                     PND-SOLICITANTE-ID "; no se asento otro."
003430             ELSE
003440                 PERFORM ARMAR-SOLICITUD-PENDIENTE
003450                 REWRITE SOLICITUD-PENDIENTE
003460                 PERFORM INFORMAR-SOLICITUD-PENDIENTE
003470             END-IF
003480     END-READ.
003490
003500 ARMAR-SOLICITUD-PENDIENTE.
003510     PERFORM CALCULAR-TIMESTAMP-ACTUAL
003520     MOVE SPACES              TO SOLICITUD-PENDIENTE
003530     MOVE WS-ID-CONSULTA      TO PND-DISPOSITIVO-ID
003540     MOVE WS-ACCION           TO PND-CODIGO
003550     SET PND-PENDIENTE        TO TRUE
003560     MOVE ZERO                TO PND-SEQ-SOLICITUD
003570     MOVE WS-OPERADOR         TO PND-SOLICITANTE-ID
003580     MOVE WS-TIMESTAMP-ACTUAL TO PND-FECHA-SOLICITUD
003590     MOVE ZERO                TO PND-SEQ-APROBADA.
003600
003610 INFORMAR-SOLICITUD-PENDIENTE.
003620     ADD 1 TO WS-SOLICITADAS-CONTADOR
003630     DISPLAY WS-ACCION " para " WS-ID-CONSULTA " queda pendiente "
003640         "de aprobacion por otro operador.".
003650
003660*----------------------------------------------------------------*
003670* PEDIR-CODIGO-A-RESOLVER - para APROB y DENEG: pide si se
003680* resuelve el OVRD o el DEAC del dispositivo, y exige que quien
003690* resuelve este autorizado para ese mismo codigo.
003700*----------------------------------------------------------------*
003710 PEDIR-CODIGO-A-RESOLVER.
003720     MOVE 'N' TO WS-CODIGO-AUTORIZADO
003730     DISPLAY "Solicitud a resolver (OVRD/DEAC): "
003740         WITH NO ADVANCING
003750     MOVE SPACES TO WS-CODIGO-RESOLVER
003760     ACCEPT WS-CODIGO-RESOLVER
003770     IF WS-CODIGO-RESOLVER NOT = "OVRD" AND
003780        WS-CODIGO-RESOLVER NOT = "DEAC"
003790         DISPLAY "Solo se resuelven OVRD y DEAC; nada se hizo."
003800     ELSE
003810         MOVE WS-CODIGO-RESOLVER TO WS-CODIGO-A-VALIDAR
003820         PERFORM VERIFICAR-CODIGO-AUTORIZADO
003830     END-IF.
003840
003850*----------------------------------------------------------------*
003860* APROBAR-SOLICITUD - el segundo operador aprueba la solicitud
003870* pendiente: se encola la transaccion con el solicitante como
003880* TRAN-OPERADOR-ID y quien aprueba como TRAN-APROBADOR-ID, y la
003890* solicitud queda aprobada con la secuencia encolada, que es lo
003900* que AUTH-TRAN-EDIT verifica antes de dejarla pasar.  Nadie
003910* aprueba su propia solicitud.
003920*----------------------------------------------------------------*
003930 APROBAR-SOLICITUD.
003940     MOVE WS-ID-CONSULTA     TO PND-DISPOSITIVO-ID
003950     MOVE WS-CODIGO-RESOLVER TO PND-CODIGO
003960     READ PENDING-APPROVAL-FILE
003970         INVALID KEY
003980             DISPLAY "No hay " WS-CODIGO-RESOLVER
003990                 " pendiente para "
004000                 WS-ID-CONSULTA
004010         NOT INVALID KEY
004020             EVALUATE TRUE
004030                 WHEN NOT PND-PENDIENTE
004040                     DISPLAY "La solicitud ya fue resuelta; nada "
004050                         "se hizo."
004060                 WHEN PND-SOLICITANTE-ID = WS-OPERADOR
004070                     DISPLAY "No puede aprobar su propia "
004080                         "solicitud; debe hacerlo otro operador."
004090                     MOVE "APPROVER SAME AS REQUESTER"
004100                         TO WS-RAZON-RECHAZO
004110                     PERFORM REGISTRAR-RECHAZO
004120                 WHEN OTHER
004130                     PERFORM ENCOLAR-SOLICITUD-APROBADA
004140             END-EVALUATE
004150     END-READ.
004160
004170 ENCOLAR-SOLICITUD-APROBADA.
004180     MOVE WS-SIGUIENTE-SECUENCIA TO TRAN-SEQ-NUM
004190     MOVE PND-CODIGO             TO TRAN-CODIGO
004200     MOVE PND-DISPOSITIVO-ID     TO TRAN-DISPOSITIVO-ID
004210     MOVE SPACES                 TO TRAN-BIOMETRICO-1
004220     MOVE SPACES                 TO TRAN-BIOMETRICO-2
004230     MOVE PND-SOLICITANTE-ID     TO TRAN-OPERADOR-ID
004240     MOVE WS-OPERADOR            TO TRAN-APROBADOR-ID
004250     MOVE SPACE                  TO TRAN-FORMATO-FACTORES
004260     WRITE TRANSACCION-ENTRADA
004270
004280     PERFORM CALCULAR-TIMESTAMP-ACTUAL
004290     SET PND-APROBADA            TO TRUE
004300     MOVE WS-OPERADOR            TO PND-APROBADOR-ID
004310     MOVE WS-SIGUIENTE-SECUENCIA TO PND-SEQ-APROBADA
004320     MOVE WS-TIMESTAMP-ACTUAL    TO PND-FECHA-RESOLUCION
004330     REWRITE SOLICITUD-PENDIENTE
004340
004350     DISPLAY "Aprobado y encolado " PND-CODIGO " para "
004360         PND-DISPOSITIVO-ID " con secuencia "
004370         WS-SIGUIENTE-SECUENCIA
004380     ADD 1 TO WS-SIGUIENTE-SECUENCIA
004390     ADD 1 TO WS-ENCOLADAS-CONTADOR.
004400
004410*----------------------------------------------------------------*
004420* DENEGAR-SOLICITUD - el segundo operador descarta la solicitud;
004430* queda asentada como denegada, con quien la denego y cuando.
004440*----------------------------------------------------------------*
004450 DENEGAR-SOLICITUD.
004460     MOVE WS-ID-CONSULTA     TO PND-DISPOSITIVO-ID
004470     MOVE WS-CODIGO-RESOLVER TO PND-CODIGO
004480     READ PENDING-APPROVAL-FILE
004490         INVALID KEY
004500             DISPLAY "No hay " WS-CODIGO-RESOLVER
004510                 " pendiente para "
004520                 WS-ID-CONSULTA
004530         NOT INVALID KEY
004540             IF NOT PND-PENDIENTE
004550                 DISPLAY "La solicitud ya fue resuelta; nada se "
004560                     "hizo."
004570             ELSE
004580                 PERFORM CALCULAR-TIMESTAMP-ACTUAL
004590                 SET PND-DENEGADA         TO TRUE
004600                 MOVE WS-OPERADOR         TO PND-APROBADOR-ID
004610                 MOVE WS-TIMESTAMP-ACTUAL TO PND-FECHA-RESOLUCION
004620                 REWRITE SOLICITUD-PENDIENTE
004630                 DISPLAY "Denegado " PND-CODIGO " para "
004640                     PND-DISPOSITIVO-ID
004650             END-IF
004660     END-READ.
004670
004680 CALCULAR-TIMESTAMP-ACTUAL.
004690     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004700     ACCEPT WS-CURRENT-TIME FROM TIME
004710     MOVE WS-CURRENT-DATE TO WS-DATE-DISPLAY
004720     MOVE WS-CURRENT-TIME TO WS-TIME-DISPLAY
004730
004740     MOVE WS-DATE-DISPLAY      TO WS-TIMESTAMP-ACTUAL(1:8)
004750     MOVE WS-TIME-DISPLAY(1:6) TO WS-TIMESTAMP-ACTUAL(9:6).
004760
004770*----------------------------------------------------------------*
004780* CARGAR-PERFIL-SITIO - sitio de la tarjeta SITE-CONTROL, igual
004790* que en IOT-AUTH-DEVICE.  Sin tarjeta, o vacia, es DEFAULT.
004800*----------------------------------------------------------------*
004810 CARGAR-PERFIL-SITIO.
004820     MOVE SPACES TO WS-SITIO-ID
004830     OPEN INPUT SITE-CARD-FILE
004840     IF WS-SITE-STATUS = "00"
004850         READ SITE-CARD-FILE
004860             AT END
004870                 CONTINUE
004880             NOT AT END
004890                 MOVE SITE-ID TO WS-SITIO-ID
004900         END-READ
004910         CLOSE SITE-CARD-FILE
004920     END-IF
004930     IF WS-SITIO-ID = SPACES
004940         MOVE "DEFAULT" TO WS-SITIO-ID
004950     END-IF.
004960
004970*----------------------------------------------------------------*
004980* ARMAR-NOMBRES-ARCHIVOS-SITIO - los mismos nombres que arma
004990* AUTH-TRAN-EDIT, para que lo encolado aqui llegue a su pase de
005000* edicion.
005010*----------------------------------------------------------------*
005020 ARMAR-NOMBRES-ARCHIVOS-SITIO.
005030     MOVE SPACES TO WS-NOMBRE-LOTE-CRUDO
005040     MOVE SPACES TO WS-NOMBRE-LOTE-LIMPIO
005050     MOVE SPACES TO WS-NOMBRE-RECHAZOS
005060     IF WS-SITIO-ID = "DEFAULT"
005070         MOVE "AUTH-TRANSACTIONS-RAW"    TO WS-NOMBRE-LOTE-CRUDO
005080         MOVE "AUTH-TRANSACTIONS"        TO WS-NOMBRE-LOTE-LIMPIO
005090         MOVE "AUTH-TRANSACTION-REJECTS" TO WS-NOMBRE-RECHAZOS
005100     ELSE
005110         STRING "AUTH-TRANSACTIONS-RAW-"    DELIMITED BY SIZE
005120                WS-SITIO-ID                 DELIMITED BY SPACE
005130             INTO WS-NOMBRE-LOTE-CRUDO
005140         STRING "AUTH-TRANSACTIONS-"        DELIMITED BY SIZE
005150                WS-SITIO-ID                 DELIMITED BY SPACE
005160             INTO WS-NOMBRE-LOTE-LIMPIO
005170         STRING "AUTH-TRANSACTION-REJECTS-" DELIMITED BY SIZE
005180                WS-SITIO-ID                 DELIMITED BY SPACE
005190             INTO WS-NOMBRE-RECHAZOS
005200     END-IF.
005210
005220*----------------------------------------------------------------*
005230* PEDIR-MARCA-BARRIDO - la accion MARCA reescribe el registro de
005240* DEVICE-MASTER recien consultado, asi que sin maestro no hay nada
005250* que marcar.  Pide la autoridad de DEAC: la marca evita un DEAC.
005260*----------------------------------------------------------------*
005270 PEDIR-MARCA-BARRIDO.
005280     IF WS-MAESTRO-ABIERTO NOT = 'Y'
005290         DISPLAY "Sin DEVICE-MASTER no se puede marcar; nada se "
005300             "cambio."
005310     ELSE
005320         MOVE "DEAC" TO WS-CODIGO-A-VALIDAR
005330         PERFORM VERIFICAR-CODIGO-AUTORIZADO
005340         IF WS-CODIGO-AUTORIZADO = 'S'
005350             PERFORM MARCAR-DISPOSITIVO-BARRIDO
005360         END-IF
005370     END-IF.
005380
005390*----------------------------------------------------------------*
005400* MARCAR-DISPOSITIVO-BARRIDO - S marca el dispositivo estacional,
005410* E exento, N le quita la marca.  Con la marca quedan el operador
005420* y la fecha, que DORMANT-DEVICE-SWEEP lista junto a cada
005425* dispositivo que omite.  El registro se vuelve a leer justo antes
005430* de reescribirlo y solo se le cambia la marca, para no pisar lo
005435* que IOT-AUTH-DEVICE haya grabado mientras el operador tecleaba.
005440*----------------------------------------------------------------*
005450 MARCAR-DISPOSITIVO-BARRIDO.
005460     DISPLAY "Marca (S=estacional, E=exento, N=quitar marca): "
005470         WITH NO ADVANCING
005480     MOVE SPACE TO WS-MARCA-BARRIDO
005490     ACCEPT WS-MARCA-BARRIDO
005500     EVALUATE WS-MARCA-BARRIDO
005510         WHEN "S"
005520         WHEN "E"
005580         WHEN "N"
005620             PERFORM REESCRIBIR-MARCA-BARRIDO
005630         WHEN OTHER
005640             DISPLAY "Marca desconocida: " WS-MARCA-BARRIDO
005650                 " - nada se cambio."
005660     END-EVALUATE.
005670
005680 REESCRIBIR-MARCA-BARRIDO.
005685     MOVE WS-ID-CONSULTA TO DISP-ID
005690     READ DEVICE-MASTER
005700         INVALID KEY
005710             DISPLAY "Dispositivo no existe en "
005720                 "DEVICE-MASTER: " WS-ID-CONSULTA
005730         NOT INVALID KEY
005740             PERFORM APLICAR-MARCA-BARRIDO
005750             REWRITE DISPOSITIVO-MAESTRO
005760                 INVALID KEY
005770                     DISPLAY "No se pudo reescribir " DISP-ID
005780                         "; nada se cambio."
005790                 NOT INVALID KEY
005800                     DISPLAY "Marca de barrido de " DISP-ID ": "
005810                         DISP-MARCA-BARRIDO
005820             END-REWRITE
005830     END-READ.
005840
005850 APLICAR-MARCA-BARRIDO.
005860     IF WS-MARCA-BARRIDO = "N"
005870         MOVE SPACE              TO DISP-MARCA-BARRIDO
005880         MOVE SPACES             TO DISP-MARCA-OPERADOR-ID
005890         MOVE SPACES             TO DISP-MARCA-FECHA
005900     ELSE
005910         PERFORM CALCULAR-TIMESTAMP-ACTUAL
005920         MOVE WS-MARCA-BARRIDO   TO DISP-MARCA-BARRIDO
005930         MOVE WS-OPERADOR        TO DISP-MARCA-OPERADOR-ID
005940         MOVE WS-DATE-DISPLAY    TO DISP-MARCA-FECHA
005950     END-IF.
