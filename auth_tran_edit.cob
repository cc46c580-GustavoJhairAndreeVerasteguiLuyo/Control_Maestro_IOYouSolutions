000200* presente en OVRD/DEAC/RENEW, y TRAN-SEQ-NUM numerico,
000210* estrictamente ascendente y sin duplicados.
000220*
000221* Todo OVRD, DEAC o RENEW debe venir de un operador que exista en
000222* OPERATOR-MASTER, este activo y tenga autorizado ese codigo.  Un
000223* OVRD o un DEAC necesita ademas un segundo operador: si llega sin
000224* TRAN-APROBADOR-ID no va al lote limpio ni a rechazos, sino que
000225* queda retenido en AUTH-PENDING-APPROVALS hasta que otro operador
000226* lo apruebe desde OPERATOR-CONSOLE; si llega con aprobador, este
000227* debe ser distinto del solicitante, estar autorizado para el
000228* mismo codigo, y la aprobacion debe constar en ese archivo con la
000229* misma secuencia.
000230*
000231* Las transacciones que OPERATOR-CONSOLE encola tambien entran
000240* por AUTH-TRANSACTIONS-RAW y pasan estas mismas validaciones:
000250* el OPEN OUTPUT de este programa trunca AUTH-TRANSACTIONS, asi
000252* que nada debe anexarse directo al archivo limpio entre
000254* corridas o se perderia sin rastro en el siguiente pase.
000256*
000258* Cada sitio edita su propio lote: los tres archivos llevan el
000260* sitio de la tarjeta SITE-CONTROL en el nombre, y el dispositivo
000262* de cada transaccion debe pertenecer a ese sitio segun DEVICE-
000264* MASTER.  Un dispositivo que no esta en el maestro pasa: IOT-
000266* AUTH-DEVICE lo rechaza y lo asienta en AUTH-LOG como siempre.
000268*----------------------------------------------------------------*
000270* HISTORIAL DE MODIFICACIONES
000280*   FECHA       AUTOR   DESCRIPCION
000290*   2026-09-02  JGV     Version inicial.
000297*                       aceptarse porque el checkpoint de
000298*                       IOT-AUTH-DEVICE arranca en cero y la
000299*                       omitiria en silencio.
000300*   2026-10-15  JGV     Se valida el operador contra OPERATOR-
000301*                       MASTER (desconocido, suspendido o sin el
000302*                       codigo autorizado se rechaza) y se exige
000303*                       doble control en OVRD y DEAC: sin
000304*                       aprobador se retienen en AUTH-PENDING-
000305*                       APPROVALS; con aprobador, la aprobacion
000306*                       debe constar alli.  AUTH-TRANSACTION-
000307*                       REJECTS se abre ahora en EXTEND, porque
000308*                       OPERATOR-CONSOLE tambien asienta ahi sus
000309*                       rechazos y un OPEN OUTPUT los borraba.
000310*   2026-10-15  JGV     Lote por sitio: el sitio de la tarjeta
000311*                       SITE-CONTROL se agrega a los nombres de
000312*                       AUTH-TRANSACTIONS-RAW, AUTH-TRANSACTIONS
000313*                       y AUTH-TRANSACTION-REJECTS (el sitio
000314*                       DEFAULT conserva los nombres de siempre),
000315*                       y una transaccion para un dispositivo que
000316*                       DEVICE-MASTER registra a otro sitio se
000317*                       rechaza (DEVICE OWNED BY OTHER SITE).
000318*   2026-10-15  JGV     Se cuentan las transacciones crudas leidas
000319*                       y al terminar se asienta en RUN-CONTROL-
000320*                       LEDGER (RUN-CONTROL-POST) el registro de
000321*                       control de la corrida: leidas, limpias,
000322*                       rechazadas y retenidas, para que RUN-
000323*                       CONTROL-BALANCE cuadre el lote.
000324*   2026-10-15  JGV     La aprobacion usada queda ejecutada (E) y
000325*                       no respalda otra vez la transaccion; una
000326*                       solicitud vieja ya resuelta se reemplaza.
000327*================================================================*
000328 IDENTIFICATION DIVISION.
000329 PROGRAM-ID. AUTH-TRAN-EDIT.
000330 AUTHOR. J. GUSTAVO VERASTEGUI.
000340 INSTALLATION. IOYOU SOLUTIONS.
000350 DATE-WRITTEN. 2026-09-02.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RAW-TRANSACTION-FILE
000420         ASSIGN TO DYNAMIC WS-NOMBRE-LOTE-CRUDO
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-RAW-STATUS.
000450
000460     SELECT CLEAN-TRANSACTION-FILE
000470         ASSIGN TO DYNAMIC WS-NOMBRE-LOTE-LIMPIO
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CLEAN-STATUS.
000500
000510     SELECT REJECT-FILE
000520         ASSIGN TO DYNAMIC WS-NOMBRE-RECHAZOS
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-REJECT-STATUS.
000541
000542     SELECT OPERATOR-MASTER
000543         ASSIGN TO "OPERATOR-MASTER"
000544         ORGANIZATION IS INDEXED
000545         ACCESS MODE IS DYNAMIC
000546         RECORD KEY IS OPR-ID
000547         FILE STATUS IS WS-OPERATOR-STATUS.
000548
000549     SELECT PENDING-APPROVAL-FILE
000550         ASSIGN TO "AUTH-PENDING-APPROVALS"
000551         ORGANIZATION IS INDEXED
000552         ACCESS MODE IS DYNAMIC
000553         RECORD KEY IS PND-CLAVE
000554         FILE STATUS IS WS-PENDING-STATUS.
000555
000556     SELECT DEVICE-MASTER
000557         ASSIGN TO "DEVICE-MASTER"
000558         ORGANIZATION IS INDEXED
000559         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS DISP-ID
000561         FILE STATUS IS WS-DEVICE-STATUS.
000562
000563     SELECT SITE-CARD-FILE
000564         ASSIGN TO "SITE-CONTROL"
000565         ORGANIZATION IS SEQUENTIAL
000566         FILE STATUS IS WS-SITE-STATUS.
000567
000568 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RAW-TRANSACTION-FILE
000590     RECORDING MODE IS F.
000740     RECORDING MODE IS F.
000750     COPY TRANREJ.
000760
000761 FD  OPERATOR-MASTER.
000762     COPY OPERMAST.
000763
000764 FD  PENDING-APPROVAL-FILE.
000765     COPY PENDAPR.
000766
000767 FD  DEVICE-MASTER.
000768     COPY DEVMAST.
000769
000770 FD  SITE-CARD-FILE
000771     RECORDING MODE IS F.
000772     COPY SITECARD.
000773
000774 WORKING-STORAGE SECTION.
000780 01 WS-RAW-STATUS          PIC X(02) VALUE "00".
000790 01 WS-CLEAN-STATUS        PIC X(02) VALUE "00".
000800 01 WS-REJECT-STATUS       PIC X(02) VALUE "00".
000830
000840 01 WS-TRAN-VALIDA         PIC X VALUE 'Y'.
000850 01 WS-RAZON-RECHAZO       PIC X(40) VALUE SPACES.
000851 01 WS-OPERADOR-RECHAZO    PIC X(08) VALUE SPACES.
000852
000853* Autoridad de operadores y doble control.  WS-TRAN-VALIDA vale
000854* 'P' cuando un OVRD o DEAC sin aprobador debe quedar retenido.
000855* La disponibilidad de cada archivo indexado se fija al abrirlo:
000856* el FILE STATUS cambia con cada READ y no sirve para saberlo
000857* despues.
000858 01 WS-OPERATOR-STATUS     PIC X(02) VALUE "00".
000859 01 WS-PENDING-STATUS      PIC X(02) VALUE "00".
000860 01 WS-OPERADORES-ABIERTO  PIC X VALUE 'N'.
000861 01 WS-PENDIENTES-ABIERTO  PIC X VALUE 'N'.
000862 01 WS-OPERADOR-A-VALIDAR  PIC X(08) VALUE SPACES.
000863 01 WS-RESULTADO-OPERADOR  PIC X VALUE SPACE.
000864     88 OPERADOR-CORRECTO      VALUE 'Y'.
000865     88 OPERADOR-DESCONOCIDO   VALUE 'D'.
000866     88 OPERADOR-SUSPENDIDO    VALUE 'S'.
000867     88 OPERADOR-NO-AUTORIZADO VALUE 'N'.
000868     88 OPERADORES-NO-DISPON   VALUE 'X'.
000869 01 WS-CODIGO-AUTORIZADO   PIC X VALUE 'N'.
000870 01 WS-IDX-CODIGO          PIC 9(02) COMP VALUE ZERO.
000871 01 WS-ACCION-PENDIENTE    PIC X VALUE SPACE.
000872     88 PENDIENTE-NUEVA        VALUE 'W'.
000873     88 PENDIENTE-REEMPLAZA    VALUE 'R'.
000874     88 PENDIENTE-YA-ASENTADA  VALUE 'C'.
000875
000876 01 WS-CURRENT-DATE        PIC 9(08) VALUE ZERO.
000877 01 WS-CURRENT-TIME        PIC 9(08) VALUE ZERO.
000878 01 WS-DATE-DISPLAY        PIC X(08) VALUE SPACES.
000879 01 WS-TIME-DISPLAY        PIC X(08) VALUE SPACES.
000880 01 WS-TIMESTAMP-ACTUAL    PIC X(14) VALUE SPACES.
000881
000882* Ultima secuencia aceptada: la siguiente transaccion limpia debe
000883* traer una estrictamente mayor, para que la reanudacion por
000890* AUTH-CHECKPOINT de IOT-AUTH-DEVICE nunca confunda un duplicado
000900* o un retroceso con transacciones ya asentadas.
000910 01 WS-ULTIMA-SEQ-LIMPIA   PIC 9(06) VALUE ZERO.
000920
000925 01 WS-LEIDAS-CONTADOR     PIC 9(05) COMP VALUE ZERO.
000930 01 WS-LIMPIAS-CONTADOR    PIC 9(05) COMP VALUE ZERO.
000940 01 WS-RECHAZOS-CONTADOR   PIC 9(05) COMP VALUE ZERO.
000941 01 WS-RETENIDAS-CONTADOR  PIC 9(05) COMP VALUE ZERO.
000942
000943* Sitio de la corrida y nombres de su lote.  DEVICE-MASTER se
000944* abre solo de consulta para el sitio propietario de cada
000945* dispositivo.
000946 01 WS-SITE-STATUS         PIC X(02) VALUE "00".
000947 01 WS-SITIO-ID            PIC X(08) VALUE SPACES.
000948 01 WS-NOMBRE-LOTE-CRUDO   PIC X(30) VALUE SPACES.
000949 01 WS-NOMBRE-LOTE-LIMPIO  PIC X(30) VALUE SPACES.
000950 01 WS-NOMBRE-RECHAZOS     PIC X(30) VALUE SPACES.
000951 01 WS-DEVICE-STATUS       PIC X(02) VALUE "00".
000952 01 WS-MAESTRO-ABIERTO     PIC X VALUE 'N'.
000953 01 WS-SITIO-DISPOSITIVO   PIC X(08) VALUE SPACES.
000954
000955* Registro de control de la corrida para RUN-CONTROL-LEDGER.
000956     COPY RUNCTL.
000957 01 WS-HORA-INICIO         PIC 9(08) VALUE ZERO.
000958
000960 PROCEDURE DIVISION.
000970 INICIO.
000980     DISPLAY "Editando lote de transacciones de autenticacion..."
000982     PERFORM INICIAR-CONTROL-CORRIDA
000984     PERFORM CARGAR-PERFIL-SITIO
000986     PERFORM ARMAR-NOMBRES-ARCHIVOS-SITIO
000990
001000     OPEN INPUT RAW-TRANSACTION-FILE
001010     IF WS-RAW-STATUS NOT = "00"
001020         DISPLAY WS-NOMBRE-LOTE-CRUDO " no disponible; nada que "
001030             "editar."
001035         SET RCL-INCOMPLETE TO TRUE
001040     ELSE
001050         OPEN OUTPUT CLEAN-TRANSACTION-FILE
001053         OPEN EXTEND REJECT-FILE
001056         IF WS-REJECT-STATUS NOT = "00"
001059             OPEN OUTPUT REJECT-FILE
001062         END-IF
001065         PERFORM ABRIR-ARCHIVOS-DE-AUTORIDAD
001070
001080         PERFORM EDITAR-UNA-TRANSACCION UNTIL RAW-AL-FINAL
001090
001100         CLOSE RAW-TRANSACTION-FILE
001110         CLOSE CLEAN-TRANSACTION-FILE
001120         CLOSE REJECT-FILE
001121         IF WS-OPERADORES-ABIERTO = 'Y'
001122             CLOSE OPERATOR-MASTER
001123         END-IF
001124         IF WS-PENDIENTES-ABIERTO = 'Y'
001125             CLOSE PENDING-APPROVAL-FILE
001126         END-IF
001127         IF WS-MAESTRO-ABIERTO = 'Y'
001128             CLOSE DEVICE-MASTER
001129         END-IF
001130
001140         DISPLAY "Transacciones limpias:    " WS-LIMPIAS-CONTADOR
001150         DISPLAY "Transacciones rechazadas: " WS-RECHAZOS-CONTADOR
001153         DISPLAY "Transacciones retenidas:  "
001156             WS-RETENIDAS-CONTADOR
001160     END-IF
001165     PERFORM ASENTAR-CONTROL-CORRIDA
001170     GOBACK.
001171
001172*----------------------------------------------------------------*
001173* ABRIR-ARCHIVOS-DE-AUTORIDAD - OPERATOR-MASTER solo de consulta;
001174* AUTH-PENDING-APPROVALS en I-O, creandolo vacio si todavia no
001175* existe, igual que DEVICE-MASTER-LOAD con DEVICE-MASTER.  Sin
001176* maestro de operadores toda transaccion de operador se rechaza:
001177* no se deja pasar lo que no se puede verificar.
001178*----------------------------------------------------------------*
001179 ABRIR-ARCHIVOS-DE-AUTORIDAD.
001180     OPEN INPUT OPERATOR-MASTER
001181     IF WS-OPERATOR-STATUS = "00"
001182         MOVE 'Y' TO WS-OPERADORES-ABIERTO
001183     ELSE
001184         DISPLAY "AVISO: OPERATOR-MASTER no disponible; se "
001185             "rechazara toda transaccion de operador."
001186     END-IF
001187     OPEN I-O PENDING-APPROVAL-FILE
001188     IF WS-PENDING-STATUS = "35"
001189         OPEN OUTPUT PENDING-APPROVAL-FILE
001190         CLOSE PENDING-APPROVAL-FILE
001191         OPEN I-O PENDING-APPROVAL-FILE
001192     END-IF
001193     IF WS-PENDING-STATUS = "00"
001194         MOVE 'Y' TO WS-PENDIENTES-ABIERTO
001195     ELSE
001196         DISPLAY "AVISO: AUTH-PENDING-APPROVALS no disponible; "
001197             "se rechazara todo OVRD y DEAC."
001198     END-IF
001199     OPEN INPUT DEVICE-MASTER
001200     IF WS-DEVICE-STATUS = "00"
001201         MOVE 'Y' TO WS-MAESTRO-ABIERTO
001202     ELSE
001203         DISPLAY "AVISO: DEVICE-MASTER no disponible; el sitio "
001204             "de cada dispositivo lo verificara IOT-AUTH-DEVICE."
001205     END-IF.
001206
001207*----------------------------------------------------------------*
001208* EDITAR-UNA-TRANSACCION - lee una transaccion cruda, la valida y
001210* la copia al lote limpio si pasa; si no, la asienta con su razon
001220* en el archivo de rechazos.
001230*----------------------------------------------------------------*
001260         AT END
001270             SET RAW-AL-FINAL TO TRUE
001280         NOT AT END
001285             ADD 1 TO WS-LEIDAS-CONTADOR
001290             PERFORM VALIDAR-TRANSACCION
001295             EVALUATE WS-TRAN-VALIDA
001300                 WHEN 'Y'
001305                     PERFORM GRABAR-TRANSACCION-LIMPIA
001310                 WHEN 'P'
001315                     PERFORM RETENER-PENDIENTE
001320                 WHEN OTHER
001325                     PERFORM REGISTRAR-RECHAZO
001330             END-EVALUATE
001350     END-READ.
001360
001370*----------------------------------------------------------------*
001390* secuencia (no numerica, duplicada o fuera de orden es el error
001400* mas peligroso, porque es el que la reanudacion por checkpoint
001410* convierte en transacciones omitidas en silencio), luego el
001414* codigo, el dispositivo y el operador; despues que el
001418* dispositivo sea de este sitio; por ultimo la autoridad del
001422* operador contra OPERATOR-MASTER y el doble control de OVRD y
001426* DEAC, para no retener pendiente nada de otro sitio.
001430*----------------------------------------------------------------*
001440 VALIDAR-TRANSACCION.
001450     MOVE 'Y' TO WS-TRAN-VALIDA
001460     MOVE SPACES TO WS-RAZON-RECHAZO
001465     MOVE TRAN-OPERADOR-ID TO WS-OPERADOR-RECHAZO
001470     EVALUATE TRUE
001480         WHEN TRAN-SEQ-NUM NOT NUMERIC
001490             MOVE 'N' TO WS-TRAN-VALIDA
001690                 AND TRAN-OPERADOR-ID = SPACES
001700             MOVE 'N' TO WS-TRAN-VALIDA
001710             MOVE "OPERATOR ID REQUIRED" TO WS-RAZON-RECHAZO
001720     END-EVALUATE
001730     IF WS-TRAN-VALIDA = 'Y'
001740         AND WS-MAESTRO-ABIERTO = 'Y'
001750         PERFORM VALIDAR-SITIO-DISPOSITIVO
001760     END-IF
001770     IF WS-TRAN-VALIDA = 'Y'
001780         AND (TRAN-ES-OVERRIDE
001790             OR TRAN-ES-DESACTIVACION
001800             OR TRAN-ES-RENOVACION)
001810         PERFORM VALIDAR-AUTORIDAD-SOLICITANTE
001820     END-IF
001830     IF WS-TRAN-VALIDA = 'Y'
001840         AND (TRAN-ES-OVERRIDE OR TRAN-ES-DESACTIVACION)
001850         PERFORM VALIDAR-DOBLE-CONTROL
001860     END-IF.
001870
001880*----------------------------------------------------------------*
001890* VALIDAR-SITIO-DISPOSITIVO - el dispositivo debe pertenecer al
001900* sitio de este lote; un DISP-SITIO-ID en blanco cuenta como
001910* DEFAULT.  Un dispositivo que no esta en el maestro no se juzga
001920* aqui.
001930*----------------------------------------------------------------*
001940 VALIDAR-SITIO-DISPOSITIVO.
001950     MOVE TRAN-DISPOSITIVO-ID TO DISP-ID
001960     READ DEVICE-MASTER
001970         INVALID KEY
001980             CONTINUE
001990         NOT INVALID KEY
002000             MOVE DISP-SITIO-ID TO WS-SITIO-DISPOSITIVO
002010             IF WS-SITIO-DISPOSITIVO = SPACES
002020                 MOVE "DEFAULT" TO WS-SITIO-DISPOSITIVO
002030             END-IF
002040             IF WS-SITIO-DISPOSITIVO NOT = WS-SITIO-ID
002050                 MOVE 'N' TO WS-TRAN-VALIDA
002060                 MOVE "DEVICE OWNED BY OTHER SITE"
002070                     TO WS-RAZON-RECHAZO
002080             END-IF
002090     END-READ.
002100
002110*----------------------------------------------------------------*
002120* VALIDAR-AUTORIDAD-SOLICITANTE - el operador que emite la
002130* transaccion debe existir en OPERATOR-MASTER, estar activo y
002140* tener autorizado el codigo.
002150*----------------------------------------------------------------*
002160 VALIDAR-AUTORIDAD-SOLICITANTE.
002170     MOVE TRAN-OPERADOR-ID TO WS-OPERADOR-A-VALIDAR
002180     PERFORM VERIFICAR-OPERADOR
002190     EVALUATE TRUE
002200         WHEN OPERADORES-NO-DISPON
002210             MOVE 'N' TO WS-TRAN-VALIDA
002220             MOVE "OPERATOR MASTER UNAVAILABLE"
002230                 TO WS-RAZON-RECHAZO
002240         WHEN OPERADOR-DESCONOCIDO
002250             MOVE 'N' TO WS-TRAN-VALIDA
002260             MOVE "UNKNOWN OPERATOR" TO WS-RAZON-RECHAZO
002270         WHEN OPERADOR-SUSPENDIDO
002280             MOVE 'N' TO WS-TRAN-VALIDA
002290             MOVE "OPERATOR SUSPENDED" TO WS-RAZON-RECHAZO
002300         WHEN OPERADOR-NO-AUTORIZADO
002310             MOVE 'N' TO WS-TRAN-VALIDA
002320             MOVE "OPERATOR NOT AUTHORISED FOR CODE"
002330                 TO WS-RAZON-RECHAZO
002340     END-EVALUATE.
002350
002360*----------------------------------------------------------------*
002370* VALIDAR-DOBLE-CONTROL - un OVRD o DEAC sin aprobador se retiene
002380* como pendiente; con aprobador, este debe ser otro operador,
002390* activo y autorizado para el mismo codigo, y la aprobacion debe
002400* constar en AUTH-PENDING-APPROVALS.  El rechazo por aprobador
002410* asienta el ID del aprobador, no el del solicitante.
002420*----------------------------------------------------------------*
002430 VALIDAR-DOBLE-CONTROL.
002440     EVALUATE TRUE
002450         WHEN WS-PENDIENTES-ABIERTO NOT = 'Y'
002460             MOVE 'N' TO WS-TRAN-VALIDA
002470             MOVE "PENDING APPROVAL FILE UNAVAILABLE"
002480                 TO WS-RAZON-RECHAZO
002490         WHEN TRAN-APROBADOR-ID = SPACES
002500             PERFORM VERIFICAR-SOLICITUD-PREVIA
002510         WHEN TRAN-APROBADOR-ID = TRAN-OPERADOR-ID
002520             MOVE 'N' TO WS-TRAN-VALIDA
002530             MOVE "APPROVER SAME AS REQUESTER" TO WS-RAZON-RECHAZO
002540         WHEN OTHER
002550             MOVE TRAN-APROBADOR-ID TO WS-OPERADOR-RECHAZO
002560             MOVE TRAN-APROBADOR-ID TO WS-OPERADOR-A-VALIDAR
002570             PERFORM VERIFICAR-OPERADOR
002580             EVALUATE TRUE
002590                 WHEN OPERADOR-DESCONOCIDO
002600                     MOVE 'N' TO WS-TRAN-VALIDA
002610                     MOVE "UNKNOWN APPROVER" TO WS-RAZON-RECHAZO
002620                 WHEN OPERADOR-SUSPENDIDO
002630                     MOVE 'N' TO WS-TRAN-VALIDA
002640                     MOVE "APPROVER SUSPENDED" TO WS-RAZON-RECHAZO
002650                 WHEN OPERADOR-NO-AUTORIZADO
002660                     MOVE 'N' TO WS-TRAN-VALIDA
002670                     MOVE "APPROVER NOT AUTHORISED FOR CODE"
002680                         TO WS-RAZON-RECHAZO
002690                 WHEN OTHER
002700                     PERFORM VERIFICAR-APROBACION-ASENTADA
002710             END-EVALUATE
002720     END-EVALUATE.
002730
002740*----------------------------------------------------------------*
002750* VERIFICAR-OPERADOR - busca WS-OPERADOR-A-VALIDAR en OPERATOR-
002760* MASTER y deja el resultado en WS-RESULTADO-OPERADOR.
002770*----------------------------------------------------------------*
002780 VERIFICAR-OPERADOR.
002790     IF WS-OPERADORES-ABIERTO NOT = 'Y'
002800         SET OPERADORES-NO-DISPON TO TRUE
002810     ELSE
002820         MOVE WS-OPERADOR-A-VALIDAR TO OPR-ID
002830         READ OPERATOR-MASTER
002840             INVALID KEY
002850                 SET OPERADOR-DESCONOCIDO TO TRUE
002860             NOT INVALID KEY
002870                 IF NOT OPR-ACTIVO
002880                     SET OPERADOR-SUSPENDIDO TO TRUE
002890                 ELSE
002900                     MOVE 'N' TO WS-CODIGO-AUTORIZADO
002910                     PERFORM BUSCAR-CODIGO-AUTORIZADO
002920                         VARYING WS-IDX-CODIGO FROM 1 BY 1
002930                         UNTIL WS-IDX-CODIGO > 4
002940                     IF WS-CODIGO-AUTORIZADO = 'S'
002950                         SET OPERADOR-CORRECTO TO TRUE
002960                     ELSE
002970                         SET OPERADOR-NO-AUTORIZADO TO TRUE
002980                     END-IF
002990                 END-IF
003000         END-READ
003010     END-IF.
003020
003030 BUSCAR-CODIGO-AUTORIZADO.
003040     IF OPR-CODIGO-AUTORIZADO(WS-IDX-CODIGO) = TRAN-CODIGO
003050         MOVE 'S' TO WS-CODIGO-AUTORIZADO
003060     END-IF.
003070
003080*----------------------------------------------------------------*
003090* VERIFICAR-SOLICITUD-PREVIA - decide que hacer con un OVRD o DEAC
003100* sin aprobador segun lo que ya haya para ese dispositivo y
003110* codigo: nada, se asienta nuevo; la misma solicitud aun
003120* pendiente (misma secuencia y solicitante, de una corrida
003130* anterior sobre este mismo lote), no se toca; otra solicitud aun
003140* pendiente, se rechaza; una ya aprobada, denegada o ejecutada,
003145* se reemplaza por esta.
003150*----------------------------------------------------------------*
003160 VERIFICAR-SOLICITUD-PREVIA.
003170     MOVE 'P' TO WS-TRAN-VALIDA
003180     MOVE TRAN-DISPOSITIVO-ID TO PND-DISPOSITIVO-ID
003190     MOVE TRAN-CODIGO         TO PND-CODIGO
003200     READ PENDING-APPROVAL-FILE
003210         INVALID KEY
003220             SET PENDIENTE-NUEVA TO TRUE
003230         NOT INVALID KEY
003240             EVALUATE TRUE
003250                 WHEN PND-SEQ-SOLICITUD = TRAN-SEQ-NUM
003260                     AND PND-SOLICITANTE-ID = TRAN-OPERADOR-ID
003265                     AND PND-PENDIENTE
003270                     SET PENDIENTE-YA-ASENTADA TO TRUE
003280                 WHEN PND-PENDIENTE
003290                     MOVE 'N' TO WS-TRAN-VALIDA
003300                     MOVE "APPROVAL ALREADY PENDING"
003310                         TO WS-RAZON-RECHAZO
003320                 WHEN OTHER
003330                     SET PENDIENTE-REEMPLAZA TO TRUE
003340             END-EVALUATE
003350     END-READ.
003360
003370*----------------------------------------------------------------*
003380* VERIFICAR-APROBACION-ASENTADA - un aprobador tecleado a mano en
003390* el lote crudo no basta: la aprobacion debe constar en AUTH-
003400* PENDING-APPROVALS con el mismo solicitante, el mismo aprobador
003405* y la secuencia con que OPERATOR-CONSOLE la encolo.  Al pasar, la
003410* aprobacion queda ejecutada y no respalda ninguna otra.
003420*----------------------------------------------------------------*
003430 VERIFICAR-APROBACION-ASENTADA.
003440     MOVE TRAN-DISPOSITIVO-ID TO PND-DISPOSITIVO-ID
003450     MOVE TRAN-CODIGO         TO PND-CODIGO
003460     READ PENDING-APPROVAL-FILE
003470         INVALID KEY
003480             MOVE 'N' TO WS-TRAN-VALIDA
003490             MOVE "APPROVAL NOT ON FILE" TO WS-RAZON-RECHAZO
003500         NOT INVALID KEY
003510             IF NOT PND-APROBADA
003520                 OR PND-APROBADOR-ID NOT = TRAN-APROBADOR-ID
003530                 OR PND-SOLICITANTE-ID NOT = TRAN-OPERADOR-ID
003540                 OR PND-SEQ-APROBADA NOT = TRAN-SEQ-NUM
003550                 MOVE 'N' TO WS-TRAN-VALIDA
003560                 MOVE "APPROVAL NOT ON FILE" TO WS-RAZON-RECHAZO
003563             ELSE
003566                 PERFORM MARCAR-APROBACION-EJECUTADA
003570             END-IF
003580     END-READ.
003581
003582 MARCAR-APROBACION-EJECUTADA.
003583     SET PND-EJECUTADA TO TRUE
003584     REWRITE SOLICITUD-PENDIENTE
003585         INVALID KEY
003586             MOVE 'N' TO WS-TRAN-VALIDA
003587             MOVE "APPROVAL NOT MARKED USED"
003588                 TO WS-RAZON-RECHAZO
003589     END-REWRITE.
003590
003600 GRABAR-TRANSACCION-LIMPIA.
003610     ADD 1 TO WS-LIMPIAS-CONTADOR
003620     MOVE TRAN-SEQ-NUM TO WS-ULTIMA-SEQ-LIMPIA
003630     MOVE TRANSACCION-ENTRADA TO TRANSACCION-LIMPIA
003640     WRITE TRANSACCION-LIMPIA.
003650
003660*----------------------------------------------------------------*
003670* RETENER-PENDIENTE - asienta en AUTH-PENDING-APPROVALS el OVRD o
003680* DEAC que llego sin aprobador.  Su secuencia cuenta como aceptada
003690* para el control de orden del lote, aunque no vaya al limpio.
003700*----------------------------------------------------------------*
003710 RETENER-PENDIENTE.
003720     ADD 1 TO WS-RETENIDAS-CONTADOR
003730     MOVE TRAN-SEQ-NUM TO WS-ULTIMA-SEQ-LIMPIA
003740     IF NOT PENDIENTE-YA-ASENTADA
003750         PERFORM CALCULAR-TIMESTAMP-ACTUAL
003760         MOVE SPACES              TO SOLICITUD-PENDIENTE
003770         MOVE TRAN-DISPOSITIVO-ID TO PND-DISPOSITIVO-ID
003780         MOVE TRAN-CODIGO         TO PND-CODIGO
003790         SET PND-PENDIENTE        TO TRUE
003800         MOVE TRAN-SEQ-NUM        TO PND-SEQ-SOLICITUD
003810         MOVE TRAN-OPERADOR-ID    TO PND-SOLICITANTE-ID
003820         MOVE WS-TIMESTAMP-ACTUAL TO PND-FECHA-SOLICITUD
003830         MOVE ZERO                TO PND-SEQ-APROBADA
003840         IF PENDIENTE-NUEVA
003850             WRITE SOLICITUD-PENDIENTE
003860         ELSE
003870             REWRITE SOLICITUD-PENDIENTE
003880         END-IF
003890     END-IF
003900     DISPLAY "  Retenida seq " TRAN-SEQ-NUM " " TRAN-CODIGO
003910         " " TRAN-DISPOSITIVO-ID " pendiente de aprobacion".
003920
003930*----------------------------------------------------------------*
003940* REGISTRAR-RECHAZO - asienta la transaccion rechazada con su
003950* razon, y la muestra en consola para el operador de turno.
003960*----------------------------------------------------------------*
003970 REGISTRAR-RECHAZO.
003980     ADD 1 TO WS-RECHAZOS-CONTADOR
003990     MOVE TRAN-SEQ-NUM        TO TRJ-SEQ-NUM
004000     MOVE TRAN-CODIGO         TO TRJ-CODIGO
004010     MOVE TRAN-DISPOSITIVO-ID TO TRJ-DISPOSITIVO-ID
004020     MOVE WS-RAZON-RECHAZO    TO TRJ-RAZON
004030     MOVE WS-OPERADOR-RECHAZO TO TRJ-OPERADOR-ID
004040     WRITE TRANSACCION-RECHAZO
004050     DISPLAY "  Rechazada seq " TRJ-SEQ-NUM " " TRJ-CODIGO
004060         " " WS-RAZON-RECHAZO.
004070
004080 CALCULAR-TIMESTAMP-ACTUAL.
004090     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004100     ACCEPT WS-CURRENT-TIME FROM TIME
004110     MOVE WS-CURRENT-DATE TO WS-DATE-DISPLAY
004120     MOVE WS-CURRENT-TIME TO WS-TIME-DISPLAY
004130
004140     MOVE WS-DATE-DISPLAY      TO WS-TIMESTAMP-ACTUAL(1:8)
004150     MOVE WS-TIME-DISPLAY(1:6) TO WS-TIMESTAMP-ACTUAL(9:6).
004160
004170*----------------------------------------------------------------*
004180* CARGAR-PERFIL-SITIO - sitio de la tarjeta SITE-CONTROL, igual
004190* que en IOT-AUTH-DEVICE.  Sin tarjeta, o vacia, es DEFAULT.
004200*----------------------------------------------------------------*
004210 CARGAR-PERFIL-SITIO.
004220     MOVE SPACES TO WS-SITIO-ID
004230     OPEN INPUT SITE-CARD-FILE
004240     IF WS-SITE-STATUS = "00"
004250         READ SITE-CARD-FILE
004260             AT END
004270                 CONTINUE
004280             NOT AT END
004290                 MOVE SITE-ID TO WS-SITIO-ID
004300         END-READ
004310         CLOSE SITE-CARD-FILE
004320     END-IF
004330     IF WS-SITIO-ID = SPACES
004340         MOVE "DEFAULT" TO WS-SITIO-ID
004350     END-IF.
004360
004370*----------------------------------------------------------------*
004380* ARMAR-NOMBRES-ARCHIVOS-SITIO - "<archivo>-<sitio>"; el sitio
004390* DEFAULT conserva los nombres de siempre.
004400*----------------------------------------------------------------*
004410 ARMAR-NOMBRES-ARCHIVOS-SITIO.
004420     MOVE SPACES TO WS-NOMBRE-LOTE-CRUDO
004430     MOVE SPACES TO WS-NOMBRE-LOTE-LIMPIO
004440     MOVE SPACES TO WS-NOMBRE-RECHAZOS
004450     IF WS-SITIO-ID = "DEFAULT"
004460         MOVE "AUTH-TRANSACTIONS-RAW"    TO WS-NOMBRE-LOTE-CRUDO
004470         MOVE "AUTH-TRANSACTIONS"        TO WS-NOMBRE-LOTE-LIMPIO
004480         MOVE "AUTH-TRANSACTION-REJECTS" TO WS-NOMBRE-RECHAZOS
004490     ELSE
004500         STRING "AUTH-TRANSACTIONS-RAW-"    DELIMITED BY SIZE
004510                WS-SITIO-ID                 DELIMITED BY SPACE
004520             INTO WS-NOMBRE-LOTE-CRUDO
004530         STRING "AUTH-TRANSACTIONS-"        DELIMITED BY SIZE
004540                WS-SITIO-ID                 DELIMITED BY SPACE
004550             INTO WS-NOMBRE-LOTE-LIMPIO
004560         STRING "AUTH-TRANSACTION-REJECTS-" DELIMITED BY SIZE
004570                WS-SITIO-ID                 DELIMITED BY SPACE
004580             INTO WS-NOMBRE-RECHAZOS
004590     END-IF.
004600
004610*----------------------------------------------------------------*
004620* INICIAR-CONTROL-CORRIDA - fecha y hora de inicio del registro
004630* de control; la corrida cuenta como completa salvo que INICIO
004640* diga lo contrario.
004650*----------------------------------------------------------------*
004660 INICIAR-CONTROL-CORRIDA.
004670     INITIALIZE RUN-CONTROL-RECORD
004680     MOVE "AUTH-TRAN-EDIT" TO RCL-PROGRAM-ID
004690     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004700     ACCEPT WS-HORA-INICIO FROM TIME
004710     MOVE WS-CURRENT-DATE TO RCL-RUN-DATE
004720     MOVE WS-HORA-INICIO  TO WS-TIME-DISPLAY
004730     MOVE WS-TIME-DISPLAY(1:6) TO RCL-START-TIME
004740     SET RCL-COMPLETED TO TRUE.
004750
004760*----------------------------------------------------------------*
004770* ASENTAR-CONTROL-CORRIDA - crudas leidas = limpias + rechazadas
004780* + retenidas; RUN-CONTROL-BALANCE lo verifica.
004790*----------------------------------------------------------------*
004800 ASENTAR-CONTROL-CORRIDA.
004810     MOVE WS-SITIO-ID           TO RCL-SITE-ID
004820     MOVE WS-LEIDAS-CONTADOR    TO RCL-INPUT-COUNT
004830     MOVE WS-LIMPIAS-CONTADOR   TO RCL-OUTPUT-COUNT-1
004840     MOVE WS-RECHAZOS-CONTADOR  TO RCL-OUTPUT-COUNT-2
004850     MOVE WS-RETENIDAS-CONTADOR TO RCL-OUTPUT-COUNT-3
004860     CALL "RUN-CONTROL-POST" USING RUN-CONTROL-RECORD
004870     END-CALL.
