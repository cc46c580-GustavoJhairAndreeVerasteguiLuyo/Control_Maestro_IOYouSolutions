000010*================================================================*
000020* PROGRAM-ID.  DEVICE-MASTER-RECOVERY
000030* AUTOR.       J. GUSTAVO VERASTEGUI
000040* INSTALACION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* FECHA-ESCRITURA. 2026-10-15
000060* FECHA-COMPILACION.
000070*----------------------------------------------------------------*
000080* Reconstruye DEVICE-MASTER desde una generacion de respaldo de
000090* DEVICE-MASTER-BACKUP y repite lo asentado despues de ella.  La
000100* generacion sale de la tarjeta RECOVERY-CONTROL (la ultima
000110* catalogada si no hay tarjeta) y su cantidad de registros se
000120* verifica contra DEVICE-MASTER-BACKUP-CATALOG antes de tocar el
000130* maestro: una generacion incompleta no se recarga.
000140* Recargado el maestro, se repiten en orden de cadena:
000150*   - DEVICE-STATUS-JOURNAL: cada cambio de estado posterior a la
000160*     marca de la generacion deja DISP-ESTADO en el estado nuevo.
000170*   - El AUTH-LOG de cada sitio: un intento AUTH comparado pone
000180*     DISP-ULTIMO-INTENTO y lleva la cuenta de fallos igual que
000190*     IOT-AUTH-DEVICE; un EXPIRED pone DISP-ULTIMO-INTENTO; un
000200*     OVERRIDE aplicado deja los fallos en cero; un RENEW aplicado
000210*     deja los fallos en cero y recupera la plantilla de la
000220*     transaccion RENEW del lote del sitio, si ese lote es todavia
000230*     el del dia del evento.
000240* Cada bitacora se lee desde sus archivos historicos de LOG-
000250* ARCHIVE-CATALOG y despues el archivo vivo, para cubrir lo que
000260* LOG-HOUSEKEEPING ya hubiera archivado.  El reporte DEVICE-
000270* RECOVERY-<fecha> lista cada evento repetido con lo que se hizo
000280* y todo lo que no se pudo aplicar, para que el operador lo
000290* complete (DEVICE-MASTER-LOAD o una nueva transaccion RENEW).
000300* Un cambio de DEVICE-MASTER-LOAD que no cambio DISP-ESTADO no
000310* queda en bitacora alguna y no se puede repetir.
000320*----------------------------------------------------------------*
000330* HISTORIAL DE MODIFICACIONES
000340*   FECHA       AUTOR   DESCRIPCION
000350*   2026-10-15  JGV     Version inicial.
000352*   2026-10-15  JGV     Si DEVICE-MASTER no abre en I-O despues de
000354*                       la recarga no se repite nada y queda en el
000356*                       reporte; un REWRITE rechazado cuenta el
000358*                       evento como NO APLICADO con su estado.
000360*================================================================*
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. DEVICE-MASTER-RECOVERY.
000390 AUTHOR. J. GUSTAVO VERASTEGUI.
000400 INSTALLATION. IOYOU SOLUTIONS.
000410 DATE-WRITTEN. 2026-10-15.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT RECOVERY-CARD-FILE
000480         ASSIGN TO "RECOVERY-CONTROL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-CARD-STATUS.
000510
000520     SELECT CATALOGO-FILE
000530         ASSIGN TO "DEVICE-MASTER-BACKUP-CATALOG"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-CATALOGO-STATUS.
000560
000570     SELECT RESPALDO-FILE
000580         ASSIGN TO DYNAMIC WS-NOMBRE-RESPALDO
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RESPALDO-STATUS.
000610
000620     SELECT DEVICE-MASTER
000630         ASSIGN TO "DEVICE-MASTER"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS DISP-ID
000670         FILE STATUS IS WS-DEVICE-STATUS.
000680
000690     SELECT STATUS-JOURNAL-FILE
000700         ASSIGN TO DYNAMIC WS-NOMBRE-BITACORA
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-JOURNAL-STATUS.
000730
000740     SELECT AUTH-LOG-FILE
000750         ASSIGN TO DYNAMIC WS-NOMBRE-BITACORA
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-AUTH-LOG-STATUS.
000780
000790     SELECT LOG-CATALOG-FILE
000800         ASSIGN TO "LOG-ARCHIVE-CATALOG"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-LOG-CATALOG-STATUS.
000830
000840     SELECT TRANSACTION-FILE
000850         ASSIGN TO DYNAMIC WS-NOMBRE-TRANSACCIONES
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-TRANS-STATUS.
000880
000890     SELECT AUTH-CHECKPOINT-FILE
000900         ASSIGN TO DYNAMIC WS-NOMBRE-CHECKPOINT
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-AUTH-CKPT-STATUS.
000930
000940     SELECT SITE-MASTER-FILE
000950         ASSIGN TO "SITE-MASTER"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-SITE-MASTER-STATUS.
000980
000990     SELECT REPORT-PRINT-FILE
001000         ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-ESTADO-REPORTE.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  RECOVERY-CARD-FILE
001070     RECORDING MODE IS F.
001080     COPY RCVCARD.
001090
001100 FD  CATALOGO-FILE
001110     RECORDING MODE IS F.
001120     COPY BKPCAT.
001130
001140 FD  RESPALDO-FILE
001150     RECORDING MODE IS F.
001160 01  RESPALDO-REGISTRO.
001170     05  RSP-DATOS               PIC X(120).
001180
001190 FD  DEVICE-MASTER.
001200     COPY DEVMAST.
001210
001220 FD  STATUS-JOURNAL-FILE
001230     RECORDING MODE IS F.
001240     COPY STATJRNL.
001250
001260 FD  AUTH-LOG-FILE
001270     RECORDING MODE IS F.
001280     COPY AUTHLOG.
001290
001300 FD  LOG-CATALOG-FILE
001310     RECORDING MODE IS F.
001320     COPY LOGCAT.
001330
001340 FD  TRANSACTION-FILE
001350     RECORDING MODE IS F.
001360     COPY TRANFILE.
001370
001380 FD  AUTH-CHECKPOINT-FILE
001390     RECORDING MODE IS F.
001400     COPY AUTHCKPT.
001410
001420 FD  SITE-MASTER-FILE
001430     RECORDING MODE IS F.
001440     COPY SITEMAST.
001450
001460 FD  REPORT-PRINT-FILE
001470     RECORDING MODE IS F.
001480 01  PRINT-RECORD                 PIC X(132).
001490
001500 WORKING-STORAGE SECTION.
001510 01 WS-CARD-STATUS         PIC X(02) VALUE "00".
001520 01 WS-CATALOGO-STATUS     PIC X(02) VALUE "00".
001530 01 WS-RESPALDO-STATUS     PIC X(02) VALUE "00".
001540 01 WS-DEVICE-STATUS       PIC X(02) VALUE "00".
001550 01 WS-JOURNAL-STATUS      PIC X(02) VALUE "00".
001560 01 WS-AUTH-LOG-STATUS     PIC X(02) VALUE "00".
001570 01 WS-LOG-CATALOG-STATUS  PIC X(02) VALUE "00".
001580 01 WS-TRANS-STATUS        PIC X(02) VALUE "00".
001590 01 WS-AUTH-CKPT-STATUS    PIC X(02) VALUE "00".
001600 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
001610
001620 01 WS-CATALOGO-EOF        PIC X VALUE 'N'.
001630     88 CATALOGO-AL-FINAL      VALUE 'Y'.
001640 01 WS-RESPALDO-EOF        PIC X VALUE 'N'.
001650     88 RESPALDO-AL-FINAL      VALUE 'Y'.
001660 01 WS-JOURNAL-EOF         PIC X VALUE 'N'.
001670     88 JOURNAL-AL-FINAL       VALUE 'Y'.
001680 01 WS-AUTH-LOG-EOF        PIC X VALUE 'N'.
001690     88 AUTH-LOG-AL-FINAL      VALUE 'Y'.
001700 01 WS-LOG-CATALOG-EOF     PIC X VALUE 'N'.
001710     88 LOG-CATALOG-AL-FINAL   VALUE 'Y'.
001720 01 WS-TRANS-EOF           PIC X VALUE 'N'.
001730     88 TRANS-AL-FINAL         VALUE 'Y'.
001740
001750     COPY BIODGST.
001760
001770* Generacion elegida: la ultima del catalogo que coincide con la
001780* tarjeta, con sus marcas de cadena.
001790 01 WS-FECHA-ELEGIDA       PIC X(08) VALUE SPACES.
001800 01 WS-HORA-ELEGIDA        PIC X(06) VALUE SPACES.
001810 01 WS-GENERACION-ENCONTRADA PIC X VALUE 'N'.
001820 01 WS-TOMANDO-MARCAS      PIC X VALUE 'N'.
001830 01 WS-NOMBRE-RESPALDO     PIC X(40) VALUE SPACES.
001840 01 WS-GEN-FECHA           PIC X(08) VALUE SPACES.
001850 01 WS-GEN-HORA            PIC X(06) VALUE SPACES.
001860 01 WS-GEN-REGISTROS       PIC 9(09) VALUE ZERO.
001870 01 WS-RESPALDO-LEIDOS     PIC 9(09) COMP VALUE ZERO.
001880 01 WS-RECARGADOS          PIC 9(09) COMP VALUE ZERO.
001890 01 WS-MARCAS-CONTADOR     PIC 9(03) COMP VALUE ZERO.
001900 01 WS-MARCA-INDICE        PIC 9(03) COMP VALUE ZERO.
001910 01 WS-TABLA-MARCAS.
001920     05 WS-MARCA-ENTRADA OCCURS 51 TIMES.
001930         10 MRC-TIPO-BITACORA  PIC X(08).
001940         10 MRC-SITIO-ID       PIC X(08).
001950         10 MRC-SECUENCIA      PIC 9(09).
001960
001970* Bitacora que se esta repitiendo
001980 01 WS-TIPO-BITACORA       PIC X(08) VALUE SPACES.
001990 01 WS-SITIO-BITACORA      PIC X(08) VALUE SPACES.
002000 01 WS-SITIO-CATALOGO      PIC X(08) VALUE SPACES.
002010 01 WS-NOMBRE-BITACORA     PIC X(40) VALUE SPACES.
002020 01 WS-NOMBRE-AUTH-LOG     PIC X(40) VALUE SPACES.
002030 01 WS-MARCA-VIGENTE       PIC 9(09) VALUE ZERO.
002040 01 WS-LEIDOS-ARCHIVO      PIC 9(09) COMP VALUE ZERO.
002050
002060* Lote de transacciones del sitio, para recuperar la plantilla de
002070* un RENEW: solo sirve si su checkpoint es del dia del evento.
002080 01 WS-NOMBRE-TRANSACCIONES PIC X(30) VALUE SPACES.
002090 01 WS-NOMBRE-CHECKPOINT    PIC X(30) VALUE SPACES.
002100 01 WS-FECHA-LOTE-SITIO    PIC X(08) VALUE SPACES.
002110 01 WS-RENOVACION-HALLADA  PIC X VALUE 'N'.
002120 01 WS-RENOV-FACTOR-1      PIC X(20) VALUE SPACES.
002130 01 WS-RENOV-FACTOR-2      PIC X(20) VALUE SPACES.
002140 01 WS-RENOV-FORMATO       PIC X(01) VALUE SPACE.
002150
002160* Efecto de un evento de AUTH-LOG sobre el maestro
002170 01 WS-EFECTO-EVENTO       PIC X(08) VALUE SPACES.
002180     88 EFECTO-INTENTO         VALUE "INTENTO".
002190     88 EFECTO-VENCIDO         VALUE "VENCIDO".
002200     88 EFECTO-OVERRIDE        VALUE "OVERRIDE".
002210     88 EFECTO-RENOVACION      VALUE "RENEW".
002220 01 WS-ESTADO-PREVIO       PIC X(01) VALUE SPACE.
002230 01 WS-FALLOS-DISPLAY      PIC 9(03) VALUE ZERO.
002240
002250* Registro de sitios, igual que en DEVICE-MASTER-LOAD.
002260 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
002270     88 SITE-MASTER-AL-FINAL   VALUE 'Y'.
002280 01 WS-SITIOS-CONTADOR     PIC 9(03) COMP VALUE ZERO.
002290 01 WS-SITIO-INDICE        PIC 9(03) COMP VALUE ZERO.
002300 01 WS-TABLA-SITIOS.
002310     05 WS-SITIO-ENTRADA OCCURS 50 TIMES
002320         PIC X(08).
002330
002340* Totales por origen: 1 = DEVICE-STATUS-JOURNAL, 2 = AUTH-LOG.
002350 01 WS-TABLA-TOTALES.
002360     05 WS-TOTALES-ORIGEN OCCURS 2 TIMES.
002370         10 TOT-LEIDOS         PIC 9(09) COMP.
002380         10 TOT-ANTERIORES     PIC 9(09) COMP.
002390         10 TOT-SIN-CADENA     PIC 9(09) COMP.
002400         10 TOT-SIN-EFECTO     PIC 9(09) COMP.
002410         10 TOT-APLICADOS      PIC 9(09) COMP.
002420         10 TOT-AVISOS         PIC 9(09) COMP.
002430         10 TOT-NO-APLICADOS   PIC 9(09) COMP.
002440
002450* Soporte del archivo de impresion, igual que DEVICE-HISTORY-
002460* REPORT.
002470 01 WS-ESTADO-REPORTE      PIC X(02) VALUE "00".
002480 01 WS-NOMBRE-REPORTE      PIC X(30) VALUE SPACES.
002490 01 WS-FECHA-HOY           PIC X(08) VALUE SPACES.
002500 01 WS-HORA-CORRIDA        PIC 9(08) VALUE ZERO.
002510 01 WS-HORA-DISPLAY        PIC X(08) VALUE SPACES.
002520 01 WS-LINEA-IMPRESION     PIC X(132) VALUE SPACES.
002530 01 WS-CONTADOR-LINEAS     PIC 9(03) COMP VALUE 99.
002540 01 WS-CONTADOR-PAGINAS    PIC 9(04) COMP VALUE ZERO.
002550 01 WS-LINEAS-POR-PAGINA   PIC 9(03) COMP VALUE 55.
002560 01 WS-LINEA-TITULO.
002570     05 FILLER             PIC X(50) VALUE
002580         "IOYOU SOLUTIONS - RECUPERACION DE DEVICE-MASTER".
002590     05 FILLER             PIC X(07) VALUE "PAGINA".
002600     05 TIT-NUMERO-PAGINA  PIC ZZZ9.
002610 01 WS-LINEA-CORRIDA.
002620     05 FILLER             PIC X(09) VALUE "CORRIDA: ".
002630     05 COR-FECHA          PIC X(08).
002640     05 FILLER             PIC X(07) VALUE "  HORA ".
002650     05 COR-HORA           PIC X(06).
002660 01 WS-ENCABEZADO-EVENTOS.
002670     05 FILLER             PIC X(02) VALUE SPACES.
002680     05 FILLER             PIC X(09) VALUE "ORIGEN".
002690     05 FILLER             PIC X(09) VALUE "SITIO".
002700     05 FILLER             PIC X(10) VALUE "CADENA".
002710     05 FILLER             PIC X(15) VALUE "FECHA-HORA".
002720     05 FILLER             PIC X(21) VALUE "DISPOSITIVO".
002730     05 FILLER             PIC X(11) VALUE "EVENTO".
002740     05 FILLER             PIC X(12) VALUE "DISPOSICION".
002750     05 FILLER             PIC X(07) VALUE "DETALLE".
002760 01 WS-LINEA-EVENTO.
002770     05 FILLER             PIC X(02) VALUE SPACES.
002780     05 EVT-ORIGEN         PIC X(08).
002790     05 FILLER             PIC X(01) VALUE SPACE.
002800     05 EVT-SITIO          PIC X(08).
002810     05 FILLER             PIC X(01) VALUE SPACE.
002820     05 EVT-SECUENCIA      PIC Z(08)9.
002830     05 FILLER             PIC X(01) VALUE SPACE.
002840     05 EVT-FECHA-HORA     PIC X(14).
002850     05 FILLER             PIC X(01) VALUE SPACE.
002860     05 EVT-DISPOSITIVO    PIC X(20).
002870     05 FILLER             PIC X(01) VALUE SPACE.
002880     05 EVT-TIPO           PIC X(10).
002890     05 FILLER             PIC X(01) VALUE SPACE.
002900     05 EVT-DISPOSICION    PIC X(11).
002910     05 FILLER             PIC X(01) VALUE SPACE.
002920     05 EVT-DETALLE        PIC X(43).
002930 01 WS-LINEA-ARCHIVO.
002940     05 FILLER             PIC X(02) VALUE SPACES.
002950     05 FILLER             PIC X(09) VALUE "ARCHIVO: ".
002960     05 ARC-NOMBRE         PIC X(40).
002970     05 FILLER             PIC X(01) VALUE SPACE.
002980     05 ARC-RESULTADO      PIC X(30).
002990 01 WS-LINEA-TOTAL.
003000     05 FILLER             PIC X(02) VALUE SPACES.
003010     05 TOT-ETIQUETA       PIC X(30).
003020     05 TOT-VALOR-1        PIC ZZZZZZZZ9.
003030     05 FILLER             PIC X(02) VALUE SPACES.
003040     05 TOT-VALOR-2        PIC ZZZZZZZZ9.
003050 01 WS-TOTAL-DISPLAY       PIC ZZZZZZZZ9 VALUE SPACES.
003060
003070 PROCEDURE DIVISION.
003080 INICIO.
003090     DISPLAY "===== RECUPERACION DE DEVICE-MASTER ====="
003100
003110     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
003120     INITIALIZE WS-TABLA-TOTALES
003130     PERFORM ABRIR-ARCHIVO-REPORTE
003140     PERFORM LEER-TARJETA-RECUPERACION
003150     PERFORM ELEGIR-GENERACION
003160
003170     IF WS-GENERACION-ENCONTRADA NOT = 'S'
003180         DISPLAY "No hay generacion de respaldo catalogada que "
003190             "coincida con RECOVERY-CONTROL; DEVICE-MASTER no "
003200             "se toca."
003210         MOVE "NO HAY GENERACION DE RESPALDO QUE COINCIDA CON"
003220             TO WS-LINEA-IMPRESION(1:47)
003230         MOVE " RECOVERY-CONTROL - DEVICE-MASTER NO SE TOCA"
003240             TO WS-LINEA-IMPRESION(48:44)
003250         PERFORM ESCRIBIR-LINEA-REPORTE
003260     ELSE
003270         PERFORM IMPRIMIR-GENERACION
003280         PERFORM VERIFICAR-GENERACION
003290         IF WS-RESPALDO-LEIDOS NOT = WS-GEN-REGISTROS
003300             DISPLAY "La generacion " WS-NOMBRE-RESPALDO
003310                 " no tiene los registros catalogados; "
003320                 "DEVICE-MASTER no se toca."
003330             MOVE "GENERACION INCOMPLETA - DEVICE-MASTER NO SE"
003340                 TO WS-LINEA-IMPRESION(1:44)
003350             MOVE " TOCA" TO WS-LINEA-IMPRESION(45:5)
003360             PERFORM ESCRIBIR-LINEA-REPORTE
003370         ELSE
003380             PERFORM RECARGAR-MAESTRO
003390             PERFORM CARGAR-REGISTRO-SITIOS
003400             OPEN I-O DEVICE-MASTER
003404             IF WS-DEVICE-STATUS NOT = "00"
003408                 DISPLAY "DEVICE-MASTER no abre para repetir "
003412                     "(estado " WS-DEVICE-STATUS
003416                     "); no se repite nada."
003420                 MOVE "DEVICE-MASTER NO ABRE, ESTADO"
003424                     TO WS-LINEA-IMPRESION(1:29)
003428                 MOVE WS-DEVICE-STATUS TO WS-LINEA-IMPRESION(31:2)
003432                 MOVE " - NO SE REPITE NINGUN EVENTO"
003436                     TO WS-LINEA-IMPRESION(33:29)
003440                 PERFORM ESCRIBIR-LINEA-REPORTE
003444             ELSE
003448                 PERFORM IMPRIMIR-ENCABEZADO-EVENTOS
003452                 PERFORM REPETIR-BITACORA-ESTADOS
003456                 PERFORM REPETIR-AUTH-LOG-SITIO
003460                     VARYING WS-SITIO-INDICE FROM 1 BY 1
003464                     UNTIL WS-SITIO-INDICE > WS-SITIOS-CONTADOR
003468                 CLOSE DEVICE-MASTER
003472                 PERFORM IMPRIMIR-TOTALES
003476             END-IF
003480         END-IF
003490     END-IF
003500
003510     DISPLAY "===== FIN DE LA RECUPERACION ====="
003520     PERFORM CERRAR-ARCHIVO-REPORTE
003530     GOBACK.
003540
003550*----------------------------------------------------------------*
003560* LEER-TARJETA-RECUPERACION - fecha y hora de la generacion a
003570* recargar.  Sin tarjeta quedan en blanco: la ultima catalogada.
003580*----------------------------------------------------------------*
003590 LEER-TARJETA-RECUPERACION.
003600     MOVE SPACES TO WS-FECHA-ELEGIDA
003610     MOVE SPACES TO WS-HORA-ELEGIDA
003620     OPEN INPUT RECOVERY-CARD-FILE
003630     IF WS-CARD-STATUS = "00"
003640         READ RECOVERY-CARD-FILE
003650             AT END
003660                 CONTINUE
003670             NOT AT END
003680                 MOVE RCV-FECHA-GENERACION TO WS-FECHA-ELEGIDA
003690                 MOVE RCV-HORA-GENERACION  TO WS-HORA-ELEGIDA
003700         END-READ
003710         CLOSE RECOVERY-CARD-FILE
003720     END-IF.
003730
003740*----------------------------------------------------------------*
003750* ELEGIR-GENERACION - recorre el catalogo y se queda con la
003760* ultima generacion que coincide con la tarjeta, y con las marcas
003770* de cadena que la siguen.
003780*----------------------------------------------------------------*
003790 ELEGIR-GENERACION.
003800     MOVE 'N' TO WS-GENERACION-ENCONTRADA
003810     MOVE 'N' TO WS-TOMANDO-MARCAS
003820     MOVE 'N' TO WS-CATALOGO-EOF
003830     OPEN INPUT CATALOGO-FILE
003840     IF WS-CATALOGO-STATUS NOT = "00"
003850         DISPLAY "DEVICE-MASTER-BACKUP-CATALOG no disponible."
003860     ELSE
003870         PERFORM REVISAR-UNA-ENTRADA-RESPALDO
003880             UNTIL CATALOGO-AL-FINAL
003890         CLOSE CATALOGO-FILE
003900     END-IF.
003910
003920 REVISAR-UNA-ENTRADA-RESPALDO.
003930     READ CATALOGO-FILE
003940         AT END
003950             SET CATALOGO-AL-FINAL TO TRUE
003960         NOT AT END
003970             IF BKC-ES-GENERACION
003980                 PERFORM REVISAR-GENERACION
003990             END-IF
004000             IF BKC-ES-MARCA
004010                 AND WS-TOMANDO-MARCAS = 'S'
004020                 AND WS-MARCAS-CONTADOR < 51
004030                 ADD 1 TO WS-MARCAS-CONTADOR
004040                 MOVE BKC-TIPO-BITACORA
004050                     TO MRC-TIPO-BITACORA(WS-MARCAS-CONTADOR)
004060                 MOVE BKC-SITIO-ID
004070                     TO MRC-SITIO-ID(WS-MARCAS-CONTADOR)
004080                 MOVE BKC-SECUENCIA
004090                     TO MRC-SECUENCIA(WS-MARCAS-CONTADOR)
004100             END-IF
004110     END-READ.
004120
004130 REVISAR-GENERACION.
004140     MOVE 'N' TO WS-TOMANDO-MARCAS
004150     IF WS-FECHA-ELEGIDA = SPACES
004160         OR (BKC-FECHA = WS-FECHA-ELEGIDA
004170             AND (WS-HORA-ELEGIDA = SPACES
004180                  OR BKC-HORA = WS-HORA-ELEGIDA))
004190         MOVE 'S'           TO WS-GENERACION-ENCONTRADA
004200         MOVE 'S'           TO WS-TOMANDO-MARCAS
004210         MOVE BKC-ARCHIVO   TO WS-NOMBRE-RESPALDO
004220         MOVE BKC-FECHA     TO WS-GEN-FECHA
004230         MOVE BKC-HORA      TO WS-GEN-HORA
004240         MOVE BKC-REGISTROS TO WS-GEN-REGISTROS
004250         MOVE ZERO          TO WS-MARCAS-CONTADOR
004260     END-IF.
004270
004280*----------------------------------------------------------------*
004290* VERIFICAR-GENERACION - cuenta los registros de la generacion;
004300* INICIO solo recarga si coinciden con los catalogados.  Una
004310* generacion que no abre queda con cuenta cero y no coincide,
004320* salvo que se haya respaldado un maestro vacio.
004330*----------------------------------------------------------------*
004340 VERIFICAR-GENERACION.
004350     MOVE ZERO TO WS-RESPALDO-LEIDOS
004360     MOVE 'N' TO WS-RESPALDO-EOF
004370     OPEN INPUT RESPALDO-FILE
004380     IF WS-RESPALDO-STATUS NOT = "00"
004390         DISPLAY "No se pudo abrir " WS-NOMBRE-RESPALDO
004400             " (estado " WS-RESPALDO-STATUS ")"
004410         IF WS-GEN-REGISTROS = ZERO
004420             MOVE 1 TO WS-RESPALDO-LEIDOS
004430         END-IF
004440     ELSE
004450         PERFORM CONTAR-UN-RESPALDO
004460             UNTIL RESPALDO-AL-FINAL
004470         CLOSE RESPALDO-FILE
004480     END-IF
004490     MOVE WS-RESPALDO-LEIDOS TO WS-TOTAL-DISPLAY
004500     MOVE "REGISTROS EN LA GENERACION" TO WS-LINEA-IMPRESION(1:30)
004510     MOVE WS-TOTAL-DISPLAY TO WS-LINEA-IMPRESION(31:9)
004520     PERFORM ESCRIBIR-LINEA-REPORTE.
004530
004540 CONTAR-UN-RESPALDO.
004550     READ RESPALDO-FILE
004560         AT END
004570             SET RESPALDO-AL-FINAL TO TRUE
004580         NOT AT END
004590             ADD 1 TO WS-RESPALDO-LEIDOS
004600     END-READ.
004610
004620*----------------------------------------------------------------*
004630* RECARGAR-MAESTRO - recrea DEVICE-MASTER desde la generacion,
004640* igual que DEVICE-SITE-CONVERSION desde DEVICE-MASTER-WORK.
004650*----------------------------------------------------------------*
004660 RECARGAR-MAESTRO.
004670     MOVE ZERO TO WS-RECARGADOS
004680     MOVE 'N' TO WS-RESPALDO-EOF
004690     OPEN INPUT RESPALDO-FILE
004700     OPEN OUTPUT DEVICE-MASTER
004710     PERFORM RECARGAR-UN-DISPOSITIVO
004720         UNTIL RESPALDO-AL-FINAL
004730     CLOSE DEVICE-MASTER
004740     CLOSE RESPALDO-FILE
004750     DISPLAY "DEVICE-MASTER recargado: " WS-RECARGADOS
004760         " registros de " WS-NOMBRE-RESPALDO
004770     MOVE WS-RECARGADOS TO WS-TOTAL-DISPLAY
004780     MOVE "REGISTROS RECARGADOS" TO WS-LINEA-IMPRESION(1:30)
004790     MOVE WS-TOTAL-DISPLAY TO WS-LINEA-IMPRESION(31:9)
004800     PERFORM ESCRIBIR-LINEA-REPORTE
004810     PERFORM ESCRIBIR-LINEA-REPORTE.
004820
004830 RECARGAR-UN-DISPOSITIVO.
004840     READ RESPALDO-FILE
004850         AT END
004860             SET RESPALDO-AL-FINAL TO TRUE
004870         NOT AT END
004880             MOVE RSP-DATOS TO DISPOSITIVO-MAESTRO
004890             WRITE DISPOSITIVO-MAESTRO
004900                 INVALID KEY
004910                     DISPLAY "No se pudo recargar " DISP-ID
004920                         " (estado " WS-DEVICE-STATUS ")"
004930                 NOT INVALID KEY
004940                     ADD 1 TO WS-RECARGADOS
004950             END-WRITE
004960     END-READ.
004970
004980*----------------------------------------------------------------*
004990* BUSCAR-MARCA - numero de cadena de la generacion para la
005000* bitacora en WS-TIPO-BITACORA / WS-SITIO-BITACORA.  Una bitacora
005010* sin marca no existia al momento del respaldo: todo lo que tiene
005020* es posterior y se repite completo.
005030*----------------------------------------------------------------*
005040 BUSCAR-MARCA.
005050     MOVE ZERO TO WS-MARCA-VIGENTE
005060     PERFORM COMPARAR-UNA-MARCA
005070         VARYING WS-MARCA-INDICE FROM 1 BY 1
005080         UNTIL WS-MARCA-INDICE > WS-MARCAS-CONTADOR.
005090
005100 COMPARAR-UNA-MARCA.
005110     IF MRC-TIPO-BITACORA(WS-MARCA-INDICE) = WS-TIPO-BITACORA
005120         AND MRC-SITIO-ID(WS-MARCA-INDICE) = WS-SITIO-BITACORA
005130         MOVE MRC-SECUENCIA(WS-MARCA-INDICE) TO WS-MARCA-VIGENTE
005140     END-IF.
005150
005160*----------------------------------------------------------------*
005170* REPETIR-BITACORA-ESTADOS - DEVICE-STATUS-JOURNAL, una sola para
005180* toda la flota: archivos historicos catalogados y despues el
005190* archivo vivo.
005200*----------------------------------------------------------------*
005210 REPETIR-BITACORA-ESTADOS.
005220     MOVE "STATJRNL" TO WS-TIPO-BITACORA
005230     MOVE "DEFAULT"  TO WS-SITIO-BITACORA
005240     PERFORM BUSCAR-MARCA
005250     PERFORM EXPLORAR-CATALOGO-BITACORAS
005260     MOVE "DEVICE-STATUS-JOURNAL" TO WS-NOMBRE-BITACORA
005270     PERFORM REPETIR-UN-ARCHIVO.
005280
005290*----------------------------------------------------------------*
005300* REPETIR-AUTH-LOG-SITIO - AUTH-LOG de un sitio, con los nombres
005310* "<archivo>-<sitio>" de IOT-AUTH-DEVICE, y la fecha del lote de
005320* transacciones que el sitio tiene todavia en disco.
005330*----------------------------------------------------------------*
005340 REPETIR-AUTH-LOG-SITIO.
005350     MOVE "AUTHLOG" TO WS-TIPO-BITACORA
005360     MOVE WS-SITIO-ENTRADA(WS-SITIO-INDICE) TO WS-SITIO-BITACORA
005370     PERFORM ARMAR-NOMBRES-ARCHIVOS-SITIO
005380     PERFORM LEER-FECHA-LOTE-SITIO
005390     PERFORM BUSCAR-MARCA
005400     PERFORM EXPLORAR-CATALOGO-BITACORAS
005410     MOVE WS-NOMBRE-AUTH-LOG TO WS-NOMBRE-BITACORA
005420     PERFORM REPETIR-UN-ARCHIVO.
005430
005440 ARMAR-NOMBRES-ARCHIVOS-SITIO.
005450     MOVE SPACES TO WS-NOMBRE-TRANSACCIONES
005460     MOVE SPACES TO WS-NOMBRE-AUTH-LOG
005470     MOVE SPACES TO WS-NOMBRE-CHECKPOINT
005480     IF WS-SITIO-BITACORA = "DEFAULT"
005490         MOVE "AUTH-TRANSACTIONS" TO WS-NOMBRE-TRANSACCIONES
005500         MOVE "AUTH-LOG"          TO WS-NOMBRE-AUTH-LOG
005510         MOVE "AUTH-CHECKPOINT"   TO WS-NOMBRE-CHECKPOINT
005520     ELSE
005530         STRING "AUTH-TRANSACTIONS-" DELIMITED BY SIZE
005540                WS-SITIO-BITACORA    DELIMITED BY SPACE
005550             INTO WS-NOMBRE-TRANSACCIONES
005560         STRING "AUTH-LOG-"          DELIMITED BY SIZE
005570                WS-SITIO-BITACORA    DELIMITED BY SPACE
005580             INTO WS-NOMBRE-AUTH-LOG
005590         STRING "AUTH-CHECKPOINT-"   DELIMITED BY SIZE
005600                WS-SITIO-BITACORA    DELIMITED BY SPACE
005610             INTO WS-NOMBRE-CHECKPOINT
005620     END-IF.
005630
005640 LEER-FECHA-LOTE-SITIO.
005650     MOVE SPACES TO WS-FECHA-LOTE-SITIO
005660     OPEN INPUT AUTH-CHECKPOINT-FILE
005670     IF WS-AUTH-CKPT-STATUS = "00"
005680         READ AUTH-CHECKPOINT-FILE
005690             AT END
005700                 CONTINUE
005710             NOT AT END
005720                 MOVE AUTH-FECHA-LOTE TO WS-FECHA-LOTE-SITIO
005730         END-READ
005740         CLOSE AUTH-CHECKPOINT-FILE
005750     END-IF.
005760
005770*----------------------------------------------------------------*
005780* EXPLORAR-CATALOGO-BITACORAS - cada archivo historico de LOG-
005790* ARCHIVE-CATALOG de la bitacora en curso, en el orden en que se
005800* catalogo.  Sitio en blanco en el catalogo es el sitio DEFAULT.
005810*----------------------------------------------------------------*
005820 EXPLORAR-CATALOGO-BITACORAS.
005830     MOVE 'N' TO WS-LOG-CATALOG-EOF
005840     OPEN INPUT LOG-CATALOG-FILE
005850     IF WS-LOG-CATALOG-STATUS = "00"
005860         PERFORM REVISAR-UNA-ENTRADA-CATALOGO
005870             UNTIL LOG-CATALOG-AL-FINAL
005880         CLOSE LOG-CATALOG-FILE
005890     END-IF.
005900
005910 REVISAR-UNA-ENTRADA-CATALOGO.
005920     READ LOG-CATALOG-FILE
005930         AT END
005940             SET LOG-CATALOG-AL-FINAL TO TRUE
005950         NOT AT END
005960             MOVE LGC-SITE-ID TO WS-SITIO-CATALOGO
005970             IF WS-SITIO-CATALOGO = SPACES
005980                 MOVE "DEFAULT" TO WS-SITIO-CATALOGO
005990             END-IF
006000             IF LGC-LOG-TYPE = WS-TIPO-BITACORA
006010                 AND LGC-FILE-NAME NOT = SPACES
006020                 AND (LGC-STATUS-JOURNAL
006030                      OR WS-SITIO-CATALOGO = WS-SITIO-BITACORA)
006040                 MOVE LGC-FILE-NAME TO WS-NOMBRE-BITACORA
006050                 PERFORM REPETIR-UN-ARCHIVO
006060             END-IF
006070     END-READ.
006080
006090*----------------------------------------------------------------*
006100* REPETIR-UN-ARCHIVO - repite un archivo de la bitacora en curso
006110* y deja en el reporte cuantos registros se leyeron de el.
006120*----------------------------------------------------------------*
006130 REPETIR-UN-ARCHIVO.
006140     MOVE ZERO TO WS-LEIDOS-ARCHIVO
006150     MOVE SPACES TO ARC-RESULTADO
006160     IF WS-TIPO-BITACORA = "STATJRNL"
006170         PERFORM REPETIR-ARCHIVO-ESTADOS
006180     ELSE
006190         PERFORM REPETIR-ARCHIVO-AUTH-LOG
006200     END-IF
006210     MOVE WS-NOMBRE-BITACORA TO ARC-NOMBRE
006220     IF ARC-RESULTADO = SPACES
006230         MOVE WS-LEIDOS-ARCHIVO TO WS-TOTAL-DISPLAY
006240         STRING "LEIDOS "        DELIMITED BY SIZE
006250                WS-TOTAL-DISPLAY DELIMITED BY SIZE
006260             INTO ARC-RESULTADO
006270     END-IF
006280     MOVE WS-LINEA-ARCHIVO TO WS-LINEA-IMPRESION
006290     PERFORM ESCRIBIR-LINEA-REPORTE.
006300
006310 REPETIR-ARCHIVO-ESTADOS.
006320     MOVE 'N' TO WS-JOURNAL-EOF
006330     OPEN INPUT STATUS-JOURNAL-FILE
006340     IF WS-JOURNAL-STATUS NOT = "00"
006350         MOVE "NO DISPONIBLE" TO ARC-RESULTADO
006360     ELSE
006370         PERFORM REPETIR-UN-CAMBIO-ESTADO
006380             UNTIL JOURNAL-AL-FINAL
006390         CLOSE STATUS-JOURNAL-FILE
006400     END-IF.
006410
006420 REPETIR-ARCHIVO-AUTH-LOG.
006430     MOVE 'N' TO WS-AUTH-LOG-EOF
006440     OPEN INPUT AUTH-LOG-FILE
006450     IF WS-AUTH-LOG-STATUS NOT = "00"
006460         MOVE "NO DISPONIBLE" TO ARC-RESULTADO
006470     ELSE
006480         PERFORM REPETIR-UN-EVENTO-AUTH
006490             UNTIL AUTH-LOG-AL-FINAL
006500         CLOSE AUTH-LOG-FILE
006510     END-IF.
006520
006530*----------------------------------------------------------------*
006540* REPETIR-UN-CAMBIO-ESTADO - un registro sin numero de cadena no
006550* se puede ubicar contra la marca y solo se cuenta; LOG-CHAIN-
006560* VERIFY lo informa.  Lo asentado hasta la marca ya esta en la
006570* generacion.
006580*----------------------------------------------------------------*
006590 REPETIR-UN-CAMBIO-ESTADO.
006600     READ STATUS-JOURNAL-FILE
006610         AT END
006620             SET JOURNAL-AL-FINAL TO TRUE
006630         NOT AT END
006640             ADD 1 TO WS-LEIDOS-ARCHIVO
006650             ADD 1 TO TOT-LEIDOS(1)
006660             IF CES-CADENA-SECUENCIA NOT NUMERIC
006670                 OR CES-CADENA-SECUENCIA = ZERO
006680                 ADD 1 TO TOT-SIN-CADENA(1)
006690             ELSE
006700                 IF CES-CADENA-SECUENCIA <= WS-MARCA-VIGENTE
006710                     ADD 1 TO TOT-ANTERIORES(1)
006720                 ELSE
006730                     PERFORM APLICAR-CAMBIO-ESTADO
006740                 END-IF
006750             END-IF
006760     END-READ.
006770
006780*----------------------------------------------------------------*
006790* APLICAR-CAMBIO-ESTADO - deja DISP-ESTADO en el estado nuevo de
006800* la bitacora.  Si el maestro no estaba en el estado anterior que
006810* dice la bitacora se aplica igual y se avisa.  Un SEEDLOAD es
006820* una recarga de DEVICE-MASTER-LOAD, que tambien reemplazo la
006830* plantilla: el estado se repite, la plantilla no.  Un alta
006840* posterior al respaldo no esta en la generacion.
006850*----------------------------------------------------------------*
006860 APLICAR-CAMBIO-ESTADO.
006870     MOVE "BITACORA"           TO EVT-ORIGEN
006880     MOVE WS-SITIO-BITACORA    TO EVT-SITIO
006890     MOVE CES-CADENA-SECUENCIA TO EVT-SECUENCIA
006900     MOVE CES-FECHA-HORA       TO EVT-FECHA-HORA
006910     MOVE CES-DISPOSITIVO-ID   TO EVT-DISPOSITIVO
006920     MOVE CES-CAUSA            TO EVT-TIPO
006930     MOVE SPACES               TO EVT-DETALLE
006940     MOVE CES-DISPOSITIVO-ID   TO DISP-ID
006950     READ DEVICE-MASTER
006960         INVALID KEY
006970             MOVE "NO APLICADO" TO EVT-DISPOSICION
006980             IF CES-CAUSA = "SEEDLOAD"
006990                 MOVE "ALTA POSTERIOR: CORRER DEVICE-MASTER-LOAD"
007000                     TO EVT-DETALLE
007010             ELSE
007020                 MOVE "DISPOSITIVO NO ESTA EN LA GENERACION"
007030                     TO EVT-DETALLE
007040             END-IF
007050             ADD 1 TO TOT-NO-APLICADOS(1)
007060         NOT INVALID KEY
007070             MOVE DISP-ESTADO TO WS-ESTADO-PREVIO
007080             MOVE CES-ESTADO-NUEVO TO DISP-ESTADO
007090             REWRITE DISPOSITIVO-MAESTRO
007100                 INVALID KEY
007110                     PERFORM ANOTAR-REESCRITURA-FALLIDA
007120                     ADD 1 TO TOT-NO-APLICADOS(1)
007130                 NOT INVALID KEY
007140                     PERFORM CALIFICAR-CAMBIO-ESTADO
007150             END-REWRITE
007350     END-READ
007360     PERFORM ESCRIBIR-LINEA-EVENTO.
007361
007362 CALIFICAR-CAMBIO-ESTADO.
007363     STRING "ESTADO "        DELIMITED BY SIZE
007364            WS-ESTADO-PREVIO DELIMITED BY SIZE
007365            " A "            DELIMITED BY SIZE
007366            DISP-ESTADO      DELIMITED BY SIZE
007367         INTO EVT-DETALLE
007368     IF CES-CAUSA = "SEEDLOAD"
007369         MOVE "AVISO" TO EVT-DISPOSICION
007370         MOVE "; CORRER DEVICE-MASTER-LOAD"
007371             TO EVT-DETALLE(13:27)
007372         ADD 1 TO TOT-AVISOS(1)
007373     ELSE
007374         IF CES-ESTADO-ANTERIOR NOT = SPACE
007375             AND CES-ESTADO-ANTERIOR
007376                 NOT = WS-ESTADO-PREVIO
007377             MOVE "AVISO" TO EVT-DISPOSICION
007378             MOVE "; BITACORA DECIA "
007379                 TO EVT-DETALLE(13:17)
007380             MOVE CES-ESTADO-ANTERIOR
007381                 TO EVT-DETALLE(30:1)
007382             ADD 1 TO TOT-AVISOS(1)
007383         ELSE
007384             MOVE "APLICADO" TO EVT-DISPOSICION
007385             ADD 1 TO TOT-APLICADOS(1)
007386         END-IF
007387     END-IF.
007388
007389*----------------------------------------------------------------*
007390* ANOTAR-REESCRITURA-FALLIDA - el maestro rechazo el REWRITE: el
007391* evento no quedo aplicado y el reporte lleva el estado de archivo
007392* para que el operador lo complete a mano.
007393*----------------------------------------------------------------*
007394 ANOTAR-REESCRITURA-FALLIDA.
007395     MOVE "NO APLICADO" TO EVT-DISPOSICION
007396     MOVE SPACES TO EVT-DETALLE
007397     STRING "NO SE PUDO REESCRIBIR EL MAESTRO, ESTADO "
007398                DELIMITED BY SIZE
007399            WS-DEVICE-STATUS DELIMITED BY SIZE
007400         INTO EVT-DETALLE.
007401
007402*----------------------------------------------------------------*
007403* REPETIR-UN-EVENTO-AUTH - igual que REPETIR-UN-CAMBIO-ESTADO,
007404* para un registro de AUTH-LOG.
007410*----------------------------------------------------------------*
007420 REPETIR-UN-EVENTO-AUTH.
007430     READ AUTH-LOG-FILE
007440         AT END
007450             SET AUTH-LOG-AL-FINAL TO TRUE
007460         NOT AT END
007470             ADD 1 TO WS-LEIDOS-ARCHIVO
007480             ADD 1 TO TOT-LEIDOS(2)
007490             IF AUD-CADENA-SECUENCIA NOT NUMERIC
007500                 OR AUD-CADENA-SECUENCIA = ZERO
007510                 ADD 1 TO TOT-SIN-CADENA(2)
007520             ELSE
007530                 IF AUD-CADENA-SECUENCIA <= WS-MARCA-VIGENTE
007540                     ADD 1 TO TOT-ANTERIORES(2)
007550                 ELSE
007560                     PERFORM CLASIFICAR-EVENTO-AUTH
007570                 END-IF
007580             END-IF
007590     END-READ.
007600
007610*----------------------------------------------------------------*
007620* CLASIFICAR-EVENTO-AUTH - solo cuatro eventos dejaron algo en
007630* DEVICE-MASTER: un AUTH que llego a comparar factores (resultado
007640* de factor no en blanco), un EXPIRED, y un OVERRIDE o RENEW
007650* aplicados.  Los cambios de estado de OVERRIDE y DEACTIVATE ya
007660* vienen de DEVICE-STATUS-JOURNAL; el resto no toco el maestro y
007670* solo se cuenta.
007680*----------------------------------------------------------------*
007690 CLASIFICAR-EVENTO-AUTH.
007700     MOVE SPACES TO WS-EFECTO-EVENTO
007710     EVALUATE TRUE
007720         WHEN AUD-TIPO-EVENTO = "AUTH"
007730             AND AUD-FACTOR-1-RESULTADO NOT = SPACE
007740             SET EFECTO-INTENTO TO TRUE
007750         WHEN AUD-TIPO-EVENTO = "EXPIRED"
007760             SET EFECTO-VENCIDO TO TRUE
007770         WHEN AUD-TIPO-EVENTO = "OVERRIDE"
007780             AND AUD-RESULTADO = 'S'
007790             SET EFECTO-OVERRIDE TO TRUE
007800         WHEN AUD-TIPO-EVENTO = "RENEW"
007810             AND AUD-RESULTADO = 'S'
007820             SET EFECTO-RENOVACION TO TRUE
007830         WHEN OTHER
007840             CONTINUE
007850     END-EVALUATE
007860     IF WS-EFECTO-EVENTO = SPACES
007870         ADD 1 TO TOT-SIN-EFECTO(2)
007880     ELSE
007890         PERFORM APLICAR-EVENTO-AUTH
007900     END-IF.
007910
007920 APLICAR-EVENTO-AUTH.
007930     MOVE "AUTH-LOG"           TO EVT-ORIGEN
007940     MOVE WS-SITIO-BITACORA    TO EVT-SITIO
007950     MOVE AUD-CADENA-SECUENCIA TO EVT-SECUENCIA
007960     MOVE AUD-FECHA-HORA       TO EVT-FECHA-HORA
007970     MOVE AUD-DISPOSITIVO-ID   TO EVT-DISPOSITIVO
007980     MOVE AUD-TIPO-EVENTO      TO EVT-TIPO
007990     MOVE SPACES               TO EVT-DETALLE
008000     MOVE "APLICADO"           TO EVT-DISPOSICION
008010     MOVE AUD-DISPOSITIVO-ID   TO DISP-ID
008020     READ DEVICE-MASTER
008030         INVALID KEY
008040             MOVE "NO APLICADO" TO EVT-DISPOSICION
008050             MOVE "DISPOSITIVO NO ESTA EN LA GENERACION"
008060                 TO EVT-DETALLE
008070         NOT INVALID KEY
008080             EVALUATE TRUE
008090                 WHEN EFECTO-INTENTO
008100                     PERFORM REPETIR-INTENTO
008110                 WHEN EFECTO-VENCIDO
008120                     PERFORM REPETIR-VENCIMIENTO
008130                 WHEN EFECTO-OVERRIDE
008140                     MOVE ZERO TO DISP-INTENTOS-FALLIDOS
008150                     MOVE "FALLOS EN CERO" TO EVT-DETALLE
008160                 WHEN EFECTO-RENOVACION
008170                     PERFORM REPETIR-RENOVACION
008180             END-EVALUATE
008190             REWRITE DISPOSITIVO-MAESTRO
008192                 INVALID KEY
008194                     PERFORM ANOTAR-REESCRITURA-FALLIDA
008196             END-REWRITE
008200     END-READ
008210     EVALUATE EVT-DISPOSICION
008220         WHEN "APLICADO"
008230             ADD 1 TO TOT-APLICADOS(2)
008240         WHEN "AVISO"
008250             ADD 1 TO TOT-AVISOS(2)
008260         WHEN OTHER
008270             ADD 1 TO TOT-NO-APLICADOS(2)
008280     END-EVALUATE
008290     PERFORM ESCRIBIR-LINEA-EVENTO.
008300
008310*----------------------------------------------------------------*
008320* REPETIR-INTENTO - lo mismo que EVALUAR-BIOMETRICO y COMPARAR-
008330* FACTORES-BIOMETRICOS de IOT-AUTH-DEVICE dejaron en el maestro,
008340* con la fecha/hora del evento.  El pase a revision al llegar al
008350* limite viene de la bitacora de estados (LOCKOUT).
008360*----------------------------------------------------------------*
008370 REPETIR-INTENTO.
008380     IF NOT DISP-FACTORES-PROTEGIDOS
008390         PERFORM PROTEGER-PLANTILLA-EN-CLARO
008400     END-IF
008410     IF DISP-FECHA-RENOVACION = SPACES
008420         MOVE DISP-FECHA-REGISTRO TO DISP-FECHA-RENOVACION
008430     END-IF
008440     MOVE AUD-FECHA-HORA TO DISP-ULTIMO-INTENTO
008450     IF AUD-RESULTADO = 'S'
008460         MOVE ZERO TO DISP-INTENTOS-FALLIDOS
008470         MOVE "EXITOSO, FALLOS EN CERO" TO EVT-DETALLE
008480     ELSE
008490         ADD 1 TO DISP-INTENTOS-FALLIDOS
008500         MOVE DISP-INTENTOS-FALLIDOS TO WS-FALLOS-DISPLAY
008510         STRING "FALLIDO, FALLOS "  DELIMITED BY SIZE
008520                WS-FALLOS-DISPLAY   DELIMITED BY SIZE
008530             INTO EVT-DETALLE
008540     END-IF.
008550
008560 REPETIR-VENCIMIENTO.
008570     IF DISP-FECHA-RENOVACION = SPACES
008580         MOVE DISP-FECHA-REGISTRO TO DISP-FECHA-RENOVACION
008590     END-IF
008600     MOVE AUD-FECHA-HORA TO DISP-ULTIMO-INTENTO
008610     MOVE "PLANTILLA VENCIDA, ULTIMO INTENTO" TO EVT-DETALLE.
008620
008630*----------------------------------------------------------------*
008640* REPETIR-RENOVACION - AUTH-LOG no guarda los factores: la
008650* plantilla renovada solo se recupera de la transaccion RENEW del
008660* lote del sitio, y solo si ese lote es todavia el del dia del
008670* evento.  Sin ella se dejan los fallos en cero como hizo el RENEW
008680* pero la plantilla y su fecha quedan las de la generacion, y el
008690* operador debe repetir la renovacion.
008700*----------------------------------------------------------------*
008710 REPETIR-RENOVACION.
008720     MOVE ZERO TO DISP-INTENTOS-FALLIDOS
008730     PERFORM BUSCAR-RENOVACION-EN-LOTE
008740     IF WS-RENOVACION-HALLADA = 'S'
008750         IF WS-RENOV-FORMATO = "P"
008760             MOVE WS-RENOV-FACTOR-1 TO DISP-FACTOR-1
008770             MOVE WS-RENOV-FACTOR-2 TO DISP-FACTOR-2
008780         ELSE
008790             MOVE WS-RENOV-FACTOR-1 TO BDG-FACTOR
008800             MOVE 1 TO BDG-NUMERO-FACTOR
008810             PERFORM RESUMIR-FACTOR
008820             MOVE BDG-RESUMEN TO DISP-FACTOR-1
008830             MOVE WS-RENOV-FACTOR-2 TO BDG-FACTOR
008840             MOVE 2 TO BDG-NUMERO-FACTOR
008850             PERFORM RESUMIR-FACTOR
008860             MOVE BDG-RESUMEN TO DISP-FACTOR-2
008870         END-IF
008880         SET DISP-FACTORES-PROTEGIDOS TO TRUE
008890         MOVE AUD-FECHA-HORA(1:8) TO DISP-FECHA-RENOVACION
008900         MOVE "PLANTILLA RENOVADA DESDE EL LOTE" TO EVT-DETALLE
008910     ELSE
008920         MOVE "AVISO" TO EVT-DISPOSICION
008930         MOVE "PLANTILLA NO RECUPERABLE: REPETIR RENEW"
008940             TO EVT-DETALLE
008950     END-IF.
008960
008970*----------------------------------------------------------------*
008980* BUSCAR-RENOVACION-EN-LOTE - la ultima transaccion RENEW del lote
008990* del sitio para el dispositivo y el operador del evento.
009000*----------------------------------------------------------------*
009010 BUSCAR-RENOVACION-EN-LOTE.
009020     MOVE 'N' TO WS-RENOVACION-HALLADA
009030     IF WS-FECHA-LOTE-SITIO NOT = SPACES
009040         AND WS-FECHA-LOTE-SITIO = AUD-FECHA-HORA(1:8)
009050         MOVE 'N' TO WS-TRANS-EOF
009060         OPEN INPUT TRANSACTION-FILE
009070         IF WS-TRANS-STATUS = "00"
009080             PERFORM REVISAR-UNA-TRANSACCION
009090                 UNTIL TRANS-AL-FINAL
009100             CLOSE TRANSACTION-FILE
009110         END-IF
009120     END-IF.
009130
009140 REVISAR-UNA-TRANSACCION.
009150     READ TRANSACTION-FILE
009160         AT END
009170             SET TRANS-AL-FINAL TO TRUE
009180         NOT AT END
009190             IF TRAN-ES-RENOVACION
009200                 AND TRAN-DISPOSITIVO-ID = AUD-DISPOSITIVO-ID
009210                 AND TRAN-OPERADOR-ID = AUD-OPERADOR-ID
009220                 MOVE 'S' TO WS-RENOVACION-HALLADA
009230                 MOVE TRAN-BIOMETRICO-1     TO WS-RENOV-FACTOR-1
009240                 MOVE TRAN-BIOMETRICO-2     TO WS-RENOV-FACTOR-2
009250                 MOVE TRAN-FORMATO-FACTORES TO WS-RENOV-FORMATO
009260             END-IF
009270     END-READ.
009280
009290*----------------------------------------------------------------*
009300* PROTEGER-PLANTILLA-EN-CLARO / RESUMIR-FACTOR - las mismas de
009310* IOT-AUTH-DEVICE.
009320*----------------------------------------------------------------*
009330 PROTEGER-PLANTILLA-EN-CLARO.
009340     MOVE DISP-FACTOR-1 TO BDG-FACTOR
009350     MOVE 1 TO BDG-NUMERO-FACTOR
009360     PERFORM RESUMIR-FACTOR
009370     MOVE BDG-RESUMEN TO DISP-FACTOR-1
009380     MOVE DISP-FACTOR-2 TO BDG-FACTOR
009390     MOVE 2 TO BDG-NUMERO-FACTOR
009400     PERFORM RESUMIR-FACTOR
009410     MOVE BDG-RESUMEN TO DISP-FACTOR-2
009420     SET DISP-FACTORES-PROTEGIDOS TO TRUE.
009430
009440 RESUMIR-FACTOR.
009450     MOVE DISP-ID TO BDG-DISPOSITIVO-ID
009460     CALL "BIOMETRIC-DIGEST" USING PARAMETROS-RESUMEN-FACTOR
009470     END-CALL.
009480
009490*----------------------------------------------------------------*
009500* CARGAR-REGISTRO-SITIOS - igual que en DEVICE-MASTER-LOAD: sin
009510* SITE-MASTER, o vacio, queda solo el sitio DEFAULT.
009520*----------------------------------------------------------------*
009530 CARGAR-REGISTRO-SITIOS.
009540     MOVE ZERO TO WS-SITIOS-CONTADOR
009550     OPEN INPUT SITE-MASTER-FILE
009560     IF WS-SITE-MASTER-STATUS = "00"
009570         PERFORM LEER-UN-SITIO
009580             UNTIL SITE-MASTER-AL-FINAL
009590                 OR WS-SITIOS-CONTADOR >= 50
009600         IF WS-SITIOS-CONTADOR >= 50
009610             AND NOT SITE-MASTER-AL-FINAL
009620             DISPLAY "CARGAR-REGISTRO-SITIOS: mas de 50 sitios "
009630                 "en SITE-MASTER - no se cargaron los que "
009640                 "siguen al sitio 50"
009650         END-IF
009660         CLOSE SITE-MASTER-FILE
009670     END-IF
009680     IF WS-SITIOS-CONTADOR = ZERO
009690         MOVE 1 TO WS-SITIOS-CONTADOR
009700         MOVE "DEFAULT" TO WS-SITIO-ENTRADA(1)
009710     END-IF.
009720
009730 LEER-UN-SITIO.
009740     READ SITE-MASTER-FILE
009750         AT END
009760             SET SITE-MASTER-AL-FINAL TO TRUE
009770         NOT AT END
009780             IF SM-SITE-ID NOT = SPACES
009790                 ADD 1 TO WS-SITIOS-CONTADOR
009800                 MOVE SM-SITE-ID
009810                     TO WS-SITIO-ENTRADA(WS-SITIOS-CONTADOR)
009820             END-IF
009830     END-READ.
009840
009850*----------------------------------------------------------------*
009860* IMPRIMIR-GENERACION - generacion elegida y sus marcas.
009870*----------------------------------------------------------------*
009880 IMPRIMIR-GENERACION.
009890     DISPLAY "Generacion: " WS-NOMBRE-RESPALDO
009900     MOVE "GENERACION" TO WS-LINEA-IMPRESION(1:30)
009910     MOVE WS-NOMBRE-RESPALDO TO WS-LINEA-IMPRESION(31:40)
009920     PERFORM ESCRIBIR-LINEA-REPORTE
009930     MOVE "FECHA / HORA DEL RESPALDO" TO WS-LINEA-IMPRESION(1:30)
009940     MOVE WS-GEN-FECHA TO WS-LINEA-IMPRESION(31:8)
009950     MOVE WS-GEN-HORA  TO WS-LINEA-IMPRESION(40:6)
009960     PERFORM ESCRIBIR-LINEA-REPORTE
009970     MOVE WS-GEN-REGISTROS TO WS-TOTAL-DISPLAY
009980     MOVE "REGISTROS CATALOGADOS" TO WS-LINEA-IMPRESION(1:30)
009990     MOVE WS-TOTAL-DISPLAY TO WS-LINEA-IMPRESION(31:9)
010000     PERFORM ESCRIBIR-LINEA-REPORTE
010010     PERFORM IMPRIMIR-UNA-MARCA
010020         VARYING WS-MARCA-INDICE FROM 1 BY 1
010030         UNTIL WS-MARCA-INDICE > WS-MARCAS-CONTADOR.
010040
010050 IMPRIMIR-UNA-MARCA.
010060     MOVE "MARCA DE CADENA" TO WS-LINEA-IMPRESION(1:30)
010070     MOVE MRC-TIPO-BITACORA(WS-MARCA-INDICE)
010080         TO WS-LINEA-IMPRESION(31:8)
010090     MOVE MRC-SITIO-ID(WS-MARCA-INDICE)
010100         TO WS-LINEA-IMPRESION(40:8)
010110     MOVE MRC-SECUENCIA(WS-MARCA-INDICE) TO WS-TOTAL-DISPLAY
010120     MOVE WS-TOTAL-DISPLAY TO WS-LINEA-IMPRESION(49:9)
010130     PERFORM ESCRIBIR-LINEA-REPORTE.
010140
010150 IMPRIMIR-ENCABEZADO-EVENTOS.
010160     PERFORM ESCRIBIR-LINEA-REPORTE
010170     MOVE "--- EVENTOS REPETIDOS DESPUES DE LA GENERACION ---"
010180         TO WS-LINEA-IMPRESION
010190     PERFORM ESCRIBIR-LINEA-REPORTE
010200     MOVE WS-ENCABEZADO-EVENTOS TO WS-LINEA-IMPRESION
010210     PERFORM ESCRIBIR-LINEA-REPORTE.
010220
010230 ESCRIBIR-LINEA-EVENTO.
010240     MOVE WS-LINEA-EVENTO TO WS-LINEA-IMPRESION
010250     PERFORM ESCRIBIR-LINEA-REPORTE.
010260
010270*----------------------------------------------------------------*
010280* IMPRIMIR-TOTALES - por origen: bitacora de estados y AUTH-LOG.
010290*----------------------------------------------------------------*
010300 IMPRIMIR-TOTALES.
010310     PERFORM ESCRIBIR-LINEA-REPORTE
010320     MOVE "--- TOTALES           BITACORA  AUTH-LOG ---"
010330         TO WS-LINEA-IMPRESION
010340     PERFORM ESCRIBIR-LINEA-REPORTE
010350     MOVE "REGISTROS LEIDOS" TO TOT-ETIQUETA
010360     MOVE TOT-LEIDOS(1) TO TOT-VALOR-1
010370     MOVE TOT-LEIDOS(2) TO TOT-VALOR-2
010380     PERFORM ESCRIBIR-LINEA-TOTAL
010390     MOVE "YA EN LA GENERACION" TO TOT-ETIQUETA
010400     MOVE TOT-ANTERIORES(1) TO TOT-VALOR-1
010410     MOVE TOT-ANTERIORES(2) TO TOT-VALOR-2
010420     PERFORM ESCRIBIR-LINEA-TOTAL
010430     MOVE "SIN NUMERO DE CADENA" TO TOT-ETIQUETA
010440     MOVE TOT-SIN-CADENA(1) TO TOT-VALOR-1
010450     MOVE TOT-SIN-CADENA(2) TO TOT-VALOR-2
010460     PERFORM ESCRIBIR-LINEA-TOTAL
010470     MOVE "SIN EFECTO EN EL MAESTRO" TO TOT-ETIQUETA
010480     MOVE TOT-SIN-EFECTO(1) TO TOT-VALOR-1
010490     MOVE TOT-SIN-EFECTO(2) TO TOT-VALOR-2
010500     PERFORM ESCRIBIR-LINEA-TOTAL
010510     MOVE "APLICADOS" TO TOT-ETIQUETA
010520     MOVE TOT-APLICADOS(1) TO TOT-VALOR-1
010530     MOVE TOT-APLICADOS(2) TO TOT-VALOR-2
010540     PERFORM ESCRIBIR-LINEA-TOTAL
010550     MOVE "APLICADOS CON AVISO" TO TOT-ETIQUETA
010560     MOVE TOT-AVISOS(1) TO TOT-VALOR-1
010570     MOVE TOT-AVISOS(2) TO TOT-VALOR-2
010580     PERFORM ESCRIBIR-LINEA-TOTAL
010590     MOVE "NO APLICADOS" TO TOT-ETIQUETA
010600     MOVE TOT-NO-APLICADOS(1) TO TOT-VALOR-1
010610     MOVE TOT-NO-APLICADOS(2) TO TOT-VALOR-2
010620     PERFORM ESCRIBIR-LINEA-TOTAL
010630     DISPLAY "Bitacora aplicados: " TOT-APLICADOS(1)
010640         " con aviso: " TOT-AVISOS(1)
010650         " no aplicados: " TOT-NO-APLICADOS(1)
010660     DISPLAY "AUTH-LOG aplicados: " TOT-APLICADOS(2)
010670         " con aviso: " TOT-AVISOS(2)
010680         " no aplicados: " TOT-NO-APLICADOS(2).
010690
010700 ESCRIBIR-LINEA-TOTAL.
010710     MOVE WS-LINEA-TOTAL TO WS-LINEA-IMPRESION
010720     PERFORM ESCRIBIR-LINEA-REPORTE.
010730
010740*----------------------------------------------------------------*
010750* ABRIR-ARCHIVO-REPORTE - arma el nombre fechado, estampa fecha y
010760* hora de corrida en el encabezado de pagina y deja el contador
010770* de lineas listo para que la primera linea fuerce los
010780* encabezados de la pagina uno.
010790*----------------------------------------------------------------*
010800 ABRIR-ARCHIVO-REPORTE.
010810     ACCEPT WS-HORA-CORRIDA FROM TIME
010820     MOVE WS-HORA-CORRIDA TO WS-HORA-DISPLAY
010830     MOVE SPACES TO WS-NOMBRE-REPORTE
010840     STRING "DEVICE-RECOVERY-" WS-FECHA-HOY
010850         DELIMITED BY SIZE INTO WS-NOMBRE-REPORTE
010860     MOVE WS-FECHA-HOY TO COR-FECHA
010870     MOVE WS-HORA-DISPLAY(1:6) TO COR-HORA
010880     MOVE 99 TO WS-CONTADOR-LINEAS
010890     MOVE ZERO TO WS-CONTADOR-PAGINAS
010900     OPEN OUTPUT REPORT-PRINT-FILE
010910     IF WS-ESTADO-REPORTE NOT = "00"
010920         DISPLAY "No se pudo abrir " WS-NOMBRE-REPORTE
010930     END-IF.
010940
010950 CERRAR-ARCHIVO-REPORTE.
010960     IF WS-ESTADO-REPORTE = "00"
010970         MOVE "*** FIN DEL REPORTE ***" TO WS-LINEA-IMPRESION
010980         PERFORM ESCRIBIR-LINEA-REPORTE
010990         CLOSE REPORT-PRINT-FILE
011000         DISPLAY "Reporte escrito en " WS-NOMBRE-REPORTE
011010     END-IF.
011020
011030*----------------------------------------------------------------*
011040* ESCRIBIR-LINEA-REPORTE - escribe WS-LINEA-IMPRESION saltando de
011050* pagina con encabezados repetidos cuando la pagina se llena, y
011060* deja la linea en blanco.  Sin archivo de impresion abierto no
011070* hace nada.
011080*----------------------------------------------------------------*
011090 ESCRIBIR-LINEA-REPORTE.
011100     IF WS-ESTADO-REPORTE = "00"
011110         IF WS-CONTADOR-LINEAS >= WS-LINEAS-POR-PAGINA
011120             PERFORM ESCRIBIR-ENCABEZADOS-PAGINA
011130         END-IF
011140         WRITE PRINT-RECORD FROM WS-LINEA-IMPRESION
011150         ADD 1 TO WS-CONTADOR-LINEAS
011160     END-IF
011170     MOVE SPACES TO WS-LINEA-IMPRESION.
011180
011190 ESCRIBIR-ENCABEZADOS-PAGINA.
011200     ADD 1 TO WS-CONTADOR-PAGINAS
011210     MOVE WS-CONTADOR-PAGINAS TO TIT-NUMERO-PAGINA
011220     WRITE PRINT-RECORD FROM WS-LINEA-TITULO
011230     WRITE PRINT-RECORD FROM WS-LINEA-CORRIDA
011240     MOVE SPACES TO PRINT-RECORD
011250     WRITE PRINT-RECORD
011260     MOVE 3 TO WS-CONTADOR-LINEAS
011270     IF WS-CONTADOR-PAGINAS > 1
011280         WRITE PRINT-RECORD FROM WS-ENCABEZADO-EVENTOS
011290         MOVE SPACES TO PRINT-RECORD
011300         WRITE PRINT-RECORD
011310         ADD 2 TO WS-CONTADOR-LINEAS
011320     END-IF.
