000010*================================================================*
000020* PROGRAM-ID.  DEVICE-MASTER-BACKUP
000030* AUTOR.       J. GUSTAVO VERASTEGUI
000040* INSTALACION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* FECHA-ESCRITURA. 2026-10-15
000060* FECHA-COMPILACION.
000070*----------------------------------------------------------------*
000080* Respaldo nocturno de DEVICE-MASTER.  Descarga el maestro
000090* completo, en orden de DISP-ID, a una generacion fechada
000100* "DEVICE-MASTER-BKP-<aaaammdd>-<hhmmss>" y la anota en DEVICE-
000110* MASTER-BACKUP-CATALOG con la cantidad de registros descargados.
000120* Antes de descargar toma, de "<archivo>-CHAIN", el ultimo numero
000130* de cadena asentado en DEVICE-STATUS-JOURNAL y en el AUTH-LOG de
000140* cada sitio de SITE-MASTER, y lo anota junto a la generacion:
000150* DEVICE-MASTER-RECOVERY repite lo asentado despues de esa marca.
000160* Corre en la ventana nocturna despues del lote de autenticacion
000170* de todos los sitios, cuando nada escribe en DEVICE-MASTER.
000180* Se conservan las generaciones que indica la tarjeta BACKUP-
000190* CONTROL (7 por omision), contando la de la corrida; las mas
000200* viejas se vacian y salen del catalogo.  Un maestro que no abre
000210* no deja generacion y no se retira ninguna.
000220*----------------------------------------------------------------*
000230* HISTORIAL DE MODIFICACIONES
000240*   FECHA       AUTOR   DESCRIPCION
000250*   2026-10-15  JGV     Version inicial.
000251*   2026-10-15  JGV     Se cuentan los dispositivos leidos del
000252*                       maestro y al terminar se asienta en RUN-
000253*                       CONTROL-LEDGER (RUN-CONTROL-POST) el
000254*                       registro de control de la corrida para
000255*                       RUN-CONTROL-BALANCE.
000260*================================================================*
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. DEVICE-MASTER-BACKUP.
000290 AUTHOR. J. GUSTAVO VERASTEGUI.
000300 INSTALLATION. IOYOU SOLUTIONS.
000310 DATE-WRITTEN. 2026-10-15.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BACKUP-CARD-FILE
000380         ASSIGN TO "BACKUP-CONTROL"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-CARD-STATUS.
000410
000420     SELECT DEVICE-MASTER
000430         ASSIGN TO "DEVICE-MASTER"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS DISP-ID
000470         FILE STATUS IS WS-DEVICE-STATUS.
000480
000490     SELECT RESPALDO-FILE
000500         ASSIGN TO DYNAMIC WS-NOMBRE-RESPALDO
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RESPALDO-STATUS.
000530
000540     SELECT RESPALDO-RETIRADO-FILE
000550         ASSIGN TO DYNAMIC WS-NOMBRE-RETIRADO
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-RETIRADO-STATUS.
000580
000590     SELECT CATALOGO-FILE
000600         ASSIGN TO "DEVICE-MASTER-BACKUP-CATALOG"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-CATALOGO-STATUS.
000630
000640     SELECT CATALOGO-WORK-FILE
000650         ASSIGN TO "DEVICE-MASTER-BACKUP-CATALOG-WORK"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-CAT-WORK-STATUS.
000680
000690     SELECT CHAIN-STATE-FILE
000700         ASSIGN TO DYNAMIC WS-NOMBRE-ESTADO-CADENA
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-CADENA-STATUS.
000730
000740     SELECT SITE-MASTER-FILE
000750         ASSIGN TO "SITE-MASTER"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-SITE-MASTER-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  BACKUP-CARD-FILE
000820     RECORDING MODE IS F.
000830     COPY BKPCARD.
000840
000850 FD  DEVICE-MASTER.
000860     COPY DEVMAST.
000870
000880*----------------------------------------------------------------*
000890* Una generacion guarda el registro de DEVICE-MASTER tal cual,
000900* con el mismo largo de DEVMAST.CPY.
000910*----------------------------------------------------------------*
000920 FD  RESPALDO-FILE
000930     RECORDING MODE IS F.
000940 01  RESPALDO-REGISTRO.
000950     05  RSP-DATOS               PIC X(120).
000960
000970 FD  RESPALDO-RETIRADO-FILE
000980     RECORDING MODE IS F.
000990 01  RESPALDO-RETIRADO-REGISTRO.
001000     05  RTR-DATOS               PIC X(120).
001010
001020 FD  CATALOGO-FILE
001030     RECORDING MODE IS F.
001040     COPY BKPCAT.
001050
001060 FD  CATALOGO-WORK-FILE
001070     RECORDING MODE IS F.
001080 01  CATALOGO-WORK-REGISTRO.
001090     05  CWK-DATOS               PIC X(80).
001100
001110 FD  CHAIN-STATE-FILE
001120     RECORDING MODE IS F.
001130 01  CHAIN-STATE-DATA            PIC X(120).
001140
001150 FD  SITE-MASTER-FILE
001160     RECORDING MODE IS F.
001170     COPY SITEMAST.
001180
001190 WORKING-STORAGE SECTION.
001200 01 WS-CARD-STATUS         PIC X(02) VALUE "00".
001210 01 WS-DEVICE-STATUS       PIC X(02) VALUE "00".
001220 01 WS-RESPALDO-STATUS     PIC X(02) VALUE "00".
001230 01 WS-RETIRADO-STATUS     PIC X(02) VALUE "00".
001240 01 WS-CATALOGO-STATUS     PIC X(02) VALUE "00".
001250 01 WS-CAT-WORK-STATUS     PIC X(02) VALUE "00".
001260 01 WS-CADENA-STATUS       PIC X(02) VALUE "00".
001270 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
001280
001290 01 WS-DEVICE-EOF          PIC X VALUE 'N'.
001300     88 DEVICE-AL-FINAL        VALUE 'Y'.
001310 01 WS-CATALOGO-EOF        PIC X VALUE 'N'.
001320     88 CATALOGO-AL-FINAL      VALUE 'Y'.
001330 01 WS-CAT-WORK-EOF        PIC X VALUE 'N'.
001340     88 CAT-WORK-AL-FINAL      VALUE 'Y'.
001350
001360     COPY LOGCHAIN.
001370
001380* Generacion de la corrida
001390 01 WS-FECHA-HOY           PIC X(08) VALUE SPACES.
001400 01 WS-HORA-CORRIDA        PIC 9(08) VALUE ZERO.
001410 01 WS-HORA-DISPLAY        PIC X(08) VALUE SPACES.
001420 01 WS-NOMBRE-RESPALDO     PIC X(40) VALUE SPACES.
001430 01 WS-NOMBRE-RETIRADO     PIC X(40) VALUE SPACES.
001440 01 WS-RESPALDO-COMPLETO   PIC X VALUE 'N'.
001450 01 WS-GENERACIONES        PIC 9(03) VALUE 7.
001460
001470* Retiro de generaciones: cuantas hay en el catalogo, cuantas de
001480* las mas viejas salen, y si el registro que se esta copiando
001490* pertenece a una que sale.
001500 01 WS-GENERACIONES-CATALOGO PIC 9(05) COMP VALUE ZERO.
001510 01 WS-GENERACIONES-A-RETIRAR PIC 9(05) COMP VALUE ZERO.
001520 01 WS-GENERACION-ORDINAL  PIC 9(05) COMP VALUE ZERO.
001530 01 WS-GENERACION-RETIRADA PIC X VALUE 'N'.
001540
001550* Marcas de cadena tomadas antes de descargar: la bitacora de
001560* cambios de estado y el AUTH-LOG de cada sitio.
001570 01 WS-MARCAS-CONTADOR     PIC 9(03) COMP VALUE ZERO.
001580 01 WS-MARCA-INDICE        PIC 9(03) COMP VALUE ZERO.
001590 01 WS-TABLA-MARCAS.
001600     05 WS-MARCA-ENTRADA OCCURS 51 TIMES.
001610         10 MRC-TIPO-BITACORA  PIC X(08).
001620         10 MRC-SITIO-ID       PIC X(08).
001630         10 MRC-SECUENCIA      PIC 9(09).
001640 01 WS-NOMBRE-ARCHIVO-CADENA PIC X(40) VALUE SPACES.
001650 01 WS-NOMBRE-ESTADO-CADENA  PIC X(50) VALUE SPACES.
001660 01 WS-TIPO-BITACORA       PIC X(08) VALUE SPACES.
001670 01 WS-SITIO-BITACORA      PIC X(08) VALUE SPACES.
001680
001690* Registro de sitios, igual que en DEVICE-MASTER-LOAD.
001700 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
001710     88 SITE-MASTER-AL-FINAL   VALUE 'Y'.
001720 01 WS-SITIOS-CONTADOR     PIC 9(03) COMP VALUE ZERO.
001730 01 WS-SITIO-INDICE        PIC 9(03) COMP VALUE ZERO.
001740 01 WS-TABLA-SITIOS.
001750     05 WS-SITIO-ENTRADA OCCURS 50 TIMES
001760         PIC X(08).
001770
001780* Contadores de la corrida
001790 01 WS-DESCARGADOS         PIC 9(09) COMP VALUE ZERO.
001800 01 WS-RETIRADAS           PIC 9(05) COMP VALUE ZERO.
001802 01 WS-LEIDOS-MAESTRO      PIC 9(09) COMP VALUE ZERO.
001804
001806* Registro de control de la corrida para RUN-CONTROL-LEDGER.
001808     COPY RUNCTL.
001810
001820 PROCEDURE DIVISION.
001830 INICIO.
001840     DISPLAY "Respaldo de DEVICE-MASTER..."
001850
001860     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
001870     ACCEPT WS-HORA-CORRIDA FROM TIME
001880     MOVE WS-HORA-CORRIDA TO WS-HORA-DISPLAY
001890     MOVE SPACES TO WS-NOMBRE-RESPALDO
001900     STRING "DEVICE-MASTER-BKP-"  DELIMITED BY SIZE
001910            WS-FECHA-HOY          DELIMITED BY SIZE
001920            "-"                   DELIMITED BY SIZE
001930            WS-HORA-DISPLAY(1:6)  DELIMITED BY SIZE
001940         INTO WS-NOMBRE-RESPALDO
001945     PERFORM INICIAR-CONTROL-CORRIDA
001950
001960     PERFORM LEER-TARJETA-RESPALDO
001970     PERFORM CARGAR-REGISTRO-SITIOS
001980     PERFORM TOMAR-MARCAS-BITACORAS
001990     PERFORM DESCARGAR-MAESTRO
002000
002010     IF WS-RESPALDO-COMPLETO = 'S'
002020         PERFORM RETIRAR-GENERACIONES-VIEJAS
002030         PERFORM CATALOGAR-GENERACION
002040         DISPLAY "Generacion " WS-NOMBRE-RESPALDO
002050             " registros: " WS-DESCARGADOS
002060         DISPLAY "Generaciones retiradas: " WS-RETIRADAS
002070             " conservadas: " WS-GENERACIONES
002080     ELSE
002090         DISPLAY "No se grabo generacion de respaldo; el "
002100             "catalogo queda como estaba."
002105         SET RCL-INCOMPLETE TO TRUE
002110     END-IF
002115     PERFORM ASENTAR-CONTROL-CORRIDA
002120     GOBACK.
002130
002140*----------------------------------------------------------------*
002150* LEER-TARJETA-RESPALDO - generaciones a conservar.  Sin tarjeta,
002160* o con el campo en cero o no numerico, quedan las 7 de omision.
002170*----------------------------------------------------------------*
002180 LEER-TARJETA-RESPALDO.
002190     OPEN INPUT BACKUP-CARD-FILE
002200     IF WS-CARD-STATUS = "00"
002210         READ BACKUP-CARD-FILE
002220             AT END
002230                 CONTINUE
002240             NOT AT END
002250                 IF BKP-GENERACIONES IS NUMERIC
002260                     AND BKP-GENERACIONES > ZERO
002270                     MOVE BKP-GENERACIONES TO WS-GENERACIONES
002280                 END-IF
002290         END-READ
002300         CLOSE BACKUP-CARD-FILE
002310     END-IF.
002320
002330*----------------------------------------------------------------*
002340* TOMAR-MARCAS-BITACORAS - ultimo numero de cadena asentado en
002350* DEVICE-STATUS-JOURNAL, una sola para toda la flota, y en el
002360* AUTH-LOG de cada sitio.  Una bitacora sin estado de cadena
002370* todavia no tiene nada asentado y su marca es cero.
002380*----------------------------------------------------------------*
002390 TOMAR-MARCAS-BITACORAS.
002400     MOVE ZERO TO WS-MARCAS-CONTADOR
002410     MOVE "STATJRNL" TO WS-TIPO-BITACORA
002420     MOVE "DEFAULT"  TO WS-SITIO-BITACORA
002430     MOVE "DEVICE-STATUS-JOURNAL" TO WS-NOMBRE-ARCHIVO-CADENA
002440     PERFORM TOMAR-UNA-MARCA
002450     PERFORM TOMAR-MARCA-AUTH-LOG-SITIO
002460         VARYING WS-SITIO-INDICE FROM 1 BY 1
002470         UNTIL WS-SITIO-INDICE > WS-SITIOS-CONTADOR.
002480
002490 TOMAR-MARCA-AUTH-LOG-SITIO.
002500     MOVE "AUTHLOG" TO WS-TIPO-BITACORA
002510     MOVE WS-SITIO-ENTRADA(WS-SITIO-INDICE) TO WS-SITIO-BITACORA
002520     MOVE SPACES TO WS-NOMBRE-ARCHIVO-CADENA
002530     IF WS-SITIO-BITACORA = "DEFAULT"
002540         MOVE "AUTH-LOG" TO WS-NOMBRE-ARCHIVO-CADENA
002550     ELSE
002560         STRING "AUTH-LOG-"       DELIMITED BY SIZE
002570                WS-SITIO-BITACORA DELIMITED BY SPACE
002580             INTO WS-NOMBRE-ARCHIVO-CADENA
002590     END-IF
002600     PERFORM TOMAR-UNA-MARCA.
002610
002620 TOMAR-UNA-MARCA.
002630     ADD 1 TO WS-MARCAS-CONTADOR
002640     MOVE WS-TIPO-BITACORA
002650         TO MRC-TIPO-BITACORA(WS-MARCAS-CONTADOR)
002660     MOVE WS-SITIO-BITACORA
002670         TO MRC-SITIO-ID(WS-MARCAS-CONTADOR)
002680     MOVE ZERO TO MRC-SECUENCIA(WS-MARCAS-CONTADOR)
002690     MOVE SPACES TO WS-NOMBRE-ESTADO-CADENA
002700     STRING WS-NOMBRE-ARCHIVO-CADENA DELIMITED BY SPACE
002710            "-CHAIN"                 DELIMITED BY SIZE
002720         INTO WS-NOMBRE-ESTADO-CADENA
002730     OPEN INPUT CHAIN-STATE-FILE
002740     IF WS-CADENA-STATUS = "00"
002750         READ CHAIN-STATE-FILE INTO LOG-CHAIN-STATE-RECORD
002760             AT END
002770                 CONTINUE
002780             NOT AT END
002790                 IF LCS-LAST-SEQ IS NUMERIC
002800                     MOVE LCS-LAST-SEQ
002810                         TO MRC-SECUENCIA(WS-MARCAS-CONTADOR)
002820                 END-IF
002830         END-READ
002840         CLOSE CHAIN-STATE-FILE
002850     END-IF.
002860
002870*----------------------------------------------------------------*
002880* DESCARGAR-MAESTRO - copia DEVICE-MASTER completo a la
002890* generacion de la corrida.  La generacion cuenta como completa
002900* solo si el maestro abrio y se leyo hasta el final.
002910*----------------------------------------------------------------*
002920 DESCARGAR-MAESTRO.
002930     MOVE 'N' TO WS-RESPALDO-COMPLETO
002940     MOVE 'N' TO WS-DEVICE-EOF
002950     OPEN INPUT DEVICE-MASTER
002960     IF WS-DEVICE-STATUS NOT = "00"
002970         DISPLAY "DEVICE-MASTER no disponible (estado "
002980             WS-DEVICE-STATUS "); no se respalda."
002990     ELSE
003000         OPEN OUTPUT RESPALDO-FILE
003010         IF WS-RESPALDO-STATUS NOT = "00"
003020             DISPLAY "No se pudo abrir " WS-NOMBRE-RESPALDO
003030                 " (estado " WS-RESPALDO-STATUS ")"
003040         ELSE
003050             PERFORM DESCARGAR-UN-DISPOSITIVO
003060                 UNTIL DEVICE-AL-FINAL
003070             CLOSE RESPALDO-FILE
003080             MOVE 'S' TO WS-RESPALDO-COMPLETO
003090         END-IF
003100         CLOSE DEVICE-MASTER
003110     END-IF.
003120
003130 DESCARGAR-UN-DISPOSITIVO.
003140     READ DEVICE-MASTER NEXT RECORD
003150         AT END
003160             SET DEVICE-AL-FINAL TO TRUE
003170         NOT AT END
003175             ADD 1 TO WS-LEIDOS-MAESTRO
003180             MOVE DISPOSITIVO-MAESTRO TO RSP-DATOS
003190             WRITE RESPALDO-REGISTRO
003200             ADD 1 TO WS-DESCARGADOS
003210     END-READ.
003220
003230*----------------------------------------------------------------*
003240* RETIRAR-GENERACIONES-VIEJAS - si con la generacion de la
003250* corrida el catalogo pasaria de las generaciones a conservar,
003260* las mas viejas se vacian y el catalogo se reescribe sin ellas
003270* ni sus marcas, pasando por DEVICE-MASTER-BACKUP-CATALOG-WORK
003280* igual que LOG-HOUSEKEEPING reescribe una bitacora.
003290*----------------------------------------------------------------*
003300 RETIRAR-GENERACIONES-VIEJAS.
003310     PERFORM CONTAR-GENERACIONES
003320     MOVE ZERO TO WS-GENERACIONES-A-RETIRAR
003330     IF WS-GENERACIONES-CATALOGO + 1 > WS-GENERACIONES
003340         COMPUTE WS-GENERACIONES-A-RETIRAR =
003350             WS-GENERACIONES-CATALOGO + 1 - WS-GENERACIONES
003360     END-IF
003370     IF WS-GENERACIONES-A-RETIRAR > ZERO
003380         PERFORM COPIAR-CATALOGO-A-WORK
003390         PERFORM COPIAR-WORK-A-CATALOGO
003400     END-IF.
003410
003420 CONTAR-GENERACIONES.
003430     MOVE ZERO TO WS-GENERACIONES-CATALOGO
003440     MOVE 'N' TO WS-CATALOGO-EOF
003450     OPEN INPUT CATALOGO-FILE
003460     IF WS-CATALOGO-STATUS = "00"
003470         PERFORM CONTAR-UNA-GENERACION
003480             UNTIL CATALOGO-AL-FINAL
003490         CLOSE CATALOGO-FILE
003500     END-IF.
003510
003520 CONTAR-UNA-GENERACION.
003530     READ CATALOGO-FILE
003540         AT END
003550             SET CATALOGO-AL-FINAL TO TRUE
003560         NOT AT END
003570             IF BKC-ES-GENERACION
003580                 ADD 1 TO WS-GENERACIONES-CATALOGO
003590             END-IF
003600     END-READ.
003610
003620 COPIAR-CATALOGO-A-WORK.
003630     MOVE ZERO TO WS-GENERACION-ORDINAL
003640     MOVE 'N' TO WS-GENERACION-RETIRADA
003650     MOVE 'N' TO WS-CATALOGO-EOF
003660     OPEN INPUT CATALOGO-FILE
003670     OPEN OUTPUT CATALOGO-WORK-FILE
003680     PERFORM COPIAR-UN-REGISTRO-CATALOGO
003690         UNTIL CATALOGO-AL-FINAL
003700     CLOSE CATALOGO-FILE
003710     CLOSE CATALOGO-WORK-FILE.
003720
003730*----------------------------------------------------------------*
003740* COPIAR-UN-REGISTRO-CATALOGO - cada registro 'G' decide si su
003750* generacion sale; los registros 'M' que le siguen corren la
003760* misma suerte.
003770*----------------------------------------------------------------*
003780 COPIAR-UN-REGISTRO-CATALOGO.
003790     READ CATALOGO-FILE
003800         AT END
003810             SET CATALOGO-AL-FINAL TO TRUE
003820         NOT AT END
003830             IF BKC-ES-GENERACION
003840                 ADD 1 TO WS-GENERACION-ORDINAL
003850                 IF WS-GENERACION-ORDINAL
003860                     <= WS-GENERACIONES-A-RETIRAR
003870                     MOVE 'S' TO WS-GENERACION-RETIRADA
003880                     PERFORM VACIAR-GENERACION-RETIRADA
003890                 ELSE
003900                     MOVE 'N' TO WS-GENERACION-RETIRADA
003910                 END-IF
003920             END-IF
003930             IF WS-GENERACION-RETIRADA = 'N'
003940                 MOVE REGISTRO-CATALOGO-RESPALDO TO CWK-DATOS
003950                 WRITE CATALOGO-WORK-REGISTRO
003960             END-IF
003970     END-READ.
003980
003990 VACIAR-GENERACION-RETIRADA.
004000     MOVE BKC-ARCHIVO TO WS-NOMBRE-RETIRADO
004010     OPEN OUTPUT RESPALDO-RETIRADO-FILE
004020     IF WS-RETIRADO-STATUS = "00"
004030         CLOSE RESPALDO-RETIRADO-FILE
004040     END-IF
004050     ADD 1 TO WS-RETIRADAS
004060     DISPLAY "Generacion retirada: " BKC-ARCHIVO.
004070
004080 COPIAR-WORK-A-CATALOGO.
004090     MOVE 'N' TO WS-CAT-WORK-EOF
004100     OPEN INPUT CATALOGO-WORK-FILE
004110     OPEN OUTPUT CATALOGO-FILE
004120     PERFORM COPIAR-UN-REGISTRO-WORK
004130         UNTIL CAT-WORK-AL-FINAL
004140     CLOSE CATALOGO-WORK-FILE
004150     CLOSE CATALOGO-FILE
004160     OPEN OUTPUT CATALOGO-WORK-FILE
004170     CLOSE CATALOGO-WORK-FILE.
004180
004190 COPIAR-UN-REGISTRO-WORK.
004200     READ CATALOGO-WORK-FILE
004210         AT END
004220             SET CAT-WORK-AL-FINAL TO TRUE
004230         NOT AT END
004240             MOVE CWK-DATOS TO REGISTRO-CATALOGO-RESPALDO
004250             WRITE REGISTRO-CATALOGO-RESPALDO
004260     END-READ.
004270
004280*----------------------------------------------------------------*
004290* CATALOGAR-GENERACION - anexa al catalogo la generacion de la
004300* corrida y sus marcas de cadena.
004310*----------------------------------------------------------------*
004320 CATALOGAR-GENERACION.
004330     OPEN EXTEND CATALOGO-FILE
004340     IF WS-CATALOGO-STATUS NOT = "00"
004350         OPEN OUTPUT CATALOGO-FILE
004360     END-IF
004370     MOVE SPACES TO REGISTRO-CATALOGO-RESPALDO
004380     SET BKC-ES-GENERACION TO TRUE
004390     MOVE WS-NOMBRE-RESPALDO   TO BKC-ARCHIVO
004400     MOVE WS-FECHA-HOY         TO BKC-FECHA
004410     MOVE WS-HORA-DISPLAY(1:6) TO BKC-HORA
004420     MOVE WS-DESCARGADOS       TO BKC-REGISTROS
004430     WRITE REGISTRO-CATALOGO-RESPALDO
004440     PERFORM CATALOGAR-UNA-MARCA
004450         VARYING WS-MARCA-INDICE FROM 1 BY 1
004460         UNTIL WS-MARCA-INDICE > WS-MARCAS-CONTADOR
004470     CLOSE CATALOGO-FILE.
004480
004490 CATALOGAR-UNA-MARCA.
004500     MOVE SPACES TO REGISTRO-CATALOGO-RESPALDO
004510     SET BKC-ES-MARCA TO TRUE
004520     MOVE WS-NOMBRE-RESPALDO TO BKC-ARCHIVO
004530     MOVE MRC-TIPO-BITACORA(WS-MARCA-INDICE) TO BKC-TIPO-BITACORA
004540     MOVE MRC-SITIO-ID(WS-MARCA-INDICE)      TO BKC-SITIO-ID
004550     MOVE MRC-SECUENCIA(WS-MARCA-INDICE)     TO BKC-SECUENCIA
004560     WRITE REGISTRO-CATALOGO-RESPALDO.
004570
004580*----------------------------------------------------------------*
004590* CARGAR-REGISTRO-SITIOS - igual que en DEVICE-MASTER-LOAD: sin
004600* SITE-MASTER, o vacio, queda solo el sitio DEFAULT.
004610*----------------------------------------------------------------*
004620 CARGAR-REGISTRO-SITIOS.
004630     MOVE ZERO TO WS-SITIOS-CONTADOR
004640     OPEN INPUT SITE-MASTER-FILE
004650     IF WS-SITE-MASTER-STATUS = "00"
004660         PERFORM LEER-UN-SITIO
004670             UNTIL SITE-MASTER-AL-FINAL
004680                 OR WS-SITIOS-CONTADOR >= 50
004690         IF WS-SITIOS-CONTADOR >= 50
004700             AND NOT SITE-MASTER-AL-FINAL
004710             DISPLAY "CARGAR-REGISTRO-SITIOS: mas de 50 sitios "
004720                 "en SITE-MASTER - no se cargaron los que "
004730                 "siguen al sitio 50"
004740         END-IF
004750         CLOSE SITE-MASTER-FILE
004760     END-IF
004770     IF WS-SITIOS-CONTADOR = ZERO
004780         MOVE 1 TO WS-SITIOS-CONTADOR
004790         MOVE "DEFAULT" TO WS-SITIO-ENTRADA(1)
004800     END-IF.
004810
004820 LEER-UN-SITIO.
004830     READ SITE-MASTER-FILE
004840         AT END
004850             SET SITE-MASTER-AL-FINAL TO TRUE
004860         NOT AT END
004870             IF SM-SITE-ID NOT = SPACES
004880                 ADD 1 TO WS-SITIOS-CONTADOR
004890                 MOVE SM-SITE-ID
004900                     TO WS-SITIO-ENTRADA(WS-SITIOS-CONTADOR)
004910             END-IF
004920     END-READ.
004930
004940*----------------------------------------------------------------*
004950* INICIAR-CONTROL-CORRIDA - fecha y hora de inicio del registro
004960* de control, las mismas que nombran la generacion.
004970*----------------------------------------------------------------*
004980 INICIAR-CONTROL-CORRIDA.
004990     INITIALIZE RUN-CONTROL-RECORD
005000     MOVE "DEVICE-MASTER-BACKUP" TO RCL-PROGRAM-ID
005010     MOVE "DEFAULT"              TO RCL-SITE-ID
005020     MOVE WS-FECHA-HOY           TO RCL-RUN-DATE
005030     MOVE WS-HORA-DISPLAY(1:6)   TO RCL-START-TIME
005040     SET RCL-COMPLETED TO TRUE.
005050
005060*----------------------------------------------------------------*
005070* ASENTAR-CONTROL-CORRIDA - leidos del maestro = descargados a la
005080* generacion; ademas generaciones retiradas y marcas de cadena.
005090*----------------------------------------------------------------*
005100 ASENTAR-CONTROL-CORRIDA.
005110     MOVE WS-LEIDOS-MAESTRO  TO RCL-INPUT-COUNT
005120     MOVE WS-DESCARGADOS     TO RCL-OUTPUT-COUNT-1
005130     MOVE WS-RETIRADAS       TO RCL-OUTPUT-COUNT-2
005140     MOVE WS-MARCAS-CONTADOR TO RCL-OUTPUT-COUNT-3
005150     CALL "RUN-CONTROL-POST" USING RUN-CONTROL-RECORD
005160     END-CALL.
