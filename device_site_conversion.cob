000010*================================================================*
000020* PROGRAM-ID.  DEVICE-SITE-CONVERSION
000030* AUTOR.       J. GUSTAVO VERASTEGUI
000040* INSTALACION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* FECHA-ESCRITURA. 2026-10-15
000060* FECHA-COMPILACION.
000070*----------------------------------------------------------------*
000080* Conversion de una sola vez de DEVICE-MASTER a la disposicion
000090* con DISP-SITIO-ID (registro de 95 a 120 posiciones).  El
000100* maestro anterior se descarga completo a DEVICE-MASTER-WORK ya
000110* en la disposicion nueva, con el sitio de la tarjeta SITE-
000120* CONTROL (DEFAULT si no hay tarjeta) como sitio propietario de
000130* todo dispositivo, y recien con esa copia cerrada en disco se
000140* recrea DEVICE-MASTER desde ella, igual que LOG-HOUSEKEEPING
000150* reescribe una bitacora desde su archivo WORK.  Terminada la
000160* recarga DEVICE-MASTER-WORK se vacia: si la corrida aborta a
000170* mitad de la recarga, volver a correrla recarga otra vez desde
000180* la copia; si ya termino, no queda nada que recargar.
000190* Despues aplica DEVICE-SITE-ASSIGNMENTS, si existe: cada
000200* registro pasa un dispositivo a otro sitio registrado en SITE-
000210* MASTER.  Ese paso puede volver a correrse cuando haga falta
000220* mover dispositivos entre sitios sin recargar su plantilla por
000230* DEVICE-MASTER-LOAD.
000240*----------------------------------------------------------------*
000250* HISTORIAL DE MODIFICACIONES
000260*   FECHA       AUTOR   DESCRIPCION
000270*   2026-10-15  JGV     Version inicial.
000280*================================================================*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DEVICE-SITE-CONVERSION.
000310 AUTHOR. J. GUSTAVO VERASTEGUI.
000320 INSTALLATION. IOYOU SOLUTIONS.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MAESTRO-ANTERIOR
000400         ASSIGN TO "DEVICE-MASTER"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS ANT-ID
000440         FILE STATUS IS WS-ANTERIOR-STATUS.
000450
000460     SELECT DEVICE-MASTER
000470         ASSIGN TO "DEVICE-MASTER"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS DISP-ID
000510         FILE STATUS IS WS-DEVICE-STATUS.
000520
000530     SELECT MAESTRO-WORK-FILE
000540         ASSIGN TO "DEVICE-MASTER-WORK"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-WORK-STATUS.
000570
000580     SELECT SITE-CARD-FILE
000590         ASSIGN TO "SITE-CONTROL"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-SITE-STATUS.
000620
000630     SELECT SITE-MASTER-FILE
000640         ASSIGN TO "SITE-MASTER"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-SITE-MASTER-STATUS.
000670
000680     SELECT ASIGNACION-FILE
000690         ASSIGN TO "DEVICE-SITE-ASSIGNMENTS"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-ASIGNACION-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750*----------------------------------------------------------------*
000760* El maestro se lee con la disposicion anterior, declarada aqui:
000770* las primeras 94 posiciones son las mismas de DEVMAST.CPY.
000780*----------------------------------------------------------------*
000790 FD  MAESTRO-ANTERIOR.
000800 01  DISPOSITIVO-MAESTRO-ANTERIOR.
000810     05  ANT-ID                  PIC X(20).
000820     05  ANT-DATOS               PIC X(74).
000830     05  FILLER                  PIC X(01).
000840
000850 FD  DEVICE-MASTER.
000860     COPY DEVMAST.
000870
000880 FD  MAESTRO-WORK-FILE
000890     RECORDING MODE IS F.
000900 01  MAESTRO-WORK-RECORD.
000910     05  MWK-DATOS               PIC X(120).
000920
000930 FD  SITE-CARD-FILE
000940     RECORDING MODE IS F.
000950     COPY SITECARD.
000960
000970 FD  SITE-MASTER-FILE
000980     RECORDING MODE IS F.
000990     COPY SITEMAST.
001000
001010 FD  ASIGNACION-FILE
001020     RECORDING MODE IS F.
001030 01  ASIGNACION-SITIO.
001040     05  ASG-DISPOSITIVO-ID      PIC X(20).
001050     05  ASG-SITIO-ID            PIC X(08).
001060     05  FILLER                  PIC X(12).
001070
001080 WORKING-STORAGE SECTION.
001090 01 WS-ANTERIOR-STATUS     PIC X(02) VALUE "00".
001100 01 WS-DEVICE-STATUS       PIC X(02) VALUE "00".
001110 01 WS-WORK-STATUS         PIC X(02) VALUE "00".
001120 01 WS-SITE-STATUS         PIC X(02) VALUE "00".
001130 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
001140 01 WS-ASIGNACION-STATUS   PIC X(02) VALUE "00".
001150
001160 01 WS-ANTERIOR-EOF        PIC X VALUE 'N'.
001170     88 ANTERIOR-AL-FINAL      VALUE 'Y'.
001180 01 WS-WORK-EOF            PIC X VALUE 'N'.
001190     88 WORK-AL-FINAL          VALUE 'Y'.
001200 01 WS-ASIGNACION-EOF      PIC X VALUE 'N'.
001210     88 ASIGNACION-AL-FINAL    VALUE 'Y'.
001220
001230* Sitio de la instalacion: propietario inicial de todo
001240* dispositivo convertido.
001250 01 WS-SITIO-ID            PIC X(08) VALUE SPACES.
001260
001270* Registro de sitios, igual que en DEVICE-MASTER-LOAD.
001280 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
001290     88 SITE-MASTER-AL-FINAL   VALUE 'Y'.
001300 01 WS-SITIOS-CONTADOR     PIC 9(03) COMP VALUE ZERO.
001310 01 WS-SITIO-INDICE        PIC 9(03) COMP VALUE ZERO.
001320 01 WS-TABLA-SITIOS.
001330     05 WS-SITIO-ENTRADA OCCURS 50 TIMES
001340         PIC X(08).
001350 01 WS-SITIO-BUSCADO       PIC X(08) VALUE SPACES.
001360 01 WS-SITIO-REGISTRADO    PIC X VALUE 'N'.
001370
001380* Contadores de la corrida
001390 01 WS-DESCARGADOS         PIC 9(07) COMP VALUE ZERO.
001400 01 WS-RECARGADOS          PIC 9(07) COMP VALUE ZERO.
001410 01 WS-ASIGNACIONES-LEIDAS PIC 9(07) COMP VALUE ZERO.
001420 01 WS-ASIGNACIONES-HECHAS PIC 9(07) COMP VALUE ZERO.
001430
001440 PROCEDURE DIVISION.
001450 INICIO.
001460     DISPLAY "Conversion de DEVICE-MASTER a sitio propietario..."
001470
001480     PERFORM CARGAR-PERFIL-SITIO
001490     PERFORM CARGAR-REGISTRO-SITIOS
001500     MOVE WS-SITIO-ID TO WS-SITIO-BUSCADO
001510     PERFORM VERIFICAR-SITIO-REGISTRADO
001520     IF WS-SITIO-REGISTRADO NOT = 'S'
001530         DISPLAY "Aviso: el sitio " WS-SITIO-ID
001540             " de SITE-CONTROL no figura en SITE-MASTER."
001550     END-IF
001560
001570     PERFORM DESCARGAR-MAESTRO-ANTERIOR
001580     PERFORM RECARGAR-MAESTRO
001590     PERFORM APLICAR-ASIGNACIONES
001600
001610     DISPLAY "DEVICE-MASTER descargados: " WS-DESCARGADOS
001620         " recargados: " WS-RECARGADOS
001630     DISPLAY "Asignaciones de sitio leidas: "
001640         WS-ASIGNACIONES-LEIDAS
001650         " aplicadas: " WS-ASIGNACIONES-HECHAS
001660     GOBACK.
001670
001680*----------------------------------------------------------------*
001690* CARGAR-PERFIL-SITIO - sitio de la tarjeta SITE-CONTROL, la
001700* misma que leen NIGHTLY-BATCH-DRIVER y SECURITY-BOOT.  Sin
001710* tarjeta, o vacia, el sitio es DEFAULT.
001720*----------------------------------------------------------------*
001730 CARGAR-PERFIL-SITIO.
001740     MOVE SPACES TO WS-SITIO-ID
001750     OPEN INPUT SITE-CARD-FILE
001760     IF WS-SITE-STATUS = "00"
001770         READ SITE-CARD-FILE
001780             AT END
001790                 CONTINUE
001800             NOT AT END
001810                 MOVE SITE-ID TO WS-SITIO-ID
001820         END-READ
001830         CLOSE SITE-CARD-FILE
001840     END-IF
001850     IF WS-SITIO-ID = SPACES
001860         MOVE "DEFAULT" TO WS-SITIO-ID
001870     END-IF.
001880
001890*----------------------------------------------------------------*
001900* DESCARGAR-MAESTRO-ANTERIOR - copia cada registro del maestro
001910* anterior a DEVICE-MASTER-WORK en la disposicion nueva.  Un
001920* maestro inexistente no tiene nada que convertir; uno que no abre
001930* con la disposicion anterior ya fue convertido, y se deja como
001940* esta.
001950*----------------------------------------------------------------*
001960 DESCARGAR-MAESTRO-ANTERIOR.
001970     MOVE 'N' TO WS-ANTERIOR-EOF
001980     OPEN INPUT MAESTRO-ANTERIOR
001990     IF WS-ANTERIOR-STATUS NOT = "00"
002000         DISPLAY "DEVICE-MASTER no abre con la disposicion "
002010             "anterior (estado " WS-ANTERIOR-STATUS
002020             "); no se descarga."
002030     ELSE
002040         OPEN OUTPUT MAESTRO-WORK-FILE
002050         PERFORM DESCARGAR-UN-DISPOSITIVO
002060             UNTIL ANTERIOR-AL-FINAL
002070         CLOSE MAESTRO-ANTERIOR
002080         CLOSE MAESTRO-WORK-FILE
002090     END-IF.
002100
002110 DESCARGAR-UN-DISPOSITIVO.
002120     READ MAESTRO-ANTERIOR NEXT RECORD
002130         AT END
002140             SET ANTERIOR-AL-FINAL TO TRUE
002150         NOT AT END
002160             MOVE SPACES      TO DISPOSITIVO-MAESTRO
002170             MOVE ANT-ID      TO DISP-ID
002180             MOVE ANT-DATOS   TO DISPOSITIVO-MAESTRO(21:74)
002190             MOVE WS-SITIO-ID TO DISP-SITIO-ID
002200             MOVE DISPOSITIVO-MAESTRO TO MWK-DATOS
002210             WRITE MAESTRO-WORK-RECORD
002220             ADD 1 TO WS-DESCARGADOS
002230     END-READ.
002240
002250*----------------------------------------------------------------*
002260* RECARGAR-MAESTRO - recrea DEVICE-MASTER desde DEVICE-MASTER-
002270* WORK solo si la copia tiene registros, y al terminar la vacia
002280* para que una corrida posterior no vuelva a pisar el maestro.
002290*----------------------------------------------------------------*
002300 RECARGAR-MAESTRO.
002310     MOVE 'N' TO WS-WORK-EOF
002320     OPEN INPUT MAESTRO-WORK-FILE
002330     IF WS-WORK-STATUS NOT = "00"
002340         DISPLAY "DEVICE-MASTER-WORK no disponible; no hay "
002350             "nada que recargar."
002360     ELSE
002370         READ MAESTRO-WORK-FILE
002380             AT END
002390                 SET WORK-AL-FINAL TO TRUE
002400         END-READ
002410         IF WORK-AL-FINAL
002420             DISPLAY "DEVICE-MASTER-WORK vacio; DEVICE-MASTER "
002430                 "ya estaba convertido."
002440             CLOSE MAESTRO-WORK-FILE
002450         ELSE
002460             OPEN OUTPUT DEVICE-MASTER
002470             PERFORM RECARGAR-UN-DISPOSITIVO
002480                 UNTIL WORK-AL-FINAL
002490             CLOSE DEVICE-MASTER
002500             CLOSE MAESTRO-WORK-FILE
002510             OPEN OUTPUT MAESTRO-WORK-FILE
002520             CLOSE MAESTRO-WORK-FILE
002530         END-IF
002540     END-IF.
002550
002560*----------------------------------------------------------------*
002570* RECARGAR-UN-DISPOSITIVO - graba el registro de trabajo ya leido
002580* y lee el siguiente.
002590*----------------------------------------------------------------*
002600 RECARGAR-UN-DISPOSITIVO.
002610     MOVE MWK-DATOS TO DISPOSITIVO-MAESTRO
002620     WRITE DISPOSITIVO-MAESTRO
002630         INVALID KEY
002640             DISPLAY "No se pudo recargar " DISP-ID
002650                 " (estado " WS-DEVICE-STATUS ")"
002660         NOT INVALID KEY
002670             ADD 1 TO WS-RECARGADOS
002680     END-WRITE
002690     READ MAESTRO-WORK-FILE
002700         AT END
002710             SET WORK-AL-FINAL TO TRUE
002720     END-READ.
002730
002740*----------------------------------------------------------------*
002750* APLICAR-ASIGNACIONES - cada registro de DEVICE-SITE-ASSIGNMENTS
002760* pasa el dispositivo indicado al sitio indicado.  Un sitio que
002770* no figura en SITE-MASTER o un dispositivo que no existe se
002780* informan y no se aplican.
002790*----------------------------------------------------------------*
002800 APLICAR-ASIGNACIONES.
002810     MOVE 'N' TO WS-ASIGNACION-EOF
002820     OPEN INPUT ASIGNACION-FILE
002830     IF WS-ASIGNACION-STATUS NOT = "00"
002840         DISPLAY "DEVICE-SITE-ASSIGNMENTS no disponible; todo "
002850             "dispositivo queda en su sitio actual."
002860     ELSE
002870         OPEN I-O DEVICE-MASTER
002880         PERFORM APLICAR-UNA-ASIGNACION
002890             UNTIL ASIGNACION-AL-FINAL
002900         CLOSE DEVICE-MASTER
002910         CLOSE ASIGNACION-FILE
002920     END-IF.
002930
002940 APLICAR-UNA-ASIGNACION.
002950     READ ASIGNACION-FILE
002960         AT END
002970             SET ASIGNACION-AL-FINAL TO TRUE
002980         NOT AT END
002990             ADD 1 TO WS-ASIGNACIONES-LEIDAS
003000             MOVE ASG-SITIO-ID TO WS-SITIO-BUSCADO
003010             PERFORM VERIFICAR-SITIO-REGISTRADO
003020             IF WS-SITIO-REGISTRADO NOT = 'S'
003030                 DISPLAY "Sitio no registrado en SITE-MASTER: "
003040                     ASG-SITIO-ID " - " ASG-DISPOSITIVO-ID
003050             ELSE
003060                 PERFORM ASIGNAR-SITIO-DISPOSITIVO
003070             END-IF
003080     END-READ.
003090
003100 ASIGNAR-SITIO-DISPOSITIVO.
003110     MOVE ASG-DISPOSITIVO-ID TO DISP-ID
003120     READ DEVICE-MASTER
003130         INVALID KEY
003140             DISPLAY "Asignacion: dispositivo no existe - "
003150                 ASG-DISPOSITIVO-ID
003160         NOT INVALID KEY
003170             MOVE ASG-SITIO-ID TO DISP-SITIO-ID
003180             REWRITE DISPOSITIVO-MAESTRO
003190             ADD 1 TO WS-ASIGNACIONES-HECHAS
003200     END-READ.
003210
003220*----------------------------------------------------------------*
003230* CARGAR-REGISTRO-SITIOS - igual que en DEVICE-MASTER-LOAD: sin
003240* SITE-MASTER, o vacio, queda solo el sitio DEFAULT.
003250*----------------------------------------------------------------*
003260 CARGAR-REGISTRO-SITIOS.
003270     MOVE ZERO TO WS-SITIOS-CONTADOR
003280     OPEN INPUT SITE-MASTER-FILE
003290     IF WS-SITE-MASTER-STATUS = "00"
003300         PERFORM LEER-UN-SITIO
003310             UNTIL SITE-MASTER-AL-FINAL
003320                 OR WS-SITIOS-CONTADOR >= 50
003330         IF WS-SITIOS-CONTADOR >= 50
003340             AND NOT SITE-MASTER-AL-FINAL
003350             DISPLAY "CARGAR-REGISTRO-SITIOS: mas de 50 sitios "
003360                 "en SITE-MASTER - no se cargaron los que "
003370                 "siguen al sitio 50"
003380         END-IF
003390         CLOSE SITE-MASTER-FILE
003400     END-IF
003410     IF WS-SITIOS-CONTADOR = ZERO
003420         MOVE 1 TO WS-SITIOS-CONTADOR
003430         MOVE "DEFAULT" TO WS-SITIO-ENTRADA(1)
003440     END-IF.
003450
003460 LEER-UN-SITIO.
003470     READ SITE-MASTER-FILE
003480         AT END
003490             SET SITE-MASTER-AL-FINAL TO TRUE
003500         NOT AT END
003510             IF SM-SITE-ID NOT = SPACES
003520                 ADD 1 TO WS-SITIOS-CONTADOR
003530                 MOVE SM-SITE-ID
003540                     TO WS-SITIO-ENTRADA(WS-SITIOS-CONTADOR)
003550             END-IF
003560     END-READ.
003570
003580*----------------------------------------------------------------*
003590* VERIFICAR-SITIO-REGISTRADO - marca WS-SITIO-REGISTRADO si WS-
003600* SITIO-BUSCADO esta en la tabla de sitios.
003610*----------------------------------------------------------------*
003620 VERIFICAR-SITIO-REGISTRADO.
003630     MOVE 'N' TO WS-SITIO-REGISTRADO
003640     PERFORM COMPARAR-UN-SITIO
003650         VARYING WS-SITIO-INDICE FROM 1 BY 1
003660         UNTIL WS-SITIO-INDICE > WS-SITIOS-CONTADOR
003670             OR WS-SITIO-REGISTRADO = 'S'.
003680
003690 COMPARAR-UN-SITIO.
003700     IF WS-SITIO-ENTRADA(WS-SITIO-INDICE) = WS-SITIO-BUSCADO
003710         MOVE 'S' TO WS-SITIO-REGISTRADO
003720     END-IF.
