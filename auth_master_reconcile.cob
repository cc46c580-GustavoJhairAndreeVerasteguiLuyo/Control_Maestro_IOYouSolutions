000270* sin override de hoy, y el contador solo se exige igual cuando un
000280* evento de hoy lo reinicio (de lo contrario solo se exige que el
000290* maestro no quede por debajo de lo que el log implica).
000291*
000292* Cada sitio de SITE-MASTER lleva su propio AUTH-LOG (AUTH-LOG-
000293* <sitio>; el sitio DEFAULT conserva el nombre simple) y todos se
000294* repiten contra el mismo DEVICE-MASTER.  Cada excepcion lleva el
000295* sitio propietario del dispositivo, y al final se muestran
000296* eventos, dispositivos y excepciones por sitio.
000300*----------------------------------------------------------------*
000310* HISTORIAL DE MODIFICACIONES
000320*   FECHA       AUTOR   DESCRIPCION
000330*   2026-09-02  JGV     Version inicial.
000331*   2026-10-15  JGV     Se repite el AUTH-LOG de cada sitio de
000332*                       SITE-MASTER; los rechazos WRONGSITE no
000333*                       tocan el maestro y no se repiten.  Las
000334*                       excepciones llevan EXC-SITIO-ID y los
000335*                       totales se desglosan por sitio.
000340*================================================================*
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. AUTH-MASTER-RECONCILE.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000441     SELECT SITE-MASTER-FILE
000442         ASSIGN TO "SITE-MASTER"
000443         ORGANIZATION IS SEQUENTIAL
000444         FILE STATUS IS WS-SITE-MASTER-STATUS.
000445
000450     SELECT AUTH-LOG-FILE
000460         ASSIGN TO DYNAMIC WS-NOMBRE-AUTH-LOG
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-AUTH-LOG-STATUS.
000490
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000632 FD  SITE-MASTER-FILE
000634     RECORDING MODE IS F.
000636     COPY SITEMAST.
000638
000640 FD  AUTH-LOG-FILE
000650     RECORDING MODE IS F.
000660     COPY AUTHLOG.
000760 01 WS-AUTH-LOG-STATUS     PIC X(02) VALUE "00".
000770 01 WS-DEVICE-STATUS       PIC X(02) VALUE "00".
000780 01 WS-EXCEPTION-STATUS    PIC X(02) VALUE "00".
000785 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
000790
000800 01 WS-AUTH-LOG-EOF        PIC X VALUE 'N'.
000810     88 AUTH-LOG-AL-FINAL      VALUE 'Y'.
000820 01 WS-DEVICE-EOF          PIC X VALUE 'N'.
000830     88 MAESTRO-AL-FINAL       VALUE 'Y'.
000831 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
000832     88 SITE-MASTER-AL-FINAL   VALUE 'Y'.
000833
000834* Registro de sitios (sin SITE-MASTER, o vacio, queda el unico
000835* sitio DEFAULT) con los totales de la corrida por sitio.
000836 01 WS-SITIOS-CONTADOR     PIC 9(03) COMP VALUE ZERO.
000837 01 WS-SITIO-INDICE        PIC 9(03) COMP VALUE ZERO.
000838 01 WS-SITIO-ENCONTRADO    PIC 9(03) COMP VALUE ZERO.
000839 01 WS-TABLA-SITIOS.
000840     05 WS-SITIO-REGISTRO OCCURS 50 TIMES.
000841         10 WS-SITIO-ENTRADA     PIC X(08).
000842         10 SIT-EVENTOS          PIC 9(07) COMP.
000843         10 SIT-DISPOSITIVOS     PIC 9(05) COMP.
000844         10 SIT-EXCEPCIONES      PIC 9(05) COMP.
000845 01 WS-SITIO-BUSCADO       PIC X(08) VALUE SPACES.
000846 01 WS-NOMBRE-AUTH-LOG     PIC X(20) VALUE SPACES.
000847 01 WS-SITIO-LOG           PIC X(08) VALUE SPACES.
000848 01 WS-TOTAL-SITIO-DIS     PIC ZZZZZZ9 VALUE SPACES.
000849 01 WS-DISP-SITIO-DIS      PIC ZZZZ9 VALUE SPACES.
000850 01 WS-EXC-SITIO-DIS       PIC ZZZZ9 VALUE SPACES.
000851
000852 01 WS-FECHA-HOY           PIC X(08) VALUE SPACES.
000860 COPY LOCKLIM.
000870
000880* Estado por dispositivo reconstruido de los eventos de hoy: el
001000         10 TAB-FALLOS           PIC 9(03) COMP.
001010         10 TAB-RESET-VISTO      PIC X(01).
001020         10 TAB-OVRD-VISTO       PIC X(01).
001025         10 TAB-SITIO            PIC X(08).
001030
001040* Campos de armado de la excepcion en curso
001050 01 WS-EXC-ID              PIC X(20) VALUE SPACES.
001060 01 WS-EXC-RAZON           PIC X(08) VALUE SPACES.
001070 01 WS-EXC-DETALLE         PIC X(44) VALUE SPACES.
001075 01 WS-EXC-SITIO           PIC X(08) VALUE SPACES.
001080 01 WS-FALLOS-MAESTRO-DIS  PIC 9(03) VALUE ZERO.
001090 01 WS-FALLOS-LOG-DIS      PIC 9(03) VALUE ZERO.
001100
001160     DISPLAY "Conciliando DEVICE-MASTER contra AUTH-LOG..."
001170
001180     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
001185     PERFORM CARGAR-REGISTRO-SITIOS
001190
001200     OPEN OUTPUT EXCEPTION-FILE
001210
001220     PERFORM EXPLORAR-AUTH-LOG
001223         VARYING WS-SITIO-INDICE FROM 1 BY 1
001226         UNTIL WS-SITIO-INDICE > WS-SITIOS-CONTADOR
001230
001240     OPEN INPUT DEVICE-MASTER
001250     IF WS-DEVICE-STATUS NOT = "00"
001390     DISPLAY "Eventos de hoy repetidos:  " WS-EVENTO-CONTADOR
001400     DISPLAY "Dispositivos examinados:   " WS-TAB-USADAS
001410     DISPLAY "Excepciones asentadas:     " WS-EXCEPCION-CONTADOR
001412     DISPLAY "Por sitio:    eventos  dispositivos  excepciones"
001414     PERFORM MOSTRAR-TOTALES-SITIO
001416         VARYING WS-SITIO-INDICE FROM 1 BY 1
001418         UNTIL WS-SITIO-INDICE > WS-SITIOS-CONTADOR
001420     IF WS-TAB-DESBORDE = 'S'
001430         DISPLAY "AVISO: mas de 200 dispositivos en el log de "
001440             "hoy; los que no cupieron en la tabla no se "
001460     GOBACK.
001470
001480*----------------------------------------------------------------*
001485* EXPLORAR-AUTH-LOG - repite cada evento de hoy del AUTH-LOG del
001490* sitio en curso sobre la tabla por dispositivo.  Un AUTH-LOG
001495* ausente no aporta eventos; sin ninguno la tabla queda vacia y
001500* solo se corre la revision de activos sobre el limite.
001520*----------------------------------------------------------------*
001530 EXPLORAR-AUTH-LOG.
001531     MOVE WS-SITIO-ENTRADA(WS-SITIO-INDICE) TO WS-SITIO-LOG
001532     MOVE SPACES TO WS-NOMBRE-AUTH-LOG
001533     IF WS-SITIO-LOG = "DEFAULT"
001534         MOVE "AUTH-LOG" TO WS-NOMBRE-AUTH-LOG
001535     ELSE
001536         STRING "AUTH-LOG-"  DELIMITED BY SIZE
001537                WS-SITIO-LOG DELIMITED BY SPACE
001538             INTO WS-NOMBRE-AUTH-LOG
001539     END-IF
001540     MOVE 'N' TO WS-AUTH-LOG-EOF
001541     OPEN INPUT AUTH-LOG-FILE
001550     IF WS-AUTH-LOG-STATUS NOT = "00"
001555         DISPLAY WS-NOMBRE-AUTH-LOG
001560             " no disponible; nada que repetir."
001570     ELSE
001580         PERFORM REPETIR-UN-EVENTO UNTIL AUTH-LOG-AL-FINAL
001590         CLOSE AUTH-LOG-FILE
001650             SET AUTH-LOG-AL-FINAL TO TRUE
001660         NOT AT END
001670             IF AUD-FECHA-HORA(1:8) = WS-FECHA-HOY
001675                 AND AUD-TIPO-EVENTO NOT = "WRONGSITE"
001680                 ADD 1 TO WS-EVENTO-CONTADOR
001685                 ADD 1 TO SIT-EVENTOS(WS-SITIO-INDICE)
001690                 PERFORM BUSCAR-ENTRADA-DISPOSITIVO
001700                 IF WS-TAB-ENCONTRADO NOT = ZERO
001710                     PERFORM APLICAR-EVENTO-A-ENTRADA
001950             MOVE ZERO   TO TAB-FALLOS(WS-TAB-ENCONTRADO)
001960             MOVE 'N'    TO TAB-RESET-VISTO(WS-TAB-ENCONTRADO)
001970             MOVE 'N'    TO TAB-OVRD-VISTO(WS-TAB-ENCONTRADO)
001973             MOVE WS-SITIO-LOG TO TAB-SITIO(WS-TAB-ENCONTRADO)
001976             ADD 1 TO SIT-DISPOSITIVOS(WS-SITIO-INDICE)
001980         ELSE
001990             MOVE 'S' TO WS-TAB-DESBORDE
002000         END-IF
002490*----------------------------------------------------------------*
002500 CONCILIAR-UN-DISPOSITIVO.
002510     MOVE TAB-ID(WS-TAB-INDICE) TO DISP-ID
002515     MOVE TAB-SITIO(WS-TAB-INDICE) TO WS-EXC-SITIO
002520     READ DEVICE-MASTER
002530         INVALID KEY
002540             MOVE TAB-ID(WS-TAB-INDICE) TO WS-EXC-ID
002570                 TO WS-EXC-DETALLE
002580             PERFORM GRABAR-EXCEPCION
002590         NOT INVALID KEY
002595             PERFORM TOMAR-SITIO-MAESTRO
002600             PERFORM VERIFICAR-ULTIMO-INTENTO
002610             PERFORM VERIFICAR-CONTADOR-FALLOS
002620     END-READ.
003360             IF DISP-ACTIVO
003370                 AND DISP-INTENTOS-FALLIDOS
003375                     >= LIM-INTENTOS-BLOQUEO
003377                 PERFORM TOMAR-SITIO-MAESTRO
003380                 MOVE DISP-ID TO WS-EXC-ID
003390                 MOVE "ACTIVOBL" TO WS-EXC-RAZON
003400                 MOVE DISP-INTENTOS-FALLIDOS
003610
003620 MARCAR-UNO-SIN-MAESTRO.
003630     MOVE TAB-ID(WS-TAB-INDICE) TO WS-EXC-ID
003635     MOVE TAB-SITIO(WS-TAB-INDICE) TO WS-EXC-SITIO
003640     MOVE "NODEVICE" TO WS-EXC-RAZON
003650     MOVE "DEVICE-MASTER NO DISPONIBLE" TO WS-EXC-DETALLE
003660     PERFORM GRABAR-EXCEPCION.
003670
003680*----------------------------------------------------------------*
003690* GRABAR-EXCEPCION - asienta la excepcion armada en los campos
003695* WS-EXC-* y la muestra tambien en consola.  Se suma al sitio de
003700* la excepcion si esta en el registro.
003710*----------------------------------------------------------------*
003720 GRABAR-EXCEPCION.
003730     ADD 1 TO WS-EXCEPCION-CONTADOR
003740     MOVE WS-EXC-ID      TO EXC-DISPOSITIVO-ID
003750     MOVE WS-EXC-RAZON   TO EXC-CODIGO-RAZON
003760     MOVE WS-EXC-DETALLE TO EXC-DETALLE
003765     MOVE WS-EXC-SITIO   TO EXC-SITIO-ID
003770     WRITE EXCEPCION-CONCILIACION
003780     DISPLAY "  " WS-EXC-RAZON " " WS-EXC-ID " " WS-EXC-SITIO
003790         " " WS-EXC-DETALLE
003800     MOVE WS-EXC-SITIO TO WS-SITIO-BUSCADO
003810     PERFORM BUSCAR-SITIO
003820     IF WS-SITIO-ENCONTRADO > ZERO
003830         ADD 1 TO SIT-EXCEPCIONES(WS-SITIO-ENCONTRADO)
003840     END-IF.
003850
003860*----------------------------------------------------------------*
003870* TOMAR-SITIO-MAESTRO - el sitio de la excepcion es el del
003880* registro maestro ya leido; en blanco es el sitio DEFAULT.
003890*----------------------------------------------------------------*
003900 TOMAR-SITIO-MAESTRO.
003910     IF DISP-SITIO-ID = SPACES
003920         MOVE "DEFAULT" TO WS-EXC-SITIO
003930     ELSE
003940         MOVE DISP-SITIO-ID TO WS-EXC-SITIO
003950     END-IF.
003960
003970*----------------------------------------------------------------*
003980* CARGAR-REGISTRO-SITIOS - lee a una tabla cada sitio de SITE-
003990* MASTER, con sus totales en cero.  Sin SITE-MASTER, o vacio,
004000* queda el unico sitio DEFAULT.
004010*----------------------------------------------------------------*
004020 CARGAR-REGISTRO-SITIOS.
004030     MOVE ZERO TO WS-SITIOS-CONTADOR
004040     OPEN INPUT SITE-MASTER-FILE
004050     IF WS-SITE-MASTER-STATUS = "00"
004060         PERFORM LEER-UN-SITIO
004070             UNTIL SITE-MASTER-AL-FINAL
004080                 OR WS-SITIOS-CONTADOR >= 50
004090         CLOSE SITE-MASTER-FILE
004100     END-IF
004110     IF WS-SITIOS-CONTADOR = ZERO
004120         MOVE 1 TO WS-SITIOS-CONTADOR
004130         MOVE "DEFAULT" TO WS-SITIO-ENTRADA(1)
004140         MOVE ZERO TO SIT-EVENTOS(1)
004150         MOVE ZERO TO SIT-DISPOSITIVOS(1)
004160         MOVE ZERO TO SIT-EXCEPCIONES(1)
004170     END-IF.
004180
004190 LEER-UN-SITIO.
004200     READ SITE-MASTER-FILE
004210         AT END
004220             SET SITE-MASTER-AL-FINAL TO TRUE
004230         NOT AT END
004240             IF SM-SITE-ID NOT = SPACES
004250                 ADD 1 TO WS-SITIOS-CONTADOR
004260                 MOVE SM-SITE-ID
004270                     TO WS-SITIO-ENTRADA(WS-SITIOS-CONTADOR)
004280                 MOVE ZERO TO SIT-EVENTOS(WS-SITIOS-CONTADOR)
004290                 MOVE ZERO TO SIT-DISPOSITIVOS(WS-SITIOS-CONTADOR)
004300                 MOVE ZERO TO SIT-EXCEPCIONES(WS-SITIOS-CONTADOR)
004310             END-IF
004320     END-READ.
004330
004340*----------------------------------------------------------------*
004350* BUSCAR-SITIO - deja en WS-SITIO-ENCONTRADO la posicion de WS-
004360* SITIO-BUSCADO en la tabla de sitios; cero si no esta.
004370*----------------------------------------------------------------*
004380 BUSCAR-SITIO.
004390     MOVE ZERO TO WS-SITIO-ENCONTRADO
004400     PERFORM COMPARAR-UN-SITIO
004410         VARYING WS-SITIO-INDICE FROM 1 BY 1
004420         UNTIL WS-SITIO-INDICE > WS-SITIOS-CONTADOR
004430             OR WS-SITIO-ENCONTRADO > ZERO.
004440
004450 COMPARAR-UN-SITIO.
004460     IF WS-SITIO-ENTRADA(WS-SITIO-INDICE) = WS-SITIO-BUSCADO
004470         MOVE WS-SITIO-INDICE TO WS-SITIO-ENCONTRADO
004480     END-IF.
004490
004500 MOSTRAR-TOTALES-SITIO.
004510     MOVE SIT-EVENTOS(WS-SITIO-INDICE)      TO WS-TOTAL-SITIO-DIS
004520     MOVE SIT-DISPOSITIVOS(WS-SITIO-INDICE) TO WS-DISP-SITIO-DIS
004530     MOVE SIT-EXCEPCIONES(WS-SITIO-INDICE)  TO WS-EXC-SITIO-DIS
004540     DISPLAY "  " WS-SITIO-ENTRADA(WS-SITIO-INDICE)
004550         "   " WS-TOTAL-SITIO-DIS
004560         "         " WS-DISP-SITIO-DIS
004570         "        " WS-EXC-SITIO-DIS.
