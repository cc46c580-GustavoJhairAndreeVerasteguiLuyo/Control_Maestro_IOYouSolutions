000430*                       conserva para el operador.  Se muestra
000440*                       ademas DISP-FECHA-RENOVACION en el
000450*                       registro maestro.
000451*   2026-10-15  JGV     REGISTRO-AUDITORIA-HIST sigue el nuevo
000452*                       AUTHLOG.CPY: resultado por factor en lugar
000453*                       de los factores biometricos.
000454*   2026-10-15  JGV     La ventana vigente se toma del AUTH-LOG
000455*                       del sitio del dispositivo (DISP-SITIO-ID;
000456*                       AUTH-LOG-<sitio>, el sitio DEFAULT
000457*                       conserva el nombre simple). Se muestra el
000458*                       sitio en el registro maestro.
000460*================================================================*
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. DEVICE-HISTORY-REPORT.
000670         FILE STATUS IS WS-DEVICE-STATUS.
000680
000690     SELECT AUTH-LOG-FILE
000700         ASSIGN TO DYNAMIC WS-NOMBRE-AUTH-LOG
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-AUTH-LOG-STATUS.
000730
001150 01  REGISTRO-AUDITORIA-HIST.
001160     05  ALH-FECHA-HORA           PIC X(14).
001170     05  ALH-DISPOSITIVO-ID       PIC X(20).
001175     05  ALH-FACTOR-1-RESULTADO   PIC X(01).
001180     05  ALH-FACTOR-2-RESULTADO   PIC X(01).
001185     05  FILLER                   PIC X(38).
001200     05  ALH-RESULTADO            PIC X(01).
001210     05  ALH-TIPO-EVENTO          PIC X(10).
001220     05  ALH-OPERADOR-ID          PIC X(08).
001225     05  ALH-FORMATO-FACTORES     PIC X(01).
001230     05  FILLER                   PIC X(09).
001240
001250 FD  REPORT-PRINT-FILE
001260     RECORDING MODE IS F.
001440 01 WS-CONTADOR-HISTORIAL  PIC 9(07) COMP VALUE ZERO.
001450 01 WS-CONTADOR-ARCHIVOS   PIC 9(05) COMP VALUE ZERO.
001460 01 WS-NOMBRE-ARCHIVO-HIST PIC X(30) VALUE SPACES.
001461
001462* Sitio propietario del dispositivo segun DEVICE-MASTER; su
001463* AUTH-LOG es la ventana vigente. Sin registro maestro, o con el
001464* sitio en blanco, se toma el sitio DEFAULT.
001465 01 WS-SITIO-DISPOSITIVO   PIC X(08) VALUE "DEFAULT".
001466 01 WS-NOMBRE-AUTH-LOG     PIC X(20) VALUE "AUTH-LOG".
001470
001480* Soporte del archivo de impresion: el mismo expediente se asienta
001490* en un archivo fechado con titulo, fecha/hora de corrida,
002850     DISPLAY "  Fecha de renovacion: " DISP-FECHA-RENOVACION
002860     DISPLAY "  Intentos fallidos:   " DISP-INTENTOS-FALLIDOS
002870     DISPLAY "  Ultimo intento:      " DISP-ULTIMO-INTENTO
002872     IF DISP-SITIO-ID NOT = SPACES
002874         MOVE DISP-SITIO-ID TO WS-SITIO-DISPOSITIVO
002876     END-IF
002878     DISPLAY "  Sitio:               " WS-SITIO-DISPOSITIVO
002880
002890     MOVE "ESTADO" TO MAE-ETIQUETA
002900     MOVE DISP-ESTADO TO MAE-VALOR
003010     PERFORM ESCRIBIR-LINEA-MAESTRO
003020     MOVE "ULTIMO INTENTO" TO MAE-ETIQUETA
003030     MOVE DISP-ULTIMO-INTENTO TO MAE-VALOR
003032     PERFORM ESCRIBIR-LINEA-MAESTRO
003034     MOVE "SITIO" TO MAE-ETIQUETA
003036     MOVE WS-SITIO-DISPOSITIVO TO MAE-VALOR
003040     PERFORM ESCRIBIR-LINEA-MAESTRO.
003050
003060 ESCRIBIR-LINEA-MAESTRO.
003690     END-READ.
003700
003710*----------------------------------------------------------------*
003715* IMPRIMIR-VENTANA-VIGENTE - explora el AUTH-LOG del sitio del
003720* dispositivo (la ventana que LOG-HOUSEKEEPING aun no ha
003725* archivado) y muestra cada registro del dispositivo solicitado,
003730* en el orden en que quedo escrito -
003750* AUTH-LOG se asienta solo al final, asi que ya esta en orden
003760* cronologico.
003770*----------------------------------------------------------------*
003780 IMPRIMIR-VENTANA-VIGENTE.
003782     IF WS-SITIO-DISPOSITIVO NOT = "DEFAULT"
003784         MOVE SPACES TO WS-NOMBRE-AUTH-LOG
003786         STRING "AUTH-LOG-"          DELIMITED BY SIZE
003788                WS-SITIO-DISPOSITIVO DELIMITED BY SPACE
003790             INTO WS-NOMBRE-AUTH-LOG
003792     END-IF
003794     DISPLAY "--- Ventana vigente de " WS-NOMBRE-AUTH-LOG
003800     MOVE 'N' TO WS-AUTH-LOG-EOF
003810     OPEN INPUT AUTH-LOG-FILE
003820     IF WS-AUTH-LOG-STATUS NOT = "00"
