000211*                       antes el REWRITE reactivaba un
000212*                       dispositivo en silencio y el estado que
000213*                       pisaba se perdia sin rastro.
000214*   2026-10-15  JGV     ARMAR-REGISTRO-ALTA guarda la forma
000215*                       protegida de SEED-FACTOR-1/2 (BIOMETRIC-
000216*                       DIGEST), nunca el factor en claro.
000217*   2026-10-15  JGV     Cada registro de DEVICE-STATUS-JOURNAL se
000218*                       encadena con el anterior (LOG-CHAIN-LINK)
000219*                       a partir del estado guardado en DEVICE-
000220*                       STATUS-JOURNAL-CHAIN, que se reescribe al
000221*                       cerrar la bitacora.
000222*   2026-10-15  JGV     Cada alta lleva su sitio propietario
000223*                       (SEED-SITIO-ID, en blanco = DEFAULT) a
000224*                       DISP-SITIO-ID; un sitio que no figura en
000225*                       SITE-MASTER se rechaza con la razon SITE
000226*                       NOT ON SITE-MASTER.  Sin SITE-MASTER solo
000227*                       se reconoce el sitio DEFAULT.
000228*   2026-10-15  JGV     Un alta nueva parte de un registro en
000229*                       blanco: quedaba con la marca de barrido
000230*                       (DISP-MARCA-BARRIDO) del ultimo registro
000231*                       leido.  Una recarga conserva la marca que
000232*                       el dispositivo ya tenia.
000233*================================================================*
000234 IDENTIFICATION DIVISION.
000235 PROGRAM-ID. DEVICE-MASTER-LOAD.
000240 AUTHOR. J. GUSTAVO VERASTEGUI.
000250 INSTALLATION. IOYOU SOLUTIONS.
000260 DATE-WRITTEN. 2026-08-08.
000546         ORGANIZATION IS SEQUENTIAL
000547         FILE STATUS IS WS-JOURNAL-STATUS.
000550
000551     SELECT CHAIN-STATE-FILE
000552         ASSIGN TO "DEVICE-STATUS-JOURNAL-CHAIN"
000553         ORGANIZATION IS SEQUENTIAL
000554         FILE STATUS IS WS-CADENA-STATUS.
000555
000556     SELECT SITE-MASTER-FILE
000557         ASSIGN TO "SITE-MASTER"
000558         ORGANIZATION IS SEQUENTIAL
000559         FILE STATUS IS WS-SITE-MASTER-STATUS.
000560
000561 DATA DIVISION.
000570 FILE SECTION.
000580 FD  DEVICE-SEED-FILE
000590     RECORDING MODE IS F.
000714 FD  STATUS-JOURNAL-FILE
000715     RECORDING MODE IS F.
000716     COPY STATJRNL.
000717
000718 FD  CHAIN-STATE-FILE
000719     RECORDING MODE IS F.
000720 01  CHAIN-STATE-DATA           PIC X(120).
000721
000722 FD  SITE-MASTER-FILE
000723     RECORDING MODE IS F.
000724     COPY SITEMAST.
000725
000730 WORKING-STORAGE SECTION.
000740 01 WS-SEED-STATUS         PIC X(02) VALUE "00".
000750 01 WS-DEVICE-STATUS       PIC X(02) VALUE "00".
000851 01 WS-TIME-DISPLAY        PIC X(08) VALUE SPACES.
000852 01 WS-TIMESTAMP-ACTUAL    PIC X(14) VALUE SPACES.
000850
000851* Parametros de BIOMETRIC-DIGEST para proteger la plantilla.
000852     COPY BIODGST.
000853
000854* Encadenamiento de DEVICE-STATUS-JOURNAL: numero y valor del
000855* ultimo registro de la bitacora, leidos de su estado de cadena.
000856 01 WS-CADENA-STATUS       PIC X(02) VALUE "00".
000857 01 WS-CAD-BIT-SECUENCIA   PIC 9(09) VALUE ZERO.
000858 01 WS-CAD-BIT-VALOR       PIC X(20) VALUE SPACES.
000859     COPY CHNLINK.
000860     COPY LOGCHAIN.
000861
000862* Registro de sitios: el sitio propietario de cada alta debe
000863* figurar en SITE-MASTER.  Sin SITE-MASTER, o vacio, el registro
000864* queda solo con el sitio DEFAULT.
000865 01 WS-SITE-MASTER-STATUS  PIC X(02) VALUE "00".
000866 01 WS-SITE-MASTER-EOF     PIC X VALUE 'N'.
000867     88 SITE-MASTER-AL-FINAL   VALUE 'Y'.
000868 01 WS-SITIOS-CONTADOR     PIC 9(03) COMP VALUE ZERO.
000869 01 WS-SITIO-INDICE        PIC 9(03) COMP VALUE ZERO.
000870 01 WS-TABLA-SITIOS.
000871     05 WS-SITIO-ENTRADA OCCURS 50 TIMES
000872         PIC X(08).
000873 01 WS-SITIO-ALTA          PIC X(08) VALUE SPACES.
000874 01 WS-SITIO-REGISTRADO    PIC X VALUE 'N'.
000875
000876 PROCEDURE DIVISION.
000877 INICIO.
000880     DISPLAY "Cargando maestro de dispositivos IoT..."
000885     PERFORM CARGAR-REGISTRO-SITIOS
000890
000900     OPEN INPUT DEVICE-SEED-FILE
000910     OPEN I-O DEVICE-MASTER
001026     IF WS-JOURNAL-STATUS NOT = "00"
001028         OPEN OUTPUT STATUS-JOURNAL-FILE
001029     END-IF
001032     PERFORM CARGAR-ESTADO-CADENA
001035
001040     PERFORM PROCESAR-ALTAS
001050         UNTIL SEED-AL-FINAL
001060
001090     CLOSE DUP-CHECK-FILE
001100     CLOSE DEVICE-SEED-REJECT-FILE
001105     CLOSE STATUS-JOURNAL-FILE
001107     PERFORM GRABAR-ESTADO-CADENA
001110
001120     DISPLAY "Dispositivos nuevos: " WS-ALTAS-CONTADOR
001130     DISPLAY "Dispositivos actualizados: " WS-ACTUALIZA-CONTADOR
001340
001350*----------------------------------------------------------------*
001360* VALIDAR-REGISTRO-ALTA - rechaza un ID en blanco, un DISP-ESTADO
001365* fuera del conjunto que DEVMAST.CPY reconoce (A/L/H/I), un sitio
001370* propietario que no figura en SITE-MASTER, o un ID que ya
001375* aparecio antes en este mismo archivo de alta.
001390*----------------------------------------------------------------*
001400 VALIDAR-REGISTRO-ALTA.
001410     MOVE 'Y' TO WS-ALTA-VALIDA
001420     MOVE SPACES TO WS-RAZON-RECHAZO
001421     MOVE SEED-SITIO-ID TO WS-SITIO-ALTA
001422     IF WS-SITIO-ALTA = SPACES
001423         MOVE "DEFAULT" TO WS-SITIO-ALTA
001424     END-IF
001425     PERFORM VERIFICAR-SITIO-REGISTRADO
001430     EVALUATE TRUE
001440         WHEN SEED-ID = SPACES
001450             MOVE 'N' TO WS-ALTA-VALIDA
001500              SEED-ESTADO NOT = "I"
001510             MOVE 'N' TO WS-ALTA-VALIDA
001520             MOVE "INVALID ESTADO CODE" TO WS-RAZON-RECHAZO
001522         WHEN WS-SITIO-REGISTRADO NOT = 'S'
001524             MOVE 'N' TO WS-ALTA-VALIDA
001526             MOVE "SITE NOT ON SITE-MASTER" TO WS-RAZON-RECHAZO
001530         WHEN OTHER
001540             PERFORM VERIFICAR-ID-DUPLICADO
001550     END-EVALUATE.
001792     MOVE SEED-ID TO DISP-ID
001794     READ DEVICE-MASTER
001795         INVALID KEY
001796             MOVE SPACES TO DISPOSITIVO-MAESTRO
001797             PERFORM ARMAR-REGISTRO-ALTA
001798             WRITE DISPOSITIVO-MAESTRO
001799             ADD 1 TO WS-ALTAS-CONTADOR
001800             MOVE SPACE TO WS-ESTADO-ANTERIOR
001801             PERFORM ASENTAR-CAMBIO-ESTADO
001802         NOT INVALID KEY
001803             MOVE DISP-ESTADO TO WS-ESTADO-ANTERIOR
001815     MOVE SEED-ESTADO         TO DISP-ESTADO
001820     MOVE SEED-FECHA-REGISTRO TO DISP-FECHA-REGISTRO
001825     MOVE SEED-FECHA-REGISTRO TO DISP-FECHA-RENOVACION
001826     MOVE SEED-ID             TO BDG-DISPOSITIVO-ID
001827     MOVE SEED-FACTOR-1       TO BDG-FACTOR
001828     MOVE 1                   TO BDG-NUMERO-FACTOR
001829     CALL "BIOMETRIC-DIGEST" USING PARAMETROS-RESUMEN-FACTOR
001830     END-CALL
001831     MOVE BDG-RESUMEN         TO DISP-FACTOR-1
001832     MOVE SEED-FACTOR-2       TO BDG-FACTOR
001833     MOVE 2                   TO BDG-NUMERO-FACTOR
001834     CALL "BIOMETRIC-DIGEST" USING PARAMETROS-RESUMEN-FACTOR
001835     END-CALL
001836     MOVE BDG-RESUMEN         TO DISP-FACTOR-2
001837     SET DISP-FACTORES-PROTEGIDOS TO TRUE
001850     MOVE ZERO                TO DISP-INTENTOS-FALLIDOS
001860     MOVE SPACES              TO DISP-ULTIMO-INTENTO
001870     MOVE WS-SITIO-ALTA       TO DISP-SITIO-ID.
001940
001950*----------------------------------------------------------------*
001960* REGISTRAR-RECHAZO - asienta el registro rechazado con su razon
002160     MOVE DISP-ESTADO         TO CES-ESTADO-NUEVO
002170     MOVE "SEEDLOAD"          TO CES-CAUSA
002180     MOVE SPACES              TO CES-OPERADOR-ID
002181     ADD 1 TO WS-CAD-BIT-SECUENCIA
002182     MOVE WS-CAD-BIT-SECUENCIA TO CES-CADENA-SECUENCIA
002183     MOVE SPACES               TO CES-CADENA-VALOR
002184     MOVE WS-CAD-BIT-VALOR     TO CHL-PREVIOUS-VALUE
002185     MOVE REGISTRO-CAMBIO-ESTADO TO CHL-RECORD-TEXT
002186     MOVE LENGTH OF REGISTRO-CAMBIO-ESTADO TO CHL-RECORD-LENGTH
002187     CALL "LOG-CHAIN-LINK" USING CHAIN-LINK-PARAMETERS
002188     END-CALL
002189     MOVE CHL-NEW-VALUE        TO CES-CADENA-VALOR
002190     MOVE CHL-NEW-VALUE        TO WS-CAD-BIT-VALOR
002191     WRITE REGISTRO-CAMBIO-ESTADO.
002192
002193*----------------------------------------------------------------*
002194* CARGAR-ESTADO-CADENA - numero y valor del ultimo registro ya
002195* encadenado en DEVICE-STATUS-JOURNAL (lo escriba IOT-AUTH-DEVICE
002196* o esta misma carga), para que lo anexado aqui siga la cadena.
002197* Sin estado la cadena empieza de cero.
002198*----------------------------------------------------------------*
002199 CARGAR-ESTADO-CADENA.
002200     OPEN INPUT CHAIN-STATE-FILE
002201     IF WS-CADENA-STATUS = "00"
002202         READ CHAIN-STATE-FILE INTO LOG-CHAIN-STATE-RECORD
002203             AT END
002204                 PERFORM INICIAR-ESTADO-CADENA
002205         END-READ
002206         CLOSE CHAIN-STATE-FILE
002207     ELSE
002208         PERFORM INICIAR-ESTADO-CADENA
002209     END-IF
002210     MOVE LCS-LAST-SEQ   TO WS-CAD-BIT-SECUENCIA
002211     MOVE LCS-LAST-VALUE TO WS-CAD-BIT-VALOR.
002212
002213 INICIAR-ESTADO-CADENA.
002214     MOVE SPACES                  TO LOG-CHAIN-STATE-RECORD
002215     MOVE "DEVICE-STATUS-JOURNAL" TO LCS-LOG-NAME
002216     MOVE ZERO                    TO LCS-ANCHOR-SEQ
002217     MOVE ZEROS                   TO LCS-ANCHOR-VALUE
002218     MOVE ZERO                    TO LCS-LAST-SEQ
002219     MOVE ZEROS                   TO LCS-LAST-VALUE.
002220
002221*----------------------------------------------------------------*
002222* GRABAR-ESTADO-CADENA - reescribe el estado con el ultimo
002223* registro escrito, ya cerrada la bitacora.
002224*----------------------------------------------------------------*
002225 GRABAR-ESTADO-CADENA.
002226     PERFORM CALCULAR-TIMESTAMP-ACTUAL
002227     MOVE WS-CAD-BIT-SECUENCIA TO LCS-LAST-SEQ
002228     MOVE WS-CAD-BIT-VALOR     TO LCS-LAST-VALUE
002229     MOVE WS-TIMESTAMP-ACTUAL  TO LCS-UPDATED
002230     OPEN OUTPUT CHAIN-STATE-FILE
002231     WRITE CHAIN-STATE-DATA FROM LOG-CHAIN-STATE-RECORD
002232     CLOSE CHAIN-STATE-FILE.
002233
002234 CALCULAR-TIMESTAMP-ACTUAL.
002235     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002236     ACCEPT WS-CURRENT-TIME FROM TIME
002240     MOVE WS-CURRENT-DATE TO WS-DATE-DISPLAY
002250     MOVE WS-CURRENT-TIME TO WS-TIME-DISPLAY
002260
002270     MOVE WS-DATE-DISPLAY      TO WS-TIMESTAMP-ACTUAL(1:8)
002280     MOVE WS-TIME-DISPLAY(1:6) TO WS-TIMESTAMP-ACTUAL(9:6).
002290
002300*----------------------------------------------------------------*
002310* CARGAR-REGISTRO-SITIOS - lee a una tabla cada sitio de SITE-
002320* MASTER, igual que LOAD-SITE-REGISTRY en LOG-HOUSEKEEPING.  Sin
002330* SITE-MASTER, o vacio, queda solo el sitio DEFAULT, asi una
002340* instalacion sin sitios sigue cargando sus altas como siempre.
002350*----------------------------------------------------------------*
002360 CARGAR-REGISTRO-SITIOS.
002370     MOVE ZERO TO WS-SITIOS-CONTADOR
002380     OPEN INPUT SITE-MASTER-FILE
002390     IF WS-SITE-MASTER-STATUS = "00"
002400         PERFORM LEER-UN-SITIO
002410             UNTIL SITE-MASTER-AL-FINAL
002420                 OR WS-SITIOS-CONTADOR >= 50
002430         IF WS-SITIOS-CONTADOR >= 50
002440             AND NOT SITE-MASTER-AL-FINAL
002450             DISPLAY "CARGAR-REGISTRO-SITIOS: mas de 50 sitios "
002460                 "en SITE-MASTER - no se cargaron los que "
002470                 "siguen al sitio 50"
002480         END-IF
002490         CLOSE SITE-MASTER-FILE
002500     END-IF
002510     IF WS-SITIOS-CONTADOR = ZERO
002520         MOVE 1 TO WS-SITIOS-CONTADOR
002530         MOVE "DEFAULT" TO WS-SITIO-ENTRADA(1)
002540     END-IF.
002550
002560 LEER-UN-SITIO.
002570     READ SITE-MASTER-FILE
002580         AT END
002590             SET SITE-MASTER-AL-FINAL TO TRUE
002600         NOT AT END
002610             IF SM-SITE-ID NOT = SPACES
002620                 ADD 1 TO WS-SITIOS-CONTADOR
002630                 MOVE SM-SITE-ID
002640                     TO WS-SITIO-ENTRADA(WS-SITIOS-CONTADOR)
002650             END-IF
002660     END-READ.
002670
002680*----------------------------------------------------------------*
002690* VERIFICAR-SITIO-REGISTRADO - marca WS-SITIO-REGISTRADO si el
002700* sitio del alta en WS-SITIO-ALTA esta en la tabla de sitios.
002710*----------------------------------------------------------------*
002720 VERIFICAR-SITIO-REGISTRADO.
002730     MOVE 'N' TO WS-SITIO-REGISTRADO
002740     PERFORM COMPARAR-UN-SITIO
002750         VARYING WS-SITIO-INDICE FROM 1 BY 1
002760         UNTIL WS-SITIO-INDICE > WS-SITIOS-CONTADOR
002770             OR WS-SITIO-REGISTRADO = 'S'.
002780
002790 COMPARAR-UN-SITIO.
002800     IF WS-SITIO-ENTRADA(WS-SITIO-INDICE) = WS-SITIO-ALTA
002810         MOVE 'S' TO WS-SITIO-REGISTRADO
002820     END-IF.
