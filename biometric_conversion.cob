000010*================================================================*
000020* PROGRAM-ID.  BIOMETRIC-CONVERSION
000030* AUTOR.       J. GUSTAVO VERASTEGUI
000040* INSTALACION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* FECHA-ESCRITURA. 2026-10-15
000060* FECHA-COMPILACION.
000070*----------------------------------------------------------------*
000080* Conversion de una sola vez para dejar de guardar factores
000090* biometricos en claro.  Primero recorre DEVICE-MASTER y
000100* reemplaza por su resumen de una via (BIOMETRIC-DIGEST) cada
000110* plantilla que aun no este marcada DISP-FACTORES-PROTEGIDOS.
000120* Despues depura AUTH-LOG y cada AUTH-LOG-HIST-* listado en
000130* AUTH-LOG-HIST-LIST: los factores asentados por las versiones
000140* anteriores de IOT-AUTH-DEVICE se borran del registro y en su
000150* lugar queda solo si cada factor coincidio.  Un intento exitoso
000160* implica que ambos coincidieron; de un intento fallido no se
000170* sabe cual fallo, y el resultado por factor se deja en blanco
000180* antes que inventarlo.  Cada archivo se depura sobre un archivo
000190* de trabajo y solo se reescribe cuando la copia depurada esta
000200* completa y cerrada en disco, igual que LOG-HOUSEKEEPING hace
000210* con AUTH-LOG-KEEP/WORK.  Los registros ya marcados AUD-FORMATO-
000220* FACTORES "P" se copian sin tocar, asi que volver a correr la
000230* conversion no cambia nada.
000240*----------------------------------------------------------------*
000250* HISTORIAL DE MODIFICACIONES
000260*   FECHA       AUTOR   DESCRIPCION
000270*   2026-10-15  JGV     Version inicial.
000280*================================================================*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. BIOMETRIC-CONVERSION.
000310 AUTHOR. J. GUSTAVO VERASTEGUI.
000320 INSTALLATION. IOYOU SOLUTIONS.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DEVICE-MASTER
000400         ASSIGN TO "DEVICE-MASTER"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS DISP-ID
000440         FILE STATUS IS WS-DEVICE-STATUS.
000450
000460     SELECT HIST-LIST-FILE
000470         ASSIGN TO "AUTH-LOG-HIST-LIST"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-HISTLIST-STATUS.
000500
000510     SELECT AUTH-LOG-FILE
000520         ASSIGN TO DYNAMIC WS-NOMBRE-BITACORA
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-AUTH-LOG-STATUS.
000550
000560     SELECT AUTH-LOG-WORK-FILE
000570         ASSIGN TO "AUTH-LOG-WORK"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-AUTH-WORK-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  DEVICE-MASTER.
000640     COPY DEVMAST.
000650
000660 FD  HIST-LIST-FILE
000670     RECORDING MODE IS F.
000680     COPY HISTLIST.
000690
000700*----------------------------------------------------------------*
000710* La bitacora se lee con la disposicion anterior a la depuracion,
000720* declarada aqui con el mismo largo que AUTHLOG.CPY; el registro
000730* depurado se arma en AUTH-LOG-WORK-FILE con AUTHLOG.CPY.
000740*----------------------------------------------------------------*
000750 FD  AUTH-LOG-FILE
000760     RECORDING MODE IS F.
000770 01  REGISTRO-AUDITORIA-ANTERIOR.
000780     05  ANT-FECHA-HORA           PIC X(14).
000790     05  ANT-DISPOSITIVO-ID       PIC X(20).
000800     05  ANT-BIOMETRICO           PIC X(20).
000810     05  ANT-BIOMETRICO-2         PIC X(20).
000820     05  ANT-RESULTADO            PIC X(01).
000830     05  ANT-TIPO-EVENTO          PIC X(10).
000840     05  ANT-OPERADOR-ID          PIC X(08).
000850     05  ANT-FORMATO-FACTORES     PIC X(01).
000860         88  ANT-FACTORES-PROTEGIDOS      VALUE "P".
000870     05  FILLER                   PIC X(09).
000880
000890 FD  AUTH-LOG-WORK-FILE
000900     RECORDING MODE IS F.
000910     COPY AUTHLOG.
000920
000930 WORKING-STORAGE SECTION.
000940 01 WS-DEVICE-STATUS       PIC X(02) VALUE "00".
000950 01 WS-HISTLIST-STATUS     PIC X(02) VALUE "00".
000960 01 WS-AUTH-LOG-STATUS     PIC X(02) VALUE "00".
000970 01 WS-AUTH-WORK-STATUS    PIC X(02) VALUE "00".
000980
000990 01 WS-MAESTRO-EOF         PIC X VALUE 'N'.
001000     88 MAESTRO-AL-FINAL       VALUE 'Y'.
001010 01 WS-HISTLIST-EOF        PIC X VALUE 'N'.
001020     88 HISTLIST-AL-FINAL      VALUE 'Y'.
001030 01 WS-AUTH-LOG-EOF        PIC X VALUE 'N'.
001040     88 AUTH-LOG-AL-FINAL      VALUE 'Y'.
001050 01 WS-AUTH-WORK-EOF       PIC X VALUE 'N'.
001060     88 AUTH-WORK-AL-FINAL     VALUE 'Y'.
001070
001080 01 WS-NOMBRE-BITACORA     PIC X(30) VALUE SPACES.
001090
001100     COPY BIODGST.
001110
001120* Contadores de la corrida
001130 01 WS-MAESTRO-LEIDOS      PIC 9(07) COMP VALUE ZERO.
001140 01 WS-MAESTRO-CONVERTIDOS PIC 9(07) COMP VALUE ZERO.
001150 01 WS-ARCHIVOS-DEPURADOS  PIC 9(05) COMP VALUE ZERO.
001160 01 WS-REGISTROS-LEIDOS    PIC 9(07) COMP VALUE ZERO.
001170 01 WS-REGISTROS-DEPURADOS PIC 9(07) COMP VALUE ZERO.
001180 01 WS-LEIDOS-ARCHIVO      PIC 9(07) COMP VALUE ZERO.
001190 01 WS-DEPURADOS-ARCHIVO   PIC 9(07) COMP VALUE ZERO.
001200
001210 PROCEDURE DIVISION.
001220 INICIO.
001230     DISPLAY "Conversion de factores biometricos..."
001240
001250     PERFORM CONVERTIR-MAESTRO
001260     PERFORM DEPURAR-BITACORA-VIGENTE
001270     PERFORM DEPURAR-BITACORAS-HISTORICAS
001280
001290     DISPLAY "DEVICE-MASTER leidos: " WS-MAESTRO-LEIDOS
001300         " convertidos: " WS-MAESTRO-CONVERTIDOS
001310     DISPLAY "Bitacoras depuradas: " WS-ARCHIVOS-DEPURADOS
001320     DISPLAY "Registros de bitacora leidos: " WS-REGISTROS-LEIDOS
001330         " depurados: " WS-REGISTROS-DEPURADOS
001340     GOBACK.
001350
001360*----------------------------------------------------------------*
001370* CONVERTIR-MAESTRO - recorre DEVICE-MASTER en orden de llave y
001380* protege cada plantilla que siga en claro.
001390*----------------------------------------------------------------*
001400 CONVERTIR-MAESTRO.
001410     MOVE 'N' TO WS-MAESTRO-EOF
001420     OPEN I-O DEVICE-MASTER
001430     IF WS-DEVICE-STATUS NOT = "00"
001440         DISPLAY "DEVICE-MASTER no disponible (estado "
001450             WS-DEVICE-STATUS "); no se convirtio el maestro."
001460     ELSE
001470         PERFORM CONVERTIR-UN-DISPOSITIVO
001480             UNTIL MAESTRO-AL-FINAL
001490         CLOSE DEVICE-MASTER
001500     END-IF.
001510
001520 CONVERTIR-UN-DISPOSITIVO.
001530     READ DEVICE-MASTER NEXT RECORD
001540         AT END
001550             SET MAESTRO-AL-FINAL TO TRUE
001560         NOT AT END
001570             ADD 1 TO WS-MAESTRO-LEIDOS
001580             IF NOT DISP-FACTORES-PROTEGIDOS
001590                 PERFORM PROTEGER-PLANTILLA
001600                 REWRITE DISPOSITIVO-MAESTRO
001610                 IF WS-DEVICE-STATUS = "00"
001620                     ADD 1 TO WS-MAESTRO-CONVERTIDOS
001630                 ELSE
001640                     DISPLAY "No se pudo reescribir " DISP-ID
001650                         " (estado " WS-DEVICE-STATUS ")"
001660                 END-IF
001670             END-IF
001680     END-READ.
001690
001700*----------------------------------------------------------------*
001710* PROTEGER-PLANTILLA - mismo resumen, con el DISP-ID como sal, que
001720* IOT-AUTH-DEVICE aplica a una plantilla en claro al compararla.
001730*----------------------------------------------------------------*
001740 PROTEGER-PLANTILLA.
001750     MOVE DISP-ID       TO BDG-DISPOSITIVO-ID
001760     MOVE DISP-FACTOR-1 TO BDG-FACTOR
001770     MOVE 1             TO BDG-NUMERO-FACTOR
001780     CALL "BIOMETRIC-DIGEST" USING PARAMETROS-RESUMEN-FACTOR
001790     END-CALL
001800     MOVE BDG-RESUMEN   TO DISP-FACTOR-1
001810     MOVE DISP-FACTOR-2 TO BDG-FACTOR
001820     MOVE 2             TO BDG-NUMERO-FACTOR
001830     CALL "BIOMETRIC-DIGEST" USING PARAMETROS-RESUMEN-FACTOR
001840     END-CALL
001850     MOVE BDG-RESUMEN   TO DISP-FACTOR-2
001860     SET DISP-FACTORES-PROTEGIDOS TO TRUE.
001870
001880*----------------------------------------------------------------*
001890* DEPURAR-BITACORA-VIGENTE - la ventana de AUTH-LOG que LOG-
001900* HOUSEKEEPING aun no ha archivado.
001910*----------------------------------------------------------------*
001920 DEPURAR-BITACORA-VIGENTE.
001930     MOVE "AUTH-LOG" TO WS-NOMBRE-BITACORA
001940     PERFORM DEPURAR-UNA-BITACORA.
001950
001960*----------------------------------------------------------------*
001970* DEPURAR-BITACORAS-HISTORICAS - cada AUTH-LOG-HIST-* listado en
001980* AUTH-LOG-HIST-LIST, en el orden dado.
001990*----------------------------------------------------------------*
002000 DEPURAR-BITACORAS-HISTORICAS.
002010     MOVE 'N' TO WS-HISTLIST-EOF
002020     OPEN INPUT HIST-LIST-FILE
002030     IF WS-HISTLIST-STATUS = "00"
002040         PERFORM LEER-UN-NOMBRE-ARCHIVO-HIST
002050             UNTIL HISTLIST-AL-FINAL
002060         CLOSE HIST-LIST-FILE
002070     ELSE
002080         DISPLAY "AUTH-LOG-HIST-LIST no disponible; solo se "
002090             "depuro AUTH-LOG."
002100     END-IF.
002110
002120 LEER-UN-NOMBRE-ARCHIVO-HIST.
002130     READ HIST-LIST-FILE
002140         AT END
002150             SET HISTLIST-AL-FINAL TO TRUE
002160         NOT AT END
002170             IF HIST-NOMBRE-ARCHIVO NOT = SPACES
002180                 MOVE HIST-NOMBRE-ARCHIVO TO WS-NOMBRE-BITACORA
002190                 PERFORM DEPURAR-UNA-BITACORA
002200             END-IF
002210     END-READ.
002220
002230*----------------------------------------------------------------*
002240* DEPURAR-UNA-BITACORA - copia la bitacora nombrada en WS-NOMBRE-
002250* BITACORA a AUTH-LOG-WORK ya depurada, y solo entonces la
002260* reescribe desde la copia de trabajo.  Si la bitacora no existe
002270* no hay nada que hacer.
002280*----------------------------------------------------------------*
002290 DEPURAR-UNA-BITACORA.
002300     MOVE ZERO TO WS-LEIDOS-ARCHIVO
002310     MOVE ZERO TO WS-DEPURADOS-ARCHIVO
002320     MOVE 'N' TO WS-AUTH-LOG-EOF
002330     OPEN INPUT AUTH-LOG-FILE
002340     IF WS-AUTH-LOG-STATUS NOT = "00"
002350         DISPLAY WS-NOMBRE-BITACORA
002360             " no disponible; no se depuro."
002370     ELSE
002380         OPEN OUTPUT AUTH-LOG-WORK-FILE
002390         PERFORM DEPURAR-UN-REGISTRO
002400             UNTIL AUTH-LOG-AL-FINAL
002410         CLOSE AUTH-LOG-FILE
002420         CLOSE AUTH-LOG-WORK-FILE
002430         PERFORM REEMPLAZAR-BITACORA-DESDE-WORK
002440         ADD 1 TO WS-ARCHIVOS-DEPURADOS
002450         ADD WS-LEIDOS-ARCHIVO TO WS-REGISTROS-LEIDOS
002460         ADD WS-DEPURADOS-ARCHIVO TO WS-REGISTROS-DEPURADOS
002470         DISPLAY WS-NOMBRE-BITACORA " leidos: " WS-LEIDOS-ARCHIVO
002480             " depurados: " WS-DEPURADOS-ARCHIVO
002490     END-IF.
002500
002510 DEPURAR-UN-REGISTRO.
002520     READ AUTH-LOG-FILE
002530         AT END
002540             SET AUTH-LOG-AL-FINAL TO TRUE
002550         NOT AT END
002560             ADD 1 TO WS-LEIDOS-ARCHIVO
002570             MOVE REGISTRO-AUDITORIA-ANTERIOR
002580                 TO REGISTRO-AUDITORIA
002590             IF NOT ANT-FACTORES-PROTEGIDOS
002600                 PERFORM ARMAR-REGISTRO-DEPURADO
002610                 ADD 1 TO WS-DEPURADOS-ARCHIVO
002620             END-IF
002630             WRITE REGISTRO-AUDITORIA
002640     END-READ.
002650
002660*----------------------------------------------------------------*
002670* ARMAR-REGISTRO-DEPURADO - borra los dos factores asentados y
002680* deja solo el resultado por factor que se puede deducir: ambos
002690* coincidieron si el intento de AUTH fue exitoso; en cualquier
002700* otro caso se desconoce y queda en blanco.
002710*----------------------------------------------------------------*
002720 ARMAR-REGISTRO-DEPURADO.
002730     MOVE SPACES TO REGISTRO-AUDITORIA(35:40)
002740     IF ANT-TIPO-EVENTO = "AUTH"
002750         AND ANT-RESULTADO = 'S'
002760         MOVE 'S' TO AUD-FACTOR-1-RESULTADO
002770         MOVE 'S' TO AUD-FACTOR-2-RESULTADO
002780     ELSE
002790         MOVE SPACE TO AUD-FACTOR-1-RESULTADO
002800         MOVE SPACE TO AUD-FACTOR-2-RESULTADO
002810     END-IF
002820     SET AUD-FACTORES-PROTEGIDOS TO TRUE.
002830
002840*----------------------------------------------------------------*
002850* REEMPLAZAR-BITACORA-DESDE-WORK - el OPEN OUTPUT trunca la
002860* bitacora original solo despues de que AUTH-LOG-WORK quedo
002870* completa y cerrada; si la corrida aborta durante la copia,
002880* AUTH-LOG-WORK sigue en disco como fuente de recuperacion.
002890*----------------------------------------------------------------*
002900 REEMPLAZAR-BITACORA-DESDE-WORK.
002910     MOVE 'N' TO WS-AUTH-WORK-EOF
002920     OPEN OUTPUT AUTH-LOG-FILE
002930     OPEN INPUT AUTH-LOG-WORK-FILE
002940     PERFORM COPIAR-UN-REGISTRO-WORK
002950         UNTIL AUTH-WORK-AL-FINAL
002960     CLOSE AUTH-LOG-FILE
002970     CLOSE AUTH-LOG-WORK-FILE.
002980
002990 COPIAR-UN-REGISTRO-WORK.
003000     READ AUTH-LOG-WORK-FILE
003010         AT END
003020             SET AUTH-WORK-AL-FINAL TO TRUE
003030         NOT AT END
003040             MOVE REGISTRO-AUDITORIA
003050                 TO REGISTRO-AUDITORIA-ANTERIOR
003060             WRITE REGISTRO-AUDITORIA-ANTERIOR
003070     END-READ.
