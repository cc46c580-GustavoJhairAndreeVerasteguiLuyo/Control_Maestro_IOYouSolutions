000010*================================================================*
000020* PROGRAM-ID.  OPERATOR-MASTER-LOAD
000030* AUTOR.       J. GUSTAVO VERASTEGUI
000040* INSTALACION. IOYOU SOLUTIONS - PLATFORM ENGINEERING
000050* FECHA-ESCRITURA. 2026-10-15
000060* FECHA-COMPILACION.
000070*----------------------------------------------------------------*
000080* Utilitario de alta/mantenimiento de OPERATOR-MASTER a partir de
000090* OPERATOR-SEED-FILE, al estilo de DEVICE-MASTER-LOAD: cada
000100* registro de alta se valida (ID en blanco, estado fuera de A/S,
000110* codigo de transaccion desconocido, ID duplicado dentro del mismo
000120* archivo) y se aplica con WRITE si el operador es nuevo o REWRITE
000130* si ya existia; los rechazados van con su razon a
000140* OPERATOR-SEED-REJECTS.  Suspender a un operador es volver a
000150* someter su registro con estado S; nunca se borra uno, para que
000160* los IDs que quedaron en AUTH-LOG y en DEVICE-STATUS-JOURNAL
000170* sigan teniendo a quien referirse.
000180*----------------------------------------------------------------*
000190* HISTORIAL DE MODIFICACIONES
000200*   FECHA       AUTOR   DESCRIPCION
000210*   2026-10-15  JGV     Version inicial.
000220*================================================================*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. OPERATOR-MASTER-LOAD.
000250 AUTHOR. J. GUSTAVO VERASTEGUI.
000260 INSTALLATION. IOYOU SOLUTIONS.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPERATOR-SEED-FILE
000340         ASSIGN TO "OPERATOR-SEED-FILE"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-SEED-STATUS.
000370
000380     SELECT OPERATOR-MASTER
000390         ASSIGN TO "OPERATOR-MASTER"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS OPR-ID
000430         FILE STATUS IS WS-OPERATOR-STATUS.
000440
000450     SELECT DUP-CHECK-FILE
000460         ASSIGN TO "OPERATOR-SEED-DUPCHECK"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS DUP-ID
000500         FILE STATUS IS WS-DUPCHECK-STATUS.
000510
000520     SELECT OPERATOR-SEED-REJECT-FILE
000530         ASSIGN TO "OPERATOR-SEED-REJECTS"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-REJECT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  OPERATOR-SEED-FILE
000600     RECORDING MODE IS F.
000610     COPY OPERSEED.
000620
000630 FD  OPERATOR-MASTER.
000640     COPY OPERMAST.
000650
000660 FD  DUP-CHECK-FILE.
000670 01  DUP-CHECK-RECORD.
000680     05  DUP-ID                  PIC X(08).
000690
000700*----------------------------------------------------------------*
000710* Los rechazos usan el mismo registro que los de DEVICE-MASTER-
000720* LOAD: RCH-ID de veinte posiciones cubre de sobra el OPR-ID.
000730*----------------------------------------------------------------*
000740 FD  OPERATOR-SEED-REJECT-FILE
000750     RECORDING MODE IS F.
000760     COPY DEVREJ.
000770
000780 WORKING-STORAGE SECTION.
000790 01 WS-SEED-STATUS         PIC X(02) VALUE "00".
000800 01 WS-OPERATOR-STATUS     PIC X(02) VALUE "00".
000810 01 WS-DUPCHECK-STATUS     PIC X(02) VALUE "00".
000820 01 WS-REJECT-STATUS       PIC X(02) VALUE "00".
000830 01 WS-SEED-EOF            PIC X VALUE 'N'.
000840     88 SEED-AL-FINAL          VALUE 'Y'.
000850 01 WS-ALTAS-CONTADOR      PIC 9(05) COMP VALUE ZERO.
000860 01 WS-ACTUALIZA-CONTADOR  PIC 9(05) COMP VALUE ZERO.
000870 01 WS-RECHAZOS-CONTADOR   PIC 9(05) COMP VALUE ZERO.
000880 01 WS-ALTA-VALIDA         PIC X VALUE 'Y'.
000890 01 WS-RAZON-RECHAZO       PIC X(40) VALUE SPACES.
000900 01 WS-IDX-CODIGO          PIC 9(02) COMP VALUE ZERO.
000910
000920 PROCEDURE DIVISION.
000930 INICIO.
000940     DISPLAY "Cargando maestro de operadores..."
000950
000960     OPEN INPUT OPERATOR-SEED-FILE
000970     IF WS-SEED-STATUS NOT = "00"
000980         DISPLAY "OPERATOR-SEED-FILE no disponible; nada que "
000990             "cargar."
001000     ELSE
001010         OPEN I-O OPERATOR-MASTER
001020         IF WS-OPERATOR-STATUS = "35"
001030             OPEN OUTPUT OPERATOR-MASTER
001040             CLOSE OPERATOR-MASTER
001050             OPEN I-O OPERATOR-MASTER
001060         END-IF
001070
001080         OPEN OUTPUT DUP-CHECK-FILE
001090         CLOSE DUP-CHECK-FILE
001100         OPEN I-O DUP-CHECK-FILE
001110
001120         OPEN OUTPUT OPERATOR-SEED-REJECT-FILE
001130
001140         PERFORM PROCESAR-ALTAS
001150             UNTIL SEED-AL-FINAL
001160
001170         CLOSE OPERATOR-SEED-FILE
001180         CLOSE OPERATOR-MASTER
001190         CLOSE DUP-CHECK-FILE
001200         CLOSE OPERATOR-SEED-REJECT-FILE
001210
001220         DISPLAY "Operadores nuevos: " WS-ALTAS-CONTADOR
001230         DISPLAY "Operadores actualizados: " WS-ACTUALIZA-CONTADOR
001240         DISPLAY "Operadores rechazados: " WS-RECHAZOS-CONTADOR
001250     END-IF
001260     GOBACK.
001270
001280*----------------------------------------------------------------*
001290* PROCESAR-ALTAS - lee un registro de alta, lo valida y lo aplica
001300* contra OPERATOR-MASTER si pasa; si no, lo rechaza con su razon.
001310*----------------------------------------------------------------*
001320 PROCESAR-ALTAS.
001330     READ OPERATOR-SEED-FILE
001340         AT END
001350             MOVE 'Y' TO WS-SEED-EOF
001360         NOT AT END
001370             PERFORM VALIDAR-REGISTRO-ALTA
001380             IF WS-ALTA-VALIDA = 'Y'
001390                 PERFORM APLICAR-ALTA
001400             ELSE
001410                 PERFORM REGISTRAR-RECHAZO
001420             END-IF
001430     END-READ.
001440
001450*----------------------------------------------------------------*
001460* VALIDAR-REGISTRO-ALTA - rechaza un ID en blanco, un estado fuera
001470* de A/S, un codigo autorizado que no sea AUTH, OVRD, DEAC o RENEW
001480* (las posiciones en blanco se permiten), o un ID que ya aparecio
001490* antes en este mismo archivo.
001500*----------------------------------------------------------------*
001510 VALIDAR-REGISTRO-ALTA.
001520     MOVE 'Y' TO WS-ALTA-VALIDA
001530     MOVE SPACES TO WS-RAZON-RECHAZO
001540     EVALUATE TRUE
001550         WHEN OSD-ID = SPACES
001560             MOVE 'N' TO WS-ALTA-VALIDA
001570             MOVE "BLANK OPERATOR ID" TO WS-RAZON-RECHAZO
001580         WHEN OSD-ESTADO NOT = "A" AND
001590              OSD-ESTADO NOT = "S"
001600             MOVE 'N' TO WS-ALTA-VALIDA
001610             MOVE "INVALID ESTADO CODE" TO WS-RAZON-RECHAZO
001620         WHEN OTHER
001630             PERFORM VALIDAR-UN-CODIGO
001640                 VARYING WS-IDX-CODIGO FROM 1 BY 1
001650                 UNTIL WS-IDX-CODIGO > 4
001660             IF WS-ALTA-VALIDA = 'Y'
001670                 PERFORM VERIFICAR-ID-DUPLICADO
001680             END-IF
001690     END-EVALUATE.
001700
001710 VALIDAR-UN-CODIGO.
001720     IF OSD-CODIGO-AUTORIZADO(WS-IDX-CODIGO) NOT = SPACES
001730         AND OSD-CODIGO-AUTORIZADO(WS-IDX-CODIGO) NOT = "AUTH "
001740         AND OSD-CODIGO-AUTORIZADO(WS-IDX-CODIGO) NOT = "OVRD "
001750         AND OSD-CODIGO-AUTORIZADO(WS-IDX-CODIGO) NOT = "DEAC "
001760         AND OSD-CODIGO-AUTORIZADO(WS-IDX-CODIGO) NOT = "RENEW"
001770         MOVE 'N' TO WS-ALTA-VALIDA
001780         MOVE "INVALID AUTHORISED TRAN CODE" TO WS-RAZON-RECHAZO
001790     END-IF.
001800
001810*----------------------------------------------------------------*
001820* VERIFICAR-ID-DUPLICADO - DUP-CHECK-FILE arranca vacio en cada
001830* corrida; un segundo WRITE del mismo ID falla con INVALID KEY y
001840* marca el duplicado, igual que en DEVICE-MASTER-LOAD.
001850*----------------------------------------------------------------*
001860 VERIFICAR-ID-DUPLICADO.
001870     MOVE OSD-ID TO DUP-ID
001880     WRITE DUP-CHECK-RECORD
001890         INVALID KEY
001900             MOVE 'N' TO WS-ALTA-VALIDA
001910             MOVE "DUPLICATE ID IN SEED FILE" TO WS-RAZON-RECHAZO
001920         NOT INVALID KEY
001930             CONTINUE
001940     END-WRITE.
001950
001960*----------------------------------------------------------------*
001970* APLICAR-ALTA - WRITE si el operador es nuevo, REWRITE si ya
001980* existia (cambio de codigos, suspension o reactivacion).
001990*----------------------------------------------------------------*
002000 APLICAR-ALTA.
002010     MOVE OSD-ID TO OPR-ID
002020     READ OPERATOR-MASTER
002030         INVALID KEY
002040             MOVE OPERADOR-ALTA TO OPERADOR-MAESTRO
002050             WRITE OPERADOR-MAESTRO
002060             ADD 1 TO WS-ALTAS-CONTADOR
002070         NOT INVALID KEY
002080             MOVE OPERADOR-ALTA TO OPERADOR-MAESTRO
002090             REWRITE OPERADOR-MAESTRO
002100             ADD 1 TO WS-ACTUALIZA-CONTADOR
002110     END-READ.
002120
002130*----------------------------------------------------------------*
002140* REGISTRAR-RECHAZO - asienta el registro rechazado con su razon
002150* en OPERATOR-SEED-REJECTS, para corregirlo y volver a someterlo.
002160*----------------------------------------------------------------*
002170 REGISTRAR-RECHAZO.
002180     ADD 1 TO WS-RECHAZOS-CONTADOR
002190     MOVE SPACES           TO DISPOSITIVO-RECHAZO
002200     MOVE OSD-ID           TO RCH-ID
002210     MOVE WS-RAZON-RECHAZO TO RCH-RAZON
002220     WRITE DISPOSITIVO-RECHAZO.
