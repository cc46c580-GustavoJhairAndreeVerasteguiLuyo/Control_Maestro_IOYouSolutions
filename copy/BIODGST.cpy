000010*================================================================*
000020* BIODGST.CPY
000030* Parametros de BIOMETRIC-DIGEST: el factor tal como se presento
000040* o se enrolo, el ID del dispositivo dueno de la plantilla y el
000050* numero de factor (1 o 2); devuelve en BDG-RESUMEN la forma
000060* protegida de una sola via que se guarda en DISP-FACTOR-1/2 y
000070* contra la que compara COMPARAR-FACTORES-BIOMETRICOS.
000080* Con BDG-DISPOSITIVO-ID en blanco y BDG-NUMERO-FACTOR en cero
000090* devuelve en cambio el resumen de flota del factor, igual para el
000100* mismo valor en cualquier dispositivo; solo sus primeras nueve
000110* posiciones se asientan (AUD-MARCA-FACTOR-1/2) y nunca sirve
000120* para comparar contra una plantilla.
000130*----------------------------------------------------------------*
000140* HISTORIAL DE MODIFICACIONES
000150*   FECHA       AUTOR   DESCRIPCION
000160*   2026-10-15  JGV     Version inicial - resumen de factores.
000170*   2026-10-15  JGV     Resumen de flota (sin dispositivo, factor
000180*                       cero) para las marcas de AUTH-LOG.
000190*================================================================*
000200 01  PARAMETROS-RESUMEN-FACTOR.
000210     05  BDG-FACTOR              PIC X(20).
000220     05  BDG-DISPOSITIVO-ID      PIC X(20).
000230     05  BDG-NUMERO-FACTOR       PIC 9(01).
000240     05  BDG-RESUMEN             PIC X(20).
