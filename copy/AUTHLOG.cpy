000110*                       segundo factor biometrico del intento, asi
000120*                       un rechazo queda trazable a que factor(es)
000130*                       no coincidieron.
000131*   2026-10-15  JGV     Los factores ya no se asientan: en lugar
000132*                       de AUD-BIOMETRICO/AUD-BIOMETRICO-2 cada
000133*                       registro lleva solo si cada factor
000134*                       coincidio ("S"), fallo ("N") o no llego
000135*                       a compararse (blanco).  AUD-FORMATO-
000136*                       FACTORES "P", tomado del FILLER, marca
000137*                       los registros escritos asi, para que
000138*                       BIOMETRIC-CONVERSION no vuelva a tocar
000139*                       un registro ya depurado.
000140*   2026-10-15  JGV     AUD-CADENA-SECUENCIA y AUD-CADENA-VALOR,
000141*                       tomados del FILLER: numero de registro y
000142*                       valor de cadena (LOG-CHAIN-LINK,
000143*                       CHNLINK.CPY) que encadena cada registro
000144*                       con el anterior, para que LOG-CHAIN-
000145*                       VERIFY detecte registros alterados,
000146*                       borrados o reordenados.
000147*   2026-10-15  JGV     AUD-MARCA-FACTOR-1/2, tomados del FILLER:
000148*                       marca de flota (BIOMETRIC-DIGEST sin
000149*                       dispositivo, 9 posiciones) de cada factor
000150*                       que no coincidio en un intento fallido,
000151*                       para que AUTH-ATTACK-SCAN reconozca el
000152*                       mismo factor probado contra varios
000153*                       dispositivos sin que AUTH-LOG guarde el
000154*                       factor.  En blanco en todo otro registro.
000155*================================================================*
000156 01  REGISTRO-AUDITORIA.
000160     05  AUD-FECHA-HORA          PIC X(14).
000170     05  AUD-DISPOSITIVO-ID      PIC X(20).
000175     05  AUD-FACTOR-1-RESULTADO  PIC X(01).
000180     05  AUD-FACTOR-2-RESULTADO  PIC X(01).
000185     05  AUD-CADENA-SECUENCIA    PIC 9(09).
000190     05  AUD-CADENA-VALOR        PIC X(20).
000195     05  AUD-MARCA-FACTOR-1      PIC X(09).
000200     05  AUD-RESULTADO           PIC X(01).
000210     05  AUD-TIPO-EVENTO         PIC X(10).
000220     05  AUD-OPERADOR-ID         PIC X(08).
000230     05  AUD-FORMATO-FACTORES    PIC X(01).
000240         88  AUD-FACTORES-PROTEGIDOS      VALUE "P".
000250     05  AUD-MARCA-FACTOR-2      PIC X(09).
