000226*                       dos marcas de tiempo X(14) con sus
000228*                       rotulos (41 caracteres) y en X(40) perdia
000229*                       el ultimo digito.
000231*   2026-10-15  JGV     Se agrega EXC-SITIO-ID, el sitio
000233*                       propietario del dispositivo, para trabajar
000235*                       la lista por sitio.
000237*================================================================*
000240 01  EXCEPCION-CONCILIACION.
000250     05  EXC-DISPOSITIVO-ID      PIC X(20).
000260     05  EXC-CODIGO-RAZON        PIC X(08).
000270     05  EXC-DETALLE             PIC X(44).
000275     05  EXC-SITIO-ID            PIC X(08).
000280     05  FILLER                  PIC X(06).
