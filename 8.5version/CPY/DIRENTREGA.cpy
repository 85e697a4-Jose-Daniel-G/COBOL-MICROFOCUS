      *> DIRENTREGA.cpy - variables para elegir y leer el Punto de
      *> Entrega de un cliente (ver ELEGIR-DIR-ENTREGA.cpy,
      *> LEER-DIR-ENTREGA.cpy y direntrega.fd)
       01  ST-DIRENTREGA      PIC XX.
       01  WS-DEN-CLI-ID      PIC 9(07).
       01  WS-DEN-CODIGO      PIC X(04).
       01  WS-DEN-LINEA       PIC 99 VALUE 20.
       01  WS-DEN-CANT        PIC 9(03).
       01  WS-DEN-LISTA       PIC X(78).
      *> Direccion de despacho resuelta: la del punto de entrega o, si no
      *> tiene, la de facturacion del cliente
       01  WS-DEN-DIRECCION   PIC X(40).
       01  WS-DEN-CIUDAD      PIC X(20).
       01  WS-DEN-CONTACTO    PIC X(30).
       01  WS-DEN-TELEFONO    PIC X(15).
       01  WS-DEN-HORARIO     PIC X(20).
       01  WS-DEN-ZONA        PIC X(04).
       01  WS-DEN-MUNICIPIO   PIC X(05).
       01  WS-SW-DEN          PIC X VALUE "N".
           88 FIN-DEN            VALUE "S".
           88 NO-FIN-DEN         VALUE "N".
