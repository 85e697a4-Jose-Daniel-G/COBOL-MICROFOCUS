      *> SUSTITUTO.cpy - variables para ofrecer un producto equivalente
      *> cuando no alcanza el stock (ver OFRECER-SUSTITUTO.cpy y
      *> sustituto.fd)
       01  ST-SUSTITUTOS      PIC XX.
       01  ST-SUSTLOG         PIC XX.
       01  WS-SUS-PROD-ID     PIC X(10).
       01  WS-SUS-CANT        PIC 9(05)V999.
       01  WS-SUS-LINEA       PIC 99 VALUE 14.
       01  WS-SUS-PROGRAMA    PIC X(08).
      *> Equivalente elegido por el vendedor (en blanco = no sustituye)
       01  WS-SUS-ELEGIDO     PIC X(10).
       01  WS-SUS-OPCION      PIC 9.
       01  WS-SUS-CANT-OPC    PIC 9.
       01  WS-SUS-IDX         PIC 9.
       01  WS-SUS-FILA        PIC 99.
       01  WS-SUS-NRO-MAX     PIC 9(07).
       01  WS-SUS-EDIT-CANT   PIC -(8)9.999.
       01  WS-SUS-EDIT-PRECIO PIC Z(8)9.99.
       01  WS-SUS-TABLA.
           05 WS-SUS-RENGLON OCCURS 4 TIMES.
              10 WS-SUS-OPC-COD     PIC X(10).
              10 WS-SUS-OPC-DESC    PIC X(25).
              10 WS-SUS-OPC-DISP    PIC S9(09)V999.
              10 WS-SUS-OPC-PRECIO  PIC 9(9)V99.
       01  WS-SW-SUS          PIC X VALUE "N".
           88 FIN-SUS            VALUE "S".
           88 NO-FIN-SUS         VALUE "N".
