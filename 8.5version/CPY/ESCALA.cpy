      *> ESCALA.cpy - variables para buscar la escala de precio por
      *> cantidad de una linea (ver BUSCAR-ESCALA.cpy y escala.fd)
       01  ST-ESCALAS         PIC XX.
       01  WS-ESC-PROD-ID     PIC X(10).
       01  WS-ESC-CATEGORIA   PIC X(04).
       01  WS-ESC-CANT        PIC 9(05)V999.
       01  WS-ESC-PRECIO-LISTA PIC 9(9)V99.
      *> Resultado: escala alcanzada (0 = ninguna) y su precio
       01  WS-ESC-DESDE       PIC 9(05).
       01  WS-ESC-PRECIO      PIC 9(11)V99.
      *> Escala que quedo en la linea (0 = la linea va sin escala)
       01  WS-ESC-APLICADA    PIC 9(05).
       01  WS-ESC-TIPO        PIC X(01).
       01  WS-ESC-VALOR       PIC 9(9)V99.
       01  WS-ESC-EDIT        PIC Z(4)9.
       01  WS-SW-ESC          PIC X VALUE "N".
           88 FIN-ESC            VALUE "S".
           88 NO-FIN-ESC         VALUE "N".
