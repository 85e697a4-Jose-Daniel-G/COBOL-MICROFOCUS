      *> CAPAS.cpy - variables de trabajo para las capas de costo PEPS
      *> (ver CREAR-CAPA.cpy, CONSUMIR-CAPAS.cpy, VALORIZAR-CAPAS.cpy
      *> y capacosto.fd)
       01  ST-CAPAS             PIC XX.
       01  ST-CONSUMO-CAPAS     PIC XX.
       01  WS-CPA-CANTIDAD      PIC 9(09)V999.
       01  WS-CPA-COSTO-UNIT    PIC 9(09)V99.
       01  WS-CPA-COM-NRO       PIC 9(07).
       01  WS-CPA-ORIGEN        PIC X(10).
       01  WS-CPA-REFERENCIA    PIC X(10).
       01  WS-CPA-FAC-NRO       PIC 9(07).
       01  WS-CPA-PROPIA        PIC S9(09)V999.
       01  WS-CPA-SUMA          PIC 9(09)V999.
       01  WS-CPA-A-CONSUMIR    PIC 9(09)V999.
       01  WS-CPA-PENDIENTE     PIC 9(09)V999.
       01  WS-CPA-TOMA          PIC 9(09)V999.
       01  WS-CPA-COSTO-TOMADO  PIC 9(11)V99.
       01  WS-CPA-VALOR         PIC 9(11)V99.
       01  WS-CPA-SECUENCIA     PIC 9(03).
       01  WS-CPA-EXISTE        PIC X VALUE "N".
       01  WS-SW-CPA            PIC X VALUE "N".
           88 FIN-CPA              VALUE "S".
           88 NO-FIN-CPA           VALUE "N".
       01  WS-SW-FIFO           PIC X VALUE "N".
           88 PRODUCTO-FIFO        VALUE "S".
           88 PRODUCTO-PROMEDIO    VALUE "N".
