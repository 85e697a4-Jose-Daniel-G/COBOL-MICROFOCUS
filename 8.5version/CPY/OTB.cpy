      *> OTB.cpy - variables del calculo open-to-buy de una categoria
      *> en un periodo (ver CALCULAR-OTB.cpy). Presupuesto en cero =
      *> la categoria no tiene control de compras en el periodo.
       01  WS-OTB-CATEGORIA     PIC X(04).
       01  WS-OTB-PERIODO       PIC 9(06).
       01  WS-OTB-PRESUPUESTO   PIC S9(11)V99.
       01  WS-OTB-COMPROMETIDO  PIC S9(11)V99.
       01  WS-OTB-RECIBIDO      PIC S9(11)V99.
       01  WS-OTB-DISPONIBLE    PIC S9(11)V99.
       01  WS-OTB-COM-NRO       PIC 9(07).
       01  WS-SW-OTB-COM        PIC X VALUE "N".
           88 FIN-OTB-COM          VALUE "S".
           88 NO-FIN-OTB-COM       VALUE "N".
       01  WS-SW-OTB-DET        PIC X VALUE "N".
           88 FIN-OTB-DET          VALUE "S".
           88 NO-FIN-OTB-DET       VALUE "N".
