      *> COLACONT.cpy - solicitud de asiento a encolar (ver
      *> ENCOLAR-ASIENTO.cpy). Tipo de documento como en ASIENTOS:
      *> F factura, N nota de credito, R recibo, C compra, Z cruce.
       01  ST-COLACONT          PIC XX.
       01  WS-CLC-TIPO-DOC      PIC X(01).
       01  WS-CLC-DOC-NRO       PIC 9(07).
       01  WS-CLC-ACCION        PIC X(01).
       01  WS-CLC-PROGRAMA      PIC X(10).
