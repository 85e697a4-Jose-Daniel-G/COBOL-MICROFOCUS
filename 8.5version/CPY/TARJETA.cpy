      *> TARJETA.cpy - variables de captura del pago con tarjeta
      *> y de los medios de pago de un documento (ver CAPTURAR-TARJETA.cpy,
      *> ANULAR-MEDIOS-PAGO.cpy y mediopago.fd)
       01  ST-MEDIOSPAGO      PIC XX.
       01  W-TJ-FRANQUICIA    PIC X(02).
           88 TJ-FRANQ-VALIDA    VALUE "VI" "MC" "AX" "DI" "OT".
       01  W-TJ-AUTORIZACION  PIC X(06).
       01  W-TJ-VOUCHER       PIC 9(08).
       01  WS-TJ-LINEA        PIC 99 VALUE 20.
       01  WS-MPG-TIPO-DOC    PIC X(01).
       01  WS-MPG-DOC-NRO     PIC 9(07).
       01  WS-MPG-LIQUIDADOS  PIC 9(03) VALUE 0.
       01  WS-SW-MPG          PIC X VALUE "N".
           88 FIN-MPG            VALUE "S".
           88 NO-FIN-MPG         VALUE "N".
