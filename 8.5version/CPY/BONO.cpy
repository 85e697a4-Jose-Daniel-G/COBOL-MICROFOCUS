      *> BONO.cpy - variables para validar y mover el saldo de un Bono
      *> de Regalo (ver VALIDAR-BONO.cpy, MOVER-BONO.cpy y bono.fd)
       01  ST-BONOS           PIC XX.
       01  ST-BONOSMOV        PIC XX.
       01  WS-BOM-BONO        PIC 9(07).
       01  WS-BOM-TIPO        PIC X(01).
       01  WS-BOM-MONTO       PIC S9(9)V99.
       01  WS-BOM-DOC-TIPO    PIC X(01).
       01  WS-BOM-DOC-NRO     PIC 9(07).
       01  WS-BOM-SEC         PIC 9(03).
       01  WS-BON-HOY         PIC 9(08).
       01  WS-BON-ERROR       PIC X(40).
       01  WS-SW-BON-OK       PIC X VALUE "N".
           88 BONO-DISPONIBLE    VALUE "S".
           88 BONO-NO-DISPONIBLE VALUE "N".
       01  WS-SW-BOM          PIC X VALUE "N".
           88 FIN-BOM            VALUE "S".
           88 NO-FIN-BOM         VALUE "N".
