      *> PROVCSG.cpy - variables de trabajo para ACUMULAR-CONSIGNACION
      *> (ver ACUMULAR-CONSIGNACION.cpy y provcsg.fd)
       01  ST-PROVCSG         PIC XX.
       01  WS-PCS-EXCESO      PIC 9(09)V999.
       01  WS-PCS-TOMA        PIC 9(09)V999.
       01  WS-SW-PCS          PIC X VALUE "N".
           88 FIN-PCS            VALUE "S".
           88 NO-FIN-PCS         VALUE "N".
