       01 WS-FECHA-CORTE    PIC 9(08).
       01 WS-FILA           PIC 99.
       01 WS-CANT-LOTES     PIC 9(05).
       01 WS-CANT-DISP      PIC Z(6)9.999.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
                                   DISPLAY LOT-PROD-ID LINE WS-FILA COL 10
                                   DISPLAY LOT-BODEGA  LINE WS-FILA COL 21
                                   DISPLAY LOT-NUMERO  LINE WS-FILA COL 28
                                   MOVE LOT-CANTIDAD TO WS-CANT-DISP
                                   DISPLAY WS-CANT-DISP LINE WS-FILA COL 40
                                   DISPLAY LOT-FECHA-VENCE LINE WS-FILA COL 52
                                   IF LOT-FECHA-VENCE < WS-FECHA-HOY
                                       DISPLAY "VENCIDO" LINE WS-FILA COL 62
