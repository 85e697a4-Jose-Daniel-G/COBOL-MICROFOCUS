           88 NO-FIN-KARDEX   VALUE "N".
       01  WS-LINEA        PIC 99.
       01  WS-TIPO-DISP    PIC X(08).
       01  WS-CANT-DISP    PIC Z(6)9.999.
       01  WS-SALDO-DISP   PIC Z(6)9.999.
       01  WS-TOTAL-MOSTRADO PIC 999 VALUE 0.

       SCREEN SECTION.

           DISPLAY KAR-FECHA      LINE WS-LINEA COL 02
           DISPLAY WS-TIPO-DISP   LINE WS-LINEA COL 12
           MOVE KAR-CANTIDAD      TO WS-CANT-DISP
           MOVE KAR-SALDO         TO WS-SALDO-DISP
           DISPLAY WS-CANT-DISP   LINE WS-LINEA COL 24
           DISPLAY WS-SALDO-DISP  LINE WS-LINEA COL 36
           DISPLAY KAR-BODEGA     LINE WS-LINEA COL 48
           DISPLAY KAR-REFERENCIA LINE WS-LINEA COL 58.

