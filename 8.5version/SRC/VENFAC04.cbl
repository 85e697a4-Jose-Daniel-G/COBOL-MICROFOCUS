
       01 WS-PAUSA         PIC X.
       01 WS-MENSAJE       PIC X(80).
       01 WS-CANT-DISP     PIC Z(4)9.999.

       COPY "PARAMETROS.cpy".

                           DISPLAY DET-ITEM      LINE WS-LINEA COL 03
                           DISPLAY DET-PROD-ID   LINE WS-LINEA COL 09
                           DISPLAY DET-DESCRIP   LINE WS-LINEA COL 21
                           MOVE DET-CANT TO WS-CANT-DISP
                           DISPLAY WS-CANT-DISP  LINE WS-LINEA COL 43
                           DISPLAY DET-PRECIO    LINE WS-LINEA COL 53
                           DISPLAY DET-SUBTOTAL  LINE WS-LINEA COL 66
                           ADD 1 TO WS-LINEA
