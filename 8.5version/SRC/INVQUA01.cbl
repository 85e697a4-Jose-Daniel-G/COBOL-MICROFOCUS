          88 NO-FIN-KARDEX     VALUE "N".

       01 W-CUA-NRO         PIC 9(07).
       01 W-CANT            PIC 9(09)V999.
       01 W-CANT-TXT        PIC X(13).
       01 WS-CANT-DISP      PIC Z(8)9.999.
       01 W-DESTINO         PIC X(01).
       01 W-DIAS            PIC 9(03).
       01 WS-FECHA-HOY      PIC 9(08).
                           DISPLAY CUA-PROD-ID LINE WS-FILA COL 19
                           DISPLAY CUA-NCR-NRO LINE WS-FILA COL 30
                           DISPLAY CUA-FECHA LINE WS-FILA COL 39
                           MOVE CUA-CANT-PEND TO WS-CANT-DISP
                           DISPLAY WS-CANT-DISP LINE WS-FILA COL 50
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           DISPLAY "PRODUCTO: " LINE 12 COL 10
           DISPLAY CUA-PROD-ID LINE 12 COL 21
           DISPLAY "PENDIENTE: " LINE 12 COL 34
           MOVE CUA-CANT-PEND TO WS-CANT-DISP
           DISPLAY WS-CANT-DISP LINE 12 COL 46

           MOVE 0 TO W-CANT
           MOVE SPACES TO W-CANT-TXT
           DISPLAY "CANTIDAD A DISPONER: " LINE 13 COL 10
           ACCEPT W-CANT-TXT LINE 13 COL 32
           IF FUNCTION TEST-NUMVAL(W-CANT-TXT) = 0
               COMPUTE W-CANT = FUNCTION NUMVAL(W-CANT-TXT)
           END-IF
           IF W-CANT = 0 OR W-CANT > CUA-CANT-PEND
               DISPLAY "CANTIDAD INVALIDA" LINE 14 COL 10
               ACCEPT WS-PAUSA LINE 14 COL 29
                               DISPLAY CUA-NRO LINE WS-FILA COL 10
                               DISPLAY CUA-PROD-ID LINE WS-FILA COL 19
                               DISPLAY CUA-FECHA LINE WS-FILA COL 30
                               MOVE CUA-CANT-PEND TO WS-CANT-DISP
                               DISPLAY WS-CANT-DISP LINE WS-FILA COL 41
                               DISPLAY WS-DIAS-CUA LINE WS-FILA COL 52
                               ADD 1 TO WS-FILA
                           END-IF
