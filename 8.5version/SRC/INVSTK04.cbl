
       01 W-CODIGO         PIC X(10).

       01 WS-CANT-SISTEMA  PIC 9(09)V999.
       01 WS-CANT-CONTADA  PIC 9(09)V999.
       01 W-CANT-CONTADA-TXT PIC X(13).
       01 WS-VARIANZA      PIC S9(09)V999.
       01 WS-VARIANZA-ABS  PIC 9(09)V999.
       01 WS-CANT-DISP     PIC -(8)9.999.
       01 WS-MOTIVO        PIC X(10).

       01 WS-AUD-CANT-DISP PIC Z(8)9.999.
       01 WS-KAR-SECUENCIA PIC 9(05).
       01 WS-SW-KARDEX     PIC X VALUE "N".
          88 FIN-KARDEX       VALUE "S".
           DISPLAY "Bodega          : " LINE 11 COL 10
           DISPLAY STK-BODEGA           LINE 11 COL 29
           DISPLAY "Cantidad Sistema: " LINE 12 COL 10
           MOVE WS-CANT-SISTEMA TO WS-CANT-DISP
           DISPLAY WS-CANT-DISP         LINE 12 COL 29

           MOVE 0 TO WS-CANT-CONTADA
           MOVE SPACES TO W-CANT-CONTADA-TXT
           DISPLAY "Cantidad Contada: " LINE 13 COL 10
           ACCEPT W-CANT-CONTADA-TXT LINE 13 COL 29
           IF FUNCTION TEST-NUMVAL(W-CANT-CONTADA-TXT) = 0
               COMPUTE WS-CANT-CONTADA =
                   FUNCTION NUMVAL(W-CANT-CONTADA-TXT)
           END-IF

           COMPUTE WS-VARIANZA = WS-CANT-CONTADA - WS-CANT-SISTEMA
           IF WS-VARIANZA < 0
           END-IF

           DISPLAY "Varianza        : " LINE 14 COL 10
           MOVE WS-VARIANZA TO WS-CANT-DISP
           DISPLAY WS-CANT-DISP         LINE 14 COL 29

           IF WS-VARIANZA = 0
               DISPLAY "SIN VARIANZA. NO SE REQUIERE AJUSTE." LINE 16 COL 10
