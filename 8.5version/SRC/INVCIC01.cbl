       01 W-MAX-TAREAS      PIC 9(03).
       01 WS-CANT-TAREAS    PIC 9(03).
       01 W-PROD-ID         PIC X(10).
       01 W-CONTADO         PIC 9(09)V999.
       01 W-CONTADO-TXT     PIC X(13).
       01 WS-VARIANZA       PIC S9(09)V999.
       01 WS-VARIANZA-ABS   PIC 9(09)V999.
       01 WS-CANT-DISP      PIC -(8)9.999.
       01 WS-KAR-SECUENCIA  PIC 9(05).
       01 WS-EXACTITUD      PIC 9(03)V99.
       01 WS-PCT-DISP       PIC ZZ9.99.
           END-READ

           DISPLAY "SISTEMA: " LINE 12 COL 10
           MOVE STK-CANTIDAD TO WS-CANT-DISP
           DISPLAY WS-CANT-DISP LINE 12 COL 19
           MOVE 0 TO W-CONTADO
           MOVE SPACES TO W-CONTADO-TXT
           DISPLAY "CONTADO FISICO: " LINE 13 COL 10
           ACCEPT W-CONTADO-TXT LINE 13 COL 27
           IF FUNCTION TEST-NUMVAL(W-CONTADO-TXT) = 0
               COMPUTE W-CONTADO = FUNCTION NUMVAL(W-CONTADO-TXT)
           END-IF

           COMPUTE WS-VARIANZA = W-CONTADO - STK-CANTIDAD
           IF WS-VARIANZA NOT = 0
               REWRITE STOCK-REG
               PERFORM GRABAR-KARDEX-CICLO
               DISPLAY "AJUSTE APLICADO POR " LINE 14 COL 10
               MOVE WS-VARIANZA TO WS-CANT-DISP
               DISPLAY WS-CANT-DISP LINE 14 COL 31
           ELSE
               DISPLAY "CONTEO EXACTO - SIN AJUSTE" LINE 14 COL 10
           END-IF
