      *> ******************************************************************
      *> * Purpose:  Antiguedad de Saldos de Proveedores (cuentas por
      *> *           pagar abiertas por rango de vencimiento)
      *> *           F8 lanza la corrida de pagos (COMPRA10) y al volver
      *> *           recalcula la antiguedad con lo pagado
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           05 LINE 03 COL 67 VALUE "+90"      BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 04 COL 01 PIC X(80) FROM ALL "_" BACKGROUND-COLOR 1.
           05 LINE 25 COL 01 PIC X(80) FROM ALL " " BACKGROUND-COLOR 7.
           05 LINE 25 COL 02 VALUE "F8=Corrida Pagos  F9=Plano  F10=CSV  ESC=Salir" BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

           PERFORM UNTIL WS-KEY = KEY-ESC
               ACCEPT WS-PAUSA LINE 1 COL 1 WITH NO-ECHO
               EVALUATE WS-KEY
                   WHEN KEY-F8
                       PERFORM LANZAR-CORRIDA-PAGOS
                   WHEN KEY-F9
                       PERFORM GENERAR-PLANO
                       DISPLAY "Archivo plano 'provfac.txt' generado." LINE 22 COL 20
           CLOSE PROVEEDORES.
           GOBACK.

       LANZAR-CORRIDA-PAGOS.
      *> La corrida actualiza facturas de proveedor: se cierran los
      *> archivos mientras corre y se recarga la antiguedad al volver
           CLOSE FACTURAS-PROV
           CLOSE PROVEEDORES
           CALL "COMPRA10"
               ON EXCEPTION
                   DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 22 COL 20
                   ACCEPT WS-PAUSA LINE 23 COL 55
           END-CALL
           CANCEL "COMPRA10"
           PERFORM ABRO-ARCHIVO
           PERFORM CARGAR-ANTIGUEDAD
           PERFORM ORDENAR-POR-PROVEEDOR
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY PANTALLA-BASE
           PERFORM MOSTRAR-REGISTROS.

       CARGAR-ANTIGUEDAD.
           MOVE 0 TO WS-TOTAL-FILAS WS-TOT-GENERAL
           MOVE ZERO TO PFC-NRO
