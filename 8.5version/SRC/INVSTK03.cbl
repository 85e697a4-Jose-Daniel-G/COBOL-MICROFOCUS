       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Reporte de reorden - Stock por debajo del minimo
      *> *           F8 abre el recalculo de minimo/maximo desde el
      *> *           consumo (INVSTK09) y recarga el reporte al volver
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
              10 T-BODEGA       PIC X(04).
              10 T-CODIGO       PIC X(10).
              10 T-DESCRIP      PIC X(30).
              10 T-CANTIDAD     PIC Z(5)9.999.
              10 T-MINIMO       PIC 9(05).
              10 T-FALTANTE     PIC S9(05).

           05 WS-T-BODEGA       PIC X(04).
           05 WS-T-CODIGO       PIC X(10).
           05 WS-T-DESCRIP      PIC X(30).
           05 WS-T-CANTIDAD     PIC Z(5)9.999.
           05 WS-T-MINIMO       PIC 9(05).
           05 WS-T-FALTANTE     PIC S9(05).

           05 LINE 03 COL 72 VALUE "FALTAN"      BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 04 COL 01 PIC X(80) FROM ALL "_" BACKGROUND-COLOR 1.
           05 LINE 25 COL 01 PIC X(80) FROM ALL " " BACKGROUND-COLOR 7.
           05 LINE 25 COL 02 VALUE "F8=Min/Max  F9=Plano  F10=CSV  ESC=Salir" BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

           PERFORM UNTIL WS-KEY = KEY-ESC
               ACCEPT WS-PAUSA LINE 1 COL 1 WITH NO-ECHO
               EVALUATE WS-KEY
                   WHEN KEY-F8
                       CLOSE STOCK
                       CLOSE PRODUCTOS
                       CALL "INVSTK09"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG INVSTK09"
                                       LINE 22 COL 20
                       END-CALL
                       CANCEL "INVSTK09"
                       PERFORM ABRO-ARCHIVO
                       PERFORM CARGAR-REPORTE
                       PERFORM ORDENAR-POR-BODEGA
                       DISPLAY PANTALLA-BASE
                       PERFORM MOSTRAR-REGISTROS
                   WHEN KEY-F9
                       PERFORM GENERAR-PLANO
                       DISPLAY "Archivo plano 'reorden.txt' generado." LINE 22 COL 20
