       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Catalogo maestro de Productos/Bodegas para impresion;
      *> *           F8 abre los productos sustitutos / equivalentes
      *> *           (SUSTIT01)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
              10 T-DESCRIP      PIC X(30).
              10 T-CATEGORIA    PIC X(04).
              10 T-PRECIO       PIC 9(9)V99.
              10 T-CANTIDAD     PIC Z(5)9.999.
              10 T-ESTADO       PIC X(01).

       01  WS-FILA-TEMP.
           05 WS-T-DESCRIP      PIC X(30).
           05 WS-T-CATEGORIA    PIC X(04).
           05 WS-T-PRECIO       PIC 9(9)V99.
           05 WS-T-CANTIDAD     PIC Z(5)9.999.
           05 WS-T-ESTADO       PIC X(01).

       01  WS-PRECIO-DISP       PIC Z(9).99.
           05 LINE 03 COL 75 VALUE "EST"         BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 04 COL 01 PIC X(80) FROM ALL "_" BACKGROUND-COLOR 1.
           05 LINE 25 COL 01 PIC X(80) FROM ALL " " BACKGROUND-COLOR 7.
           05 LINE 25 COL 02 VALUE "F8=Sustitutos  F9=Plano  F10=CSV  ESC=Salir" BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.

           PERFORM UNTIL WS-KEY = KEY-ESC
               ACCEPT WS-PAUSA LINE 1 COL 1 WITH NO-ECHO
               EVALUATE WS-KEY
                   WHEN KEY-F8
                       CALL "SUSTIT01"
                           ON EXCEPTION
                               DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 22 COL 20
                               ACCEPT WS-PAUSA LINE 23 COL 55
                       END-CALL
                       CANCEL "SUSTIT01"
                       DISPLAY " " LINE 1 COL 1 BLANK SCREEN
                       DISPLAY PANTALLA-BASE
                       PERFORM MOSTRAR-REGISTROS
                   WHEN KEY-F9
                       PERFORM GENERAR-PLANO
                       DISPLAY "Archivo plano 'catalogo.txt' generado." LINE 22 COL 20
