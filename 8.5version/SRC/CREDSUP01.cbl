      *> * Purpose:  Cola de Credito (solo supervisores): revisa las
      *> *           ventas retenidas por limite de credito y las
      *> *           libera (el operador puede retomar la factura del
      *> *           cliente) o las rechaza. Muestra el grado de riesgo
      *> *           de la ultima calificacion del cliente y con F5 abre
      *> *           la calificacion de credito y revision de limites
      *> *           (CREDSC01)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDSUP01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "credhold.sel".

       WORKING-STORAGE SECTION.
       COPY "SESION.cpy".
       COPY "TECLAS.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CREDHOLD       PIC XX.
       01 ST-CLIENTES       PIC XX.

       01 WS-KEY            PIC 9(4).
       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-FILA           PIC 99.
                   WITH REVERSE-VIDEO
           DISPLAY "NRO    CLIENTE                          MONTO"
                   LINE 04 COL 05
           DISPLAY "OPERADOR    FECHA    GR" LINE 04 COL 55
           MOVE 5 TO WS-FILA
           MOVE "N" TO WS-HAY-PEND

                           DISPLAY WS-EDIT-MONTO LINE WS-FILA COL 43
                           DISPLAY CRH-OPERADOR LINE WS-FILA COL 55
                           DISPLAY CRH-FECHA    LINE WS-FILA COL 67
                           DISPLAY CLI-GRADO-RIESGO LINE WS-FILA COL 77
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ

           MOVE 0 TO W-NRO
           DISPLAY "NRO A RESOLVER (0=SALIR): " LINE 20 COL 05
           DISPLAY "F5=CALIFICACION DE CREDITO" LINE 20 COL 45
           ACCEPT W-NRO LINE 20 COL 32
           IF WS-KEY = KEY-F5
               PERFORM CERRAR-ARCHIVOS
               CALL "CREDSC01"
                   ON EXCEPTION
                       DISPLAY "ERROR: NO SE ENCONTRO PROG CREDSC01"
                               LINE 21 COL 05
               END-CALL
               CANCEL "CREDSC01"
               PERFORM ABRIR-ARCHIVOS
               EXIT PARAGRAPH
           END-IF
           IF W-NRO = 0
               MOVE "S" TO FIN
               EXIT PARAGRAPH
