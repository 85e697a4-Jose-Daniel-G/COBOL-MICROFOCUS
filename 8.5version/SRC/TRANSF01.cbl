       PROGRAM-ID. TRANSF01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "transfemp.sel".
       01 WS-KAR-SECUENCIA  PIC 9(05).
       01 WS-TIPO-KARDEX    PIC X(01).
       01 WS-COSTO-TRF      PIC 9(9)V99.
       COPY "TECLAS.cpy".
       01 WS-KEY           PIC 9(4).
       COPY "BUSQUEDA.cpy".

       PROCEDURE DIVISION.


           MOVE SPACES TO W-PROD-ID
           DISPLAY "PRODUCTO: " LINE 13 COL 10
           MOVE KEY-F2 TO WS-KEY
           PERFORM UNTIL WS-KEY NOT = KEY-F2
               ACCEPT W-PROD-ID LINE 13 COL 21
               IF WS-KEY = KEY-F2
                   SET BUS-PRODUCTOS TO TRUE
                   PERFORM BUSCAR-CODIGO
                   DISPLAY " " LINE 1 COL 1 BLANK SCREEN
                   DISPLAY "TRANSFERENCIAS ENTRE EMPRESAS" LINE 02 COL 10
                           WITH REVERSE-VIDEO
                   DISPLAY "CODIGO DE ESTA EMPRESA: " LINE 04 COL 10
                   DISPLAY W-EMP-PROPIA LINE 04 COL 35
                   DISPLAY "EMPRESA DESTINO (VACIO=VOLVER): " LINE 12 COL 10
                   DISPLAY W-EMP-DEST LINE 12 COL 43
                   DISPLAY "PRODUCTO: " LINE 13 COL 10
                   IF BUS-CON-CODIGO
                       MOVE WS-BUS-CODIGO TO W-PROD-ID
                       DISPLAY W-PROD-ID LINE 13 COL 21
                       MOVE 0 TO WS-KEY
                   END-IF
               END-IF
           END-PERFORM
           MOVE W-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY
           MOVE SPACES           TO KAR-LOTE
           WRITE KARDEX-REG.

       BUSCAR-CODIGO.
           COPY "BUSCAR-CODIGO.cpy".

       END PROGRAM TRANSF01.
