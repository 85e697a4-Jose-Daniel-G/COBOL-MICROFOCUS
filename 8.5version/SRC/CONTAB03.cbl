      *> *           provisiones, correcciones): captura multi-linea
      *> *           cuenta/debe/haber/detalle, exige partida doble
      *> *           cuadrada y periodo abierto, y graba en ASIENTOS
      *> *           con tipo de documento propio "M"; F2 en la cuenta
      *> *           abre la busqueda en el plan de cuentas
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAB03.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cuentas.sel".

       WORKING-STORAGE SECTION.
       COPY "PERIODO.cpy".
       COPY "TECLAS.cpy".
       COPY "BUSQUEDA.cpy".
       01 WS-KEY            PIC 9(4).

       01 ST-CUENTAS        PIC XX.
       01 ST-CCOSTO         PIC XX.
       01 FIN               PIC X VALUE "N".
       01 WS-RESPUESTA      PIC X.
       01 WS-FILA           PIC 99.
       01 WS-FILA-AUX       PIC 99.

       01 W-FECHA           PIC 9(08).
       01 W-CUENTA          PIC X(08).

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               PERFORM MOSTRAR-TITULO
               PERFORM CAPTURAR-ASIENTO
               DISPLAY "OTRO ASIENTO (S/N)? " LINE 23 COL 10
               ACCEPT WS-RESPUESTA LINE 23 COL 31
           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       MOSTRAR-TITULO.
           DISPLAY "ASIENTO MANUAL DE AJUSTE" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           DISPLAY "Cuadre debitos contra creditos; cuenta vacia"
                   LINE 03 COL 10
           DISPLAY "termina la captura de lineas (F2 = buscar cuenta)."
                   LINE 04 COL 10.

       VALIDAR-PERIODO.
           COPY "VALIDAR-PERIODO.cpy".

       BUSCAR-CODIGO.
           COPY "BUSCAR-CODIGO.cpy".

       ABRIR-ARCHIVOS.
           OPEN INPUT PLAN-CUENTAS
           IF ST-CUENTAS = "35"
       CAPTURAR-LINEA.
           MOVE SPACES TO W-CUENTA W-DETALLE W-CCOSTO
           MOVE 0 TO W-DEBE W-HABER
           MOVE KEY-F2 TO WS-KEY
           PERFORM UNTIL WS-KEY NOT = KEY-F2
               ACCEPT W-CUENTA LINE WS-FILA COL 10
               IF WS-KEY = KEY-F2
                   SET BUS-CUENTAS TO TRUE
                   PERFORM BUSCAR-CODIGO
                   PERFORM REDIBUJAR-ASIENTO
                   IF BUS-CON-CODIGO
                       MOVE WS-BUS-CODIGO TO W-CUENTA
                       DISPLAY W-CUENTA LINE WS-FILA COL 10
                       MOVE 0 TO WS-KEY
                   END-IF
               END-IF
           END-PERFORM
           IF W-CUENTA = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD W-HABER TO WS-TOT-HABER
           ADD 1 TO WS-FILA.

      *> Vuelve a pintar el encabezado y las lineas ya capturadas al
      *> cerrar la ventana de busqueda
       REDIBUJAR-ASIENTO.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           PERFORM MOSTRAR-TITULO
           DISPLAY "FECHA DEL ASIENTO (AAAAMMDD): " LINE 06 COL 10
           DISPLAY W-FECHA LINE 06 COL 41
           DISPLAY "CUENTA    DEBE          HABER         CCOS  DETALLE"
                   LINE 08 COL 10
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-LINEAS
               COMPUTE WS-FILA-AUX = 8 + WS-IDX
               MOVE T-DEBE(WS-IDX)  TO W-DEBE
               MOVE T-HABER(WS-IDX) TO W-HABER
               DISPLAY T-CUENTA(WS-IDX)  LINE WS-FILA-AUX COL 10
               DISPLAY W-DEBE            LINE WS-FILA-AUX COL 20
               DISPLAY W-HABER           LINE WS-FILA-AUX COL 34
               DISPLAY T-CCOSTO(WS-IDX)  LINE WS-FILA-AUX COL 48
               DISPLAY T-DETALLE(WS-IDX) LINE WS-FILA-AUX COL 54
           END-PERFORM
           MOVE 0 TO W-DEBE W-HABER.

       VALIDAR-CCOSTO.
           MOVE "N" TO WS-CCOSTO-OK
           MOVE W-CCOSTO TO CCO-CODIGO
