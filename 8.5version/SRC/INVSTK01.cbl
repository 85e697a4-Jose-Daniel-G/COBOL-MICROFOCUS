           COPY "kardex.sel".
           COPY "parametros.sel".
           COPY "periodo.sel".
           COPY "sesion.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".


       DATA DIVISION.
           COPY "kardex.fd".
           COPY "parametros.fd".
           COPY "periodo.fd".
           COPY "sesion.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".


       WORKING-STORAGE SECTION.
       COPY "PERIODO.cpy".
       *> Estados de Archivo y Control
           COPY "TECLAS.cpy".
           COPY "SESION.cpy".
           COPY "AUDITORIA.cpy".
           COPY "BUSQUEDA.cpy".
       01  ST-SESION       PIC XX.
       01  WS-AUD-CANT-DISP PIC Z(8)9.999.
       01 WS-UI-CONTROLES.
          05 WS-TITULO-PANTALLA    PIC X(40) VALUE SPACES.
          05 WS-MODULO-PANTALLA    PIC X(26) VALUE SPACES.
       01  ST-BODEGAS      PIC XX.
       01  ST-KARDEX       PIC XX.
       01  MENSAJE        PIC X(70).
       01  W-CANTIDAD-ANT  PIC 9(09)V999 VALUE 0.
       01  WS-KAR-SECUENCIA PIC 9(05).
       01  WS-KAR-DELTA     PIC S9(09)V999.
       01  WS-SW-KARDEX     PIC X VALUE "N".
           88 FIN-KARDEX       VALUE "S".
           88 NO-FIN-KARDEX    VALUE "N".

       *> Variables para capturar datos en pantallaV
       01  DATOS-TRABAJO. 
           05 W-CANTIDAD    PIC Z(8)9.999.
           05 W-MINIMO      PIC ZZZZZZZZZ9.
           05 W-MAXIMO      PIC ZZZZZZZZZ9.
           05 W-IVA         PIC 9(07)V99.
              BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           *> Barra inferior
           05 LINE 25 COL 1 PIC X(80) FROM ALL " " BACKGROUND-COLOR 7.      *>     05 LINE 25 COL 53 VALUE "F10=Termina" BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
           05 LINE 25 COL 53 VALUE "<F2>=Buscar" BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
           05 LINE 25 COL 67 VALUE "<ESC>=Retorna" BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.

       PROCEDURE DIVISION.
           MOVE "        A.B.M   STOCK        " TO WS-TITULO-PANTALLA
           MOVE "VERSION.01" TO WS-PROGRAMA
           MOVE "CREAR/EDITAR STOCK" TO WS-MODULO-PANTALLA
           MOVE "INVSTK01" TO WS-AUD-PROGRAMA
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-SESION.
           PERFORM ABRO-ARCHIVO.
           
           PERFORM UNTIL FIN = "S"
           MOVE 0 TO W-CODIGO.
           ACCEPT W-CODIGO LINE 5 COL 25 WITH PROMPT HIGHLIGHT.
           IF WS-KEY = 2005 EXIT PARAGRAPH.
           IF WS-KEY = KEY-F2
               SET BUS-PRODUCTOS TO TRUE
               PERFORM BUSCAR-CODIGO
               DISPLAY PANTALLA-BASE
               IF BUS-CON-CODIGO
                   MOVE WS-BUS-CODIGO TO W-CODIGO
                   DISPLAY W-CODIGO LINE 5 COL 25
                   EXIT PARAGRAPH
               END-IF
               GO TO INGRESO-ID
           END-IF.
           IF W-CODIGO = 0 GO TO INGRESO-ID.

       LEO-STOCK.

           PERFORM VALIDAR-MIN-MAX.

      *> Vuelve a pintar la pantalla y los datos ya capturados al
      *> cerrar la ventana de busqueda
       REDIBUJAR-DATOS.
           DISPLAY PANTALLA-BASE
           DISPLAY W-CODIGO   LINE 5 COL 25
           DISPLAY W-CANTIDAD LINE 6 COL 25
           DISPLAY W-MINIMO   LINE 7 COL 25
           DISPLAY W-MAXIMO   LINE 8 COL 25
           DISPLAY W-IVA-DISP LINE 9 COL 25
           IF EXISTE = "S"
               DISPLAY "MODO: EDICION" LINE 23 COL 1 BACKGROUND-COLOR 1
           ELSE
               DISPLAY "MODO: ALTA   " LINE 23 COL 1 BACKGROUND-COLOR 1
           END-IF.

       VALIDAR-MIN-MAX.
           IF W-MAXIMO > 0 AND W-MINIMO > W-MAXIMO
               DISPLAY "ERROR: MINIMO NO PUEDE SER MAYOR QUE MAXIMO" LINE 23 COL 1
               PERFORM CONFIRMAR-DESCARTE-CAMBIOS
               EXIT PARAGRAPH
           END-IF.
           IF WS-KEY = KEY-F2
               SET BUS-BODEGAS TO TRUE
               PERFORM BUSCAR-CODIGO
               PERFORM REDIBUJAR-DATOS
               IF BUS-CON-CODIGO
                   MOVE WS-BUS-CODIGO TO W-BODEGA
               END-IF
               GO TO INGRESO-BODEGA
           END-IF.

           MOVE W-BODEGA TO BOD-CODIGO
           READ BODEGAS INVALID KEY
                       REWRITE STOCK-REG
                   ELSE
                       SET STK-ACTIVO TO TRUE
                       MOVE 0 TO STK-CONSIGNADA
                       WRITE STOCK-REG
                   END-IF

                   COMPUTE WS-KAR-DELTA = STK-CANTIDAD - W-CANTIDAD-ANT
                   IF WS-KAR-DELTA NOT = 0
                       PERFORM GRABAR-KARDEX
                       MOVE "STOCK" TO WS-AUD-ACCION
                       MOVE STK-CODIGO TO WS-AUD-REG-CLAVE
                       MOVE W-CANTIDAD-ANT TO WS-AUD-CANT-DISP
                       MOVE WS-AUD-CANT-DISP TO WS-AUD-VALOR-ANT
                       MOVE STK-CANTIDAD TO WS-AUD-CANT-DISP
                       MOVE WS-AUD-CANT-DISP TO WS-AUD-VALOR-NUEVO
                       PERFORM GRABAR-AUDITORIA
                   END-IF

                   DISPLAY "GRABADO EXITOSO! Presione una tecla..." LINE 23 COL 1
           COPY "VALIDAR-PERIODO.cpy".


       LEER-SESION.
           COPY "LEER-SESION.cpy".

       BUSCAR-CODIGO.
           COPY "BUSCAR-CODIGO.cpy".

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       ABRO-ARCHIVO.
           PERFORM ABRIR-AUDITORIA
           OPEN I-O STOCK.
           OPEN I-O PRODUCTOS.
           OPEN INPUT BODEGAS.
           CLOSE BODEGAS.
           CLOSE KARDEX.
           CLOSE PERIODOS-CONTABLES.
           CLOSE AUDITORIA.
           CLOSE NEXT-AUD-NRO.

           
