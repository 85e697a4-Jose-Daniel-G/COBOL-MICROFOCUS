           COPY "sesion.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "camsen.sel".
           COPY "cambpend.sel".
           COPY "cpnctrl.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "sesion.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "camsen.fd".
           COPY "cambpend.fd".
           COPY "cpnctrl.fd".
            
       WORKING-STORAGE SECTION.
       COPY "PARAMETROS.cpy".
           COPY "TECLAS.cpy".
           COPY "SESION.cpy".
           COPY "AUDITORIA.cpy".
           COPY "CAMBIOS.cpy".
       01  ST-SESION           PIC XX.
       01  WS-AUD-MONTO-DISP   PIC Z(9)9.99.
       01 WS-UI-CONTROLES.
       *> Variables de Trabajo para el ID
       01  W-PRD-CODIGO       PIC 9(10).
       01  W-PRECIO-ANT       PIC 9(9)V99 VALUE 0.
       01  W-IVA-ANT          PIC 99 VALUE 0.
       01  W-ESTADO-ANT       PIC X VALUE SPACE.
       01  WS-PRC-SECUENCIA   PIC 9(05).
       01  WS-SW-PRECIOHIST   PIC X VALUE "N".
           88 FIN-PRECIOHIST     VALUE "S".
              BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           *> Barra inferior
           05 LINE 25 COL 1 PIC X(80) FROM ALL " " BACKGROUND-COLOR 7.
           05 LINE 25 COL 2 VALUE "<F8>=Estilos (talla x color)" BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
           05 LINE 25 COL 67 VALUE "<ESC>=Retorna" BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
        
       PROCEDURE DIVISION.
           MOVE 0 TO W-PRD-CODIGO.
           ACCEPT W-PRD-CODIGO LINE 5 COL 25 WITH PROMPT HIGHLIGHT.
           IF WS-KEY = KEY-ESC EXIT PARAGRAPH.
           IF WS-KEY = KEY-F8
               CALL "ESTILO01"
                   ON EXCEPTION
                       DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 22 COL 20
                       ACCEPT WS-PAUSA LINE 23 COL 55
               END-CALL
               CANCEL "ESTILO01"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY PANTALLA-BASE
               GO TO INGRESO-ID
           END-IF.
           IF W-PRD-CODIGO = 0 GO TO INGRESO-ID.
       
       LEO-PRODUCTOS.
               MOVE PRD-PRECIO      TO W-PRECIO
               MOVE PRD-PRECIO      TO W-PRECIO-ANT
               MOVE PRD-IVA         TO W-IVA
               MOVE PRD-IVA         TO W-IVA-ANT
               MOVE PRD-ESTADO      TO W-ESTADO
               MOVE PRD-ESTADO      TO W-ESTADO-ANT
               MOVE PRD-CATEGORIA   TO W-CATEGORIA
               MOVE PRD-COD-ALTERNO TO W-COD-ALTERNO
               PERFORM BUSCAR-CODIGO-IVA
               DISPLAY "MODO: EDICION" LINE 23 COL 1 BACKGROUND-COLOR 1
           ELSE
               INITIALIZE DATOS-TRABAJO
               MOVE 0   TO W-PRECIO-ANT W-IVA-ANT
               MOVE "A" TO W-ESTADO W-ESTADO-ANT
               DISPLAY "MODO: ALTA   " LINE 23 COL 1 BACKGROUND-COLOR 1
           END-IF.
       
           ACCEPT RESPUESTA LINE 22 COL 55 WITH HIGHLIGHT.

           IF FUNCTION UPPER-CASE(RESPUESTA) = "S"
               PERFORM RETENER-CAMBIOS-SENSIBLES
               MOVE W-PRD-CODIGO    TO PRD-CODIGO
               MOVE W-DESCRIPCION   TO PRD-DESCRIPCION
               MOVE W-PRECIO        TO PRD-PRECIO
               ACCEPT WS-PAUSA LINE 23 COL 40
           END-IF.

       RETENER-CAMBIOS-SENSIBLES.
      *> Precio, IVA o estado marcados como sensibles no se graban en
      *> el maestro: el cambio queda pendiente hasta que otro
      *> supervisor lo apruebe (APROB01) y el producto conserva el
      *> valor anterior
           MOVE 0 TO WS-CPN-CANT-RETENIDOS
           MOVE "PRODUCTOS"  TO WS-CPN-ARCHIVO
           MOVE W-PRD-CODIGO TO WS-CPN-REG-CLAVE

           IF W-PRECIO NOT = W-PRECIO-ANT
               MOVE "PRECIO" TO WS-CPN-CAMPO
               SET CPN-VALOR-NUMERICO TO TRUE
               MOVE W-PRECIO-ANT TO WS-CPN-MONTO-ANT
               MOVE W-PRECIO     TO WS-CPN-MONTO-NUEVO
               PERFORM SOLICITAR-CAMBIO
               IF CAMBIO-RETENIDO
                   MOVE W-PRECIO-ANT TO W-PRECIO
               END-IF
           END-IF

           IF W-IVA NOT = W-IVA-ANT
               MOVE "IVA" TO WS-CPN-CAMPO
               SET CPN-VALOR-NUMERICO TO TRUE
               MOVE W-IVA-ANT TO WS-CPN-MONTO-ANT
               MOVE W-IVA     TO WS-CPN-MONTO-NUEVO
               PERFORM SOLICITAR-CAMBIO
               IF CAMBIO-RETENIDO
                   MOVE W-IVA-ANT TO W-IVA
               END-IF
           END-IF

           IF W-ESTADO NOT = W-ESTADO-ANT
               MOVE "ESTADO" TO WS-CPN-CAMPO
               MOVE W-ESTADO-ANT TO WS-CPN-VALOR-ANT
               MOVE W-ESTADO     TO WS-CPN-VALOR-NUEVO
               PERFORM SOLICITAR-CAMBIO
               IF CAMBIO-RETENIDO
                   MOVE W-ESTADO-ANT TO W-ESTADO
               END-IF
           END-IF

           IF WS-CPN-CANT-RETENIDOS > 0
               DISPLAY "CAMBIOS ENVIADOS A APROBACION DE SUPERVISOR: "
                       LINE 20 COL 4 BACKGROUND-COLOR 2 FOREGROUND-COLOR 7
               DISPLAY WS-CPN-CANT-RETENIDOS LINE 20 COL 50
                       BACKGROUND-COLOR 2 FOREGROUND-COLOR 7
           END-IF.

       GRABAR-HISTORICO-PRECIO.
           MOVE 0 TO WS-PRC-SECUENCIA
           MOVE W-PRD-CODIGO TO PRC-PROD-ID
       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       ABRIR-CAMPOS-SENSIBLES.
           COPY "ABRIR-CAMPOS-SENSIBLES.cpy".

       SOLICITAR-CAMBIO.
           COPY "SOLICITAR-CAMBIO.cpy".

       ABRO-ARCHIVO.
           PERFORM ABRIR-AUDITORIA
           OPEN I-O PRODUCTOS.
