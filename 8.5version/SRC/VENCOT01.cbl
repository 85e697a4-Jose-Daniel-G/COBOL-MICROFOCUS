      *> ******************************************************************
      *> * Purpose:  Crear Cotizacion - captura cliente y lineas como la
      *> *           facturacion pero sin descontar stock ni consumir
      *> *           numero de factura; imprime ticket de cotizacion.
      *> *           Si el disponible no cubre la cantidad lo avisa y
      *> *           ofrece los productos equivalentes (ver SUSTIT01).
      *> *           Aplica la escala de precio por cantidad (PROMO01)
      *> *           y el regimen de IVA del cliente (exento, excluido
      *> *           o tarifa diferencial) si el certificado esta vigente
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCOT01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "preccli.sel".
           COPY "cotctrl.sel".
           COPY "cotimp.sel".
           COPY "parametros.sel".
           COPY "stock.sel".
           COPY "sustituto.sel".
           COPY "escala.sel".
       DATA DIVISION.
       FILE SECTION.
           COPY "preccli.fd".
           COPY "cotctrl.fd".
           COPY "cotimp.fd".
           COPY "parametros.fd".
           COPY "stock.fd".
           COPY "sustituto.fd".
           COPY "escala.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
       01 ST-COTIZA        PIC XX.
       01 ST-COTIZADET     PIC XX.
       01 ST-NEXT-COT      PIC XX.
       01 ST-STOCK         PIC XX.

       01 WS-CLI-ID        PIC 9(7).
       01 WS-CLIENTE-OK    PIC X VALUE "N".
       01 ST-SESION        PIC XX.
       COPY "AUDITORIA.cpy".
       01 WS-PRODUCTO-DET-OK PIC X.
       01 WS-DISPONIBLE    PIC S9(09)V999.
       01 WS-DISPONIBLE-DISP PIC -(8)9.999.
       COPY "PARAMETROS.cpy".
       COPY "SUSTITUTO.cpy".
       COPY "ESCALA.cpy".
       COPY "REGIMEN-IVA.cpy".
       COPY "TECLAS.cpy".
       01 WS-KEY           PIC 9(4).
       COPY "BUSQUEDA.cpy".

       SCREEN SECTION.
       01 PANTALLA-BASE.
               MOVE "1" TO CTC-CLAVE
               MOVE 0   TO CTC-ULTIMO-NRO
               WRITE NEXT-COT-NRO-REG
           END-IF

           OPEN INPUT STOCK
           IF ST-STOCK = "35"
               OPEN OUTPUT STOCK
               CLOSE STOCK
               OPEN INPUT STOCK
           END-IF

           OPEN INPUT ESCALAS
           IF ST-ESCALAS = "35"
               OPEN OUTPUT ESCALAS
               CLOSE ESCALAS
               OPEN INPUT ESCALAS
           END-IF

           OPEN INPUT SUSTITUTOS
           IF ST-SUSTITUTOS = "35"
               OPEN OUTPUT SUSTITUTOS
               CLOSE SUSTITUTOS
               OPEN INPUT SUSTITUTOS
           END-IF

           OPEN I-O SUSTITUCIONES-LOG
           IF ST-SUSTLOG = "35"
               OPEN OUTPUT SUSTITUCIONES-LOG
               CLOSE SUSTITUCIONES-LOG
               OPEN I-O SUSTITUCIONES-LOG
           END-IF.

       VALIDAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-OK
           MOVE 0 TO WS-CLI-ID
           DISPLAY "ID CLIENTE (0 = CANCELAR): " LINE 16 COL 10
           MOVE KEY-F2 TO WS-KEY
           PERFORM UNTIL WS-KEY NOT = KEY-F2
               ACCEPT WS-CLI-ID LINE 16 COL 38
               IF WS-KEY = KEY-F2
                   SET BUS-CLIENTES TO TRUE
                   PERFORM BUSCAR-CODIGO
                   DISPLAY PANTALLA-BASE
                   DISPLAY "ID CLIENTE (0 = CANCELAR): " LINE 16 COL 10
                   IF BUS-CON-CODIGO
                       MOVE WS-BUS-CODIGO-NUM TO WS-CLI-ID
                       DISPLAY WS-CLI-ID LINE 16 COL 38
                       MOVE 0 TO WS-KEY
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CLI-ID = 0
               EXIT PARAGRAPH
                       ACCEPT WS-PAUSA LINE 9 COL 55
                   ELSE
                       DISPLAY "CLIENTE: " CLI-NOMBRE LINE 9 COL 10
                       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RGI-FECHA
                       PERFORM DETERMINAR-REGIMEN
                       MOVE 10 TO WS-RGI-LINEA
                       PERFORM AVISAR-REGIMEN
                       MOVE "S" TO WS-CLIENTE-OK
                   END-IF
           END-READ.
       CAPTURAR-VENDEDOR.
           MOVE SPACES TO WS-VENDEDOR COT-VENDEDOR
           DISPLAY "CODIGO DE VENDEDOR (VACIO=NINGUNO): " LINE 17 COL 10
           MOVE KEY-F2 TO WS-KEY
           PERFORM UNTIL WS-KEY NOT = KEY-F2
               ACCEPT WS-VENDEDOR LINE 17 COL 47
               IF WS-KEY = KEY-F2
                   SET BUS-VENDEDORES TO TRUE
                   PERFORM BUSCAR-CODIGO
                   DISPLAY PANTALLA-BASE
                   DISPLAY "CODIGO DE VENDEDOR (VACIO=NINGUNO): " LINE 17 COL 10
                   IF BUS-CON-CODIGO
                       MOVE WS-BUS-CODIGO TO WS-VENDEDOR
                       DISPLAY WS-VENDEDOR LINE 17 COL 47
                       MOVE 0 TO WS-KEY
                   END-IF
               END-IF
           END-PERFORM

           IF WS-VENDEDOR NOT = SPACES
               MOVE WS-VENDEDOR TO VEN-CODIGO

               DISPLAY " " LINE 08 COL 01 ERASE EOS
               DISPLAY "PRODUCTO ID : " LINE 08 COL 10
               MOVE KEY-F2 TO WS-KEY
               PERFORM UNTIL WS-KEY NOT = KEY-F2
                   ACCEPT WS-PROD-ID-DET LINE 08 COL 30
                   IF WS-KEY = KEY-F2
                       SET BUS-PRODUCTOS TO TRUE
                       PERFORM BUSCAR-CODIGO
                       DISPLAY PANTALLA-BASE
                       DISPLAY "PRODUCTO ID : " LINE 08 COL 10
                       IF BUS-CON-CODIGO
                           MOVE WS-BUS-CODIGO TO WS-PROD-ID-DET
                           DISPLAY WS-PROD-ID-DET LINE 08 COL 30
                           MOVE 0 TO WS-KEY
                       END-IF
                   END-IF
               END-PERFORM

               PERFORM VALIDAR-PRODUCTO-DET

                   DISPLAY "CANTIDAD    : " LINE 10 COL 10
                   ACCEPT WS-CANT-DET   LINE 10 COL 30

                   PERFORM VERIFICAR-DISPONIBLE-DET
                   PERFORM APLICAR-ESCALA-DET

                   DISPLAY "PRECIO      : " LINE 11 COL 10
                   DISPLAY WS-PRECIO-DET    LINE 11 COL 30
                   MOVE 0 TO W-PRECIO-MANUAL
                   ACCEPT W-PRECIO-MANUAL LINE 11 COL 59
                   IF W-PRECIO-MANUAL > 0
                       MOVE W-PRECIO-MANUAL TO WS-PRECIO-DET
                       MOVE 0 TO WS-ESC-APLICADA
                   END-IF

                   PERFORM VALIDAR-MARGEN-MINIMO
                   MOVE WS-DESCRIP-DET     TO CTD-DESCRIP
                   MOVE WS-CANT-DET        TO CTD-CANT
                   MOVE WS-PRECIO-DET      TO CTD-PRECIO
                   MOVE WS-ESC-APLICADA    TO CTD-ESCALA

                   WRITE COTIZADET-REG


           END-PERFORM.

       VERIFICAR-DISPONIBLE-DET.
      *> La cotizacion no reserva ni se bloquea por stock, pero si el
      *> disponible no cubre la cantidad lo avisa y ofrece los
      *> equivalentes; si el vendedor elige uno la linea se cotiza con
      *> el equivalente
           MOVE 0 TO WS-DISPONIBLE
           MOVE WS-PROD-ID-DET TO STK-CODIGO
           READ STOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-DISPONIBLE = STK-CANTIDAD - STK-RESERVADA
           END-READ
           IF WS-DISPONIBLE >= WS-CANT-DET
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DISPONIBLE TO WS-DISPONIBLE-DISP
           DISPLAY "STOCK DISPONIBLE: " LINE 20 COL 10
           DISPLAY WS-DISPONIBLE-DISP   LINE 20 COL 29
           MOVE WS-PROD-ID-DET(1:10) TO WS-SUS-PROD-ID
           MOVE WS-CANT-DET          TO WS-SUS-CANT
           MOVE 14                   TO WS-SUS-LINEA
           MOVE "VENCOT01"           TO WS-SUS-PROGRAMA
           PERFORM OFRECER-SUSTITUTO
           IF WS-SUS-ELEGIDO = SPACES
               MOVE WS-PROD-ID-DET(1:10) TO PRD-CODIGO
               READ PRODUCTOS
                   INVALID KEY CONTINUE
               END-READ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUS-ELEGIDO TO WS-PROD-ID-DET
           DISPLAY " " LINE 12 COL 01 ERASE EOL
           DISPLAY " " LINE 20 COL 01 ERASE EOL
           PERFORM VALIDAR-PRODUCTO-DET
           PERFORM BUSCAR-PRECIO-CLIENTE
           DISPLAY WS-PROD-ID-DET LINE 08 COL 30
           DISPLAY WS-DESCRIP-DET LINE 09 COL 30.

       APLICAR-ESCALA-DET.
      *> Escala de precio por cantidad del producto (o de su categoria):
      *> manda el menor precio entre la escala y el que ya trae la linea
      *> (lista o contrato)
           MOVE 0 TO WS-ESC-APLICADA
           MOVE WS-PROD-ID-DET(1:10) TO WS-ESC-PROD-ID
           MOVE PRD-CATEGORIA        TO WS-ESC-CATEGORIA
           MOVE WS-CANT-DET          TO WS-ESC-CANT
           MOVE PRD-PRECIO           TO WS-ESC-PRECIO-LISTA
           PERFORM BUSCAR-ESCALA
           IF WS-ESC-DESDE > 0 AND WS-ESC-PRECIO < WS-PRECIO-DET
               MOVE WS-ESC-PRECIO TO WS-PRECIO-DET
               MOVE WS-ESC-DESDE  TO WS-ESC-APLICADA
               MOVE WS-ESC-DESDE  TO WS-ESC-EDIT
               DISPLAY " " LINE 12 COL 01 ERASE EOL
               DISPLAY "PRECIO POR CANTIDAD DESDE " LINE 12 COL 10
               DISPLAY WS-ESC-EDIT LINE 12 COL 36
               DISPLAY " UNIDADES APLICADO" LINE 12 COL 41
           END-IF.

       BUSCAR-ESCALA.
           COPY "BUSCAR-ESCALA.cpy".

       OFRECER-SUSTITUTO.
           COPY "OFRECER-SUSTITUTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

                           READ PRODUCTOS
                               INVALID KEY MOVE 0 TO PRD-IVA
                           END-READ
                           MOVE PRD-IVA TO WS-RGI-PCT
                           PERFORM AJUSTAR-IVA-REGIMEN
                           COMPUTE WS-IVA-LINEA ROUNDED =
                               CTD-SUBTOTAL * WS-RGI-PCT / 100
                           ADD WS-IVA-LINEA TO COT-IVA
                       END-IF
               END-READ
           COMPUTE COT-TOTAL = COT-SUBTOTAL + COT-IVA
           REWRITE COTIZA-REG.

       DETERMINAR-REGIMEN.
           COPY "DETERMINAR-REGIMEN.cpy".

       AJUSTAR-IVA-REGIMEN.
           COPY "AJUSTAR-IVA-REGIMEN.cpy".

       AVISAR-REGIMEN.
           COPY "AVISAR-REGIMEN.cpy".

       CONFIRMAR.
           DISPLAY "SUBTOTAL: " LINE 17 COL 10
           DISPLAY COT-SUBTOTAL LINE 17 COL 25
           CLOSE USUARIOS
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO
           CLOSE PRECIOS-CLIENTE
           CLOSE STOCK
           CLOSE SUSTITUTOS
           CLOSE SUSTITUCIONES-LOG
           CLOSE ESCALAS.

       BUSCAR-CODIGO.
           COPY "BUSCAR-CODIGO.cpy".

       END PROGRAM VENCOT01.
