       PROGRAM-ID. VENFAC01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cliente.sel".
           COPY "periodo.sel".
           COPY "cuota.sel".
           COPY "stock.sel".
           COPY "provcsg.sel".
           COPY "categoria.sel".
           COPY "capacosto.sel".
           COPY "kardex.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "cajases.sel".
           COPY "resolucion.sel".
           COPY "feoutbox.sel".
           COPY "correo.sel".
           COPY "corctrl.sel".
           COPY "lote.sel".
           COPY "serie.sel".
           COPY "promo.sel".
           COPY "moneda.sel".
           COPY "tasacambio.sel".
           COPY "puntosmov.sel".
           COPY "mediopago.sel".
           COPY "bono.sel".
           COPY "direntrega.sel".
           COPY "sustituto.sel".
           COPY "escala.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
       DATA DIVISION.
       FILE SECTION.
           COPY "cliente.fd".
           COPY "periodo.fd".
           COPY "cuota.fd".
           COPY "stock.fd".
           COPY "provcsg.fd".
           COPY "categoria.fd".
           COPY "capacosto.fd".
           COPY "kardex.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "cajases.fd".
           COPY "resolucion.fd".
           COPY "feoutbox.fd".
           COPY "correo.fd".
           COPY "corctrl.fd".
           COPY "lote.fd".
           COPY "serie.fd".
           COPY "promo.fd".
           COPY "moneda.fd".
           COPY "tasacambio.fd".
           COPY "puntosmov.fd".
           COPY "mediopago.fd".
           COPY "bono.fd".
           COPY "direntrega.fd".
           COPY "sustituto.fd".
           COPY "escala.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".


       WORKING-STORAGE SECTION.
       COPY "PROVCSG.cpy".
       COPY "CAPAS.cpy".

       01 ST-CLIENTES      PIC XX.
       01 ST-FACTURAS      PIC XX.
       01 ST-VENDEDORES    PIC XX.
       01 ST-CUOTAS        PIC XX.
       01 ST-STOCK         PIC XX.
       01 ST-CATEGORIAS    PIC XX.
       01 ST-KARDEX        PIC XX.
       01 WS-VENDEDOR      PIC X(04).
       01 WS-TIPO-PAGO     PIC X(01).
       01 WS-CUOTA-MONTO   PIC S9(9)V99.
       01 WS-CUOTA-ACUM    PIC S9(9)V99.
       01 WS-VENCE-INT     PIC 9(09).
       01 WS-MONTO-BONO-FAC PIC S9(9)V99 VALUE 0.
       01 W-BON-NRO-FAC    PIC 9(07).
       01 WS-APLICA-BONO   PIC X.
       01 WS-EDIT-BONO     PIC -(7)9.99.

       01 WS-CLI-ID        PIC 9(7).
       01 WS-CLIENTE-OK    PIC X VALUE "N".
       01 WS-MAS-DET       PIC X VALUE "S".
       01 WS-PROD-ID-DET   PIC X(20).
       01 WS-DESCRIP-DET   PIC X(30).
       01 WS-CANT-DET      PIC 9(05)V999.
       01 W-CANT-DET-TXT   PIC X(10).
       01 WS-CANT-DET-OK   PIC X.
       01 WS-CANT-DISP     PIC Z(4)9.999.
       01 WS-PRECIO-DET    PIC 9(11)V99.
       01 WS-PRODUCTO-DET-OK PIC X.
       01 WS-STOCK-DET-OK  PIC X.
       01 WS-STOCK-DISPONIBLE PIC S9(09)V999.
       01 WS-STOCK-DISP    PIC -(8)9.999.
       01 ST-LOTES         PIC XX.
       01 ST-SERIES        PIC XX.
       01 ST-PROMOS        PIC XX.
             10 T-PK-UBICACION PIC X(08).
             10 T-PK-PROD-ID   PIC X(10).
             10 T-PK-DESCRIP   PIC X(30).
             10 T-PK-CANT      PIC 9(05)V999.
       01 WS-PK-TEMP.
          05 WS-PK-UBICACION PIC X(08).
          05 WS-PK-PROD-ID   PIC X(10).
          05 WS-PK-DESCRIP   PIC X(30).
          05 WS-PK-CANT      PIC 9(05)V999.
       01 WS-LINEA-PICK    PIC X(80).
       01 WS-PROMO-APLICADA PIC 9(05).
       01 WS-FECHA-HOY-PRM PIC 9(08).
       01 WS-SW-SERIES     PIC X VALUE "N".
          88 FIN-SERIES       VALUE "S".
          88 NO-FIN-SERIES    VALUE "N".
       01 WS-CANT-FALTANTE PIC S9(09)V999.
       01 WS-CANT-TOMADA   PIC 9(09)V999.
       01 WS-LOTE-ELEGIDO  PIC X(10).
       01 WS-VENCE-ELEGIDO PIC 9(08).
       01 WS-SW-LOTES      PIC X VALUE "N".
       COPY "PARAMETROS.cpy".
       COPY "PERIODO.cpy".
       COPY "SESION.cpy".
       COPY "COLACONT.cpy".
       COPY "CAJASES.cpy".
       COPY "RESOLUCION.cpy".
       COPY "FEVARS.cpy".
       COPY "CORREOVARS.cpy".
       01 WS-ENVIA-CORREO   PIC X VALUE "N".
       COPY "TARJETA.cpy".
       COPY "BONO.cpy".
       COPY "DIRENTREGA.cpy".
       COPY "SUSTITUTO.cpy".
       COPY "ESCALA.cpy".
       COPY "AUDITORIA.cpy".
       01 WS-AUD-MONTO-DISP PIC Z(9)9.99.
       01 ST-SESION        PIC XX.
       COPY "TECLAS.cpy".
       01 WS-KEY           PIC 9(4).
       COPY "BUSQUEDA.cpy".
       COPY "REGIMEN-IVA.cpy".

       SCREEN SECTION.
       01 PANTALLA-BASE.
           05 LINE 07 COL 03 VALUE "3. Confirmar Venta"   BACKGROUND-COLOR 1. 
      *>     05 LINE 04 COL 01  PIC X(80) FROM ALL "_" BACKGROUND-COLOR 1.
           05 LINE 25 COL 01 PIC X(80) FROM ALL " " BACKGROUND-COLOR 7.
           05 LINE 25 COL 02 VALUE "  [ESC] Retorna   [F2] Buscar codigo" 
              BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
       PROCEDURE DIVISION.

       MAIN.
           MOVE "VENFAC01" TO WS-AUD-PROGRAMA
           PERFORM LEER-PARAMETROS
           PERFORM LEER-SESION
           DISPLAY PANTALLA-BASE
       LEER-PARAMETROS.
           COPY "LEER-PARAMETROS.cpy".

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       ENCOLAR-FE.
           COPY "ENCOLAR-FE.cpy".

       ENCOLAR-CORREO.
           COPY "ENCOLAR-CORREO.cpy".

       VALIDAR-CORREO.
           COPY "VALIDAR-CORREO.cpy".

       BUSCAR-SESION-CAJA.
           COPY "BUSCAR-SESION-CAJA.cpy".

               CLOSE STOCK
               OPEN I-O STOCK
           END-IF
           OPEN I-O CONSIG-PROV
           IF ST-PROVCSG = "35"
               OPEN OUTPUT CONSIG-PROV
               CLOSE CONSIG-PROV
               OPEN I-O CONSIG-PROV
           END-IF
           OPEN INPUT CATEGORIAS
           IF ST-CATEGORIAS = "35"
               OPEN OUTPUT CATEGORIAS
               CLOSE CATEGORIAS
               OPEN INPUT CATEGORIAS
           END-IF
           OPEN I-O CAPAS-COSTO
           IF ST-CAPAS = "35"
               OPEN OUTPUT CAPAS-COSTO
               CLOSE CAPAS-COSTO
               OPEN I-O CAPAS-COSTO
           END-IF
           OPEN I-O CONSUMO-CAPAS
           IF ST-CONSUMO-CAPAS = "35"
               OPEN OUTPUT CONSUMO-CAPAS
               CLOSE CONSUMO-CAPAS
               OPEN I-O CONSUMO-CAPAS
           END-IF

           OPEN I-O KARDEX
           IF ST-KARDEX = "35"
               OPEN I-O PUNTOS-MOV
           END-IF

           OPEN I-O MEDIOS-PAGO
           IF ST-MEDIOSPAGO = "35"
               OPEN OUTPUT MEDIOS-PAGO
               CLOSE MEDIOS-PAGO
               OPEN I-O MEDIOS-PAGO
           END-IF

           OPEN I-O BONOS
           IF ST-BONOS = "35"
               OPEN OUTPUT BONOS
               CLOSE BONOS
               OPEN I-O BONOS
           END-IF

           OPEN I-O BONOS-MOV
           IF ST-BONOSMOV = "35"
               OPEN OUTPUT BONOS-MOV
               CLOSE BONOS-MOV
               OPEN I-O BONOS-MOV
           END-IF

           OPEN INPUT DIRECCIONES-ENTREGA
           IF ST-DIRENTREGA = "35"
               OPEN OUTPUT DIRECCIONES-ENTREGA
               CLOSE DIRECCIONES-ENTREGA
               OPEN INPUT DIRECCIONES-ENTREGA
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
           END-IF

           OPEN I-O CREDITO-HOLDS
           IF ST-CREDHOLD = "35"
               OPEN OUTPUT CREDITO-HOLDS
           END-IF

           PERFORM ABRIR-BLOQUEOS.
           PERFORM ABRIR-AUDITORIA.

       VALIDAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-OK
           MOVE 0 TO WS-CLI-ID
           DISPLAY "ID (0 = CANCELAR): " LINE 16 COL 10
           MOVE KEY-F2 TO WS-KEY
           PERFORM UNTIL WS-KEY NOT = KEY-F2
               ACCEPT WS-CLI-ID LINE 16 COL 30
               IF WS-KEY = KEY-F2
                   SET BUS-CLIENTES TO TRUE
                   PERFORM BUSCAR-CODIGO
                   DISPLAY PANTALLA-BASE
                   DISPLAY "ID (0 = CANCELAR): " LINE 16 COL 10
                   IF BUS-CON-CODIGO
                       MOVE WS-BUS-CODIGO-NUM TO WS-CLI-ID
                       DISPLAY WS-CLI-ID LINE 16 COL 30
                       MOVE 0 TO WS-KEY
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CLI-ID = 0
               SET CLIENTE-CANCELADO TO TRUE
                     DISPLAY "CLIENTE: " CLI-NOMBRE LINE 9 COL 10
                     DISPLAY "PUNTOS: " LINE 9 COL 55
                     DISPLAY CLI-PUNTOS LINE 9 COL 64
                     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RGI-FECHA
                     PERFORM DETERMINAR-REGIMEN
                     MOVE 8 TO WS-RGI-LINEA
                     PERFORM AVISAR-REGIMEN
                     PERFORM VALIDAR-LIMITE-CREDITO
                 END-IF

           MOVE WS-CJS-NRO-ACTIVA TO FAC-SESION-CAJA
           MOVE 0 TO FAC-COMIS-LIQ
           MOVE "N" TO FAC-COMIS-REV
           MOVE SPACES TO FAC-MONEDA FAC-DIR-ENTREGA
           MOVE 0 TO FAC-TASA FAC-TOTAL-ME
           MOVE WS-RGI-REGIMEN TO FAC-REGIMEN
           MOVE WS-RGI-CERT    TO FAC-CERT-EXENCION
           PERFORM CAPTURAR-VENDEDOR
           PERFORM CAPTURAR-TIPO-PAGO
           PERFORM CAPTURAR-ENTREGA
       CAPTURAR-VENDEDOR.
           MOVE SPACES TO WS-VENDEDOR FAC-VENDEDOR
           DISPLAY "CODIGO DE VENDEDOR (VACIO=NINGUNO): " LINE 15 COL 10
           MOVE KEY-F2 TO WS-KEY
           PERFORM UNTIL WS-KEY NOT = KEY-F2
               ACCEPT WS-VENDEDOR LINE 15 COL 47
               IF WS-KEY = KEY-F2
                   SET BUS-VENDEDORES TO TRUE
                   PERFORM BUSCAR-CODIGO
                   DISPLAY PANTALLA-BASE
                   DISPLAY "CODIGO DE VENDEDOR (VACIO=NINGUNO): " LINE 15 COL 10
                   IF BUS-CON-CODIGO
                       MOVE WS-BUS-CODIGO TO WS-VENDEDOR
                       DISPLAY WS-VENDEDOR LINE 15 COL 47
                       MOVE 0 TO WS-KEY
                   END-IF
               END-IF
           END-PERFORM

           IF WS-VENDEDOR NOT = SPACES
               MOVE WS-VENDEDOR TO VEN-CODIGO
           ACCEPT WS-ENTREGA LINE 19 COL 48
           IF FUNCTION UPPER-CASE(WS-ENTREGA) = "D"
               MOVE "D" TO FAC-ENTREGA
      *> Clientes con varios puntos de entrega (cadenas): se elige a
      *> cual tienda se despacha
               MOVE FAC-CLI-ID TO WS-DEN-CLI-ID
               MOVE 21 TO WS-DEN-LINEA
               PERFORM ELEGIR-DIR-ENTREGA
               MOVE WS-DEN-CODIGO TO FAC-DIR-ENTREGA
           ELSE
               MOVE "M" TO FAC-ENTREGA
           END-IF.

       ELEGIR-DIR-ENTREGA.
           COPY "ELEGIR-DIR-ENTREGA.cpy".

       CAPTURAR-MONEDA.
      *> Facturacion en moneda extranjera (clientes de exportacion):
      *> se congela la tasa vigente a la fecha de la factura y el

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

                   DISPLAY "DESCRIPCION : " LINE 09 COL 10
                   DISPLAY WS-DESCRIP-DET   LINE 09 COL 30

                   PERFORM CAPTURAR-CANTIDAD-DET
                   PERFORM APLICAR-ESCALA-DET

                   DISPLAY "PRECIO      : " LINE 11 COL 10
                   DISPLAY WS-PRECIO-DET    LINE 11 COL 30

                   PERFORM VALIDAR-STOCK-DET
                   IF WS-STOCK-DET-OK NOT = "S"
                       PERFORM SUSTITUIR-PRODUCTO-DET
                   END-IF

                   IF WS-STOCK-DET-OK NOT = "S"
                       DISPLAY "STOCK INSUFICIENTE - REINTENTAR? (S/N): "
                   ELSE
                       ADD 1 TO WS-ITEM-DET

                       COMPUTE DET-SUBTOTAL ROUNDED =
                           WS-CANT-DET * WS-PRECIO-DET

                       MOVE WS-FAC-NRO-ACTUAL TO DET-FAC-NRO
                       MOVE WS-PRECIO-DET       TO DET-PRECIO
                       MOVE WS-PROMO-APLICADA   TO DET-PROMO
                       MOVE PRD-IVA             TO DET-IVA-PCT
                       MOVE WS-ESC-APLICADA     TO DET-ESCALA

                       WRITE DETALLE-REG

                       ELSE
                           SUBTRACT WS-CANT-DET FROM STK-CANTIDAD
                           REWRITE STOCK-REG
                           PERFORM ACUMULAR-CONSIGNACION
                           MOVE WS-CANT-DET TO WS-CPA-CANTIDAD
                           MOVE SPACES TO WS-CPA-REFERENCIA
                           STRING "FAC" WS-FAC-NRO-ACTUAL DELIMITED BY SIZE
                               INTO WS-CPA-REFERENCIA
                           MOVE WS-FAC-NRO-ACTUAL TO WS-CPA-FAC-NRO
                           PERFORM CONSUMIR-CAPAS
                           IF PRD-CON-LOTE
                               PERFORM CONSUMIR-LOTES-FEFO
                           ELSE

           END-PERFORM.

       SUSTITUIR-PRODUCTO-DET.
      *> Sin stock suficiente se ofrecen los equivalentes del producto;
      *> si el vendedor elige uno la linea se rehace con el equivalente
      *> (su precio, promocion y precio de contrato) y la misma cantidad
           MOVE WS-PROD-ID-DET(1:10) TO WS-SUS-PROD-ID
           MOVE WS-CANT-DET          TO WS-SUS-CANT
           MOVE 14                   TO WS-SUS-LINEA
           MOVE "VENFAC01"           TO WS-SUS-PROGRAMA
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
           PERFORM BUSCAR-PROMOCION
           PERFORM BUSCAR-PRECIO-CLIENTE
           PERFORM APLICAR-ESCALA-DET
           DISPLAY WS-PROD-ID-DET LINE 08 COL 30
           DISPLAY WS-DESCRIP-DET LINE 09 COL 30
           DISPLAY WS-PRECIO-DET  LINE 11 COL 30
           PERFORM VALIDAR-STOCK-DET.

       OFRECER-SUSTITUTO.
           COPY "OFRECER-SUSTITUTO.cpy".

       BUSCAR-CODIGO.
           COPY "BUSCAR-CODIGO.cpy".

       DETERMINAR-REGIMEN.
           COPY "DETERMINAR-REGIMEN.cpy".

       AJUSTAR-IVA-REGIMEN.
           COPY "AJUSTAR-IVA-REGIMEN.cpy".

       AVISAR-REGIMEN.
           COPY "AVISAR-REGIMEN.cpy".

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       ABRIR-BLOQUEOS.
           COPY "ABRIR-BLOQUEOS.cpy".

               DISPLAY "PRECIO DE CONTRATO APLICADO" LINE 12 COL 50
           END-IF.

       APLICAR-ESCALA-DET.
      *> Con la cantidad ya digitada se busca la escala de precio por
      *> cantidad del producto (o de su categoria); manda el menor
      *> precio entre la escala y el que ya trae la linea (lista,
      *> promocion o contrato). Si gana la escala, la promocion no
      *> queda registrada en la linea
           MOVE 0 TO WS-ESC-APLICADA
           MOVE WS-PROD-ID-DET(1:10) TO WS-ESC-PROD-ID
           MOVE PRD-CATEGORIA        TO WS-ESC-CATEGORIA
           MOVE WS-CANT-DET          TO WS-ESC-CANT
           MOVE PRD-PRECIO           TO WS-ESC-PRECIO-LISTA
           PERFORM BUSCAR-ESCALA
           IF WS-ESC-DESDE > 0 AND WS-ESC-PRECIO < WS-PRECIO-DET
               MOVE WS-ESC-PRECIO TO WS-PRECIO-DET
               MOVE WS-ESC-DESDE  TO WS-ESC-APLICADA
               MOVE 0             TO WS-PROMO-APLICADA
               MOVE WS-ESC-DESDE  TO WS-ESC-EDIT
               DISPLAY " " LINE 12 COL 01 ERASE EOL
               DISPLAY "PRECIO POR CANTIDAD DESDE " LINE 12 COL 10
               DISPLAY WS-ESC-EDIT LINE 12 COL 36
               DISPLAY " UNIDADES APLICADO" LINE 12 COL 41
           END-IF.

       BUSCAR-ESCALA.
           COPY "BUSCAR-ESCALA.cpy".

       VALIDAR-PRODUCTO-DET.
           MOVE "N" TO WS-PRODUCTO-DET-OK
           MOVE WS-PROD-ID-DET(1:10) TO PRD-CODIGO
                   END-IF
           END-READ.

       CAPTURAR-CANTIDAD-DET.
      *> La cantidad admite hasta 3 decimales solo en productos que se
      *> venden por peso o medida (PRD-VENTA-FRACCION); el resto se
      *> vende por unidad entera
           MOVE "N" TO WS-CANT-DET-OK
           PERFORM UNTIL WS-CANT-DET-OK = "S"
               MOVE SPACES TO W-CANT-DET-TXT
               DISPLAY "CANTIDAD    : " LINE 10 COL 10
               ACCEPT W-CANT-DET-TXT LINE 10 COL 30
               MOVE 0 TO WS-CANT-DET
               IF FUNCTION TEST-NUMVAL(W-CANT-DET-TXT) = 0
                   COMPUTE WS-CANT-DET =
                       FUNCTION NUMVAL(W-CANT-DET-TXT)
               END-IF
               EVALUATE TRUE
                   WHEN WS-CANT-DET = 0
                       DISPLAY "CANTIDAD INVALIDA" LINE 20 COL 10
                           ERASE EOL
                   WHEN WS-CANT-DET NOT = FUNCTION INTEGER-PART(WS-CANT-DET)
                        AND (NOT PRD-VENTA-FRACCION OR PRD-CON-SERIE)
                       DISPLAY "PRODUCTO SE VENDE POR UNIDAD ENTERA"
                           LINE 20 COL 10 ERASE EOL
                   WHEN OTHER
                       MOVE "S" TO WS-CANT-DET-OK
                       DISPLAY " " LINE 20 COL 01 ERASE EOL
               END-EVALUATE
           END-PERFORM
           MOVE WS-CANT-DET TO WS-CANT-DISP
           DISPLAY WS-CANT-DISP LINE 10 COL 30 ERASE EOL.

       VALIDAR-STOCK-DET.
           *> El disponible descuenta lo reservado por pedidos de venta
           *> (ver VENPED01) para no vender unidades ya comprometidas.
                   IF WS-STOCK-DISPONIBLE >= WS-CANT-DET
                       MOVE "S" TO WS-STOCK-DET-OK
                   ELSE
                       MOVE WS-STOCK-DISPONIBLE TO WS-STOCK-DISP
                       DISPLAY "STOCK DISPONIBLE: " LINE 20 COL 10
                       DISPLAY WS-STOCK-DISP          LINE 20 COL 29
                   END-IF
           END-READ.

                       IF DET-FAC-NRO NOT = WS-FAC-NRO-ACTUAL
                           SET FIN-DETALLES TO TRUE
                       ELSE
      *> La tasa de la linea se ajusta al regimen del cliente
      *> (exento, excluido o tarifa diferencial con certificado vigente)
                           MOVE DET-IVA-PCT TO WS-RGI-PCT
                           PERFORM AJUSTAR-IVA-REGIMEN
                           IF WS-RGI-PCT NOT = DET-IVA-PCT
                               MOVE WS-RGI-PCT TO DET-IVA-PCT
                               REWRITE DETALLE-REG
                           END-IF
                           ADD DET-SUBTOTAL TO FAC-SUBTOTAL
                           COMPUTE WS-IVA-LINEA ROUNDED =
                               DET-SUBTOTAL * DET-IVA-PCT / 100
           DISPLAY FAC-SUBTOTAL LINE 17 COL 25
           DISPLAY "IVA: "      LINE 18 COL 10
           DISPLAY FAC-IVA      LINE 18 COL 25
           IF NOT RGI-NORMAL
               DISPLAY "REGIMEN "         LINE 18 COL 40
               DISPLAY FAC-REGIMEN        LINE 18 COL 48
               DISPLAY "CERT "            LINE 18 COL 50
               DISPLAY FAC-CERT-EXENCION  LINE 18 COL 55
           END-IF
           DISPLAY "TOTAL: "    LINE 19 COL 10
           DISPLAY FAC-TOTAL    LINE 19 COL 25
           DISPLAY "CONFIRMA LA VENTA [S/N]? " LINE 20 COL 10

       GRABAR.
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) = "S"
               MOVE 0 TO WS-MONTO-BONO-FAC W-BON-NRO-FAC
               IF FAC-CONTADO
                   PERFORM OFRECER-BONO-FACTURA
               END-IF
               SET FAC-FINAL TO TRUE
               COMPUTE FAC-SALDO-PEND = FAC-TOTAL - WS-MONTO-BONO-FAC
               SET FAC-NO-PAGADA TO TRUE
      *> Lo cubierto con bono queda como medio de pago de la factura
      *> (pago mixto, para que caja no lo cuente como efectivo); el
      *> resto se cobra con recibo de caja como toda factura de contado
               IF WS-MONTO-BONO-FAC > 0
                   SET FAC-PAGO-MIXTO TO TRUE
                   IF FAC-SALDO-PEND = 0
                       SET FAC-ESTA-PAGADA TO TRUE
                   END-IF
               END-IF
               REWRITE FACTURA-REG
               IF ST-FACTURAS NOT = "00"
                   STRING "ERROR AL CONFIRMAR FACTURA: " ST-FACTURAS
                   DISPLAY WS-MENSAJE LINE 21 COL 10
               ELSE
                   DISPLAY "FACTURA CONFIRMADA" LINE 21 COL 10
                   MOVE "FACTURA" TO WS-AUD-ACCION
                   MOVE FAC-NRO TO WS-AUD-REG-CLAVE
                   MOVE FAC-CLI-ID TO WS-AUD-VALOR-ANT
                   MOVE FAC-TOTAL TO WS-AUD-MONTO-DISP
                   MOVE WS-AUD-MONTO-DISP TO WS-AUD-VALOR-NUEVO
                   PERFORM GRABAR-AUDITORIA
                   IF FAC-CREDITO
                       PERFORM GENERAR-CUOTAS
                   END-IF
                   IF WS-MONTO-BONO-FAC > 0
                       PERFORM REDIMIR-BONO-FACTURA
                   END-IF
                   MOVE "F" TO WS-FE-TIPO
                   MOVE FAC-NRO TO WS-FE-NRO
                   MOVE FAC-FECHA TO WS-FE-FECHA
                   PERFORM ENCOLAR-FE
                   MOVE "F" TO WS-CLC-TIPO-DOC
                   MOVE FAC-NRO TO WS-CLC-DOC-NRO
                   MOVE "P" TO WS-CLC-ACCION
                   MOVE "VENFAC01" TO WS-CLC-PROGRAMA
                   PERFORM ENCOLAR-ASIENTO
                   PERFORM ACUMULAR-PUNTOS
                   PERFORM GENERAR-PICKING
                   PERFORM IMPRIMIR-FACTURA
           PERFORM CERRAR-TRANSACCION
           ACCEPT WS-PAUSA LINE 22 COL 10.

       OFRECER-BONO-FACTURA.
      *> Un bono de regalo puede cubrir la factura de contado total o
      *> parcialmente, hasta su saldo
           MOVE "N" TO WS-APLICA-BONO
           DISPLAY "PAGA CON BONO DE REGALO? (S/N): " LINE 21 COL 10
           ACCEPT WS-APLICA-BONO LINE 21 COL 43
           IF FUNCTION UPPER-CASE(WS-APLICA-BONO) NOT = "S"
               DISPLAY " " LINE 21 COL 01 ERASE EOL
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO DE BONO: " LINE 21 COL 47
           ACCEPT W-BON-NRO-FAC LINE 21 COL 64
           MOVE W-BON-NRO-FAC TO WS-BOM-BONO
           PERFORM VALIDAR-BONO
           IF BONO-NO-DISPONIBLE
               DISPLAY WS-BON-ERROR LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 52
               MOVE 0 TO W-BON-NRO-FAC
           ELSE
               IF BON-SALDO < FAC-TOTAL
                   MOVE BON-SALDO TO WS-MONTO-BONO-FAC
               ELSE
                   MOVE FAC-TOTAL TO WS-MONTO-BONO-FAC
               END-IF
               MOVE WS-MONTO-BONO-FAC TO WS-EDIT-BONO
               DISPLAY "SE TOMA DEL BONO: " LINE 22 COL 10
               DISPLAY WS-EDIT-BONO LINE 22 COL 29
               ACCEPT WS-PAUSA LINE 22 COL 45
           END-IF
           DISPLAY " " LINE 21 COL 01 ERASE EOS.

       REDIMIR-BONO-FACTURA.
           MOVE "F"               TO MPG-TIPO-DOC
           MOVE FAC-NRO           TO MPG-DOC-NRO
           MOVE 1                 TO MPG-SEC
           MOVE FAC-FECHA         TO MPG-FECHA
           MOVE FAC-SESION-CAJA   TO MPG-SESION-CAJA
           SET MPG-BONO           TO TRUE
           MOVE WS-MONTO-BONO-FAC TO MPG-MONTO
           MOVE SPACES TO MPG-FRANQUICIA MPG-AUTORIZACION
           SET MPG-CONC-NO-APLICA TO TRUE
           MOVE 0 TO MPG-VOUCHER MPG-CONC-FECHA MPG-MONTO-ABONADO
                     MPG-COMISION MPG-RETENCION
                     MPG-RECIBIDO MPG-NCR-NRO
           MOVE W-BON-NRO-FAC     TO MPG-BONO-NRO
           WRITE MEDIO-PAGO-REG

           MOVE W-BON-NRO-FAC     TO WS-BOM-BONO
           MOVE "R"               TO WS-BOM-TIPO
           MOVE WS-MONTO-BONO-FAC TO WS-BOM-MONTO
           MOVE "F"               TO WS-BOM-DOC-TIPO
           MOVE FAC-NRO           TO WS-BOM-DOC-NRO
           PERFORM MOVER-BONO.

       VALIDAR-BONO.
           COPY "VALIDAR-BONO.cpy".

       MOVER-BONO.
           COPY "MOVER-BONO.cpy".

       ACUMULAR-PUNTOS.
      *> Puntos de fidelidad: pesos-por-punto de PARAMETROS; el
      *> cliente mostrador generico no acumula
                       ELSE
                           MOVE DET-PRECIO    TO WS-PRECIO-TICKET-DISP
                           MOVE DET-SUBTOTAL  TO WS-SUBTOT-TICKET-DISP
                           MOVE DET-CANT      TO WS-CANT-DISP
                           MOVE SPACES TO WS-LINEA-TICKET
                           STRING DET-PROD-ID   " "
                                  DET-DESCRIP   " "
                                  WS-CANT-DISP  " "
                                  WS-PRECIO-TICKET-DISP " "
                                  WS-SUBTOT-TICKET-DISP
                               DELIMITED BY SIZE INTO WS-LINEA-TICKET
                           WRITE REG-TICKET FROM WS-LINEA-TICKET
                           IF DET-ESCALA > 0
                               MOVE DET-ESCALA TO WS-ESC-EDIT
                               MOVE SPACES TO WS-LINEA-TICKET
                               STRING "            PRECIO POR CANTIDAD DESDE "
                                      WS-ESC-EDIT " UNIDADES"
                                   DELIMITED BY SIZE INTO WS-LINEA-TICKET
                               WRITE REG-TICKET FROM WS-LINEA-TICKET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               INTO WS-LINEA-TICKET
           WRITE REG-TICKET FROM WS-LINEA-TICKET

           IF WS-MONTO-BONO-FAC > 0
               MOVE SPACES TO WS-LINEA-TICKET
               MOVE WS-MONTO-BONO-FAC TO WS-MONTO-TICKET-DISP
               STRING "BONO REGALO " W-BON-NRO-FAC ": "
                      WS-MONTO-TICKET-DISP
                   DELIMITED BY SIZE INTO WS-LINEA-TICKET
               WRITE REG-TICKET FROM WS-LINEA-TICKET
               MOVE SPACES TO WS-LINEA-TICKET
               MOVE FAC-SALDO-PEND TO WS-MONTO-TICKET-DISP
               STRING "SALDO   : " WS-MONTO-TICKET-DISP
                   DELIMITED BY SIZE INTO WS-LINEA-TICKET
               WRITE REG-TICKET FROM WS-LINEA-TICKET
           END-IF

           IF FAC-MONEDA NOT = SPACES AND FAC-TASA > 0
               MOVE FAC-TOTAL-ME TO WS-TOTAL-ME-DISP
               MOVE SPACES TO WS-LINEA-TICKET

           CLOSE FACTURA-TICKET

           DISPLAY "TICKET GENERADO: factura_ticket.txt" LINE 22 COL 10
           PERFORM ENVIAR-FACTURA-CORREO.

       ENVIAR-FACTURA-CORREO.
      *> Copia del ticket al correo de contacto del cliente (la
      *> entrega la hace CORREO01 en la corrida nocturna)
           MOVE FAC-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CLI-CON-EMAIL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ENVIA-CORREO
           DISPLAY "ENVIAR COPIA POR CORREO (S/N)? " LINE 24 COL 10
           ACCEPT WS-ENVIA-CORREO LINE 24 COL 42
           IF FUNCTION UPPER-CASE(WS-ENVIA-CORREO) NOT = "S"
               DISPLAY " " LINE 24 COL 01 ERASE EOL
               EXIT PARAGRAPH
           END-IF
           MOVE CLI-ID TO WS-COR-CLI-ID
           MOVE "F" TO WS-COR-TIPO
           MOVE FAC-NRO TO WS-COR-DOC-NRO
           MOVE CLI-CON-EMAIL TO WS-COR-PARA
           MOVE SPACES TO WS-COR-ASUNTO WS-COR-CUERPO
           STRING "FACTURA " FAC-NRO
               DELIMITED BY SIZE INTO WS-COR-ASUNTO
           STRING "ADJUNTAMOS COPIA DE SU FACTURA " FAC-NRO " DEL "
                  FAC-FECHA ". GRACIAS POR SU COMPRA."
               DELIMITED BY SIZE INTO WS-COR-CUERPO
           MOVE "factura_ticket.txt" TO WS-COR-ORIGEN
           PERFORM ENCOLAR-CORREO
           EVALUATE WS-COR-RESULTADO
               WHEN "P"
                   DISPLAY "COPIA ENCOLADA PARA ENVIO POR CORREO    "
                           LINE 24 COL 10
               WHEN "N"
                   DISPLAY "CLIENTE SIN AUTORIZACION DE DATOS - SIN ENVIO"
                           LINE 24 COL 10
               WHEN OTHER
                   DISPLAY "CORREO DEL CLIENTE NO VALIDO - SIN ENVIO"
                           LINE 24 COL 10
           END-EVALUATE.

       GENERAR-PICKING.
           *> Lista de picking de la factura ordenada por ubicacion en
               TO WS-LINEA-PICK
           WRITE REG-PICK-TICKET FROM WS-LINEA-PICK
           PERFORM VARYING WS-PK-I FROM 1 BY 1 UNTIL WS-PK-I > WS-TOT-PICK
               MOVE T-PK-CANT(WS-PK-I) TO WS-CANT-DISP
               MOVE SPACES TO WS-LINEA-PICK
               STRING T-PK-UBICACION(WS-PK-I) "  "
                      T-PK-PROD-ID(WS-PK-I) " "
                      T-PK-DESCRIP(WS-PK-I) " "
                      WS-CANT-DISP
                   DELIMITED BY SIZE INTO WS-LINEA-PICK
               WRITE REG-PICK-TICKET FROM WS-LINEA-PICK
           END-PERFORM
           CLOSE VENDEDORES
           CLOSE PERIODOS-CONTABLES
           CLOSE CUOTAS
           CLOSE CONSIG-PROV
           CLOSE CATEGORIAS
           CLOSE CAPAS-COSTO
           CLOSE CONSUMO-CAPAS
           CLOSE STOCK
           CLOSE KARDEX
           CLOSE SESIONES-CAJA
           CLOSE MONEDAS
           CLOSE TASAS-CAMBIO
           CLOSE PUNTOS-MOV
           CLOSE MEDIOS-PAGO
           CLOSE BONOS
           CLOSE BONOS-MOV
           CLOSE DIRECCIONES-ENTREGA
           CLOSE SUSTITUTOS
           CLOSE SUSTITUCIONES-LOG
           CLOSE ESCALAS
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO
           CLOSE BLOQUEOS.

       ACUMULAR-CONSIGNACION.
           COPY "ACUMULAR-CONSIGNACION.cpy".

       CONSUMIR-CAPAS.
           COPY "CONSUMIR-CAPAS.cpy".

       END PROGRAM VENFAC01.
