       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Registrar Factura de Proveedor sobre una Orden de
      *> *           Compra recibida (cuentas por pagar), liquidando
      *> *           la retencion en la fuente, el ReteIVA y el ReteICA
      *> *           (tarifa por mil del municipio y actividad) que
      *> *           practicamos como agentes retenedores. Las ordenes
      *> *           recibidas en consignacion no se facturan aqui sino
      *> *           en la liquidacion de lo vendido (CSGPRV01)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "pfcctrl.sel".
           COPY "ccosto.sel".
           COPY "parametros.sel".
           COPY "tasaret.sel".
           COPY "municipio.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "pfcctrl.fd".
           COPY "ccosto.fd".
           COPY "parametros.fd".
           COPY "tasaret.fd".
           COPY "municipio.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "MUNICIPIO.cpy".

       01 ST-COMPRAS        PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-CCOSTO         PIC XX.
       01 ST-COMPRASDET     PIC XX.
       01 ST-PARAMETROS     PIC XX.
       01 ST-TASARET        PIC XX.
       01 WS-TOLER-MATCH    PIC 9(02)V99.
       01 WS-ESPERADO       PIC S9(11)V99.
       01 WS-DIFERENCIA     PIC S9(11)V99.

       01 WS-EDIT-MONTO     PIC -(7)9.99.

       01 WS-BASE-ESPERADA  PIC S9(11)V99.
       01 WS-BASE-FACT      PIC S9(9)V99.
       01 WS-IVA-FACT       PIC S9(9)V99.
       01 W-RTE-COD         PIC 9(02).
       01 W-RIV-COD         PIC 9(02).
       01 WS-RTE-MONTO      PIC S9(9)V99.
       01 WS-RIV-MONTO      PIC S9(9)V99.
       01 WS-NETO-FACT      PIC S9(9)V99.
       01 W-CONCEPTO        PIC 9(02).
       01 WS-BASE-CONCEPTO  PIC S9(9)V99.
       01 WS-MONTO-CONCEPTO PIC S9(9)V99.
       01 WS-APLICA-ESPERADO PIC X(01).
       01 WS-FILA-CONCEPTO  PIC 99.
       01 W-RICA-MUN        PIC X(05).
       01 W-RICA-ACT        PIC X(04).
       01 WS-RICA-MONTO     PIC S9(9)V99.
       01 WS-EDIT-TARIFA    PIC Z9.999.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
                           ACCEPT WS-PAUSA LINE 18 COL 56
                       ELSE
                           PERFORM VERIFICAR-MATCH
                           PERFORM CALCULAR-RETENCIONES
                           PERFORM GRABAR-FACTURA-PROV
                       END-IF
                   END-IF
               EXIT PARAGRAPH
           END-IF

           IF COM-EN-CONSIGNACION
               DISPLAY "ORDEN EN CONSIGNACION - SE FACTURA EN LA LIQUIDACION"
                       LINE 11 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 11 COL 64
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFICAR-NO-FACTURADA
           IF WS-YA-FACTURADA = "S"
               DISPLAY "LA ORDEN YA TIENE FACTURA DE PROVEEDOR REGISTRADA"
      *> recibido a los precios de la orden (con su IVA); fuera de
      *> la tolerancia la factura queda retenida en discrepancia
           MOVE "S" TO WS-MATCH-OK
           MOVE 0 TO WS-ESPERADO WS-BASE-ESPERADA
           SET NO-FIN-MATCH TO TRUE
           MOVE W-COM-NRO TO CDT-COM-NRO
           MOVE 0 TO CDT-ITEM
                           COMPUTE WS-ESPERADO ROUNDED = WS-ESPERADO
                               + (CDT-CANT-RECIBIDA * CDT-PRECIO
                                  * (100 + CDT-IVA-PCT) / 100)
                           COMPUTE WS-BASE-ESPERADA ROUNDED =
                               WS-BASE-ESPERADA
                               + (CDT-CANT-RECIBIDA * CDT-PRECIO)
                       END-IF
               END-READ
           END-PERFORM
                       LINE 19 COL 10
           END-IF.

       CALCULAR-RETENCIONES.
      *> La base y el IVA de la factura salen de lo recibido en la
      *> orden, en proporcion a lo facturado; el saldo a pagar queda
      *> neto de la retencion en la fuente, del ReteIVA y del ReteICA
           IF WS-ESPERADO > 0
               COMPUTE WS-BASE-FACT ROUNDED =
                   WS-TOTAL-FACT * WS-BASE-ESPERADA / WS-ESPERADO
           ELSE
               MOVE WS-TOTAL-FACT TO WS-BASE-FACT
           END-IF
           COMPUTE WS-IVA-FACT = WS-TOTAL-FACT - WS-BASE-FACT

           MOVE 20 TO WS-FILA-CONCEPTO
           DISPLAY "CONCEPTO RETEFUENTE (0=NO APLICA): " LINE 20 COL 10
           MOVE "B" TO WS-APLICA-ESPERADO
           MOVE WS-BASE-FACT TO WS-BASE-CONCEPTO
           PERFORM CAPTURAR-CONCEPTO-RET
           MOVE W-CONCEPTO        TO W-RTE-COD
           MOVE WS-MONTO-CONCEPTO TO WS-RTE-MONTO

           MOVE 21 TO WS-FILA-CONCEPTO
           DISPLAY "CONCEPTO RETEIVA    (0=NO APLICA): " LINE 21 COL 10
           MOVE "I" TO WS-APLICA-ESPERADO
           MOVE WS-IVA-FACT TO WS-BASE-CONCEPTO
           PERFORM CAPTURAR-CONCEPTO-RET
           MOVE W-CONCEPTO        TO W-RIV-COD
           MOVE WS-MONTO-CONCEPTO TO WS-RIV-MONTO

           PERFORM CAPTURAR-RETEICA

           COMPUTE WS-NETO-FACT = WS-TOTAL-FACT - WS-RTE-MONTO
                                  - WS-RIV-MONTO - WS-RICA-MONTO
           MOVE WS-NETO-FACT TO WS-EDIT-MONTO
           DISPLAY "NETO A PAGAR AL PROVEEDOR: " LINE 24 COL 10
           DISPLAY WS-EDIT-MONTO LINE 24 COL 38.

       CAPTURAR-RETEICA.
      *> El ReteICA se liquida sobre la base con la tarifa por mil del
      *> municipio donde se presto el servicio o se entrego la compra
           MOVE SPACES TO W-RICA-MUN W-RICA-ACT
           MOVE 0 TO WS-RICA-MONTO
           DISPLAY "RETEICA MUNICIPIO/ACTIV. (VACIO=NO):" LINE 22 COL 10
           ACCEPT W-RICA-MUN LINE 22 COL 47
           IF W-RICA-MUN = SPACES
               EXIT PARAGRAPH
           END-IF
           ACCEPT W-RICA-ACT LINE 22 COL 53
           MOVE W-RICA-MUN TO WS-MUN-CODIGO
           MOVE FUNCTION UPPER-CASE(W-RICA-ACT) TO WS-MUN-ACTIVIDAD
           PERFORM LEER-MUNICIPIO
           IF MUNICIPIO-NO-HALLADO
               DISPLAY "MUNICIPIO SIN TARIFA - NO SE RETIENE" LINE 23 COL 10
               MOVE SPACES TO W-RICA-MUN W-RICA-ACT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MUN-ACTIVIDAD TO W-RICA-ACT
           DISPLAY W-RICA-ACT LINE 22 COL 53
           IF WS-BASE-FACT < MUN-BASE-MIN-RETE OR MUN-TARIFA-RETE = 0
               DISPLAY "BASE MENOR A LA MINIMA - NO SE RETIENE" LINE 23 COL 10
               MOVE SPACES TO W-RICA-MUN W-RICA-ACT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RICA-MONTO ROUNDED =
               WS-BASE-FACT * MUN-TARIFA-RETE / 1000
           MOVE MUN-TARIFA-RETE TO WS-EDIT-TARIFA
           MOVE WS-RICA-MONTO TO WS-EDIT-MONTO
           DISPLAY MUN-NOMBRE LINE 23 COL 10
           DISPLAY WS-EDIT-TARIFA LINE 23 COL 42
           DISPLAY "X MIL =" LINE 23 COL 49
           DISPLAY WS-EDIT-MONTO LINE 23 COL 59.

       LEER-MUNICIPIO.
           COPY "LEER-MUNICIPIO.cpy".

       CAPTURAR-CONCEPTO-RET.
           MOVE 0 TO WS-MONTO-CONCEPTO
           MOVE 0 TO W-CONCEPTO
           ACCEPT W-CONCEPTO LINE WS-FILA-CONCEPTO COL 46
           IF W-CONCEPTO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-CONCEPTO TO TRT-CODIGO
           READ TASAS-RETENCION
               INVALID KEY
                   DISPLAY "NO EXISTE - NO SE RETIENE"
                       LINE WS-FILA-CONCEPTO COL 50
                   MOVE 0 TO W-CONCEPTO
                   EXIT PARAGRAPH
           END-READ
           IF TRT-INACTIVA
              OR (WS-APLICA-ESPERADO = "B" AND NOT TRT-SOBRE-BASE)
              OR (WS-APLICA-ESPERADO = "I" AND NOT TRT-SOBRE-IVA)
               DISPLAY "CONCEPTO NO VALIDO AQUI - NO SE RETIENE"
                   LINE WS-FILA-CONCEPTO COL 50
               MOVE 0 TO W-CONCEPTO
               EXIT PARAGRAPH
           END-IF
           IF WS-BASE-CONCEPTO < TRT-BASE-MINIMA
               DISPLAY "BASE MENOR A LA MINIMA - NO SE RETIENE"
                   LINE WS-FILA-CONCEPTO COL 50
               MOVE 0 TO W-CONCEPTO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTO-CONCEPTO ROUNDED =
               WS-BASE-CONCEPTO * TRT-PORCENTAJE / 100
           MOVE WS-MONTO-CONCEPTO TO WS-EDIT-MONTO
           DISPLAY TRT-PORCENTAJE LINE WS-FILA-CONCEPTO COL 50
           DISPLAY "% =" LINE WS-FILA-CONCEPTO COL 55
           DISPLAY WS-EDIT-MONTO LINE WS-FILA-CONCEPTO COL 59.

       CAPTURAR-DATOS-FACTURA.
           MOVE SPACES TO WS-NRO-FACT-PROV
           DISPLAY "NRO FACTURA DEL PROVEEDOR: " LINE 14 COL 10
               + WS-DIAS-PLAZO
           MOVE FUNCTION DATE-OF-INTEGER(WS-VENCE-INT) TO PFC-FECHA-VENCE
           MOVE WS-TOTAL-FACT    TO PFC-TOTAL
           MOVE WS-NETO-FACT     TO PFC-SALDO-PEND
           IF WS-MATCH-OK = "S"
               SET PFC-VIGENTE TO TRUE
           ELSE
               MOVE 0 TO PFC-TOTAL-ME
           END-IF
           MOVE W-CCOSTO TO PFC-CCOSTO
           MOVE WS-BASE-FACT TO PFC-BASE
           MOVE WS-IVA-FACT  TO PFC-IVA
           MOVE W-RTE-COD    TO PFC-RTE-COD
           MOVE WS-RTE-MONTO TO PFC-RTE-MONTO
           MOVE W-RIV-COD    TO PFC-RIV-COD
           MOVE WS-RIV-MONTO TO PFC-RIV-MONTO
           MOVE W-RICA-MUN    TO PFC-RICA-MUN
           MOVE W-RICA-ACT    TO PFC-RICA-ACT
           MOVE WS-RICA-MONTO TO PFC-RICA-MONTO
           WRITE FACTURA-PROV-REG

           IF ST-PROVFAC NOT = "00"
               OPEN INPUT CENTROS-COSTO
           END-IF.

           OPEN INPUT TASAS-RETENCION.
           IF ST-TASARET = "35"
               OPEN OUTPUT TASAS-RETENCION
               CLOSE TASAS-RETENCION
               OPEN INPUT TASAS-RETENCION
           END-IF.

           OPEN INPUT MUNICIPIOS.
           IF ST-MUNICIPIOS = "35"
               OPEN OUTPUT MUNICIPIOS
               CLOSE MUNICIPIOS
               OPEN INPUT MUNICIPIOS
           END-IF.

           OPEN I-O NEXT-PFC-NRO.
           IF ST-NEXT-PFC = "35"
               OPEN OUTPUT NEXT-PFC-NRO
           CLOSE NEXT-PFC-NRO.
           CLOSE CENTROS-COSTO.
           CLOSE COMPRASDET.
           CLOSE TASAS-RETENCION.
           CLOSE MUNICIPIOS.

       END PROGRAM COMPRA02.
