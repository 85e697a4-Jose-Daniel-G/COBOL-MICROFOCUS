      *> *           corrida que genera las facturas vencidas con la
      *> *           numeracion, totales, stock/kardex y cuotas de la
      *> *           facturacion normal, con vista previa y resumen
      *> *           El IVA sigue el regimen del cliente; con el
      *> *           certificado vencido se factura con IVA normal y se
      *> *           cuenta en el resumen de la corrida
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "facctrl.sel".
           COPY "cuota.sel".
           COPY "stock.sel".
           COPY "provcsg.sel".
           COPY "categoria.sel".
           COPY "capacosto.sel".
           COPY "kardex.sel".
           COPY "periodo.sel".
           COPY "resolucion.sel".
           COPY "bloqueo.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "facctrl.fd".
           COPY "cuota.fd".
           COPY "stock.fd".
           COPY "provcsg.fd".
           COPY "categoria.fd".
           COPY "capacosto.fd".
           COPY "kardex.fd".
           COPY "periodo.fd".
           COPY "resolucion.fd".
           COPY "bloqueo.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".

       WORKING-STORAGE SECTION.
       COPY "PROVCSG.cpy".
       COPY "CAPAS.cpy".
       COPY "PERIODO.cpy".
       COPY "RESOLUCION.cpy".
       COPY "SESION.cpy".
       COPY "COLACONT.cpy".
       COPY "BLOQUEO.cpy".
       COPY "REGIMEN-IVA.cpy".
       01 ST-SESION         PIC XX.
       01 ST-CONTRFAC       PIC XX.
       01 ST-CONTRFADET     PIC XX.
       01 ST-NEXT-FAC       PIC XX.
       01 ST-CUOTAS         PIC XX.
       01 ST-STOCK          PIC XX.
       01 ST-CATEGORIAS     PIC XX.
       01 ST-KARDEX         PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-ITEM-DET       PIC 9(03).
       01 WS-IVA-LINEA      PIC S9(11)V99.
       01 WS-CANT-GENERADAS PIC 9(05).
       01 WS-CANT-CERT-VENC PIC 9(05).
       01 WS-KAR-SECUENCIA  PIC 9(05).
       01 WS-PROX-INT       PIC 9(09).

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

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
           CLOSE DETALLES
           CLOSE NEXT-FAC-NRO
           CLOSE CUOTAS
           CLOSE CONSIG-PROV
           CLOSE CATEGORIAS
           CLOSE CAPAS-COSTO
           CLOSE CONSUMO-CAPAS
           CLOSE STOCK
           CLOSE KARDEX
           CLOSE PERIODOS-CONTABLES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CANT-GENERADAS WS-CANT-CERT-VENC
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CTR-NRO
           START CONTRATOS-FACT KEY IS NOT LESS THAN CTR-NRO

           DISPLAY "FACTURAS GENERADAS: " LINE 22 COL 10
           DISPLAY WS-CANT-GENERADAS LINE 22 COL 31
           IF WS-CANT-CERT-VENC > 0
               DISPLAY "CON CERTIFICADO DE EXENCION VENCIDO: " LINE 23 COL 10
               DISPLAY WS-CANT-CERT-VENC LINE 23 COL 48
           END-IF
           ACCEPT WS-PAUSA LINE 22 COL 40.

       FACTURAR-CONTRATO.
           REWRITE NEXT-FAC-NRO-REG
           PERFORM SOLTAR-BLOQUEO

           MOVE CTR-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY MOVE SPACE TO CLI-REGIMEN
           END-READ
           MOVE WS-FECHA-HOY TO WS-RGI-FECHA
           PERFORM DETERMINAR-REGIMEN
           IF RGI-CERT-VENCIDO
               ADD 1 TO WS-CANT-CERT-VENC
           END-IF

           MOVE WS-FAC-NRO-ACTUAL TO FAC-NRO
           MOVE CTR-CLI-ID TO FAC-CLI-ID
           MOVE WS-FECHA-HOY TO FAC-FECHA
           SET FAC-ENT-MOSTRADOR TO TRUE
           MOVE 0 TO FAC-SESION-CAJA FAC-COMIS-LIQ
           MOVE "N" TO FAC-COMIS-REV
           MOVE SPACES TO FAC-MONEDA FAC-DIR-ENTREGA
           MOVE 0 TO FAC-TASA FAC-TOTAL-ME
           MOVE WS-RGI-REGIMEN TO FAC-REGIMEN
           MOVE WS-RGI-CERT TO FAC-CERT-EXENCION
           WRITE FACTURA-REG

           MOVE 0 TO WS-ITEM-DET
           MOVE FAC-TOTAL TO FAC-SALDO-PEND
           REWRITE FACTURA-REG

           MOVE "F" TO WS-CLC-TIPO-DOC
           MOVE FAC-NRO TO WS-CLC-DOC-NRO
           MOVE "P" TO WS-CLC-ACCION
           MOVE "CONTRFA01" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO

           IF FAC-CREDITO
               MOVE CTR-NRO-CUOTAS TO WS-NRO-CUOTAS
               PERFORM GENERAR-CUOTAS
           MOVE CFD-PRECIO  TO DET-PRECIO
           COMPUTE DET-SUBTOTAL = CFD-CANT * CFD-PRECIO
           MOVE 0 TO DET-PROMO
           MOVE 0 TO DET-ESCALA
           MOVE PRD-IVA TO WS-RGI-PCT
           PERFORM AJUSTAR-IVA-REGIMEN
           MOVE WS-RGI-PCT TO DET-IVA-PCT
           WRITE DETALLE-REG

           ADD DET-SUBTOTAL TO FAC-SUBTOTAL
           END-READ
           SUBTRACT CFD-CANT FROM STK-CANTIDAD
           REWRITE STOCK-REG
           PERFORM ACUMULAR-CONSIGNACION
           MOVE CFD-CANT TO WS-CPA-CANTIDAD
           MOVE SPACES TO WS-CPA-REFERENCIA
           STRING "FAC" WS-FAC-NRO-ACTUAL DELIMITED BY SIZE
               INTO WS-CPA-REFERENCIA
           MOVE WS-FAC-NRO-ACTUAL TO WS-CPA-FAC-NRO
           PERFORM CONSUMIR-CAPAS
           PERFORM GRABAR-KARDEX-CONTRATO.

       DETERMINAR-REGIMEN.
           COPY "DETERMINAR-REGIMEN.cpy".

       AJUSTAR-IVA-REGIMEN.
           COPY "AJUSTAR-IVA-REGIMEN.cpy".

       GRABAR-KARDEX-CONTRATO.
           MOVE 0 TO WS-KAR-SECUENCIA
           MOVE CFD-PROD-ID TO KAR-PROD-ID
               WRITE CUOTA-REG
           END-PERFORM.

       ACUMULAR-CONSIGNACION.
           COPY "ACUMULAR-CONSIGNACION.cpy".

       CONSUMIR-CAPAS.
           COPY "CONSUMIR-CAPAS.cpy".

       END PROGRAM CONTRFA01.
