      *> *           minimo en ordenes de compra borrador (pendientes):
      *> *           cantidad sugerida hasta el maximo, agrupadas por el
      *> *           proveedor habitual (ultima compra del producto),
      *> *           con revision y poda en pantalla antes de emitir.
      *> *           Suma lo que la reposicion de sucursales (INVSTK10)
      *> *           no pudo cubrir desde la bodega surtidora
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "prodprov.sel".
           COPY "sesion.sel".
           COPY "bloqueo.sel".
           COPY "reposic.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "prodprov.fd".
           COPY "sesion.fd".
           COPY "bloqueo.fd".
           COPY "reposic.fd".

       WORKING-STORAGE SECTION.

       01 ST-PROVEEDORES    PIC XX.
       01 ST-PRODPROV       PIC XX.
       01 ST-SESION         PIC XX.
       01 ST-REPOSIC        PIC XX.
       01 WS-CANT-REPOS     PIC 9(05).
       01 WS-MEJOR-FECHA    PIC 9(08).
       01 WS-SW-PPV         PIC X VALUE "N".
          88 FIN-PPV           VALUE "S".
               PERFORM REVISAR-Y-PODAR
               PERFORM ORDENAR-POR-PROVEEDOR
               PERFORM EMITIR-ORDENES
               PERFORM MARCAR-FALTANTES-REPOS
               DISPLAY "ORDENES BORRADOR GENERADAS: " LINE 22 COL 10
               DISPLAY WS-ORDENES-GEN LINE 22 COL 39
               ACCEPT WS-PAUSA LINE 22 COL 46
               CLOSE PRODPROV
               OPEN INPUT PRODPROV
           END-IF
           OPEN I-O REPOSICION
           IF ST-REPOSIC = "35"
               OPEN OUTPUT REPOSICION
               CLOSE REPOSICION
               OPEN I-O REPOSICION
           END-IF
           OPEN I-O NEXT-COM-NRO
           IF ST-NEXT-COM = "35"
               OPEN OUTPUT NEXT-COM-NRO
           CLOSE PROVEEDORES
           CLOSE PRODPROV
           CLOSE NEXT-COM-NRO
           CLOSE REPOSICION
           CLOSE BLOQUEOS.

       CARGAR-FALTANTES.
                           PERFORM CARGAR-UN-FALTANTE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CARGAR-FALTANTES-REPOS.

       CARGAR-FALTANTES-REPOS.
           *> Faltantes de sucursales que la bodega surtidora no cubre,
           *> descontado lo ya llevado a compras en sugeridos anteriores
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO RPS-CLAVE
           START REPOSICION KEY IS NOT LESS THAN RPS-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START

           PERFORM UNTIL FIN-SCAN
               READ REPOSICION NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF NOT RPS-RECHAZADA
                          AND RPS-FALTANTE > RPS-PEDIDO
                           PERFORM CARGAR-UN-FALTANTE-REPOS
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-UN-FALTANTE-REPOS.
           COMPUTE WS-CANT-REPOS = RPS-FALTANTE - RPS-PEDIDO + 0.999
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > WS-TOT-FILAS
               IF T-PROD-ID(WS-POS) = RPS-PROD-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-POS <= WS-TOT-FILAS
               IF T-CANT-SUG(WS-POS) + WS-CANT-REPOS > 99999
                   MOVE 99999 TO T-CANT-SUG(WS-POS)
               ELSE
                   ADD WS-CANT-REPOS TO T-CANT-SUG(WS-POS)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-TOT-FILAS >= 200
               EXIT PARAGRAPH
           END-IF
           MOVE RPS-PROD-ID TO STK-CODIGO
           READ STOCK
               INVALID KEY EXIT PARAGRAPH
           END-READ
           PERFORM CARGAR-UN-FALTANTE
           MOVE WS-CANT-REPOS TO T-CANT-SUG(WS-TOT-FILAS).

       MARCAR-FALTANTES-REPOS.
           *> Lo incluido en una orden borrador queda como pedido
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO RPS-CLAVE
           START REPOSICION KEY IS NOT LESS THAN RPS-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START

           PERFORM UNTIL FIN-SCAN
               READ REPOSICION NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF NOT RPS-RECHAZADA
                          AND RPS-FALTANTE > RPS-PEDIDO
                           PERFORM VARYING WS-POS FROM 1 BY 1
                                   UNTIL WS-POS > WS-TOT-FILAS
                               IF T-PROD-ID(WS-POS) = RPS-PROD-ID
                                  AND T-INCLUIR(WS-POS) = "S"
                                  AND T-PROV-ID(WS-POS) > 0
                                   MOVE RPS-FALTANTE TO RPS-PEDIDO
                                   REWRITE REPOSICION-REG
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-UN-FALTANTE.
           MOVE 0 TO COM-SUBTOTAL COM-IVA COM-TOTAL
           SET COM-PENDIENTE TO TRUE
           MOVE 0 TO COM-REQ-NRO
           MOVE SPACE TO COM-CONSIGNACION
           MOVE 0 TO COM-FECHA-ENVIO COM-CONF-FECHA
           MOVE SPACES TO COM-CONF-TIPO COM-CONF-DOC COM-CONF-DIF
           WRITE COMPRA-REG

           MOVE 0 TO WS-ITEM-DET WS-SUBTOTAL-ORD WS-IVA-ORD
               INVALID KEY MOVE 0 TO PRD-IVA
           END-READ
           MOVE PRD-IVA           TO CDT-IVA-PCT
           MOVE 0 TO CDT-CANT-CONF CDT-PRECIO-CONF CDT-FECHA-CONF
           MOVE SPACES            TO CDT-CONF-MARCA
           WRITE COMPRADET-REG

           ADD CDT-SUBTOTAL TO WS-SUBTOTAL-ORD
