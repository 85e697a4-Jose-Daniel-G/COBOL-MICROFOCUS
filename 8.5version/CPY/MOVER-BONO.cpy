      *> MOVER-BONO.cpy - aplica al bono WS-BOM-BONO el movimiento
      *> WS-BOM-TIPO por WS-BOM-MONTO: "R" redencion descuenta del
      *> saldo (el bono queda agotado en cero), "D" devolucion (anulacion
      *> del documento que lo redimio) lo repone y lo reactiva. Deja el
      *> movimiento en el historial con el documento WS-BOM-DOC-TIPO /
      *> WS-BOM-DOC-NRO. Se copia dentro de un parrafo MOVER-BONO
      *> (requiere BONO.cpy, SESION.cpy y BONOS / BONOS-MOV abiertos I-O).
           MOVE WS-BOM-BONO TO BON-NRO
           READ BONOS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF WS-BOM-TIPO = "R"
               SUBTRACT WS-BOM-MONTO FROM BON-SALDO
               IF BON-SALDO <= 0
                   MOVE 0 TO BON-SALDO
                   SET BON-AGOTADO TO TRUE
               END-IF
           ELSE
               ADD WS-BOM-MONTO TO BON-SALDO
               IF BON-AGOTADO
                   SET BON-ACTIVO TO TRUE
               END-IF
           END-IF
           REWRITE BONO-REG

           MOVE 0 TO WS-BOM-SEC
           SET NO-FIN-BOM TO TRUE
           MOVE BON-NRO TO BOM-BON-NRO
           MOVE 0       TO BOM-SEC
           START BONOS-MOV KEY IS NOT LESS THAN BOM-CLAVE
               INVALID KEY SET FIN-BOM TO TRUE
           END-START
           PERFORM UNTIL FIN-BOM
               READ BONOS-MOV NEXT RECORD
                   AT END SET FIN-BOM TO TRUE
                   NOT AT END
                       IF BOM-BON-NRO NOT = BON-NRO
                           SET FIN-BOM TO TRUE
                       ELSE
                           MOVE BOM-SEC TO WS-BOM-SEC
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-BOM-SEC
           MOVE BON-NRO         TO BOM-BON-NRO
           MOVE WS-BOM-SEC      TO BOM-SEC
           MOVE FUNCTION CURRENT-DATE(1:8) TO BOM-FECHA
           MOVE WS-BOM-TIPO     TO BOM-TIPO
           MOVE WS-BOM-MONTO    TO BOM-MONTO
           MOVE BON-SALDO       TO BOM-SALDO
           MOVE WS-BOM-DOC-TIPO TO BOM-DOC-TIPO
           MOVE WS-BOM-DOC-NRO  TO BOM-DOC-NRO
           MOVE WS-USUARIO-SESION TO BOM-USUARIO
           WRITE BONO-MOV-REG.
