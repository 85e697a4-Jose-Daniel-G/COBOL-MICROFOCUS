      *> VALIDAR-BONO.cpy - lee el bono WS-BOM-BONO y deja
      *> BONO-DISPONIBLE si existe, esta activo, no ha vencido y tiene
      *> saldo; si no, WS-BON-ERROR trae el motivo para mostrarlo. Se
      *> copia dentro de un parrafo VALIDAR-BONO (requiere BONO.cpy y
      *> BONOS abierto).
           SET BONO-NO-DISPONIBLE TO TRUE
           MOVE SPACES TO WS-BON-ERROR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BON-HOY
           MOVE WS-BOM-BONO TO BON-NRO
           READ BONOS
               INVALID KEY
                   MOVE "BONO NO EXISTE" TO WS-BON-ERROR
           END-READ
           IF WS-BON-ERROR = SPACES
               EVALUATE TRUE
                   WHEN BON-VENCIDO
                   WHEN BON-FECHA-VENCE < WS-BON-HOY
                       MOVE "BONO VENCIDO" TO WS-BON-ERROR
                   WHEN NOT BON-ACTIVO OR BON-SALDO <= 0
                       MOVE "BONO SIN SALDO" TO WS-BON-ERROR
                   WHEN OTHER
                       SET BONO-DISPONIBLE TO TRUE
               END-EVALUATE
           END-IF.
