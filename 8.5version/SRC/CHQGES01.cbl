           COPY "ndebcli.sel".
           COPY "anticipo.sel".
           COPY "sesion.sel".
           COPY "colacont.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "bono.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "ndebcli.fd".
           COPY "anticipo.fd".
           COPY "sesion.fd".
           COPY "colacont.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "bono.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "COLACONT.cpy".
           COPY "AUDITORIA.cpy".
           COPY "BONO.cpy".

       01 ST-SESION         PIC XX.
       01 ST-CHEQUES        PIC XX.
           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       ENCOLAR-ASIENTO.
           COPY "ENCOLAR-ASIENTO.cpy".

       LEER-SESION.
           COPY "LEER-SESION.cpy".

               OPEN OUTPUT ANTICIPOS
               CLOSE ANTICIPOS
               OPEN I-O ANTICIPOS
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
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE NEXT-CGO-NRO
           CLOSE NOTASDEBITO-CLI
           CLOSE ANTICIPOS
           CLOSE BONOS
           CLOSE BONOS-MOV
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

               END-READ
           END-IF

           IF REC-MONTO-BONO > 0 AND REC-BONO-NRO > 0
               MOVE REC-BONO-NRO   TO WS-BOM-BONO
               MOVE "D"            TO WS-BOM-TIPO
               MOVE REC-MONTO-BONO TO WS-BOM-MONTO
               MOVE "R"            TO WS-BOM-DOC-TIPO
               MOVE REC-NRO        TO WS-BOM-DOC-NRO
               PERFORM MOVER-BONO
           END-IF

           IF REC-MONTO-ANT > 0 AND REC-ANT-NRO > 0
               MOVE REC-ANT-NRO TO ANT-NRO
               READ ANTICIPOS
           END-IF

           SET REC-ANULADO TO TRUE
           REWRITE RECIBO-REG

           MOVE "R" TO WS-CLC-TIPO-DOC
           MOVE REC-NRO TO WS-CLC-DOC-NRO
           MOVE "R" TO WS-CLC-ACCION
           MOVE "CHQGES01" TO WS-CLC-PROGRAMA
           PERFORM ENCOLAR-ASIENTO.

       MOVER-BONO.
           COPY "MOVER-BONO.cpy".

       REVERSAR-APLICACIONES.
           SET NO-FIN-RECDET TO TRUE
                       IF CUO-FAC-NRO NOT = FAC-NRO
                           SET FIN-CUOTAS-FAC TO TRUE
                       ELSE
                           IF CUO-SALDO < CUO-MONTO AND NOT CUO-CEDIDA
                               PERFORM REABRIR-UNA-CUOTA
                           END-IF
                       END-IF
