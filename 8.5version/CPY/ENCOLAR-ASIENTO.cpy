      *> ENCOLAR-ASIENTO.cpy - graba en COLACONT.DAT la solicitud de
      *> asiento del documento WS-CLC-TIPO-DOC/WS-CLC-DOC-NRO con la
      *> accion WS-CLC-ACCION (P contabilizar, R reversar por anulacion)
      *> y el programa WS-CLC-PROGRAMA que la origina. Una solicitud
      *> repetida del mismo documento y accion se ignora. Se copia
      *> dentro de un parrafo ENCOLAR-ASIENTO (requiere COPY
      *> "colacont.sel"/"colacont.fd", COLACONT.cpy y SESION.cpy).
           OPEN I-O COLA-CONTAB
           IF ST-COLACONT = "35"
               OPEN OUTPUT COLA-CONTAB
               CLOSE COLA-CONTAB
               OPEN I-O COLA-CONTAB
           END-IF
           IF ST-COLACONT = "00"
               MOVE WS-CLC-TIPO-DOC   TO CLC-TIPO-DOC
               MOVE WS-CLC-DOC-NRO    TO CLC-DOC-NRO
               MOVE WS-CLC-ACCION     TO CLC-ACCION
               MOVE FUNCTION CURRENT-DATE(1:8) TO CLC-FECHA-SOL
               MOVE FUNCTION CURRENT-DATE(9:6) TO CLC-HORA-SOL
               MOVE WS-CLC-PROGRAMA   TO CLC-PROGRAMA
               MOVE WS-USUARIO-SESION TO CLC-USUARIO
               SET CLC-PENDIENTE TO TRUE
               MOVE 0 TO CLC-FECHA-PROC CLC-AST-NRO
               MOVE SPACES TO CLC-MENSAJE
               WRITE COLA-CONTAB-REG
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE COLA-CONTAB
           END-IF.
