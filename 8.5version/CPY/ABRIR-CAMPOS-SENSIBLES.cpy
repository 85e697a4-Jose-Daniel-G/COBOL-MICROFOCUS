      *> ABRIR-CAMPOS-SENSIBLES.cpy - abre la lista de campos sensibles.
      *> La primera vez la crea con los campos que conoce el sistema:
      *> limite de credito y termino de pago del cliente y precio del
      *> producto pasan por aprobacion; el resto queda disponible para
      *> que el supervisor los active. Se copia dentro de un parrafo
      *> ABRIR-CAMPOS-SENSIBLES (requiere COPY "camsen.sel"/"camsen.fd"/
      *> "CAMBIOS.cpy").
           OPEN I-O CAMPOS-SENSIBLES
           IF ST-CAMSEN = "35"
               OPEN OUTPUT CAMPOS-SENSIBLES
               MOVE "CLIENTES"  TO CSN-ARCHIVO
               MOVE "LIMITE"    TO CSN-CAMPO
               MOVE "LIMITE DE CREDITO" TO CSN-DESCRIPCION
               SET CSN-REQUIERE-APROB TO TRUE
               WRITE CAMPO-SENSIBLE-REG
               MOVE "TERMINO"   TO CSN-CAMPO
               MOVE "TERMINO DE PAGO" TO CSN-DESCRIPCION
               SET CSN-REQUIERE-APROB TO TRUE
               WRITE CAMPO-SENSIBLE-REG
               MOVE "CATEG"     TO CSN-CAMPO
               MOVE "CATEGORIA DEL CLIENTE" TO CSN-DESCRIPCION
               SET CSN-DIRECTO TO TRUE
               WRITE CAMPO-SENSIBLE-REG
               MOVE "SALDO"     TO CSN-CAMPO
               MOVE "SALDO DEL CLIENTE" TO CSN-DESCRIPCION
               SET CSN-DIRECTO TO TRUE
               WRITE CAMPO-SENSIBLE-REG
               MOVE "PRODUCTOS" TO CSN-ARCHIVO
               MOVE "PRECIO"    TO CSN-CAMPO
               MOVE "PRECIO DE VENTA" TO CSN-DESCRIPCION
               SET CSN-REQUIERE-APROB TO TRUE
               WRITE CAMPO-SENSIBLE-REG
               MOVE "IVA"       TO CSN-CAMPO
               MOVE "TASA DE IVA" TO CSN-DESCRIPCION
               SET CSN-DIRECTO TO TRUE
               WRITE CAMPO-SENSIBLE-REG
               MOVE "ESTADO"    TO CSN-CAMPO
               MOVE "ESTADO ACTIVO/INACTIVO" TO CSN-DESCRIPCION
               SET CSN-DIRECTO TO TRUE
               WRITE CAMPO-SENSIBLE-REG
               CLOSE CAMPOS-SENSIBLES
               OPEN I-O CAMPOS-SENSIBLES
           END-IF.
