      *> BUSCAR-ESCALA.cpy - busca la escala de precio por cantidad que
      *> alcanza WS-ESC-CANT: la mayor escala activa del producto
      *> WS-ESC-PROD-ID con ESC-DESDE <= cantidad y, si el producto no
      *> alcanza ninguna propia, la de su categoria WS-ESC-CATEGORIA.
      *> Deja WS-ESC-DESDE (0 = ninguna) y WS-ESC-PRECIO (precio fijo o
      *> % sobre WS-ESC-PRECIO-LISTA). Quien llama decide si la usa: el
      *> precio de la escala solo manda cuando es menor que el que ya
      *> trae la linea (lista, promocion o contrato). Se copia dentro
      *> de un parrafo BUSCAR-ESCALA (requiere ESCALA.cpy y ESCALAS
      *> abierto).
           MOVE 0 TO WS-ESC-DESDE WS-ESC-PRECIO WS-ESC-VALOR
           MOVE SPACES TO WS-ESC-TIPO
           IF WS-ESC-CANT = 0
               EXIT PARAGRAPH
           END-IF

           SET NO-FIN-ESC TO TRUE
           MOVE WS-ESC-PROD-ID TO ESC-PROD-ID
           MOVE SPACES         TO ESC-CATEGORIA
           MOVE 0              TO ESC-DESDE
           START ESCALAS KEY IS NOT LESS THAN ESC-CLAVE
               INVALID KEY SET FIN-ESC TO TRUE
           END-START
           PERFORM UNTIL FIN-ESC
               READ ESCALAS NEXT RECORD
                   AT END SET FIN-ESC TO TRUE
                   NOT AT END
                       IF ESC-PROD-ID NOT = WS-ESC-PROD-ID
                          OR ESC-CATEGORIA NOT = SPACES
                          OR ESC-DESDE > WS-ESC-CANT
                           SET FIN-ESC TO TRUE
                       ELSE
                           IF ESC-ACTIVA
                               MOVE ESC-DESDE TO WS-ESC-DESDE
                               MOVE ESC-TIPO  TO WS-ESC-TIPO
                               MOVE ESC-VALOR TO WS-ESC-VALOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ESC-DESDE = 0 AND WS-ESC-CATEGORIA NOT = SPACES
               SET NO-FIN-ESC TO TRUE
               MOVE SPACES           TO ESC-PROD-ID
               MOVE WS-ESC-CATEGORIA TO ESC-CATEGORIA
               MOVE 0                TO ESC-DESDE
               START ESCALAS KEY IS NOT LESS THAN ESC-CLAVE
                   INVALID KEY SET FIN-ESC TO TRUE
               END-START
               PERFORM UNTIL FIN-ESC
                   READ ESCALAS NEXT RECORD
                       AT END SET FIN-ESC TO TRUE
                       NOT AT END
                           IF ESC-PROD-ID NOT = SPACES
                              OR ESC-CATEGORIA NOT = WS-ESC-CATEGORIA
                              OR ESC-DESDE > WS-ESC-CANT
                               SET FIN-ESC TO TRUE
                           ELSE
                               IF ESC-ACTIVA
                                   MOVE ESC-DESDE TO WS-ESC-DESDE
                                   MOVE ESC-TIPO  TO WS-ESC-TIPO
                                   MOVE ESC-VALOR TO WS-ESC-VALOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-ESC-DESDE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ESC-TIPO = "P"
               MOVE WS-ESC-VALOR TO WS-ESC-PRECIO
           ELSE
               COMPUTE WS-ESC-PRECIO ROUNDED =
                   WS-ESC-PRECIO-LISTA * (100 - WS-ESC-VALOR) / 100
           END-IF.
