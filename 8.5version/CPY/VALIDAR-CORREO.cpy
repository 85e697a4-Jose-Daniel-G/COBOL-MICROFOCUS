      *> VALIDAR-CORREO.cpy - revisa la forma de la direccion de correo
      *> en WS-COR-PARA: sin blancos intermedios, una sola arroba con
      *> texto antes y un dominio con punto despues. Deja CORREO-VALIDO
      *> o CORREO-INVALIDO. Se copia dentro de un parrafo
      *> VALIDAR-CORREO (requiere COPY "CORREOVARS.cpy").
           SET CORREO-INVALIDO TO TRUE
           MOVE 0 TO WS-COR-ARROBAS WS-COR-POS-ARROBA WS-COR-PUNTOS
                     WS-COR-BLANCOS WS-COR-LARGO
           IF WS-COR-PARA NOT = SPACES AND WS-COR-PARA(1:1) NOT = SPACE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-COR-PARA TRAILING))
                   TO WS-COR-LARGO
               INSPECT WS-COR-PARA(1:WS-COR-LARGO)
                   TALLYING WS-COR-BLANCOS FOR ALL SPACE
                            WS-COR-ARROBAS FOR ALL "@"
               INSPECT WS-COR-PARA TALLYING WS-COR-POS-ARROBA
                   FOR CHARACTERS BEFORE INITIAL "@"
               IF WS-COR-ARROBAS = 1 AND WS-COR-BLANCOS = 0
                  AND WS-COR-POS-ARROBA > 0
                  AND WS-COR-POS-ARROBA + 3 < WS-COR-LARGO
                   INSPECT WS-COR-PARA(WS-COR-POS-ARROBA + 2:
                           WS-COR-LARGO - WS-COR-POS-ARROBA - 1)
                       TALLYING WS-COR-PUNTOS FOR ALL "."
                   IF WS-COR-PUNTOS > 0
                      AND WS-COR-PARA(WS-COR-POS-ARROBA + 2:1) NOT = "."
                      AND WS-COR-PARA(WS-COR-LARGO:1) NOT = "."
                       SET CORREO-VALIDO TO TRUE
                   END-IF
               END-IF
           END-IF.
