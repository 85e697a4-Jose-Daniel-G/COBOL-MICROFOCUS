      *> VALIDAR-IDENTIF.cpy - valida WS-IDT-TIPO/WS-IDT-NUMERO/WS-IDT-DV
      *> con las reglas de la DIAN: tipo de documento de la tabla, numero
      *> presente (solo digitos para CC, TI, RC y NIT) y, para el NIT,
      *> digito de verificacion modulo 11; si el DV viene vacio se
      *> completa con el calculado. Deja WS-IDT-OK y WS-IDT-MENSAJE.
      *> Todo vacio se acepta (el llamador decide si es obligatorio).
      *> Se copia dentro de un parrafo VALIDAR-IDENTIF (requiere
      *> IDENTIF.cpy).
           SET IDENTIF-VALIDA TO TRUE
           MOVE SPACES TO WS-IDT-MENSAJE
           MOVE 0 TO WS-IDT-DV-CALC
           IF WS-IDT-TIPO = SPACES AND WS-IDT-NUMERO = SPACES
               MOVE SPACE TO WS-IDT-DV
               EXIT PARAGRAPH
           END-IF
           IF NOT IDT-TIPO-VALIDO
               SET IDENTIF-INVALIDA TO TRUE
               MOVE "TIPO DOC: 13=CC 31=NIT 22=CE 41=PASAPORTE 42=EXTRANJ 12=TI"
                   TO WS-IDT-MENSAJE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-IDT-NUMERO) TO WS-IDT-NUMERO
           IF WS-IDT-NUMERO = SPACES
               SET IDENTIF-INVALIDA TO TRUE
               MOVE "FALTA EL NUMERO DE DOCUMENTO" TO WS-IDT-MENSAJE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDT-LARGO =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IDT-NUMERO))
           IF IDT-SOLO-DIGITOS
               IF WS-IDT-NUMERO(1:WS-IDT-LARGO) NOT NUMERIC
                   SET IDENTIF-INVALIDA TO TRUE
                   MOVE "EL NUMERO VA SOLO CON DIGITOS (SIN PUNTOS NI DV)"
                       TO WS-IDT-MENSAJE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF NOT IDT-ES-NIT
               MOVE SPACE TO WS-IDT-DV
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-IDT-SUMA
           MOVE 1 TO WS-IDT-PESO-IDX
           PERFORM VARYING WS-IDT-POS FROM WS-IDT-LARGO BY -1
                   UNTIL WS-IDT-POS < 1 OR WS-IDT-PESO-IDX > 15
               MOVE WS-IDT-NUMERO(WS-IDT-POS:1) TO WS-IDT-DIGITO
               COMPUTE WS-IDT-SUMA = WS-IDT-SUMA
                   + WS-IDT-DIGITO * WS-IDT-PESO(WS-IDT-PESO-IDX)
               ADD 1 TO WS-IDT-PESO-IDX
           END-PERFORM
           COMPUTE WS-IDT-RESTO = FUNCTION MOD(WS-IDT-SUMA, 11)
           IF WS-IDT-RESTO > 1
               COMPUTE WS-IDT-DV-CALC = 11 - WS-IDT-RESTO
           ELSE
               MOVE WS-IDT-RESTO TO WS-IDT-DV-CALC
           END-IF

           IF WS-IDT-DV = SPACE
               MOVE WS-IDT-DV-CALC TO WS-IDT-DV
           ELSE
               IF WS-IDT-DV NOT = WS-IDT-DV-CALC
                   SET IDENTIF-INVALIDA TO TRUE
                   MOVE "EL DIGITO DE VERIFICACION NO CORRESPONDE AL NIT"
                       TO WS-IDT-MENSAJE
               END-IF
           END-IF.
