      *> CAPTURAR-TARJETA.cpy - pide en la linea WS-TJ-LINEA los datos
      *> del voucher del datafono: franquicia (VI=Visa, MC=Mastercard,
      *> AX=American Express, DI=Diners, OT=otra), codigo de
      *> autorizacion y numero de voucher; no sale sin los tres. Se
      *> copia dentro de un parrafo CAPTURAR-TARJETA (requiere las
      *> variables de TARJETA.cpy).
           MOVE SPACES TO W-TJ-FRANQUICIA W-TJ-AUTORIZACION
           MOVE 0 TO W-TJ-VOUCHER
           DISPLAY " " LINE WS-TJ-LINEA COL 01 ERASE EOL
           DISPLAY "FRANQ[VI/MC/AX/DI/OT]:" LINE WS-TJ-LINEA COL 10
           DISPLAY "AUT:" LINE WS-TJ-LINEA COL 37
           DISPLAY "VOUCHER:" LINE WS-TJ-LINEA COL 50
           PERFORM UNTIL TJ-FRANQ-VALIDA
               ACCEPT W-TJ-FRANQUICIA LINE WS-TJ-LINEA COL 33
               MOVE FUNCTION UPPER-CASE(W-TJ-FRANQUICIA)
                   TO W-TJ-FRANQUICIA
           END-PERFORM
           PERFORM UNTIL W-TJ-AUTORIZACION NOT = SPACES
               ACCEPT W-TJ-AUTORIZACION LINE WS-TJ-LINEA COL 42
               MOVE FUNCTION UPPER-CASE(W-TJ-AUTORIZACION)
                   TO W-TJ-AUTORIZACION
           END-PERFORM
           PERFORM UNTIL W-TJ-VOUCHER > 0
               ACCEPT W-TJ-VOUCHER LINE WS-TJ-LINEA COL 59
           END-PERFORM.
