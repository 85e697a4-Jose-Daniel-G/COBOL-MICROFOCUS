      *> DETERMINAR-REGIMEN.cpy - con el registro del cliente leido y la
      *> fecha de la venta en WS-RGI-FECHA deja en WS-RGI-REGIMEN el
      *> regimen de IVA a aplicar: el exento, excluido o diferencial
      *> solo rige si tiene certificado y no esta vencido; si esta
      *> vencido se factura con IVA normal y queda RGI-CERT-VENCIDO para
      *> que el llamador lo avise. Se copia dentro de un parrafo
      *> DETERMINAR-REGIMEN (requiere REGIMEN-IVA.cpy y cliente.fd).
           SET RGI-NORMAL       TO TRUE
           SET RGI-CERT-VIGENTE TO TRUE
           MOVE SPACES TO WS-RGI-CERT
           MOVE 0      TO WS-RGI-TASA-DIF
           IF CLI-REG-ESPECIAL
               IF CLI-CERT-EXENCION = SPACES
                  OR CLI-CERT-VENCE NOT NUMERIC
                  OR CLI-CERT-VENCE < WS-RGI-FECHA
                   SET RGI-CERT-VENCIDO TO TRUE
               ELSE
                   MOVE CLI-REGIMEN         TO WS-RGI-REGIMEN
                   MOVE CLI-CERT-EXENCION   TO WS-RGI-CERT
                   MOVE CLI-IVA-DIFERENCIAL TO WS-RGI-TASA-DIF
               END-IF
           END-IF.
