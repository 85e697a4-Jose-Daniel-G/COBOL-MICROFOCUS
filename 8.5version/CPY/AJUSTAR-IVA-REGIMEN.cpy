      *> AJUSTAR-IVA-REGIMEN.cpy - ajusta la tasa de IVA de una linea
      *> (WS-RGI-PCT, entra con la del producto) al regimen vigente del
      *> cliente: exento y excluido van sin IVA; la tarifa diferencial
      *> solo baja la tasa, nunca la sube. Se copia dentro de un parrafo
      *> AJUSTAR-IVA-REGIMEN (requiere REGIMEN-IVA.cpy).
           EVALUATE TRUE
               WHEN RGI-EXENTO
               WHEN RGI-EXCLUIDO
                   MOVE 0 TO WS-RGI-PCT
               WHEN RGI-DIFERENCIAL
                   IF WS-RGI-PCT > WS-RGI-TASA-DIF
                       MOVE WS-RGI-TASA-DIF TO WS-RGI-PCT
                   END-IF
           END-EVALUATE.
