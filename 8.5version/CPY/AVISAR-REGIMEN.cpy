      *> AVISAR-REGIMEN.cpy - muestra en la linea WS-RGI-LINEA el
      *> regimen de IVA que se va a aplicar al cliente (con su
      *> certificado) o, si el certificado esta vencido, que se factura
      *> con IVA normal y espera una tecla. Se copia dentro de un
      *> parrafo AVISAR-REGIMEN despues de DETERMINAR-REGIMEN (requiere
      *> REGIMEN-IVA.cpy y WS-PAUSA).
           MOVE SPACES TO WS-RGI-MENSAJE
           EVALUATE TRUE
               WHEN RGI-CERT-VENCIDO
                   DISPLAY "CERTIFICADO DE EXENCION VENCIDO - SE FACTURA CON IVA NORMAL"
                       LINE WS-RGI-LINEA COL 10 WITH REVERSE-VIDEO
                   ACCEPT WS-PAUSA LINE WS-RGI-LINEA COL 72
               WHEN RGI-EXENTO
                   STRING "CLIENTE EXENTO DE IVA - CERTIFICADO "
                          WS-RGI-CERT DELIMITED BY SIZE
                          INTO WS-RGI-MENSAJE
               WHEN RGI-EXCLUIDO
                   STRING "CLIENTE EXCLUIDO DE IVA - CERTIFICADO "
                          WS-RGI-CERT DELIMITED BY SIZE
                          INTO WS-RGI-MENSAJE
               WHEN RGI-DIFERENCIAL
                   STRING "TARIFA DIFERENCIAL DE IVA " WS-RGI-TASA-DIF
                          "% - CERTIFICADO " WS-RGI-CERT
                          DELIMITED BY SIZE INTO WS-RGI-MENSAJE
           END-EVALUATE
           IF WS-RGI-MENSAJE NOT = SPACES
               DISPLAY WS-RGI-MENSAJE LINE WS-RGI-LINEA COL 10
           END-IF.
