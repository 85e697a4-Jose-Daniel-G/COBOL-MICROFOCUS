       01 WS-SUBTOTAL-ARCH-DISP PIC -(9)9.99.
       01 WS-IVA-ARCH-DISP      PIC -(9)9.99.
       01 WS-TOTAL-ARCH-DISP    PIC -(9)9.99.
       01 WS-DET-CANT-DISP      PIC Z(4)9.999.
       01 WS-DET-PRECIO-DISP    PIC Z(11).99.
       01 WS-DET-SUBTOTAL-DISP  PIC Z(11).99.

                       IF DET-FAC-NRO NOT = WS-FAC-NRO-PROC
                           SET FIN-DETALLES TO TRUE
                       ELSE
                           MOVE DET-CANT     TO WS-DET-CANT-DISP
                           MOVE DET-PRECIO   TO WS-DET-PRECIO-DISP
                           MOVE DET-SUBTOTAL TO WS-DET-SUBTOTAL-DISP
                           STRING
                               " | "
                               DET-DESCRIP   DELIMITED BY SIZE
                               " | "
                               WS-DET-CANT-DISP     DELIMITED BY SIZE
                               " | "
                               WS-DET-PRECIO-DISP   DELIMITED BY SIZE
                               " | "
