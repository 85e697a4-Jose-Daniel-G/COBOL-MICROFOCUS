       01 WS-TOTAL-STOCK      PIC 9(07) VALUE 0.

       01 WS-PRECIO-DISP      PIC Z(9).99.
       01 WS-STK-CANT-DISP    PIC Z(8)9.999.

       PROCEDURE DIVISION.

                       SET FIN-LISTA TO TRUE
                   NOT AT END
                       INITIALIZE REG-STOCK-CSV
                       MOVE STK-CANTIDAD TO WS-STK-CANT-DISP
                       STRING
                           STK-CODIGO   DELIMITED BY SIZE
                           ";"
                           STK-BODEGA   DELIMITED BY SIZE
                           ";"
                           WS-STK-CANT-DISP DELIMITED BY SIZE
                           ";"
                           STK-MINIMO   DELIMITED BY SIZE
                           ";"
