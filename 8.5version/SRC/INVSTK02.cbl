          88 BUSCANDO          VALUE "S".
          88 NO-BUSCANDO       VALUE "N".           
       01  MENSAJE    PIC X(70).       
       01  WS-STK-CANT-DISP PIC Z(8)9.999.
       *>----------------------------------------

       01  TABLA-PANTALLA.
             10 T-BODEGA         PIC X(04).
             10 T-MAX            PIC 9(05).
             10 T-MIN            PIC 9(05).
             10 T-CANT           PIC Z(6)9.999.

       01  WS-HISTORIAL-PAGINAS.
           05 WS-COD-INICIO    PIC X(10) OCCURS 999 TIMES.
                           DISPLAY "REGISTRO NO ENCONTRADO"
                           LINE 23 COL 20 ACCEPT WS-PAUSA LINE 23 COL 55
                       NOT INVALID KEY
                           MOVE STK-CANTIDAD TO WS-STK-CANT-DISP
                           STRING
                               STK-FECHA-ACT DELIMITED BY SIZE
                               " | "
                               " | "
                               STK-BODEGA    DELIMITED BY SIZE
                               " | "
                               WS-STK-CANT-DISP DELIMITED BY SIZE
                               INTO WS-LINEA-PLANO
                           SET STK-INACTIVO TO TRUE
                           REWRITE STOCK-REG
                   AT END
                       SET FIN-LISTA TO TRUE
                   NOT AT END
                       MOVE STK-CANTIDAD TO WS-STK-CANT-DISP
                       STRING
                           STK-FECHA-ACT        DELIMITED BY SIZE
                           " | " 
                           " | "
                           STK-MINIMO    DELIMITED BY SIZE
                           " | "
                           WS-STK-CANT-DISP DELIMITED BY SIZE
                           INTO WS-LINEA-PLANO
       
                       WRITE REG-STOCK-PLANO FROM WS-LINEA-PLANO
                       SET FIN-LISTA TO TRUE
                   NOT AT END
                       INITIALIZE REG-STOCK-CSV
                       MOVE STK-CANTIDAD TO WS-STK-CANT-DISP
                       STRING
                           STK-FECHA-ACT        DELIMITED BY SIZE
                           ";"
                           ";"
                           STK-BODEGA    DELIMITED BY SIZE
                           ";"
                           WS-STK-CANT-DISP DELIMITED BY SIZE
                           INTO REG-STOCK-CSV
       
                       WRITE REG-STOCK-CSV
