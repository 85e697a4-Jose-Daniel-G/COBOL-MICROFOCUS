       01  WS-SUMA-CUOTAS     PIC S9(9)V99.
       01  WS-KAR-ENCONTRADO  PIC X VALUE "N".
           88 KAR-ENCONTRADO     VALUE "S".
       01  WS-KAR-ULT-SALDO   PIC 9(09)V999.

       01  WS-CANT-CUOTAS     PIC 9(05) VALUE 0.
       01  WS-CANT-PAGADA     PIC 9(05) VALUE 0.
