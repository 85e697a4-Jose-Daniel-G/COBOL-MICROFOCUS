      *> CAMBIOS.cpy - variables de trabajo de los cambios de campos
      *> sensibles (ver camsen.fd / cambpend.fd / SOLICITAR-CAMBIO.cpy).
      *> El programa carga archivo, clave, campo y los valores anterior
      *> y nuevo (en WS-CPN-MONTO-* si el campo es numerico) antes de
      *> cada PERFORM SOLICITAR-CAMBIO.
       01  ST-CAMSEN          PIC XX.
       01  ST-CAMBPEND        PIC XX.
       01  ST-NEXT-CPN        PIC XX.
       01  WS-CPN-ARCHIVO     PIC X(10) VALUE SPACES.
       01  WS-CPN-REG-CLAVE   PIC X(15) VALUE SPACES.
       01  WS-CPN-CAMPO       PIC X(08) VALUE SPACES.
       01  WS-CPN-TIPO-VALOR  PIC X(01) VALUE "T".
           88 CPN-VALOR-NUMERICO  VALUE "N".
           88 CPN-VALOR-TEXTO     VALUE "T".
       01  WS-CPN-VALOR-ANT   PIC X(30) VALUE SPACES.
       01  WS-CPN-VALOR-NUEVO PIC X(30) VALUE SPACES.
       01  WS-CPN-MONTO-ANT   PIC S9(9)V99 VALUE 0.
       01  WS-CPN-MONTO-NUEVO PIC S9(9)V99 VALUE 0.
       01  WS-CPN-MONTO-DISP  PIC -(9)9.99.
       01  WS-CPN-RETENIDO    PIC X(01) VALUE "N".
           88 CAMBIO-RETENIDO     VALUE "S".
           88 CAMBIO-DIRECTO      VALUE "N".
       01  WS-CPN-CANT-RETENIDOS PIC 9(03) VALUE 0.
