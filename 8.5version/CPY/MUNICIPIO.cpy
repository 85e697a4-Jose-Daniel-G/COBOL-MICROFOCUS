      *> MUNICIPIO.cpy - variables para leer la tarifa de ICA / ReteICA
      *> de un municipio y actividad (ver LEER-MUNICIPIO.cpy y
      *> municipio.fd)
       01  ST-MUNICIPIOS      PIC XX.
       01  WS-MUN-CODIGO      PIC X(05).
       01  WS-MUN-ACTIVIDAD   PIC X(04).
       01  WS-MUN-HALLADO     PIC X VALUE "N".
           88 MUNICIPIO-HALLADO    VALUE "S".
           88 MUNICIPIO-NO-HALLADO VALUE "N".
