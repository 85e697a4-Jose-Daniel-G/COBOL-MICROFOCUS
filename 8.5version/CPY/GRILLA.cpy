      *> GRILLA.cpy - variables para ubicar un estilo y trabajar su
      *> grilla talla x color (ver estilo.fd, CARGAR-GRILLA.cpy y
      *> CAPTURAR-GRILLA.cpy): renglon = color, columna = talla
       01  ST-ESTILOS         PIC XX.
       01  ST-VARIANTES       PIC XX.
       01  WS-GRI-ESTILO      PIC X(08).
       01  WS-GRI-LINEA       PIC 99 VALUE 10.
       01  WS-GRI-C           PIC 99.
       01  WS-GRI-T           PIC 99.
       01  WS-GRI-FILA        PIC 99.
       01  WS-GRI-COL         PIC 99.
       01  WS-GRI-CELDAS      PIC 9(03).
       01  WS-GRI-TOTAL       PIC 9(05).
       01  WS-GRI-RESP        PIC X.
       01  WS-GRI-EDIT        PIC ZZ9.
       01  WS-GRI-TOTAL-EDIT  PIC ZZZZ9.
       01  WS-GRI-TABLA.
           05 WS-GRI-RENGLON OCCURS 8 TIMES.
              10 WS-GRI-CELDA OCCURS 10 TIMES.
                 15 WS-GRI-PROD     PIC X(10).
                 15 WS-GRI-CANT     PIC 9(03).
       01  WS-SW-GRI-ESTILO   PIC X VALUE "N".
           88 ESTILO-ENCONTRADO  VALUE "S".
           88 ESTILO-NO-EXISTE   VALUE "N".
