      *> CORREOVARS.cpy - variables de trabajo de la bandeja de Correo
      *> Saliente (ver correo.fd / ENCOLAR-CORREO.cpy /
      *> VALIDAR-CORREO.cpy)
       01  ST-CORREOS         PIC XX.
       01  ST-CORREBOTE       PIC XX.
       01  ST-NEXT-COR        PIC XX.
       01  WS-COR-CLI-ID      PIC 9(07) VALUE 0.
       01  WS-COR-TIPO        PIC X(01) VALUE SPACE.
       01  WS-COR-DOC-NRO     PIC 9(07) VALUE 0.
       01  WS-COR-PARA        PIC X(60) VALUE SPACES.
       01  WS-COR-ASUNTO      PIC X(60) VALUE SPACES.
       01  WS-COR-CUERPO      PIC X(200) VALUE SPACES.
       01  WS-COR-ORIGEN      PIC X(30) VALUE SPACES.
       01  WS-COR-DESTINO     PIC X(30) VALUE SPACES.
       01  WS-COR-COMANDO     PIC X(80) VALUE SPACES.
       01  WS-COR-ARROBAS     PIC 9(03) VALUE 0.
       01  WS-COR-POS-ARROBA  PIC 9(03) VALUE 0.
       01  WS-COR-PUNTOS      PIC 9(03) VALUE 0.
       01  WS-COR-BLANCOS     PIC 9(03) VALUE 0.
       01  WS-COR-LARGO       PIC 9(03) VALUE 0.
       01  WS-COR-VALIDO      PIC X(01) VALUE "N".
           88 CORREO-VALIDO       VALUE "S".
           88 CORREO-INVALIDO     VALUE "N".
       01  WS-COR-RESULTADO   PIC X(01) VALUE SPACE.
