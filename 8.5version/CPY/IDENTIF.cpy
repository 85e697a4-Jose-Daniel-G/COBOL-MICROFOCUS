      *> IDENTIF.cpy - variables de trabajo para validar la
      *> identificacion tributaria de un tercero (tipo de documento,
      *> numero y digito de verificacion) - ver VALIDAR-IDENTIF.cpy
       01  WS-IDT-TIPO        PIC X(02).
           88 IDT-TIPO-VALIDO    VALUE "11" "12" "13" "21" "22" "31"
                                       "41" "42" "43".
           88 IDT-ES-NIT         VALUE "31".
           88 IDT-SOLO-DIGITOS   VALUE "11" "12" "13" "31".
       01  WS-IDT-NUMERO      PIC X(15).
       01  WS-IDT-DV          PIC X(01).
       01  WS-IDT-DV-CALC     PIC 9(01).
       01  WS-IDT-OK          PIC X VALUE "S".
           88 IDENTIF-VALIDA     VALUE "S".
           88 IDENTIF-INVALIDA   VALUE "N".
       01  WS-IDT-MENSAJE     PIC X(60) VALUE SPACES.
       01  WS-IDT-LARGO       PIC 9(02).
       01  WS-IDT-POS         PIC 9(02).
       01  WS-IDT-PESO-IDX    PIC 9(02).
       01  WS-IDT-SUMA        PIC 9(06).
       01  WS-IDT-RESTO       PIC 9(02).
       01  WS-IDT-DIGITO      PIC 9(01).
      *> Pesos del digito de verificacion del NIT (de derecha a izquierda)
       01  WS-IDT-PESOS-VALORES PIC X(45) VALUE
           "003007013017019023029037041043047053059067071".
       01  WS-IDT-PESOS REDEFINES WS-IDT-PESOS-VALORES.
           05 WS-IDT-PESO     PIC 9(03) OCCURS 15 TIMES.
