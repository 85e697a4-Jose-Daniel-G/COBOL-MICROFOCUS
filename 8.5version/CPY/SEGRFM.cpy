      *> SEGRFM.cpy - segmentos RFM de clientes (CLI-RFM-SEGMENTO) que
      *> asigna VENRFM01 desde los puntajes de recencia, frecuencia y
      *> monto (1 a 5). El orden de la tabla es el de los reportes.
       01  WS-TABLA-SEGRFM-VAL.
           05 FILLER PIC X(14) VALUE "CHCAMPEON     ".
           05 FILLER PIC X(14) VALUE "LELEAL        ".
           05 FILLER PIC X(14) VALUE "POPOTENCIAL   ".
           05 FILLER PIC X(14) VALUE "NUNUEVO       ".
           05 FILLER PIC X(14) VALUE "RIEN RIESGO   ".
           05 FILLER PIC X(14) VALUE "DODORMIDO     ".
           05 FILLER PIC X(14) VALUE "NPNO PERDER   ".
           05 FILLER PIC X(14) VALUE "PEPERDIDO     ".
           05 FILLER PIC X(14) VALUE "SCSIN COMPRAS ".
       01  WS-TABLA-SEGRFM REDEFINES WS-TABLA-SEGRFM-VAL.
           05 T-SEG OCCURS 9 TIMES.
              10 T-SEG-CODIGO  PIC X(02).
              10 T-SEG-NOMBRE  PIC X(12).
       01  WS-SEG-IDX         PIC 99.
