       01 WS-CLI-HALLADO    PIC 9(07).
       01 WS-DOC-TXT        PIC X(12).
       01 WS-CANT-AFECT     PIC 9(05) VALUE 0.
       01 WS-KAR-CANT-DISP  PIC Z(8)9.999.
       01 WS-LINEA-REP      PIC X(200).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

           END-READ

           ADD 1 TO WS-CANT-AFECT
           MOVE KAR-CANTIDAD TO WS-KAR-CANT-DISP
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-DOC-TXT " " KAR-FECHA "  " WS-CLI-HALLADO " "
                  CLI-NOMBRE " " WS-KAR-CANT-DISP " " CLI-CON-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           MOVE SPACES TO REG-TRAZA-CSV
           STRING WS-DOC-TXT ";" KAR-FECHA ";" WS-CLI-HALLADO ";"
                  CLI-NOMBRE ";" WS-KAR-CANT-DISP ";" CLI-CON-NOMBRE ";"
                  CLI-CON-TELEFONO ";" CLI-CON-EMAIL
               DELIMITED BY SIZE INTO REG-TRAZA-CSV
           WRITE REG-TRAZA-CSV.
