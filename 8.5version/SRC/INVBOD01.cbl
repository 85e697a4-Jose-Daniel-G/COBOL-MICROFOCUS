       FILE-CONTROL.
           COPY "bodega.sel".
           COPY "parametros.sel".
           COPY "municipio.sel".
       DATA DIVISION.

       FILE SECTION.
           COPY "bodega.fd".
           COPY "parametros.fd".
           COPY "municipio.fd".
       WORKING-STORAGE SECTION.
       COPY "PARAMETROS.cpy".
           COPY "TECLAS.cpy".
           COPY "SESION.cpy".
           COPY "MUNICIPIO.cpy".

       01 WS-UI-CONTROLES.
          05 WS-TITULO-PANTALLA    PIC X(40) VALUE SPACES.
       01 DATOS-BODEGA.
          05 W-BOD-NOMBRE   PIC X(30).
          05 W-BOD-ESTADO   PIC X VALUE "A".
          05 W-BOD-MUNICIPIO PIC X(05).

       SCREEN SECTION.
       01 PANTALLA-BASE.
           05 LINE 6 COL 67 VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 7 COL 4 VALUE "| Estado (A/I)     :" BACKGROUND-COLOR 1.
           05 LINE 7 COL 67 VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 8 COL 4 VALUE "| Municipio DANE   :" BACKGROUND-COLOR 1.
           05 LINE 8 COL 67 VALUE "|" BACKGROUND-COLOR 1.
        
           05 LINE 9 COL 2 VALUE
              "  +---------------------------------------------------------------+"
              BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
        
              05 F-BOD-CODIGO LINE 5 COL 25 PIC 9(04) USING W-BOD-CODIGO.
              05 F-BOD-NOMBRE LINE 6 COL 25 PIC X(30) USING W-BOD-NOMBRE.
              05 F-BOD-ESTADO LINE 7 COL 25 PIC X     USING W-BOD-ESTADO. 
              05 F-BOD-MUNICIPIO LINE 8 COL 25 PIC X(05) USING W-BOD-MUNICIPIO.
                      
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
          IF EXISTE = "S"
             MOVE BOD-NOMBRE TO W-BOD-NOMBRE
             MOVE BOD-ESTADO TO W-BOD-ESTADO
             MOVE BOD-MUNICIPIO TO W-BOD-MUNICIPIO
             DISPLAY "MODO: EDICION" LINE 23 COL 1
          ELSE
             MOVE "A" TO W-BOD-ESTADO
               PERFORM CONFIRMAR-DESCARTE-CAMBIOS
               EXIT PARAGRAPH
           END-IF.
      *> El municipio define donde se declara el ICA de lo vendido en
      *> mostrador desde la bodega; si se digita debe tener tarifa
           ACCEPT W-BOD-MUNICIPIO LINE 8 COL 25 WITH UPDATE PROMPT HIGHLIGHT.
           IF WS-KEY = KEY-ESC
               PERFORM CONFIRMAR-DESCARTE-CAMBIOS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " " LINE 24 COL 1 ERASE EOL
           IF W-BOD-MUNICIPIO NOT = SPACES
               MOVE W-BOD-MUNICIPIO TO WS-MUN-CODIGO
               MOVE SPACES          TO WS-MUN-ACTIVIDAD
               PERFORM LEER-MUNICIPIO
               IF MUNICIPIO-NO-HALLADO
                   DISPLAY "MUNICIPIO SIN TARIFA DE ICA REGISTRADA" LINE 24 COL 1
                   MOVE "S" TO WS-REEDITAR
               END-IF
           END-IF.

       LEER-MUNICIPIO.
           COPY "LEER-MUNICIPIO.cpy".

       CONFIRMAR-DESCARTE-CAMBIOS.
           DISPLAY "DESCARTAR LOS CAMBIOS? [S/N]" LINE 23 COL 1
               MOVE W-BOD-CODIGO TO BOD-CODIGO
               MOVE W-BOD-NOMBRE TO BOD-NOMBRE
               MOVE W-BOD-ESTADO TO BOD-ESTADO
               MOVE W-BOD-MUNICIPIO TO BOD-MUNICIPIO
               MOVE FUNCTION CURRENT-DATE(1:8) TO BOD-FECHA-MOD
               MOVE WS-USUARIO-SESION           TO BOD-USUARIO-MOD

              ACCEPT WS-PAUSA LINE 23 COL 55
              GOBACK
           END-IF.      

           OPEN INPUT MUNICIPIOS
           IF ST-MUNICIPIOS = "35"
               OPEN OUTPUT MUNICIPIOS
               CLOSE MUNICIPIOS
               OPEN INPUT MUNICIPIOS
           END-IF.
           
       CIERRO-ARCHIVO.
           CLOSE BODEGAS.
           CLOSE MUNICIPIOS.

