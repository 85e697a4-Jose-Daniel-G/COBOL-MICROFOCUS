           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "bloqueo.sel".
           COPY "zona.sel".
           COPY "municipio.sel".
           COPY "camsen.sel".
           COPY "cambpend.sel".
           COPY "cpnctrl.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "bloqueo.fd".
           COPY "zona.fd".
           COPY "municipio.fd".
           COPY "camsen.fd".
           COPY "cambpend.fd".
           COPY "cpnctrl.fd".

       WORKING-STORAGE SECTION.
       COPY "PARAMETROS.cpy".
           COPY "SESION.cpy".
           COPY "AUDITORIA.cpy".
           COPY "BLOQUEO.cpy".
           COPY "IDENTIF.cpy".
           COPY "CAMBIOS.cpy".
           COPY "MUNICIPIO.cpy".
       01  ST-SESION          PIC XX.
       01 WS-UI-CONTROLES.
          05 WS-TITULO-PANTALLA    PIC X(40) VALUE SPACES.
          05 WS-PROGRAMA           PIC X(10) VALUE SPACES.

       01  ST-CLIENTES        PIC XX.
       01  ST-ZONAS           PIC XX.
       01  MENSAJE        PIC X(70).
       01  WS-PAUSA       PIC X.
       01  RESPUESTA      PIC X     VALUE "S".
          88 NO-FIN-SCAN-CLI     VALUE "N".
       01 WS-RESP-DESCARTE    PIC X.
       01 WS-REEDITAR         PIC X VALUE "N".
       01 WS-ZON-VENDEDOR     PIC X(04).

       *> Valores del maestro al entrar a editar (campos sensibles)
       01  WS-ANT-CLIENTE.
           05 WS-ANT-CAT      PIC X(01).
           05 WS-ANT-SALDO    PIC S9(7)V99.
           05 WS-ANT-LIMITE   PIC S9(7)V99.
           05 WS-ANT-TERMINO  PIC X(03).
       
       *> Variables de Trabajo para el ID
       01  W-CLI-ID       PIC 9(08).
           05 W-CON-TELEFONO  PIC X(15).
           05 W-CON-EMAIL     PIC X(30).
           05 W-TERMINO   PIC X(03).
           05 W-TIPO-DOC  PIC X(02).
           05 W-NRO-DOC   PIC X(15).
           05 W-DV        PIC X(01).
           05 W-ZONA      PIC X(04).
           05 W-REGIMEN   PIC X(01).
           05 W-IVA-DIF   PIC 99.
           05 W-CERT      PIC X(20).
           05 W-CERT-VENCE PIC 9(08).
           05 W-MUNICIPIO PIC X(05).

       SCREEN SECTION.
       01 PANTALLA-BASE.
           05 LINE 7 COL 4  VALUE "| 02 Direccion     :" BACKGROUND-COLOR 1.
           05 LINE 7 COL 67  VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 8 COL 4  VALUE "| 03 Cod. Postal   :" BACKGROUND-COLOR 1.
           05 LINE 8 COL 40 VALUE "Municipio DANE:" BACKGROUND-COLOR 1.
           05 LINE 8 COL 67  VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 9 COL 4  VALUE "| 04 Categoria     :" BACKGROUND-COLOR 1.
           05 LINE 9 COL 67  VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 14 COL 67  VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 15 COL 4 VALUE "| 10 Termino Pago  :" BACKGROUND-COLOR 1.
           05 LINE 15 COL 67  VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 16 COL 4 VALUE "| 11 Tipo Doc DIAN :" BACKGROUND-COLOR 1.
           05 LINE 16 COL 29 VALUE "(13=CC 31=NIT 22=CE 41=PAS 42=EXT)" BACKGROUND-COLOR 1.
           05 LINE 16 COL 67  VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 17 COL 4 VALUE "| 12 Nro Documento :" BACKGROUND-COLOR 1.
           05 LINE 17 COL 43 VALUE "DV:" BACKGROUND-COLOR 1.
           05 LINE 17 COL 51 VALUE "Zona:" BACKGROUND-COLOR 1.
           05 LINE 17 COL 67  VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 18 COL 4 VALUE "| 13 Regimen IVA   :" BACKGROUND-COLOR 1.
           05 LINE 18 COL 27 VALUE "(N=NORMAL E=EXENTO X=EXCL D=DIF)" BACKGROUND-COLOR 1.
           05 LINE 18 COL 60 VALUE "%:" BACKGROUND-COLOR 1.
           05 LINE 18 COL 67  VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 19 COL 4 VALUE "| 14 Certificado   :" BACKGROUND-COLOR 1.
           05 LINE 19 COL 47 VALUE "Vence:" BACKGROUND-COLOR 1.
           05 LINE 19 COL 67  VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 20 COL 2 VALUE "  +--------------------------------------------------------------+"
              BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           *> Barra inferior
           05 LINE 25 COL 1 PIC X(80) FROM ALL " " BACKGROUND-COLOR 7.      *>     05 LINE 25 COL 53 VALUE "F10=Termina" BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
           05 INP-NOM LINE 6 COL 25 PIC X(30) USING W-NOMBRE HIGHLIGHT.
           05 INP-DIR LINE 7 COL 25 PIC X(30) USING W-DIR    HIGHLIGHT.
           05 INP-CP  LINE 8 COL 25 PIC X(10) USING W-CP     HIGHLIGHT.
           05 INP-MUN LINE 8 COL 56 PIC X(05) USING W-MUNICIPIO HIGHLIGHT.
           05 INP-CAT LINE 9 COL 25 PIC X(01) USING W-CAT    HIGHLIGHT.
           05 INP-SALDO LINE 10 COL 25 PIC -(7)9.99 USING W-SALDO HIGHLIGHT.
           05 INP-LIMITE LINE 11 COL 25 PIC -(7)9.99 USING W-LIMITE HIGHLIGHT.
           05 INP-CON-TEL LINE 13 COL 25 PIC X(15) USING W-CON-TELEFONO HIGHLIGHT.
           05 INP-CON-MAIL LINE 14 COL 25 PIC X(30) USING W-CON-EMAIL HIGHLIGHT.
           05 INP-TERM LINE 15 COL 25 PIC X(03) USING W-TERMINO HIGHLIGHT.
           05 INP-TDOC LINE 16 COL 25 PIC X(02) USING W-TIPO-DOC HIGHLIGHT.
           05 INP-NDOC LINE 17 COL 25 PIC X(15) USING W-NRO-DOC HIGHLIGHT.
           05 INP-DV   LINE 17 COL 47 PIC X(01) USING W-DV HIGHLIGHT.
           05 INP-ZONA LINE 17 COL 57 PIC X(04) USING W-ZONA HIGHLIGHT.
           05 INP-REG  LINE 18 COL 25 PIC X(01) USING W-REGIMEN HIGHLIGHT.
           05 INP-IDIF LINE 18 COL 63 PIC 99    USING W-IVA-DIF HIGHLIGHT.
           05 INP-CERT LINE 19 COL 25 PIC X(20) USING W-CERT HIGHLIGHT.
           05 INP-CVEN LINE 19 COL 54 PIC 9(08) USING W-CERT-VENCE HIGHLIGHT.

       PROCEDURE DIVISION.
       MAIN-LOGIC. 
               MOVE CLI-CON-TELEFONO TO W-CON-TELEFONO
               MOVE CLI-CON-EMAIL    TO W-CON-EMAIL
               MOVE CLI-TERMINO      TO W-TERMINO
               MOVE CLI-TIPO-DOC     TO W-TIPO-DOC
               MOVE CLI-NRO-DOC      TO W-NRO-DOC
               MOVE CLI-DV           TO W-DV
               MOVE CLI-ZONA         TO W-ZONA
               MOVE CLI-MUNICIPIO    TO W-MUNICIPIO
               IF CLI-REG-ESPECIAL
                   MOVE CLI-REGIMEN         TO W-REGIMEN
                   MOVE CLI-IVA-DIFERENCIAL TO W-IVA-DIF
                   MOVE CLI-CERT-EXENCION   TO W-CERT
                   MOVE CLI-CERT-VENCE      TO W-CERT-VENCE
               ELSE
                   MOVE "N" TO W-REGIMEN
               END-IF
               MOVE CLI-CATEGORIA      TO WS-ANT-CAT
               MOVE CLI-SALDO          TO WS-ANT-SALDO
               MOVE CLI-LIMITE-CREDITO TO WS-ANT-LIMITE
               MOVE CLI-TERMINO        TO WS-ANT-TERMINO
               DISPLAY "PUNTOS FIDELIDAD: " LINE 21 COL 4 BACKGROUND-COLOR 1
               DISPLAY CLI-PUNTOS LINE 21 COL 23 BACKGROUND-COLOR 1
               IF CLI-GRADO-RIESGO NOT = SPACE
                   DISPLAY "GRADO DE RIESGO: " LINE 21 COL 35
                           BACKGROUND-COLOR 1
                   DISPLAY CLI-GRADO-RIESGO LINE 21 COL 52
                           BACKGROUND-COLOR 1
               END-IF
               DISPLAY "MODO: EDICION" LINE 23 COL 1 BACKGROUND-COLOR 1
           ELSE
               INITIALIZE DATOS-TRABAJO WS-ANT-CLIENTE
               MOVE "N" TO W-REGIMEN
               DISPLAY "MODO: ALTA   " LINE 23 COL 1 BACKGROUND-COLOR 1
           END-IF.

           ACCEPT FORMULARIO.
           IF WS-KEY = KEY-ESC
               PERFORM CONFIRMAR-DESCARTE-CAMBIOS
           ELSE
               PERFORM VALIDAR-DOCUMENTO
               IF WS-REEDITAR NOT = "S"
                   PERFORM VALIDAR-ZONA
               END-IF
               IF WS-REEDITAR NOT = "S"
                   PERFORM VALIDAR-REGIMEN
               END-IF
               IF WS-REEDITAR NOT = "S"
                   PERFORM VALIDAR-MUNICIPIO
               END-IF
           END-IF.

       VALIDAR-DOCUMENTO.
      *> La identificacion es opcional (venta de mostrador), pero si se
      *> digita debe ser valida; el DV del NIT se calcula si se deja en
      *> blanco
           DISPLAY " " LINE 24 COL 1 ERASE EOL
           MOVE W-TIPO-DOC TO WS-IDT-TIPO
           MOVE W-NRO-DOC  TO WS-IDT-NUMERO
           MOVE W-DV       TO WS-IDT-DV
           PERFORM VALIDAR-IDENTIF
           IF IDENTIF-INVALIDA
               DISPLAY WS-IDT-MENSAJE LINE 24 COL 4
                   BACKGROUND-COLOR 4 FOREGROUND-COLOR 7
               MOVE "S" TO WS-REEDITAR
           ELSE
               MOVE WS-IDT-NUMERO TO W-NRO-DOC
               MOVE WS-IDT-DV     TO W-DV
           END-IF.

       VALIDAR-ZONA.
      *> La zona es opcional; si se digita debe existir en el maestro
           MOVE SPACES TO WS-ZON-VENDEDOR
           MOVE FUNCTION UPPER-CASE(W-ZONA) TO W-ZONA
           IF W-ZONA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE W-ZONA TO ZON-CODIGO
           READ ZONAS
               INVALID KEY
                   DISPLAY "ZONA DE VENTA NO EXISTE" LINE 24 COL 4
                       BACKGROUND-COLOR 4 FOREGROUND-COLOR 7
                   MOVE "S" TO WS-REEDITAR
               NOT INVALID KEY
                   MOVE ZON-VENDEDOR TO WS-ZON-VENDEDOR
           END-READ.

       VALIDAR-MUNICIPIO.
      *> El municipio es opcional (define el ICA de lo despachado a su
      *> direccion); si se digita debe tener tarifa en municipio.fd
           IF W-MUNICIPIO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE W-MUNICIPIO TO WS-MUN-CODIGO
           MOVE SPACES      TO WS-MUN-ACTIVIDAD
           PERFORM LEER-MUNICIPIO
           IF MUNICIPIO-NO-HALLADO
               DISPLAY "MUNICIPIO SIN TARIFA DE ICA REGISTRADA" LINE 24 COL 4
                   BACKGROUND-COLOR 4 FOREGROUND-COLOR 7
               MOVE "S" TO WS-REEDITAR
           END-IF.

       LEER-MUNICIPIO.
           COPY "LEER-MUNICIPIO.cpy".

       VALIDAR-REGIMEN.
      *> Exento, excluido o tarifa diferencial exigen el numero del
      *> certificado y su vencimiento; el regimen normal los limpia
           MOVE FUNCTION UPPER-CASE(W-REGIMEN) TO W-REGIMEN
           IF W-REGIMEN = SPACE
               MOVE "N" TO W-REGIMEN
           END-IF
           EVALUATE W-REGIMEN
               WHEN "N"
                   MOVE 0      TO W-IVA-DIF W-CERT-VENCE
                   MOVE SPACES TO W-CERT
               WHEN "E"
               WHEN "X"
               WHEN "D"
                   IF W-REGIMEN NOT = "D"
                       MOVE 0 TO W-IVA-DIF
                   END-IF
                   IF W-CERT = SPACES
                      OR FUNCTION TEST-DATE-YYYYMMDD(W-CERT-VENCE) NOT = 0
                       DISPLAY "REGIMEN ESPECIAL EXIGE CERTIFICADO Y VENCIMIENTO (AAAAMMDD)"
                           LINE 24 COL 4 BACKGROUND-COLOR 4 FOREGROUND-COLOR 7
                       MOVE "S" TO WS-REEDITAR
                   END-IF
               WHEN OTHER
                   DISPLAY "REGIMEN DE IVA INVALIDO (N/E/X/D)" LINE 24 COL 4
                       BACKGROUND-COLOR 4 FOREGROUND-COLOR 7
                   MOVE "S" TO WS-REEDITAR
           END-EVALUATE.

       VALIDAR-IDENTIF.
           COPY "VALIDAR-IDENTIF.cpy".

       CONFIRMAR-DESCARTE-CAMBIOS.
           DISPLAY "DESCARTAR LOS CAMBIOS? [S/N]" LINE 23 COL 1
               BACKGROUND-COLOR 2 FOREGROUND-COLOR 7.
           ACCEPT RESPUESTA LINE 22 COL 55 WITH HIGHLIGHT.

           IF FUNCTION UPPER-CASE(RESPUESTA) = "S"
               PERFORM RETENER-CAMBIOS-SENSIBLES
               IF EXISTE = "S"
                   MOVE "CAMBIO" TO WS-AUD-ACCION
                   MOVE CLI-NOMBRE TO WS-AUD-VALOR-ANT
               MOVE W-CON-TELEFONO TO CLI-CON-TELEFONO
               MOVE W-CON-EMAIL    TO CLI-CON-EMAIL
               MOVE FUNCTION UPPER-CASE(W-TERMINO) TO CLI-TERMINO
               MOVE W-TIPO-DOC TO CLI-TIPO-DOC
               MOVE W-NRO-DOC  TO CLI-NRO-DOC
               MOVE W-DV       TO CLI-DV
               MOVE W-ZONA     TO CLI-ZONA
               MOVE W-MUNICIPIO TO CLI-MUNICIPIO
               MOVE W-REGIMEN    TO CLI-REGIMEN
               MOVE W-IVA-DIF    TO CLI-IVA-DIFERENCIAL
               MOVE W-CERT       TO CLI-CERT-EXENCION
               MOVE W-CERT-VENCE TO CLI-CERT-VENCE
      *>       El cliente nuevo, o el que no tiene vendedor, toma el
      *>       vendedor por defecto de su zona
               IF EXISTE = "N"
                   MOVE SPACES TO CLI-VENDEDOR
                   MOVE SPACE  TO CLI-GRADO-RIESGO
                   MOVE 0      TO CLI-FECHA-CALIF
                   MOVE SPACES TO CLI-RFM-SEGMENTO
                   MOVE 0      TO CLI-RFM-PUNTAJE CLI-FECHA-RFM
               END-IF
               IF CLI-VENDEDOR = SPACES
                   MOVE WS-ZON-VENDEDOR TO CLI-VENDEDOR
               END-IF
               SET CLI-ACTIVO TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO CLI-FECHA-MOD
               MOVE WS-USUARIO-SESION           TO CLI-USUARIO-MOD
                       BACKGROUND-COLOR 2 FOREGROUND-COLOR 7
               ACCEPT WS-PAUSA LINE 23 COL 40
           END-IF.

       RETENER-CAMBIOS-SENSIBLES.
      *> Los campos marcados como sensibles no se graban en el maestro:
      *> el cambio queda pendiente hasta que otro supervisor lo apruebe
      *> (APROB01) y el cliente conserva el valor anterior
           MOVE 0 TO WS-CPN-CANT-RETENIDOS
           MOVE "CLIENTES" TO WS-CPN-ARCHIVO
           MOVE W-CLI-ID   TO WS-CPN-REG-CLAVE

           IF W-LIMITE NOT = WS-ANT-LIMITE
               MOVE "LIMITE" TO WS-CPN-CAMPO
               SET CPN-VALOR-NUMERICO TO TRUE
               MOVE WS-ANT-LIMITE TO WS-CPN-MONTO-ANT
               MOVE W-LIMITE      TO WS-CPN-MONTO-NUEVO
               PERFORM SOLICITAR-CAMBIO
               IF CAMBIO-RETENIDO
                   MOVE WS-ANT-LIMITE TO W-LIMITE
               END-IF
           END-IF

           MOVE FUNCTION UPPER-CASE(W-TERMINO) TO W-TERMINO
           IF W-TERMINO NOT = WS-ANT-TERMINO
               MOVE "TERMINO" TO WS-CPN-CAMPO
               MOVE WS-ANT-TERMINO TO WS-CPN-VALOR-ANT
               MOVE W-TERMINO      TO WS-CPN-VALOR-NUEVO
               PERFORM SOLICITAR-CAMBIO
               IF CAMBIO-RETENIDO
                   MOVE WS-ANT-TERMINO TO W-TERMINO
               END-IF
           END-IF

           IF W-CAT NOT = WS-ANT-CAT
               MOVE "CATEG" TO WS-CPN-CAMPO
               MOVE WS-ANT-CAT TO WS-CPN-VALOR-ANT
               MOVE W-CAT      TO WS-CPN-VALOR-NUEVO
               PERFORM SOLICITAR-CAMBIO
               IF CAMBIO-RETENIDO
                   MOVE WS-ANT-CAT TO W-CAT
               END-IF
           END-IF

           IF W-SALDO NOT = WS-ANT-SALDO
               MOVE "SALDO" TO WS-CPN-CAMPO
               SET CPN-VALOR-NUMERICO TO TRUE
               MOVE WS-ANT-SALDO TO WS-CPN-MONTO-ANT
               MOVE W-SALDO      TO WS-CPN-MONTO-NUEVO
               PERFORM SOLICITAR-CAMBIO
               IF CAMBIO-RETENIDO
                   MOVE WS-ANT-SALDO TO W-SALDO
               END-IF
           END-IF

           IF WS-CPN-CANT-RETENIDOS > 0
               DISPLAY "CAMBIOS ENVIADOS A APROBACION DE SUPERVISOR: "
                       LINE 24 COL 4 BACKGROUND-COLOR 2 FOREGROUND-COLOR 7
               DISPLAY WS-CPN-CANT-RETENIDOS LINE 24 COL 50
                       BACKGROUND-COLOR 2 FOREGROUND-COLOR 7
           END-IF.

       VALIDAR-NOMBRE-SIMILAR.
           SET NO-FIN-SCAN-CLI TO TRUE
           MOVE "N" TO WS-NOMBRE-SIMILAR
       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       ABRIR-CAMPOS-SENSIBLES.
           COPY "ABRIR-CAMPOS-SENSIBLES.cpy".

       SOLICITAR-CAMBIO.
           COPY "SOLICITAR-CAMBIO.cpy".

       ABRO-ARCHIVO.
           PERFORM ABRIR-AUDITORIA
           PERFORM ABRIR-BLOQUEOS
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "S" TO FIN.

           OPEN INPUT ZONAS
           IF ST-ZONAS = "35"
               OPEN OUTPUT ZONAS
               CLOSE ZONAS
               OPEN INPUT ZONAS
           END-IF.

           OPEN INPUT MUNICIPIOS
           IF ST-MUNICIPIOS = "35"
               OPEN OUTPUT MUNICIPIOS
               CLOSE MUNICIPIOS
               OPEN INPUT MUNICIPIOS
           END-IF.

       CIERRO-ARCHIVO.
           CLOSE CLIENTES.
           CLOSE ZONAS.
           CLOSE MUNICIPIOS.
           CLOSE AUDITORIA.
           CLOSE NEXT-AUD-NRO.
           CLOSE BLOQUEOS.
