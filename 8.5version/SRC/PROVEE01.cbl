       FILE-CONTROL.
           COPY "proveedor.sel".
           COPY "parametros.sel".
           COPY "sesion.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "proveedor.fd".
           COPY "parametros.fd".
           COPY "sesion.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".

       WORKING-STORAGE SECTION.
       COPY "PARAMETROS.cpy".
           COPY "TECLAS.cpy".
           COPY "IDENTIF.cpy".
           COPY "SESION.cpy".
           COPY "AUDITORIA.cpy".
       01  ST-SESION          PIC XX.
       01 WS-UI-CONTROLES.
          05 WS-TITULO-PANTALLA    PIC X(40) VALUE SPACES.
          05 WS-MODULO-PANTALLA    PIC X(26) VALUE SPACES.
       01  FIN            PIC X     VALUE "N".
       01  EXISTE         PIC X.
       01  WS-KEY         PIC 9(4).
       COPY "BUSQUEDA.cpy".

       *> Variables de Trabajo para el ID
       01  W-PROV-ID      PIC 9(07).
           05 W-DIR       PIC X(30).
           05 W-TEL       PIC X(15).
           05 W-ESTADO    PIC X(01).
           05 W-BANCO     PIC X(04).
           05 W-TIPO-CTA  PIC X(01).
           05 W-NRO-CTA   PIC X(17).
           05 W-TIPO-DOC  PIC X(02).
           05 W-NRO-DOC   PIC X(15).
           05 W-DV        PIC X(01).
       01  WS-DATOS-OK    PIC X     VALUE "S".

       SCREEN SECTION.
       01 PANTALLA-BASE.
           05 LINE 8 COL 67 VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 9 COL 4  VALUE "| 04 Estado (A/I)  :" BACKGROUND-COLOR 1.
           05 LINE 9 COL 67 VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 10 COL 4 VALUE "| 05 Banco (ACH)   :" BACKGROUND-COLOR 1.
           05 LINE 10 COL 67 VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 11 COL 4 VALUE "| 06 Tipo Cta (A/C):" BACKGROUND-COLOR 1.
           05 LINE 11 COL 67 VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 12 COL 4 VALUE "| 07 Nro Cuenta    :" BACKGROUND-COLOR 1.
           05 LINE 12 COL 67 VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 13 COL 4 VALUE "| 08 Tipo Doc DIAN :" BACKGROUND-COLOR 1.
           05 LINE 13 COL 29 VALUE "(13=CC 31=NIT 22=CE 41=PAS 42=EXT)" BACKGROUND-COLOR 1.
           05 LINE 13 COL 67 VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 14 COL 4 VALUE "| 09 Nro Documento :" BACKGROUND-COLOR 1.
           05 LINE 14 COL 43 VALUE "DV:" BACKGROUND-COLOR 1.
           05 LINE 14 COL 67 VALUE "|" BACKGROUND-COLOR 1.
           05 LINE 15 COL 2 VALUE "  +--------------------------------------------------------------+"
              BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 25 COL 1 PIC X(80) FROM ALL " " BACKGROUND-COLOR 7.
           05 LINE 25 COL 67 VALUE "<ESC>=Retorna" BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
           05 INP-DIR LINE 7 COL 25 PIC X(30) USING W-DIR    HIGHLIGHT.
           05 INP-TEL LINE 8 COL 25 PIC X(15) USING W-TEL    HIGHLIGHT.
           05 INP-EST LINE 9 COL 25 PIC X(01) USING W-ESTADO HIGHLIGHT.
           05 INP-BCO LINE 10 COL 25 PIC X(04) USING W-BANCO HIGHLIGHT.
           05 INP-TCT LINE 11 COL 25 PIC X(01) USING W-TIPO-CTA HIGHLIGHT.
           05 INP-CTA LINE 12 COL 25 PIC X(17) USING W-NRO-CTA HIGHLIGHT.
           05 INP-TDOC LINE 13 COL 25 PIC X(02) USING W-TIPO-DOC HIGHLIGHT.
           05 INP-NDOC LINE 14 COL 25 PIC X(15) USING W-NRO-DOC HIGHLIGHT.
           05 INP-DV   LINE 14 COL 47 PIC X(01) USING W-DV HIGHLIGHT.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "       A.B.M   PROVEEDORES      " TO WS-TITULO-PANTALLA
           MOVE "VERSION.01" TO WS-PROGRAMA
           MOVE "CREAR/EDITAR PROVEEDOR" TO WS-MODULO-PANTALLA
           MOVE "PROVEE01" TO WS-AUD-PROGRAMA
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-SESION.
           PERFORM ABRO-ARCHIVO.

           PERFORM UNTIL FIN = "S"
           MOVE 0 TO W-PROV-ID.
           ACCEPT W-PROV-ID LINE 5 COL 25 WITH PROMPT HIGHLIGHT.
           IF WS-KEY = KEY-ESC EXIT PARAGRAPH.
           IF WS-KEY = KEY-F2
               SET BUS-PROVEEDORES TO TRUE
               PERFORM BUSCAR-CODIGO
               DISPLAY PANTALLA-BASE
               IF BUS-CON-CODIGO
                   MOVE WS-BUS-CODIGO-NUM TO W-PROV-ID
                   DISPLAY W-PROV-ID LINE 5 COL 25
                   EXIT PARAGRAPH
               END-IF
               GO TO INGRESO-ID
           END-IF.
           IF W-PROV-ID = 0 GO TO INGRESO-ID.

       LEO-PROVEEDORES.
               MOVE PROV-DIRECCION TO W-DIR
               MOVE PROV-TELEFONO  TO W-TEL
               MOVE PROV-ESTADO    TO W-ESTADO
               MOVE PROV-BANCO     TO W-BANCO
               MOVE PROV-TIPO-CTA  TO W-TIPO-CTA
               MOVE PROV-NRO-CUENTA TO W-NRO-CTA
               MOVE PROV-TIPO-DOC  TO W-TIPO-DOC
               MOVE PROV-NRO-DOC   TO W-NRO-DOC
               MOVE PROV-DV        TO W-DV
               DISPLAY "MODO: EDICION" LINE 23 COL 1 BACKGROUND-COLOR 1
           ELSE
               INITIALIZE DATOS-TRABAJO

       EDITAR-DATOS.
           ACCEPT FORMULARIO.
           IF WS-KEY NOT = KEY-ESC
               PERFORM VALIDAR-CUENTA-BANCARIA
               IF WS-DATOS-OK = "N"
                   GO TO EDITAR-DATOS
               END-IF
               PERFORM VALIDAR-DOCUMENTO
               IF WS-DATOS-OK = "N"
                   GO TO EDITAR-DATOS
               END-IF
           END-IF.

       VALIDAR-DOCUMENTO.
      *> El proveedor debe quedar identificado para la informacion
      *> exogena; el DV del NIT se calcula si se deja en blanco
           MOVE "S" TO WS-DATOS-OK
           MOVE W-TIPO-DOC TO WS-IDT-TIPO
           MOVE W-NRO-DOC  TO WS-IDT-NUMERO
           MOVE W-DV       TO WS-IDT-DV
           PERFORM VALIDAR-IDENTIF
           IF IDENTIF-VALIDA AND WS-IDT-NUMERO = SPACES
               SET IDENTIF-INVALIDA TO TRUE
               MOVE "FALTA TIPO Y NUMERO DE DOCUMENTO DEL PROVEEDOR"
                   TO WS-IDT-MENSAJE
           END-IF
           IF IDENTIF-INVALIDA
               MOVE "N" TO WS-DATOS-OK
               DISPLAY WS-IDT-MENSAJE LINE 21 COL 2
                   BACKGROUND-COLOR 4 FOREGROUND-COLOR 7
           ELSE
               MOVE WS-IDT-NUMERO TO W-NRO-DOC
               MOVE WS-IDT-DV     TO W-DV
           END-IF.

       VALIDAR-IDENTIF.
           COPY "VALIDAR-IDENTIF.cpy".

       VALIDAR-CUENTA-BANCARIA.
      *> La cuenta es opcional, pero si se digita debe venir completa
      *> (banco, tipo y numero) para poder pagarle por transferencia
           MOVE "S" TO WS-DATOS-OK
           MOVE FUNCTION UPPER-CASE(W-TIPO-CTA) TO W-TIPO-CTA
           DISPLAY " " LINE 21 COL 1 ERASE EOL
           IF W-BANCO = SPACES AND W-TIPO-CTA = SPACES
              AND W-NRO-CTA = SPACES
               EXIT PARAGRAPH
           END-IF
           IF W-BANCO = SPACES OR W-NRO-CTA = SPACES
              OR (W-TIPO-CTA NOT = "A" AND W-TIPO-CTA NOT = "C")
               MOVE "N" TO WS-DATOS-OK
               DISPLAY "CUENTA INCOMPLETA: BANCO, TIPO (A=AHORROS C=CORRIENTE) Y NUMERO"
                   LINE 21 COL 2 BACKGROUND-COLOR 4 FOREGROUND-COLOR 7
           END-IF.

       CONFIRMAR-Y-GUARDAR.
           DISPLAY "Es Correcto [S/N] ? " LINE 22 COL 35 BACKGROUND-COLOR 1.
           ACCEPT RESPUESTA LINE 22 COL 55 WITH HIGHLIGHT.

           IF FUNCTION UPPER-CASE(RESPUESTA) = "S"
      *>       La cuenta bancaria es lo que se vigila del proveedor
               IF EXISTE = "S"
                   MOVE "CAMBIO" TO WS-AUD-ACCION
                   MOVE PROV-NRO-CUENTA TO WS-AUD-VALOR-ANT
               ELSE
                   MOVE "ALTA" TO WS-AUD-ACCION
                   MOVE SPACES TO WS-AUD-VALOR-ANT
               END-IF
               MOVE W-PROV-ID TO PROV-ID
               MOVE W-NOMBRE  TO PROV-NOMBRE
               MOVE W-DIR     TO PROV-DIRECCION
               MOVE W-TEL     TO PROV-TELEFONO
               MOVE W-ESTADO  TO PROV-ESTADO
               MOVE W-BANCO   TO PROV-BANCO
               MOVE W-TIPO-CTA TO PROV-TIPO-CTA
               MOVE W-NRO-CTA TO PROV-NRO-CUENTA
               MOVE W-TIPO-DOC TO PROV-TIPO-DOC
               MOVE W-NRO-DOC  TO PROV-NRO-DOC
               MOVE W-DV       TO PROV-DV

               IF EXISTE = "S"
                   REWRITE PROVEEDOR-REG
               ELSE
                   WRITE PROVEEDOR-REG
               END-IF
               MOVE W-PROV-ID       TO WS-AUD-REG-CLAVE
               MOVE PROV-NRO-CUENTA TO WS-AUD-VALOR-NUEVO
               PERFORM GRABAR-AUDITORIA
               DISPLAY "GRABADO EXITOSO! Presione una tecla..." LINE 23 COL 1
                       BACKGROUND-COLOR 2 FOREGROUND-COLOR 7
               ACCEPT WS-PAUSA LINE 23 COL 40
           COPY "LEER-PARAMETROS.cpy".


       LEER-SESION.
           COPY "LEER-SESION.cpy".

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       ABRO-ARCHIVO.
           PERFORM ABRIR-AUDITORIA
           OPEN I-O PROVEEDORES.

           IF ST-PROVEEDORES = "35"

       CIERRO-ARCHIVO.
           CLOSE PROVEEDORES.
           CLOSE AUDITORIA.
           CLOSE NEXT-AUD-NRO.

       BUSCAR-CODIGO.
           COPY "BUSCAR-CODIGO.cpy".

       END PROGRAM PROVEE01.
