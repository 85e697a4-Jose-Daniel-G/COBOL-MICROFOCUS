       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Registrar Pago a Proveedor y Aplicar a sus Facturas
      *> *           pendientes (cuentas por pagar); el saldo de cada
      *> *           factura ya viene neto de las retenciones practicadas
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRA03.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-KEY.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "proveedor.sel".
           COPY "cliente.sel".
           COPY "provfac.sel".
           COPY "pagoprov.sel".
           COPY "pagoprovdet.sel".
           COPY "pgpctrl.sel".
           COPY "sesion.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "proveedor.fd".
           COPY "cliente.fd".
           COPY "provfac.fd".
           COPY "pagoprov.fd".
           COPY "pagoprovdet.fd".
           COPY "pgpctrl.fd".
           COPY "sesion.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "AUDITORIA.cpy".
       01 ST-SESION         PIC XX.

       01 ST-PROVEEDORES    PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-PAGOSPROV      PIC XX.
       01 ST-PAGOSPROVDET   PIC XX.
       01 WS-MAS            PIC X VALUE "S".

       01 WS-EDIT-MONTO     PIC -(7)9.99.
       01 WS-RETENIDO-PFC   PIC S9(9)V99.
       01 WS-ES-CLIENTE     PIC X VALUE "N".
       01 WS-CRUZAR         PIC X.
       01 WS-SW-CLI         PIC X VALUE "N".
          88 FIN-CLI           VALUE "S".
          88 NO-FIN-CLI        VALUE "N".
       COPY "TECLAS.cpy".
       01 WS-KEY           PIC 9(4).
       COPY "BUSQUEDA.cpy".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE "COMPRA03" TO WS-AUD-PROGRAMA
           PERFORM LEER-SESION
           PERFORM MOSTRAR-ENCABEZADO
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       MOSTRAR-ENCABEZADO.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN.
           DISPLAY "REGISTRAR PAGO A PROVEEDOR" LINE 03 COL 10
                   WITH REVERSE-VIDEO
           DISPLAY "Registra un pago y lo aplica contra las facturas"
                   LINE 05 COL 10
           DISPLAY "pendientes del proveedor. Codigo 0 (cero) para salir."
                   LINE 06 COL 10.

       INGRESO-PROVEEDOR.
           DISPLAY " " LINE 08 COL 01 ERASE EOS
           MOVE 0 TO W-PROV-ID
           DISPLAY "CODIGO DE PROVEEDOR: " LINE 09 COL 10
           MOVE KEY-F2 TO WS-KEY
           PERFORM UNTIL WS-KEY NOT = KEY-F2
               ACCEPT W-PROV-ID LINE 09 COL 32
               IF WS-KEY = KEY-F2
                   SET BUS-PROVEEDORES TO TRUE
                   PERFORM BUSCAR-CODIGO
                   PERFORM MOSTRAR-ENCABEZADO
                   DISPLAY "CODIGO DE PROVEEDOR: " LINE 09 COL 10
                   IF BUS-CON-CODIGO
                       MOVE WS-BUS-CODIGO-NUM TO W-PROV-ID
                       DISPLAY W-PROV-ID LINE 09 COL 32
                       MOVE 0 TO WS-KEY
                   END-IF
               END-IF
           END-PERFORM

           IF W-PROV-ID = 0
               MOVE "S" TO FIN
           DISPLAY PROV-NOMBRE        LINE 11 COL 22
           DISPLAY "SALDO PENDIENTE: " LINE 12 COL 10
           MOVE WS-SALDO-PROV TO WS-EDIT-MONTO
           DISPLAY WS-EDIT-MONTO      LINE 12 COL 28

           PERFORM OFRECER-CRUCE.

       OFRECER-CRUCE.
           *> Si el proveedor tambien es cliente (mismo documento) se
           *> ofrece compensar en lugar de girar el pago
           IF PROV-NRO-DOC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ES-CLIENTE
           SET NO-FIN-CLI TO TRUE
           MOVE LOW-VALUES TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-CLI TO TRUE
           END-START
           PERFORM UNTIL FIN-CLI
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-CLI TO TRUE
                   NOT AT END
                       IF CLI-NRO-DOC = PROV-NRO-DOC
                           MOVE "S" TO WS-ES-CLIENTE
                           SET FIN-CLI TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ES-CLIENTE NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CRUZAR
           DISPLAY "ES TAMBIEN CLIENTE NRO" LINE 13 COL 10
                   WITH REVERSE-VIDEO
           DISPLAY CLI-ID LINE 13 COL 33
           DISPLAY "CRUCE DE CUENTAS EN LUGAR DE PAGO (S/N): "
                   LINE 14 COL 10
           ACCEPT WS-CRUZAR LINE 14 COL 51
           IF FUNCTION UPPER-CASE(WS-CRUZAR) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           PERFORM CERRAR-ARCHIVOS
           CALL "CRUCE01"
               ON EXCEPTION
                   DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 10
                   ACCEPT WS-PAUSA LINE 15 COL 40
           END-CALL
           CANCEL "CRUCE01"
           PERFORM ABRIR-ARCHIVOS
           PERFORM MOSTRAR-ENCABEZADO
           MOVE 0 TO W-PROV-ID.

       CALCULAR-SALDO-PROV.
           MOVE 0 TO WS-SALDO-PROV
           MOVE FUNCTION CURRENT-DATE(1:8) TO PGP-FECHA
           MOVE WS-MONTO-PAGADO   TO PGP-MONTO
           MOVE WS-USUARIO-SESION TO PGP-USUARIO
           WRITE PAGOPROV-REG

           MOVE "PAGO" TO WS-AUD-ACCION
           MOVE W-PROV-ID TO WS-AUD-REG-CLAVE
           MOVE WS-PGP-NRO TO WS-AUD-VALOR-ANT
           MOVE WS-MONTO-PAGADO TO WS-EDIT-MONTO
           MOVE WS-EDIT-MONTO TO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA.

       APLICAR-A-FACTURAS-PROV.
           MOVE "S" TO WS-MAS
                   DISPLAY "SALDO PENDIENTE DE LA FACTURA: " LINE 18 COL 10
                   MOVE PFC-SALDO-PEND TO WS-EDIT-MONTO
                   DISPLAY WS-EDIT-MONTO LINE 18 COL 42
                   COMPUTE WS-RETENIDO-PFC = PFC-RTE-MONTO + PFC-RIV-MONTO
                                           + PFC-RICA-MONTO
                   IF WS-RETENIDO-PFC > 0
                       MOVE WS-RETENIDO-PFC TO WS-EDIT-MONTO
                       DISPLAY "RETENIDO: " LINE 18 COL 55
                       DISPLAY WS-EDIT-MONTO LINE 18 COL 65
                   END-IF

                   MOVE 0 TO W-MONTO-APLICAR
                   DISPLAY "MONTO A APLICAR: " LINE 19 COL 10
           DISPLAY WS-EDIT-MONTO LINE 22 COL 45
           ACCEPT WS-PAUSA LINE 23 COL 10.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       ABRIR-ARCHIVOS.
           PERFORM ABRIR-AUDITORIA
           OPEN INPUT PROVEEDORES.
           IF ST-PROVEEDORES > "07"
               STRING "ERROR AL ABRIR PROVEEDORES: " ST-PROVEEDORES
               WRITE NEXT-PGP-NRO-REG
           END-IF.

           OPEN INPUT CLIENTES.

       CERRAR-ARCHIVOS.
           CLOSE PROVEEDORES.
           CLOSE CLIENTES.
           CLOSE FACTURAS-PROV.
           CLOSE PAGOSPROV.
           CLOSE PAGOSPROVDET.
           CLOSE NEXT-PGP-NRO.
           CLOSE AUDITORIA.
           CLOSE NEXT-AUD-NRO.

       BUSCAR-CODIGO.
           COPY "BUSCAR-CODIGO.cpy".

       END PROGRAM COMPRA03.
