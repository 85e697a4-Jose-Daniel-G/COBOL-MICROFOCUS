      *> ******************************************************************
      *> * Purpose:  Grupos de Clientes (ABM): cadenas con varias
      *> *           sucursales y un solo pagador; define el cupo de
      *> *           credito compartido y vincula los CLI-ID al grupo.
      *> *           Mantiene tambien los puntos de entrega (tiendas)
      *> *           de cada cliente para facturas, remisiones y rutas,
      *> *           y las zonas de venta (territorios) con su vendedor.
      *> *           Cada punto lleva su municipio para el ICA
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "grupocli.sel".
           COPY "cliente.sel".
           COPY "direntrega.sel".
           COPY "zona.sel".
           COPY "municipio.sel".
           COPY "vendedor.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "grupocli.fd".
           COPY "cliente.fd".
           COPY "direntrega.fd".
           COPY "zona.fd".
           COPY "municipio.fd".
           COPY "vendedor.fd".

       WORKING-STORAGE SECTION.

       01 ST-GRUPOCLI       PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-ZONAS          PIC XX.
       01 ST-VENDEDORES     PIC XX.
       COPY "DIRENTREGA.cpy".
       COPY "MUNICIPIO.cpy".

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 W-LIMITE          PIC 9(9)V99.
       01 W-CLI-ID          PIC 9(07).
       01 WS-EDIT-MONTO     PIC -(7)9.99.
       01 W-DIRECCION       PIC X(40).
       01 W-CIUDAD          PIC X(20).
       01 W-CONTACTO        PIC X(30).
       01 W-TELEFONO        PIC X(15).
       01 W-HORARIO         PIC X(20).
       01 W-ESTADO          PIC X(01).
       01 W-ZONA            PIC X(04).
       01 W-MUNICIPIO       PIC X(05).
       01 W-VENDEDOR        PIC X(04).

       PROCEDURE DIVISION.

               DISPLAY "1. CREAR/EDITAR GRUPO" LINE 05 COL 10
               DISPLAY "2. VINCULAR CLIENTE A GRUPO" LINE 06 COL 10
               DISPLAY "3. LISTAR SUCURSALES DE UN GRUPO" LINE 07 COL 10
               DISPLAY "4. PUNTOS DE ENTREGA DE UN CLIENTE" LINE 08 COL 10
               DISPLAY "5. ZONAS DE VENTA" LINE 09 COL 10
               DISPLAY "6. ASIGNAR ZONA A CLIENTE" LINE 10 COL 10
               DISPLAY "S. SALIR" LINE 11 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 12 COL 10
               ACCEPT WS-OPCION LINE 12 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM VINCULAR-CLIENTE
                   WHEN "3"
                       PERFORM LISTAR-SUCURSALES
                   WHEN "4"
                       PERFORM MANTENER-PUNTOS-ENTREGA
                   WHEN "5"
                       PERFORM MANTENER-ZONAS
                   WHEN "6"
                       PERFORM ASIGNAR-ZONA-CLIENTE
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF

           OPEN I-O DIRECCIONES-ENTREGA
           IF ST-DIRENTREGA = "35"
               OPEN OUTPUT DIRECCIONES-ENTREGA
               CLOSE DIRECCIONES-ENTREGA
               OPEN I-O DIRECCIONES-ENTREGA
           END-IF

           OPEN I-O ZONAS
           IF ST-ZONAS = "35"
               OPEN OUTPUT ZONAS
               CLOSE ZONAS
               OPEN I-O ZONAS
           END-IF

           OPEN INPUT VENDEDORES
           IF ST-VENDEDORES = "35"
               OPEN OUTPUT VENDEDORES
               CLOSE VENDEDORES
               OPEN INPUT VENDEDORES
           END-IF

           OPEN INPUT MUNICIPIOS
           IF ST-MUNICIPIOS = "35"
               OPEN OUTPUT MUNICIPIOS
               CLOSE MUNICIPIOS
               OPEN INPUT MUNICIPIOS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE GRUPOS-CLIENTES
           CLOSE CLIENTES
           CLOSE DIRECCIONES-ENTREGA
           CLOSE ZONAS
           CLOSE VENDEDORES
           CLOSE MUNICIPIOS.

       MANTENER-GRUPOS.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           END-PERFORM
           ACCEPT WS-PAUSA LINE 23 COL 10.

      *> Puntos de entrega (tiendas) del cliente; un punto inactivo ya no
      *> se ofrece al facturar pero sigue resolviendo documentos viejos
       MANTENER-PUNTOS-ENTREGA.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE 0 TO W-CLI-ID
           DISPLAY "CODIGO DE CLIENTE (0=VOLVER): " LINE 11 COL 10
           ACCEPT W-CLI-ID LINE 11 COL 41
           IF W-CLI-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 29
                   EXIT PARAGRAPH
           END-READ
           DISPLAY CLI-NOMBRE LINE 11 COL 50

           DISPLAY "COD  NOMBRE                         CIUDAD               EST ZONA"
                   LINE 12 COL 10
           MOVE 13 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE W-CLI-ID TO DEN-CLI-ID
           MOVE LOW-VALUES TO DEN-CODIGO
           START DIRECCIONES-ENTREGA KEY IS NOT LESS THAN DEN-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-FILA > 17
               READ DIRECCIONES-ENTREGA NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF DEN-CLI-ID NOT = W-CLI-ID
                           SET FIN-SCAN TO TRUE
                       ELSE
                           DISPLAY DEN-CODIGO LINE WS-FILA COL 10
                           DISPLAY DEN-NOMBRE LINE WS-FILA COL 15
                           DISPLAY DEN-CIUDAD LINE WS-FILA COL 46
                           DISPLAY DEN-ESTADO LINE WS-FILA COL 67
                           DISPLAY DEN-ZONA LINE WS-FILA COL 71
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO W-CODIGO
           DISPLAY "CODIGO A CREAR/EDITAR (VACIO=VOLVER): " LINE 18 COL 10
           ACCEPT W-CODIGO LINE 18 COL 49
           IF W-CODIGO = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOMBRE: " LINE 19 COL 10
           MOVE SPACES TO W-NOMBRE
           ACCEPT W-NOMBRE LINE 19 COL 19
           DISPLAY "CIUDAD: " LINE 19 COL 51
           MOVE SPACES TO W-CIUDAD
           ACCEPT W-CIUDAD LINE 19 COL 59
           DISPLAY "DIRECCION: " LINE 20 COL 10
           MOVE SPACES TO W-DIRECCION
           ACCEPT W-DIRECCION LINE 20 COL 22
           DISPLAY "MUN: " LINE 20 COL 64
           MOVE SPACES TO W-MUNICIPIO
           ACCEPT W-MUNICIPIO LINE 20 COL 69
           DISPLAY "CONTACTO: " LINE 21 COL 10
           MOVE SPACES TO W-CONTACTO
           ACCEPT W-CONTACTO LINE 21 COL 21
           DISPLAY "TEL: " LINE 21 COL 53
           MOVE SPACES TO W-TELEFONO
           ACCEPT W-TELEFONO LINE 21 COL 58
           DISPLAY "HORARIO: " LINE 22 COL 10
           MOVE SPACES TO W-HORARIO
           ACCEPT W-HORARIO LINE 22 COL 20
           DISPLAY "ESTADO (A/I): " LINE 22 COL 42
           MOVE "A" TO W-ESTADO
           ACCEPT W-ESTADO LINE 22 COL 57
           MOVE FUNCTION UPPER-CASE(W-ESTADO) TO W-ESTADO
           IF W-ESTADO NOT = "I"
               MOVE "A" TO W-ESTADO
           END-IF
           DISPLAY "ZONA: " LINE 22 COL 60
           MOVE SPACES TO W-ZONA
           ACCEPT W-ZONA LINE 22 COL 66
           MOVE FUNCTION UPPER-CASE(W-ZONA) TO W-ZONA
           IF W-ZONA NOT = SPACES
               MOVE W-ZONA TO ZON-CODIGO
               READ ZONAS
                   INVALID KEY
                       DISPLAY "ZONA NO EXISTE" LINE 23 COL 10
                       ACCEPT WS-PAUSA LINE 23 COL 26
                       EXIT PARAGRAPH
               END-READ
           END-IF
           IF W-MUNICIPIO NOT = SPACES
               MOVE W-MUNICIPIO TO WS-MUN-CODIGO
               MOVE SPACES      TO WS-MUN-ACTIVIDAD
               PERFORM LEER-MUNICIPIO
               IF MUNICIPIO-NO-HALLADO
                   DISPLAY "MUNICIPIO SIN TARIFA DE ICA" LINE 23 COL 10
                   ACCEPT WS-PAUSA LINE 23 COL 39
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE W-CLI-ID TO DEN-CLI-ID
           MOVE FUNCTION UPPER-CASE(W-CODIGO) TO DEN-CODIGO
           READ DIRECCIONES-ENTREGA
               INVALID KEY
                   MOVE W-CLI-ID TO DEN-CLI-ID
                   MOVE FUNCTION UPPER-CASE(W-CODIGO) TO DEN-CODIGO
                   MOVE W-NOMBRE    TO DEN-NOMBRE
                   MOVE W-DIRECCION TO DEN-DIRECCION
                   MOVE W-CIUDAD    TO DEN-CIUDAD
                   MOVE W-CONTACTO  TO DEN-CONTACTO
                   MOVE W-TELEFONO  TO DEN-TELEFONO
                   MOVE W-HORARIO   TO DEN-HORARIO
                   MOVE W-ESTADO    TO DEN-ESTADO
                   MOVE W-ZONA      TO DEN-ZONA
                   MOVE W-MUNICIPIO TO DEN-MUNICIPIO
                   WRITE DIR-ENTREGA-REG
               NOT INVALID KEY
                   IF W-NOMBRE NOT = SPACES
                       MOVE W-NOMBRE TO DEN-NOMBRE
                   END-IF
                   IF W-DIRECCION NOT = SPACES
                       MOVE W-DIRECCION TO DEN-DIRECCION
                   END-IF
                   IF W-CIUDAD NOT = SPACES
                       MOVE W-CIUDAD TO DEN-CIUDAD
                   END-IF
                   IF W-CONTACTO NOT = SPACES
                       MOVE W-CONTACTO TO DEN-CONTACTO
                   END-IF
                   IF W-TELEFONO NOT = SPACES
                       MOVE W-TELEFONO TO DEN-TELEFONO
                   END-IF
                   IF W-HORARIO NOT = SPACES
                       MOVE W-HORARIO TO DEN-HORARIO
                   END-IF
                   IF W-ZONA NOT = SPACES
                       MOVE W-ZONA TO DEN-ZONA
                   END-IF
                   IF W-MUNICIPIO NOT = SPACES
                       MOVE W-MUNICIPIO TO DEN-MUNICIPIO
                   END-IF
                   MOVE W-ESTADO TO DEN-ESTADO
                   REWRITE DIR-ENTREGA-REG
           END-READ
           DISPLAY "PUNTO DE ENTREGA GRABADO" LINE 23 COL 10
           ACCEPT WS-PAUSA LINE 23 COL 36.

       LEER-MUNICIPIO.
           COPY "LEER-MUNICIPIO.cpy".

      *> Zonas de venta: territorio geografico con un vendedor por
      *> defecto opcional, que se propone al cliente sin vendedor
       MANTENER-ZONAS.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "COD   NOMBRE                          VEND EST"
                   LINE 11 COL 10
           MOVE 12 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO ZON-CODIGO
           START ZONAS KEY IS NOT LESS THAN ZON-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-FILA > 17
               READ ZONAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       DISPLAY ZON-CODIGO LINE WS-FILA COL 10
                       DISPLAY ZON-NOMBRE LINE WS-FILA COL 16
                       DISPLAY ZON-VENDEDOR LINE WS-FILA COL 48
                       DISPLAY ZON-ESTADO LINE WS-FILA COL 53
                       ADD 1 TO WS-FILA
               END-READ
           END-PERFORM

           MOVE SPACES TO W-CODIGO
           DISPLAY "CODIGO A CREAR/EDITAR (VACIO=VOLVER): " LINE 19 COL 10
           ACCEPT W-CODIGO LINE 19 COL 49
           IF W-CODIGO = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOMBRE: " LINE 20 COL 10
           MOVE SPACES TO W-NOMBRE
           ACCEPT W-NOMBRE LINE 20 COL 19
           DISPLAY "VENDEDOR POR DEFECTO (VACIO=NINGUNO): " LINE 21 COL 10
           MOVE SPACES TO W-VENDEDOR
           ACCEPT W-VENDEDOR LINE 21 COL 49
           MOVE FUNCTION UPPER-CASE(W-VENDEDOR) TO W-VENDEDOR
           DISPLAY "ESTADO (A/I): " LINE 21 COL 55
           MOVE "A" TO W-ESTADO
           ACCEPT W-ESTADO LINE 21 COL 70
           MOVE FUNCTION UPPER-CASE(W-ESTADO) TO W-ESTADO
           IF W-ESTADO NOT = "I"
               MOVE "A" TO W-ESTADO
           END-IF
           IF W-VENDEDOR NOT = SPACES
               MOVE W-VENDEDOR TO VEN-CODIGO
               READ VENDEDORES
                   INVALID KEY
                       DISPLAY "VENDEDOR NO EXISTE" LINE 22 COL 10
                       ACCEPT WS-PAUSA LINE 22 COL 30
                       EXIT PARAGRAPH
               END-READ
           END-IF

           MOVE FUNCTION UPPER-CASE(W-CODIGO) TO ZON-CODIGO
           READ ZONAS
               INVALID KEY
                   MOVE FUNCTION UPPER-CASE(W-CODIGO) TO ZON-CODIGO
                   MOVE W-NOMBRE   TO ZON-NOMBRE
                   MOVE W-VENDEDOR TO ZON-VENDEDOR
                   MOVE W-ESTADO   TO ZON-ESTADO
                   WRITE ZONAS-REG
               NOT INVALID KEY
                   IF W-NOMBRE NOT = SPACES
                       MOVE W-NOMBRE TO ZON-NOMBRE
                   END-IF
                   MOVE W-VENDEDOR TO ZON-VENDEDOR
                   MOVE W-ESTADO   TO ZON-ESTADO
                   REWRITE ZONAS-REG
           END-READ
           DISPLAY "ZONA GRABADA" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 25.

       ASIGNAR-ZONA-CLIENTE.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE 0 TO W-CLI-ID
           DISPLAY "CODIGO DE CLIENTE (0=VOLVER): " LINE 11 COL 10
           ACCEPT W-CLI-ID LINE 11 COL 41
           IF W-CLI-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CLIENTE NO EXISTE" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 29
                   EXIT PARAGRAPH
           END-READ
           DISPLAY CLI-NOMBRE LINE 11 COL 50
           DISPLAY "ZONA ACTUAL: " LINE 12 COL 10
           DISPLAY CLI-ZONA LINE 12 COL 24
           DISPLAY "VENDEDOR: " LINE 12 COL 30
           DISPLAY CLI-VENDEDOR LINE 12 COL 40

           MOVE SPACES TO W-ZONA
           DISPLAY "NUEVA ZONA (VACIO=QUITAR): " LINE 13 COL 10
           ACCEPT W-ZONA LINE 13 COL 38
           MOVE FUNCTION UPPER-CASE(W-ZONA) TO W-ZONA
           IF W-ZONA NOT = SPACES
               MOVE W-ZONA TO ZON-CODIGO
               READ ZONAS
                   INVALID KEY
                       DISPLAY "ZONA NO EXISTE" LINE 14 COL 10
                       ACCEPT WS-PAUSA LINE 14 COL 26
                       EXIT PARAGRAPH
               END-READ
      *>       El cliente sin vendedor toma el vendedor de la zona
               IF CLI-VENDEDOR = SPACES
                   MOVE ZON-VENDEDOR TO CLI-VENDEDOR
               END-IF
           END-IF
           MOVE W-ZONA TO CLI-ZONA
           REWRITE CLIENTES-REG
           DISPLAY "ZONA ASIGNADA" LINE 14 COL 10
           ACCEPT WS-PAUSA LINE 14 COL 25.

       END PROGRAM GRUPCLI01.
