       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Intercambio electronico de ordenes de compra con
      *> *           los proveedores:
      *> *           1. Archivo de salida por proveedor (oc_NNNNNNN.csv)
      *> *              con sus ordenes abiertas no enviadas (o una orden
      *> *              puntual), con el codigo del articulo en el
      *> *              proveedor del catalogo producto-proveedor.
      *> *           2. Importacion de la confirmacion o aviso de
      *> *              despacho (ASN) del proveedor desde
      *> *              confirmacion_prov.CSV: cantidad, precio y fecha
      *> *              prevista por linea; marca las diferencias contra
      *> *              la orden (cantidad, precio, fecha posterior a la
      *> *              requerida) con su log al spool. COMPRA06 propone
      *> *              lo despachado al recibir.
      *> *           3. Revision por el comprador de las ordenes con
      *> *              diferencias.
      *> *           Renglones del archivo de salida (separador ";"):
      *> *             H;ORDEN;FECHA;PROVEEDOR;NIT;MONEDA;TOTAL
      *> *             D;ORDEN;ITEM;COD.PROVEEDOR;NUESTRO CODIGO;
      *> *               DESCRIPCION;CANTIDAD;UNIDAD;PRECIO;FECHA REQ.
      *> *           Renglon de la confirmacion/ASN (uno por linea):
      *> *             TIPO(C/A);PROVEEDOR;ORDEN;ITEM;CODIGO;CANTIDAD;
      *> *             PRECIO;FECHA ENTREGA;DOCUMENTO
      *> *           Cantidades en unidad de compra; precios en la
      *> *           moneda de la orden
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRA12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "compra.sel".
           COPY "compradet.sel".
           COPY "proveedor.sel".
           COPY "producto.sel".
           COPY "prodprov.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

           SELECT OC-ENVIO
               ASSIGN TO WS-ARCH-OC-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-OCENVIO.

           SELECT CONF-CSV
               ASSIGN TO "confirmacion_prov.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-CONFCSV.

           SELECT EDI-LOG
               ASSIGN TO "oc_edi_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "compra.fd".
           COPY "compradet.fd".
           COPY "proveedor.fd".
           COPY "producto.fd".
           COPY "prodprov.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       FD  OC-ENVIO.
       01  REG-OC-ENVIO       PIC X(200).

       FD  CONF-CSV.
       01  REG-CONF-CSV       PIC X(200).

       FD  EDI-LOG.
       01  REG-EDI-LOG        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       01 ST-SESION         PIC XX.
       01 ST-COMPRAS        PIC XX.
       01 ST-COMPRASDET     PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-PRODPROV       PIC XX.
       01 ST-OCENVIO        PIC XX.
       01 ST-CONFCSV        PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-RESPUESTA      PIC X.
       01 WS-MENSAJE        PIC X(80).
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-FILA           PIC 99.
       01 WS-FECHA-HOY      PIC 9(08).

       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".
       01 WS-SW-CSV         PIC X VALUE "N".
          88 FIN-CSV           VALUE "S".
          88 NO-FIN-CSV        VALUE "N".
       01 WS-PRIMERA-LINEA  PIC X VALUE "S".

      *> Archivo de salida del proveedor en curso
       01 WS-ARCH-OC-NOMBRE PIC X(30).
       01 WS-ARCH-ABIERTO   PIC X VALUE "N".
       01 WS-PROV-ARCHIVO   PIC 9(07) VALUE 0.
       01 W-COM-NRO         PIC 9(07).
       01 WS-PENDIENTE      PIC S9(05).
       01 WS-CANT-ENVIO     PIC 9(05).
       01 WS-FECHA-REQ      PIC 9(08).
       01 WS-PRECIO-MON     PIC 9(11)V99.
       01 WS-CANT-ORDENES   PIC 9(05) VALUE 0.
       01 WS-CANT-ARCHIVOS  PIC 9(05) VALUE 0.
       01 WS-SIN-CODIGO     PIC 9(05) VALUE 0.
       01 WS-LINEA-OC       PIC X(200).
       01 WS-TXT-DESCRIP    PIC X(30).

      *> Campos de una fila de la confirmacion/ASN
       01 WS-CANT-CAMPOS    PIC 99.
       01 WS-CSV-TIPO       PIC X(05).
       01 WS-CSV-PROV       PIC X(15).
       01 WS-CSV-ORDEN      PIC X(15).
       01 WS-CSV-ITEM       PIC X(05).
       01 WS-CSV-CODIGO     PIC X(20).
       01 WS-CSV-CANT       PIC X(15).
       01 WS-CSV-PRECIO     PIC X(15).
       01 WS-CSV-FECHA      PIC X(10).
       01 WS-CSV-DOC        PIC X(15).
       01 WS-MOTIVO         PIC X(40).
       01 WS-NUM-AUX        PIC 9(09).
       01 WS-CANT-CONF      PIC 9(05).
       01 WS-PRECIO-CONF    PIC 9(11)V99.
       01 WS-FECHA-CONF     PIC 9(08).
       01 WS-MARCA          PIC X(03).

      *> Filas validas de la confirmacion, para la vista previa y para
      *> aplicarlas de una sola vez
       01 WS-TOT-FILAS      PIC 9(03) VALUE 0.
       01 WS-IDX            PIC 9(03).
       01 WS-TABLA-CONF.
          05 T-CNF OCCURS 500 TIMES.
             10 T-CNF-TIPO    PIC X(01).
             10 T-CNF-ORDEN   PIC 9(07).
             10 T-CNF-ITEM    PIC 9(03).
             10 T-CNF-PROD    PIC X(10).
             10 T-CNF-PEDIDO  PIC S9(05).
             10 T-CNF-CANT    PIC 9(03).
             10 T-CNF-PRECIO-OC PIC 9(11)V99.
             10 T-CNF-PRECIO  PIC 9(11)V99.
             10 T-CNF-FECHA   PIC 9(08).
             10 T-CNF-DOC     PIC X(15).
             10 T-CNF-MARCA   PIC X(03).
       01 WS-TOT-ORD        PIC 9(03) VALUE 0.
       01 WS-IDX-ORD        PIC 9(03).
       01 WS-ORD-ENC        PIC X.
       01 WS-TABLA-ORD.
          05 T-ORD OCCURS 100 TIMES PIC 9(07).
       01 WS-ORD-CON-DIF    PIC X.
       01 WS-CANT-LEIDAS    PIC 9(05) VALUE 0.
       01 WS-CANT-RECHAZO   PIC 9(05) VALUE 0.
       01 WS-CANT-CON-DIF   PIC 9(05) VALUE 0.
       01 WS-CANT-PEND-REV  PIC 9(05) VALUE 0.

       01 WS-CANT-DISP      PIC ZZZZ9.
       01 WS-CANT-DISP2     PIC ZZZZ9.
       01 WS-PRECIO-DISP    PIC Z(9)9.99.
       01 WS-PRECIO-DISP2   PIC Z(9)9.99.
       01 WS-LINEA-LOG      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "ORDENES DE COMPRA - INTERCAMBIO CON PROVEEDORES"
                   LINE 02 COL 10 WITH REVERSE-VIDEO
               DISPLAY "1. GENERAR ARCHIVOS DE ORDENES PARA PROVEEDORES"
                   LINE 05 COL 10
               DISPLAY "2. IMPORTAR CONFIRMACION / AVISO DE DESPACHO (ASN)"
                   LINE 06 COL 10
               DISPLAY "3. DIFERENCIAS PENDIENTES DE REVISAR" LINE 07 COL 10
               DISPLAY "S. SALIR" LINE 08 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM GENERAR-ENVIO
                   WHEN "2"
                       PERFORM IMPORTAR-CONFIRMACION
                   WHEN "3"
                       PERFORM REVISAR-DIFERENCIAS
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-ARCHIVOS.
           OPEN I-O COMPRAS
           IF ST-COMPRAS > "07"
               STRING "ERROR AL ABRIR COMPRAS: " ST-COMPRAS
                   INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 20 COL 10
               MOVE "S" TO FIN
           END-IF
           OPEN I-O COMPRASDET
           OPEN INPUT PROVEEDORES
           OPEN INPUT PRODUCTOS
           OPEN INPUT PRODPROV
           IF ST-PRODPROV = "35"
               OPEN OUTPUT PRODPROV
               CLOSE PRODPROV
               OPEN INPUT PRODPROV
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE COMPRAS
           CLOSE COMPRASDET
           CLOSE PROVEEDORES
           CLOSE PRODUCTOS
           CLOSE PRODPROV.

      *> Fecha requerida de la linea: fecha de la orden mas el lead
      *> time del producto con el proveedor (catalogo producto-prov.)
       FECHA-REQUERIDA.
           MOVE CDT-PROD-ID TO PPV-PROD-ID
           MOVE COM-PROV-ID TO PPV-PROV-ID
           READ PRODPROV
               INVALID KEY
                   MOVE SPACES TO PPV-COD-PROVEEDOR
                   MOVE 0 TO PPV-LEAD-DIAS
           END-READ
           MOVE COM-FECHA TO WS-FECHA-REQ
           IF PPV-LEAD-DIAS > 0
              AND FUNCTION TEST-DATE-YYYYMMDD(COM-FECHA) = 0
               COMPUTE WS-FECHA-REQ = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(COM-FECHA) + PPV-LEAD-DIAS)
           END-IF.

      *> Precio de la linea en la moneda de la orden
       PRECIO-EN-MONEDA.
           MOVE CDT-PRECIO TO WS-PRECIO-MON
           IF COM-MONEDA NOT = SPACES AND COM-TASA > 0
               COMPUTE WS-PRECIO-MON ROUNDED = CDT-PRECIO / COM-TASA
           END-IF.

       ESCRIBIR-LOG.
           WRITE REG-EDI-LOG FROM WS-LINEA-LOG
           ADD 1 TO WS-CANT-LINEAS.

      *> ------------------------------------------------------------
      *> 1. Archivos de salida: uno por proveedor con sus ordenes
      *>    pendientes o parciales (lo que falta por recibir)
      *> ------------------------------------------------------------
       GENERAR-ENVIO.
           MOVE 0 TO W-COM-NRO WS-CANT-ORDENES WS-CANT-ARCHIVOS
                     WS-SIN-CODIGO WS-CANT-LINEAS WS-PROV-ARCHIVO
           MOVE "N" TO WS-ARCH-ABIERTO
           DISPLAY "ORDEN A ENVIAR (0=TODAS LAS NO ENVIADAS): "
                   LINE 12 COL 10
           ACCEPT W-COM-NRO LINE 12 COL 53

           OPEN OUTPUT EDI-LOG
           MOVE SPACES TO WS-LINEA-LOG
           STRING "ENVIO ELECTRONICO DE ORDENES DE COMPRA  FECHA "
                  WS-FECHA-HOY "  USUARIO " WS-USUARIO-SESION
               DELIMITED BY SIZE INTO WS-LINEA-LOG
           PERFORM ESCRIBIR-LOG

           IF W-COM-NRO > 0
               MOVE W-COM-NRO TO COM-NRO
               READ COMPRAS
                   INVALID KEY
                       DISPLAY "ORDEN NO ENCONTRADA" LINE 14 COL 10
                       ACCEPT WS-PAUSA LINE 14 COL 31
                       CLOSE EDI-LOG
                       EXIT PARAGRAPH
               END-READ
               IF NOT COM-PENDIENTE AND NOT COM-PARCIAL
                   DISPLAY "LA ORDEN NO ESTA ABIERTA" LINE 14 COL 10
                   ACCEPT WS-PAUSA LINE 14 COL 36
                   CLOSE EDI-LOG
                   EXIT PARAGRAPH
               END-IF
               PERFORM ENVIAR-ORDEN
           ELSE
               SET NO-FIN-SCAN TO TRUE
               MOVE 0 TO COM-PROV-ID
               START COMPRAS KEY IS NOT LESS THAN COM-PROV-ID
                   INVALID KEY SET FIN-SCAN TO TRUE
               END-START
               PERFORM UNTIL FIN-SCAN
                   READ COMPRAS NEXT RECORD
                       AT END SET FIN-SCAN TO TRUE
                       NOT AT END
                           IF (COM-PENDIENTE OR COM-PARCIAL)
                              AND COM-FECHA-ENVIO = 0
                               PERFORM ENVIAR-ORDEN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ARCH-ABIERTO = "S"
               CLOSE OC-ENVIO
           END-IF

           MOVE SPACES TO WS-LINEA-LOG
           STRING "ORDENES ENVIADAS: " WS-CANT-ORDENES
                  "  ARCHIVOS: " WS-CANT-ARCHIVOS
                  "  LINEAS SIN CODIGO DEL PROVEEDOR: " WS-SIN-CODIGO
               DELIMITED BY SIZE INTO WS-LINEA-LOG
           PERFORM ESCRIBIR-LOG
           CLOSE EDI-LOG

           IF WS-CANT-ORDENES > 0
               MOVE "ENVIOOC" TO WS-SPL-REPORTE
               MOVE SPACES TO WS-SPL-PARAMS
               MOVE W-COM-NRO TO WS-SPL-PARAMS
               MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
               MOVE "oc_edi_log.txt" TO WS-SPL-ORIGEN
               PERFORM GUARDAR-SPOOL
           END-IF

           DISPLAY "ORDENES ENVIADAS: " LINE 14 COL 10
           DISPLAY WS-CANT-ORDENES LINE 14 COL 29
           DISPLAY "ARCHIVOS: " LINE 15 COL 10
           DISPLAY WS-CANT-ARCHIVOS LINE 15 COL 29
           IF WS-SIN-CODIGO > 0
               DISPLAY "LINEAS SIN CODIGO DEL PROVEEDOR: " LINE 16 COL 10
               DISPLAY WS-SIN-CODIGO LINE 16 COL 44
               DISPLAY "(SALEN CON NUESTRO CODIGO - VER CATALOGO PROD-PROV)"
                   LINE 17 COL 10
           END-IF
           ACCEPT WS-PAUSA LINE 19 COL 10.

       ENVIAR-ORDEN.
           IF WS-ARCH-ABIERTO = "N" OR COM-PROV-ID NOT = WS-PROV-ARCHIVO
               PERFORM ABRIR-ARCHIVO-PROVEEDOR
           END-IF

           MOVE COM-TOTAL TO WS-PRECIO-DISP
           IF COM-MONEDA NOT = SPACES
               MOVE COM-TOTAL-ME TO WS-PRECIO-DISP
           END-IF
           MOVE SPACES TO WS-LINEA-OC
           STRING "H;" COM-NRO ";" COM-FECHA ";" COM-PROV-ID ";"
                  FUNCTION TRIM(PROV-NRO-DOC) "-" PROV-DV ";"
                  COM-MONEDA ";" FUNCTION TRIM(WS-PRECIO-DISP)
               DELIMITED BY SIZE INTO WS-LINEA-OC
           WRITE REG-OC-ENVIO FROM WS-LINEA-OC

           SET NO-FIN-DET TO TRUE
           MOVE COM-NRO TO CDT-COM-NRO
           MOVE 0 TO CDT-ITEM
           START COMPRASDET KEY IS NOT LESS THAN CDT-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ COMPRASDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF CDT-COM-NRO NOT = COM-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           PERFORM ENVIAR-LINEA
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-FECHA-HOY TO COM-FECHA-ENVIO
           REWRITE COMPRA-REG
           ADD 1 TO WS-CANT-ORDENES
           MOVE SPACES TO WS-LINEA-LOG
           STRING "ORDEN " COM-NRO "  PROVEEDOR " COM-PROV-ID " "
                  PROV-NOMBRE "  ARCHIVO " WS-ARCH-OC-NOMBRE
               DELIMITED BY SIZE INTO WS-LINEA-LOG
           PERFORM ESCRIBIR-LOG.

       ABRIR-ARCHIVO-PROVEEDOR.
           IF WS-ARCH-ABIERTO = "S"
               CLOSE OC-ENVIO
           END-IF
           MOVE COM-PROV-ID TO WS-PROV-ARCHIVO
           MOVE COM-PROV-ID TO PROV-ID
           READ PROVEEDORES
               INVALID KEY
                   MOVE SPACES TO PROV-NOMBRE PROV-NRO-DOC PROV-DV
           END-READ
           MOVE SPACES TO WS-ARCH-OC-NOMBRE
           STRING "oc_" COM-PROV-ID ".csv"
               DELIMITED BY SIZE INTO WS-ARCH-OC-NOMBRE
           OPEN OUTPUT OC-ENVIO
           MOVE "S" TO WS-ARCH-ABIERTO
           ADD 1 TO WS-CANT-ARCHIVOS.

       ENVIAR-LINEA.
           COMPUTE WS-PENDIENTE = CDT-CANT - CDT-CANT-RECIBIDA
           IF WS-PENDIENTE <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PENDIENTE TO WS-CANT-ENVIO
           PERFORM FECHA-REQUERIDA
           PERFORM PRECIO-EN-MONEDA
           IF PPV-COD-PROVEEDOR = SPACES
               ADD 1 TO WS-SIN-CODIGO
               MOVE SPACES TO WS-LINEA-LOG
               STRING "  SIN CODIGO DEL PROVEEDOR: ORDEN " COM-NRO
                      " ITEM " CDT-ITEM " PRODUCTO " CDT-PROD-ID
                   DELIMITED BY SIZE INTO WS-LINEA-LOG
               PERFORM ESCRIBIR-LOG
           END-IF
           MOVE CDT-PROD-ID TO PRD-CODIGO
           READ PRODUCTOS
               INVALID KEY MOVE SPACES TO PRD-UNI-COMPRA
           END-READ
           MOVE CDT-DESCRIP TO WS-TXT-DESCRIP
           INSPECT WS-TXT-DESCRIP REPLACING ALL ";" BY ","
           MOVE WS-CANT-ENVIO TO WS-CANT-DISP
           MOVE WS-PRECIO-MON TO WS-PRECIO-DISP
           MOVE SPACES TO WS-LINEA-OC
           STRING "D;" COM-NRO ";" CDT-ITEM ";"
                  FUNCTION TRIM(PPV-COD-PROVEEDOR) ";"
                  CDT-PROD-ID ";"
                  FUNCTION TRIM(WS-TXT-DESCRIP) ";"
                  FUNCTION TRIM(WS-CANT-DISP) ";"
                  FUNCTION TRIM(PRD-UNI-COMPRA) ";"
                  FUNCTION TRIM(WS-PRECIO-DISP) ";"
                  WS-FECHA-REQ
               DELIMITED BY SIZE INTO WS-LINEA-OC
           WRITE REG-OC-ENVIO FROM WS-LINEA-OC.

      *> ------------------------------------------------------------
      *> 2. Confirmacion / ASN del proveedor. Se valida todo el archivo
      *>    y se muestra antes de grabar; al confirmar, cada orden del
      *>    archivo queda con la confirmacion nueva (las lineas de la
      *>    orden que no vienen quedan confirmadas en 0)
      *> ------------------------------------------------------------
       IMPORTAR-CONFIRMACION.
           MOVE 0 TO WS-TOT-FILAS WS-TOT-ORD WS-CANT-LEIDAS
                     WS-CANT-RECHAZO WS-CANT-CON-DIF WS-CANT-LINEAS
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "IMPORTAR CONFIRMACION / ASN DE PROVEEDOR"
                   LINE 02 COL 10 WITH REVERSE-VIDEO
           DISPLAY "Archivo de entrada: confirmacion_prov.CSV" LINE 03 COL 10
           DISPLAY "(TIPO C/A;PROVEEDOR;ORDEN;ITEM;CODIGO;CANT;PRECIO;FECHA;DOC)"
                   LINE 04 COL 10

           OPEN INPUT CONF-CSV
           IF ST-CONFCSV NOT = "00"
               DISPLAY "NO SE ENCUENTRA confirmacion_prov.CSV" LINE 06 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 06 COL 50
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT EDI-LOG
           MOVE SPACES TO WS-LINEA-LOG
           STRING "CONFIRMACIONES / ASN DE PROVEEDORES  FECHA "
                  WS-FECHA-HOY "  USUARIO " WS-USUARIO-SESION
               DELIMITED BY SIZE INTO WS-LINEA-LOG
           PERFORM ESCRIBIR-LOG
           PERFORM CARGAR-CONFIRMACION
           CLOSE CONF-CSV

           IF WS-TOT-FILAS = 0
               DISPLAY "NINGUNA FILA VALIDA EN EL ARCHIVO" LINE 20 COL 10
               DISPLAY "RECHAZADAS: " LINE 21 COL 10
               DISPLAY WS-CANT-RECHAZO LINE 21 COL 23
               ACCEPT WS-PAUSA LINE 21 COL 35
               CLOSE EDI-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM MOSTRAR-VISTA-PREVIA

           DISPLAY "CONFIRMA GRABAR EN LAS ORDENES (S/N)? " LINE 21 COL 10
           ACCEPT WS-RESPUESTA LINE 21 COL 49
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) = "S"
               PERFORM APLICAR-CONFIRMACION
               CLOSE EDI-LOG
               MOVE "CONFPROV" TO WS-SPL-REPORTE
               MOVE SPACES TO WS-SPL-PARAMS
               MOVE WS-TOT-ORD TO WS-SPL-PARAMS
               MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
               MOVE "oc_edi_log.txt" TO WS-SPL-ORIGEN
               PERFORM GUARDAR-SPOOL
               DISPLAY "CONFIRMACION GRABADA - DIFERENCIAS EN EL SPOOL"
                       LINE 22 COL 10
           ELSE
               CLOSE EDI-LOG
               DISPLAY "IMPORTACION DESCARTADA - NADA SE GRABO"
                       LINE 22 COL 10
           END-IF
           ACCEPT WS-PAUSA LINE 22 COL 60.

       CARGAR-CONFIRMACION.
           SET NO-FIN-CSV TO TRUE
           MOVE "S" TO WS-PRIMERA-LINEA
           PERFORM UNTIL FIN-CSV
               READ CONF-CSV
                   AT END SET FIN-CSV TO TRUE
                   NOT AT END
      *> La primera linea puede ser encabezado: se procesa solo si
      *> empieza con el tipo C o A
                       IF WS-PRIMERA-LINEA = "S"
                           MOVE "N" TO WS-PRIMERA-LINEA
                           IF FUNCTION UPPER-CASE(REG-CONF-CSV(1:2))
                              = "C;" OR "A;"
                               PERFORM PROCESAR-FILA-CONF
                           END-IF
                       ELSE
                           IF REG-CONF-CSV NOT = SPACES
                               PERFORM PROCESAR-FILA-CONF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROCESAR-FILA-CONF.
           ADD 1 TO WS-CANT-LEIDAS
           MOVE SPACES TO WS-CSV-TIPO WS-CSV-PROV WS-CSV-ORDEN
                          WS-CSV-ITEM WS-CSV-CODIGO WS-CSV-CANT
                          WS-CSV-PRECIO WS-CSV-FECHA WS-CSV-DOC
           MOVE 0 TO WS-CANT-CAMPOS
           UNSTRING REG-CONF-CSV DELIMITED BY ";"
               INTO WS-CSV-TIPO WS-CSV-PROV WS-CSV-ORDEN WS-CSV-ITEM
                    WS-CSV-CODIGO WS-CSV-CANT WS-CSV-PRECIO
                    WS-CSV-FECHA WS-CSV-DOC
               TALLYING IN WS-CANT-CAMPOS
           END-UNSTRING
           IF WS-CANT-CAMPOS < 8
               MOVE "FALTAN CAMPOS" TO WS-MOTIVO
               PERFORM RECHAZAR-FILA
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CSV-TIPO) TO WS-CSV-TIPO
           IF WS-CSV-TIPO NOT = "C" AND WS-CSV-TIPO NOT = "A"
               MOVE "TIPO DEBE SER C O A" TO WS-MOTIVO
               PERFORM RECHAZAR-FILA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NUM-AUX = FUNCTION NUMVAL(WS-CSV-ORDEN)
           MOVE WS-NUM-AUX TO COM-NRO
           READ COMPRAS
               INVALID KEY
                   MOVE "ORDEN NO EXISTE" TO WS-MOTIVO
                   PERFORM RECHAZAR-FILA
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-NUM-AUX = FUNCTION NUMVAL(WS-CSV-PROV)
           IF WS-NUM-AUX NOT = COM-PROV-ID
               MOVE "LA ORDEN ES DE OTRO PROVEEDOR" TO WS-MOTIVO
               PERFORM RECHAZAR-FILA
               EXIT PARAGRAPH
           END-IF
           IF NOT COM-PENDIENTE AND NOT COM-PARCIAL
               MOVE "LA ORDEN NO ESTA ABIERTA" TO WS-MOTIVO
               PERFORM RECHAZAR-FILA
               EXIT PARAGRAPH
           END-IF

           MOVE COM-NRO TO CDT-COM-NRO
           COMPUTE WS-NUM-AUX = FUNCTION NUMVAL(WS-CSV-ITEM)
           MOVE WS-NUM-AUX TO CDT-ITEM
           READ COMPRASDET
               INVALID KEY
                   MOVE "ITEM NO EXISTE EN LA ORDEN" TO WS-MOTIVO
                   PERFORM RECHAZAR-FILA
                   EXIT PARAGRAPH
           END-READ

      *> El articulo se reconoce por el codigo del proveedor o por el
      *> nuestro
           PERFORM FECHA-REQUERIDA
           IF WS-CSV-CODIGO NOT = CDT-PROD-ID
              AND (PPV-COD-PROVEEDOR = SPACES
                   OR WS-CSV-CODIGO NOT = PPV-COD-PROVEEDOR)
               MOVE "CODIGO NO CORRESPONDE AL ITEM" TO WS-MOTIVO
               PERFORM RECHAZAR-FILA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CANT-CONF = FUNCTION NUMVAL(WS-CSV-CANT)
           IF WS-CANT-CONF > 999
               MOVE "CANTIDAD FUERA DE RANGO" TO WS-MOTIVO
               PERFORM RECHAZAR-FILA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRECIO-CONF = FUNCTION NUMVAL(WS-CSV-PRECIO)
           MOVE 0 TO WS-FECHA-CONF
           IF WS-CSV-FECHA NOT = SPACES
               IF WS-CSV-FECHA(1:8) IS NOT NUMERIC
                   MOVE "FECHA INVALIDA" TO WS-MOTIVO
                   PERFORM RECHAZAR-FILA
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CSV-FECHA(1:8) TO WS-FECHA-CONF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CONF) NOT = 0
                   MOVE "FECHA INVALIDA" TO WS-MOTIVO
                   PERFORM RECHAZAR-FILA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-TOT-FILAS >= 500
               MOVE "EXCEDE 500 FILAS POR ARCHIVO" TO WS-MOTIVO
               PERFORM RECHAZAR-FILA
               EXIT PARAGRAPH
           END-IF
           PERFORM REGISTRAR-ORDEN-ARCHIVO
           IF WS-ORD-ENC = "X"
               MOVE "EXCEDE 100 ORDENES POR ARCHIVO" TO WS-MOTIVO
               PERFORM RECHAZAR-FILA
               EXIT PARAGRAPH
           END-IF

      *> Diferencias contra la orden: cantidad distinta a lo que falta
      *> por recibir, precio distinto (en la moneda de la orden) y
      *> entrega despues de la fecha requerida
           COMPUTE WS-PENDIENTE = CDT-CANT - CDT-CANT-RECIBIDA
           PERFORM PRECIO-EN-MONEDA
           MOVE SPACES TO WS-MARCA
           IF WS-CANT-CONF NOT = WS-PENDIENTE
               MOVE "C" TO WS-MARCA(1:1)
           END-IF
           IF WS-PRECIO-CONF > 0 AND WS-PRECIO-CONF NOT = WS-PRECIO-MON
               MOVE "P" TO WS-MARCA(2:1)
           END-IF
           IF WS-FECHA-CONF > WS-FECHA-REQ
               MOVE "F" TO WS-MARCA(3:1)
           END-IF

           ADD 1 TO WS-TOT-FILAS
           MOVE WS-CSV-TIPO    TO T-CNF-TIPO(WS-TOT-FILAS)
           MOVE COM-NRO        TO T-CNF-ORDEN(WS-TOT-FILAS)
           MOVE CDT-ITEM       TO T-CNF-ITEM(WS-TOT-FILAS)
           MOVE CDT-PROD-ID    TO T-CNF-PROD(WS-TOT-FILAS)
           MOVE WS-PENDIENTE   TO T-CNF-PEDIDO(WS-TOT-FILAS)
           MOVE WS-CANT-CONF   TO T-CNF-CANT(WS-TOT-FILAS)
           MOVE WS-PRECIO-MON  TO T-CNF-PRECIO-OC(WS-TOT-FILAS)
           IF WS-PRECIO-CONF = 0
               MOVE WS-PRECIO-MON TO T-CNF-PRECIO(WS-TOT-FILAS)
           ELSE
               MOVE WS-PRECIO-CONF TO T-CNF-PRECIO(WS-TOT-FILAS)
           END-IF
           MOVE WS-FECHA-CONF  TO T-CNF-FECHA(WS-TOT-FILAS)
           MOVE WS-CSV-DOC     TO T-CNF-DOC(WS-TOT-FILAS)
           MOVE WS-MARCA       TO T-CNF-MARCA(WS-TOT-FILAS)
           IF WS-MARCA NOT = SPACES
               ADD 1 TO WS-CANT-CON-DIF
           END-IF.

      *> Lleva la lista de ordenes distintas del archivo (X = llena)
       REGISTRAR-ORDEN-ARCHIVO.
           MOVE "N" TO WS-ORD-ENC
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                   UNTIL WS-IDX-ORD > WS-TOT-ORD OR WS-ORD-ENC = "S"
               IF T-ORD(WS-IDX-ORD) = COM-NRO
                   MOVE "S" TO WS-ORD-ENC
               END-IF
           END-PERFORM
           IF WS-ORD-ENC = "N"
               IF WS-TOT-ORD >= 100
                   MOVE "X" TO WS-ORD-ENC
               ELSE
                   ADD 1 TO WS-TOT-ORD
                   MOVE COM-NRO TO T-ORD(WS-TOT-ORD)
               END-IF
           END-IF.

       RECHAZAR-FILA.
           ADD 1 TO WS-CANT-RECHAZO
           MOVE SPACES TO WS-LINEA-LOG
           STRING "RECHAZADA (" WS-MOTIVO "): " REG-CONF-CSV(1:70)
               DELIMITED BY SIZE INTO WS-LINEA-LOG
           PERFORM ESCRIBIR-LOG.

       MOSTRAR-VISTA-PREVIA.
           DISPLAY "ORDEN   ITEM PRODUCTO   FALTA CONF.  PRECIO OC    PRECIO CONF. ENTREGA  DIF"
                   LINE 06 COL 02
           MOVE 7 TO WS-FILA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-FILAS
               IF WS-FILA <= 18
                   MOVE T-CNF-PEDIDO(WS-IDX)    TO WS-CANT-DISP
                   MOVE T-CNF-CANT(WS-IDX)      TO WS-CANT-DISP2
                   MOVE T-CNF-PRECIO-OC(WS-IDX) TO WS-PRECIO-DISP
                   MOVE T-CNF-PRECIO(WS-IDX)    TO WS-PRECIO-DISP2
                   DISPLAY T-CNF-ORDEN(WS-IDX)  LINE WS-FILA COL 02
                   DISPLAY T-CNF-ITEM(WS-IDX)   LINE WS-FILA COL 10
                   DISPLAY T-CNF-PROD(WS-IDX)   LINE WS-FILA COL 14
                   DISPLAY WS-CANT-DISP         LINE WS-FILA COL 25
                   DISPLAY WS-CANT-DISP2        LINE WS-FILA COL 31
                   DISPLAY WS-PRECIO-DISP       LINE WS-FILA COL 37
                   DISPLAY WS-PRECIO-DISP2      LINE WS-FILA COL 51
                   DISPLAY T-CNF-FECHA(WS-IDX)  LINE WS-FILA COL 65
                   DISPLAY T-CNF-MARCA(WS-IDX)  LINE WS-FILA COL 74
                   ADD 1 TO WS-FILA
               END-IF
           END-PERFORM
           DISPLAY "FILAS VALIDAS: " LINE 19 COL 02
           DISPLAY WS-TOT-FILAS LINE 19 COL 17
           DISPLAY "CON DIFERENCIA: " LINE 19 COL 23
           DISPLAY WS-CANT-CON-DIF LINE 19 COL 39
           DISPLAY "RECHAZADAS: " LINE 19 COL 47
           DISPLAY WS-CANT-RECHAZO LINE 19 COL 59
           DISPLAY "DIF: C=CANTIDAD P=PRECIO F=ENTREGA TARDIA" LINE 20 COL 02.

       APLICAR-CONFIRMACION.
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                   UNTIL WS-IDX-ORD > WS-TOT-ORD
               PERFORM LIMPIAR-CONFIRMACION-ORDEN
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-FILAS
               PERFORM GRABAR-FILA-CONF
           END-PERFORM
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                   UNTIL WS-IDX-ORD > WS-TOT-ORD
               PERFORM CERRAR-CONFIRMACION-ORDEN
           END-PERFORM

           MOVE SPACES TO WS-LINEA-LOG
           STRING "ORDENES ACTUALIZADAS: " WS-TOT-ORD
                  "  FILAS: " WS-TOT-FILAS
                  "  RECHAZADAS: " WS-CANT-RECHAZO
               DELIMITED BY SIZE INTO WS-LINEA-LOG
           PERFORM ESCRIBIR-LOG.

      *> La confirmacion nueva reemplaza la anterior: toda linea abierta
      *> queda en 0 hasta que la fila del archivo diga otra cosa
       LIMPIAR-CONFIRMACION-ORDEN.
           SET NO-FIN-DET TO TRUE
           MOVE T-ORD(WS-IDX-ORD) TO CDT-COM-NRO
           MOVE 0 TO CDT-ITEM
           START COMPRASDET KEY IS NOT LESS THAN CDT-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ COMPRASDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF CDT-COM-NRO NOT = T-ORD(WS-IDX-ORD)
                           SET FIN-DET TO TRUE
                       ELSE
                           MOVE 0 TO CDT-CANT-CONF CDT-PRECIO-CONF
                                     CDT-FECHA-CONF
                           MOVE SPACES TO CDT-CONF-MARCA
                           IF CDT-CANT-RECIBIDA < CDT-CANT
                               MOVE "C" TO CDT-CONF-MARCA(1:1)
                           END-IF
                           REWRITE COMPRADET-REG
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-FILA-CONF.
           MOVE T-CNF-ORDEN(WS-IDX) TO CDT-COM-NRO COM-NRO
           MOVE T-CNF-ITEM(WS-IDX)  TO CDT-ITEM
           READ COMPRAS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           READ COMPRASDET
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE T-CNF-CANT(WS-IDX)  TO CDT-CANT-CONF
           MOVE T-CNF-FECHA(WS-IDX) TO CDT-FECHA-CONF
           MOVE T-CNF-MARCA(WS-IDX) TO CDT-CONF-MARCA
      *> El precio confirmado se guarda en pesos, como CDT-PRECIO
           IF COM-MONEDA NOT = SPACES AND COM-TASA > 0
               COMPUTE CDT-PRECIO-CONF ROUNDED =
                   T-CNF-PRECIO(WS-IDX) * COM-TASA
           ELSE
               MOVE T-CNF-PRECIO(WS-IDX) TO CDT-PRECIO-CONF
           END-IF
           REWRITE COMPRADET-REG

           IF T-CNF-MARCA(WS-IDX) NOT = SPACES
               MOVE T-CNF-PEDIDO(WS-IDX)    TO WS-CANT-DISP
               MOVE T-CNF-CANT(WS-IDX)      TO WS-CANT-DISP2
               MOVE T-CNF-PRECIO-OC(WS-IDX) TO WS-PRECIO-DISP
               MOVE T-CNF-PRECIO(WS-IDX)    TO WS-PRECIO-DISP2
               MOVE SPACES TO WS-LINEA-LOG
               STRING "DIFERENCIA " T-CNF-MARCA(WS-IDX)
                      "  ORDEN " T-CNF-ORDEN(WS-IDX)
                      " ITEM " T-CNF-ITEM(WS-IDX)
                      " PROD " T-CNF-PROD(WS-IDX)
                      " FALTA " WS-CANT-DISP " CONF " WS-CANT-DISP2
                      " PRECIO " WS-PRECIO-DISP " CONF " WS-PRECIO-DISP2
                      " ENTREGA " T-CNF-FECHA(WS-IDX)
                   DELIMITED BY SIZE INTO WS-LINEA-LOG
               PERFORM ESCRIBIR-LOG
           END-IF.

      *> Encabezado de la orden con el documento del proveedor y si
      *> quedo alguna linea con diferencia para el comprador
       CERRAR-CONFIRMACION-ORDEN.
           MOVE "N" TO WS-ORD-CON-DIF
           SET NO-FIN-DET TO TRUE
           MOVE T-ORD(WS-IDX-ORD) TO CDT-COM-NRO
           MOVE 0 TO CDT-ITEM
           START COMPRASDET KEY IS NOT LESS THAN CDT-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ COMPRASDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF CDT-COM-NRO NOT = T-ORD(WS-IDX-ORD)
                           SET FIN-DET TO TRUE
                       ELSE
                           IF CDT-CONF-MARCA NOT = SPACES
                               MOVE "S" TO WS-ORD-CON-DIF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *> Tipo y documento: los de la ultima fila de la orden
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-FILAS
               IF T-CNF-ORDEN(WS-IDX) = T-ORD(WS-IDX-ORD)
                   MOVE T-CNF-TIPO(WS-IDX) TO WS-CSV-TIPO
                   MOVE T-CNF-DOC(WS-IDX)  TO WS-CSV-DOC
               END-IF
           END-PERFORM

           MOVE T-ORD(WS-IDX-ORD) TO COM-NRO
           READ COMPRAS
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE WS-CSV-TIPO(1:1) TO COM-CONF-TIPO
           MOVE WS-CSV-DOC       TO COM-CONF-DOC
           MOVE WS-FECHA-HOY     TO COM-CONF-FECHA
           MOVE WS-ORD-CON-DIF   TO COM-CONF-DIF
           REWRITE COMPRA-REG

           MOVE SPACES TO WS-LINEA-LOG
           IF WS-ORD-CON-DIF = "S"
               STRING "ORDEN " COM-NRO "  PROVEEDOR " COM-PROV-ID
                      "  " COM-CONF-TIPO " " COM-CONF-DOC
                      "  CON DIFERENCIAS - REVISAR"
                   DELIMITED BY SIZE INTO WS-LINEA-LOG
           ELSE
               STRING "ORDEN " COM-NRO "  PROVEEDOR " COM-PROV-ID
                      "  " COM-CONF-TIPO " " COM-CONF-DOC
                      "  CONFORME"
                   DELIMITED BY SIZE INTO WS-LINEA-LOG
           END-IF
           PERFORM ESCRIBIR-LOG.

      *> ------------------------------------------------------------
      *> 3. Ordenes con diferencias sin revisar: el comprador ve lo
      *>    pedido contra lo confirmado y la da por revisada
      *> ------------------------------------------------------------
       REVISAR-DIFERENCIAS.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "CONFIRMACIONES CON DIFERENCIAS SIN REVISAR"
                   LINE 02 COL 10 WITH REVERSE-VIDEO
           DISPLAY "ORDEN    PROVEEDOR  FECHA     TIPO DOCUMENTO       IMPORTADA"
                   LINE 04 COL 05
           MOVE 5 TO WS-FILA
           MOVE 0 TO WS-CANT-PEND-REV
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO COM-NRO
           START COMPRAS KEY IS NOT LESS THAN COM-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ COMPRAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF COM-CONF-CON-DIF
                          AND (COM-PENDIENTE OR COM-PARCIAL)
                           ADD 1 TO WS-CANT-PEND-REV
                           IF WS-FILA <= 18
                               DISPLAY COM-NRO LINE WS-FILA COL 05
                               DISPLAY COM-PROV-ID LINE WS-FILA COL 14
                               DISPLAY COM-FECHA LINE WS-FILA COL 25
                               DISPLAY COM-CONF-TIPO LINE WS-FILA COL 36
                               DISPLAY COM-CONF-DOC LINE WS-FILA COL 40
                               DISPLAY COM-CONF-FECHA LINE WS-FILA COL 56
                               ADD 1 TO WS-FILA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CANT-PEND-REV = 0
               DISPLAY "NO HAY DIFERENCIAS PENDIENTES" LINE 20 COL 05
               ACCEPT WS-PAUSA LINE 20 COL 40
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-COM-NRO
           DISPLAY "ORDEN A REVISAR (0=VOLVER): " LINE 20 COL 05
           ACCEPT W-COM-NRO LINE 20 COL 34
           IF W-COM-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-COM-NRO TO COM-NRO
           READ COMPRAS
               INVALID KEY
                   DISPLAY "ORDEN NO ENCONTRADA" LINE 21 COL 05
                   ACCEPT WS-PAUSA LINE 21 COL 26
                   EXIT PARAGRAPH
           END-READ
           PERFORM MOSTRAR-LINEAS-CONFIRMADAS.

       MOSTRAR-LINEAS-CONFIRMADAS.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "ORDEN" LINE 02 COL 05 WITH REVERSE-VIDEO
           DISPLAY COM-NRO LINE 02 COL 11 WITH REVERSE-VIDEO
           DISPLAY "PROVEEDOR" LINE 02 COL 20
           DISPLAY COM-PROV-ID LINE 02 COL 30
           DISPLAY "DOC." LINE 02 COL 39
           DISPLAY COM-CONF-DOC LINE 02 COL 44
           DISPLAY "ITEM PRODUCTO   FALTA CONF.  PRECIO OC    PRECIO CONF. ENTREGA  DIF"
                   LINE 04 COL 02
           MOVE 5 TO WS-FILA
           SET NO-FIN-DET TO TRUE
           MOVE COM-NRO TO CDT-COM-NRO
           MOVE 0 TO CDT-ITEM
           START COMPRASDET KEY IS NOT LESS THAN CDT-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ COMPRASDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF CDT-COM-NRO NOT = COM-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           IF WS-FILA <= 18
                               COMPUTE WS-PENDIENTE =
                                   CDT-CANT - CDT-CANT-RECIBIDA
                               MOVE WS-PENDIENTE    TO WS-CANT-DISP
                               MOVE CDT-CANT-CONF   TO WS-CANT-DISP2
                               MOVE CDT-PRECIO      TO WS-PRECIO-DISP
                               MOVE CDT-PRECIO-CONF TO WS-PRECIO-DISP2
                               DISPLAY CDT-ITEM LINE WS-FILA COL 02
                               DISPLAY CDT-PROD-ID LINE WS-FILA COL 07
                               DISPLAY WS-CANT-DISP LINE WS-FILA COL 18
                               DISPLAY WS-CANT-DISP2 LINE WS-FILA COL 24
                               DISPLAY WS-PRECIO-DISP LINE WS-FILA COL 30
                               DISPLAY WS-PRECIO-DISP2 LINE WS-FILA COL 44
                               DISPLAY CDT-FECHA-CONF LINE WS-FILA COL 58
                               DISPLAY CDT-CONF-MARCA LINE WS-FILA COL 67
                               ADD 1 TO WS-FILA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "PRECIOS EN PESOS. DIF: C=CANTIDAD P=PRECIO F=ENTREGA TARDIA"
                   LINE 20 COL 02
           DISPLAY "DAR LAS DIFERENCIAS POR REVISADAS (S/N)? " LINE 21 COL 02
           ACCEPT WS-RESPUESTA LINE 21 COL 44
           IF FUNCTION UPPER-CASE(WS-RESPUESTA) = "S"
               MOVE "N" TO COM-CONF-DIF
               REWRITE COMPRA-REG
               DISPLAY "ORDEN REVISADA" LINE 22 COL 02
           ELSE
               DISPLAY "SIN CAMBIOS" LINE 22 COL 02
           END-IF
           ACCEPT WS-PAUSA LINE 22 COL 20.

       END PROGRAM COMPRA12.
