       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Acuerdos de rappel con proveedores: descuento por
      *> *           volumen que el proveedor reconoce al cierre del
      *> *           periodo pactado. Mantenimiento del acuerdo (periodo,
      *> *           base valor o unidades, todo el proveedor o una
      *> *           categoria y hasta 5 tramos escalonados); medicion
      *> *           del avance con las ordenes de compra recibidas y
      *> *           facturadas (FACTURAS-PROV) menos las devoluciones al
      *> *           proveedor (COMPRA05), causacion del rappel esperado
      *> *           y aviso cuando se esta cerca del siguiente tramo. Al
      *> *           vencer el periodo emite la reclamacion y el rappel
      *> *           se sigue hasta que el proveedor paga o da la nota
      *> *           credito (que se aplica al saldo de una de sus
      *> *           facturas). En modo lote (MODOLOTE=S) el orquestador
      *> *           nocturno mide una vez al mes y cierra los vencidos.
      *> *           Se llama desde PROVCAT01 (opcion 4)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVRAP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "rappel.sel".
           COPY "proveedor.sel".
           COPY "compra.sel".
           COPY "compradet.sel".
           COPY "provfac.sel".
           COPY "devprov.sel".
           COPY "devprovdet.sel".
           COPY "producto.sel".
           COPY "categoria.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "rappel.fd".
           COPY "proveedor.fd".
           COPY "compra.fd".
           COPY "compradet.fd".
           COPY "provfac.fd".
           COPY "devprov.fd".
           COPY "devprovdet.fd".
           COPY "producto.fd".
           COPY "categoria.fd".
           COPY "parametros.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PARAMETROS.cpy".
       01 ST-RAPPEL         PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-COMPRAS        PIC XX.
       01 ST-COMPRASDET     PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-DEVPROV        PIC XX.
       01 ST-DEVPROVDET     PIC XX.
       01 ST-PRODUCTOS      PIC XX.
       01 ST-CATEGORIAS     PIC XX.
       01 ST-SESION         PIC XX.

       01 WS-MODOLOTE       PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-MENSAJE        PIC X(80).
       01 WS-FILA           PIC 99.
       01 WS-NIT-EMPRESA    PIC X(15) VALUE SPACES.
       01 WS-HOY            PIC 9(08).
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-COM         PIC X VALUE "N".
          88 FIN-COM           VALUE "S".
          88 NO-FIN-COM        VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".

      *> Captura del acuerdo
       01 W-RAP-NRO         PIC 9(05).
       01 W-PROV-ID         PIC 9(07).
       01 W-DESCRIP         PIC X(30).
       01 W-FECHA-INI       PIC 9(08).
       01 W-FECHA-FIN       PIC 9(08).
       01 W-BASE            PIC X(01).
       01 W-CATEGORIA       PIC X(04).
       01 W-TRAMO-DESDE     PIC 9(11)V99.
       01 W-TRAMO-PCT       PIC 9(02)V99.
       01 W-AVISO-PCT       PIC 9(02).
       01 W-ESTADO          PIC X(01).
       01 WS-TR             PIC 9(01).
       01 WS-TR-ANT         PIC 9(01).
       01 WS-TRAMOS-OK      PIC X VALUE "S".

      *> Cobro
       01 W-FORMA-COBRO     PIC X(01).
       01 W-MONTO-COBRO     PIC 9(09)V99.
       01 W-REF-COBRO       PIC X(15).
       01 W-PFC-NRO         PIC 9(07).
       01 WS-PENDIENTE      PIC S9(9)V99.
       01 WS-MONTO-APLICADO PIC S9(9)V99.

      *> Medicion
       01 WS-MED-VALOR      PIC S9(11)V99.
       01 WS-MED-UNIDADES   PIC S9(09).
       01 WS-AVANCE         PIC S9(11)V99.
       01 WS-FALTANTE       PIC S9(11)V99.
       01 WS-MARGEN-AVISO   PIC S9(11)V99.
       01 WS-SIG-TRAMO      PIC 9(01).
       01 WS-FECHA-FACT     PIC 9(08).
       01 WS-LINEA-VALIDA   PIC X.
       01 WS-CANT-MEDIDOS   PIC 9(05).
       01 WS-CANT-AVISOS    PIC 9(05).
       01 WS-CANT-RECLAMOS  PIC 9(05).
       01 WS-LINEA-PLANO    PIC X(200).

       01 WS-MONTO-DISP     PIC -(9)9.99.
       01 WS-VALOR-DISP     PIC -(11)9.99.
       01 WS-UNID-DISP      PIC -(8)9.
       01 WS-PCT-DISP       PIC Z9.99.
       01 WS-EDIT-TOT       PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM LEER-NIT-EMPRESA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           PERFORM ABRIR-ARCHIVOS

      *> Corrida desatendida: medicion del mes y cierre de los vencidos
           IF WS-MODOLOTE = "S"
               PERFORM MEDIR-ACUERDOS
               PERFORM CERRAR-ARCHIVOS
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "ACUERDOS DE RAPPEL CON PROVEEDORES" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. CREAR / EDITAR ACUERDO" LINE 04 COL 10
               DISPLAY "2. MEDIR AVANCE Y CAUSAR" LINE 05 COL 10
               DISPLAY "3. CONSULTAR ACUERDOS" LINE 06 COL 10
               DISPLAY "4. REGISTRAR COBRO DEL RAPPEL" LINE 07 COL 10
               DISPLAY "5. REIMPRIMIR RECLAMACION" LINE 08 COL 10
               DISPLAY "S. SALIR" LINE 09 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM MANTENER-ACUERDO
                   WHEN "2"
                       PERFORM MEDIR-ACUERDOS
                       PERFORM MOSTRAR-RESUMEN-MEDICION
                   WHEN "3"
                       PERFORM CONSULTAR-ACUERDOS
                   WHEN "4"
                       PERFORM REGISTRAR-COBRO
                   WHEN "5"
                       PERFORM REIMPRIMIR-RECLAMO
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       LEER-PARAMETROS.
           COPY "LEER-PARAMETROS.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       LEER-NIT-EMPRESA.
           OPEN INPUT PARAMETROS
           IF ST-PARAMETROS = "00"
               MOVE "1" TO PAR-CLAVE
               READ PARAMETROS KEY IS PAR-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAR-NIT TO WS-NIT-EMPRESA
               END-READ
               CLOSE PARAMETROS
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN I-O RAPPELES
           IF ST-RAPPEL = "35"
               OPEN OUTPUT RAPPELES
               CLOSE RAPPELES
               OPEN I-O RAPPELES
           END-IF
           IF ST-RAPPEL > "07"
               STRING "ERROR AL ABRIR RAPPELES: " ST-RAPPEL
                   DELIMITED BY SIZE INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 20 COL 10
               MOVE "S" TO FIN
           END-IF

           OPEN I-O FACTURAS-PROV
           IF ST-PROVFAC = "35"
               OPEN OUTPUT FACTURAS-PROV
               CLOSE FACTURAS-PROV
               OPEN I-O FACTURAS-PROV
           END-IF

           OPEN INPUT COMPRAS
           IF ST-COMPRAS = "35"
               OPEN OUTPUT COMPRAS
               CLOSE COMPRAS
               OPEN INPUT COMPRAS
           END-IF

           OPEN INPUT COMPRASDET
           IF ST-COMPRASDET = "35"
               OPEN OUTPUT COMPRASDET
               CLOSE COMPRASDET
               OPEN INPUT COMPRASDET
           END-IF

           OPEN INPUT DEVPROV
           IF ST-DEVPROV = "35"
               OPEN OUTPUT DEVPROV
               CLOSE DEVPROV
               OPEN INPUT DEVPROV
           END-IF

           OPEN INPUT DEVPROVDET
           IF ST-DEVPROVDET = "35"
               OPEN OUTPUT DEVPROVDET
               CLOSE DEVPROVDET
               OPEN INPUT DEVPROVDET
           END-IF

           OPEN INPUT PROVEEDORES
           OPEN INPUT PRODUCTOS
           OPEN INPUT CATEGORIAS.

       CERRAR-ARCHIVOS.
           CLOSE RAPPELES
           CLOSE FACTURAS-PROV
           CLOSE COMPRAS
           CLOSE COMPRASDET
           CLOSE DEVPROV
           CLOSE DEVPROVDET
           CLOSE PROVEEDORES
           CLOSE PRODUCTOS
           CLOSE CATEGORIAS.

      *> ------------------------------------------------------------
      *> Mantenimiento del acuerdo
      *> ------------------------------------------------------------
       MANTENER-ACUERDO.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE 0 TO W-RAP-NRO
           DISPLAY "ACUERDO A CREAR/EDITAR (0=VOLVER): " LINE 11 COL 10
           ACCEPT W-RAP-NRO LINE 11 COL 46
           IF W-RAP-NRO = 0
               EXIT PARAGRAPH
           END-IF

           MOVE W-RAP-NRO TO RAP-NRO
           READ RAPPELES
               INVALID KEY
                   DISPLAY "NUEVO ACUERDO" LINE 11 COL 55
                   INITIALIZE RAPPEL-REG
                   MOVE W-RAP-NRO TO RAP-NRO
                   MOVE WS-HOY(1:4) TO RAP-FECHA-INI(1:4)
                   MOVE "0101" TO RAP-FECHA-INI(5:4)
                   MOVE WS-HOY(1:4) TO RAP-FECHA-FIN(1:4)
                   MOVE "1231" TO RAP-FECHA-FIN(5:4)
                   SET RAP-POR-VALOR TO TRUE
                   MOVE 10 TO RAP-AVISO-PCT
                   SET RAP-VIGENTE TO TRUE
           END-READ
           IF NOT RAP-VIGENTE AND NOT RAP-ANULADO
               DISPLAY "ACUERDO YA RECLAMADO O CERRADO, NO SE EDITA"
                       LINE 12 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 12 COL 56
               EXIT PARAGRAPH
           END-IF

           MOVE RAP-PROV-ID TO W-PROV-ID
           DISPLAY "PROVEEDOR: " LINE 12 COL 10
           ACCEPT W-PROV-ID LINE 12 COL 22 WITH UPDATE
           MOVE W-PROV-ID TO PROV-ID
           READ PROVEEDORES
               INVALID KEY
                   DISPLAY "PROVEEDOR NO EXISTE" LINE 12 COL 32
                   ACCEPT WS-PAUSA LINE 12 COL 52
                   EXIT PARAGRAPH
           END-READ
           DISPLAY PROV-NOMBRE LINE 12 COL 32

           MOVE RAP-DESCRIP TO W-DESCRIP
           DISPLAY "DESCRIPCION: " LINE 13 COL 10
           ACCEPT W-DESCRIP LINE 13 COL 24 WITH UPDATE

           MOVE RAP-FECHA-INI TO W-FECHA-INI
           MOVE RAP-FECHA-FIN TO W-FECHA-FIN
           DISPLAY "PERIODO DESDE (AAAAMMDD): " LINE 14 COL 10
           ACCEPT W-FECHA-INI LINE 14 COL 37 WITH UPDATE
           DISPLAY "HASTA: " LINE 14 COL 47
           ACCEPT W-FECHA-FIN LINE 14 COL 54 WITH UPDATE
           IF W-FECHA-FIN < W-FECHA-INI
               DISPLAY "PERIODO INVALIDO" LINE 14 COL 64
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 14 COL 79
               EXIT PARAGRAPH
           END-IF

           MOVE RAP-BASE TO W-BASE
           DISPLAY "BASE V=VALOR U=UNIDADES: " LINE 15 COL 10
           ACCEPT W-BASE LINE 15 COL 36 WITH UPDATE
           MOVE FUNCTION UPPER-CASE(W-BASE) TO W-BASE
           IF W-BASE NOT = "V" AND W-BASE NOT = "U"
               MOVE "V" TO W-BASE
           END-IF
           MOVE RAP-CATEGORIA TO W-CATEGORIA
           DISPLAY "CATEGORIA (VACIO=TODAS): " LINE 15 COL 40
           ACCEPT W-CATEGORIA LINE 15 COL 66 WITH UPDATE
           IF W-CATEGORIA NOT = SPACES
               MOVE W-CATEGORIA TO CAT-CODIGO
               READ CATEGORIAS
                   INVALID KEY
                       DISPLAY "CATEGORIA NO EXISTE" LINE 15 COL 40
                           WITH REVERSE-VIDEO
                       ACCEPT WS-PAUSA LINE 15 COL 60
                       EXIT PARAGRAPH
               END-READ
           END-IF

           DISPLAY "TRAMO  DESDE (VALOR O UNIDADES)   % RAPPEL" LINE 16 COL 10
           PERFORM VARYING WS-TR FROM 1 BY 1 UNTIL WS-TR > 5
               PERFORM EDITAR-TRAMO
           END-PERFORM
           PERFORM VALIDAR-TRAMOS
           IF WS-TRAMOS-OK = "N"
               DISPLAY "LOS TRAMOS DEBEN IR EN ORDEN CRECIENTE Y CON %"
                       LINE 22 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 58
               EXIT PARAGRAPH
           END-IF

           MOVE RAP-AVISO-PCT TO W-AVISO-PCT
           DISPLAY "AVISAR A MENOS DEL   % DEL TRAMO SIGUIENTE"
                   LINE 22 COL 10
           ACCEPT W-AVISO-PCT LINE 22 COL 28 WITH UPDATE
           MOVE RAP-ESTADO TO W-ESTADO
           DISPLAY "ESTADO V/A: " LINE 22 COL 55
           ACCEPT W-ESTADO LINE 22 COL 67 WITH UPDATE
           MOVE FUNCTION UPPER-CASE(W-ESTADO) TO W-ESTADO
           IF W-ESTADO NOT = "A"
               MOVE "V" TO W-ESTADO
           END-IF

           MOVE W-PROV-ID   TO RAP-PROV-ID
           MOVE W-DESCRIP   TO RAP-DESCRIP
           MOVE W-FECHA-INI TO RAP-FECHA-INI
           MOVE W-FECHA-FIN TO RAP-FECHA-FIN
           MOVE W-BASE      TO RAP-BASE
           MOVE W-CATEGORIA TO RAP-CATEGORIA
           MOVE W-AVISO-PCT TO RAP-AVISO-PCT
           MOVE W-ESTADO    TO RAP-ESTADO
           MOVE WS-USUARIO-SESION TO RAP-USUARIO
      *> Cambiaron las condiciones: la proxima medicion rehace lo causado
           MOVE 0 TO RAP-FECHA-MED
           REWRITE RAPPEL-REG
               INVALID KEY
                   WRITE RAPPEL-REG
           END-REWRITE
           DISPLAY "ACUERDO GRABADO" LINE 23 COL 10
           ACCEPT WS-PAUSA LINE 23 COL 26.

       EDITAR-TRAMO.
           COMPUTE WS-FILA = 16 + WS-TR
           DISPLAY WS-TR LINE WS-FILA COL 12
           MOVE RAP-TRAMO-DESDE(WS-TR) TO W-TRAMO-DESDE
           MOVE RAP-TRAMO-PCT(WS-TR)   TO W-TRAMO-PCT
           ACCEPT W-TRAMO-DESDE LINE WS-FILA COL 17 WITH UPDATE
           ACCEPT W-TRAMO-PCT   LINE WS-FILA COL 45 WITH UPDATE
           MOVE W-TRAMO-DESDE TO RAP-TRAMO-DESDE(WS-TR)
           MOVE W-TRAMO-PCT   TO RAP-TRAMO-PCT(WS-TR)
           IF W-TRAMO-DESDE = 0
               MOVE 0 TO RAP-TRAMO-PCT(WS-TR)
           END-IF.

       VALIDAR-TRAMOS.
      *> Los tramos usados van seguidos desde el 1, crecientes y con
      *> porcentaje; el primero en cero deja libres los siguientes
           MOVE "S" TO WS-TRAMOS-OK
           IF RAP-TRAMO-DESDE(1) = 0 OR RAP-TRAMO-PCT(1) = 0
               MOVE "N" TO WS-TRAMOS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TR FROM 2 BY 1 UNTIL WS-TR > 5
               COMPUTE WS-TR-ANT = WS-TR - 1
               IF RAP-TRAMO-DESDE(WS-TR) > 0
                   IF RAP-TRAMO-DESDE(WS-TR-ANT) = 0
                      OR RAP-TRAMO-DESDE(WS-TR)
                         NOT > RAP-TRAMO-DESDE(WS-TR-ANT)
                      OR RAP-TRAMO-PCT(WS-TR) = 0
                       MOVE "N" TO WS-TRAMOS-OK
                   END-IF
               END-IF
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Medicion: en lote una vez al mes por acuerdo (y siempre el
      *> que ya vencio); a mano se miden todos los vigentes
      *> ------------------------------------------------------------
       MEDIR-ACUERDOS.
           MOVE 0 TO WS-CANT-MEDIDOS WS-CANT-AVISOS WS-CANT-RECLAMOS
           OPEN OUTPUT RAPPEL-PLANO
           OPEN OUTPUT RECLAMO-RAPPEL
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "AVANCE DE ACUERDOS DE RAPPEL AL " WS-HOY " - "
                  WS-EMPRESA
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RAPPEL-PLANO FROM WS-LINEA-PLANO
           MOVE "ACUERDO PROVEEDOR DESCRIPCION                    BASE         COMPRA NETA  UNIDADES TRAMO      %         CAUSADO"
               TO WS-LINEA-PLANO
           WRITE REG-RAPPEL-PLANO FROM WS-LINEA-PLANO

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO RAP-NRO
           START RAPPELES KEY IS NOT LESS THAN RAP-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RAPPELES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF RAP-VIGENTE
                           PERFORM PROCESAR-ACUERDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAPPEL-PLANO
           CLOSE RECLAMO-RAPPEL

           MOVE "RAPPEL" TO WS-SPL-REPORTE
           MOVE WS-HOY TO WS-SPL-PARAMS
           MOVE WS-CANT-MEDIDOS TO WS-SPL-REGISTROS
           MOVE "rappel.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL
           IF WS-CANT-RECLAMOS > 0
               MOVE "RECLRAPPEL" TO WS-SPL-REPORTE
               MOVE WS-HOY TO WS-SPL-PARAMS
               MOVE WS-CANT-RECLAMOS TO WS-SPL-REGISTROS
               MOVE "reclamo_rappel.txt" TO WS-SPL-ORIGEN
               PERFORM GUARDAR-SPOOL
           END-IF.

       PROCESAR-ACUERDO.
           IF WS-MODOLOTE = "S"
              AND RAP-FECHA-MED(1:6) = WS-HOY(1:6)
              AND RAP-FECHA-FIN >= WS-HOY
               EXIT PARAGRAPH
           END-IF
           PERFORM MEDIR-ACUERDO
           PERFORM EVALUAR-TRAMO
           MOVE WS-HOY TO RAP-FECHA-MED
           ADD 1 TO WS-CANT-MEDIDOS
           PERFORM INFORMAR-AVANCE
           IF RAP-FECHA-FIN < WS-HOY
               PERFORM CERRAR-PERIODO
           END-IF
           REWRITE RAPPEL-REG.

       MEDIR-ACUERDO.
      *> Compras: ordenes del proveedor recibidas y ya facturadas, en el
      *> periodo por la fecha de su factura; se toma lo recibido de
      *> cada linea (la consignacion no cuenta: no es compra)
           MOVE 0 TO WS-MED-VALOR WS-MED-UNIDADES
           SET NO-FIN-COM TO TRUE
           MOVE RAP-PROV-ID TO COM-PROV-ID
           START COMPRAS KEY IS NOT LESS THAN COM-PROV-ID
               INVALID KEY SET FIN-COM TO TRUE
           END-START
           PERFORM UNTIL FIN-COM
               READ COMPRAS NEXT RECORD
                   AT END SET FIN-COM TO TRUE
                   NOT AT END
                       IF COM-PROV-ID NOT = RAP-PROV-ID
                           SET FIN-COM TO TRUE
                       ELSE
                           IF (COM-RECIBIDA OR COM-PARCIAL)
                              AND NOT COM-EN-CONSIGNACION
                               PERFORM BUSCAR-FECHA-FACTURA
                               IF WS-FECHA-FACT >= RAP-FECHA-INI
                                  AND WS-FECHA-FACT <= RAP-FECHA-FIN
                                   PERFORM SUMAR-LINEAS-COMPRA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *> Devoluciones al proveedor del periodo
           SET NO-FIN-COM TO TRUE
           MOVE RAP-PROV-ID TO DVP-PROV-ID
           START DEVPROV KEY IS NOT LESS THAN DVP-PROV-ID
               INVALID KEY SET FIN-COM TO TRUE
           END-START
           PERFORM UNTIL FIN-COM
               READ DEVPROV NEXT RECORD
                   AT END SET FIN-COM TO TRUE
                   NOT AT END
                       IF DVP-PROV-ID NOT = RAP-PROV-ID
                           SET FIN-COM TO TRUE
                       ELSE
                           IF DVP-FECHA >= RAP-FECHA-INI
                              AND DVP-FECHA <= RAP-FECHA-FIN
                               PERFORM RESTAR-LINEAS-DEVOLUCION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-FECHA-FACTURA.
      *> Fecha de la primera factura vigente de la orden; 0 si aun no
      *> se ha facturado
           MOVE 0 TO WS-FECHA-FACT
           SET NO-FIN-DET TO TRUE
           MOVE COM-NRO TO PFC-COM-NRO
           START FACTURAS-PROV KEY IS NOT LESS THAN PFC-COM-NRO
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ FACTURAS-PROV NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF PFC-COM-NRO NOT = COM-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           IF NOT PFC-ANULADA
                               MOVE PFC-FECHA TO WS-FECHA-FACT
                               SET FIN-DET TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-LINEAS-COMPRA.
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
                           MOVE CDT-PROD-ID TO PRD-CODIGO
                           PERFORM VALIDAR-CATEGORIA
                           IF WS-LINEA-VALIDA = "S"
                               COMPUTE WS-MED-VALOR = WS-MED-VALOR
                                   + CDT-CANT-RECIBIDA * CDT-PRECIO
                               ADD CDT-CANT-RECIBIDA TO WS-MED-UNIDADES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RESTAR-LINEAS-DEVOLUCION.
           SET NO-FIN-DET TO TRUE
           MOVE DVP-NRO TO DVD-DVP-NRO
           MOVE 0 TO DVD-ITEM
           START DEVPROVDET KEY IS NOT LESS THAN DVD-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ DEVPROVDET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF DVD-DVP-NRO NOT = DVP-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           MOVE DVD-PROD-ID TO PRD-CODIGO
                           PERFORM VALIDAR-CATEGORIA
                           IF WS-LINEA-VALIDA = "S"
                               SUBTRACT DVD-SUBTOTAL FROM WS-MED-VALOR
                               SUBTRACT DVD-CANT FROM WS-MED-UNIDADES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VALIDAR-CATEGORIA.
      *> PRD-CODIGO cargado: la linea cuenta si el acuerdo es por todo
      *> el proveedor o el producto es de la categoria pactada
           MOVE "S" TO WS-LINEA-VALIDA
           IF RAP-CATEGORIA = SPACES
               EXIT PARAGRAPH
           END-IF
           READ PRODUCTOS
               INVALID KEY
                   MOVE SPACES TO PRD-CATEGORIA
           END-READ
           IF PRD-CATEGORIA NOT = RAP-CATEGORIA
               MOVE "N" TO WS-LINEA-VALIDA
           END-IF.

       EVALUAR-TRAMO.
      *> El porcentaje del mayor tramo alcanzado se aplica a todo el
      *> valor neto comprado en el periodo
           MOVE WS-MED-VALOR    TO RAP-MED-VALOR
           MOVE WS-MED-UNIDADES TO RAP-MED-UNIDADES
           IF RAP-POR-UNIDADES
               MOVE WS-MED-UNIDADES TO WS-AVANCE
           ELSE
               MOVE WS-MED-VALOR TO WS-AVANCE
           END-IF
           MOVE 0 TO RAP-TRAMO-ACT RAP-PCT-ACT
           PERFORM VARYING WS-TR FROM 1 BY 1 UNTIL WS-TR > 5
               IF RAP-TRAMO-DESDE(WS-TR) > 0
                  AND WS-AVANCE >= RAP-TRAMO-DESDE(WS-TR)
                   MOVE WS-TR TO RAP-TRAMO-ACT
                   MOVE RAP-TRAMO-PCT(WS-TR) TO RAP-PCT-ACT
               END-IF
           END-PERFORM
           IF RAP-TRAMO-ACT > 0 AND WS-MED-VALOR > 0
               COMPUTE RAP-CAUSADO ROUNDED =
                       WS-MED-VALOR * RAP-PCT-ACT / 100
           ELSE
               MOVE 0 TO RAP-CAUSADO
           END-IF

      *> Cerca del siguiente tramo
           MOVE 0 TO WS-SIG-TRAMO WS-FALTANTE
           IF RAP-TRAMO-ACT < 5
               COMPUTE WS-SIG-TRAMO = RAP-TRAMO-ACT + 1
               IF RAP-TRAMO-DESDE(WS-SIG-TRAMO) = 0
                   MOVE 0 TO WS-SIG-TRAMO
               END-IF
           END-IF
           IF WS-SIG-TRAMO > 0
               COMPUTE WS-FALTANTE =
                       RAP-TRAMO-DESDE(WS-SIG-TRAMO) - WS-AVANCE
               COMPUTE WS-MARGEN-AVISO =
                       RAP-TRAMO-DESDE(WS-SIG-TRAMO) * RAP-AVISO-PCT / 100
               IF WS-FALTANTE > WS-MARGEN-AVISO
                   MOVE 0 TO WS-SIG-TRAMO
               END-IF
           END-IF.

       INFORMAR-AVANCE.
           MOVE WS-MED-VALOR    TO WS-VALOR-DISP
           MOVE WS-MED-UNIDADES TO WS-UNID-DISP
           MOVE RAP-PCT-ACT     TO WS-PCT-DISP
           MOVE RAP-CAUSADO     TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING RAP-NRO "   " RAP-PROV-ID "   " RAP-DESCRIP " "
                  RAP-BASE RAP-CATEGORIA " " WS-VALOR-DISP " "
                  WS-UNID-DISP "     " RAP-TRAMO-ACT "  " WS-PCT-DISP
                  " " WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RAPPEL-PLANO FROM WS-LINEA-PLANO
           IF WS-SIG-TRAMO > 0
               ADD 1 TO WS-CANT-AVISOS
               IF RAP-POR-UNIDADES
                   MOVE WS-FALTANTE TO WS-UNID-DISP
                   MOVE SPACES TO WS-LINEA-PLANO
                   STRING "        *** CERCA DEL TRAMO " WS-SIG-TRAMO
                          ": FALTAN " WS-UNID-DISP " UNIDADES"
                          " ANTES DE " RAP-FECHA-FIN
                       DELIMITED BY SIZE INTO WS-LINEA-PLANO
               ELSE
                   MOVE WS-FALTANTE TO WS-VALOR-DISP
                   MOVE SPACES TO WS-LINEA-PLANO
                   STRING "        *** CERCA DEL TRAMO " WS-SIG-TRAMO
                          ": FALTAN $" WS-VALOR-DISP " EN COMPRAS"
                          " ANTES DE " RAP-FECHA-FIN
                       DELIMITED BY SIZE INTO WS-LINEA-PLANO
               END-IF
               WRITE REG-RAPPEL-PLANO FROM WS-LINEA-PLANO
           END-IF.

       CERRAR-PERIODO.
      *> Periodo vencido: si se alcanzo algun tramo se reclama lo
      *> causado; si no, el acuerdo queda cerrado sin rappel
           IF RAP-CAUSADO > 0
               SET RAP-RECLAMADO TO TRUE
               MOVE WS-HOY      TO RAP-FECHA-RECLAMO
               MOVE RAP-CAUSADO TO RAP-MONTO-RECLAMO
               MOVE 0           TO RAP-MONTO-COBRADO
               PERFORM EMITIR-RECLAMO
               ADD 1 TO WS-CANT-RECLAMOS
               MOVE SPACES TO WS-LINEA-PLANO
               STRING "        >>> PERIODO CERRADO: RECLAMACION EMITIDA"
                   DELIMITED BY SIZE INTO WS-LINEA-PLANO
           ELSE
               SET RAP-NO-ALCANZADO TO TRUE
               MOVE SPACES TO WS-LINEA-PLANO
               STRING "        >>> PERIODO CERRADO SIN ALCANZAR TRAMO"
                   DELIMITED BY SIZE INTO WS-LINEA-PLANO
           END-IF
           WRITE REG-RAPPEL-PLANO FROM WS-LINEA-PLANO.

       EMITIR-RECLAMO.
      *> RECLAMO-RAPPEL abierto; RAPPEL-REG con la medicion final
           MOVE RAP-PROV-ID TO PROV-ID
           READ PROVEEDORES
               INVALID KEY
                   MOVE SPACES TO PROV-NOMBRE PROV-NRO-DOC PROV-DV
                   MOVE SPACES TO PROV-TIPO-DOC
           END-READ
           MOVE ALL "=" TO WS-LINEA-PLANO(1:80)
           MOVE SPACES TO WS-LINEA-PLANO(81:120)
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "RECLAMACION DE RAPPEL POR VOLUMEN - ACUERDO " RAP-NRO
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           STRING WS-EMPRESA "  NIT: " WS-NIT-EMPRESA
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "PROVEEDOR: " PROV-ID " " PROV-NOMBRE
                  "  DOC " PROV-TIPO-DOC " " PROV-NRO-DOC "-" PROV-DV
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "ACUERDO: " RAP-DESCRIP "  PERIODO " RAP-FECHA-INI
                  " A " RAP-FECHA-FIN
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           IF RAP-CATEGORIA = SPACES
               MOVE "COMPRAS CONSIDERADAS: TODAS LAS DEL PROVEEDOR"
                   TO WS-LINEA-PLANO
           ELSE
               STRING "COMPRAS CONSIDERADAS: CATEGORIA " RAP-CATEGORIA
                   DELIMITED BY SIZE INTO WS-LINEA-PLANO
           END-IF
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO

           MOVE RAP-MED-VALOR TO WS-VALOR-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "COMPRAS NETAS DE DEVOLUCIONES:  " WS-VALOR-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE RAP-MED-UNIDADES TO WS-UNID-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "UNIDADES NETAS:                      " WS-UNID-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE RAP-TRAMO-DESDE(RAP-TRAMO-ACT) TO WS-VALOR-DISP
           MOVE RAP-PCT-ACT TO WS-PCT-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "TRAMO ALCANZADO: " RAP-TRAMO-ACT "  DESDE "
                  WS-VALOR-DISP "  RAPPEL " WS-PCT-DISP "%"
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE RAP-MONTO-RECLAMO TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "VALOR A RECONOCER:                " WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE "AGRADECEMOS SU PAGO O LA EMISION DE LA NOTA CREDITO POR ESTE VALOR."
               TO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "FECHA DE LA RECLAMACION: " RAP-FECHA-RECLAMO
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           WRITE REG-RECLAMO-RAPPEL FROM WS-LINEA-PLANO.

       MOSTRAR-RESUMEN-MEDICION.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE WS-CANT-MEDIDOS TO WS-EDIT-TOT
           DISPLAY "ACUERDOS MEDIDOS:         " LINE 12 COL 10
           DISPLAY WS-EDIT-TOT LINE 12 COL 37
           MOVE WS-CANT-AVISOS TO WS-EDIT-TOT
           DISPLAY "CERCA DEL SIGUIENTE TRAMO:" LINE 13 COL 10
           DISPLAY WS-EDIT-TOT LINE 13 COL 37
           MOVE WS-CANT-RECLAMOS TO WS-EDIT-TOT
           DISPLAY "RECLAMACIONES EMITIDAS:   " LINE 14 COL 10
           DISPLAY WS-EDIT-TOT LINE 14 COL 37
           DISPLAY "Archivo 'rappel.txt' generado." LINE 16 COL 10
           IF WS-CANT-RECLAMOS > 0
               DISPLAY "Reclamaciones en 'reclamo_rappel.txt'."
                       LINE 17 COL 10
           END-IF
           ACCEPT WS-PAUSA LINE 18 COL 10.

      *> ------------------------------------------------------------
      *> Consulta: avance, causado y lo pendiente de cobro
      *> ------------------------------------------------------------
       CONSULTAR-ACUERDOS.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE 0 TO W-PROV-ID
           DISPLAY "PROVEEDOR (0=TODOS): " LINE 11 COL 10
           ACCEPT W-PROV-ID LINE 11 COL 32
           DISPLAY "ACUERD PROVEED HASTA    TR      %        CAUSADO      PENDIENTE E"
                   LINE 12 COL 05
           MOVE 13 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO RAP-NRO
           START RAPPELES KEY IS NOT LESS THAN RAP-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ RAPPELES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF W-PROV-ID = 0 OR RAP-PROV-ID = W-PROV-ID
                           PERFORM MOSTRAR-ACUERDO
                       END-IF
               END-READ
               IF WS-FILA > 21
                   DISPLAY "ENTER PARA CONTINUAR..." LINE 23 COL 05
                   ACCEPT WS-PAUSA LINE 23 COL 30
                   DISPLAY " " LINE 13 COL 01 ERASE EOS
                   MOVE 13 TO WS-FILA
               END-IF
           END-PERFORM
           DISPLAY "E: V=VIGENTE R=RECLAMADO C=COBRADO N=NO ALCANZADO A=ANULADO"
                   LINE 22 COL 05
           ACCEPT WS-PAUSA LINE 23 COL 05.

       MOSTRAR-ACUERDO.
           IF RAP-RECLAMADO
               COMPUTE WS-PENDIENTE = RAP-MONTO-RECLAMO - RAP-MONTO-COBRADO
           ELSE
               MOVE 0 TO WS-PENDIENTE
           END-IF
           DISPLAY RAP-NRO       LINE WS-FILA COL 05
           DISPLAY RAP-PROV-ID   LINE WS-FILA COL 12
           DISPLAY RAP-FECHA-FIN LINE WS-FILA COL 20
           DISPLAY RAP-TRAMO-ACT LINE WS-FILA COL 30
           MOVE RAP-PCT-ACT TO WS-PCT-DISP
           DISPLAY WS-PCT-DISP   LINE WS-FILA COL 33
           IF RAP-RECLAMADO OR RAP-COBRADO
               MOVE RAP-MONTO-RECLAMO TO WS-MONTO-DISP
           ELSE
               MOVE RAP-CAUSADO TO WS-MONTO-DISP
           END-IF
           DISPLAY WS-MONTO-DISP LINE WS-FILA COL 39
           MOVE WS-PENDIENTE TO WS-MONTO-DISP
           DISPLAY WS-MONTO-DISP LINE WS-FILA COL 54
           DISPLAY RAP-ESTADO    LINE WS-FILA COL 69
           ADD 1 TO WS-FILA.

      *> ------------------------------------------------------------
      *> Cobro del rappel reclamado: pago recibido o nota credito del
      *> proveedor, que rebaja el saldo de una factura suya
      *> ------------------------------------------------------------
       REGISTRAR-COBRO.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE 0 TO W-RAP-NRO
           DISPLAY "ACUERDO (0=VOLVER): " LINE 11 COL 10
           ACCEPT W-RAP-NRO LINE 11 COL 31
           IF W-RAP-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-RAP-NRO TO RAP-NRO
           READ RAPPELES
               INVALID KEY
                   DISPLAY "ACUERDO NO EXISTE" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 30
                   EXIT PARAGRAPH
           END-READ
           IF NOT RAP-RECLAMADO
               DISPLAY "EL ACUERDO NO TIENE RECLAMACION PENDIENTE"
                       LINE 12 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 12 COL 53
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PENDIENTE = RAP-MONTO-RECLAMO - RAP-MONTO-COBRADO
           MOVE RAP-MONTO-RECLAMO TO WS-MONTO-DISP
           DISPLAY "RECLAMADO: " LINE 12 COL 10
           DISPLAY WS-MONTO-DISP LINE 12 COL 22
           MOVE RAP-MONTO-COBRADO TO WS-MONTO-DISP
           DISPLAY "COBRADO: " LINE 12 COL 37
           DISPLAY WS-MONTO-DISP LINE 12 COL 47
           MOVE WS-PENDIENTE TO WS-MONTO-DISP
           DISPLAY "PENDIENTE: " LINE 13 COL 10
           DISPLAY WS-MONTO-DISP LINE 13 COL 22

           MOVE "P" TO W-FORMA-COBRO
           DISPLAY "FORMA P=PAGO RECIBIDO N=NOTA CREDITO: " LINE 14 COL 10
           ACCEPT W-FORMA-COBRO LINE 14 COL 49 WITH UPDATE
           MOVE FUNCTION UPPER-CASE(W-FORMA-COBRO) TO W-FORMA-COBRO
           IF W-FORMA-COBRO NOT = "P" AND W-FORMA-COBRO NOT = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PENDIENTE TO W-MONTO-COBRO
           DISPLAY "VALOR: " LINE 15 COL 10
           ACCEPT W-MONTO-COBRO LINE 15 COL 22 WITH UPDATE
           IF W-MONTO-COBRO = 0 OR W-MONTO-COBRO > WS-PENDIENTE
               DISPLAY "VALOR INVALIDO (MAYOR QUE LO PENDIENTE)"
                       LINE 15 COL 40 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 15 COL 79
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO W-REF-COBRO
           DISPLAY "REFERENCIA (RECIBO / NRO NOTA): " LINE 16 COL 10
           ACCEPT W-REF-COBRO LINE 16 COL 43

           IF W-FORMA-COBRO = "N"
               PERFORM APLICAR-NOTA-PROVEEDOR
           END-IF

           ADD W-MONTO-COBRO TO RAP-MONTO-COBRADO
           MOVE WS-HOY        TO RAP-FECHA-COBRO
           MOVE W-FORMA-COBRO TO RAP-FORMA-COBRO
           MOVE W-REF-COBRO   TO RAP-REF-COBRO
           MOVE WS-USUARIO-SESION TO RAP-USUARIO
           IF RAP-MONTO-COBRADO >= RAP-MONTO-RECLAMO
               SET RAP-COBRADO TO TRUE
           END-IF
           REWRITE RAPPEL-REG
           IF RAP-COBRADO
               DISPLAY "RAPPEL COBRADO EN SU TOTALIDAD" LINE 19 COL 10
           ELSE
               DISPLAY "COBRO PARCIAL REGISTRADO" LINE 19 COL 10
           END-IF
           ACCEPT WS-PAUSA LINE 19 COL 42.

       APLICAR-NOTA-PROVEEDOR.
      *> La nota credito del proveedor rebaja lo que le debemos en una
      *> de sus facturas (tope: el saldo de esa factura)
           MOVE 0 TO W-PFC-NRO
           DISPLAY "APLICAR A FACTURA PROVEEDOR (0=NINGUNA): "
                   LINE 17 COL 10
           ACCEPT W-PFC-NRO LINE 17 COL 52
           IF W-PFC-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-PFC-NRO TO PFC-NRO
           READ FACTURAS-PROV
               INVALID KEY
                   DISPLAY "FACTURA NO EXISTE, NO SE APLICA" LINE 18 COL 10
                   EXIT PARAGRAPH
           END-READ
           IF PFC-PROV-ID NOT = RAP-PROV-ID
              OR NOT PFC-VIGENTE OR PFC-SALDO-PEND <= 0
               DISPLAY "FACTURA DE OTRO PROVEEDOR O SIN SALDO, NO SE APLICA"
                       LINE 18 COL 10
               EXIT PARAGRAPH
           END-IF
           IF W-MONTO-COBRO >= PFC-SALDO-PEND
               MOVE PFC-SALDO-PEND TO WS-MONTO-APLICADO
               MOVE 0 TO PFC-SALDO-PEND
               SET PFC-PAGADA TO TRUE
           ELSE
               MOVE W-MONTO-COBRO TO WS-MONTO-APLICADO
               SUBTRACT W-MONTO-COBRO FROM PFC-SALDO-PEND
           END-IF
           REWRITE FACTURA-PROV-REG
           MOVE WS-MONTO-APLICADO TO WS-MONTO-DISP
           DISPLAY "APLICADO AL SALDO DE LA FACTURA: " LINE 18 COL 10
           DISPLAY WS-MONTO-DISP LINE 18 COL 44.

       REIMPRIMIR-RECLAMO.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE 0 TO W-RAP-NRO
           DISPLAY "ACUERDO (0=VOLVER): " LINE 11 COL 10
           ACCEPT W-RAP-NRO LINE 11 COL 31
           IF W-RAP-NRO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE W-RAP-NRO TO RAP-NRO
           READ RAPPELES
               INVALID KEY
                   DISPLAY "ACUERDO NO EXISTE" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 30
                   EXIT PARAGRAPH
           END-READ
           IF NOT RAP-RECLAMADO AND NOT RAP-COBRADO
               DISPLAY "EL ACUERDO NO HA SIDO RECLAMADO" LINE 12 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 12 COL 43
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RECLAMO-RAPPEL
           PERFORM EMITIR-RECLAMO
           CLOSE RECLAMO-RAPPEL
           MOVE "RECLRAPPEL" TO WS-SPL-REPORTE
           MOVE RAP-NRO TO WS-SPL-PARAMS
           MOVE 1 TO WS-SPL-REGISTROS
           MOVE "reclamo_rappel.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL
           DISPLAY "Archivo 'reclamo_rappel.txt' generado." LINE 13 COL 10
           ACCEPT WS-PAUSA LINE 13 COL 50.

       END PROGRAM PROVRAP01.
