      *> ******************************************************************
      *> * Purpose:  Configuracion del sistema (solo supervisores):
      *> *           Tasas de IVA, Categorias de Producto, Descuentos por
      *> *           Categoria de Cliente y Parametros de Empresa.
      *> *           Cada categoria de producto define su metodo de
      *> *           costeo: promedio ponderado o FIFO por capas.
      *> *           Desde aqui se lanzan el reporte de segregacion de
      *> *           funciones (SODREP01) y el generador de consultas
      *> *           a la medida (REPGEN01). Tabla de actividades y
      *> *           tarifas de ICA / ReteICA por municipio y umbrales
      *> *           del informe de prevencion de perdidas (PERDID01)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "termpag.sel".
           COPY "impresora.sel".
           COPY "sesion.sel".
           COPY "municipio.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "termpag.fd".
           COPY "impresora.fd".
           COPY "sesion.fd".
           COPY "municipio.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "MUNICIPIO.cpy".

       01 ST-TASAIVA        PIC XX.
       01 ST-CATEGORIAS     PIC XX.
       01 W-TIV-PORCENTAJE  PIC 9(02).
       01 W-TRT-CODIGO      PIC 9(02).
       01 W-TRT-PORCENTAJE  PIC 9(02)V99.
       01 W-TRT-APLICA      PIC X(01).
       01 W-TRT-BASE-MINIMA PIC 9(9)V99.
       01 WS-BASE-MIN-DISP  PIC Z(8)9.99.
       01 W-TEXTO-20        PIC X(20).
       01 W-TEXTO-30        PIC X(30).
       01 W-CAT-CODIGO      PIC X(04).
       01 W-CAT-MARGEN      PIC 9(02)V99.
       01 W-CAT-METODO      PIC X(01).
       01 W-CAT-ACT-ICA     PIC X(04).
       01 W-MUN-CODIGO      PIC X(05).
       01 W-MUN-ACTIVIDAD   PIC X(04).
       01 W-MUN-TARIFA-ICA  PIC 9(02)V9(03).
       01 W-MUN-TARIFA-RETE PIC 9(02)V9(03).
       01 W-MUN-BASE-MIN    PIC 9(9)V99.
       01 W-MUN-PERIODO     PIC X(01).
       01 WS-TARIFA-DISP    PIC Z9.999.
       01 W-DCT-CATEGORIA   PIC X(01).
       01 W-DCT-DESCUENTO   PIC 9(02).
       01 W-ESTADO          PIC X(01).
       01 WS-EMPRESA-NUEVA  PIC X(30).
       01 WS-NIT-NUEVO      PIC X(15).
       01 WS-AMBIENTE-NUEVO PIC X(04).
       01 WS-PP-ANULA-NUEVO PIC 9(03)V99.
       01 WS-PP-REC-NUEVO   PIC 9(03).
       01 WS-PP-AUT-NUEVO   PIC 9(03).
       01 WS-PP-PRECIO-NUEVO PIC 9(03).
       01 WS-PP-MOSTR-NUEVO PIC 9(9)V99.
       01 WS-PP-DIF-NUEVO   PIC 9(9)V99.

       PROCEDURE DIVISION.

               DISPLAY "9. TERMINOS DE PAGO"        LINE 13 COL 10
               DISPLAY "0. IMPRESORAS"              LINE 14 COL 10
               DISPLAY "A. AMBIENTE DE PRACTICA"    LINE 15 COL 10
               DISPLAY "B. SEGREGACION DE FUNCIONES" LINE 16 COL 10
               DISPLAY "C. CONSULTAS A LA MEDIDA"   LINE 17 COL 10
               DISPLAY "D. TARIFAS DE ICA POR MUNICIPIO" LINE 18 COL 10
               DISPLAY "E. UMBRALES DE PREVENCION DE PERDIDAS" LINE 19 COL 10
               DISPLAY "S. SALIR"                   LINE 20 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 21 COL 10
               ACCEPT WS-OPCION LINE 21 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "ENTRN01"
                   WHEN "B"
                       CALL "SODREP01"
                       ON EXCEPTION
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "SODREP01"
                   WHEN "C"
                       CALL "REPGEN01"
                       ON EXCEPTION
                          DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                       END-CALL
                       CANCEL "REPGEN01"
                   WHEN "D"
                       PERFORM MANTENER-MUNICIPIOS
                   WHEN "E"
                       PERFORM MANTENER-UMBRALES-PP
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
               OPEN OUTPUT IMPRESORAS
               CLOSE IMPRESORAS
               OPEN I-O IMPRESORAS
           END-IF

           OPEN I-O MUNICIPIOS
           IF ST-MUNICIPIOS = "35"
               OPEN OUTPUT MUNICIPIOS
               CLOSE MUNICIPIOS
               OPEN I-O MUNICIPIOS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE TASAS-RETENCION
           CLOSE RESOLUCION-FISCAL
           CLOSE TERMINOS-PAGO
           CLOSE IMPRESORAS
           CLOSE MUNICIPIOS.

       MANTENER-IMPRESORAS.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
       MANTENER-TASAS-RET.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "TASAS DE RETENCION" LINE 02 COL 10 WITH REVERSE-VIDEO
           DISPLAY "COD  PCT    DESCRIPCION           EST APL  BASE MINIMA"
                   LINE 04 COL 10
           MOVE 5 TO WS-FILA

           SET NO-FIN-SCAN TO TRUE
                       DISPLAY TRT-PORCENTAJE  LINE WS-FILA COL 15
                       DISPLAY TRT-DESCRIPCION LINE WS-FILA COL 22
                       DISPLAY TRT-ESTADO      LINE WS-FILA COL 44
                       DISPLAY TRT-APLICA      LINE WS-FILA COL 48
                       MOVE TRT-BASE-MINIMA TO WS-BASE-MIN-DISP
                       DISPLAY WS-BASE-MIN-DISP LINE WS-FILA COL 52
                       ADD 1 TO WS-FILA
               END-READ
           END-PERFORM
           DISPLAY "ESTADO (A/I): " LINE 21 COL 10
           MOVE "A" TO W-ESTADO
           ACCEPT W-ESTADO LINE 21 COL 25
      *> Para los conceptos que practicamos al comprar: B = se liquida
      *> sobre la base de la factura, I = sobre el IVA (ReteIVA); por
      *> debajo de la base minima no se retiene. C = ReteICA que nos
      *> practican los clientes (se pide el municipio al registrarla)
           DISPLAY "APLICA (B=BASE I=IVA C=ICA): " LINE 19 COL 40
           MOVE "B" TO W-TRT-APLICA
           ACCEPT W-TRT-APLICA LINE 19 COL 70
           MOVE FUNCTION UPPER-CASE(W-TRT-APLICA) TO W-TRT-APLICA
           IF W-TRT-APLICA NOT = "I" AND W-TRT-APLICA NOT = "C"
               MOVE "B" TO W-TRT-APLICA
           END-IF
           DISPLAY "BASE MINIMA: " LINE 20 COL 46
           MOVE 0 TO W-TRT-BASE-MINIMA
           ACCEPT W-TRT-BASE-MINIMA LINE 20 COL 59

           MOVE W-TRT-CODIGO TO TRT-CODIGO
           READ TASAS-RETENCION
                   MOVE W-TRT-PORCENTAJE TO TRT-PORCENTAJE
                   MOVE W-TEXTO-20       TO TRT-DESCRIPCION
                   MOVE FUNCTION UPPER-CASE(W-ESTADO) TO TRT-ESTADO
                   MOVE W-TRT-APLICA      TO TRT-APLICA
                   MOVE W-TRT-BASE-MINIMA TO TRT-BASE-MINIMA
                   WRITE TASAS-RET-REG
               NOT INVALID KEY
                   MOVE W-TRT-PORCENTAJE TO TRT-PORCENTAJE
                       MOVE W-TEXTO-20 TO TRT-DESCRIPCION
                   END-IF
                   MOVE FUNCTION UPPER-CASE(W-ESTADO) TO TRT-ESTADO
                   MOVE W-TRT-APLICA      TO TRT-APLICA
                   MOVE W-TRT-BASE-MINIMA TO TRT-BASE-MINIMA
                   REWRITE TASAS-RET-REG
           END-READ

           DISPLAY "TASA GRABADA" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 24.

       MANTENER-MUNICIPIOS.
      *> Una fila por municipio (codigo DANE) y actividad CIIU, con la
      *> tarifa de ICA y la de ReteICA por mil y la periodicidad de la
      *> declaracion (B=bimestral A=anual)
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "TARIFAS DE ICA POR MUNICIPIO" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           DISPLAY "MUNIC ACT  NOMBRE            ICA x MIL RETE x MIL PER EST"
                   LINE 04 COL 10
           MOVE 5 TO WS-FILA

           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO MUN-CLAVE
           START MUNICIPIOS KEY IS NOT LESS THAN MUN-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-FILA > 15
               READ MUNICIPIOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       DISPLAY MUN-CODIGO       LINE WS-FILA COL 10
                       DISPLAY MUN-ACTIVIDAD    LINE WS-FILA COL 16
                       DISPLAY MUN-NOMBRE(1:17) LINE WS-FILA COL 21
                       MOVE MUN-TARIFA-ICA TO WS-TARIFA-DISP
                       DISPLAY WS-TARIFA-DISP   LINE WS-FILA COL 40
                       MOVE MUN-TARIFA-RETE TO WS-TARIFA-DISP
                       DISPLAY WS-TARIFA-DISP   LINE WS-FILA COL 50
                       DISPLAY MUN-PERIODICIDAD LINE WS-FILA COL 62
                       DISPLAY MUN-ESTADO       LINE WS-FILA COL 66
                       ADD 1 TO WS-FILA
               END-READ
           END-PERFORM

           MOVE SPACES TO W-MUN-CODIGO W-MUN-ACTIVIDAD
           DISPLAY "MUNICIPIO A CREAR/EDITAR (VACIO=VOLVER): " LINE 17 COL 10
           ACCEPT W-MUN-CODIGO LINE 17 COL 52
           IF W-MUN-CODIGO = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACTIVIDAD CIIU: " LINE 17 COL 59
           ACCEPT W-MUN-ACTIVIDAD LINE 17 COL 76
           MOVE FUNCTION UPPER-CASE(W-MUN-ACTIVIDAD) TO W-MUN-ACTIVIDAD
           IF W-MUN-ACTIVIDAD = SPACES
               DISPLAY "FALTA LA ACTIVIDAD" LINE 22 COL 10
               ACCEPT WS-PAUSA LINE 22 COL 30
               EXIT PARAGRAPH
           END-IF

           MOVE W-MUN-CODIGO    TO MUN-CODIGO
           MOVE W-MUN-ACTIVIDAD TO MUN-ACTIVIDAD
           READ MUNICIPIOS
               INVALID KEY
                   MOVE SPACES TO MUN-NOMBRE MUN-ACT-DESC
                   MOVE 0 TO MUN-TARIFA-ICA MUN-TARIFA-RETE
                             MUN-BASE-MIN-RETE
                   MOVE "B" TO MUN-PERIODICIDAD
                   MOVE "A" TO MUN-ESTADO
           END-READ
           MOVE MUN-NOMBRE       TO W-TEXTO-30
           DISPLAY "MUNICIPIO: " LINE 18 COL 10
           ACCEPT W-TEXTO-30 LINE 18 COL 22 WITH UPDATE
           MOVE W-TEXTO-30 TO MUN-NOMBRE
           MOVE MUN-ACT-DESC     TO W-TEXTO-30
           DISPLAY "ACTIVIDAD: " LINE 19 COL 10
           ACCEPT W-TEXTO-30 LINE 19 COL 22 WITH UPDATE
           MOVE W-TEXTO-30 TO MUN-ACT-DESC
           MOVE MUN-TARIFA-ICA   TO W-MUN-TARIFA-ICA
           DISPLAY "TARIFA ICA x MIL: " LINE 20 COL 10
           ACCEPT W-MUN-TARIFA-ICA LINE 20 COL 29 WITH UPDATE
           MOVE MUN-TARIFA-RETE  TO W-MUN-TARIFA-RETE
           DISPLAY "RETEICA x MIL: " LINE 20 COL 40
           ACCEPT W-MUN-TARIFA-RETE LINE 20 COL 56 WITH UPDATE
           MOVE MUN-BASE-MIN-RETE TO W-MUN-BASE-MIN
           DISPLAY "BASE MINIMA RETEICA: " LINE 21 COL 10
           ACCEPT W-MUN-BASE-MIN LINE 21 COL 32 WITH UPDATE
           MOVE MUN-PERIODICIDAD TO W-MUN-PERIODO
           DISPLAY "PERIODO (B/A): " LINE 21 COL 46
           ACCEPT W-MUN-PERIODO LINE 21 COL 62 WITH UPDATE
           MOVE MUN-ESTADO       TO W-ESTADO
           DISPLAY "ESTADO (A/I): " LINE 21 COL 65
           ACCEPT W-ESTADO LINE 21 COL 79 WITH UPDATE

           MOVE W-MUN-TARIFA-ICA  TO MUN-TARIFA-ICA
           MOVE W-MUN-TARIFA-RETE TO MUN-TARIFA-RETE
           MOVE W-MUN-BASE-MIN    TO MUN-BASE-MIN-RETE
           MOVE FUNCTION UPPER-CASE(W-MUN-PERIODO) TO MUN-PERIODICIDAD
           IF NOT MUN-ANUAL
               MOVE "B" TO MUN-PERIODICIDAD
           END-IF
           MOVE FUNCTION UPPER-CASE(W-ESTADO) TO MUN-ESTADO
           IF NOT MUN-INACTIVO
               MOVE "A" TO MUN-ESTADO
           END-IF

           IF ST-MUNICIPIOS = "00"
               REWRITE MUNICIPIO-REG
           ELSE
               MOVE W-MUN-CODIGO    TO MUN-CODIGO
               MOVE W-MUN-ACTIVIDAD TO MUN-ACTIVIDAD
               WRITE MUNICIPIO-REG
           END-IF

           DISPLAY "TARIFA GRABADA" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 26.

       MANTENER-TASAS-IVA.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "TASAS DE IVA" LINE 02 COL 10 WITH REVERSE-VIDEO
       MANTENER-CATEGORIAS.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "CATEGORIAS DE PRODUCTO" LINE 02 COL 10 WITH REVERSE-VIDEO
           DISPLAY "COD   DESCRIPCION                    EST  MG.MIN%  COSTEO"
                   LINE 04 COL 10
           MOVE 5 TO WS-FILA

                       DISPLAY CAT-DESCRIPCION LINE WS-FILA COL 16
                       DISPLAY CAT-ESTADO      LINE WS-FILA COL 47
                       DISPLAY CAT-MARGEN-MIN  LINE WS-FILA COL 52
                       IF CAT-COSTO-FIFO
                           DISPLAY "FIFO"      LINE WS-FILA COL 60
                       ELSE
                           DISPLAY "PROMEDIO"  LINE WS-FILA COL 60
                       END-IF
                       ADD 1 TO WS-FILA
               END-READ
           END-PERFORM
           DISPLAY "MARGEN MINIMO % (0=SIN CONTROL): " LINE 20 COL 30
           MOVE 0 TO W-CAT-MARGEN
           ACCEPT W-CAT-MARGEN LINE 20 COL 64
      *> El metodo decide si las entradas abren capas PEPS (INVSTK12)
      *> o solo mueven el costo promedio
           DISPLAY "COSTEO (P=PROMEDIO F=FIFO): " LINE 21 COL 10
           MOVE "P" TO W-CAT-METODO
           MOVE FUNCTION UPPER-CASE(W-CAT-CODIGO) TO CAT-CODIGO
           READ CATEGORIAS
               NOT INVALID KEY
                   IF CAT-COSTO-FIFO
                       MOVE "F" TO W-CAT-METODO
                   END-IF
           END-READ
           ACCEPT W-CAT-METODO LINE 21 COL 39 WITH UPDATE
           MOVE FUNCTION UPPER-CASE(W-CAT-METODO) TO W-CAT-METODO
           IF W-CAT-METODO NOT = "F"
               MOVE "P" TO W-CAT-METODO
           END-IF
      *> Actividad CIIU con que se declara el ICA de la categoria
           DISPLAY "ACTIVIDAD ICA (VACIO=LA DEL MUNICIPIO): " LINE 21 COL 42
           MOVE SPACES TO W-CAT-ACT-ICA
           IF ST-CATEGORIAS = "00"
               MOVE CAT-ACTIVIDAD-ICA TO W-CAT-ACT-ICA
           END-IF
           ACCEPT W-CAT-ACT-ICA LINE 21 COL 76 WITH UPDATE
           MOVE FUNCTION UPPER-CASE(W-CAT-ACT-ICA) TO W-CAT-ACT-ICA

           MOVE FUNCTION UPPER-CASE(W-CAT-CODIGO) TO CAT-CODIGO
           READ CATEGORIAS
                   MOVE W-TEXTO-30 TO CAT-DESCRIPCION
                   MOVE FUNCTION UPPER-CASE(W-ESTADO) TO CAT-ESTADO
                   MOVE W-CAT-MARGEN TO CAT-MARGEN-MIN
                   MOVE W-CAT-METODO TO CAT-METODO-COSTO
                   MOVE W-CAT-ACT-ICA TO CAT-ACTIVIDAD-ICA
                   WRITE CATEGORIA-REG
               NOT INVALID KEY
                   IF W-TEXTO-30 NOT = SPACES
                   END-IF
                   MOVE FUNCTION UPPER-CASE(W-ESTADO) TO CAT-ESTADO
                   MOVE W-CAT-MARGEN TO CAT-MARGEN-MIN
                   MOVE W-CAT-METODO TO CAT-METODO-COSTO
                   MOVE W-CAT-ACT-ICA TO CAT-ACTIVIDAD-ICA
                   REWRITE CATEGORIA-REG
           END-READ

           DISPLAY "CATEGORIA GRABADA" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 29.

       MANTENER-DESCUENTOS.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
                   MOVE 0 TO PAR-TIMEOUT-MIN PAR-ABANDONO-MIN
                   MOVE 0 TO PAR-CLAVE-MIN PAR-CLAVE-EXP
                             PAR-CLAVE-MAXINT
                   MOVE 0 TO PAR-PP-ANULA-PCT PAR-PP-REC-CIERRE
                             PAR-PP-AUTORIZA PAR-PP-PRECIO-MAN
                             PAR-PP-MOSTRADOR PAR-PP-DIF-CAJA
                   WRITE PARAMETROS-REG
           END-READ

           DISPLAY "PARAMETROS GRABADOS" LINE 25 COL 10
           ACCEPT WS-PAUSA LINE 25 COL 31.

      *> Umbrales que marcan al operador en el informe de prevencion
      *> de perdidas; el registro de parametros ya lo crea la opcion 4
       MANTENER-UMBRALES-PP.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "UMBRALES DE PREVENCION DE PERDIDAS (0=NO SE MARCA)"
                   LINE 02 COL 10 WITH REVERSE-VIDEO

           MOVE "1" TO PAR-CLAVE
           READ PARAMETROS
               INVALID KEY
                   DISPLAY "DEFINA PRIMERO LOS PARAMETROS DE EMPRESA"
                           LINE 04 COL 10
                   ACCEPT WS-PAUSA LINE 04 COL 52
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "% ANULACION DE FACTURAS ACTUAL: " LINE 05 COL 10
           DISPLAY PAR-PP-ANULA-PCT LINE 05 COL 47
           DISPLAY "NUEVO (0=SIN CAMBIO): " LINE 06 COL 10
           MOVE 0 TO WS-PP-ANULA-NUEVO
           ACCEPT WS-PP-ANULA-NUEVO LINE 06 COL 33
           IF WS-PP-ANULA-NUEVO > 0
               MOVE WS-PP-ANULA-NUEVO TO PAR-PP-ANULA-PCT
           END-IF

           DISPLAY "RECIBOS ANULADOS CON CAJA CERRADA ACTUAL: "
                   LINE 08 COL 10
           DISPLAY PAR-PP-REC-CIERRE LINE 08 COL 53
           DISPLAY "NUEVO (0=SIN CAMBIO): " LINE 09 COL 10
           MOVE 0 TO WS-PP-REC-NUEVO
           ACCEPT WS-PP-REC-NUEVO LINE 09 COL 33
           IF WS-PP-REC-NUEVO > 0
               MOVE WS-PP-REC-NUEVO TO PAR-PP-REC-CIERRE
           END-IF

           DISPLAY "AUTORIZACIONES DE SUPERVISOR ACTUAL: " LINE 11 COL 10
           DISPLAY PAR-PP-AUTORIZA LINE 11 COL 48
           DISPLAY "NUEVO (0=SIN CAMBIO): " LINE 12 COL 10
           MOVE 0 TO WS-PP-AUT-NUEVO
           ACCEPT WS-PP-AUT-NUEVO LINE 12 COL 33
           IF WS-PP-AUT-NUEVO > 0
               MOVE WS-PP-AUT-NUEVO TO PAR-PP-AUTORIZA
           END-IF

           DISPLAY "PRECIOS DIGITADOS BAJO LISTA ACTUAL: " LINE 14 COL 10
           DISPLAY PAR-PP-PRECIO-MAN LINE 14 COL 48
           DISPLAY "NUEVO (0=SIN CAMBIO): " LINE 15 COL 10
           MOVE 0 TO WS-PP-PRECIO-NUEVO
           ACCEPT WS-PP-PRECIO-NUEVO LINE 15 COL 33
           IF WS-PP-PRECIO-NUEVO > 0
               MOVE WS-PP-PRECIO-NUEVO TO PAR-PP-PRECIO-MAN
           END-IF

           DISPLAY "VENTA A CLIENTE MOSTRADOR DESDE ACTUAL: "
                   LINE 17 COL 10
           DISPLAY PAR-PP-MOSTRADOR LINE 17 COL 51
           DISPLAY "NUEVO (0=SIN CAMBIO): " LINE 18 COL 10
           MOVE 0 TO WS-PP-MOSTR-NUEVO
           ACCEPT WS-PP-MOSTR-NUEVO LINE 18 COL 33
           IF WS-PP-MOSTR-NUEVO > 0
               MOVE WS-PP-MOSTR-NUEVO TO PAR-PP-MOSTRADOR
           END-IF

           DISPLAY "DIFERENCIA DE CAJA ABSOLUTA ACTUAL: " LINE 20 COL 10
           DISPLAY PAR-PP-DIF-CAJA LINE 20 COL 47
           DISPLAY "NUEVO (0=SIN CAMBIO): " LINE 21 COL 10
           MOVE 0 TO WS-PP-DIF-NUEVO
           ACCEPT WS-PP-DIF-NUEVO LINE 21 COL 33
           IF WS-PP-DIF-NUEVO > 0
               MOVE WS-PP-DIF-NUEVO TO PAR-PP-DIF-CAJA
           END-IF

           REWRITE PARAMETROS-REG
           DISPLAY "UMBRALES GRABADOS" LINE 23 COL 10
           ACCEPT WS-PAUSA LINE 23 COL 29.

       END PROGRAM CONFIG01.
