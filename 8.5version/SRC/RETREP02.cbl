       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Retenciones practicadas a proveedores - reporte
      *> *           mensual por concepto para la declaracion y
      *> *           certificados de retencion por proveedor para un
      *> *           rango de periodos (bimestral o anual)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETREP02.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "provfac.sel".
           COPY "proveedor.sel".
           COPY "tasaret.sel".
           COPY "parametros.sel".
           COPY "retprac.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "provfac.fd".
           COPY "proveedor.fd".
           COPY "tasaret.fd".
           COPY "parametros.fd".
           COPY "retprac.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
           COPY "SESION.cpy".
           COPY "SPOOLVARS.cpy".
       COPY "PARAMETROS.cpy".

       01 ST-SESION         PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-TASARET        PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-MENSAJE        PIC X(80).
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-NIT-EMPRESA    PIC X(15) VALUE SPACES.
       01 WS-FECHA-HOY      PIC 9(08).

       01 W-PERIODO         PIC 9(06).
       01 W-PERIODO-DESDE   PIC 9(06).
       01 W-PERIODO-HASTA   PIC 9(06).
       01 W-PROV-ID         PIC 9(07).
       01 WS-FILA           PIC 99.
       01 WS-LINEA-PLANO    PIC X(200).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-CANT-CERT      PIC 9(05).
       01 WS-BASE-DISP      PIC -(9)9.99.
       01 WS-MONTO-DISP     PIC -(9)9.99.
       01 WS-PCT-DISP       PIC Z9.99.

      *> Acumulados por concepto de retencion (el codigo es el indice)
       01 WS-TABLA-CONCEPTOS.
          05 T-CONCEPTO OCCURS 99 TIMES.
             10 T-BASE         PIC S9(11)V99.
             10 T-RETENIDO     PIC S9(11)V99.
             10 T-CANT         PIC 9(05).
       01 WS-COD            PIC 9(02).
       01 WS-TOT-RTE        PIC S9(11)V99.
       01 WS-TOT-RIV        PIC S9(11)V99.
       01 WS-TOT-CERT       PIC S9(11)V99.
       01 WS-PROV-ACTUAL    PIC 9(07).

       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM LEER-NIT-EMPRESA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "RETENCIONES PRACTICADAS A PROVEEDORES" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. REPORTE MENSUAL PARA LA DECLARACION" LINE 05 COL 10
               DISPLAY "2. CERTIFICADOS POR PROVEEDOR" LINE 06 COL 10
               DISPLAY "S. SALIR" LINE 07 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM REPORTE-MENSUAL
                   WHEN "2"
                       PERFORM GENERAR-CERTIFICADOS
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           CLOSE FACTURAS-PROV
           CLOSE PROVEEDORES
           CLOSE TASAS-RETENCION
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
           OPEN INPUT FACTURAS-PROV
           IF ST-PROVFAC = "35"
               OPEN OUTPUT FACTURAS-PROV
               CLOSE FACTURAS-PROV
               OPEN INPUT FACTURAS-PROV
           END-IF
           IF ST-PROVFAC > "07"
               STRING "ERROR AL ABRIR FACTURAS-PROV: " ST-PROVFAC
                   DELIMITED BY SIZE INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 20 COL 10
               ACCEPT WS-PAUSA LINE 20 COL 60
               MOVE "S" TO FIN
           END-IF

           OPEN INPUT PROVEEDORES
           OPEN INPUT TASAS-RETENCION
           IF ST-TASARET = "35"
               OPEN OUTPUT TASAS-RETENCION
               CLOSE TASAS-RETENCION
               OPEN INPUT TASAS-RETENCION
           END-IF.

       REPORTE-MENSUAL.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-PERIODO
           DISPLAY "PERIODO (AAAAMM, ENTER=ACTUAL): " LINE 11 COL 10
           ACCEPT W-PERIODO LINE 11 COL 43

           INITIALIZE WS-TABLA-CONCEPTOS
           MOVE 0 TO WS-CANT-LINEAS
           OPEN OUTPUT RETPRAC-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "RETENCIONES PRACTICADAS PERIODO " W-PERIODO
                  " - " WS-EMPRESA " NIT " WS-NIT-EMPRESA
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RETPRAC-PLANO FROM WS-LINEA-PLANO
           MOVE "FACTURA;FECHA;PROVEEDOR;FACT PROV;CONCEPTO;BASE;RETENIDO"
               TO WS-LINEA-PLANO
           WRITE REG-RETPRAC-PLANO FROM WS-LINEA-PLANO

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO PFC-NRO
           START FACTURAS-PROV KEY IS NOT LESS THAN PFC-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS-PROV NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF NOT PFC-ANULADA
                          AND PFC-FECHA(1:6) = W-PERIODO
                           PERFORM LISTAR-RETENCIONES-FACTURA
                       END-IF
               END-READ
           END-PERFORM

      *> Resumen por concepto: es lo que se lleva al formulario
           MOVE SPACES TO WS-LINEA-PLANO
           WRITE REG-RETPRAC-PLANO FROM WS-LINEA-PLANO
           MOVE "RESUMEN POR CONCEPTO;DESCRIPCION;TARIFA;BASE;RETENIDO"
               TO WS-LINEA-PLANO
           WRITE REG-RETPRAC-PLANO FROM WS-LINEA-PLANO

           DISPLAY "COD DESCRIPCION           TARIFA            BASE        RETENIDO"
                   LINE 11 COL 05 ERASE EOS
           MOVE 12 TO WS-FILA
           MOVE 0 TO WS-TOT-RTE WS-TOT-RIV
           PERFORM VARYING WS-COD FROM 1 BY 1 UNTIL WS-COD > 98
               IF T-CANT(WS-COD) > 0
                   PERFORM RESUMIR-CONCEPTO
               END-IF
           END-PERFORM
           IF T-CANT(99) > 0
               MOVE 99 TO WS-COD
               PERFORM RESUMIR-CONCEPTO
           END-IF

           MOVE WS-TOT-RTE TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "TOTAL RETENCION EN LA FUENTE;;;;" WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RETPRAC-PLANO FROM WS-LINEA-PLANO
           DISPLAY "TOTAL RETEFUENTE: " LINE 21 COL 05
           DISPLAY WS-MONTO-DISP LINE 21 COL 24
           MOVE WS-TOT-RIV TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "TOTAL RETEIVA;;;;" WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RETPRAC-PLANO FROM WS-LINEA-PLANO
           DISPLAY "TOTAL RETEIVA: " LINE 21 COL 42
           DISPLAY WS-MONTO-DISP LINE 21 COL 58
           CLOSE RETPRAC-PLANO

           MOVE "RETPRACT" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE W-PERIODO TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "retpracticadas.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "Archivo 'retpracticadas.txt' generado." LINE 23 COL 05
           ACCEPT WS-PAUSA LINE 23 COL 46.

       LISTAR-RETENCIONES-FACTURA.
           IF PFC-RTE-MONTO > 0 AND PFC-RTE-COD > 0
               MOVE PFC-RTE-COD TO WS-COD
               ADD PFC-BASE      TO T-BASE(WS-COD)
               ADD PFC-RTE-MONTO TO T-RETENIDO(WS-COD)
               ADD 1 TO T-CANT(WS-COD)
               MOVE PFC-BASE      TO WS-BASE-DISP
               MOVE PFC-RTE-MONTO TO WS-MONTO-DISP
               PERFORM ESCRIBIR-DETALLE-MENSUAL
           END-IF
           IF PFC-RIV-MONTO > 0 AND PFC-RIV-COD > 0
               MOVE PFC-RIV-COD TO WS-COD
               ADD PFC-IVA       TO T-BASE(WS-COD)
               ADD PFC-RIV-MONTO TO T-RETENIDO(WS-COD)
               ADD 1 TO T-CANT(WS-COD)
               MOVE PFC-IVA       TO WS-BASE-DISP
               MOVE PFC-RIV-MONTO TO WS-MONTO-DISP
               PERFORM ESCRIBIR-DETALLE-MENSUAL
           END-IF.

       ESCRIBIR-DETALLE-MENSUAL.
           MOVE SPACES TO WS-LINEA-PLANO
           STRING PFC-NRO ";" PFC-FECHA ";" PFC-PROV-ID ";"
                  PFC-NRO-FACT-PROV ";" WS-COD ";" WS-BASE-DISP ";"
                  WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RETPRAC-PLANO FROM WS-LINEA-PLANO
           ADD 1 TO WS-CANT-LINEAS.

       RESUMIR-CONCEPTO.
           MOVE WS-COD TO TRT-CODIGO
           READ TASAS-RETENCION
               INVALID KEY
                   MOVE SPACES TO TRT-DESCRIPCION
                   MOVE 0 TO TRT-PORCENTAJE
                   MOVE "B" TO TRT-APLICA
           END-READ
           IF TRT-SOBRE-IVA
               ADD T-RETENIDO(WS-COD) TO WS-TOT-RIV
           ELSE
               ADD T-RETENIDO(WS-COD) TO WS-TOT-RTE
           END-IF
           MOVE TRT-PORCENTAJE     TO WS-PCT-DISP
           MOVE T-BASE(WS-COD)     TO WS-BASE-DISP
           MOVE T-RETENIDO(WS-COD) TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING WS-COD ";" TRT-DESCRIPCION ";" WS-PCT-DISP ";"
                  WS-BASE-DISP ";" WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-RETPRAC-PLANO FROM WS-LINEA-PLANO
           IF WS-FILA <= 20
               DISPLAY WS-COD          LINE WS-FILA COL 05
               DISPLAY TRT-DESCRIPCION LINE WS-FILA COL 09
               DISPLAY WS-PCT-DISP     LINE WS-FILA COL 31
               DISPLAY WS-BASE-DISP    LINE WS-FILA COL 38
               DISPLAY WS-MONTO-DISP   LINE WS-FILA COL 54
               ADD 1 TO WS-FILA
           END-IF.

       GENERAR-CERTIFICADOS.
      *> Un certificado por proveedor con lo retenido en el rango de
      *> periodos pedido (un bimestre o el anio completo)
           MOVE 0 TO W-PROV-ID
           DISPLAY "PROVEEDOR (0=TODOS): " LINE 11 COL 10
           ACCEPT W-PROV-ID LINE 11 COL 32
           MOVE FUNCTION CURRENT-DATE(1:4) TO W-PERIODO-DESDE(1:4)
           MOVE "01" TO W-PERIODO-DESDE(5:2)
           DISPLAY "PERIODO DESDE (AAAAMM): " LINE 12 COL 10
           ACCEPT W-PERIODO-DESDE LINE 12 COL 35
           MOVE W-PERIODO-DESDE(1:4) TO W-PERIODO-HASTA(1:4)
           MOVE "12" TO W-PERIODO-HASTA(5:2)
           DISPLAY "PERIODO HASTA (AAAAMM): " LINE 13 COL 10
           ACCEPT W-PERIODO-HASTA LINE 13 COL 35
           IF W-PERIODO-HASTA < W-PERIODO-DESDE
               DISPLAY "RANGO DE PERIODOS INVALIDO" LINE 15 COL 10
                   WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 15 COL 40
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CANT-CERT WS-CANT-LINEAS
           MOVE 0 TO WS-PROV-ACTUAL
           INITIALIZE WS-TABLA-CONCEPTOS
           OPEN OUTPUT CERTRET-PLANO

           SET NO-FIN-SCAN TO TRUE
           MOVE W-PROV-ID TO PFC-PROV-ID
           START FACTURAS-PROV KEY IS NOT LESS THAN PFC-PROV-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS-PROV NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF W-PROV-ID NOT = 0 AND PFC-PROV-ID NOT = W-PROV-ID
                           SET FIN-SCAN TO TRUE
                       ELSE
                           IF PFC-PROV-ID NOT = WS-PROV-ACTUAL
                               PERFORM CERRAR-CERTIFICADO
                               MOVE PFC-PROV-ID TO WS-PROV-ACTUAL
                           END-IF
                           IF NOT PFC-ANULADA
                              AND PFC-FECHA(1:6) >= W-PERIODO-DESDE
                              AND PFC-FECHA(1:6) <= W-PERIODO-HASTA
                               PERFORM ACUMULAR-CERTIFICADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CERRAR-CERTIFICADO
           CLOSE CERTRET-PLANO

           IF WS-CANT-CERT > 0
               MOVE "CERTRET" TO WS-SPL-REPORTE
               MOVE SPACES TO WS-SPL-PARAMS
               STRING W-PERIODO-DESDE "-" W-PERIODO-HASTA
                   DELIMITED BY SIZE INTO WS-SPL-PARAMS
               MOVE WS-CANT-CERT TO WS-SPL-REGISTROS
               MOVE "certificados_ret.txt" TO WS-SPL-ORIGEN
               PERFORM GUARDAR-SPOOL
           END-IF

           DISPLAY "CERTIFICADOS GENERADOS: " LINE 15 COL 10
           DISPLAY WS-CANT-CERT LINE 15 COL 35
           DISPLAY "Archivo 'certificados_ret.txt' generado." LINE 16 COL 10
           ACCEPT WS-PAUSA LINE 16 COL 52.

       ACUMULAR-CERTIFICADO.
           IF PFC-RTE-MONTO > 0 AND PFC-RTE-COD > 0
               ADD PFC-BASE      TO T-BASE(PFC-RTE-COD)
               ADD PFC-RTE-MONTO TO T-RETENIDO(PFC-RTE-COD)
               ADD 1 TO T-CANT(PFC-RTE-COD)
           END-IF
           IF PFC-RIV-MONTO > 0 AND PFC-RIV-COD > 0
               ADD PFC-IVA       TO T-BASE(PFC-RIV-COD)
               ADD PFC-RIV-MONTO TO T-RETENIDO(PFC-RIV-COD)
               ADD 1 TO T-CANT(PFC-RIV-COD)
           END-IF.

       CERRAR-CERTIFICADO.
      *> Imprime el certificado del proveedor que se venia acumulando
      *> (si tuvo retenciones) y deja la tabla lista para el siguiente
           MOVE 0 TO WS-TOT-CERT
           PERFORM VARYING WS-COD FROM 1 BY 1 UNTIL WS-COD > 98
               ADD T-RETENIDO(WS-COD) TO WS-TOT-CERT
           END-PERFORM
           ADD T-RETENIDO(99) TO WS-TOT-CERT
           IF WS-PROV-ACTUAL = 0 OR WS-TOT-CERT = 0
               INITIALIZE WS-TABLA-CONCEPTOS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROV-ACTUAL TO PROV-ID
           READ PROVEEDORES
               INVALID KEY
                   MOVE SPACES TO PROV-NOMBRE
           END-READ

           MOVE ALL "=" TO WS-LINEA-PLANO(1:80)
           MOVE SPACES TO WS-LINEA-PLANO(81:120)
           WRITE REG-CERTRET-PLANO FROM WS-LINEA-PLANO
           MOVE "CERTIFICADO DE RETENCIONES PRACTICADAS" TO WS-LINEA-PLANO
           WRITE REG-CERTRET-PLANO FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "AGENTE RETENEDOR: " WS-EMPRESA "  NIT: " WS-NIT-EMPRESA
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-CERTRET-PLANO FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "RETENIDO: " PROV-ID " " PROV-NOMBRE
                  "  DOC " PROV-TIPO-DOC " " PROV-NRO-DOC "-" PROV-DV
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-CERTRET-PLANO FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "PERIODO GRAVABLE: " W-PERIODO-DESDE " A "
                  W-PERIODO-HASTA
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-CERTRET-PLANO FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           WRITE REG-CERTRET-PLANO FROM WS-LINEA-PLANO
           MOVE "COD DESCRIPCION           TARIFA            BASE        RETENIDO"
               TO WS-LINEA-PLANO
           WRITE REG-CERTRET-PLANO FROM WS-LINEA-PLANO

           PERFORM VARYING WS-COD FROM 1 BY 1 UNTIL WS-COD > 98
               IF T-CANT(WS-COD) > 0
                   PERFORM ESCRIBIR-CONCEPTO-CERT
               END-IF
           END-PERFORM
           IF T-CANT(99) > 0
               MOVE 99 TO WS-COD
               PERFORM ESCRIBIR-CONCEPTO-CERT
           END-IF

           MOVE WS-TOT-CERT TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "TOTAL RETENIDO" "                                      "
                  "  " WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-CERTRET-PLANO FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "FECHA DE EXPEDICION: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-CERTRET-PLANO FROM WS-LINEA-PLANO
           MOVE SPACES TO WS-LINEA-PLANO
           WRITE REG-CERTRET-PLANO FROM WS-LINEA-PLANO

           ADD 1 TO WS-CANT-CERT
           INITIALIZE WS-TABLA-CONCEPTOS.

       ESCRIBIR-CONCEPTO-CERT.
           MOVE WS-COD TO TRT-CODIGO
           READ TASAS-RETENCION
               INVALID KEY
                   MOVE SPACES TO TRT-DESCRIPCION
                   MOVE 0 TO TRT-PORCENTAJE
           END-READ
           MOVE TRT-PORCENTAJE     TO WS-PCT-DISP
           MOVE T-BASE(WS-COD)     TO WS-BASE-DISP
           MOVE T-RETENIDO(WS-COD) TO WS-MONTO-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING WS-COD "  " TRT-DESCRIPCION "  " WS-PCT-DISP "  "
                  WS-BASE-DISP "  " WS-MONTO-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-CERTRET-PLANO FROM WS-LINEA-PLANO.

       END PROGRAM RETREP02.
