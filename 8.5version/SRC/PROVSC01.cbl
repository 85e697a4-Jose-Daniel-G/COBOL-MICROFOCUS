      *> *           ordenes colocadas, dias promedio entre la orden y
      *> *           la factura del proveedor, porcentaje de ordenes
      *> *           recibidas completas, monto devuelto (DEVPROV) y
      *> *           variacion de precios de sus lineas, y el resultado
      *> *           de la inspeccion de calidad de lo recibido
      *> *           (unidades inspeccionadas y porcentaje rechazado,
      *> *           COMPRA13); al spool para decidir a quien darle la
      *> *           proxima orden
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "provfac.sel".
           COPY "devprov.sel".
           COPY "proveedor.sel".
           COPY "inspec.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "provfac.fd".
           COPY "devprov.fd".
           COPY "proveedor.fd".
           COPY "inspec.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
       01 ST-PROVFAC        PIC XX.
       01 ST-DEVPROV        PIC XX.
       01 ST-PROVEEDORES    PIC XX.
       01 ST-INSPEC         PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-FILA           PIC 99.
             10 T-SC-DIAS-CNT PIC 9(05).
             10 T-SC-DEVUELTO PIC S9(11)V99.
             10 T-SC-COMPRADO PIC S9(11)V99.
             10 T-SC-INSPEC   PIC 9(07).
             10 T-SC-RECHAZO  PIC 9(07).

       01 WS-TOT-PREC       PIC 9(04) VALUE 0.
       01 WS-IDX-P          PIC 9(04).
       01 WS-PCT-DISP       PIC ZZ9.99.
       01 WS-PCT-DISP2      PIC ZZ9.99.
       01 WS-PCT-DISP3      PIC ZZ9.99.
       01 WS-PCT-RECHAZO    PIC 9(03)V99.
       01 WS-PCT-DISP4      PIC ZZ9.99.
       01 WS-MONTO-DISP     PIC -(9)9.99.
       01 WS-LINEA-REP      PIC X(200).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

           PERFORM ACUMULAR-ORDENES
           PERFORM ACUMULAR-DEVOLUCIONES
           PERFORM ACUMULAR-INSPECCIONES
           PERFORM ESCRIBIR-SCORECARD

           PERFORM CERRAR-ARCHIVOS
               OPEN OUTPUT PROVEEDORES
               CLOSE PROVEEDORES
               OPEN INPUT PROVEEDORES
           END-IF
           OPEN INPUT INSPECCION
           IF ST-INSPEC = "35"
               OPEN OUTPUT INSPECCION
               CLOSE INSPECCION
               OPEN INPUT INSPECCION
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE COMPRASDET
           CLOSE FACTURAS-PROV
           CLOSE DEVPROV
           CLOSE PROVEEDORES
           CLOSE INSPECCION.

       BUSCAR-FILA-PROV.
           MOVE 0 TO WS-POS
               MOVE 0 TO T-SC-ORDENES(WS-POS) T-SC-COMPLETA(WS-POS)
                         T-SC-PARCIAL(WS-POS) T-SC-DIAS-SUM(WS-POS)
                         T-SC-DIAS-CNT(WS-POS) T-SC-DEVUELTO(WS-POS)
                         T-SC-COMPRADO(WS-POS) T-SC-INSPEC(WS-POS)
                         T-SC-RECHAZO(WS-POS)
           END-IF.

       ACUMULAR-ORDENES.
               END-READ
           END-PERFORM.

      *> Inspecciones de calidad cerradas en el rango: lo recibido a
      *> inspeccion contra lo rechazado (en unidad de compra)
       ACUMULAR-INSPECCIONES.
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO INS-NRO
           START INSPECCION KEY IS NOT LESS THAN INS-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ INSPECCION NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF NOT INS-PENDIENTE
                          AND INS-FECHA-INSP >= W-DESDE
                          AND INS-FECHA-INSP <= W-HASTA
                           MOVE INS-PROV-ID TO COM-PROV-ID
                           PERFORM BUSCAR-FILA-PROV
                           IF WS-POS > 0
                               ADD INS-CANT TO T-SC-INSPEC(WS-POS)
                               ADD INS-CANT-RECHAZADA
                                   TO T-SC-RECHAZO(WS-POS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-SCORECARD.
           MOVE 0 TO WS-CANT-LINEAS
           OPEN OUTPUT SCORE-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "PROV     NOMBRE               ORDS COMPL "
                  "PROM.DIAS COMPLETA% DEVOL%     DEVUELTO VAR.PREC%"
                  "   INSPEC RECH.INSP%"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           DISPLAY "PROV     ORDS COMPL PROM.DIAS COMPLETA% DEVOL%"
                   LINE 07 COL 10
           DISPLAY "VAR.PREC%" LINE 07 COL 57
           DISPLAY "RECH.INS%" LINE 07 COL 67
           MOVE 8 TO WS-FILA

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-PROV
                   MOVE 0 TO WS-PCT-DEV
               END-IF

               IF T-SC-INSPEC(WS-IDX) > 0
                   COMPUTE WS-PCT-RECHAZO ROUNDED =
                       T-SC-RECHAZO(WS-IDX) * 100
                       / T-SC-INSPEC(WS-IDX)
               ELSE
                   MOVE 0 TO WS-PCT-RECHAZO
               END-IF

               PERFORM CALCULAR-VAR-PRECIO

               MOVE T-SC-PROV(WS-IDX) TO PROV-ID
               MOVE WS-PCT-DEV TO WS-PCT-DISP2
               MOVE T-SC-DEVUELTO(WS-IDX) TO WS-MONTO-DISP
               MOVE WS-PCT-VAR TO WS-PCT-DISP3
               MOVE WS-PCT-RECHAZO TO WS-PCT-DISP4

               MOVE SPACES TO WS-LINEA-REP
               STRING T-SC-PROV(WS-IDX) " " PROV-NOMBRE(1:20) " "
                      T-SC-COMPLETA(WS-IDX) " "
                      WS-DIAS-DISP " " WS-PCT-DISP " " WS-PCT-DISP2
                      " " WS-MONTO-DISP "    " WS-PCT-DISP3
                      "  " T-SC-INSPEC(WS-IDX) "    " WS-PCT-DISP4
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA-REP

                   DISPLAY WS-PCT-DISP LINE WS-FILA COL 41
                   DISPLAY WS-PCT-DISP2 LINE WS-FILA COL 51
                   DISPLAY WS-PCT-DISP3 LINE WS-FILA COL 59
                   DISPLAY WS-PCT-DISP4 LINE WS-FILA COL 69
                   ADD 1 TO WS-FILA
               END-IF
           END-PERFORM
