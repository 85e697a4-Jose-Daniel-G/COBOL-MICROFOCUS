      *> * Purpose:  Proyeccion de flujo de caja por semana: entradas
      *> *           esperadas (cuotas por vencer y cheques en cartera)
      *> *           contra salidas comprometidas (facturas de
      *> *           proveedor y cuotas de obligaciones financieras),
      *> *           con posicion neta acumulada, al spool
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "cuota.sel".
           COPY "cheque.sel".
           COPY "provfac.sel".
           COPY "oblcuota.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "cuota.fd".
           COPY "cheque.fd".
           COPY "provfac.fd".
           COPY "oblcuota.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
       01 ST-CUOTAS         PIC XX.
       01 ST-CHEQUES        PIC XX.
       01 ST-PROVFAC        PIC XX.
       01 ST-OBLCUOTAS      PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-SW-SCAN        PIC X VALUE "N".
           PERFORM ACUMULAR-CUOTAS
           PERFORM ACUMULAR-CHEQUES
           PERFORM ACUMULAR-PROVEEDOR
           PERFORM ACUMULAR-OBLIGACIONES
           PERFORM MOSTRAR-Y-ESCRIBIR

           PERFORM CERRAR-ARCHIVOS
               OPEN OUTPUT FACTURAS-PROV
               CLOSE FACTURAS-PROV
               OPEN INPUT FACTURAS-PROV
           END-IF
           OPEN INPUT OBLIG-CUOTAS
           IF ST-OBLCUOTAS = "35"
               OPEN OUTPUT OBLIG-CUOTAS
               CLOSE OBLIG-CUOTAS
               OPEN INPUT OBLIG-CUOTAS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CUOTAS
           CLOSE CHEQUES
           CLOSE FACTURAS-PROV
           CLOSE OBLIG-CUOTAS.

       CALCULAR-SEMANA.
      *> Lo ya vencido cae en la semana 1 (hay que cobrarlo/pagarlo
               END-READ
           END-PERFORM.

       ACUMULAR-OBLIGACIONES.
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO OBC-OBL-NRO OBC-NUMERO
           START OBLIG-CUOTAS KEY IS NOT LESS THAN OBC-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ OBLIG-CUOTAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF OBC-PENDIENTE
                           MOVE FUNCTION INTEGER-OF-DATE
                               (OBC-FECHA-VENCE) TO WS-VENCE-INT
                           PERFORM CALCULAR-SEMANA
                           IF WS-SEMANA > 0
                               ADD OBC-VALOR TO T-SALIDA(WS-SEMANA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-Y-ESCRIBIR.
           MOVE 0 TO WS-CANT-LINEAS
           OPEN OUTPUT FLUJO-PLANO
