       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Cierre diario - totales de ventas por tipo de pago
      *> *           y por vendedor, para conciliacion de caja; las
      *> *           ventas y cobros con tarjeta (datafono) van en su
      *> *           propia columna; las de pago mixto reparten cada
      *> *           medio en su columna (puntos y notas credito aparte)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "bitacora.sel".
           COPY "cajases.sel".
           COPY "vale.sel".
           COPY "mediopago.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".
           COPY "bitacora.fd".
           COPY "cajases.fd".
           COPY "vale.fd".
           COPY "mediopago.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".
           COPY "TECLAS.cpy".
           COPY "BITACORA.cpy".
           COPY "CAJASES.cpy".
           COPY "TARJETA.cpy".
           COPY "SPOOLVARS.cpy".
           COPY "SESION.cpy".
       01  ST-SESION          PIC XX.

       01  WS-CANT-CONTADO     PIC 9(05) VALUE 0.
       01  WS-TOTAL-CONTADO    PIC S9(9)V99 VALUE 0.
       01  WS-CANT-TARJETA     PIC 9(05) VALUE 0.
       01  WS-TOTAL-TARJETA    PIC S9(9)V99 VALUE 0.
       01  WS-CANT-VOUCHERS    PIC 9(05) VALUE 0.
       01  WS-TOTAL-VOUCHERS   PIC S9(9)V99 VALUE 0.
       01  WS-CANT-MIXTO       PIC 9(05) VALUE 0.
       01  WS-TOTAL-OTROS-MED  PIC S9(9)V99 VALUE 0.
       01  WS-MIXTO-CUBIERTO   PIC S9(9)V99 VALUE 0.
       01  WS-CANT-CREDITO     PIC 9(05) VALUE 0.
       01  WS-TOTAL-CREDITO    PIC S9(9)V99 VALUE 0.
       01  WS-CANT-ANULADAS    PIC 9(05) VALUE 0.

       01  WS-CONTADO-DISP      PIC -(9)9.99.
       01  WS-CREDITO-DISP      PIC -(9)9.99.
       01  WS-TARJETA-DISP      PIC -(9)9.99.
       01  WS-VOUCHERS-DISP     PIC -(9)9.99.
       01  WS-OTROS-MED-DISP    PIC -(9)9.99.
       01  WS-GENERAL-DISP      PIC -(9)9.99.
       01  WS-VENDVTAS-DISP     PIC -(9)9.99.

           COPY "HEADER.cpy".
           05 LINE 03 COL 02 VALUE "CIERRE DEL DIA: " BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 03 COL 18 PIC 9(08) FROM WS-FECHA-CIERRE BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 04 COL 02 VALUE "FACTURAS DE CONTADO:" BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 04 COL 40 PIC ZZZZ9 FROM WS-CANT-CONTADO BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 04 COL 48 PIC Z(8)9.99 FROM WS-TOTAL-CONTADO BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 05 COL 02 VALUE "FACTURAS CON TARJETA:" BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 05 COL 40 PIC ZZZZ9 FROM WS-CANT-TARJETA BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 05 COL 48 PIC Z(8)9.99 FROM WS-TOTAL-TARJETA BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 06 COL 02 VALUE "FACTURAS DE CREDITO:" BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 06 COL 40 PIC ZZZZ9 FROM WS-CANT-CREDITO BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 06 COL 48 PIC Z(8)9.99 FROM WS-TOTAL-CREDITO BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 07 COL 02 VALUE "FACTURAS ANULADAS:  " BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 07 COL 40 PIC ZZZZ9 FROM WS-CANT-ANULADAS BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 07 COL 48 VALUE "MIXTAS" BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 07 COL 55 PIC ZZZZ9 FROM WS-CANT-MIXTO BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 07 COL 61 VALUE "P/NC" BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 07 COL 66 PIC Z(8)9.99 FROM WS-TOTAL-OTROS-MED BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 08 COL 02 VALUE "TOTAL GENERAL:      " BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 08 COL 40 PIC ZZZZ9 FROM WS-CANT-TOTAL BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 08 COL 48 PIC Z(8)9.99 FROM WS-TOTAL-GENERAL BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           PERFORM ORDENAR-POR-VENDEDOR
           PERFORM CARGAR-DIFERENCIAS-CAJA
           PERFORM CARGAR-CAJA-MENOR
           PERFORM CARGAR-VOUCHERS-DIA
           PERFORM REGISTRAR-CORRIDA-CIERRE

           IF MODO-DESATENDIDO
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY WS-CMENOR-DISP LINE 24 COL 23
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               MOVE WS-TOTAL-VOUCHERS TO WS-VOUCHERS-DISP
               DISPLAY "DATAFONO: " LINE 24 COL 40
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY WS-CANT-VOUCHERS LINE 24 COL 50
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY WS-VOUCHERS-DISP LINE 24 COL 56
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7

               IF WS-CANT-TOTAL = 0
                   DISPLAY "NO HAY FACTURAS PARA LA FECHA INDICADA" LINE 20 COL 20
           END-PERFORM
           CLOSE VALES.

       CARGAR-VOUCHERS-DIA.
      *> Vouchers de datafono del dia (ventas rapidas y recibos): es
      *> lo que el adquirente debe abonar y no esta en ningun cajon
           MOVE 0 TO WS-CANT-VOUCHERS WS-TOTAL-VOUCHERS
           OPEN INPUT MEDIOS-PAGO
           IF ST-MEDIOSPAGO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NO-FIN-MPG TO TRUE
           MOVE WS-FECHA-CIERRE TO MPG-FECHA
           START MEDIOS-PAGO KEY IS NOT LESS THAN MPG-FECHA
               INVALID KEY SET FIN-MPG TO TRUE
           END-START
           PERFORM UNTIL FIN-MPG
               READ MEDIOS-PAGO NEXT RECORD
                   AT END SET FIN-MPG TO TRUE
                   NOT AT END
                       IF MPG-FECHA NOT = WS-FECHA-CIERRE
                           SET FIN-MPG TO TRUE
                       ELSE
                           IF MPG-TARJETA AND NOT MPG-CONC-ANULADO
                               ADD 1 TO WS-CANT-VOUCHERS
                               ADD MPG-MONTO TO WS-TOTAL-VOUCHERS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEDIOS-PAGO.

       CARGAR-DIFERENCIAS-CAJA.
      *> Suma el sobrante/faltante de las sesiones de caja cerradas en
      *> la fecha del cierre (ver CAJSES01).

       CARGAR-CIERRE.
           MOVE 0 TO WS-CANT-CONTADO WS-CANT-CREDITO WS-CANT-ANULADAS
                     WS-CANT-TOTAL WS-TOTAL-FILAS WS-CANT-TARJETA
                     WS-CANT-MIXTO
           MOVE 0 TO WS-TOTAL-CONTADO WS-TOTAL-CREDITO WS-TOTAL-GENERAL
                     WS-TOTAL-TARJETA WS-TOTAL-OTROS-MED
           OPEN INPUT MEDIOS-PAGO

      *> Posiciona directo en la fecha por la clave alterna FAC-FECHA
           MOVE WS-FECHA-CIERRE TO FAC-FECHA
                       END-IF
                       PERFORM ACUMULAR-FACTURA
               END-READ
           END-PERFORM
           CLOSE MEDIOS-PAGO.

       ACUMULAR-FACTURA.
           ADD 1 TO WS-CANT-TOTAL
               ADD 1 TO WS-CANT-ANULADAS
           ELSE
               ADD FAC-TOTAL TO WS-TOTAL-GENERAL
               EVALUATE TRUE
                   WHEN FAC-CREDITO
                       ADD 1 TO WS-CANT-CREDITO
                       ADD FAC-TOTAL TO WS-TOTAL-CREDITO
                   WHEN FAC-TARJETA
                       ADD 1 TO WS-CANT-TARJETA
                       ADD FAC-TOTAL TO WS-TOTAL-TARJETA
                   WHEN FAC-PAGO-MIXTO
                       ADD 1 TO WS-CANT-MIXTO
                       PERFORM REPARTIR-PAGO-MIXTO
                   WHEN OTHER
                       ADD 1 TO WS-CANT-CONTADO
                       ADD FAC-TOTAL TO WS-TOTAL-CONTADO
               END-EVALUATE
               IF FAC-VENDEDOR NOT = SPACES
                   PERFORM ACUMULAR-VENDEDOR
               END-IF
           END-IF.

       REPARTIR-PAGO-MIXTO.
      *> Cada medio de la venta va a su columna: efectivo a contado,
      *> datafono a tarjeta, puntos, notas credito y bonos de regalo a
      *> P/NC. Lo que ningun medio cubre (factura con bono que deja saldo
      *> para cobrar por recibo) va a contado
           IF ST-MEDIOSPAGO NOT = "00"
               ADD FAC-TOTAL TO WS-TOTAL-CONTADO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MIXTO-CUBIERTO
           SET NO-FIN-MPG TO TRUE
           MOVE "F"     TO MPG-TIPO-DOC
           MOVE FAC-NRO TO MPG-DOC-NRO
           MOVE 0       TO MPG-SEC
           START MEDIOS-PAGO KEY IS NOT LESS THAN MPG-CLAVE
               INVALID KEY SET FIN-MPG TO TRUE
           END-START
           PERFORM UNTIL FIN-MPG
               READ MEDIOS-PAGO NEXT RECORD
                   AT END SET FIN-MPG TO TRUE
                   NOT AT END
                       IF NOT MPG-DOC-FACTURA OR MPG-DOC-NRO NOT = FAC-NRO
                           SET FIN-MPG TO TRUE
                       ELSE
                           EVALUATE TRUE
                               WHEN MPG-CONC-ANULADO
                                   CONTINUE
                               WHEN MPG-TARJETA
                                   ADD MPG-MONTO TO WS-TOTAL-TARJETA
                               WHEN MPG-PUNTOS
                               WHEN MPG-NOTA-CREDITO
                               WHEN MPG-BONO
                                   ADD MPG-MONTO TO WS-TOTAL-OTROS-MED
                               WHEN OTHER
                                   ADD MPG-MONTO TO WS-TOTAL-CONTADO
                           END-EVALUATE
                           IF NOT MPG-CONC-ANULADO
                               ADD MPG-MONTO TO WS-MIXTO-CUBIERTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF FAC-TOTAL > WS-MIXTO-CUBIERTO
               COMPUTE WS-TOTAL-CONTADO = WS-TOTAL-CONTADO
                                        + FAC-TOTAL - WS-MIXTO-CUBIERTO
           END-IF.

       ACUMULAR-VENDEDOR.
           MOVE "N" TO WS-ENCONTRADO

           OPEN OUTPUT CIERRE-PLANO
           MOVE WS-TOTAL-CONTADO TO WS-CONTADO-DISP
           MOVE WS-TOTAL-CREDITO TO WS-CREDITO-DISP
           MOVE WS-TOTAL-TARJETA TO WS-TARJETA-DISP
           MOVE WS-TOTAL-GENERAL TO WS-GENERAL-DISP
           STRING "CIERRE " WS-FECHA-CIERRE
                  " CONTADO " WS-CANT-CONTADO " " WS-CONTADO-DISP
                  " TARJETA " WS-CANT-TARJETA " " WS-TARJETA-DISP
                  " CREDITO " WS-CANT-CREDITO " " WS-CREDITO-DISP
                  " MIXTAS " WS-CANT-MIXTO
                  " ANULADAS " WS-CANT-ANULADAS
                  " TOTAL " WS-CANT-TOTAL " " WS-GENERAL-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           STRING "SALIDAS CAJA MENOR " WS-CMENOR-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-CIERRE-PLANO FROM WS-LINEA-PLANO
           MOVE WS-TOTAL-VOUCHERS TO WS-VOUCHERS-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "VOUCHERS DATAFONO " WS-CANT-VOUCHERS
                  " " WS-VOUCHERS-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-CIERRE-PLANO FROM WS-LINEA-PLANO
           MOVE WS-TOTAL-OTROS-MED TO WS-OTROS-MED-DISP
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "PUNTOS, NOTAS CREDITO Y BONOS " WS-OTROS-MED-DISP
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-CIERRE-PLANO FROM WS-LINEA-PLANO
           PERFORM VARYING WS-INDICE FROM 1 BY 1 UNTIL WS-INDICE > WS-TOTAL-FILAS
               MOVE T-TOTAL-VTAS(WS-INDICE) TO WS-VENDVTAS-DISP
               STRING
               DELIMITED BY SIZE INTO REG-CIERRE-CSV
           WRITE REG-CIERRE-CSV
           INITIALIZE REG-CIERRE-CSV
           MOVE WS-TOTAL-TARJETA TO WS-TARJETA-DISP
           STRING "TARJETA;" WS-CANT-TARJETA ";" WS-TARJETA-DISP
               DELIMITED BY SIZE INTO REG-CIERRE-CSV
           WRITE REG-CIERRE-CSV
           INITIALIZE REG-CIERRE-CSV
           MOVE WS-TOTAL-CREDITO TO WS-CREDITO-DISP
           STRING "CREDITO;" WS-CANT-CREDITO ";" WS-CREDITO-DISP
               DELIMITED BY SIZE INTO REG-CIERRE-CSV
           STRING "ANULADAS;" WS-CANT-ANULADAS ";0"
               DELIMITED BY SIZE INTO REG-CIERRE-CSV
           WRITE REG-CIERRE-CSV
           INITIALIZE REG-CIERRE-CSV
           MOVE WS-TOTAL-VOUCHERS TO WS-VOUCHERS-DISP
           STRING "VOUCHERS DATAFONO;" WS-CANT-VOUCHERS ";"
                  WS-VOUCHERS-DISP
               DELIMITED BY SIZE INTO REG-CIERRE-CSV
           WRITE REG-CIERRE-CSV
           INITIALIZE REG-CIERRE-CSV
           MOVE WS-TOTAL-OTROS-MED TO WS-OTROS-MED-DISP
           STRING "MIXTAS;" WS-CANT-MIXTO ";0"
               DELIMITED BY SIZE INTO REG-CIERRE-CSV
           WRITE REG-CIERRE-CSV
           INITIALIZE REG-CIERRE-CSV
           STRING "PUNTOS, NOTAS CREDITO Y BONOS;0;" WS-OTROS-MED-DISP
               DELIMITED BY SIZE INTO REG-CIERRE-CSV
           WRITE REG-CIERRE-CSV

           MOVE "VENDEDOR;NOMBRE;FACTURAS;TOTAL_VENTAS" TO REG-CIERRE-CSV
           WRITE REG-CIERRE-CSV
