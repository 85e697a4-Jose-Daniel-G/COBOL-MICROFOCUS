      *> * Purpose:  Declaracion de IVA del periodo - base e impuesto por
      *> *           tasa en ventas (facturas menos notas de credito) y
      *> *           facturas de proveedor del periodo, neteado al
      *> *           saldo a pagar. Las ventas exentas y excluidas
      *> *           (regimen sellado en la factura) se informan aparte
      *> *           de las tasas, con el certificado que las soporta
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
              10 T-CMP-BASE     PIC S9(11)V99.
              10 T-CMP-IVA      PIC S9(11)V99.

      *> Ventas a clientes exentos / excluidos, fuera de la tabla de tasas
       01  WS-EXE-VTA-BASE PIC S9(11)V99 VALUE 0.
       01  WS-EXE-NC-BASE  PIC S9(11)V99 VALUE 0.
       01  WS-EXC-VTA-BASE PIC S9(11)V99 VALUE 0.
       01  WS-EXC-NC-BASE  PIC S9(11)V99 VALUE 0.
       01  WS-DOC-BASE     PIC S9(11)V99.
       01  WS-DOC-REGIMEN  PIC X(01).
           88 DOC-EXENTO       VALUE "E".
           88 DOC-EXCLUIDO     VALUE "X".
           88 DOC-ESPECIAL     VALUE "E" "X".
       01  WS-TOT-ESP      PIC 9(03) VALUE 0.
       01  WS-IDX-ESP      PIC 9(03).
       01  WS-TABLA-ESPECIALES.
           05 T-ESP OCCURS 500 TIMES.
              10 T-ESP-TIPO     PIC X(02).
              10 T-ESP-NRO      PIC 9(07).
              10 T-ESP-FAC-NRO  PIC 9(07).
              10 T-ESP-CLI      PIC 9(07).
              10 T-ESP-REG      PIC X(01).
              10 T-ESP-BASE     PIC S9(11)V99.
              10 T-ESP-CERT     PIC X(20).
       01  WS-REG-DESC     PIC X(08).

       01  WS-NETO-PAGAR   PIC S9(11)V99.
       01  WS-FILA         PIC 99.
       01  WS-LINEA-PLANO  PIC X(200).
           END-PERFORM.

       ACUMULAR-DETALLES-FACTURA.
           MOVE FAC-REGIMEN TO WS-DOC-REGIMEN
           MOVE 0 TO WS-DOC-BASE
           SET NO-FIN-DETALLES TO TRUE
           MOVE FAC-NRO TO DET-FAC-NRO
           START DETALLES KEY IS NOT LESS THAN DET-FAC-NRO
                       IF DET-FAC-NRO NOT = FAC-NRO
                           SET FIN-DETALLES TO TRUE
                       ELSE
                           PERFORM ACUMULAR-LINEA-FACTURA
                       END-IF
               END-READ
           END-PERFORM

           IF DOC-ESPECIAL
               IF DOC-EXENTO
                   ADD WS-DOC-BASE TO WS-EXE-VTA-BASE
               ELSE
                   ADD WS-DOC-BASE TO WS-EXC-VTA-BASE
               END-IF
               PERFORM REGISTRAR-DOC-ESPECIAL
           END-IF.

       ACUMULAR-LINEA-FACTURA.
           IF DOC-ESPECIAL
               ADD DET-SUBTOTAL TO WS-DOC-BASE
               EXIT PARAGRAPH
           END-IF
           MOVE DET-IVA-PCT  TO WS-PCT-LINEA
           MOVE DET-SUBTOTAL TO WS-BASE-LINEA
           COMPUTE WS-IVA-LINEA ROUNDED =
               DET-SUBTOTAL * DET-IVA-PCT / 100
           PERFORM ACUMULAR-EN-TASA.

       ACUMULAR-NOTAS-CREDITO.
           MOVE "N" TO WS-LADO
                   AT END EXIT PERFORM
                   NOT AT END
                       IF NCR-FECHA(1:6) = W-PERIODO
                           MOVE NCR-FAC-NRO TO FAC-NRO
                           READ FACTURAS
                               INVALID KEY
                                   MOVE SPACE  TO FAC-REGIMEN
                                   MOVE SPACES TO FAC-CERT-EXENCION
                           END-READ
                           PERFORM ACUMULAR-DETALLES-NC
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-DETALLES-NC.
      *> La nota sigue el regimen de la factura que devuelve
           MOVE FAC-REGIMEN TO WS-DOC-REGIMEN
           MOVE 0 TO WS-DOC-BASE
           SET NO-FIN-DETALLES TO TRUE
           MOVE NCR-NRO TO NCD-NCR-NRO
           START NOTASCREDDET KEY IS NOT LESS THAN NCD-NCR-NRO
                       IF NCD-NCR-NRO NOT = NCR-NRO
                           SET FIN-DETALLES TO TRUE
                       ELSE
                           PERFORM ACUMULAR-LINEA-NC
                       END-IF
               END-READ
           END-PERFORM

           IF DOC-ESPECIAL
               IF DOC-EXENTO
                   ADD WS-DOC-BASE TO WS-EXE-NC-BASE
               ELSE
                   ADD WS-DOC-BASE TO WS-EXC-NC-BASE
               END-IF
               PERFORM REGISTRAR-DOC-ESPECIAL
           END-IF.

       ACUMULAR-LINEA-NC.
           IF DOC-ESPECIAL
               ADD NCD-SUBTOTAL TO WS-DOC-BASE
               EXIT PARAGRAPH
           END-IF
           MOVE NCD-IVA-PCT  TO WS-PCT-LINEA
           MOVE NCD-SUBTOTAL TO WS-BASE-LINEA
           COMPUTE WS-IVA-LINEA ROUNDED =
               NCD-SUBTOTAL * NCD-IVA-PCT / 100
           PERFORM ACUMULAR-EN-TASA.

       REGISTRAR-DOC-ESPECIAL.
           IF WS-TOT-ESP >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-ESP
           IF WS-LADO = "N"
               MOVE "NC"        TO T-ESP-TIPO(WS-TOT-ESP)
               MOVE NCR-NRO     TO T-ESP-NRO(WS-TOT-ESP)
               MOVE NCR-FAC-NRO TO T-ESP-FAC-NRO(WS-TOT-ESP)
               MOVE NCR-CLI-ID  TO T-ESP-CLI(WS-TOT-ESP)
               COMPUTE T-ESP-BASE(WS-TOT-ESP) = 0 - WS-DOC-BASE
           ELSE
               MOVE "FV"        TO T-ESP-TIPO(WS-TOT-ESP)
               MOVE FAC-NRO     TO T-ESP-NRO(WS-TOT-ESP)
               MOVE FAC-NRO     TO T-ESP-FAC-NRO(WS-TOT-ESP)
               MOVE FAC-CLI-ID  TO T-ESP-CLI(WS-TOT-ESP)
               MOVE WS-DOC-BASE TO T-ESP-BASE(WS-TOT-ESP)
           END-IF
           MOVE WS-DOC-REGIMEN    TO T-ESP-REG(WS-TOT-ESP)
           MOVE FAC-CERT-EXENCION TO T-ESP-CERT(WS-TOT-ESP).

       ACUMULAR-COMPRAS.
           *> El IVA descontable se declara por las facturas de
       MOSTRAR-REGISTROS.
           MOVE 5 TO WS-FILA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOT-FILAS OR WS-FILA > 19
               MOVE T-VTA-IVA(WS-IDX) TO WS-D1
               MOVE T-NC-IVA(WS-IDX)  TO WS-D2
               MOVE T-CMP-IVA(WS-IDX) TO WS-D3
               ADD 1 TO WS-FILA
           END-PERFORM

           COMPUTE WS-D1 = WS-EXE-VTA-BASE - WS-EXE-NC-BASE
           DISPLAY "VENTAS EXENTAS   (BASE NETA):" LINE 20 COL 02
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY WS-D1 LINE 20 COL 33
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           COMPUTE WS-D1 = WS-EXC-VTA-BASE - WS-EXC-NC-BASE
           DISPLAY "VENTAS EXCLUIDAS (BASE NETA):" LINE 21 COL 02
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY WS-D1 LINE 21 COL 33
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7

           MOVE WS-NETO-PAGAR TO WS-D4
           DISPLAY "IVA NETO A PAGAR DEL PERIODO: " LINE 23 COL 02
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                   DELIMITED BY SIZE INTO WS-LINEA-PLANO
               WRITE REG-IVADECL-PLANO FROM WS-LINEA-PLANO
           END-PERFORM
           MOVE WS-EXE-VTA-BASE TO WS-D1
           MOVE WS-EXE-NC-BASE  TO WS-D2
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "VENTAS EXENTAS   BASE " WS-D1 " N.CRED " WS-D2
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-IVADECL-PLANO FROM WS-LINEA-PLANO
           MOVE WS-EXC-VTA-BASE TO WS-D1
           MOVE WS-EXC-NC-BASE  TO WS-D2
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "VENTAS EXCLUIDAS BASE " WS-D1 " N.CRED " WS-D2
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-IVADECL-PLANO FROM WS-LINEA-PLANO
           MOVE WS-NETO-PAGAR TO WS-D4
           MOVE SPACES TO WS-LINEA-PLANO
           STRING "IVA NETO A PAGAR " WS-D4
               DELIMITED BY SIZE INTO WS-LINEA-PLANO
           WRITE REG-IVADECL-PLANO FROM WS-LINEA-PLANO

           IF WS-TOT-ESP > 0
               MOVE SPACES TO WS-LINEA-PLANO
               WRITE REG-IVADECL-PLANO FROM WS-LINEA-PLANO
               MOVE "SOPORTE DE VENTAS EXENTAS Y EXCLUIDAS"
                   TO WS-LINEA-PLANO
               WRITE REG-IVADECL-PLANO FROM WS-LINEA-PLANO
               MOVE "DOC NUMERO  FACTURA CLIENTE REGIMEN           BASE CERTIFICADO"
                   TO WS-LINEA-PLANO
               WRITE REG-IVADECL-PLANO FROM WS-LINEA-PLANO
               PERFORM VARYING WS-IDX-ESP FROM 1 BY 1
                       UNTIL WS-IDX-ESP > WS-TOT-ESP
                   IF T-ESP-REG(WS-IDX-ESP) = "E"
                       MOVE "EXENTO"   TO WS-REG-DESC
                   ELSE
                       MOVE "EXCLUIDO" TO WS-REG-DESC
                   END-IF
                   MOVE T-ESP-BASE(WS-IDX-ESP) TO WS-D1
                   MOVE SPACES TO WS-LINEA-PLANO
                   STRING T-ESP-TIPO(WS-IDX-ESP) "  "
                          T-ESP-NRO(WS-IDX-ESP) " "
                          T-ESP-FAC-NRO(WS-IDX-ESP) " "
                          T-ESP-CLI(WS-IDX-ESP) " "
                          WS-REG-DESC " " WS-D1 " "
                          T-ESP-CERT(WS-IDX-ESP)
                       DELIMITED BY SIZE INTO WS-LINEA-PLANO
                   WRITE REG-IVADECL-PLANO FROM WS-LINEA-PLANO
               END-PERFORM
           END-IF
           CLOSE IVADECL-PLANO.

       GENERAR-CSV.
                   DELIMITED BY SIZE INTO REG-IVADECL-CSV
               WRITE REG-IVADECL-CSV
           END-PERFORM
           INITIALIZE REG-IVADECL-CSV
           MOVE WS-EXE-VTA-BASE TO WS-D1
           MOVE WS-EXE-NC-BASE  TO WS-D3
           STRING "EXENTO;" WS-D1 ";0;" WS-D3 ";0;0;0"
               DELIMITED BY SIZE INTO REG-IVADECL-CSV
           WRITE REG-IVADECL-CSV
           INITIALIZE REG-IVADECL-CSV
           MOVE WS-EXC-VTA-BASE TO WS-D1
           MOVE WS-EXC-NC-BASE  TO WS-D3
           STRING "EXCLUIDO;" WS-D1 ";0;" WS-D3 ";0;0;0"
               DELIMITED BY SIZE INTO REG-IVADECL-CSV
           WRITE REG-IVADECL-CSV
           CLOSE IVADECL-CSV.

       LEER-PARAMETROS.
