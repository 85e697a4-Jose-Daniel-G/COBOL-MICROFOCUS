       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Segmentacion RFM de clientes: sobre una ventana de
      *> *           meses toma de FACTURAS y del historico anual de
      *> *           facturas archivadas (facturas_hist_AAAA.txt) la
      *> *           fecha de la ultima compra, la cantidad de facturas
      *> *           y el monto de cada cliente activo, los califica de
      *> *           1 a 5 por quintiles (recencia, frecuencia y monto),
      *> *           asigna el segmento (SEGRFM.cpy) y lo guarda en el
      *> *           cliente. Emite el reporte por segmento y vendedor
      *> *           al spool y el plano para campanas de marketing con
      *> *           el correo del contacto (CLI-CON-EMAIL), solo de los
      *> *           clientes con autorizacion de datos. En modo lote
      *> *           (MODOLOTE=S) el orquestador nocturno la corre una
      *> *           vez al mes. Se llama desde VENVIS01 (opcion 5)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENRFM01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cliente.sel".
           COPY "factura.sel".
           COPY "parametros.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

           SELECT FACTURAS-HIST
               ASSIGN TO WS-ARCH-FAC-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FACHIST.

           SELECT RFM-PLANO
               ASSIGN TO "rfm_segmentos.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RFM-CSV
               ASSIGN TO "rfm_campana.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "cliente.fd".
           COPY "factura.fd".
           COPY "parametros.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       FD  FACTURAS-HIST.
       01  REG-FACTURA-HIST   PIC X(200).

       FD  RFM-PLANO.
       01  REG-RFM-PLANO      PIC X(132).

       FD  RFM-CSV.
       01  REG-RFM-CSV        PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PARAMETROS.cpy".
       COPY "SEGRFM.cpy".
       01 ST-CLIENTES       PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-FACHIST        PIC XX.
       01 ST-SESION         PIC XX.

       01 WS-MODOLOTE       PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-RESP           PIC X.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-HIST        PIC X VALUE "N".
          88 FIN-HIST          VALUE "S".
          88 NO-FIN-HIST       VALUE "N".

      *> Ventana
       01 W-MESES           PIC 9(02) VALUE 12.
       01 WS-HOY            PIC 9(08).
       01 WS-HOY-INT        PIC 9(09).
       01 WS-FECHA-DESDE    PIC 9(08).
       01 WS-FECHA-DESDE-R REDEFINES WS-FECHA-DESDE.
          05 WS-DESDE-ANIO     PIC 9(04).
          05 WS-DESDE-MES      PIC 9(02).
          05 WS-DESDE-DIA      PIC 9(02).
       01 WS-MESES-ABS      PIC 9(06).
       01 WS-PERIODO        PIC 9(06).
       01 WS-YA-CALCULADO   PIC X.

      *> Historico anual de facturas archivadas
       01 WS-ARCH-FAC-NOMBRE PIC X(30).
       01 WS-ANIO-HIST      PIC 9(04).
       01 WS-HIST-CLI       PIC 9(07).
       01 WS-HIST-FECHA     PIC 9(08).
       01 WS-HIST-TOTAL     PIC S9(11)V99.

      *> Clientes activos en memoria (en orden de CLI-ID)
       01 WS-TOT-CLI        PIC 9(05) VALUE 0.
       01 WS-CLI-OMITIDOS   PIC 9(05) VALUE 0.
       01 WS-CON-COMPRA     PIC 9(05) VALUE 0.
       01 WS-IDX            PIC 9(05).
       01 WS-IDX2           PIC 9(05).
       01 WS-TABLA-CLI.
          05 T-CLI OCCURS 5000 TIMES.
             10 T-CLI-ID       PIC 9(07).
             10 T-CLI-ULT      PIC 9(08).
             10 T-CLI-FREC     PIC 9(05).
             10 T-CLI-MONTO    PIC S9(11)V99.
             10 T-CLI-DIAS     PIC 9(05).
             10 T-CLI-SEG      PIC X(02).
             10 T-CLI-R        PIC 9.
             10 T-CLI-F        PIC 9.
             10 T-CLI-M        PIC 9.

      *> Busqueda binaria en la tabla
       01 WS-BUS-ID         PIC 9(07).
       01 WS-BUS-POS        PIC 9(05).
       01 WS-BUS-BAJO       PIC 9(05).
       01 WS-BUS-ALTO       PIC 9(05).
       01 WS-BUS-MEDIO      PIC 9(05).

      *> Quintiles
       01 WS-MENOS-R        PIC 9(05).
       01 WS-MENOS-F        PIC 9(05).
       01 WS-MENOS-M        PIC 9(05).
       01 WS-PUNTO          PIC 9(03).

      *> Reporte por segmento y vendedor
       01 WS-TOT-VEN        PIC 99 VALUE 0.
       01 WS-VEN-IDX        PIC 99.
       01 WS-VEN-OMITIDOS   PIC 9(05).
       01 WS-TABLA-VEN.
          05 T-VEN OCCURS 60 TIMES.
             10 T-VEN-CODIGO   PIC X(04).
             10 T-VEN-CANT     PIC 9(05) OCCURS 9 TIMES.
             10 T-VEN-TOTAL    PIC 9(05).
       01 WS-TABLA-SEG-TOT.
          05 T-SEG-CANT     PIC 9(05) OCCURS 9 TIMES.
       01 WS-TOT-SEGMENTADOS PIC 9(05).
       01 WS-PORCENTAJE     PIC 9(03)V9.
       01 WS-VEN-CORTE      PIC X(04).

      *> Exportacion para campanas
       01 W-SEGMENTO        PIC X(02).
       01 W-VENDEDOR        PIC X(04).
       01 WS-SEG-VALIDO     PIC X.
       01 WS-TOT-EXPORT     PIC 9(05).
       01 WS-TOT-SIN-EMAIL  PIC 9(05).
       01 WS-TOT-SIN-AUTORIZA PIC 9(05).

       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-PTR            PIC 9(03).
       01 WS-EDIT-CANT      PIC ZZZZ9.
       01 WS-EDIT-PCT       PIC ZZ9.9.
       01 WS-EDIT-TOT       PIC ZZZZ9.
       01 WS-EDIT-PUNTAJE   PIC 9(03).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS

      *> Corrida desatendida: una segmentacion por mes con la ventana
      *> por defecto, seguida del reporte por segmento y vendedor
           IF WS-MODOLOTE = "S"
               PERFORM VERIFICAR-MES-CALCULADO
               IF WS-YA-CALCULADO = "N"
                   PERFORM CALCULAR-SEGMENTOS
                   PERFORM REPORTE-SEGMENTOS
               END-IF
               PERFORM CERRAR-ARCHIVOS
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "SEGMENTACION RFM DE CLIENTES" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. CALCULAR SEGMENTACION (RECENCIA/FRECUENCIA/MONTO)"
                       LINE 04 COL 10
               DISPLAY "2. REPORTE POR SEGMENTO Y VENDEDOR" LINE 05 COL 10
               DISPLAY "3. EXPORTAR CONTACTOS PARA CAMPANA" LINE 06 COL 10
               DISPLAY "S. SALIR" LINE 07 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM PEDIR-VENTANA
                       IF WS-RESP = "S"
                           PERFORM CALCULAR-SEGMENTOS
                           PERFORM REPORTE-SEGMENTOS
                           PERFORM MOSTRAR-RESUMEN
                       END-IF
                   WHEN "2"
                       PERFORM REPORTE-SEGMENTOS
                       PERFORM MOSTRAR-RESUMEN
                   WHEN "3"
                       PERFORM EXPORTAR-CAMPANA
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

       ABRIR-ARCHIVOS.
           OPEN I-O CLIENTES
           IF ST-CLIENTES = "35"
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF

           OPEN INPUT FACTURAS
           IF ST-FACTURAS = "35"
               OPEN OUTPUT FACTURAS
               CLOSE FACTURAS
               OPEN INPUT FACTURAS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CLIENTES
           CLOSE FACTURAS.

       VERIFICAR-MES-CALCULADO.
      *> El lote solo recalcula si en el mes no se segmento
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODO
           MOVE "N" TO WS-YA-CALCULADO
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CLI-FECHA-RFM(1:6) = WS-PERIODO
                           MOVE "S" TO WS-YA-CALCULADO
                           SET FIN-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       PEDIR-VENTANA.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "MESES DE HISTORIA (1-36): " LINE 11 COL 10
           ACCEPT W-MESES LINE 11 COL 37
           IF W-MESES = 0 OR W-MESES > 36
               MOVE 12 TO W-MESES
           END-IF
           MOVE "N" TO WS-RESP
           DISPLAY "SE REEMPLAZA EL SEGMENTO DE TODOS LOS CLIENTES. CONFIRMA (S/N): "
                   LINE 13 COL 10
           ACCEPT WS-RESP LINE 13 COL 74
           MOVE FUNCTION UPPER-CASE(WS-RESP) TO WS-RESP.

      *> ------------------------------------------------------------
      *> Calculo: acumula compras, califica por quintiles y graba
      *> ------------------------------------------------------------
       CALCULAR-SEGMENTOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-HOY)
      *> Desde el primero del mes, W-MESES meses atras
           MOVE WS-HOY TO WS-FECHA-DESDE
           COMPUTE WS-MESES-ABS = WS-DESDE-ANIO * 12 + WS-DESDE-MES - 1
                                - W-MESES
           COMPUTE WS-DESDE-ANIO = WS-MESES-ABS / 12
           COMPUTE WS-DESDE-MES = FUNCTION MOD(WS-MESES-ABS, 12) + 1
           MOVE 1 TO WS-DESDE-DIA

           PERFORM CARGAR-CLIENTES
           PERFORM ACUMULAR-FACTURAS
           PERFORM VARYING WS-ANIO-HIST FROM WS-DESDE-ANIO BY 1
                   UNTIL WS-ANIO-HIST > WS-HOY(1:4)
               PERFORM ACUMULAR-HISTORICO
           END-PERFORM

           MOVE 0 TO WS-CON-COMPRA
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-CLI
               IF T-CLI-FREC(WS-IDX) > 0
                   ADD 1 TO WS-CON-COMPRA
                   COMPUTE T-CLI-DIAS(WS-IDX) = WS-HOY-INT
                       - FUNCTION INTEGER-OF-DATE(T-CLI-ULT(WS-IDX))
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-CLI
               PERFORM CALIFICAR-CLIENTE
           END-PERFORM

           PERFORM GRABAR-SEGMENTOS.

       CARGAR-CLIENTES.
           MOVE 0 TO WS-TOT-CLI WS-CLI-OMITIDOS
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CLI-ACTIVO
                           IF WS-TOT-CLI < 5000
                               ADD 1 TO WS-TOT-CLI
                               INITIALIZE T-CLI(WS-TOT-CLI)
                               MOVE CLI-ID TO T-CLI-ID(WS-TOT-CLI)
                           ELSE
                               ADD 1 TO WS-CLI-OMITIDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-FACTURAS.
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO FAC-NRO
           START FACTURAS KEY IS NOT LESS THAN FAC-NRO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ FACTURAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF FAC-FINAL
                          AND FAC-FECHA >= WS-FECHA-DESDE
                          AND FAC-FECHA <= WS-HOY
                           MOVE FAC-CLI-ID TO WS-BUS-ID
                           MOVE FAC-FECHA  TO WS-HIST-FECHA
                           MOVE FAC-TOTAL  TO WS-HIST-TOTAL
                           PERFORM ANOTAR-COMPRA
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-HISTORICO.
      *> El cierre de ejercicio movio las facturas viejas al plano
      *> anual: NRO | CLI | FECHA | SUBT | IVA | TOTAL | ESTADO | VEND
           MOVE SPACES TO WS-ARCH-FAC-NOMBRE
           STRING "facturas_hist_" WS-ANIO-HIST ".txt"
               DELIMITED BY SIZE INTO WS-ARCH-FAC-NOMBRE
           OPEN INPUT FACTURAS-HIST
           IF ST-FACHIST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET NO-FIN-HIST TO TRUE
           PERFORM UNTIL FIN-HIST
               READ FACTURAS-HIST
                   AT END SET FIN-HIST TO TRUE
                   NOT AT END
                       PERFORM PROCESAR-LINEA-HIST
               END-READ
           END-PERFORM
           CLOSE FACTURAS-HIST.

       PROCESAR-LINEA-HIST.
           IF REG-FACTURA-HIST(11:7) NOT NUMERIC
              OR REG-FACTURA-HIST(21:8) NOT NUMERIC
              OR REG-FACTURA-HIST(80:1) NOT = "F"
               EXIT PARAGRAPH
           END-IF
           MOVE REG-FACTURA-HIST(21:8) TO WS-HIST-FECHA
           IF WS-HIST-FECHA < WS-FECHA-DESDE OR WS-HIST-FECHA > WS-HOY
               EXIT PARAGRAPH
           END-IF
           MOVE REG-FACTURA-HIST(11:7) TO WS-BUS-ID
           COMPUTE WS-HIST-TOTAL =
               FUNCTION NUMVAL(REG-FACTURA-HIST(64:13))
           PERFORM ANOTAR-COMPRA.

       ANOTAR-COMPRA.
           PERFORM BUSCAR-CLIENTE-TABLA
           IF WS-BUS-POS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO T-CLI-FREC(WS-BUS-POS)
           ADD WS-HIST-TOTAL TO T-CLI-MONTO(WS-BUS-POS)
           IF WS-HIST-FECHA > T-CLI-ULT(WS-BUS-POS)
               MOVE WS-HIST-FECHA TO T-CLI-ULT(WS-BUS-POS)
           END-IF.

       BUSCAR-CLIENTE-TABLA.
      *> La tabla se cargo en orden de CLI-ID: busqueda binaria
           MOVE 0 TO WS-BUS-POS
           MOVE 1 TO WS-BUS-BAJO
           MOVE WS-TOT-CLI TO WS-BUS-ALTO
           PERFORM UNTIL WS-BUS-BAJO > WS-BUS-ALTO OR WS-BUS-POS > 0
               COMPUTE WS-BUS-MEDIO = (WS-BUS-BAJO + WS-BUS-ALTO) / 2
               EVALUATE TRUE
                   WHEN T-CLI-ID(WS-BUS-MEDIO) = WS-BUS-ID
                       MOVE WS-BUS-MEDIO TO WS-BUS-POS
                   WHEN T-CLI-ID(WS-BUS-MEDIO) < WS-BUS-ID
                       COMPUTE WS-BUS-BAJO = WS-BUS-MEDIO + 1
                   WHEN OTHER
                       IF WS-BUS-MEDIO = 1
                           EXIT PERFORM
                       END-IF
                       COMPUTE WS-BUS-ALTO = WS-BUS-MEDIO - 1
               END-EVALUATE
           END-PERFORM.

       CALIFICAR-CLIENTE.
      *> Puntaje = 1 + quintil entre los clientes con compras: cuantos
      *> compraron hace mas dias (R), con menos facturas (F) y por
      *> menos monto (M) que el
           IF T-CLI-FREC(WS-IDX) = 0
               MOVE "SC" TO T-CLI-SEG(WS-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MENOS-R WS-MENOS-F WS-MENOS-M
           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > WS-TOT-CLI
               IF T-CLI-FREC(WS-IDX2) > 0
                   IF T-CLI-DIAS(WS-IDX2) > T-CLI-DIAS(WS-IDX)
                       ADD 1 TO WS-MENOS-R
                   END-IF
                   IF T-CLI-FREC(WS-IDX2) < T-CLI-FREC(WS-IDX)
                       ADD 1 TO WS-MENOS-F
                   END-IF
                   IF T-CLI-MONTO(WS-IDX2) < T-CLI-MONTO(WS-IDX)
                       ADD 1 TO WS-MENOS-M
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-PUNTO = 1 + WS-MENOS-R * 5 / WS-CON-COMPRA
           MOVE WS-PUNTO TO T-CLI-R(WS-IDX)
           COMPUTE WS-PUNTO = 1 + WS-MENOS-F * 5 / WS-CON-COMPRA
           MOVE WS-PUNTO TO T-CLI-F(WS-IDX)
           COMPUTE WS-PUNTO = 1 + WS-MENOS-M * 5 / WS-CON-COMPRA
           MOVE WS-PUNTO TO T-CLI-M(WS-IDX)

           EVALUATE TRUE
               WHEN T-CLI-R(WS-IDX) >= 4 AND T-CLI-F(WS-IDX) >= 4
                    AND T-CLI-M(WS-IDX) >= 4
                   MOVE "CH" TO T-CLI-SEG(WS-IDX)
               WHEN T-CLI-R(WS-IDX) >= 3 AND T-CLI-F(WS-IDX) >= 4
                   MOVE "LE" TO T-CLI-SEG(WS-IDX)
               WHEN T-CLI-R(WS-IDX) >= 3 AND T-CLI-F(WS-IDX) = 1
                   MOVE "NU" TO T-CLI-SEG(WS-IDX)
               WHEN T-CLI-R(WS-IDX) >= 3
                   MOVE "PO" TO T-CLI-SEG(WS-IDX)
               WHEN T-CLI-R(WS-IDX) = 2 AND T-CLI-F(WS-IDX) >= 3
                   MOVE "RI" TO T-CLI-SEG(WS-IDX)
               WHEN T-CLI-R(WS-IDX) = 2
                   MOVE "DO" TO T-CLI-SEG(WS-IDX)
               WHEN T-CLI-F(WS-IDX) >= 4
                   MOVE "NP" TO T-CLI-SEG(WS-IDX)
               WHEN OTHER
                   MOVE "PE" TO T-CLI-SEG(WS-IDX)
           END-EVALUATE.

       GRABAR-SEGMENTOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-CLI
               MOVE T-CLI-ID(WS-IDX) TO CLI-ID
               READ CLIENTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE T-CLI-SEG(WS-IDX) TO CLI-RFM-SEGMENTO
                       COMPUTE CLI-RFM-PUNTAJE = T-CLI-R(WS-IDX) * 100
                           + T-CLI-F(WS-IDX) * 10 + T-CLI-M(WS-IDX)
                       MOVE WS-HOY TO CLI-FECHA-RFM
                       REWRITE CLIENTES-REG
               END-READ
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Reporte: clientes por segmento y por vendedor
      *> ------------------------------------------------------------
       REPORTE-SEGMENTOS.
           INITIALIZE WS-TABLA-VEN WS-TABLA-SEG-TOT
           MOVE 0 TO WS-TOT-VEN WS-TOT-SEGMENTADOS WS-VEN-OMITIDOS
           MOVE 0 TO WS-HOY
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CLI-ACTIVO AND CLI-RFM-SEGMENTO NOT = SPACES
                           PERFORM CONTAR-CLIENTE-SEGMENTO
                       END-IF
               END-READ
           END-PERFORM

           OPEN OUTPUT RFM-PLANO
           MOVE 0 TO WS-CANT-LINEAS
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "SEGMENTACION RFM DE CLIENTES - CORRIDA DEL " WS-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE "SEG NOMBRE        CLIENTES      %" TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 9
               MOVE T-SEG-CANT(WS-SEG-IDX) TO WS-EDIT-CANT
               MOVE 0 TO WS-PORCENTAJE
               IF WS-TOT-SEGMENTADOS > 0
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       T-SEG-CANT(WS-SEG-IDX) * 100 / WS-TOT-SEGMENTADOS
               END-IF
               MOVE WS-PORCENTAJE TO WS-EDIT-PCT
               MOVE SPACES TO WS-LINEA-REP
               STRING T-SEG-CODIGO(WS-SEG-IDX) "  "
                      T-SEG-NOMBRE(WS-SEG-IDX) "    " WS-EDIT-CANT
                      "  " WS-EDIT-PCT
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-PLANO
           END-PERFORM
           MOVE WS-TOT-SEGMENTADOS TO WS-EDIT-TOT
           MOVE SPACES TO WS-LINEA-REP
           STRING "TOTAL CLIENTES SEGMENTADOS: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO

      *> Matriz vendedor x segmento
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE SPACES TO WS-LINEA-REP
           MOVE 1 TO WS-PTR
           STRING "VEND " DELIMITED BY SIZE
               INTO WS-LINEA-REP WITH POINTER WS-PTR
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 9
               STRING "     " T-SEG-CODIGO(WS-SEG-IDX) DELIMITED BY SIZE
                   INTO WS-LINEA-REP WITH POINTER WS-PTR
           END-PERFORM
           STRING "   TOTAL" DELIMITED BY SIZE
               INTO WS-LINEA-REP WITH POINTER WS-PTR
           PERFORM ESCRIBIR-PLANO
           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > WS-TOT-VEN
               MOVE SPACES TO WS-LINEA-REP
               MOVE T-VEN-CODIGO(WS-VEN-IDX) TO WS-VEN-CORTE
               IF WS-VEN-CORTE = SPACES
                   MOVE "----" TO WS-VEN-CORTE
               END-IF
               MOVE 1 TO WS-PTR
               STRING WS-VEN-CORTE " " DELIMITED BY SIZE
                   INTO WS-LINEA-REP WITH POINTER WS-PTR
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                       UNTIL WS-SEG-IDX > 9
                   MOVE T-VEN-CANT(WS-VEN-IDX, WS-SEG-IDX) TO WS-EDIT-CANT
                   STRING "  " WS-EDIT-CANT DELIMITED BY SIZE
                       INTO WS-LINEA-REP WITH POINTER WS-PTR
               END-PERFORM
               MOVE T-VEN-TOTAL(WS-VEN-IDX) TO WS-EDIT-CANT
               STRING "   " WS-EDIT-CANT DELIMITED BY SIZE
                   INTO WS-LINEA-REP WITH POINTER WS-PTR
               PERFORM ESCRIBIR-PLANO
           END-PERFORM
           IF WS-VEN-OMITIDOS > 0
               MOVE WS-VEN-OMITIDOS TO WS-EDIT-TOT
               MOVE SPACES TO WS-LINEA-REP
               STRING "CLIENTES DE VENDEDORES FUERA DE LA TABLA: "
                      WS-EDIT-TOT
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-PLANO
           END-IF
           IF WS-CLI-OMITIDOS > 0
               MOVE WS-CLI-OMITIDOS TO WS-EDIT-TOT
               MOVE SPACES TO WS-LINEA-REP
               STRING "CLIENTES NO SEGMENTADOS (TABLA LLENA): "
                      WS-EDIT-TOT
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-PLANO
           END-IF
           CLOSE RFM-PLANO

           MOVE "SEGMENTORFM" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE WS-HOY TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "rfm_segmentos.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL.

       CONTAR-CLIENTE-SEGMENTO.
      *> Fecha de la ultima corrida para el encabezado
           IF CLI-FECHA-RFM > WS-HOY
               MOVE CLI-FECHA-RFM TO WS-HOY
           END-IF
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > 9
                      OR T-SEG-CODIGO(WS-SEG-IDX) = CLI-RFM-SEGMENTO
               CONTINUE
           END-PERFORM
           IF WS-SEG-IDX > 9
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO T-SEG-CANT(WS-SEG-IDX)
           ADD 1 TO WS-TOT-SEGMENTADOS

           PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                   UNTIL WS-VEN-IDX > WS-TOT-VEN
                      OR T-VEN-CODIGO(WS-VEN-IDX) = CLI-VENDEDOR
               CONTINUE
           END-PERFORM
           IF WS-VEN-IDX > WS-TOT-VEN
               IF WS-TOT-VEN < 60
                   ADD 1 TO WS-TOT-VEN
                   MOVE WS-TOT-VEN TO WS-VEN-IDX
                   MOVE CLI-VENDEDOR TO T-VEN-CODIGO(WS-VEN-IDX)
               ELSE
                   ADD 1 TO WS-VEN-OMITIDOS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO T-VEN-CANT(WS-VEN-IDX, WS-SEG-IDX)
           ADD 1 TO T-VEN-TOTAL(WS-VEN-IDX).

       MOSTRAR-RESUMEN.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "SEG NOMBRE        CLIENTES" LINE 11 COL 10
           MOVE 12 TO WS-PTR
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 9
               MOVE T-SEG-CANT(WS-SEG-IDX) TO WS-EDIT-CANT
               DISPLAY T-SEG-CODIGO(WS-SEG-IDX) LINE WS-PTR COL 10
               DISPLAY T-SEG-NOMBRE(WS-SEG-IDX) LINE WS-PTR COL 14
               DISPLAY WS-EDIT-CANT LINE WS-PTR COL 31
               ADD 1 TO WS-PTR
           END-PERFORM
           DISPLAY "REPORTE 'rfm_segmentos.txt' ENVIADO AL SPOOL"
                   LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 56.

      *> ------------------------------------------------------------
      *> Plano para campanas: contactos con correo del segmento
      *> ------------------------------------------------------------
       EXPORTAR-CAMPANA.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE SPACES TO W-SEGMENTO
           DISPLAY "SEGMENTO (VACIO=TODOS): " LINE 11 COL 10
           ACCEPT W-SEGMENTO LINE 11 COL 35
           MOVE FUNCTION UPPER-CASE(W-SEGMENTO) TO W-SEGMENTO
           IF W-SEGMENTO NOT = SPACES
               MOVE "N" TO WS-SEG-VALIDO
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 9
                   IF T-SEG-CODIGO(WS-SEG-IDX) = W-SEGMENTO
                       MOVE "S" TO WS-SEG-VALIDO
                   END-IF
               END-PERFORM
               IF WS-SEG-VALIDO = "N"
                   DISPLAY "SEGMENTO NO EXISTE" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 30
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO W-VENDEDOR
           DISPLAY "VENDEDOR (VACIO=TODOS): " LINE 12 COL 10
           ACCEPT W-VENDEDOR LINE 12 COL 35
           MOVE FUNCTION UPPER-CASE(W-VENDEDOR) TO W-VENDEDOR

           OPEN OUTPUT RFM-CSV
           MOVE 0 TO WS-TOT-EXPORT WS-TOT-SIN-EMAIL WS-TOT-SIN-AUTORIZA
           MOVE "ID;NOMBRE;CONTACTO;EMAIL;TELEFONO;VENDEDOR;SEGMENTO;RFM;FECHA RFM"
               TO REG-RFM-CSV
           WRITE REG-RFM-CSV

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CLI-ID
           START CLIENTES KEY IS NOT LESS THAN CLI-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CLIENTES NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CLI-ACTIVO AND CLI-RFM-SEGMENTO NOT = SPACES
                          AND (W-SEGMENTO = SPACES
                               OR CLI-RFM-SEGMENTO = W-SEGMENTO)
                          AND (W-VENDEDOR = SPACES
                               OR CLI-VENDEDOR = W-VENDEDOR)
                           PERFORM EXPORTAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RFM-CSV

           MOVE WS-TOT-EXPORT TO WS-EDIT-TOT
           DISPLAY "CONTACTOS EXPORTADOS: " LINE 14 COL 10
           DISPLAY WS-EDIT-TOT LINE 14 COL 33
           MOVE WS-TOT-SIN-EMAIL TO WS-EDIT-TOT
           DISPLAY "OMITIDOS SIN CORREO : " LINE 15 COL 10
           DISPLAY WS-EDIT-TOT LINE 15 COL 33
           MOVE WS-TOT-SIN-AUTORIZA TO WS-EDIT-TOT
           DISPLAY "OMITIDOS SIN AUTORIZ: " LINE 16 COL 10
           DISPLAY WS-EDIT-TOT LINE 16 COL 33
           DISPLAY "ARCHIVO CSV 'rfm_campana.CSV' GENERADO" LINE 17 COL 10
           ACCEPT WS-PAUSA LINE 17 COL 50.

       EXPORTAR-CLIENTE.
           IF NOT CLI-HD-AUTORIZADO
               ADD 1 TO WS-TOT-SIN-AUTORIZA
               EXIT PARAGRAPH
           END-IF
           IF CLI-CON-EMAIL = SPACES
               ADD 1 TO WS-TOT-SIN-EMAIL
               EXIT PARAGRAPH
           END-IF
           MOVE CLI-RFM-PUNTAJE TO WS-EDIT-PUNTAJE
           MOVE SPACES TO REG-RFM-CSV
           STRING CLI-ID ";"
                  FUNCTION TRIM(CLI-NOMBRE) ";"
                  FUNCTION TRIM(CLI-CON-NOMBRE) ";"
                  FUNCTION TRIM(CLI-CON-EMAIL) ";"
                  FUNCTION TRIM(CLI-CON-TELEFONO) ";"
                  FUNCTION TRIM(CLI-VENDEDOR) ";"
                  CLI-RFM-SEGMENTO ";"
                  WS-EDIT-PUNTAJE ";"
                  CLI-FECHA-RFM
               DELIMITED BY SIZE INTO REG-RFM-CSV
           WRITE REG-RFM-CSV
           ADD 1 TO WS-TOT-EXPORT.

       ESCRIBIR-PLANO.
           WRITE REG-RFM-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM VENRFM01.
