       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Calificacion de Credito y revision periodica del
      *> *           limite: por cada cliente con credito mide, en una
      *> *           ventana de meses, los dias de atraso de cada cuota
      *> *           vencida (fecha del recibo que la completo contra
      *> *           CUO-FECHA-VENCE, o hoy si sigue pendiente), el
      *> *           promedio y el maximo de atraso, los cheques
      *> *           rebotados (notas debito), los acuerdos de pago, los
      *> *           castigos y el volumen de compra; calcula un puntaje
      *> *           0-100, un grado de riesgo A..E y un limite propuesto
      *> *           (compra mensual promedio x factor del grado, con
      *> *           tope de aumento sobre el limite vigente). Un
      *> *           supervisor aprueba, edita o rechaza cada propuesta
      *> *           y las aprobadas se aplican a CLI-LIMITE-CREDITO con
      *> *           su rastro en AUDITORIA. En modo lote (MODOLOTE=S) el
      *> *           orquestador nocturno la calcula una vez al mes y la
      *> *           deja en el spool. Se llama desde CREDSUP01 (F5)
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDSC01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "calcred.sel".
           COPY "cliente.sel".
           COPY "factura.sel".
           COPY "cuota.sel".
           COPY "recibo.sel".
           COPY "recibodet.sel".
           COPY "ndebcli.sel".
           COPY "castigo.sel".
           COPY "acuerdo.sel".
           COPY "parametros.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "calcred.fd".
           COPY "cliente.fd".
           COPY "factura.fd".
           COPY "cuota.fd".
           COPY "recibo.fd".
           COPY "recibodet.fd".
           COPY "ndebcli.fd".
           COPY "castigo.fd".
           COPY "acuerdo.fd".
           COPY "parametros.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       COPY "PARAMETROS.cpy".
       COPY "AUDITORIA.cpy".
       01 ST-CALIFCRED      PIC XX.
       01 ST-CLIENTES       PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-CUOTAS         PIC XX.
       01 ST-RECIBOS        PIC XX.
       01 ST-RECIBODET      PIC XX.
       01 ST-NDEBCLI        PIC XX.
       01 ST-CASTIGOS       PIC XX.
       01 ST-ACUERDOS       PIC XX.
       01 ST-SESION         PIC XX.

       01 WS-MODOLOTE       PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-PAUSA          PIC X.
       01 WS-RESP           PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-DOC         PIC X VALUE "N".
          88 FIN-DOC           VALUE "S".
          88 NO-FIN-DOC        VALUE "N".
       01 WS-SW-DET         PIC X VALUE "N".
          88 FIN-DET           VALUE "S".
          88 NO-FIN-DET        VALUE "N".

      *> Parametros del calculo
       01 W-MESES           PIC 9(02) VALUE 12.
       01 W-TOPE-AUMENTO    PIC 9(03) VALUE 50.

      *> Grado de riesgo: puntaje minimo y factor sobre la compra
      *> mensual promedio para el limite propuesto
       01 WS-TABLA-GRADO-VAL PIC X(30) VALUE
          "A08530B07020C05010D03005E00000".
       01 WS-TABLA-GRADO REDEFINES WS-TABLA-GRADO-VAL.
          05 T-GRADO OCCURS 5 TIMES.
             10 T-GRA-LETRA   PIC X(01).
             10 T-GRA-MINIMO  PIC 9(03).
             10 T-GRA-FACTOR  PIC 9V9.
       01 WS-GRA-IDX        PIC 9.
       01 WS-FACTOR         PIC 9V9.

      *> Ventana de la calificacion
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

      *> Pagos del cliente (recibos activos aplicados a facturas)
       01 WS-TOT-PAG        PIC 9(04) VALUE 0.
       01 WS-PAG-IDX        PIC 9(04).
       01 WS-PAG-IDX2       PIC 9(04).
       01 WS-PAG-OMITIDOS   PIC 9(05) VALUE 0.
       01 WS-TABLA-PAG.
          05 T-PAG OCCURS 1000 TIMES.
             10 T-PAG-FAC     PIC 9(07).
             10 T-PAG-FECHA   PIC 9(08).
             10 T-PAG-MONTO   PIC S9(9)V99.

      *> Calculo por cliente
       01 WS-ACUM-CUOTAS    PIC S9(11)V99.
       01 WS-ACUM-PAGADO    PIC S9(11)V99.
       01 WS-FECHA-PAGO     PIC 9(08).
       01 WS-DIAS           PIC S9(05).
       01 WS-SUMA-DIAS      PIC 9(09).
       01 WS-CUOTAS         PIC 9(05).
       01 WS-A-TIEMPO       PIC 9(05).
       01 WS-DIAS-MAX       PIC 9(05).
       01 WS-REBOTES        PIC 9(03).
       01 WS-ACUERDOS       PIC 9(03).
       01 WS-CASTIGOS       PIC 9(03).
       01 WS-MONTO-CASTIGO  PIC S9(9)V99.
       01 WS-COMPRAS        PIC S9(11)V99.
       01 WS-PUNTAJE        PIC S9(05).
       01 WS-DESCUENTO      PIC 9(05)V99.
       01 WS-LIMITE-CALC    PIC S9(11)V99.
       01 WS-LIMITE-TOPE    PIC S9(11)V99.
       01 WS-TOT-PROP       PIC 9(05).
       01 WS-TOT-BAJA       PIC 9(05).
       01 WS-TOT-SUBE       PIC 9(05).

      *> Revision / aplicacion
       01 W-CLI             PIC 9(07).
       01 W-LIMITE          PIC 9(07)V99.
       01 WS-ULT-CLI        PIC 9(07).
       01 WS-PAG-INICIO     PIC 9(07).
       01 WS-TOT-APLIC      PIC 9(05).

       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05).
       01 WS-NOMBRE-CORTO   PIC X(20).
       01 WS-EDIT-PUNTOS    PIC ZZ9.
       01 WS-EDIT-CUOTAS    PIC ZZZZ9.
       01 WS-EDIT-A-TIEMPO  PIC ZZZZ9.
       01 WS-EDIT-PROM      PIC ZZZ9.9.
       01 WS-EDIT-MAX       PIC ZZZZ9.
       01 WS-EDIT-CANT      PIC ZZ9.
       01 WS-EDIT-CANT2     PIC ZZ9.
       01 WS-EDIT-CANT3     PIC ZZ9.
       01 WS-EDIT-MONTO     PIC -(7)9.99.
       01 WS-EDIT-MONTO2    PIC -(7)9.99.
       01 WS-EDIT-COMPRA    PIC -(9)9.99.
       01 WS-EDIT-TOT       PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE "CREDSC01" TO WS-AUD-PROGRAMA
           MOVE SPACES TO WS-MODOLOTE
           ACCEPT WS-MODOLOTE FROM ENVIRONMENT "MODOLOTE"
           PERFORM LEER-SESION
           PERFORM LEER-PARAMETROS
           PERFORM ABRIR-ARCHIVOS

      *> Corrida desatendida: una calificacion por mes con los valores
      *> por defecto; la aprobacion queda para el supervisor
           IF WS-MODOLOTE = "S"
               PERFORM VERIFICAR-MES-CALCULADO
               IF WS-YA-CALCULADO = "N"
                   PERFORM CALCULAR-PROPUESTA
               END-IF
               PERFORM CERRAR-ARCHIVOS
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "CALIFICACION DE CREDITO Y REVISION DE LIMITES"
                       LINE 02 COL 10 WITH REVERSE-VIDEO
               DISPLAY "1. CALCULAR CALIFICACION Y LIMITES PROPUESTOS"
                       LINE 04 COL 10
               DISPLAY "2. REVISAR PROPUESTA (APROBAR/EDITAR/RECHAZAR)"
                       LINE 05 COL 10
               DISPLAY "3. APLICAR APROBADAS AL MAESTRO DE CLIENTES"
                       LINE 06 COL 10
               DISPLAY "S. SALIR" LINE 07 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM PEDIR-PARAMETROS
                       IF WS-RESP = "S"
                           PERFORM CALCULAR-PROPUESTA
                           PERFORM MOSTRAR-RESUMEN-CALCULO
                       END-IF
                   WHEN "2"
                       IF SESION-SUPERVISOR
                           PERFORM REVISAR-PROPUESTA
                       ELSE
                           PERFORM AVISO-SOLO-SUPERVISOR
                       END-IF
                   WHEN "3"
                       IF SESION-SUPERVISOR
                           PERFORM APLICAR-APROBADAS
                       ELSE
                           PERFORM AVISO-SOLO-SUPERVISOR
                       END-IF
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

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       ABRIR-ARCHIVOS.
           PERFORM ABRIR-AUDITORIA
           OPEN I-O CALIF-CREDITO
           IF ST-CALIFCRED = "35"
               OPEN OUTPUT CALIF-CREDITO
               CLOSE CALIF-CREDITO
               OPEN I-O CALIF-CREDITO
           END-IF

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
           END-IF

           OPEN INPUT CUOTAS
           IF ST-CUOTAS = "35"
               OPEN OUTPUT CUOTAS
               CLOSE CUOTAS
               OPEN INPUT CUOTAS
           END-IF

           OPEN INPUT RECIBOS
           IF ST-RECIBOS = "35"
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN INPUT RECIBOS
           END-IF

           OPEN INPUT RECIBODET
           IF ST-RECIBODET = "35"
               OPEN OUTPUT RECIBODET
               CLOSE RECIBODET
               OPEN INPUT RECIBODET
           END-IF

           OPEN INPUT NOTASDEBITO-CLI
           IF ST-NDEBCLI = "35"
               OPEN OUTPUT NOTASDEBITO-CLI
               CLOSE NOTASDEBITO-CLI
               OPEN INPUT NOTASDEBITO-CLI
           END-IF

           OPEN INPUT CASTIGOS
           IF ST-CASTIGOS = "35"
               OPEN OUTPUT CASTIGOS
               CLOSE CASTIGOS
               OPEN INPUT CASTIGOS
           END-IF

           OPEN INPUT ACUERDOS-PAGO
           IF ST-ACUERDOS = "35"
               OPEN OUTPUT ACUERDOS-PAGO
               CLOSE ACUERDOS-PAGO
               OPEN INPUT ACUERDOS-PAGO
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CALIF-CREDITO
           CLOSE CLIENTES
           CLOSE FACTURAS
           CLOSE CUOTAS
           CLOSE RECIBOS
           CLOSE RECIBODET
           CLOSE NOTASDEBITO-CLI
           CLOSE CASTIGOS
           CLOSE ACUERDOS-PAGO
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

       AVISO-SOLO-SUPERVISOR.
           DISPLAY " " LINE 13 COL 01 ERASE EOS
           DISPLAY "ACCESO RESTRINGIDO - SOLO SUPERVISORES" LINE 13 COL 10
                   WITH REVERSE-VIDEO
           ACCEPT WS-PAUSA LINE 13 COL 50.

       VERIFICAR-MES-CALCULADO.
      *> El lote solo recalcula si en el mes no hay calificacion
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODO
           MOVE "N" TO WS-YA-CALCULADO
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CAL-CLI-ID
           START CALIF-CREDITO KEY IS NOT LESS THAN CAL-CLI-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CALIF-CREDITO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CAL-FECHA(1:6) = WS-PERIODO
                           MOVE "S" TO WS-YA-CALCULADO
                           SET FIN-SCAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       PEDIR-PARAMETROS.
           DISPLAY " " LINE 13 COL 01 ERASE EOS
           DISPLAY "MESES DE HISTORIA (1-24): " LINE 13 COL 10
           ACCEPT W-MESES LINE 13 COL 45
           IF W-MESES = 0 OR W-MESES > 24
               MOVE 12 TO W-MESES
           END-IF
           DISPLAY "TOPE DE AUMENTO SOBRE EL LIMITE %: " LINE 14 COL 10
           ACCEPT W-TOPE-AUMENTO LINE 14 COL 45
           MOVE "N" TO WS-RESP
           DISPLAY "LA PROPUESTA ANTERIOR SE REEMPLAZA. CONFIRMA (S/N): "
                   LINE 16 COL 10
           ACCEPT WS-RESP LINE 16 COL 63
           MOVE FUNCTION UPPER-CASE(WS-RESP) TO WS-RESP.

      *> ------------------------------------------------------------
      *> Calculo: una propuesta por cliente activo con credito
      *> ------------------------------------------------------------
       CALCULAR-PROPUESTA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-HOY)
      *> Desde el primero del mes, W-MESES meses atras
           MOVE WS-HOY TO WS-FECHA-DESDE
           COMPUTE WS-MESES-ABS = WS-DESDE-ANIO * 12 + WS-DESDE-MES - 1
                                - W-MESES
           COMPUTE WS-DESDE-ANIO = WS-MESES-ABS / 12
           COMPUTE WS-DESDE-MES = FUNCTION MOD(WS-MESES-ABS, 12) + 1
           MOVE 1 TO WS-DESDE-DIA

           OPEN OUTPUT CALIF-PLANO
           MOVE 0 TO WS-CANT-LINEAS WS-TOT-PROP WS-TOT-BAJA WS-TOT-SUBE
                     WS-PAG-OMITIDOS
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "CALIFICACION DE CREDITO - COMPORTAMIENTO DEL "
                  WS-FECHA-DESDE " AL " WS-HOY
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE "CLIENTE NOMBRE               PTS G CUOTAS A TIEMPO DIAS PROM DIAS MAX REB ACU CAS   COMPRA/MES  LIMITE ACT  LIMITE PROP E"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO

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
                           PERFORM CALIFICAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-TOT-PROP TO WS-EDIT-TOT
           MOVE SPACES TO WS-LINEA-REP
           STRING "CLIENTES CALIFICADOS: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE WS-TOT-SUBE TO WS-EDIT-TOT
           MOVE SPACES TO WS-LINEA-REP
           STRING "CON AUMENTO PROPUESTO: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE WS-TOT-BAJA TO WS-EDIT-TOT
           MOVE SPACES TO WS-LINEA-REP
           STRING "CON REDUCCION PROPUESTA: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           IF WS-PAG-OMITIDOS > 0
               MOVE WS-PAG-OMITIDOS TO WS-EDIT-TOT
               MOVE SPACES TO WS-LINEA-REP
               STRING "APLICACIONES DE RECIBO NO CONSIDERADAS (TABLA LLENA): "
                      WS-EDIT-TOT
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-PLANO
           END-IF
           CLOSE CALIF-PLANO

           MOVE "CALIFCRED" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING WS-FECHA-DESDE "-" WS-HOY DELIMITED BY SIZE
               INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "califcred.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL.

       CALIFICAR-CLIENTE.
           MOVE 0 TO WS-CUOTAS WS-A-TIEMPO WS-SUMA-DIAS WS-DIAS-MAX
                     WS-REBOTES WS-ACUERDOS WS-CASTIGOS WS-MONTO-CASTIGO
                     WS-COMPRAS

           PERFORM CARGAR-PAGOS
           PERFORM EVALUAR-FACTURAS
           PERFORM CONTAR-REBOTES
           PERFORM CONTAR-ACUERDOS
           PERFORM CONTAR-CASTIGOS

      *> Sin limite ni movimiento a credito: no es cliente de credito
           IF CLI-LIMITE-CREDITO = 0 AND WS-CUOTAS = 0
               PERFORM DESCARTAR-PROPUESTA
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCULAR-PUNTAJE
           PERFORM CALCULAR-LIMITE

           INITIALIZE CALIF-CREDITO-REG
           MOVE CLI-ID             TO CAL-CLI-ID
           MOVE WS-HOY             TO CAL-FECHA
           MOVE WS-FECHA-DESDE     TO CAL-FECHA-DESDE
           MOVE WS-CUOTAS          TO CAL-CUOTAS
           MOVE WS-A-TIEMPO        TO CAL-A-TIEMPO
           IF WS-CUOTAS > 0
               COMPUTE CAL-DIAS-PROM ROUNDED = WS-SUMA-DIAS / WS-CUOTAS
           END-IF
           MOVE WS-DIAS-MAX        TO CAL-DIAS-MAX
           MOVE WS-REBOTES         TO CAL-REBOTES
           MOVE WS-ACUERDOS        TO CAL-ACUERDOS
           MOVE WS-CASTIGOS        TO CAL-CASTIGOS
           MOVE WS-MONTO-CASTIGO   TO CAL-MONTO-CASTIGO
           MOVE WS-COMPRAS         TO CAL-COMPRAS
           COMPUTE CAL-COMPRA-MES ROUNDED = WS-COMPRAS / W-MESES
           MOVE WS-PUNTAJE         TO CAL-PUNTAJE
           MOVE T-GRA-LETRA(WS-GRA-IDX) TO CAL-GRADO
           MOVE CLI-LIMITE-CREDITO TO CAL-LIMITE-ACT
           MOVE WS-LIMITE-CALC     TO CAL-LIMITE-PROP
           SET CAL-PENDIENTE       TO TRUE

           PERFORM DESCARTAR-PROPUESTA
           WRITE CALIF-CREDITO-REG

           ADD 1 TO WS-TOT-PROP
           IF CAL-LIMITE-PROP > CAL-LIMITE-ACT
               ADD 1 TO WS-TOT-SUBE
           END-IF
           IF CAL-LIMITE-PROP < CAL-LIMITE-ACT
               ADD 1 TO WS-TOT-BAJA
           END-IF
           PERFORM ARMAR-LINEA-PROPUESTA
           PERFORM ESCRIBIR-PLANO.

       DESCARTAR-PROPUESTA.
      *> La propuesta anterior del cliente se reemplaza
           MOVE CLI-ID TO CAL-CLI-ID
           DELETE CALIF-CREDITO RECORD
               INVALID KEY CONTINUE
           END-DELETE.

       CARGAR-PAGOS.
      *> Aplicaciones a facturas de los recibos activos del cliente
           MOVE 0 TO WS-TOT-PAG
           SET NO-FIN-DOC TO TRUE
           MOVE CLI-ID TO REC-CLI-ID
           START RECIBOS KEY IS NOT LESS THAN REC-CLI-ID
               INVALID KEY SET FIN-DOC TO TRUE
           END-START
           PERFORM UNTIL FIN-DOC
               READ RECIBOS NEXT RECORD
                   AT END SET FIN-DOC TO TRUE
                   NOT AT END
                       IF REC-CLI-ID NOT = CLI-ID
                           SET FIN-DOC TO TRUE
                       ELSE
                           IF REC-ACTIVO AND REC-FECHA <= WS-HOY
                               PERFORM CARGAR-DETALLE-RECIBO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-DETALLE-RECIBO.
           SET NO-FIN-DET TO TRUE
           MOVE REC-NRO TO RECD-REC-NRO
           MOVE 0 TO RECD-ITEM
           START RECIBODET KEY IS NOT LESS THAN RECD-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ RECIBODET NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF RECD-REC-NRO NOT = REC-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           IF WS-TOT-PAG < 1000
                               ADD 1 TO WS-TOT-PAG
                               MOVE RECD-FAC-NRO TO T-PAG-FAC(WS-TOT-PAG)
                               MOVE REC-FECHA    TO T-PAG-FECHA(WS-TOT-PAG)
                               MOVE RECD-MONTO-APLIC
                                   TO T-PAG-MONTO(WS-TOT-PAG)
                           ELSE
                               ADD 1 TO WS-PAG-OMITIDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-FACTURAS.
      *> Compras de la ventana y cuotas vencidas de sus facturas
           SET NO-FIN-DOC TO TRUE
           MOVE CLI-ID TO FAC-CLI-ID
           START FACTURAS KEY IS NOT LESS THAN FAC-CLI-ID
               INVALID KEY SET FIN-DOC TO TRUE
           END-START
           PERFORM UNTIL FIN-DOC
               READ FACTURAS NEXT RECORD
                   AT END SET FIN-DOC TO TRUE
                   NOT AT END
                       IF FAC-CLI-ID NOT = CLI-ID
                           SET FIN-DOC TO TRUE
                       ELSE
                           IF FAC-FINAL
                               IF FAC-FECHA >= WS-FECHA-DESDE
                                  AND FAC-FECHA <= WS-HOY
                                   ADD FAC-TOTAL TO WS-COMPRAS
                               END-IF
                               PERFORM EVALUAR-CUOTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-CUOTAS.
      *> Las cuotas se cubren en orden: la cuota queda paga el dia del
      *> recibo con el que lo aplicado a la factura alcanza lo
      *> acumulado hasta ella. Las reestructuradas y las cedidas no
      *> cuentan (las reemplaza el acuerdo / las cobra el factor)
           MOVE 0 TO WS-ACUM-CUOTAS
           SET NO-FIN-DET TO TRUE
           MOVE FAC-NRO TO CUO-FAC-NRO
           MOVE 0 TO CUO-NUMERO
           START CUOTAS KEY IS NOT LESS THAN CUO-CLAVE
               INVALID KEY SET FIN-DET TO TRUE
           END-START
           PERFORM UNTIL FIN-DET
               READ CUOTAS NEXT RECORD
                   AT END SET FIN-DET TO TRUE
                   NOT AT END
                       IF CUO-FAC-NRO NOT = FAC-NRO
                           SET FIN-DET TO TRUE
                       ELSE
                           IF CUO-PENDIENTE OR CUO-CANCELADA
                               ADD CUO-MONTO TO WS-ACUM-CUOTAS
                               IF CUO-FECHA-VENCE >= WS-FECHA-DESDE
                                  AND CUO-FECHA-VENCE <= WS-HOY
                                   PERFORM EVALUAR-UNA-CUOTA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-UNA-CUOTA.
           MOVE 0 TO WS-DIAS
           IF CUO-CANCELADA
               PERFORM BUSCAR-FECHA-PAGO
      *>       Sin recibo que la cubra: se cancelo por cruce, nota de
      *>       credito o castigo y no se le imputa atraso
               IF WS-FECHA-PAGO > CUO-FECHA-VENCE
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-PAGO)
                       - FUNCTION INTEGER-OF-DATE(CUO-FECHA-VENCE)
               END-IF
           ELSE
               IF CUO-SALDO > 0 AND CUO-FECHA-VENCE < WS-HOY
                   COMPUTE WS-DIAS = WS-HOY-INT
                       - FUNCTION INTEGER-OF-DATE(CUO-FECHA-VENCE)
               END-IF
           END-IF

           ADD 1 TO WS-CUOTAS
           IF WS-DIAS = 0
               ADD 1 TO WS-A-TIEMPO
           END-IF
           ADD WS-DIAS TO WS-SUMA-DIAS
           IF WS-DIAS > WS-DIAS-MAX
               MOVE WS-DIAS TO WS-DIAS-MAX
           END-IF.

       BUSCAR-FECHA-PAGO.
      *> Primer recibo con el que lo aplicado a la factura (hasta su
      *> fecha) cubre lo acumulado de cuotas
           MOVE 0 TO WS-FECHA-PAGO
           PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
                   UNTIL WS-PAG-IDX > WS-TOT-PAG
               IF T-PAG-FAC(WS-PAG-IDX) = FAC-NRO
                  AND (WS-FECHA-PAGO = 0
                       OR T-PAG-FECHA(WS-PAG-IDX) < WS-FECHA-PAGO)
                   PERFORM SUMAR-PAGOS-HASTA
                   IF WS-ACUM-PAGADO >= WS-ACUM-CUOTAS
                       MOVE T-PAG-FECHA(WS-PAG-IDX) TO WS-FECHA-PAGO
                   END-IF
               END-IF
           END-PERFORM.

       SUMAR-PAGOS-HASTA.
           MOVE 0 TO WS-ACUM-PAGADO
           PERFORM VARYING WS-PAG-IDX2 FROM 1 BY 1
                   UNTIL WS-PAG-IDX2 > WS-TOT-PAG
               IF T-PAG-FAC(WS-PAG-IDX2) = FAC-NRO
                  AND T-PAG-FECHA(WS-PAG-IDX2) <= T-PAG-FECHA(WS-PAG-IDX)
                   ADD T-PAG-MONTO(WS-PAG-IDX2) TO WS-ACUM-PAGADO
               END-IF
           END-PERFORM.

       CONTAR-REBOTES.
      *> Cada nota debito emitida documenta un cheque rebotado
           SET NO-FIN-DOC TO TRUE
           MOVE CLI-ID TO NDB-CLI-ID
           START NOTASDEBITO-CLI KEY IS NOT LESS THAN NDB-CLI-ID
               INVALID KEY SET FIN-DOC TO TRUE
           END-START
           PERFORM UNTIL FIN-DOC
               READ NOTASDEBITO-CLI NEXT RECORD
                   AT END SET FIN-DOC TO TRUE
                   NOT AT END
                       IF NDB-CLI-ID NOT = CLI-ID
                           SET FIN-DOC TO TRUE
                       ELSE
                           IF NDB-EMITIDA
                              AND NDB-FECHA >= WS-FECHA-DESDE
                              AND NDB-FECHA <= WS-HOY
                               ADD 1 TO WS-REBOTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONTAR-ACUERDOS.
           SET NO-FIN-DOC TO TRUE
           MOVE CLI-ID TO ACU-CLI-ID
           START ACUERDOS-PAGO KEY IS NOT LESS THAN ACU-CLI-ID
               INVALID KEY SET FIN-DOC TO TRUE
           END-START
           PERFORM UNTIL FIN-DOC
               READ ACUERDOS-PAGO NEXT RECORD
                   AT END SET FIN-DOC TO TRUE
                   NOT AT END
                       IF ACU-CLI-ID NOT = CLI-ID
                           SET FIN-DOC TO TRUE
                       ELSE
                           IF ACU-VIGENTE
                              AND ACU-FECHA >= WS-FECHA-DESDE
                              AND ACU-FECHA <= WS-HOY
                               ADD 1 TO WS-ACUERDOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONTAR-CASTIGOS.
           SET NO-FIN-DOC TO TRUE
           MOVE CLI-ID TO CAS-CLI-ID
           START CASTIGOS KEY IS NOT LESS THAN CAS-CLI-ID
               INVALID KEY SET FIN-DOC TO TRUE
           END-START
           PERFORM UNTIL FIN-DOC
               READ CASTIGOS NEXT RECORD
                   AT END SET FIN-DOC TO TRUE
                   NOT AT END
                       IF CAS-CLI-ID NOT = CLI-ID
                           SET FIN-DOC TO TRUE
                       ELSE
                           IF CAS-FECHA >= WS-FECHA-DESDE
                              AND CAS-FECHA <= WS-HOY
                               ADD 1 TO WS-CASTIGOS
                               ADD CAS-MONTO TO WS-MONTO-CASTIGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CALCULAR-PUNTAJE.
      *> 100 puntos menos: los dias promedio de atraso (hasta 40), la
      *> proporcion de cuotas fuera de plazo (hasta 20), 10 por cheque
      *> rebotado (hasta 30), 10 por acuerdo de pago (hasta 20) y 40
      *> si hubo castigo de cartera
           MOVE 100 TO WS-PUNTAJE
           IF WS-CUOTAS > 0
               COMPUTE WS-DESCUENTO = WS-SUMA-DIAS / WS-CUOTAS
               IF WS-DESCUENTO > 40
                   MOVE 40 TO WS-DESCUENTO
               END-IF
               SUBTRACT WS-DESCUENTO FROM WS-PUNTAJE
               COMPUTE WS-DESCUENTO ROUNDED =
                   (WS-CUOTAS - WS-A-TIEMPO) * 20 / WS-CUOTAS
               SUBTRACT WS-DESCUENTO FROM WS-PUNTAJE
           END-IF
           COMPUTE WS-DESCUENTO = WS-REBOTES * 10
           IF WS-DESCUENTO > 30
               MOVE 30 TO WS-DESCUENTO
           END-IF
           SUBTRACT WS-DESCUENTO FROM WS-PUNTAJE
           COMPUTE WS-DESCUENTO = WS-ACUERDOS * 10
           IF WS-DESCUENTO > 20
               MOVE 20 TO WS-DESCUENTO
           END-IF
           SUBTRACT WS-DESCUENTO FROM WS-PUNTAJE
           IF WS-CASTIGOS > 0
               SUBTRACT 40 FROM WS-PUNTAJE
           END-IF
           IF WS-PUNTAJE < 0
               MOVE 0 TO WS-PUNTAJE
           END-IF

      *> El primer grado cuyo puntaje minimo se alcanza
           PERFORM VARYING WS-GRA-IDX FROM 1 BY 1
                   UNTIL WS-GRA-IDX = 5
                      OR WS-PUNTAJE >= T-GRA-MINIMO(WS-GRA-IDX)
               CONTINUE
           END-PERFORM.

       CALCULAR-LIMITE.
      *> Compra mensual promedio por el factor del grado, a miles
      *> cerrados; sin compras en la ventana se conserva el limite
      *> vigente (D lo reduce a la mitad, E lo deja en cero)
           MOVE T-GRA-FACTOR(WS-GRA-IDX) TO WS-FACTOR
           IF WS-COMPRAS > 0
               COMPUTE WS-LIMITE-CALC =
                   WS-COMPRAS / W-MESES * WS-FACTOR / 1000
               COMPUTE WS-LIMITE-CALC = WS-LIMITE-CALC * 1000
           ELSE
               EVALUATE T-GRA-LETRA(WS-GRA-IDX)
                   WHEN "D"
                       COMPUTE WS-LIMITE-CALC = CLI-LIMITE-CREDITO / 2
                   WHEN "E"
                       MOVE 0 TO WS-LIMITE-CALC
                   WHEN OTHER
                       MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-CALC
               END-EVALUATE
           END-IF

      *> El aumento no pasa del tope sobre el limite vigente
           IF CLI-LIMITE-CREDITO > 0
               COMPUTE WS-LIMITE-TOPE = CLI-LIMITE-CREDITO
                   * (100 + W-TOPE-AUMENTO) / 100
               IF WS-LIMITE-CALC > WS-LIMITE-TOPE
                   MOVE WS-LIMITE-TOPE TO WS-LIMITE-CALC
               END-IF
           END-IF
           IF WS-LIMITE-CALC > 9999999.99
               MOVE 9999999.99 TO WS-LIMITE-CALC
           END-IF
           IF WS-LIMITE-CALC < 0
               MOVE 0 TO WS-LIMITE-CALC
           END-IF.

       ARMAR-LINEA-PROPUESTA.
           MOVE CAL-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY MOVE SPACES TO CLI-NOMBRE
           END-READ
           MOVE CLI-NOMBRE      TO WS-NOMBRE-CORTO
           MOVE CAL-PUNTAJE     TO WS-EDIT-PUNTOS
           MOVE CAL-CUOTAS      TO WS-EDIT-CUOTAS
           MOVE CAL-A-TIEMPO    TO WS-EDIT-A-TIEMPO
           MOVE CAL-DIAS-PROM   TO WS-EDIT-PROM
           MOVE CAL-DIAS-MAX    TO WS-EDIT-MAX
           MOVE CAL-REBOTES     TO WS-EDIT-CANT
           MOVE CAL-ACUERDOS    TO WS-EDIT-CANT2
           MOVE CAL-CASTIGOS    TO WS-EDIT-CANT3
           MOVE CAL-COMPRA-MES  TO WS-EDIT-COMPRA
           MOVE CAL-LIMITE-ACT  TO WS-EDIT-MONTO
           MOVE CAL-LIMITE-PROP TO WS-EDIT-MONTO2
           MOVE SPACES TO WS-LINEA-REP
           STRING CAL-CLI-ID " " WS-NOMBRE-CORTO " " WS-EDIT-PUNTOS " "
                  CAL-GRADO "  " WS-EDIT-CUOTAS "    " WS-EDIT-A-TIEMPO
                  "    " WS-EDIT-PROM "    " WS-EDIT-MAX " "
                  WS-EDIT-CANT " " WS-EDIT-CANT2 " " WS-EDIT-CANT3 " "
                  WS-EDIT-COMPRA " " WS-EDIT-MONTO "  " WS-EDIT-MONTO2
                  " " CAL-ESTADO
               DELIMITED BY SIZE INTO WS-LINEA-REP.

       MOSTRAR-RESUMEN-CALCULO.
           DISPLAY " " LINE 13 COL 01 ERASE EOS
           MOVE WS-TOT-PROP TO WS-EDIT-TOT
           DISPLAY "CLIENTES CALIFICADOS: " LINE 13 COL 10
           DISPLAY WS-EDIT-TOT LINE 13 COL 36
           MOVE WS-TOT-SUBE TO WS-EDIT-TOT
           DISPLAY "CON AUMENTO PROPUESTO: " LINE 14 COL 10
           DISPLAY WS-EDIT-TOT LINE 14 COL 36
           MOVE WS-TOT-BAJA TO WS-EDIT-TOT
           DISPLAY "CON REDUCCION PROPUESTA: " LINE 15 COL 10
           DISPLAY WS-EDIT-TOT LINE 15 COL 36
           IF WS-PAG-OMITIDOS > 0
               DISPLAY "AVISO: CLIENTES CON MAS PAGOS QUE LA TABLA"
                       LINE 16 COL 10
           END-IF
           DISPLAY "PROPUESTA 'califcred.txt' ENVIADA AL SPOOL" LINE 18 COL 10
           ACCEPT WS-PAUSA LINE 18 COL 53.

      *> ------------------------------------------------------------
      *> Revision del supervisor, de a 12 clientes por pagina
      *> ------------------------------------------------------------
       REVISAR-PROPUESTA.
           MOVE 0 TO WS-ULT-CLI
           PERFORM UNTIL 1 = 2
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "REVISION DE CALIFICACION Y LIMITES DE CREDITO"
                       LINE 01 COL 10 WITH REVERSE-VIDEO
               DISPLAY "CLIENTE NOMBRE               PTS G CUOTAS A TIEMPO DIAS PROM"
                       LINE 03 COL 01
               DISPLAY "LIMITE PROP  E" LINE 03 COL 62
               MOVE 4 TO WS-FILA
               MOVE WS-ULT-CLI TO WS-PAG-INICIO
               SET NO-FIN-SCAN TO TRUE
               MOVE WS-ULT-CLI TO CAL-CLI-ID
               START CALIF-CREDITO KEY IS GREATER THAN CAL-CLI-ID
                   INVALID KEY SET FIN-SCAN TO TRUE
               END-START
               PERFORM UNTIL FIN-SCAN OR WS-FILA > 15
                   READ CALIF-CREDITO NEXT RECORD
                       AT END SET FIN-SCAN TO TRUE
                       NOT AT END
                           IF NOT CAL-APLICADA
                               PERFORM ARMAR-LINEA-PROPUESTA
                               DISPLAY WS-LINEA-REP(1:60) LINE WS-FILA COL 01
                               DISPLAY WS-EDIT-MONTO2 LINE WS-FILA COL 62
                               DISPLAY CAL-ESTADO LINE WS-FILA COL 75
                               MOVE CAL-CLI-ID TO WS-ULT-CLI
                               ADD 1 TO WS-FILA
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "ESTADO: P=PENDIENTE A=APROBADA R=RECHAZADA"
                       LINE 17 COL 01

               MOVE 0 TO W-CLI
               DISPLAY "CLIENTE (0=SIGUIENTE PAGINA, 9999999=VOLVER): "
                       LINE 19 COL 01
               ACCEPT W-CLI LINE 19 COL 48
               IF W-CLI = 9999999
                   EXIT PERFORM
               END-IF
               IF W-CLI = 0
                   IF FIN-SCAN
                       MOVE 0 TO WS-ULT-CLI
                   END-IF
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM REVISAR-LINEA
      *> Vuelve a la pagina que se estaba viendo
               MOVE WS-PAG-INICIO TO WS-ULT-CLI
           END-PERFORM.

       REVISAR-LINEA.
           MOVE W-CLI TO CAL-CLI-ID
           READ CALIF-CREDITO
               INVALID KEY
                   DISPLAY "EL CLIENTE NO ESTA EN LA PROPUESTA" LINE 20 COL 01
                   ACCEPT WS-PAUSA LINE 20 COL 40
                   EXIT PARAGRAPH
           END-READ
           IF CAL-APLICADA
               DISPLAY "LA PROPUESTA YA FUE APLICADA" LINE 20 COL 01
               ACCEPT WS-PAUSA LINE 20 COL 32
               EXIT PARAGRAPH
           END-IF

      *> Detalle de la calificacion antes de decidir
           PERFORM ARMAR-LINEA-PROPUESTA
           MOVE CAL-MONTO-CASTIGO TO WS-EDIT-MONTO
           DISPLAY " " LINE 20 COL 01 ERASE EOS
           DISPLAY CLI-NOMBRE LINE 20 COL 01
           DISPLAY "REB:" LINE 20 COL 33
           DISPLAY WS-EDIT-CANT LINE 20 COL 38
           DISPLAY "ACU:" LINE 20 COL 42
           DISPLAY WS-EDIT-CANT2 LINE 20 COL 47
           DISPLAY "CASTIGADO:" LINE 20 COL 51
           DISPLAY WS-EDIT-MONTO LINE 20 COL 62
           MOVE CAL-LIMITE-ACT TO WS-EDIT-MONTO
           DISPLAY "COMPRA/MES:" LINE 21 COL 01
           DISPLAY WS-EDIT-COMPRA LINE 21 COL 13
           DISPLAY "LIMITE ACTUAL:" LINE 21 COL 28
           DISPLAY WS-EDIT-MONTO LINE 21 COL 43
           DISPLAY "GRADO:" LINE 21 COL 56
           DISPLAY CAL-GRADO LINE 21 COL 63

           MOVE SPACE TO WS-RESP
           DISPLAY "A=APROBAR  E=EDITAR LIMITE  R=RECHAZAR: " LINE 22 COL 01
           ACCEPT WS-RESP LINE 22 COL 42
           EVALUATE FUNCTION UPPER-CASE(WS-RESP)
               WHEN "A"
                   SET CAL-APROBADA TO TRUE
                   MOVE WS-USUARIO-SESION TO CAL-APROBO
                   REWRITE CALIF-CREDITO-REG
               WHEN "R"
                   SET CAL-RECHAZADA TO TRUE
                   MOVE WS-USUARIO-SESION TO CAL-APROBO
                   REWRITE CALIF-CREDITO-REG
               WHEN "E"
                   MOVE CAL-LIMITE-PROP TO W-LIMITE
                   DISPLAY "NUEVO LIMITE: " LINE 23 COL 01
                   ACCEPT W-LIMITE LINE 23 COL 15
                   MOVE W-LIMITE TO CAL-LIMITE-PROP
                   SET CAL-APROBADA TO TRUE
                   MOVE WS-USUARIO-SESION TO CAL-APROBO
                   REWRITE CALIF-CREDITO-REG
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Aplicacion: CLI-LIMITE-CREDITO y grado con rastro de auditoria
      *> ------------------------------------------------------------
       APLICAR-APROBADAS.
           DISPLAY " " LINE 13 COL 01 ERASE EOS
           MOVE "N" TO WS-RESP
           DISPLAY "APLICAR LAS PROPUESTAS APROBADAS A LOS CLIENTES (S/N): "
                   LINE 13 COL 10
           ACCEPT WS-RESP LINE 13 COL 66
           IF FUNCTION UPPER-CASE(WS-RESP) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           OPEN OUTPUT CALIF-PLANO
           MOVE 0 TO WS-CANT-LINEAS WS-TOT-APLIC
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-EMPRESA DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE SPACES TO WS-LINEA-REP
           STRING "LIMITES DE CREDITO APLICADOS EL " WS-HOY " POR "
                  WS-USUARIO-SESION
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           MOVE "CLIENTE NOMBRE               PTS G CUOTAS A TIEMPO DIAS PROM DIAS MAX REB ACU CAS   COMPRA/MES  LIMITE ANT  LIMITE NUEV E"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO

           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO CAL-CLI-ID
           START CALIF-CREDITO KEY IS NOT LESS THAN CAL-CLI-ID
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ CALIF-CREDITO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF CAL-APROBADA
                           PERFORM APLICAR-LINEA
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-TOT-APLIC TO WS-EDIT-TOT
           MOVE SPACES TO WS-LINEA-REP
           STRING "LIMITES APLICADOS: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-PLANO
           CLOSE CALIF-PLANO

           MOVE "LIMITECRED" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           MOVE WS-HOY TO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "califcred.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "LIMITES APLICADOS: " LINE 15 COL 10
           DISPLAY WS-EDIT-TOT LINE 15 COL 29
           DISPLAY "DETALLE 'califcred.txt' ENVIADO AL SPOOL" LINE 16 COL 10
           ACCEPT WS-PAUSA LINE 16 COL 52.

       APLICAR-LINEA.
           MOVE CAL-CLI-ID TO CLI-ID
           READ CLIENTES
               INVALID KEY EXIT PARAGRAPH
           END-READ

           MOVE CLI-LIMITE-CREDITO TO CAL-LIMITE-ACT
           MOVE "LIMITECRED" TO WS-AUD-ACCION
           MOVE SPACES TO WS-AUD-REG-CLAVE WS-AUD-VALOR-ANT
                          WS-AUD-VALOR-NUEVO
           MOVE CLI-ID TO WS-AUD-REG-CLAVE
           MOVE CLI-LIMITE-CREDITO TO WS-EDIT-MONTO
           STRING WS-EDIT-MONTO " GRADO " CLI-GRADO-RIESGO
               DELIMITED BY SIZE INTO WS-AUD-VALOR-ANT
           MOVE CAL-LIMITE-PROP TO WS-EDIT-MONTO
           STRING WS-EDIT-MONTO " GRADO " CAL-GRADO " " CAL-APROBO
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO

           MOVE CAL-LIMITE-PROP   TO CLI-LIMITE-CREDITO
           MOVE CAL-GRADO         TO CLI-GRADO-RIESGO
           MOVE CAL-FECHA         TO CLI-FECHA-CALIF
           MOVE WS-HOY            TO CLI-FECHA-MOD
           MOVE WS-USUARIO-SESION TO CLI-USUARIO-MOD
           REWRITE CLIENTES-REG
           PERFORM GRABAR-AUDITORIA

           SET CAL-APLICADA TO TRUE
           MOVE WS-HOY TO CAL-FECHA-APLIC
           REWRITE CALIF-CREDITO-REG
           ADD 1 TO WS-TOT-APLIC
           PERFORM ARMAR-LINEA-PROPUESTA
           PERFORM ESCRIBIR-PLANO.

       ESCRIBIR-PLANO.
           WRITE REG-CALIF-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM CREDSC01.
