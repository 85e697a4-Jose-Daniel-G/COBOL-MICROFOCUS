       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Estados financieros consolidados del grupo: lee los
      *> *           ASIENTOS de cada empresa de EMPRESAS (por su
      *> *           EMP-RUTA), lleva cada cuenta al plan del grupo con el
      *> *           mapeo por prefijo, elimina las transferencias entre
      *> *           empresas (los asientos del kardex TRF de TRANSF01) y
      *> *           los saldos marcados como intercompania, y arma el
      *> *           balance y el estado de resultados con las lineas de
      *> *           los estados financieros: una columna por empresa,
      *> *           eliminaciones y consolidado, al spool
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOL01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "empresa.sel".
           COPY "mapagrupo.sel".
           COPY "estadocfg.sel".
           COPY "consol.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "empresa.fd".
           COPY "mapagrupo.fd".
           COPY "estadocfg.fd".
           COPY "consol.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       01 ST-SESION         PIC XX.
       01 ST-EMPRESAS       PIC XX.
       01 ST-MAPAGRUPO      PIC XX.
       01 ST-ESTADOCFG      PIC XX.
       01 ST-ASTEMP         PIC XX.
       01 ST-KCOEMP         PIC XX.
       01 ST-KAREMP         PIC XX.

       01 WS-AST-EMP-NOMBRE PIC X(60).
       01 WS-KCO-EMP-NOMBRE PIC X(60).
       01 WS-KAR-EMP-NOMBRE PIC X(60).

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-CONFIRMA       PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".
       01 WS-SW-LINEAS      PIC X VALUE "N".
          88 FIN-LINEAS        VALUE "S".
          88 NO-FIN-LINEAS     VALUE "N".

      *> Captura del mapeo
       01 W-EMPRESA         PIC X(02).
       01 W-PREFIJO         PIC X(08).
       01 W-CTA-GRUPO       PIC X(08).
       01 W-INTERCIA        PIC X(01).

       01 W-PERIODO         PIC 9(06).
       01 W-MODO-RES        PIC X(01).
          88 RES-DEL-MES       VALUE "M".
          88 RES-ACUMULADO     VALUE "A".

      *> Empresas del grupo (columnas del estado)
       01 WS-TOT-EMP        PIC 9 VALUE 0.
       01 WS-IDX-EMP        PIC 9.
       01 WS-TABLA-EMPRESAS.
          05 T-EMP OCCURS 8 TIMES.
             10 T-EMP-CODIGO   PIC X(02).
             10 T-EMP-NOMBRE   PIC X(30).
             10 T-EMP-RUTA     PIC X(40).
             10 T-EMP-ESTADO   PIC X(01).
                88 T-EMP-LEIDA    VALUE "L".
                88 T-EMP-SIN-LIBRO VALUE "N".
             10 T-EMP-LINEAS   PIC 9(07).
             10 T-EMP-SIN-LINEA PIC 9(05).
             10 T-EMP-TRF      PIC 9(05).
             10 T-EMP-INTERCIA PIC S9(13)V99.

      *> Mapeo de la empresa en proceso
       01 WS-TOT-MAP        PIC 9(03) VALUE 0.
       01 WS-IDX-MAP        PIC 9(03).
       01 WS-TABLA-MAPA.
          05 T-MAP OCCURS 300 TIMES.
             10 T-MAP-PREFIJO  PIC X(08).
             10 T-MAP-LARGO    PIC 99.
             10 T-MAP-GRUPO    PIC X(08).
             10 T-MAP-INTERCIA PIC X(01).
       01 WS-MEJOR-LARGO    PIC 99.
       01 WS-CTA-GRUPO      PIC X(08).
       01 WS-ES-INTERCIA    PIC X(01).

      *> Lineas de los estados (mismas de CONTAB02) con sus columnas
       01 WS-TOT-LIN        PIC 99 VALUE 0.
       01 WS-IDX            PIC 99.
       01 WS-PFX-LEN        PIC 99.
       01 WS-TABLA-ESTADOS.
          05 T-EF OCCURS 50 TIMES.
             10 T-EF-ORDEN   PIC 9(03).
             10 T-EF-TITULO  PIC X(30).
             10 T-EF-TIPO    PIC X(01).
             10 T-EF-PREFIJO PIC X(08).
             10 T-EF-LARGO   PIC 99.
             10 T-EF-EMP     PIC S9(13)V99 OCCURS 8 TIMES.
             10 T-EF-ELIM    PIC S9(13)V99.

      *> Linea de asiento que se aplica a los estados
       01 WS-LIN-CUENTA     PIC X(08).
       01 WS-LIN-PERIODO    PIC 9(06).
       01 WS-LIN-DEBE       PIC S9(11)V99.
       01 WS-LIN-HABER      PIC S9(11)V99.
       01 WS-LIN-DESTINO    PIC X(01).
          88 DESTINO-EMPRESA   VALUE "E".
          88 DESTINO-ELIMINA   VALUE "X".
       01 WS-LIN-EN-ESTADO  PIC X(01).
       01 WS-MONTO-NAT      PIC S9(13)V99.
       01 WS-AST-TRF        PIC 9(07).
       01 WS-ELIM-DESCUADRE PIC S9(13)V99 VALUE 0.

      *> Totales por columna (empresas 1-8, 9 eliminaciones,
      *> 10 consolidado)
       01 WS-IDX-COL        PIC 99.
       01 WS-TOTALES.
          05 WS-TOT-COL OCCURS 10 TIMES.
             10 TC-ACTIVO    PIC S9(13)V99.
             10 TC-PASIVO    PIC S9(13)V99.
             10 TC-PATRIM    PIC S9(13)V99.
             10 TC-INGRESO   PIC S9(13)V99.
             10 TC-GASTO     PIC S9(13)V99.
       01 WS-VALORES-LINEA.
          05 WS-VAL-COL     PIC S9(13)V99 OCCURS 10 TIMES.
       01 WS-TITULO-LINEA   PIC X(30).
       01 WS-TIPO-SECCION   PIC X(01).

       01 WS-MONTO-DISP     PIC -(12)9.99.
       01 WS-LINEA-REP      PIC X(200).
       01 WS-POS            PIC 9(03).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.
       01 WS-DESCUADRE-DISP PIC -(12)9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM LEER-SESION
           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "ESTADOS CONSOLIDADOS DEL GRUPO" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. MAPEO DE CUENTAS AL PLAN DEL GRUPO"
                       LINE 05 COL 10
               DISPLAY "2. GENERAR ESTADOS CONSOLIDADOS" LINE 06 COL 10
               DISPLAY "S. SALIR" LINE 07 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 09 COL 10
               ACCEPT WS-OPCION LINE 09 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM MANTENER-MAPEO
                   WHEN "2"
                       PERFORM GENERAR-CONSOLIDADO
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
           OPEN INPUT EMPRESAS
           IF ST-EMPRESAS = "35"
               OPEN OUTPUT EMPRESAS
               CLOSE EMPRESAS
               OPEN INPUT EMPRESAS
           END-IF
           OPEN I-O MAPA-GRUPO
           IF ST-MAPAGRUPO = "35"
               OPEN OUTPUT MAPA-GRUPO
               CLOSE MAPA-GRUPO
               OPEN I-O MAPA-GRUPO
           END-IF
           OPEN INPUT ESTADO-CONFIG
           IF ST-ESTADOCFG = "35"
               OPEN OUTPUT ESTADO-CONFIG
               CLOSE ESTADO-CONFIG
               OPEN INPUT ESTADO-CONFIG
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE EMPRESAS
           CLOSE MAPA-GRUPO
           CLOSE ESTADO-CONFIG.

      *> ------------------------------------------------------------
      *> Mapeo: prefijo de cuenta de la empresa -> cuenta del grupo
      *> ------------------------------------------------------------
       MANTENER-MAPEO.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           MOVE SPACES TO W-EMPRESA
           DISPLAY "EMPRESA (VACIO=VOLVER): " LINE 11 COL 10
           ACCEPT W-EMPRESA LINE 11 COL 35
           IF W-EMPRESA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(W-EMPRESA) TO EMP-CODIGO
           READ EMPRESAS
               INVALID KEY
                   DISPLAY "EMPRESA NO REGISTRADA" LINE 12 COL 10
                   ACCEPT WS-PAUSA LINE 12 COL 33
                   EXIT PARAGRAPH
           END-READ
           MOVE EMP-CODIGO TO W-EMPRESA
           DISPLAY EMP-NOMBRE LINE 11 COL 40

           DISPLAY "PREFIJO  CTA GRUPO INTERCIA" LINE 12 COL 10
           MOVE 13 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE W-EMPRESA TO MGR-EMPRESA
           MOVE LOW-VALUES TO MGR-PREFIJO
           START MAPA-GRUPO KEY IS NOT LESS THAN MGR-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-FILA > 19
               READ MAPA-GRUPO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF MGR-EMPRESA NOT = W-EMPRESA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           DISPLAY MGR-PREFIJO   LINE WS-FILA COL 10
                           DISPLAY MGR-CTA-GRUPO LINE WS-FILA COL 19
                           DISPLAY MGR-INTERCIA  LINE WS-FILA COL 32
                           ADD 1 TO WS-FILA
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO W-PREFIJO
           DISPLAY "PREFIJO A CREAR/EDITAR (VACIO=VOLVER): " LINE 20 COL 10
           ACCEPT W-PREFIJO LINE 20 COL 50
           IF W-PREFIJO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE W-EMPRESA TO MGR-EMPRESA
           MOVE FUNCTION UPPER-CASE(W-PREFIJO) TO MGR-PREFIJO
           READ MAPA-GRUPO
               INVALID KEY
                   MOVE SPACES TO MGR-CTA-GRUPO
                   MOVE "N" TO MGR-INTERCIA
               NOT INVALID KEY
                   MOVE "N" TO WS-CONFIRMA
                   DISPLAY "ELIMINAR ESTE MAPEO (S/N): " LINE 21 COL 10
                   ACCEPT WS-CONFIRMA LINE 21 COL 38
                   IF FUNCTION UPPER-CASE(WS-CONFIRMA) = "S"
                       DELETE MAPA-GRUPO RECORD
                       DISPLAY "MAPEO ELIMINADO" LINE 23 COL 10
                       ACCEPT WS-PAUSA LINE 23 COL 27
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           MOVE MGR-CTA-GRUPO TO W-CTA-GRUPO
           DISPLAY "CUENTA DEL GRUPO: " LINE 21 COL 10
           DISPLAY " " LINE 21 COL 38
           ACCEPT W-CTA-GRUPO LINE 21 COL 29
           IF W-CTA-GRUPO = SPACES
               DISPLAY "LA CUENTA DEL GRUPO ES OBLIGATORIA" LINE 23 COL 10
               ACCEPT WS-PAUSA LINE 23 COL 46
               EXIT PARAGRAPH
           END-IF
           MOVE MGR-INTERCIA TO W-INTERCIA
           DISPLAY "SALDO CON EMPRESAS DEL GRUPO (S/N): " LINE 22 COL 10
           ACCEPT W-INTERCIA LINE 22 COL 47
           MOVE FUNCTION UPPER-CASE(W-INTERCIA) TO W-INTERCIA
           IF W-INTERCIA NOT = "S"
               MOVE "N" TO W-INTERCIA
           END-IF

           MOVE FUNCTION UPPER-CASE(W-CTA-GRUPO) TO MGR-CTA-GRUPO
           MOVE W-INTERCIA TO MGR-INTERCIA
           WRITE MAPA-GRUPO-REG
               INVALID KEY
                   REWRITE MAPA-GRUPO-REG
           END-WRITE
           DISPLAY "MAPEO GRABADO" LINE 23 COL 10
           ACCEPT WS-PAUSA LINE 23 COL 25.

      *> ------------------------------------------------------------
      *> Generacion del consolidado
      *> ------------------------------------------------------------
       GENERAR-CONSOLIDADO.
           MOVE FUNCTION CURRENT-DATE(1:6) TO W-PERIODO
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "PERIODO DE LOS ESTADOS (AAAAMM): " LINE 11 COL 10
           ACCEPT W-PERIODO LINE 11 COL 44
           MOVE "M" TO W-MODO-RES
           DISPLAY "RESULTADOS: M=DEL MES  A=ACUMULADO DEL ANIO: "
                   LINE 12 COL 10
           ACCEPT W-MODO-RES LINE 12 COL 56
           MOVE FUNCTION UPPER-CASE(W-MODO-RES) TO W-MODO-RES
           IF NOT RES-ACUMULADO
               MOVE "M" TO W-MODO-RES
           END-IF

           PERFORM CARGAR-LINEAS-CONFIG
           IF WS-TOT-LIN = 0
               DISPLAY "SIN LINEAS DE ESTADOS FINANCIEROS CONFIGURADAS"
                       LINE 14 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 14 COL 58
               EXIT PARAGRAPH
           END-IF

           PERFORM CARGAR-EMPRESAS
           IF WS-TOT-EMP = 0
               DISPLAY "NO HAY EMPRESAS REGISTRADAS" LINE 14 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 14 COL 40
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ELIM-DESCUADRE
           MOVE 14 TO WS-FILA
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-TOT-EMP
               DISPLAY "CONSOLIDANDO EMPRESA " LINE WS-FILA COL 10
               DISPLAY T-EMP-CODIGO(WS-IDX-EMP) LINE WS-FILA COL 31
               PERFORM CONSOLIDAR-EMPRESA
               IF T-EMP-SIN-LIBRO(WS-IDX-EMP)
                   DISPLAY "SIN LIBRO EN SU CARPETA" LINE WS-FILA COL 35
               END-IF
               ADD 1 TO WS-FILA
           END-PERFORM

           PERFORM ESCRIBIR-REPORTE

           MOVE "CONSOLIDA" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING W-PERIODO " " W-MODO-RES
               DELIMITED BY SIZE INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "consolidado.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           IF WS-ELIM-DESCUADRE NOT = 0
               DISPLAY "ELIMINACIONES DESCUADRADAS - VER EL REPORTE"
                       LINE 22 COL 10 WITH REVERSE-VIDEO
           END-IF
           DISPLAY "CONSOLIDADO EN 'consolidado.txt' Y EN EL SPOOL"
                   LINE 23 COL 10
           ACCEPT WS-PAUSA LINE 23 COL 58.

       CARGAR-LINEAS-CONFIG.
           MOVE 0 TO WS-TOT-LIN
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO ECF-ORDEN
           START ESTADO-CONFIG KEY IS NOT LESS THAN ECF-ORDEN
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-TOT-LIN >= 50
               READ ESTADO-CONFIG NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-LIN
                       INITIALIZE T-EF(WS-TOT-LIN)
                       MOVE ECF-ORDEN  TO T-EF-ORDEN(WS-TOT-LIN)
                       MOVE ECF-TITULO TO T-EF-TITULO(WS-TOT-LIN)
                       MOVE ECF-TIPO   TO T-EF-TIPO(WS-TOT-LIN)
                       MOVE ECF-CTA-PREFIJO TO T-EF-PREFIJO(WS-TOT-LIN)
                       PERFORM CALCULAR-LARGO-PREFIJO
                       MOVE WS-PFX-LEN TO T-EF-LARGO(WS-TOT-LIN)
               END-READ
           END-PERFORM.

       CALCULAR-LARGO-PREFIJO.
           MOVE 0 TO WS-PFX-LEN
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF ECF-CTA-PREFIJO(WS-IDX:1) NOT = SPACE
                   MOVE WS-IDX TO WS-PFX-LEN
               END-IF
           END-PERFORM.

       CARGAR-EMPRESAS.
      *> Hasta 8 empresas por ancho del reporte
           MOVE 0 TO WS-TOT-EMP
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO EMP-CODIGO
           START EMPRESAS KEY IS NOT LESS THAN EMP-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-TOT-EMP >= 8
               READ EMPRESAS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOT-EMP
                       INITIALIZE T-EMP(WS-TOT-EMP)
                       MOVE EMP-CODIGO TO T-EMP-CODIGO(WS-TOT-EMP)
                       MOVE EMP-NOMBRE TO T-EMP-NOMBRE(WS-TOT-EMP)
                       MOVE EMP-RUTA   TO T-EMP-RUTA(WS-TOT-EMP)
               END-READ
           END-PERFORM.

       CONSOLIDAR-EMPRESA.
      *> El libro de otra empresa nunca se crea desde aqui: si no
      *> existe la empresa queda en cero y se avisa
           MOVE SPACES TO WS-AST-EMP-NOMBRE WS-KCO-EMP-NOMBRE
                          WS-KAR-EMP-NOMBRE
           IF T-EMP-RUTA(WS-IDX-EMP) = SPACES
               MOVE "ASIENTOS.DAT" TO WS-AST-EMP-NOMBRE
               MOVE "KARCONT.DAT"  TO WS-KCO-EMP-NOMBRE
               MOVE "KARDEX.DAT"   TO WS-KAR-EMP-NOMBRE
           ELSE
               STRING FUNCTION TRIM(T-EMP-RUTA(WS-IDX-EMP))
                      "/ASIENTOS.DAT"
                   DELIMITED BY SIZE INTO WS-AST-EMP-NOMBRE
               STRING FUNCTION TRIM(T-EMP-RUTA(WS-IDX-EMP))
                      "/KARCONT.DAT"
                   DELIMITED BY SIZE INTO WS-KCO-EMP-NOMBRE
               STRING FUNCTION TRIM(T-EMP-RUTA(WS-IDX-EMP))
                      "/KARDEX.DAT"
                   DELIMITED BY SIZE INTO WS-KAR-EMP-NOMBRE
           END-IF

           OPEN INPUT ASIENTOS-EMP
           IF ST-ASTEMP NOT = "00"
               SET T-EMP-SIN-LIBRO(WS-IDX-EMP) TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET T-EMP-LEIDA(WS-IDX-EMP) TO TRUE

           PERFORM CARGAR-MAPA-EMPRESA
           PERFORM ACUMULAR-LIBRO-EMPRESA
           PERFORM ELIMINAR-TRANSFERENCIAS

           CLOSE ASIENTOS-EMP.

       CARGAR-MAPA-EMPRESA.
           MOVE 0 TO WS-TOT-MAP
           SET NO-FIN-SCAN TO TRUE
           MOVE T-EMP-CODIGO(WS-IDX-EMP) TO MGR-EMPRESA
           MOVE LOW-VALUES TO MGR-PREFIJO
           START MAPA-GRUPO KEY IS NOT LESS THAN MGR-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-TOT-MAP >= 300
               READ MAPA-GRUPO NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF MGR-EMPRESA NOT = T-EMP-CODIGO(WS-IDX-EMP)
                           SET FIN-SCAN TO TRUE
                       ELSE
                           ADD 1 TO WS-TOT-MAP
                           MOVE MGR-PREFIJO   TO T-MAP-PREFIJO(WS-TOT-MAP)
                           MOVE MGR-CTA-GRUPO TO T-MAP-GRUPO(WS-TOT-MAP)
                           MOVE MGR-INTERCIA  TO T-MAP-INTERCIA(WS-TOT-MAP)
                           MOVE 0 TO T-MAP-LARGO(WS-TOT-MAP)
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > 8
                               IF MGR-PREFIJO(WS-IDX:1) NOT = SPACE
                                   MOVE WS-IDX TO T-MAP-LARGO(WS-TOT-MAP)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       MAPEAR-CUENTA.
      *> Gana el prefijo mas largo; sin mapeo la cuenta queda igual
           MOVE WS-LIN-CUENTA TO WS-CTA-GRUPO
           MOVE "N" TO WS-ES-INTERCIA
           MOVE 0 TO WS-MEJOR-LARGO
           PERFORM VARYING WS-IDX-MAP FROM 1 BY 1
                   UNTIL WS-IDX-MAP > WS-TOT-MAP
               IF T-MAP-LARGO(WS-IDX-MAP) > WS-MEJOR-LARGO
                  AND WS-LIN-CUENTA(1:T-MAP-LARGO(WS-IDX-MAP)) =
                      T-MAP-PREFIJO(WS-IDX-MAP)(1:T-MAP-LARGO(WS-IDX-MAP))
                   MOVE T-MAP-LARGO(WS-IDX-MAP) TO WS-MEJOR-LARGO
                   MOVE T-MAP-GRUPO(WS-IDX-MAP) TO WS-CTA-GRUPO
                   MOVE T-MAP-INTERCIA(WS-IDX-MAP) TO WS-ES-INTERCIA
               END-IF
           END-PERFORM.

       ACUMULAR-LIBRO-EMPRESA.
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO ASE-PERIODO
           START ASIENTOS-EMP KEY IS NOT LESS THAN ASE-PERIODO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ ASIENTOS-EMP NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF ASE-PERIODO > W-PERIODO
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM ACUMULAR-LINEA-EMPRESA
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-LINEA-EMPRESA.
           IF ASE-CUENTA = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO T-EMP-LINEAS(WS-IDX-EMP)
           MOVE ASE-CUENTA  TO WS-LIN-CUENTA
           MOVE ASE-PERIODO TO WS-LIN-PERIODO
           MOVE ASE-DEBE    TO WS-LIN-DEBE
           MOVE ASE-HABER   TO WS-LIN-HABER
           PERFORM MAPEAR-CUENTA

           SET DESTINO-EMPRESA TO TRUE
           PERFORM APLICAR-LINEA
           IF WS-LIN-EN-ESTADO = "N"
               ADD 1 TO T-EMP-SIN-LINEA(WS-IDX-EMP)
           END-IF

      *> Saldos con otras empresas del grupo: se eliminan completos;
      *> lo que no se compensa entre empresas descuadra la columna
           IF WS-ES-INTERCIA = "S"
               SET DESTINO-ELIMINA TO TRUE
               PERFORM APLICAR-LINEA
               COMPUTE T-EMP-INTERCIA(WS-IDX-EMP) =
                   T-EMP-INTERCIA(WS-IDX-EMP) + ASE-DEBE - ASE-HABER
               COMPUTE WS-ELIM-DESCUADRE =
                   WS-ELIM-DESCUADRE + ASE-DEBE - ASE-HABER
           END-IF.

       APLICAR-LINEA.
      *> Balance (A/P/T) acumula hasta el periodo; resultados (I/G)
      *> el mes o lo corrido del anio segun se pidio
           MOVE "N" TO WS-LIN-EN-ESTADO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-LIN
               IF T-EF-LARGO(WS-IDX) > 0
                  AND WS-CTA-GRUPO(1:T-EF-LARGO(WS-IDX)) =
                      T-EF-PREFIJO(WS-IDX)(1:T-EF-LARGO(WS-IDX))
                   MOVE "S" TO WS-LIN-EN-ESTADO
                   IF T-EF-TIPO(WS-IDX) = "A" OR T-EF-TIPO(WS-IDX) = "G"
                       COMPUTE WS-MONTO-NAT = WS-LIN-DEBE - WS-LIN-HABER
                   ELSE
                       COMPUTE WS-MONTO-NAT = WS-LIN-HABER - WS-LIN-DEBE
                   END-IF
                   IF T-EF-TIPO(WS-IDX) = "I" OR T-EF-TIPO(WS-IDX) = "G"
                       IF (RES-DEL-MES AND WS-LIN-PERIODO NOT = W-PERIODO)
                          OR (RES-ACUMULADO
                              AND WS-LIN-PERIODO(1:4) NOT = W-PERIODO(1:4))
                           MOVE 0 TO WS-MONTO-NAT
                       END-IF
                   END-IF
                   IF DESTINO-EMPRESA
                       ADD WS-MONTO-NAT TO T-EF-EMP(WS-IDX, WS-IDX-EMP)
                   ELSE
                       SUBTRACT WS-MONTO-NAT FROM T-EF-ELIM(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       ELIMINAR-TRANSFERENCIAS.
      *> Los movimientos TRF del kardex (salida en el origen, entrada
      *> espejo en el destino) se contabilizaron con la regla T; se
      *> quita cada asiento completo. Como TRANSF01 transfiere al
      *> costo, el grupo queda como si la mercancia no se hubiera
      *> movido (lo que esta en transito sigue en el inventario)
           OPEN INPUT KARCONT-EMP
           IF ST-KCOEMP NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT KARDEX-EMP
           IF ST-KAREMP NOT = "00"
               CLOSE KARCONT-EMP
               EXIT PARAGRAPH
           END-IF

           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO KCE-CLAVE
           START KARCONT-EMP KEY IS NOT LESS THAN KCE-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ KARCONT-EMP NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF KCE-TIPO-DOC = "T"
                           MOVE KCE-CLAVE TO KAE-CLAVE
                           READ KARDEX-EMP
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF KAE-REFERENCIA(1:3) = "TRF"
                                       MOVE KCE-AST-NRO TO WS-AST-TRF
                                       PERFORM ELIMINAR-ASIENTO-TRF
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KARCONT-EMP
           CLOSE KARDEX-EMP.

       ELIMINAR-ASIENTO-TRF.
           SET NO-FIN-LINEAS TO TRUE
           MOVE WS-AST-TRF TO ASE-NRO
           MOVE 0 TO ASE-ITEM
           START ASIENTOS-EMP KEY IS NOT LESS THAN ASE-CLAVE
               INVALID KEY SET FIN-LINEAS TO TRUE
           END-START
           PERFORM UNTIL FIN-LINEAS
               READ ASIENTOS-EMP NEXT RECORD
                   AT END SET FIN-LINEAS TO TRUE
                   NOT AT END
                       IF ASE-NRO NOT = WS-AST-TRF
                           SET FIN-LINEAS TO TRUE
                       ELSE
                           PERFORM ELIMINAR-LINEA-TRF
                       END-IF
               END-READ
           END-PERFORM.

       ELIMINAR-LINEA-TRF.
           IF ASE-PERIODO > W-PERIODO OR ASE-CUENTA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ASE-CUENTA  TO WS-LIN-CUENTA
           MOVE ASE-PERIODO TO WS-LIN-PERIODO
           MOVE ASE-DEBE    TO WS-LIN-DEBE
           MOVE ASE-HABER   TO WS-LIN-HABER
           PERFORM MAPEAR-CUENTA
      *> Una cuenta intercompania ya se elimino completa
           IF WS-ES-INTERCIA = "S"
               EXIT PARAGRAPH
           END-IF
           SET DESTINO-ELIMINA TO TRUE
           PERFORM APLICAR-LINEA
           IF ASE-ITEM = 1
               ADD 1 TO T-EMP-TRF(WS-IDX-EMP)
           END-IF.

      *> ------------------------------------------------------------
      *> Reporte columnar: empresas, eliminaciones, consolidado
      *> ------------------------------------------------------------
       ESCRIBIR-REPORTE.
           MOVE 0 TO WS-CANT-LINEAS
           INITIALIZE WS-TOTALES
           OPEN OUTPUT CONSOL-PLANO

           MOVE SPACES TO WS-LINEA-REP
           IF RES-ACUMULADO
               STRING "ESTADOS FINANCIEROS CONSOLIDADOS DEL GRUPO - "
                      "PERIODO " W-PERIODO
                      "  (RESULTADOS ACUMULADOS DEL ANIO)"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING "ESTADOS FINANCIEROS CONSOLIDADOS DEL GRUPO - "
                      "PERIODO " W-PERIODO
                      "  (RESULTADOS DEL MES)"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM ESCRIBIR-LINEA-REP
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-TOT-EMP
               MOVE SPACES TO WS-LINEA-REP
               STRING "  " T-EMP-CODIGO(WS-IDX-EMP) " "
                      T-EMP-NOMBRE(WS-IDX-EMP)
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               IF T-EMP-SIN-LIBRO(WS-IDX-EMP)
                   MOVE "SIN LIBRO EN SU CARPETA - COLUMNA EN CERO"
                       TO WS-LINEA-REP(40:41)
               END-IF
               PERFORM ESCRIBIR-LINEA-REP
           END-PERFORM
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           PERFORM ENCABEZADO-COLUMNAS

           MOVE "--- ACTIVO ---" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "A" TO WS-TIPO-SECCION
           PERFORM ESCRIBIR-SECCION
           MOVE "TOTAL ACTIVO" TO WS-TITULO-LINEA
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1 UNTIL WS-IDX-COL > 10
               MOVE TC-ACTIVO(WS-IDX-COL) TO WS-VAL-COL(WS-IDX-COL)
           END-PERFORM
           PERFORM ESCRIBIR-FILA

           MOVE "--- PASIVO ---" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "P" TO WS-TIPO-SECCION
           PERFORM ESCRIBIR-SECCION
           MOVE "TOTAL PASIVO" TO WS-TITULO-LINEA
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1 UNTIL WS-IDX-COL > 10
               MOVE TC-PASIVO(WS-IDX-COL) TO WS-VAL-COL(WS-IDX-COL)
           END-PERFORM
           PERFORM ESCRIBIR-FILA

           MOVE "--- PATRIMONIO ---" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "T" TO WS-TIPO-SECCION
           PERFORM ESCRIBIR-SECCION
           MOVE "TOTAL PATRIMONIO" TO WS-TITULO-LINEA
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1 UNTIL WS-IDX-COL > 10
               MOVE TC-PATRIM(WS-IDX-COL) TO WS-VAL-COL(WS-IDX-COL)
           END-PERFORM
           PERFORM ESCRIBIR-FILA

           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "ESTADO DE RESULTADOS CONSOLIDADO" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "=" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           PERFORM ENCABEZADO-COLUMNAS

           MOVE "--- INGRESOS ---" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "I" TO WS-TIPO-SECCION
           PERFORM ESCRIBIR-SECCION
           MOVE "TOTAL INGRESOS" TO WS-TITULO-LINEA
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1 UNTIL WS-IDX-COL > 10
               MOVE TC-INGRESO(WS-IDX-COL) TO WS-VAL-COL(WS-IDX-COL)
           END-PERFORM
           PERFORM ESCRIBIR-FILA

           MOVE "--- GASTOS ---" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "G" TO WS-TIPO-SECCION
           PERFORM ESCRIBIR-SECCION
           MOVE "TOTAL GASTOS" TO WS-TITULO-LINEA
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1 UNTIL WS-IDX-COL > 10
               MOVE TC-GASTO(WS-IDX-COL) TO WS-VAL-COL(WS-IDX-COL)
           END-PERFORM
           PERFORM ESCRIBIR-FILA

           MOVE "UTILIDAD (PERDIDA)" TO WS-TITULO-LINEA
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1 UNTIL WS-IDX-COL > 10
               COMPUTE WS-VAL-COL(WS-IDX-COL) =
                   TC-INGRESO(WS-IDX-COL) - TC-GASTO(WS-IDX-COL)
           END-PERFORM
           PERFORM ESCRIBIR-FILA

           PERFORM ESCRIBIR-CONTROL-ELIMINACION

           CLOSE CONSOL-PLANO.

       ENCABEZADO-COLUMNAS.
      *> Columnas de 17: 30 de titulo + 8 empresas + eliminaciones +
      *> consolidado caben en las 200 posiciones
           MOVE SPACES TO WS-LINEA-REP
           MOVE "LINEA" TO WS-LINEA-REP(1:5)
           MOVE 31 TO WS-POS
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-TOT-EMP
               MOVE "EMPRESA" TO WS-LINEA-REP(WS-POS + 6:7)
               MOVE T-EMP-CODIGO(WS-IDX-EMP)
                   TO WS-LINEA-REP(WS-POS + 14:2)
               ADD 17 TO WS-POS
           END-PERFORM
           MOVE "ELIMINACIONES" TO WS-LINEA-REP(WS-POS + 3:13)
           ADD 17 TO WS-POS
           MOVE "CONSOLIDADO" TO WS-LINEA-REP(WS-POS + 5:11)
           PERFORM ESCRIBIR-LINEA-REP.

       ESCRIBIR-SECCION.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-LIN
               IF T-EF-TIPO(WS-IDX) = WS-TIPO-SECCION
                   PERFORM ARMAR-VALORES-LINEA
                   MOVE T-EF-TITULO(WS-IDX) TO WS-TITULO-LINEA
                   PERFORM ESCRIBIR-FILA
                   PERFORM ACUMULAR-TOTALES
               END-IF
           END-PERFORM.

       ARMAR-VALORES-LINEA.
           MOVE 0 TO WS-VAL-COL(10)
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1 UNTIL WS-IDX-COL > 8
               MOVE T-EF-EMP(WS-IDX, WS-IDX-COL) TO WS-VAL-COL(WS-IDX-COL)
               ADD T-EF-EMP(WS-IDX, WS-IDX-COL) TO WS-VAL-COL(10)
           END-PERFORM
           MOVE T-EF-ELIM(WS-IDX) TO WS-VAL-COL(9)
           ADD T-EF-ELIM(WS-IDX) TO WS-VAL-COL(10).

       ACUMULAR-TOTALES.
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1 UNTIL WS-IDX-COL > 10
               EVALUATE WS-TIPO-SECCION
                   WHEN "A"
                       ADD WS-VAL-COL(WS-IDX-COL) TO TC-ACTIVO(WS-IDX-COL)
                   WHEN "P"
                       ADD WS-VAL-COL(WS-IDX-COL) TO TC-PASIVO(WS-IDX-COL)
                   WHEN "T"
                       ADD WS-VAL-COL(WS-IDX-COL) TO TC-PATRIM(WS-IDX-COL)
                   WHEN "I"
                       ADD WS-VAL-COL(WS-IDX-COL) TO TC-INGRESO(WS-IDX-COL)
                   WHEN "G"
                       ADD WS-VAL-COL(WS-IDX-COL) TO TC-GASTO(WS-IDX-COL)
               END-EVALUATE
           END-PERFORM.

       ESCRIBIR-FILA.
           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-TITULO-LINEA TO WS-LINEA-REP(1:30)
           MOVE 31 TO WS-POS
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-TOT-EMP
               MOVE WS-VAL-COL(WS-IDX-EMP) TO WS-MONTO-DISP
               MOVE WS-MONTO-DISP TO WS-LINEA-REP(WS-POS:16)
               ADD 17 TO WS-POS
           END-PERFORM
           MOVE WS-VAL-COL(9) TO WS-MONTO-DISP
           MOVE WS-MONTO-DISP TO WS-LINEA-REP(WS-POS:16)
           ADD 17 TO WS-POS
           MOVE WS-VAL-COL(10) TO WS-MONTO-DISP
           MOVE WS-MONTO-DISP TO WS-LINEA-REP(WS-POS:16)
           PERFORM ESCRIBIR-LINEA-REP.

       ESCRIBIR-CONTROL-ELIMINACION.
      *> Lo marcado como intercompania debe compensarse entre las
      *> empresas; el neto que queda es un saldo sin contrapartida
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "CONTROL DE ELIMINACIONES" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-TOT-EMP
               MOVE T-EMP-INTERCIA(WS-IDX-EMP) TO WS-MONTO-DISP
               MOVE SPACES TO WS-LINEA-REP
               STRING "EMPRESA " T-EMP-CODIGO(WS-IDX-EMP)
                      "  LINEAS LEIDAS " T-EMP-LINEAS(WS-IDX-EMP)
                      "  ASIENTOS TRF ELIMINADOS " T-EMP-TRF(WS-IDX-EMP)
                      "  SALDO INTERCOMPANIA (D-C) " WS-MONTO-DISP
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA-REP
               IF T-EMP-SIN-LINEA(WS-IDX-EMP) > 0
                   MOVE SPACES TO WS-LINEA-REP
                   STRING "            LINEAS DE CUENTAS SIN LINEA EN "
                          "LOS ESTADOS: " T-EMP-SIN-LINEA(WS-IDX-EMP)
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM ESCRIBIR-LINEA-REP
               END-IF
           END-PERFORM
           MOVE WS-ELIM-DESCUADRE TO WS-DESCUADRE-DISP
           MOVE SPACES TO WS-LINEA-REP
           IF WS-ELIM-DESCUADRE = 0
               MOVE "SALDOS INTERCOMPANIA COMPENSADOS ENTRE LAS EMPRESAS"
                   TO WS-LINEA-REP
           ELSE
               STRING "SALDOS INTERCOMPANIA SIN CONTRAPARTIDA (D-C): "
                      WS-DESCUADRE-DISP
                      " - REVISAR ANTES DE PUBLICAR"
                   DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM ESCRIBIR-LINEA-REP.

       ESCRIBIR-LINEA-REP.
           WRITE REG-CONSOL-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM CONSOL01.
