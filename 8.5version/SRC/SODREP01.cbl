       >>SOURCE FORMAT FREE
      *> ******************************************************************
      *> * Purpose:  Segregacion de funciones (solo supervisores) -
      *> *           mantiene la tabla de pares de programas que un
      *> *           mismo usuario no deberia tener a la vez (crear el
      *> *           proveedor y pagarle, facturar y anular recibos,
      *> *           ajustar y cargar stock...) y emite al spool el
      *> *           reporte de conflictos en dos secciones:
      *> *           1. Usuarios activos que tienen ambos programas de
      *> *              un par segun USUARIOS y la matriz de PERMISOS
      *> *              (sin registro o en "S" = lo tiene; el
      *> *              supervisor se autoriza a si mismo, asi que
      *> *              tiene todos).
      *> *           2. Casos del periodo en AUDITORIA donde el mismo
      *> *              usuario ejecuto ambos lados del par sobre el
      *> *              mismo documento o tercero (cliente, proveedor,
      *> *              producto).
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODREP01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "sodconf.sel".
           COPY "usuario.sel".
           COPY "permiso.sel".
           COPY "factura.sel".
           COPY "recibo.sel".
           COPY "auditoria.sel".
           COPY "audctrl.sel".
           COPY "spool.sel".
           COPY "splctrl.sel".
           COPY "sesion.sel".

       DATA DIVISION.
       FILE SECTION.
           COPY "sodconf.fd".
           COPY "usuario.fd".
           COPY "permiso.fd".
           COPY "factura.fd".
           COPY "recibo.fd".
           COPY "auditoria.fd".
           COPY "audctrl.fd".
           COPY "spool.fd".
           COPY "splctrl.fd".
           COPY "sesion.fd".

       WORKING-STORAGE SECTION.
       COPY "AUDITORIA.cpy".
       COPY "SPOOLVARS.cpy".
       COPY "SESION.cpy".
       01 ST-SESION         PIC XX.
       01 ST-SODCONF        PIC XX.
       01 ST-USUARIOS       PIC XX.
       01 ST-PERMISOS       PIC XX.
       01 ST-FACTURAS       PIC XX.
       01 ST-RECIBOS        PIC XX.

       01 WS-PAUSA          PIC X.
       01 FIN               PIC X VALUE "N".
       01 WS-OPCION         PIC X.
       01 WS-FILA           PIC 99.
       01 WS-SW-SCAN        PIC X VALUE "N".
          88 FIN-SCAN          VALUE "S".
          88 NO-FIN-SCAN       VALUE "N".

       01 W-PROG-A          PIC X(10).
       01 W-PROG-B          PIC X(10).
       01 W-DESCRIPCION     PIC X(40).
       01 W-ACTIVO          PIC X.
       01 W-FECHA-DESDE     PIC 9(08).
       01 W-FECHA-HASTA     PIC 9(08).

      *> Pares vigentes en memoria
       01 WS-TOT-SOD        PIC 9(03) VALUE 0.
       01 WS-SOD-IDX        PIC 9(03).
       01 WS-TABLA-SOD.
          05 T-SOD OCCURS 50 TIMES.
             10 T-SOD-A        PIC X(10).
             10 T-SOD-B        PIC X(10).
             10 T-SOD-DESC     PIC X(40).

      *> Acciones del periodo en programas de algun par
       01 WS-TOT-AUD        PIC 9(05) VALUE 0.
       01 WS-AUD-OMITIDAS   PIC 9(05) VALUE 0.
       01 WS-IDX            PIC 9(05).
       01 WS-IDX2           PIC 9(05).
       01 WS-TABLA-AUD.
          05 T-AUD OCCURS 3000 TIMES.
             10 T-AUD-USUARIO  PIC X(10).
             10 T-AUD-PROGRAMA PIC X(10).
             10 T-AUD-PARTE    PIC X(16).
             10 T-AUD-FECHA    PIC 9(08).
             10 T-AUD-ACCION   PIC X(10).
             10 T-AUD-CLAVE    PIC X(15).

      *> Permiso efectivo de un usuario sobre un programa
       01 WS-PRG-CONSULTA   PIC X(10).
       01 WS-TIENE          PIC X.
          88 TIENE-PROGRAMA    VALUE "S".
          88 NO-TIENE-PROGRAMA VALUE "N".
       01 WS-TIENE-A        PIC X.
       01 WS-EN-PAR         PIC X.
          88 PROGRAMA-EN-PAR   VALUE "S".

      *> Tercero de la accion: C=cliente, K=clave del registro
       01 WS-PARTE.
          05 WS-PARTE-TIPO     PIC X(01).
          05 WS-PARTE-CLAVE    PIC X(15).
       01 WS-CLAVE-TXT      PIC X(15).
       01 WS-CLAVE-NUM      PIC 9(15).

       01 WS-CANT-USR-CONF  PIC 9(05) VALUE 0.
       01 WS-CANT-CASOS     PIC 9(05) VALUE 0.
       01 WS-EDIT-CANT      PIC ZZZZ9.
       01 WS-NOTA-SUP       PIC X(12).
       01 WS-FECHA-DISP     PIC 9(08).
       01 WS-LINEA-PANT     PIC X(79).
       01 WS-LINEA-REP      PIC X(132).
       01 WS-CANT-LINEAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           MOVE "SODREP01" TO WS-AUD-PROGRAMA
           PERFORM LEER-SESION

           IF NOT SESION-SUPERVISOR
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "ACCESO RESTRINGIDO - SOLO SUPERVISORES" LINE 12 COL 18
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 14 COL 18
               GOBACK
           END-IF

           PERFORM ABRIR-ARCHIVOS

           PERFORM UNTIL FIN = "S"
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "SEGREGACION DE FUNCIONES" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "1. PARES DE PROGRAMAS INCOMPATIBLES" LINE 05 COL 10
               DISPLAY "2. REPORTE DE CONFLICTOS (SPOOL)"     LINE 06 COL 10
               DISPLAY "S. SALIR"                             LINE 07 COL 10
               MOVE SPACE TO WS-OPCION
               DISPLAY "OPCION: " LINE 10 COL 10
               ACCEPT WS-OPCION LINE 10 COL 19

               EVALUATE FUNCTION UPPER-CASE(WS-OPCION)
                   WHEN "1"
                       PERFORM MANTENER-PARES
                   WHEN "2"
                       PERFORM REPORTE-CONFLICTOS
                   WHEN "S"
                       MOVE "S" TO FIN
               END-EVALUATE
           END-PERFORM

           PERFORM CERRAR-ARCHIVOS
           GOBACK.

       LEER-SESION.
           COPY "LEER-SESION.cpy".

       ABRIR-AUDITORIA.
           COPY "ABRIR-AUDITORIA.cpy".

       GRABAR-AUDITORIA.
           COPY "GRABAR-AUDITORIA.cpy".

       GUARDAR-SPOOL.
           COPY "GUARDAR-SPOOL.cpy".

       ABRIR-ARCHIVOS.
           PERFORM ABRIR-AUDITORIA

      *>   La primera vez se crea con los pares conocidos del sistema
           OPEN I-O SOD-CONFLICTOS
           IF ST-SODCONF = "35"
               OPEN OUTPUT SOD-CONFLICTOS
               MOVE "PROVEE01" TO SOD-PROG-A
               MOVE "COMPRA03" TO SOD-PROG-B
               MOVE "CREAR PROVEEDOR Y PAGARLE" TO SOD-DESCRIPCION
               SET SOD-VIGENTE TO TRUE
               WRITE SOD-CONFLICTO-REG
               MOVE "VENFAC01" TO SOD-PROG-A
               MOVE "VENFAC11" TO SOD-PROG-B
               MOVE "FACTURAR Y ANULAR RECIBOS DE CAJA" TO SOD-DESCRIPCION
               SET SOD-VIGENTE TO TRUE
               WRITE SOD-CONFLICTO-REG
               MOVE "VENFAC01" TO SOD-PROG-A
               MOVE "VENFAC03" TO SOD-PROG-B
               MOVE "FACTURAR Y ANULAR FACTURAS" TO SOD-DESCRIPCION
               SET SOD-VIGENTE TO TRUE
               WRITE SOD-CONFLICTO-REG
               MOVE "INVSTK04" TO SOD-PROG-A
               MOVE "INVSTK01" TO SOD-PROG-B
               MOVE "AJUSTAR INVENTARIO Y CARGAR STOCK" TO SOD-DESCRIPCION
               SET SOD-VIGENTE TO TRUE
               WRITE SOD-CONFLICTO-REG
               MOVE "FINCLI01" TO SOD-PROG-A
               MOVE "CASTIG01" TO SOD-PROG-B
               MOVE "CREAR CLIENTE Y CASTIGAR SU CARTERA" TO SOD-DESCRIPCION
               SET SOD-VIGENTE TO TRUE
               WRITE SOD-CONFLICTO-REG
               CLOSE SOD-CONFLICTOS
               OPEN I-O SOD-CONFLICTOS
           END-IF

           OPEN INPUT USUARIOS
           OPEN INPUT PERMISOS
           OPEN INPUT FACTURAS
           OPEN INPUT RECIBOS.

       CERRAR-ARCHIVOS.
           CLOSE SOD-CONFLICTOS
           CLOSE USUARIOS
           CLOSE PERMISOS
           CLOSE FACTURAS
           CLOSE RECIBOS
           CLOSE AUDITORIA
           CLOSE NEXT-AUD-NRO.

       MANTENER-PARES.
      *> Alta de pares nuevos y cambio de descripcion / vigencia
           PERFORM UNTIL 1 = 2
               DISPLAY " " LINE 1 COL 1 BLANK SCREEN
               DISPLAY "PARES DE PROGRAMAS INCOMPATIBLES" LINE 02 COL 10
                       WITH REVERSE-VIDEO
               DISPLAY "PROGRAMA A PROGRAMA B DESCRIPCION                              ACTIVO"
                       LINE 04 COL 05
               PERFORM LISTAR-PARES
               MOVE SPACES TO W-PROG-A W-PROG-B
               DISPLAY "PROGRAMA A (ENTER=VOLVER): " LINE 18 COL 05
               ACCEPT W-PROG-A LINE 18 COL 33
               IF W-PROG-A = SPACES
                   EXIT PERFORM
               END-IF
               DISPLAY "PROGRAMA B: " LINE 19 COL 05
               ACCEPT W-PROG-B LINE 19 COL 33
               IF W-PROG-B NOT = SPACES
                   PERFORM EDITAR-PAR
               END-IF
           END-PERFORM.

       LISTAR-PARES.
           MOVE 5 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO SOD-CLAVE
           START SOD-CONFLICTOS KEY IS NOT LESS THAN SOD-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN OR WS-FILA > 16
               READ SOD-CONFLICTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-LINEA-PANT
                       STRING SOD-PROG-A " "
                              SOD-PROG-B " "
                              SOD-DESCRIPCION " "
                              SOD-ACTIVO
                           DELIMITED BY SIZE INTO WS-LINEA-PANT
                       DISPLAY WS-LINEA-PANT LINE WS-FILA COL 05
                       ADD 1 TO WS-FILA
               END-READ
           END-PERFORM.

       EDITAR-PAR.
           MOVE FUNCTION UPPER-CASE(W-PROG-A) TO W-PROG-A
           MOVE FUNCTION UPPER-CASE(W-PROG-B) TO W-PROG-B
           IF W-PROG-A = W-PROG-B
               DISPLAY "LOS DOS PROGRAMAS DEBEN SER DISTINTOS" LINE 22 COL 05
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 60
               EXIT PARAGRAPH
           END-IF

      *>   El par se guarda una sola vez aunque se digite al reves
           MOVE W-PROG-B TO SOD-PROG-A
           MOVE W-PROG-A TO SOD-PROG-B
           READ SOD-CONFLICTOS
               NOT INVALID KEY
                   MOVE SOD-PROG-A TO W-PROG-A
                   MOVE SOD-PROG-B TO W-PROG-B
           END-READ

           MOVE W-PROG-A TO SOD-PROG-A
           MOVE W-PROG-B TO SOD-PROG-B
           READ SOD-CONFLICTOS
               INVALID KEY
                   MOVE SPACES TO SOD-DESCRIPCION
                   SET SOD-VIGENTE TO TRUE
                   MOVE "ALTA" TO WS-AUD-ACCION
                   MOVE SPACES TO WS-AUD-VALOR-ANT
               NOT INVALID KEY
                   MOVE "CAMBIO" TO WS-AUD-ACCION
                   STRING SOD-PROG-A " " SOD-PROG-B " " SOD-ACTIVO
                       DELIMITED BY SIZE INTO WS-AUD-VALOR-ANT
           END-READ

           MOVE SOD-DESCRIPCION TO W-DESCRIPCION
           MOVE SOD-ACTIVO TO W-ACTIVO
           DISPLAY "DESCRIPCION: " LINE 20 COL 05
           ACCEPT W-DESCRIPCION LINE 20 COL 33
           DISPLAY "ACTIVO (S/N): " LINE 21 COL 05
           ACCEPT W-ACTIVO LINE 21 COL 33
           MOVE FUNCTION UPPER-CASE(W-ACTIVO) TO W-ACTIVO
           IF W-ACTIVO NOT = "S" AND W-ACTIVO NOT = "N"
               MOVE SPACES TO WS-AUD-ACCION WS-AUD-VALOR-ANT
               DISPLAY "ACTIVO DEBE SER S O N" LINE 22 COL 05
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 22 COL 60
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(W-DESCRIPCION) TO SOD-DESCRIPCION
           MOVE W-ACTIVO TO SOD-ACTIVO
           IF WS-AUD-ACCION = "ALTA"
               WRITE SOD-CONFLICTO-REG
           ELSE
               REWRITE SOD-CONFLICTO-REG
           END-IF

           MOVE SOD-PROG-A TO WS-AUD-REG-CLAVE
           STRING SOD-PROG-A " " SOD-PROG-B " " SOD-ACTIVO
               DELIMITED BY SIZE INTO WS-AUD-VALOR-NUEVO
           PERFORM GRABAR-AUDITORIA.

       REPORTE-CONFLICTOS.
           DISPLAY " " LINE 1 COL 1 BLANK SCREEN
           DISPLAY "REPORTE DE CONFLICTOS DE SEGREGACION" LINE 02 COL 10
                   WITH REVERSE-VIDEO
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-FECHA-HASTA
           MOVE W-FECHA-HASTA TO W-FECHA-DESDE
           MOVE 01 TO W-FECHA-DESDE(7:2)
           DISPLAY "AUDITORIA DESDE (AAAAMMDD): " LINE 04 COL 10
           ACCEPT W-FECHA-DESDE LINE 04 COL 39
           DISPLAY "AUDITORIA HASTA (AAAAMMDD): " LINE 05 COL 10
           ACCEPT W-FECHA-HASTA LINE 05 COL 39
           IF W-FECHA-HASTA < W-FECHA-DESDE
               DISPLAY "PERIODO INVALIDO" LINE 07 COL 10 WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 07 COL 30
               EXIT PARAGRAPH
           END-IF

           PERFORM CARGAR-PARES
           IF WS-TOT-SOD = 0
               DISPLAY "NO HAY PARES ACTIVOS" LINE 07 COL 10
                       WITH REVERSE-VIDEO
               ACCEPT WS-PAUSA LINE 07 COL 34
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CANT-LINEAS WS-CANT-USR-CONF WS-CANT-CASOS
           OPEN OUTPUT SOD-PLANO
           MOVE SPACES TO WS-LINEA-REP
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-DISP
           STRING "CONFLICTOS DE SEGREGACION DE FUNCIONES - AL "
                  WS-FECHA-DISP
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           PERFORM SECCION-PERMISOS
           PERFORM SECCION-AUDITORIA
           CLOSE SOD-PLANO

           DISPLAY "USUARIOS CON PARES EN CONFLICTO : " LINE 07 COL 10
           MOVE WS-CANT-USR-CONF TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 07 COL 45
           DISPLAY "CASOS EN AUDITORIA DEL PERIODO  : " LINE 08 COL 10
           MOVE WS-CANT-CASOS TO WS-EDIT-CANT
           DISPLAY WS-EDIT-CANT LINE 08 COL 45
           IF WS-AUD-OMITIDAS > 0
               DISPLAY "ACCIONES NO ANALIZADAS (TABLA LLENA): " LINE 09 COL 10
                       WITH REVERSE-VIDEO
               MOVE WS-AUD-OMITIDAS TO WS-EDIT-CANT
               DISPLAY WS-EDIT-CANT LINE 09 COL 49
           END-IF

           MOVE "SOD" TO WS-SPL-REPORTE
           MOVE SPACES TO WS-SPL-PARAMS
           STRING W-FECHA-DESDE "-" W-FECHA-HASTA
               DELIMITED BY SIZE INTO WS-SPL-PARAMS
           MOVE WS-CANT-LINEAS TO WS-SPL-REGISTROS
           MOVE "sod_conflictos.txt" TO WS-SPL-ORIGEN
           PERFORM GUARDAR-SPOOL

           DISPLAY "REPORTE 'sod_conflictos.txt' ENVIADO AL SPOOL" LINE 22 COL 10
           ACCEPT WS-PAUSA LINE 22 COL 58.

       CARGAR-PARES.
           MOVE 0 TO WS-TOT-SOD
           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO SOD-CLAVE
           START SOD-CONFLICTOS KEY IS NOT LESS THAN SOD-CLAVE
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ SOD-CONFLICTOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF SOD-VIGENTE AND WS-TOT-SOD < 50
                           ADD 1 TO WS-TOT-SOD
                           MOVE SOD-PROG-A      TO T-SOD-A(WS-TOT-SOD)
                           MOVE SOD-PROG-B      TO T-SOD-B(WS-TOT-SOD)
                           MOVE SOD-DESCRIPCION TO T-SOD-DESC(WS-TOT-SOD)
                       END-IF
               END-READ
           END-PERFORM.

       SECCION-PERMISOS.
      *> Usuarios activos que tienen los dos programas de algun par
           MOVE "1. USUARIOS CON AMBOS PROGRAMAS DE UN PAR (USUARIOS / PERMISOS)"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "USUARIO    NOMBRE                         PROGRAMA A PROGRAMA B DESCRIPCION"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           SET NO-FIN-SCAN TO TRUE
           MOVE LOW-VALUES TO USR-CODIGO
           START USUARIOS KEY IS NOT LESS THAN USR-CODIGO
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ USUARIOS NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF USR-ACTIVO
                           PERFORM CONFLICTOS-USUARIO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-CANT-USR-CONF TO WS-EDIT-CANT
           STRING "PARES EN CONFLICTO POR PERMISOS: " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE SPACES TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP.

       CONFLICTOS-USUARIO.
           IF USR-ES-SUPERVISOR
               MOVE "(SUPERVISOR)" TO WS-NOTA-SUP
           ELSE
               MOVE SPACES TO WS-NOTA-SUP
           END-IF
           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > WS-TOT-SOD
               MOVE T-SOD-A(WS-SOD-IDX) TO WS-PRG-CONSULTA
               PERFORM VERIFICAR-PERMISO
               MOVE WS-TIENE TO WS-TIENE-A
               MOVE T-SOD-B(WS-SOD-IDX) TO WS-PRG-CONSULTA
               PERFORM VERIFICAR-PERMISO
               IF WS-TIENE-A = "S" AND TIENE-PROGRAMA
                   ADD 1 TO WS-CANT-USR-CONF
                   MOVE SPACES TO WS-LINEA-REP
                   STRING USR-CODIGO " "
                          USR-NOMBRE " "
                          T-SOD-A(WS-SOD-IDX) " "
                          T-SOD-B(WS-SOD-IDX) " "
                          T-SOD-DESC(WS-SOD-IDX) " "
                          WS-NOTA-SUP
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM ESCRIBIR-LINEA-REP
               END-IF
           END-PERFORM.

       VERIFICAR-PERMISO.
      *> Sin registro el acceso se permite; un "N" obliga a pedir
      *> autorizacion de supervisor, que el supervisor se da a si mismo
           SET TIENE-PROGRAMA TO TRUE
           IF USR-ES-SUPERVISOR
               EXIT PARAGRAPH
           END-IF
           MOVE USR-CODIGO      TO PRM-USUARIO
           MOVE WS-PRG-CONSULTA TO PRM-PROGRAMA
           READ PERMISOS
               NOT INVALID KEY
                   IF PRM-NO
                       SET NO-TIENE-PROGRAMA TO TRUE
                   END-IF
           END-READ.

       SECCION-AUDITORIA.
      *> Mismo usuario en ambos lados de un par sobre el mismo tercero
           MOVE SPACES TO WS-LINEA-REP
           STRING "2. MISMO USUARIO EN AMBOS LADOS DE UN PAR (AUDITORIA "
                  W-FECHA-DESDE " A " W-FECHA-HASTA ")"
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE "USUARIO    TERCERO          PROGRAMA A FECHA    ACCION     CLAVE           PROGRAMA B FECHA    ACCION     CLAVE"
               TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           MOVE ALL "-" TO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP

           PERFORM CARGAR-ACCIONES

           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > WS-TOT-SOD
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-TOT-AUD
                   IF T-AUD-PROGRAMA(WS-IDX) = T-SOD-A(WS-SOD-IDX)
                       PERFORM BUSCAR-LADO-B
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           MOVE WS-CANT-CASOS TO WS-EDIT-CANT
           STRING "CASOS EN AUDITORIA: " WS-EDIT-CANT
               DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM ESCRIBIR-LINEA-REP
           IF WS-AUD-OMITIDAS > 0
               MOVE SPACES TO WS-LINEA-REP
               MOVE WS-AUD-OMITIDAS TO WS-EDIT-CANT
               STRING "ACCIONES NO ANALIZADAS (TABLA LLENA): " WS-EDIT-CANT
                   DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM ESCRIBIR-LINEA-REP
           END-IF.

       BUSCAR-LADO-B.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > WS-TOT-AUD
               IF T-AUD-PROGRAMA(WS-IDX2) = T-SOD-B(WS-SOD-IDX)
                  AND T-AUD-USUARIO(WS-IDX2) = T-AUD-USUARIO(WS-IDX)
                  AND T-AUD-PARTE(WS-IDX2) = T-AUD-PARTE(WS-IDX)
                   ADD 1 TO WS-CANT-CASOS
                   MOVE SPACES TO WS-LINEA-REP
                   STRING T-AUD-USUARIO(WS-IDX) " "
                          T-AUD-PARTE(WS-IDX) " "
                          T-AUD-PROGRAMA(WS-IDX) " "
                          T-AUD-FECHA(WS-IDX) " "
                          T-AUD-ACCION(WS-IDX) " "
                          T-AUD-CLAVE(WS-IDX) " "
                          T-AUD-PROGRAMA(WS-IDX2) " "
                          T-AUD-FECHA(WS-IDX2) " "
                          T-AUD-ACCION(WS-IDX2) " "
                          T-AUD-CLAVE(WS-IDX2)
                       DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM ESCRIBIR-LINEA-REP
               END-IF
           END-PERFORM.

       CARGAR-ACCIONES.
      *> Acciones del periodo de los programas que figuran en algun par
           MOVE 0 TO WS-TOT-AUD WS-AUD-OMITIDAS
           SET NO-FIN-SCAN TO TRUE
           MOVE W-FECHA-DESDE TO AUD-FECHA
           START AUDITORIA KEY IS NOT LESS THAN AUD-FECHA
               INVALID KEY SET FIN-SCAN TO TRUE
           END-START
           PERFORM UNTIL FIN-SCAN
               READ AUDITORIA NEXT RECORD
                   AT END SET FIN-SCAN TO TRUE
                   NOT AT END
                       IF AUD-FECHA > W-FECHA-HASTA
                           SET FIN-SCAN TO TRUE
                       ELSE
                           PERFORM AGREGAR-ACCION
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-ACCION.
           MOVE "N" TO WS-EN-PAR
           PERFORM VARYING WS-SOD-IDX FROM 1 BY 1
                   UNTIL WS-SOD-IDX > WS-TOT-SOD OR PROGRAMA-EN-PAR
               IF AUD-PROGRAMA = T-SOD-A(WS-SOD-IDX)
                  OR AUD-PROGRAMA = T-SOD-B(WS-SOD-IDX)
                   MOVE "S" TO WS-EN-PAR
               END-IF
           END-PERFORM
           IF NOT PROGRAMA-EN-PAR
               EXIT PARAGRAPH
           END-IF
           IF WS-TOT-AUD >= 3000
               ADD 1 TO WS-AUD-OMITIDAS
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVER-PARTE
           ADD 1 TO WS-TOT-AUD
           MOVE AUD-USUARIO   TO T-AUD-USUARIO(WS-TOT-AUD)
           MOVE AUD-PROGRAMA  TO T-AUD-PROGRAMA(WS-TOT-AUD)
           MOVE WS-PARTE      TO T-AUD-PARTE(WS-TOT-AUD)
           MOVE AUD-FECHA     TO T-AUD-FECHA(WS-TOT-AUD)
           MOVE AUD-ACCION    TO T-AUD-ACCION(WS-TOT-AUD)
           MOVE AUD-REG-CLAVE TO T-AUD-CLAVE(WS-TOT-AUD).

       RESOLVER-PARTE.
      *> Lleva cada accion a su tercero: las de ventas y cartera al
      *> cliente de la factura o recibo; el resto (proveedor, producto)
      *> a la propia clave del registro auditado
           MOVE "K" TO WS-PARTE-TIPO
           MOVE AUD-REG-CLAVE TO WS-CLAVE-TXT
           EVALUATE AUD-PROGRAMA
               WHEN "VENFAC01"
                   MOVE "C" TO WS-PARTE-TIPO
                   MOVE AUD-VALOR-ANT(1:15) TO WS-CLAVE-TXT
               WHEN "FINCLI01"
                   MOVE "C" TO WS-PARTE-TIPO
               WHEN "VENFAC11"
                   IF FUNCTION TEST-NUMVAL(AUD-REG-CLAVE) = 0
                       MOVE FUNCTION NUMVAL(AUD-REG-CLAVE) TO REC-NRO
                       READ RECIBOS
                           NOT INVALID KEY
                               MOVE "C" TO WS-PARTE-TIPO
                               MOVE REC-CLI-ID TO WS-CLAVE-TXT
                       END-READ
                   END-IF
               WHEN "VENFAC03"
               WHEN "CASTIG01"
                   IF FUNCTION TEST-NUMVAL(AUD-REG-CLAVE) = 0
                       MOVE FUNCTION NUMVAL(AUD-REG-CLAVE) TO FAC-NRO
                       READ FACTURAS
                           NOT INVALID KEY
                               MOVE "C" TO WS-PARTE-TIPO
                               MOVE FAC-CLI-ID TO WS-CLAVE-TXT
                       END-READ
                   END-IF
           END-EVALUATE

      *>   Claves numericas con distinto ancho quedan comparables
           IF WS-CLAVE-TXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-CLAVE-TXT) = 0
               MOVE FUNCTION NUMVAL(WS-CLAVE-TXT) TO WS-CLAVE-NUM
               MOVE WS-CLAVE-NUM TO WS-PARTE-CLAVE
           ELSE
               MOVE WS-CLAVE-TXT TO WS-PARTE-CLAVE
           END-IF.

       ESCRIBIR-LINEA-REP.
           WRITE REG-SOD-PLANO FROM WS-LINEA-REP
           ADD 1 TO WS-CANT-LINEAS.

       END PROGRAM SODREP01.
