      *> *           desatendido (variable MODOLOTE) con log de
      *> *           inicio/fin/resultado por paso, parada en falla de
      *> *           pasos criticos y pantalla matutina con el
      *> *           resultado de la ultima corrida. Un paso puede
      *> *           ser una consulta guardada del generador de
      *> *           consultas (REPGEN01 + nombre de la consulta);
      *> *           la consulta del paso BIEXT01 = COMPLETA pide la
      *> *           carga completa del extracto BI
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
       01 W-SECUENCIA       PIC 9(02).
       01 W-PROGRAMA        PIC X(10).
       01 W-CRITICO         PIC X(01).
       01 W-CONSULTA        PIC X(12).

       01 WS-CORRIDA        PIC 9(05).
       01 WS-CORRIDA-MAX    PIC 9(05).
               OPEN OUTPUT BATCH-CONFIG
               CLOSE BATCH-CONFIG
               OPEN I-O BATCH-CONFIG
      *> Secuencia de fabrica: cierre diario, excepciones de
      *> prevencion de perdidas del dia cerrado, extracto para la
      *> bodega de datos, contabilizacion de la cola de documentos, integridad, reorden,
      *> foto de inventario de fin de mes, medicion de los rappels de
      *> proveedores, calificacion de credito y segmentacion RFM
      *> mensuales, entrega de la bandeja de correo
      *> saliente y backup (el backup es critico:
      *> sin el no amanece protegido)
               MOVE 10 TO BJO-SECUENCIA
               MOVE "VENFAC08" TO BJO-PROGRAMA
               MOVE "N" TO BJO-CRITICO
               MOVE SPACES TO BJO-CONSULTA
               WRITE BATCH-CONFIG-REG
               MOVE 12 TO BJO-SECUENCIA
               MOVE "PERDID01" TO BJO-PROGRAMA
               MOVE "N" TO BJO-CRITICO
               WRITE BATCH-CONFIG-REG
               MOVE 13 TO BJO-SECUENCIA
               MOVE "BIEXT01" TO BJO-PROGRAMA
               MOVE "N" TO BJO-CRITICO
               WRITE BATCH-CONFIG-REG
               MOVE 15 TO BJO-SECUENCIA
               MOVE "CONTAB01" TO BJO-PROGRAMA
               MOVE "N" TO BJO-CRITICO
               WRITE BATCH-CONFIG-REG
               MOVE 20 TO BJO-SECUENCIA
               MOVE "FININT01" TO BJO-PROGRAMA
               MOVE "INVSTK03" TO BJO-PROGRAMA
               MOVE "N" TO BJO-CRITICO
               WRITE BATCH-CONFIG-REG
               MOVE 35 TO BJO-SECUENCIA
               MOVE "INVSTK11" TO BJO-PROGRAMA
               MOVE "N" TO BJO-CRITICO
               WRITE BATCH-CONFIG-REG
               MOVE 36 TO BJO-SECUENCIA
               MOVE "PROVRAP01" TO BJO-PROGRAMA
               MOVE "N" TO BJO-CRITICO
               WRITE BATCH-CONFIG-REG
               MOVE 37 TO BJO-SECUENCIA
               MOVE "CREDSC01" TO BJO-PROGRAMA
               MOVE "N" TO BJO-CRITICO
               WRITE BATCH-CONFIG-REG
               MOVE 38 TO BJO-SECUENCIA
               MOVE "VENRFM01" TO BJO-PROGRAMA
               MOVE "N" TO BJO-CRITICO
               WRITE BATCH-CONFIG-REG
               MOVE 39 TO BJO-SECUENCIA
               MOVE "CORREO01" TO BJO-PROGRAMA
               MOVE "N" TO BJO-CRITICO
               WRITE BATCH-CONFIG-REG
               MOVE 40 TO BJO-SECUENCIA
               MOVE "BCKUP01" TO BJO-PROGRAMA
               MOVE "S" TO BJO-CRITICO

       CONFIGURAR-SECUENCIA.
           DISPLAY " " LINE 11 COL 01 ERASE EOS
           DISPLAY "SEC  PROGRAMA   CRITICO CONSULTA" LINE 11 COL 10
           MOVE 12 TO WS-FILA
           SET NO-FIN-SCAN TO TRUE
           MOVE 0 TO BJO-SECUENCIA
                       DISPLAY BJO-SECUENCIA LINE WS-FILA COL 10
                       DISPLAY BJO-PROGRAMA LINE WS-FILA COL 15
                       DISPLAY BJO-CRITICO LINE WS-FILA COL 28
                       DISPLAY BJO-CONSULTA LINE WS-FILA COL 34
                       ADD 1 TO WS-FILA
               END-READ
           END-PERFORM
           DISPLAY "CRITICO (S/N): " LINE 22 COL 10
           MOVE "N" TO W-CRITICO
           ACCEPT W-CRITICO LINE 22 COL 26
           MOVE SPACES TO W-CONSULTA
           IF FUNCTION UPPER-CASE(W-PROGRAMA) = "REPGEN01"
               DISPLAY "CONSULTA GUARDADA: " LINE 22 COL 30
               ACCEPT W-CONSULTA LINE 22 COL 49
           END-IF
           IF FUNCTION UPPER-CASE(W-PROGRAMA) = "BIEXT01"
               DISPLAY "CARGA (COMPLETA/VACIO): " LINE 22 COL 30
               ACCEPT W-CONSULTA LINE 22 COL 54
           END-IF

           MOVE W-SECUENCIA TO BJO-SECUENCIA
           READ BATCH-CONFIG
                   MOVE W-SECUENCIA TO BJO-SECUENCIA
                   MOVE FUNCTION UPPER-CASE(W-PROGRAMA) TO BJO-PROGRAMA
                   MOVE FUNCTION UPPER-CASE(W-CRITICO) TO BJO-CRITICO
                   MOVE FUNCTION UPPER-CASE(W-CONSULTA) TO BJO-CONSULTA
                   WRITE BATCH-CONFIG-REG
               NOT INVALID KEY
                   IF W-PROGRAMA = SPACES
                           TO BJO-PROGRAMA
                       MOVE FUNCTION UPPER-CASE(W-CRITICO)
                           TO BJO-CRITICO
                       MOVE FUNCTION UPPER-CASE(W-CONSULTA)
                           TO BJO-CONSULTA
                       REWRITE BATCH-CONFIG-REG
                   END-IF
           END-READ
           DISPLAY BJO-SECUENCIA LINE WS-FILA COL 16
           DISPLAY BJO-PROGRAMA LINE WS-FILA COL 20

      *> El paso de consulta recibe el nombre por el ambiente (el
      *> extracto BI lee ahi COMPLETA para la carga completa)
           DISPLAY "CONSULTA" UPON ENVIRONMENT-NAME
           DISPLAY BJO-CONSULTA UPON ENVIRONMENT-VALUE

           MOVE "OK" TO WS-RESULTADO
           MOVE 0 TO RETURN-CODE
           MOVE BJO-PROGRAMA TO WS-PROG-CALL
