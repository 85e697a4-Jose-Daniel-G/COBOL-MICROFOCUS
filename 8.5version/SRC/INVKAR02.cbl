       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "kardex.sel".
           COPY "karcont.sel".
           COPY "karhist.sel".
           COPY "bitacora.sel".
           COPY "sesion.sel".
       DATA DIVISION.
       FILE SECTION.
           COPY "kardex.fd".
           COPY "karcont.fd".
           COPY "karhist.fd".
           COPY "bitacora.fd".
           COPY "sesion.fd".
       01 ST-USUARIOS      PIC XX.

       01 ST-KARDEX         PIC XX.
       01 ST-KARCONT        PIC XX.

       01 WS-PAUSA          PIC X.
       01 WS-MENSAJE        PIC X(80).
             10 T-SECUENCIA  PIC 9(05).
             10 T-FECHA      PIC 9(08).
             10 T-TIPO       PIC X(01).
             10 T-CANTIDAD   PIC 9(09)V999.
             10 T-SALDO      PIC 9(09)V999.
             10 T-BODEGA     PIC X(04).
             10 T-REFERENCIA PIC X(10).
             10 T-LOTE       PIC X(10).
             10 T-ARCHIVAR   PIC X(01).
             10 T-KCO-FECHA  PIC 9(08).
             10 T-KCO-TIPO   PIC X(01).
             10 T-KCO-AST    PIC 9(07).
             10 T-KCO-VALOR  PIC S9(11)V99.

       01 WS-HAY-ARCHIVADOS PIC X.
       01 WS-SALDO-ARRASTRE PIC 9(09)V999.
       01 WS-BODEGA-ARRASTRE PIC X(04).
       01 WS-NUEVA-SEC      PIC 9(05).
       01 WS-CANT-ARCHIVADOS PIC 9(07) VALUE 0.

           PERFORM FINALIZAR-CHECKPOINT
           CLOSE KARDEX
           CLOSE KARDEX-CONTAB
           CLOSE BITACORA
           GOBACK.

                   INTO WS-MENSAJE
               DISPLAY WS-MENSAJE LINE 20 COL 10
               STOP RUN
           END-IF

           OPEN I-O KARDEX-CONTAB
           IF ST-KARCONT = "35"
               OPEN OUTPUT KARDEX-CONTAB
               CLOSE KARDEX-CONTAB
               OPEN I-O KARDEX-CONTAB
           END-IF.

       LISTAR-PRODUCTOS.
               DELETE KARDEX RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               *> La marca de contabilizado sigue al movimiento: se
               *> guarda y se borra aqui, y se regraba con la nueva
               *> secuencia si el movimiento se retiene
               MOVE 0 TO T-KCO-AST(WS-IDX-MOV)
               MOVE WS-PROD-ACTUAL TO KCO-PROD-ID
               MOVE T-SECUENCIA(WS-IDX-MOV) TO KCO-SECUENCIA
               READ KARDEX-CONTAB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KCO-FECHA    TO T-KCO-FECHA(WS-IDX-MOV)
                       MOVE KCO-TIPO-DOC TO T-KCO-TIPO(WS-IDX-MOV)
                       MOVE KCO-AST-NRO  TO T-KCO-AST(WS-IDX-MOV)
                       MOVE KCO-VALOR    TO T-KCO-VALOR(WS-IDX-MOV)
                       DELETE KARDEX-CONTAB RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
               END-READ
           END-PERFORM

           *> Saldo de arrastre con secuencia 1
                   MOVE T-REFERENCIA(WS-IDX-MOV) TO KAR-REFERENCIA
                   MOVE T-LOTE(WS-IDX-MOV)       TO KAR-LOTE
                   WRITE KARDEX-REG
                   IF T-KCO-AST(WS-IDX-MOV) > 0
                       MOVE KAR-CLAVE TO KCO-CLAVE
                       MOVE T-KCO-FECHA(WS-IDX-MOV) TO KCO-FECHA
                       MOVE T-KCO-TIPO(WS-IDX-MOV)  TO KCO-TIPO-DOC
                       MOVE T-KCO-AST(WS-IDX-MOV)   TO KCO-AST-NRO
                       MOVE T-KCO-VALOR(WS-IDX-MOV) TO KCO-VALOR
                       WRITE KARCONT-REG
                   END-IF
               END-IF
           END-PERFORM.

