      *> * Purpose:  Generador del ambiente de practica: copia la
      *> *           carpeta de datos de una empresa de produccion a
      *> *           una empresa TEST (re-ejecutable para refrescarla),
      *> *           anonimiza nombres, contactos y documento de
      *> *           CLIENTES, borra los controles de numeracion (los
      *> *           programas los recrean en cero) y marca
      *> *           PAR-AMBIENTE = TEST para que el banner no deje dudas
      *> * Tectonics: cobc
      *> ******************************************************************
       IDENTIFICATION DIVISION.
           05 ECL-GRUPO       PIC X(04).
           05 ECL-PUNTOS      PIC 9(07).
           05 ECL-VENDEDOR    PIC X(04).
           05 ECL-TIPO-DOC    PIC X(02).
           05 ECL-NRO-DOC     PIC X(15).
           05 ECL-DV          PIC X(01).
           05 ECL-ZONA        PIC X(04).
           05 ECL-GRADO-RIESGO PIC X(01).
           05 ECL-FECHA-CALIF PIC 9(08).
           05 ECL-RFM-SEGMENTO PIC X(02).
           05 ECL-RFM-PUNTAJE PIC 9(03).
           05 ECL-FECHA-RFM   PIC 9(08).
           05 ECL-REGIMEN     PIC X(01).
           05 ECL-IVA-DIFERENCIAL PIC 99.
           05 ECL-CERT-EXENCION PIC X(20).
           05 ECL-CERT-VENCE  PIC 9(08).
           05 ECL-MUNICIPIO   PIC X(05).
           05 ECL-HD-AUTORIZA PIC X(01).
           05 ECL-HD-FECHA    PIC 9(08).
           05 ECL-HD-CANAL    PIC X(01).

      *> Espejo del layout de parametros.fd
       FD  PARAM-ENTRN.
           05 EPA-EMPRESA     PIC X(30).
           05 EPA-NIT         PIC X(15).
           05 EPA-AMBIENTE    PIC X(04).
           05 EPA-RESTO       PIC X(98).

       WORKING-STORAGE SECTION.
       COPY "SESION.cpy".
                       MOVE SPACES TO ECL-CON-TELEFONO
                       MOVE SPACES TO ECL-CON-EMAIL
                       MOVE SPACES TO ECL-DIRECCION
                       MOVE SPACES TO ECL-NRO-DOC
                       MOVE SPACES TO ECL-DV
                       REWRITE CLIENTE-ENTRN-REG
                       ADD 1 TO WS-CANT-ANON
               END-READ
