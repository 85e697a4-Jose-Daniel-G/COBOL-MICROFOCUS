               MOVE 0                 TO PAR-CLAVE-MIN
               MOVE 0                 TO PAR-CLAVE-EXP
               MOVE 0                 TO PAR-CLAVE-MAXINT
               MOVE 0                 TO PAR-PP-ANULA-PCT
               MOVE 0                 TO PAR-PP-REC-CIERRE
               MOVE 0                 TO PAR-PP-AUTORIZA
               MOVE 0                 TO PAR-PP-PRECIO-MAN
               MOVE 0                 TO PAR-PP-MOSTRADOR
               MOVE 0                 TO PAR-PP-DIF-CAJA
               WRITE PARAMETROS-REG
           END-IF

               END-IF

               IF WS-FILA-ACTUAL = 15
                  DISPLAY "| K. Correo Saliente       |" LINE 20 COL 10 WITH REVERSE-VIDEO
               ELSE
                  DISPLAY "| K. Correo Saliente       |" LINE 20 COL 10 BACKGROUND-COLOR 7 FOREGROUND-COLOR 1
               END-IF

               IF WS-FILA-ACTUAL = 16
                  DISPLAY "| R. Aprobacion de Cambios |" LINE 21 COL 10 WITH REVERSE-VIDEO
               ELSE
                  DISPLAY "| R. Aprobacion de Cambios |" LINE 21 COL 10 BACKGROUND-COLOR 7 FOREGROUND-COLOR 1
               END-IF

               IF WS-FILA-ACTUAL = 17
                  DISPLAY "| L. Prevencion Perdidas   |" LINE 22 COL 10 WITH REVERSE-VIDEO
               ELSE
                  DISPLAY "| L. Prevencion Perdidas   |" LINE 22 COL 10 BACKGROUND-COLOR 7 FOREGROUND-COLOR 1
               END-IF

               IF WS-FILA-ACTUAL = 18
                  DISPLAY "| X. Extracto BI           |" LINE 23 COL 10 WITH REVERSE-VIDEO
               ELSE
                  DISPLAY "| X. Extracto BI           |" LINE 23 COL 10 BACKGROUND-COLOR 7 FOREGROUND-COLOR 1
               END-IF

               IF WS-FILA-ACTUAL = 19
                  DISPLAY "| Regresar                 |" LINE 24 COL 10 WITH REVERSE-VIDEO
               ELSE
                  DISPLAY "| Regresar                 |" LINE 24 COL 10 BACKGROUND-COLOR 7 FOREGROUND-COLOR 1
               END-IF

               *> ACCEPT "INVISIBLE" PARA CAPTURAR LA TECLA
                   WHEN KEY-UP       *> FLECHA ARRIBA
                       IF WS-FILA-ACTUAL > 1 SUBTRACT 1 FROM WS-FILA-ACTUAL
                   WHEN KEY-DOWN     *> FLECHA ABAJO
                       IF WS-FILA-ACTUAL < 19 ADD 1 TO WS-FILA-ACTUAL
                   WHEN KEY-ENTER    *> ENTER
                       EVALUATE WS-FILA-ACTUAL
                           WHEN 1
                              CANCEL "SPOOL01"
                              PERFORM REFRESCAR-PANTALLA-TOTAL
                           WHEN 15
                              CALL "CORREO01"
                              ON EXCEPTION
                                 DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                              END-CALL
                              CANCEL "CORREO01"
                              PERFORM REFRESCAR-PANTALLA-TOTAL
                           WHEN 16
                              CALL "APROB01"
                              ON EXCEPTION
                                 DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                              END-CALL
                              CANCEL "APROB01"
                              PERFORM REFRESCAR-PANTALLA-TOTAL
                           WHEN 17
                              CALL "PERDID01"
                              ON EXCEPTION
                                 DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                              END-CALL
                              CANCEL "PERDID01"
                              PERFORM REFRESCAR-PANTALLA-TOTAL
                           WHEN 18
                              CALL "BIEXT01"
                              ON EXCEPTION
                                 DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                              END-CALL
                              CANCEL "BIEXT01"
                              PERFORM REFRESCAR-PANTALLA-TOTAL
                           WHEN 19
                               PERFORM LIMPIAR-AREA-MENU
                               MOVE "S" TO WS-MENU
                       END-EVALUATE
               END-IF

               IF WS-FILA-CONF = 14
                  DISPLAY "|14. Reclamos PQR     |" LINE 21 COL 35 WITH REVERSE-VIDEO
               ELSE
                  DISPLAY "|14. Reclamos PQR     |" LINE 21 COL 35 BACKGROUND-COLOR 6 FOREGROUND-COLOR 7
               END-IF

               IF WS-FILA-CONF = 15
                  DISPLAY "|15. Datos Personales |" LINE 22 COL 35 WITH REVERSE-VIDEO
               ELSE
                  DISPLAY "|15. Datos Personales |" LINE 22 COL 35 BACKGROUND-COLOR 6 FOREGROUND-COLOR 7
               END-IF

               IF WS-FILA-CONF = 16
                  DISPLAY "|    Regresar         |" LINE 23 COL 35 WITH REVERSE-VIDEO
               ELSE
                  DISPLAY "|    Regresar         |" LINE 23 COL 35 BACKGROUND-COLOR 6 FOREGROUND-COLOR 7
               END-IF

               ACCEPT OPCION-VENTANA LINE 25 COL 80
                          SUBTRACT 1 FROM WS-FILA-CONF
                       END-IF
                   WHEN KEY-DOWN *> FLECHA ABAJO
                       IF WS-FILA-CONF < 16
                          ADD 1 TO WS-FILA-CONF
                       END-IF
                   WHEN KEY-ENTER    *> TECLA ENTER
                               PERFORM REFRESCAR-PANTALLA-TOTAL
                               DISPLAY FINANCIERO
                           WHEN 14
                               CALL "PQRCLI01"
                               ON EXCEPTION
                                  DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                               END-CALL
                               CANCEL "PQRCLI01"
                               PERFORM REFRESCAR-PANTALLA-TOTAL
                               DISPLAY FINANCIERO
                           WHEN 15
                               CALL "DATCLI01"
                               ON EXCEPTION
                                  DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                               END-CALL
                               CANCEL "DATCLI01"
                               PERFORM REFRESCAR-PANTALLA-TOTAL
                               DISPLAY FINANCIERO
                           WHEN 16
                               MOVE "S" TO WS-SUBM
                       END-EVALUATE
                   WHEN KEY-ESC
               END-IF

               IF WS-FILA-CONF = 11
                  DISPLAY "|11. Importar Ped. Web   |" LINE 18 COL 40 WITH REVERSE-VIDEO
               ELSE
                  DISPLAY "|11. Importar Ped. Web   |" LINE 18 COL 40 BACKGROUND-COLOR 6 FOREGROUND-COLOR 7
               END-IF

               IF WS-FILA-CONF = 12
                  DISPLAY "|    Regresar            |" LINE 19 COL 40 WITH REVERSE-VIDEO
               ELSE
                  DISPLAY "|    Regresar            |" LINE 19 COL 40 BACKGROUND-COLOR 6 FOREGROUND-COLOR 7
               END-IF

               ACCEPT OPCION-VENTANA LINE 25 COL 80
                          SUBTRACT 1 FROM WS-FILA-CONF
                       END-IF
                   WHEN KEY-DOWN
                       IF WS-FILA-CONF < 12
                          ADD 1 TO WS-FILA-CONF
                       END-IF
                   WHEN KEY-ENTER
                               PERFORM REFRESCAR-PANTALLA-TOTAL
                               DISPLAY FINANCIERO
                           WHEN 11
                               CALL "VENPED05"
                               ON EXCEPTION
                                  DISPLAY "ERROR: NO SE ENCONTRO PROG" LINE 15 COL 45
                               END-CALL
                               CANCEL "VENPED05"
                               PERFORM REFRESCAR-PANTALLA-TOTAL
                               DISPLAY FINANCIERO
                           WHEN 12
                               MOVE "S" TO WS-SUBM
                       END-EVALUATE
                   WHEN KEY-ESC
