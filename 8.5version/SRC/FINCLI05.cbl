           ELSE
           IF CUO-REESTRUCT
               MOVE "REESTRUCT." TO WS-ESTADO-TXT
           ELSE
           IF CUO-CEDIDA
               MOVE "CEDIDA" TO WS-ESTADO-TXT
           ELSE
               IF WS-DIAS-ATRASO > 0
                   MOVE "ATRASADA" TO WS-ESTADO-TXT
               END-IF
           END-IF
           END-IF
           END-IF

           DISPLAY FAC-NRO         LINE WS-FILA COL 10
           DISPLAY CUO-NUMERO      LINE WS-FILA COL 22
           DISPLAY WS-EDIT-MONTO   LINE WS-FILA COL 54
           DISPLAY WS-ESTADO-TXT   LINE WS-FILA COL 66

           IF CUO-CANCELADA OR CUO-REESTRUCT OR CUO-CEDIDA
              OR WS-DIAS-ATRASO <= 0
               MOVE 0 TO WS-EDIT-DIAS
           ELSE
               MOVE WS-DIAS-ATRASO TO WS-EDIT-DIAS
