           05 T-RENGLON OCCURS 300 TIMES.
              10 T-PROD-ID      PIC X(10).
              10 T-BODEGA       PIC X(04).
              10 T-CANTIDAD     PIC Z(5)9.999.
              10 T-ULT-SALIDA   PIC 9(08).
              10 T-MESES        PIC 9(03).
              10 T-BUCKET       PIC X(04).
