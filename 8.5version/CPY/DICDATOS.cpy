      *> DICDATOS.cpy - diccionario de campos de los archivos que se
      *> pueden consultar desde el generador de consultas (REPGEN01):
      *> archivo, campo, posicion y largo dentro del registro, tipo
      *> (X alfanumerico, N numerico, S numerico con signo) y
      *> decimales. Debe mantenerse alineado con los .fd de cada
      *> archivo cuando se les agreguen campos.
       01  WS-TABLA-DIC-VAL.
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-ID            000107N0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-NOMBRE        000830X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-DIRECCION     003830X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-CODPOST       006810X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-CATEGORIA     007801X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-ESTADO        007901X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-SALDO         008009S2".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-LIMITE-CREDITO008909S2".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-FECHA-MOD     009808N0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-USUARIO-MOD   010610X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-CON-NOMBRE    011630X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-CON-TELEFONO  014615X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-CON-EMAIL     016130X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-FUSIONADO-EN  019107N0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-TERMINO       019803X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-GESTOR        020104X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-GRUPO         020504X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-PUNTOS        020907N0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-VENDEDOR      021604X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-TIPO-DOC      022002X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-NRO-DOC       022215X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-DV            023701X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-ZONA          023804X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-GRADO-RIESGO  024201X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-FECHA-CALIF   024308N0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-RFM-SEGMENTO  025102X0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-RFM-PUNTAJE   025303N0".
           05 FILLER PIC X(38) VALUE "CLIENTES    CLI-FECHA-RFM     025608N0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-CODIGO        000110N0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-DESCRIPCION   001140X0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-PRECIO        005111N2".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-IVA           006202N0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-ESTADO        006401X0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-FECHA-MOD     006508N0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-USUARIO-MOD   007310X0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-CATEGORIA     008304X0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-COD-ALTERNO   008720X0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-COSTO         010711N2".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-FECHA-COSTO   011808N0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-MANEJA-LOTE   012601X0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-MANEJA-SERIE  012701X0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-CLASE-ABC     012801X0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-UNI-COMPRA    012903X0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-UNI-VENTA     013203X0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-FACTOR-COMPRA 013505N0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-GARANTIA-MESES014003N0".
           05 FILLER PIC X(38) VALUE "PRODUCTOS   PRD-INSPECCION    014301X0".
           05 FILLER PIC X(38) VALUE "STOCK       STK-CODIGO        000110X0".
           05 FILLER PIC X(38) VALUE "STOCK       STK-BODEGA        001104X0".
           05 FILLER PIC X(38) VALUE "STOCK       STK-CANTIDAD      001512N3".
           05 FILLER PIC X(38) VALUE "STOCK       STK-RESERVADA     002712N3".
           05 FILLER PIC X(38) VALUE "STOCK       STK-MINIMO        003905N0".
           05 FILLER PIC X(38) VALUE "STOCK       STK-MAXIMO        004405N0".
           05 FILLER PIC X(38) VALUE "STOCK       STK-FECHA-ACT     004908N0".
           05 FILLER PIC X(38) VALUE "STOCK       STK-ESTADO        005701X0".
           05 FILLER PIC X(38) VALUE "STOCK       STK-UBICACION     005808X0".
           05 FILLER PIC X(38) VALUE "STOCK       STK-CONSIGNADA    006612N3".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-NRO           000107N0".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-CLI-ID        000807N0".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-FECHA         001508N0".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-SUBTOTAL      002311S2".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-IVA           003411S2".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-TOTAL         004511S2".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-ESTADO        005601X0".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-VENDEDOR      005704X0".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-SALDO-PEND    006111S2".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-PAGADA        007201X0".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-TIPO-PAGO     007301X0".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-ENTREGA       007401X0".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-SESION-CAJA   007505N0".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-COMIS-LIQ     008007N0".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-COMIS-REV     008701X0".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-MONEDA        008803X0".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-TASA          009109N4".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-TOTAL-ME      010011S2".
           05 FILLER PIC X(38) VALUE "FACTURAS    FAC-DIR-ENTREGA   011104X0".
           05 FILLER PIC X(38) VALUE "DETALLES    DET-FAC-NRO       000107N0".
           05 FILLER PIC X(38) VALUE "DETALLES    DET-ITEM          000803N0".
           05 FILLER PIC X(38) VALUE "DETALLES    DET-PROD-ID       001110X0".
           05 FILLER PIC X(38) VALUE "DETALLES    DET-DESCRIP       002130X0".
           05 FILLER PIC X(38) VALUE "DETALLES    DET-CANT          005108N3".
           05 FILLER PIC X(38) VALUE "DETALLES    DET-PRECIO        005913N2".
           05 FILLER PIC X(38) VALUE "DETALLES    DET-SUBTOTAL      007213N2".
           05 FILLER PIC X(38) VALUE "DETALLES    DET-PROMO         008505N0".
           05 FILLER PIC X(38) VALUE "DETALLES    DET-IVA-PCT       009002N0".
           05 FILLER PIC X(38) VALUE "DETALLES    DET-ESCALA        009205N0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-NRO           000107N0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-CLI-ID        000807N0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-FECHA         001508N0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-MONTO         002311S2".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-USUARIO       003410X0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-ESTADO        004401X0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-NCR-NRO       004507N0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-MONTO-NC      005211S2".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-MEDIO         006301X0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-DEP-NRO       006407N0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-SESION-CAJA   007105N0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-ANT-NRO       007607N0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-MONTO-ANT     008311S2".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-PUNTOS        009407N0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-BONO-NRO      010107N0".
           05 FILLER PIC X(38) VALUE "RECIBOS     REC-MONTO-BONO    010811S2".
           05 FILLER PIC X(38) VALUE "KARDEX      KAR-PROD-ID       000110X0".
           05 FILLER PIC X(38) VALUE "KARDEX      KAR-SECUENCIA     001105N0".
           05 FILLER PIC X(38) VALUE "KARDEX      KAR-FECHA         001608N0".
           05 FILLER PIC X(38) VALUE "KARDEX      KAR-TIPO          002401X0".
           05 FILLER PIC X(38) VALUE "KARDEX      KAR-CANTIDAD      002512N3".
           05 FILLER PIC X(38) VALUE "KARDEX      KAR-SALDO         003712N3".
           05 FILLER PIC X(38) VALUE "KARDEX      KAR-BODEGA        004904X0".
           05 FILLER PIC X(38) VALUE "KARDEX      KAR-REFERENCIA    005310X0".
           05 FILLER PIC X(38) VALUE "KARDEX      KAR-LOTE          006310X0".
           05 FILLER PIC X(38) VALUE "PROVEEDORES PROV-ID           000107N0".
           05 FILLER PIC X(38) VALUE "PROVEEDORES PROV-NOMBRE       000830X0".
           05 FILLER PIC X(38) VALUE "PROVEEDORES PROV-DIRECCION    003830X0".
           05 FILLER PIC X(38) VALUE "PROVEEDORES PROV-TELEFONO     006815X0".
           05 FILLER PIC X(38) VALUE "PROVEEDORES PROV-ESTADO       008301X0".
           05 FILLER PIC X(38) VALUE "PROVEEDORES PROV-BANCO        008404X0".
           05 FILLER PIC X(38) VALUE "PROVEEDORES PROV-TIPO-CTA     008801X0".
           05 FILLER PIC X(38) VALUE "PROVEEDORES PROV-NRO-CUENTA   008917X0".
           05 FILLER PIC X(38) VALUE "PROVEEDORES PROV-TIPO-DOC     010602X0".
           05 FILLER PIC X(38) VALUE "PROVEEDORES PROV-NRO-DOC      010815X0".
           05 FILLER PIC X(38) VALUE "PROVEEDORES PROV-DV           012301X0".
           05 FILLER PIC X(38) VALUE "PROVEEDORES PROV-INSPECCION   012401X0".
       01  WS-TABLA-DIC REDEFINES WS-TABLA-DIC-VAL.
           05 T-DIC OCCURS 123 TIMES.
              10 T-DIC-ARCHIVO PIC X(12).
              10 T-DIC-CAMPO   PIC X(18).
              10 T-DIC-POS     PIC 9(04).
              10 T-DIC-LON     PIC 9(02).
              10 T-DIC-TIPO    PIC X(01).
                 88 T-DIC-ALFA    VALUE "X".
                 88 T-DIC-NUMERO  VALUE "N" "S".
              10 T-DIC-DEC     PIC 9(01).
       01  WS-TOT-DIC         PIC 9(03) VALUE 123.
       01  WS-DIC-IDX         PIC 9(03).
