      *> BUSQUEDA.cpy - parametros de la ventana de busqueda de codigos
      *> (BUSCA01, tecla F2 en los campos de codigo): el llamador pone
      *> el maestro a buscar en WS-BUS-TIPO y, si se eligio una fila,
      *> recibe el codigo en WS-BUS-CODIGO (alfanumerico, ajustado a la
      *> izquierda) y en WS-BUS-CODIGO-NUM para los maestros de codigo
      *> numerico (clientes, productos, proveedores)
       01 WS-BUSQUEDA.
          05 WS-BUS-TIPO        PIC X(01).
             88 BUS-CLIENTES       VALUE "C".
             88 BUS-PRODUCTOS      VALUE "P".
             88 BUS-PROVEEDORES    VALUE "R".
             88 BUS-BODEGAS        VALUE "B".
             88 BUS-VENDEDORES     VALUE "V".
             88 BUS-CUENTAS        VALUE "K".
          05 WS-BUS-CODIGO      PIC X(15).
          05 WS-BUS-CODIGO-NUM  PIC 9(10).
          05 WS-BUS-ELEGIDO     PIC X(01).
             88 BUS-CON-CODIGO     VALUE "S".
             88 BUS-SIN-CODIGO     VALUE "N".
