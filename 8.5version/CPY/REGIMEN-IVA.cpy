      *> REGIMEN-IVA.cpy - regimen de IVA vigente para el cliente de la
      *> venta (DETERMINAR-REGIMEN.cpy) y tasa a ajustar por linea
      *> (AJUSTAR-IVA-REGIMEN.cpy)
       01 WS-RGI-FECHA        PIC 9(08).
       01 WS-RGI-REGIMEN      PIC X(01) VALUE "N".
          88 RGI-NORMAL          VALUE "N".
          88 RGI-EXENTO          VALUE "E".
          88 RGI-EXCLUIDO        VALUE "X".
          88 RGI-DIFERENCIAL     VALUE "D".
       01 WS-RGI-CERT         PIC X(20).
       01 WS-RGI-TASA-DIF     PIC 99.
       01 WS-RGI-VENCIDO      PIC X VALUE "N".
          88 RGI-CERT-VENCIDO    VALUE "S".
          88 RGI-CERT-VIGENTE    VALUE "N".
       01 WS-RGI-PCT          PIC 99.
      *> Linea de la pantalla donde AVISAR-REGIMEN.cpy muestra el aviso
       01 WS-RGI-LINEA        PIC 99 VALUE 8.
       01 WS-RGI-MENSAJE      PIC X(70).
