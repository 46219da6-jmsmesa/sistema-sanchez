               88  PEDIDO-PENDIENTE           VALUE 'P'.
               88  PEDIDO-REMITADO            VALUE 'R'.
               88  PEDIDO-ANULADO             VALUE 'A'.
               88  PEDIDO-RETENIDO            VALUE 'T'.
      *        Retenido: importado sin pasar las validaciones; no
      *        reserva stock ni suma a A101-PEND-PEDIDOS hasta que
      *        PEDIDOS-ENTRADA lo libera
           03  PEDIDO-DEPOSITO            PIC 9(02).
      *        Deposito sobre el que se reserva la mercaderia
           03  PEDIDO-ORIGEN              PIC X(01).
      *        Espacio tomado por consola  'V' terminal del vendedor
      *        'W' tienda web
           03  PEDIDO-EXTERNO             PIC X(15).
      *        Numero de pedido del origen (pedidos importados)
           03  PEDIDO-SUCURSAL            PIC 9(02).
      *        CLISUCUR-SUCURSAL a la que va el pedido (clientes
      *        A101-CONSUCURSAL); 00 o blanco (NOT NUMERIC) = casa
      *        central. Los remitos del pedido son de esta sucursal
           03  FILLER                     PIC X(06).
