      ******************************************************************
      ******   MAYOR DE MOVIMIENTOS DE STOCK                       ****
      ******************************************************************
      *    Un registro por cada cambio de STOCK, grabado por
      *    STOCK-ACTUALIZA. La cantidad va con el signo del efecto
      *    sobre la columna que mueve el tipo:
      *      RS  Reserva por renglon de pedido     (reservado)
      *      LR  Liberacion de reserva             (reservado)
      *      RM  Salida por remito                 (existencia,
      *          libera la reserva y pasa a comprometido)
      *      RD  Salida por remito de un pedido    (existencia,
      *          sin reserva previa; pasa a comprometido sin
      *          tocar lo reservado)
      *      AR  Anulacion de remito               (existencia y
      *          comprometido)
      *      FA  Facturacion de remito             (comprometido)
      *      IN  Ingreso de mercaderia             (existencia)
      *      AJ  Ajuste por conteo fisico          (existencia)
      *      DV  Devolucion de cliente             (existencia)
       FD  STKMOV RECORD CONTAINS 100 CHARACTERS
                   LABEL RECORD STANDARD.
       01  STKMOV-REG.
           03  STKMOV-CLAVE.
               05  STKMOV-ARTICULO        PIC 9(06).
               05  STKMOV-DEPOSITO        PIC 9(02).
               05  STKMOV-FECHA           PIC 9(08).
      *            FORMATO AAAAMMDD
               05  STKMOV-SECUENCIA       PIC 9(04).
           03  STKMOV-TIPO                PIC X(02).
               88  STKMOV-RESERVA             VALUE 'RS'.
               88  STKMOV-LIBERA              VALUE 'LR'.
               88  STKMOV-REMITO              VALUE 'RM'.
               88  STKMOV-REMITO-SIN-RESERVA  VALUE 'RD'.
               88  STKMOV-ANULA-REMITO        VALUE 'AR'.
               88  STKMOV-FACTURADO           VALUE 'FA'.
               88  STKMOV-INGRESO             VALUE 'IN'.
               88  STKMOV-AJUSTE              VALUE 'AJ'.
               88  STKMOV-DEVOLUCION          VALUE 'DV'.
           03  STKMOV-CANTIDAD            PIC S9(07)V99.
           03  STKMOV-COMPROBANTE         PIC 9(08).
      *        Pedido, remito o factura que origina el movimiento
      *        (cero en ingresos y ajustes sin comprobante)
           03  STKMOV-EXISTENCIA-POST     PIC S9(09)V99.
      *        Existencia del deposito despues del movimiento
           03  STKMOV-USUARIO             PIC X(10).
           03  STKMOV-SUPERVISOR          PIC X(10).
      *        Supervisor que autorizo (ajustes de inventario)
           03  STKMOV-HORA                PIC 9(06).
           03  FILLER                     PIC X(24).
