      ******************************************************************
      ******   EXISTENCIAS DE ARTICULOS POR DEPOSITO               ****
      ******************************************************************
      *    Un registro por articulo y deposito. Lo mantiene la rutina
      *    STOCK-ACTUALIZA, unica que lo graba, dejando cada cambio
      *    en el mayor de movimientos STKMOV. Lo disponible para
      *    vender es la existencia menos lo reservado por pedidos
      *    pendientes; lo comprometido es mercaderia ya salida con
      *    remito que todavia no se facturo.
       FD  STOCK RECORD CONTAINS 80 CHARACTERS
                   LABEL RECORD STANDARD.
       01  STOCK-REG.
           03  STOCK-CLAVE.
               05  STOCK-ARTICULO         PIC 9(06).
               05  STOCK-DEPOSITO         PIC 9(02).
           03  STOCK-EXISTENCIA           PIC S9(09)V99.
      *        Cantidad fisica en el deposito
           03  STOCK-RESERVADO            PIC S9(09)V99.
      *        Cantidad reservada por renglones de pedidos pendientes
           03  STOCK-COMPROMETIDO         PIC S9(09)V99.
      *        Cantidad remitada pendiente de facturar
           03  STOCK-FECHA-ULT-MOV        PIC 9(08).
      *        FORMATO AAAAMMDD
           03  STOCK-FECHA-INVENT         PIC 9(08).
      *        Fecha del ultimo conteo fisico (AAAAMMDD)
           03  FILLER                     PIC X(23).
