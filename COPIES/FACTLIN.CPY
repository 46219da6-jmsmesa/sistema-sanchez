      ******************************************************************
      ******   RENGLONES DE FACTURAS (ARTICULO/CANTIDAD/IVA)       ****
      ******************************************************************
      *    Un registro por renglon facturado. FACTURA-EMISION los
      *    arrastra de los renglones (REMITLIN) de los remitos que
      *    factura, con la categoria y la alicuota de IVA del
      *    articulo a la fecha de emision. Un remito sin renglones
      *    (o la diferencia entre su importe y la suma de sus
      *    renglones) sale como un renglon de articulo cero a la
      *    alicuota general; si la diferencia es negativa
      *    (bonificacion del remito) el renglon va con precio cero
      *    y el importe negativo.
       FD  FACTLIN RECORD CONTAINS 80 CHARACTERS
                   LABEL RECORD STANDARD.
       01  FACTLIN-REG.
           03  FACTLIN-CLAVE.
               05  FACTLIN-LETRA          PIC X(01).
               05  FACTLIN-NRO            PIC 9(08).
               05  FACTLIN-RENGLON        PIC 9(04).
           03  FACTLIN-REMITO             PIC 9(08).
           03  FACTLIN-ARTICULO           PIC 9(06).
      *        Cero = importe del remito sin detalle de articulos
           03  FACTLIN-CANTIDAD           PIC 9(07)V99.
           03  FACTLIN-PRECIO             PIC 9(09)V99.
           03  FACTLIN-CAT-IVA            PIC 9(01).
               88  FACTLIN-IVA-GENERAL        VALUE 0.
               88  FACTLIN-IVA-REDUCIDA       VALUE 1.
               88  FACTLIN-IVA-EXENTO         VALUE 2.
           03  FACTLIN-TASA-IVA           PIC 9(02)V99.
      *        Alicuota aplicada, dos decimales implicitos; cero en
      *        los exentos y en las facturas a clientes exentos
           03  FACTLIN-IMPORTE            PIC S9(13)V99.
      *        Neto del renglon (cantidad por precio; en el renglon
      *        de diferencia, la diferencia con su signo)
           03  FACTLIN-CANT-DEVUELTA      PIC 9(07)V99.
      *        Cantidad ya devuelta por el cliente (DEVOLUC-ENTRADA);
      *        la devolucion no puede superar la cantidad facturada
           03  FILLER                     PIC X(04).
