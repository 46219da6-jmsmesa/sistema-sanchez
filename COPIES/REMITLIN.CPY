      ******************************************************************
      ******   RENGLONES DE REMITOS (ARTICULO/CANTIDAD/DEPOSITO)   ****
      ******************************************************************
      *    Un registro por renglon de pedido despachado en el
      *    remito; la linea es la del renglon de PEDIDLIN que se
      *    remita. REMITOS-ENTRADA los graba al dar de alta el
      *    remito, con el deposito del que sale la mercaderia, y los
      *    usa para devolver el stock si el remito se anula.
       FD  REMITLIN RECORD CONTAINS 60 CHARACTERS
                   LABEL RECORD STANDARD.
       01  REMITLIN-REG.
           03  REMITLIN-CLAVE.
               05  REMITLIN-REMITO        PIC 9(08).
               05  REMITLIN-LINEA         PIC 9(03).
           03  REMITLIN-ARTICULO          PIC 9(06).
           03  REMITLIN-CANTIDAD          PIC 9(07)V99.
           03  REMITLIN-PRECIO            PIC 9(09)V99.
      *        Precio unitario del renglon de pedido
           03  REMITLIN-DEPOSITO          PIC 9(02).
           03  FILLER                     PIC X(21).
