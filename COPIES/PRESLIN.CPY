      ******************************************************************
      ******   RENGLONES DE PRESUPUESTOS (ARTICULO/CANT./PRECIO)   ****
      ******************************************************************
      *    Un registro por renglon de presupuesto. El precio es el
      *    vigente de la lista del cliente al presupuestar (o el
      *    que pacte el vendedor) y es el que toma el pedido al
      *    convertirse el presupuesto.
       FD  PRESLIN RECORD CONTAINS 50 CHARACTERS
                   LABEL RECORD STANDARD.
       01  PRESLIN-REG.
           03  PRESLIN-CLAVE.
               05  PRESLIN-PRESUP         PIC 9(08).
               05  PRESLIN-LINEA          PIC 9(03).
           03  PRESLIN-ARTICULO           PIC 9(06).
           03  PRESLIN-CANTIDAD           PIC 9(07)V99.
           03  PRESLIN-PRECIO             PIC 9(09)V99.
      *        Precio unitario presupuestado
           03  FILLER                     PIC X(13).
