      ******************************************************************
      ******   RENGLONES DE DEVOLUCIONES DE MERCADERIA             ****
      ******************************************************************
      *    Un registro por renglon devuelto por el cliente contra un
      *    renglon de factura (FACTLIN). DEVOLUC-ENTRADA los graba
      *    junto con la NC de la devolucion (NOTAMAN), cuyo numero
      *    es la clave; DEVOLUC-REPORTE los lista por motivo,
      *    vendedor y cliente.
       FD  DEVOLUC RECORD CONTAINS 100 CHARACTERS
                   LABEL RECORD STANDARD.
       01  DEVOLUC-REG.
           03  DEVOLUC-CLAVE.
               05  DEVOLUC-NC             PIC 9(08).
               05  DEVOLUC-RENGLON        PIC 9(04).
           03  DEVOLUC-FECHA              PIC 9(08).
      *        FORMATO AAAAMMDD
           03  DEVOLUC-CLIENTE            PIC 9(06).
           03  DEVOLUC-VENDEDOR           PIC 9(03).
      *        Vendedor del cliente a la fecha de la devolucion
           03  DEVOLUC-MOTIVO             PIC 9(02).
      *        Codigo de la tabla MOTNOTA
           03  DEVOLUC-FACT-LETRA         PIC X(01).
           03  DEVOLUC-FACT-NRO           PIC 9(08).
           03  DEVOLUC-FACT-RENGLON       PIC 9(04).
           03  DEVOLUC-ARTICULO           PIC 9(06).
           03  DEVOLUC-CANTIDAD           PIC 9(07)V99.
           03  DEVOLUC-IMPORTE            PIC S9(13)V99.
      *        Neto devuelto (cantidad por precio facturado)
           03  DEVOLUC-IVA                PIC S9(13)V99.
           03  DEVOLUC-DEPOSITO           PIC 9(02).
      *        Deposito al que vuelve la mercaderia
           03  FILLER                     PIC X(09).
