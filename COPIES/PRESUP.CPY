      ******************************************************************
      ******   PRESUPUESTOS A CLIENTES                             ****
      ******************************************************************
      *    Un registro por cada presupuesto entregado a un cliente.
      *    PRESUP-ENTRADA lo da de alta con sus renglones (PRESLIN)
      *    a los precios de la lista del cliente y registra la
      *    aceptacion o el rechazo; PRESUP-IMPRESION emite el
      *    documento; PRESUP-VENCIMIENTO vence cada noche los
      *    abiertos pasada su validez y PEDIDOS-ENTRADA convierte
      *    los aceptados en pedido a los precios presupuestados.
       FD  PRESUP RECORD CONTAINS 100 CHARACTERS
                   LABEL RECORD STANDARD.
       01  PRESUP-REG.
           03  PRESUP-NRO                 PIC 9(08).
           03  PRESUP-CLIENTE             PIC 9(06).
           03  PRESUP-VENDEDOR            PIC 9(03).
      *        Vendedor que cotiza (por defecto el A101-VENDEDOR
      *        del cliente)
           03  PRESUP-FECHA               PIC 9(08).
      *        FORMATO AAAAMMDD
           03  PRESUP-VALIDEZ             PIC 9(08).
      *        Ultimo dia en que el presupuesto puede aceptarse
           03  PRESUP-OCURRENCIA          PIC 9(01).
      *        Ocurrencia del pedido que resulte:
      *        1 Pesos  2 Pesos conf.  3 Dolares  4 Dolares conf.
           03  PRESUP-LISTA               PIC 9(02).
      *        Lista de precios del cliente al presupuestar
           03  PRESUP-IMPORTE             PIC S9(13)V99.
      *        Suma de los renglones (cantidad por precio), sin IVA
           03  PRESUP-ESTADO              PIC X(01).
               88  PRESUP-ABIERTO             VALUE 'A'.
               88  PRESUP-ACEPTADO            VALUE 'C'.
               88  PRESUP-VENCIDO             VALUE 'V'.
               88  PRESUP-RECHAZADO           VALUE 'R'.
           03  PRESUP-FECHA-ESTADO        PIC 9(08).
      *        Fecha de la aceptacion, rechazo o vencimiento
           03  PRESUP-PEDIDO              PIC 9(08).
      *        Pedido generado desde el presupuesto aceptado; cero
      *        mientras no se convierta
           03  PRESUP-USUARIO             PIC X(10).
           03  FILLER                     PIC X(22).
