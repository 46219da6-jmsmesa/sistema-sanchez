      ******************************************************************
      ******   TABLA DE CONDICIONES DE VENTA (A101-COD-VENTA)      ****
      ******************************************************************
      *    Un registro por cada condicion de venta que puede llevar
      *    un cliente en A101-COD-VENTA. CLIENTES-ABM valida el
      *    codigo contra esta tabla, FACTURA-EMISION la aplica para
      *    fijar los vencimientos de cada factura (FACTVENC),
      *    RECIBOS-APLICACION toma el descuento por pronto pago y
      *    CONDVTA-ABM la mantiene.
       FD  CONDVTA RECORD CONTAINS 100 CHARACTERS
                   LABEL RECORD STANDARD.
       01  CONDVTA-REG.
           03  CONDVTA-CODIGO             PIC X(03).
           03  CONDVTA-DESCRIPCION        PIC X(30).
           03  CONDVTA-TIPO               PIC X(01).
               88  CONDVTA-CONTADO            VALUE 'C'.
               88  CONDVTA-CTA-CTE            VALUE 'T'.
      *        Valores:   'C'  Contado: vence con la factura
      *                   'T'  Cuenta corriente
           03  CONDVTA-DIAS-NETO          PIC 9(03).
      *        Dias desde la fecha de la factura cuando la condicion
      *        no tiene cuotas
           03  CONDVTA-CANT-CUOTAS        PIC 9(01).
      *        Cero: un solo vencimiento a CONDVTA-DIAS-NETO
           03  CONDVTA-CUOTAS.
               05  CONDVTA-CUOTA OCCURS 6 TIMES.
                   07  CONDVTA-CUOTA-DIAS     PIC 9(03).
                   07  CONDVTA-CUOTA-PORC     PIC 9(03)V99.
      *        Dias desde la factura y porcentaje del total de cada
      *        cuota; los porcentajes suman 100
           03  CONDVTA-ESTADO             PIC X(01).
               88  CONDVTA-VIGENTE-SI         VALUE '1'.
      *        Valores:   '0'  De baja   '1'  Vigente
           03  CONDVTA-PP-DIAS            PIC 9(03).
           03  CONDVTA-PP-PORC            PIC 9(02)V99.
      *        Descuento por pronto pago: porcentaje que se reconoce
      *        si el cliente paga dentro de CONDVTA-PP-DIAS dias de
      *        la fecha de la factura (RECIBOS-APLICACION emite la
      *        NC al imputar). Porcentaje cero = sin descuento
           03  FILLER                     PIC X(06).
