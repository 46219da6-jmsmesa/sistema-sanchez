      ******************************************************************
      ******   CIRCULARIZACION DE SALDOS                           ****
      ******************************************************************
      *    Un registro por fecha de corte y cliente circularizado
      *    para la auditoria externa: criterio por el que se lo
      *    eligio, saldo de cada ocurrencia de A101-SALDOS-MAES a la
      *    fecha de corte (rearmado desde MOVCTAC y MOVCHIST) y la
      *    respuesta del cliente con el saldo que informa.
       FD  CIRCULAR RECORD CONTAINS 230 CHARACTERS
                   LABEL RECORD STANDARD.
       01  CIRC-REG.
           03  CIRC-CLAVE.
               05  CIRC-FECHA-CORTE       PIC 9(08).
      *            FORMATO AAAAMMDD
               05  CIRC-CLIENTE           PIC 9(06).
           03  CIRC-CRITERIO              PIC X(01).
               88  CIRC-POR-MONTO             VALUE 'M'.
               88  CIRC-POR-ESTADO            VALUE 'E'.
               88  CIRC-POR-AZAR              VALUE 'A'.
      *        'M' saldo mayor al monto pedido, 'E' estado de deuda
      *        1 o 7, 'A' muestra al azar
           03  CIRC-FECHA-EMISION         PIC 9(08).
      *        FORMATO AAAAMMDD de impresion de la carta
           03  CIRC-SALDOS.
               05  CIRC-SALDO OCCURS 4 TIMES
                                          PIC S9(14)V99.
      *            Saldo segun nuestros registros por ocurrencia
           03  CIRC-RESPUESTA             PIC X(01).
               88  CIRC-PENDIENTE             VALUE ' '.
               88  CIRC-CONFORME              VALUE 'C'.
               88  CIRC-DISCONFORME           VALUE 'D'.
               88  CIRC-SIN-RESPUESTA         VALUE 'S'.
           03  CIRC-FECHA-RESPUESTA       PIC 9(08).
           03  CIRC-SALDOS-CLIENTE.
               05  CIRC-SALDO-CLIENTE OCCURS 4 TIMES
                                          PIC S9(14)V99.
      *            Saldo que informa el cliente; en conformes queda
      *            igual al nuestro, en los demas casos en cero
      *            salvo lo que el cliente declare
           03  CIRC-OBSERVACION           PIC X(40).
           03  CIRC-USUARIO               PIC X(10).
      *        Usuario que registro la respuesta
           03  FILLER                     PIC X(20).
