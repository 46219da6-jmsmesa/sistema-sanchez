      ******************************************************************
      ******   REGISTRO DE CASTIGOS DE DEUDORES INCOBRABLES        ****
      ******************************************************************
      *    Un registro por ocurrencia castigada por CASTIGO-ENTRADA,
      *    sea el castigo de toda la deuda del cliente o de una sola
      *    factura, con el motivo, el usuario que lo cargo y el
      *    supervisor que lo autorizo. Cada castigo deja su
      *    movimiento CI en MOVCTAC. Cuando despues entra un recibo
      *    que excede la deuda viva de la ocurrencia, RECIBOS-
      *    ENTRADA toma el excedente como recupero de lo castigado
      *    (movimiento RI) y lo acumula en CASTIGO-RECUPERADO.
       FD  CASTIGO RECORD CONTAINS 128 CHARACTERS
                   LABEL RECORD STANDARD.
       01  CASTIGO-REG.
           03  CASTIGO-CLAVE.
               05  CASTIGO-CLIENTE        PIC 9(06).
               05  CASTIGO-NRO            PIC 9(08).
      *            Correlativo dentro del cliente
           03  CASTIGO-FECHA              PIC 9(08).
      *        FORMATO AAAAMMDD
           03  CASTIGO-ALCANCE            PIC X(01).
               88  CASTIGO-DEL-CLIENTE        VALUE 'C'.
               88  CASTIGO-DE-FACTURA         VALUE 'F'.
      *        'C' toda la deuda del cliente; 'F' una sola factura
           03  CASTIGO-OCURRENCIA         PIC 9(01).
           03  CASTIGO-FACTURA            PIC 9(08).
      *        MOVCTA-REFERENCIA de la factura castigada; cero en
      *        el castigo de todo el cliente
           03  CASTIGO-IMPORTE            PIC S9(13)V99.
      *        Importe castigado, siempre en positivo
           03  CASTIGO-RECUPERADO         PIC S9(13)V99.
      *        Suma de los recuperos cobrados despues del castigo
           03  CASTIGO-FECHA-RECUPERO     PIC 9(08).
      *        FORMATO AAAAMMDD del ultimo recupero
           03  CASTIGO-MOTIVO             PIC X(30).
           03  CASTIGO-USUARIO            PIC X(10).
           03  CASTIGO-SUPERVISOR         PIC X(10).
      *        Supervisor (OPERADOR) que autorizo el castigo
           03  FILLER                     PIC X(08).
