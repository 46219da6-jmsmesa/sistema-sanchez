      ******************************************************************
      ******   DIFERENCIAS DE CAMBIO                               ****
      ******************************************************************
      *    Un registro por cada diferencia de cambio que
      *    RECIBOS-APLICACION emitio al imputar un recibo en dolares
      *    (ocurrencia 3/4) contra un FC/ND: la porcion aplicada en
      *    dolares valuada a la cotizacion USD de COTIZA del dia del
      *    recibo contra la del dia del comprobante. La diferencia
      *    sale en pesos, como ND (a favor de la empresa) o NC, sobre
      *    la ocurrencia en pesos par (3 -> 1, 4 -> 2). DIFCAMB-REPORTE
      *    la lista por mes para contaduria.
       FD  DIFCAMB RECORD CONTAINS 150 CHARACTERS
                   LABEL RECORD STANDARD.
       01  DIFCAMB-REG.
           03  DIFCAMB-CLAVE.
               05  DIFCAMB-RECIBO         PIC 9(08).
               05  DIFCAMB-SECUENCIA      PIC 9(02).
           03  DIFCAMB-CLIENTE            PIC 9(06).
           03  DIFCAMB-FECHA              PIC 9(08).
      *        FORMATO AAAAMMDD (fecha del recibo)
           03  DIFCAMB-OCURRENCIA         PIC 9(01).
      *        Ocurrencia en dolares del recibo y del comprobante
           03  DIFCAMB-OCURR-PESOS        PIC 9(01).
      *        Ocurrencia en pesos donde quedo la nota
           03  DIFCAMB-COMPROBANTE.
               05  DIFCAMB-MOV-TIPO       PIC X(02).
               05  DIFCAMB-MOV-REFERENCIA PIC 9(08).
               05  DIFCAMB-MOV-FECHA      PIC 9(08).
      *        Comprobante en dolares imputado
           03  DIFCAMB-COTIZ-ORIGEN       PIC 9(05)V9999.
      *        Cotizacion USD del dia del comprobante
           03  DIFCAMB-COTIZ-PAGO         PIC 9(05)V9999.
      *        Cotizacion USD del dia del recibo
           03  DIFCAMB-IMPORTE-USD        PIC S9(13)V99.
      *        Porcion imputada, en dolares
           03  DIFCAMB-DIFERENCIA         PIC S9(13)V99.
      *        En pesos, IVA incluido: positiva ND, negativa NC
           03  DIFCAMB-IVA                PIC S9(13)V99.
      *        IVA incluido en la diferencia, con su signo
           03  DIFCAMB-NOTA.
               05  DIFCAMB-NOTA-TIPO      PIC X(02).
               05  DIFCAMB-NOTA-NRO       PIC 9(08).
      *        Nota emitida en NOTAMAN
           03  DIFCAMB-USUARIO            PIC X(10).
           03  FILLER                     PIC X(23).
