      ******************************************************************
      ******   DESCUENTOS POR PRONTO PAGO                          ****
      ******************************************************************
      *    Un registro por cada descuento por pronto pago que
      *    RECIBOS-APLICACION considero al imputar un recibo contra
      *    una factura: los otorgados (pago dentro del plazo, con la
      *    NC emitida) y los reclamados fuera de termino por el
      *    cliente (sin NC). RECIBO-DUPLICADO los muestra en el
      *    recibo y PPAGO-REPORTE los lista por mes.
       FD  PPAGO RECORD CONTAINS 128 CHARACTERS
                   LABEL RECORD STANDARD.
       01  PPAGO-REG.
           03  PPAGO-CLAVE.
               05  PPAGO-RECIBO           PIC 9(08).
               05  PPAGO-SECUENCIA        PIC 9(02).
           03  PPAGO-CLIENTE              PIC 9(06).
           03  PPAGO-FECHA                PIC 9(08).
      *        FORMATO AAAAMMDD (fecha del recibo)
           03  PPAGO-OCURRENCIA           PIC 9(01).
           03  PPAGO-FACTURA.
               05  PPAGO-FACT-LETRA       PIC X(01).
               05  PPAGO-FACT-NRO         PIC 9(08).
           03  PPAGO-FACT-FECHA           PIC 9(08).
           03  PPAGO-FECHA-LIMITE         PIC 9(08).
      *        Ultimo dia del plazo de pronto pago, AAAAMMDD
           03  PPAGO-PORCENTAJE           PIC 9(02)V99.
           03  PPAGO-ORIGEN               PIC X(01).
      *        'C' porcentaje del cliente  'V' de la condicion de venta
           03  PPAGO-ESTADO               PIC X(01).
               88  PPAGO-OTORGADO             VALUE 'O'.
               88  PPAGO-FUERA-TERMINO        VALUE 'F'.
           03  PPAGO-BASE                 PIC S9(13)V99.
      *        Porcion del recibo imputada a la factura
           03  PPAGO-DESCUENTO            PIC S9(13)V99.
      *        Descuento con IVA incluido, en positivo
           03  PPAGO-IVA                  PIC S9(13)V99.
           03  PPAGO-NC                   PIC 9(08).
      *        NC emitida (NOTAMAN); cero en los fuera de termino
           03  PPAGO-USUARIO              PIC X(10).
           03  FILLER                     PIC X(09).
