           03  RECAPLIC-FECHA             PIC 9(08).
      *        FORMATO AAAAMMDD (fecha de la imputacion)
           03  RECAPLIC-USUARIO           PIC X(10).
           03  RECAPLIC-ORIGEN            PIC X(01).
               88  RECAPLIC-DE-RECIBO         VALUE ' '.
               88  RECAPLIC-DE-PRONTO-PAGO    VALUE 'D'.
               88  RECAPLIC-DE-CASTIGO        VALUE 'C'.
      *        ' ' porcion de un recibo; 'D' NC por descuento de
      *        pronto pago, con el numero de la NC en RECAPLIC-RECIBO;
      *        'C' castigo de CASTIGO-ENTRADA, con el numero de
      *        castigo en RECAPLIC-RECIBO
           03  FILLER                     PIC X(10).
