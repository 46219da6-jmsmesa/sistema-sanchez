               88  RECIBO-VIGENTE-SI          VALUE '1'.
      *        Valores:   '0'  Anulado   '1'  Vigente
           03  RECIBO-USUARIO             PIC X(10).
           03  RECIBO-EMPRESA             PIC 9(01).
      *        Empresa que emitio el recibo (la del talonario); en
      *        blanco (NOT NUMERIC) en los anteriores: empresa 0
           03  FILLER                     PIC X(25).
