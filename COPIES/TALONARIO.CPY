               88  TALONARIO-ABIERTO          VALUE 'A'.
               88  TALONARIO-AGOTADO          VALUE 'C'.
           03  TALONARIO-FECHA-ALTA       PIC 9(08).
           03  TALONARIO-EMPRESA          PIC 9(01).
      *        Empresa cuyos recibos numera el talonario; en blanco
      *        (NOT NUMERIC) en los anteriores: empresa 0
           03  FILLER                     PIC X(39).
