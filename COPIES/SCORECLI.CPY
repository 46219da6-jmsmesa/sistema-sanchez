           03  SCORECLI-LIMITE            PIC 9(11)V99.
      *        A101-MONTO-CREDITO al momento del calculo
           03  SCORECLI-FECHA-CALCULO     PIC 9(08).
           03  SCORECLI-GARANTIAS         PIC S9(15)V99.
      *        Garantias vigentes que cubren la exposicion; el
      *        puntaje por exposicion toma solo lo descubierto
           03  FILLER                     PIC X(19).
