               88  GESTDIA-VISITA             VALUE 'VI'.
               88  GESTDIA-ABOGADO            VALUE 'AB'.
               88  GESTDIA-OTRO               VALUE 'OT'.
               88  GESTDIA-INTIMACION         VALUE 'IN'.
      *            'IN' solo la graba el ciclo de intimacion
           03  GESTDIA-TEXTO              PIC X(60).
           03  GESTDIA-IMPORTE-PROMESA    PIC S9(13)V99.
           03  GESTDIA-FECHA-PROMESA      PIC 9(08).
