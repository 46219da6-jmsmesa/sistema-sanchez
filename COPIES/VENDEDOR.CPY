           03  VENDEDOR-ESTADO            PIC X(01).
               88  VENDEDOR-VIGENTE-SI        VALUE '1'.
      *        Valores:   '0'  De baja   '1'  Vigente
           03  VENDEDOR-COMISION-PREMIO   PIC 9(02)V99.
      *        Porcentaje de comision que COMISION-VENDEDOR aplica en
      *        lugar de VENDEDOR-COMISION cuando la venta del mes
      *        alcanza FECH-70-OBJ-UMBRAL % del objetivo (OBJVTA);
      *        en cero rige siempre VENDEDOR-COMISION
           03  FILLER                     PIC X(29).
