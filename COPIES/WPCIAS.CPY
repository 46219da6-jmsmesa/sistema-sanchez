           03  WPCIAS-CODIGO              PIC 9(02).
           03  WPCIAS-NOMBRE              PIC X(20).
           03  WPCIAS-ABREVIATURA         PIC X(04).
           03  WPCIAS-COD-SIFERE          PIC 9(03).
      *        Codigo de jurisdiccion del SIFERE (901-924) para la
      *        exportacion de retenciones IIBB sufridas
           03  WPCIAS-LETRA-CPA           PIC X(01).
      *        Letra de la provincia en el codigo postal argentino
      *        y en el listado de localidades del Correo (B Buenos
      *        Aires, C Capital Federal, X Cordoba, ...); con ella
      *        LOCALID-IMPORT ubica la provincia de cada localidad
           03  FILLER                     PIC X(10).
