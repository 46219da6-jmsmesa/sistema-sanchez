      ******************************************************************
      ******   CONTROL DE EXPORTACIONES IIBB POR ORGANISMO         ****
      ******************************************************************
      *    Un registro por organismo y periodo ya exportado por
      *    IIBB-EXPORT, con la cantidad de registros y el total de
      *    control del archivo generado. Un periodo ya exportado no
      *    se vuelve a generar salvo confirmacion expresa.
       FD  IIBBEXP RECORD CONTAINS 60 CHARACTERS
                   LABEL RECORD STANDARD.
       01  IIBBEXP-REG.
           03  IIBBEXP-CLAVE.
               05  IIBBEXP-ORGANISMO      PIC X(04).
                   88  IIBBEXP-ARBA           VALUE 'ARBA'.
                   88  IIBBEXP-AGIP           VALUE 'AGIP'.
                   88  IIBBEXP-OTRAS          VALUE 'OTRA'.
                   88  IIBBEXP-SIFERE         VALUE 'SIFE'.
               05  IIBBEXP-PERIODO        PIC 9(06).
      *            FORMATO AAAAMM
           03  IIBBEXP-FECHA              PIC 9(08).
      *        FORMATO AAAAMMDD (ultima generacion)
           03  IIBBEXP-USUARIO            PIC X(10).
           03  IIBBEXP-CANTIDAD           PIC 9(07).
           03  IIBBEXP-IMPORTE            PIC S9(13)V99.
           03  IIBBEXP-GENERACIONES       PIC 9(02).
      *        Veces que se genero el archivo del periodo
           03  FILLER                     PIC X(08).
