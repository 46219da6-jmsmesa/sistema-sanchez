      ******************************************************************
      ******   COSTOS DE ARTICULOS POR FECHA DE VIGENCIA           ****
      ******************************************************************
      *    Un registro por articulo y fecha de vigencia del costo
      *    unitario. El costo de un articulo a una fecha es el de la
      *    fila con mayor vigencia no posterior a esa fecha, igual
      *    que los precios de LISTAPDET. ARTCOSTO-ABM lo mantiene a
      *    mano y ARTCOSTO-IMPORT desde el archivo de costos; lo
      *    usan MARGEN-REPORTE y el aviso de margen minimo de
      *    PEDIDOS-ENTRADA.
       FD  ARTCOSTO RECORD CONTAINS 60 CHARACTERS
                   LABEL RECORD STANDARD.
       01  ARTCOSTO-REG.
           03  ARTCOSTO-CLAVE.
               05  ARTCOSTO-ARTICULO      PIC 9(06).
               05  ARTCOSTO-VIGENCIA      PIC 9(08).
      *            VIGENCIA DESDE, FORMATO AAAAMMDD
           03  ARTCOSTO-COSTO             PIC 9(09)V99.
      *        Costo unitario, sin IVA, en la unidad del articulo
           03  ARTCOSTO-ORIGEN            PIC X(01).
               88  ARTCOSTO-MANUAL            VALUE 'M'.
               88  ARTCOSTO-IMPORTADO         VALUE 'I'.
           03  ARTCOSTO-USUARIO           PIC X(10).
           03  ARTCOSTO-FECHA-MODIF       PIC 9(08).
      *        FORMATO AAAAMMDD
           03  FILLER                     PIC X(16).
