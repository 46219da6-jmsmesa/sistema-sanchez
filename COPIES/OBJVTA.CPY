      ******************************************************************
      ******   OBJETIVOS MENSUALES DE VENTA                        ****
      ******************************************************************
      *    Un registro por mes y por vendedor (A101-VENDEDOR) o por
      *    zona y subzona de venta (A101-ZONA-VTA/A101-SUBZONA-VTA),
      *    con el importe neto a vender y, si se fija, la cantidad
      *    de clientes con compras en el mes. Lo mantiene
      *    OBJVTA-ABM; OBJVTA-REPORTE lo compara con la venta neta
      *    de ESTADCLI y COMISION-VENDEDOR lo usa para la comision
      *    premio.
       FD  OBJVTA RECORD CONTAINS 80 CHARACTERS
                   LABEL RECORD STANDARD.
       01  OBJVTA-REG.
           03  OBJVTA-CLAVE.
               05  OBJVTA-TIPO            PIC X(01).
                   88  OBJVTA-POR-VENDEDOR    VALUE 'V'.
                   88  OBJVTA-POR-ZONA        VALUE 'Z'.
               05  OBJVTA-VENDEDOR        PIC 9(03).
      *            En cero para los objetivos por zona
               05  OBJVTA-ZONA-VTA        PIC 9(02).
               05  OBJVTA-SUBZONA-VTA     PIC 9(02).
      *            En cero para los objetivos por vendedor
               05  OBJVTA-ANIO            PIC 9(04).
               05  OBJVTA-MES             PIC 9(02).
           03  OBJVTA-IMPORTE             PIC 9(13)V99.
      *        Venta neta del mes (facturado menos notas de credito)
           03  OBJVTA-CLIENTES            PIC 9(05).
      *        Clientes con compras en el mes; cero = sin objetivo
           03  OBJVTA-USUARIO             PIC X(10).
           03  OBJVTA-FECHA-MODIF         PIC 9(08).
      *        FORMATO AAAAMMDD
           03  FILLER                     PIC X(28).
