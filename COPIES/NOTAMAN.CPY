      *    NOTAS-ENTRADA, con su motivo, el usuario que la cargo y
      *    el supervisor que la autorizo cuando el importe supero
      *    el tope de FECH-70. NOTAS-REPORTE lista el registro por
      *    motivo y usuario para el auditor. DEVOLUC-ENTRADA graba
      *    aca tambien las NC por devolucion de mercaderia, con la
      *    factura de origen como comprobante asociado, y
      *    RECIBOS-APLICACION las NC por pronto pago y las ND/NC por
      *    diferencia de cambio de las facturas en dolares.
       FD  NOTAMAN RECORD CONTAINS 100 CHARACTERS
                   LABEL RECORD STANDARD.
       01  NOTAMAN-REG.
               05  NOTAMAN-TIPO           PIC X(02).
      *            'NC' o 'ND'
               05  NOTAMAN-NRO            PIC 9(08).
      *            Correlativo por empresa y tipo: el primer
      *            digito es el codigo de la empresa
           03  NOTAMAN-CLIENTE            PIC 9(06).
           03  NOTAMAN-FECHA              PIC 9(08).
      *        FORMATO AAAAMMDD
           03  NOTAMAN-USUARIO            PIC X(10).
           03  NOTAMAN-SUPERVISOR         PIC X(10).
      *        Supervisor que autorizo; blanco si no hizo falta
           03  NOTAMAN-ASOCIADO.
               05  NOTAMAN-ASOC-LETRA     PIC X(01).
               05  NOTAMAN-ASOC-NRO       PIC 9(08).
      *        Comprobante asociado (factura de origen) de las notas
      *        por devolucion, pronto pago o diferencia de cambio;
      *        blanco en las notas manuales
           03  NOTAMAN-IVA                PIC S9(13)V99.
      *        IVA incluido en el importe de las notas con
      *        comprobante asociado; blanco en las notas manuales
           03  NOTAMAN-EMPRESA            PIC 9(01).
      *        Empresa emisora; en blanco (NOT NUMERIC) en las notas
      *        anteriores, que son de la empresa 0
           03  FILLER                     PIC X(13).
