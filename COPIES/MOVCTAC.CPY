               88  MOVCTA-NOTA-DEBITO         VALUE 'ND'.
               88  MOVCTA-NOTA-CREDITO        VALUE 'NC'.
               88  MOVCTA-INTERES             VALUE 'IN'.
               88  MOVCTA-CASTIGO             VALUE 'CI'.
               88  MOVCTA-RECUPERO            VALUE 'RI'.
      *        CI = castigo de deuda incobrable (haber), de
      *        CASTIGO-ENTRADA; RI = recupero de deuda castigada
      *        (debe), que RECIBOS-ENTRADA graba junto al recibo
           03  MOVCTA-OCURRENCIA          PIC 9(01).
      *        Ocurrencia de A101-SALDOS-MAES sobre la que aplica:
      *        1 Pesos  2 Pesos conf.  3 Dolares  4 Dolares conf.
           03  MOVCTA-HOJA-RESU           PIC 9(03).
      *        Hoja de resumen en la que salio; 000 = sin resumir
           03  MOVCTA-DESCRIPCION         PIC X(30).
           03  MOVCTA-ORIGEN              PIC X(01).
               88  MOVCTA-DIF-CAMBIO          VALUE 'C'.
      *        'C' = ND/NC por diferencia de cambio de RECIBOS-
      *        APLICACION (contracuenta propia en CONTAB-EXPORT);
      *        blanco en el resto
           03  MOVCTA-EMPRESA             PIC 9(01).
      *        Empresa (razon social) del comprobante, la de
      *        EMPRESA-ACTUAL al grabarlo; los movimientos anteriores
      *        a la operacion con varias empresas lo traen en blanco
      *        (NOT NUMERIC) y son de la empresa 0
           03  MOVCTA-SUCURSAL            PIC 9(02).
      *        CLISUCUR-SUCURSAL del comprobante (facturas de
      *        clientes A101-CONSUCURSAL); 00 o blanco (NOT NUMERIC)
      *        = casa central
           03  FILLER                     PIC X(18).
