      ******************************************************************
      *    Un registro por cada factura emitida por FACTURA-EMISION
      *    sobre los remitos pendientes de un cliente. La numeracion
      *    es correlativa por empresa y letra (A/B segun la
      *    condicion de IVA del cliente contra la propia de la
      *    empresa en su registro de PARAMS) y el movimiento
      *    FC de la cuenta corriente lleva este numero como
      *    referencia.
       FD  FACTURAS RECORD CONTAINS 200 CHARACTERS
               88  FACTURA-CAE-RECHAZADO      VALUE 'R'.
           03  FACTURA-OBS-AFIP           PIC X(04).
      *        Codigo de observacion de AFIP en los rechazos
           03  FACTURA-APERTURA-IVA.
               05  FACTURA-NETO-GENERAL   PIC S9(13)V99.
               05  FACTURA-IVA-GENERAL    PIC S9(13)V99.
               05  FACTURA-NETO-REDUCIDA  PIC S9(13)V99.
               05  FACTURA-IVA-REDUCIDA   PIC S9(13)V99.
               05  FACTURA-NETO-EXENTO    PIC S9(13)V99.
      *        Apertura del neto y del IVA por alicuota (general y
      *        reducida de FECH-70, exento) segun la categoria de
      *        IVA de los articulos de los renglones (FACTLIN). Las
      *        facturas anteriores a la apertura la traen en blanco
      *        (NOT NUMERIC): todo su neto es de alicuota general.
           03  FACTURA-COND-VENTA         PIC X(03).
      *        Condicion de venta (CONDVTA) vigente al emitir
           03  FACTURA-CANT-VENC          PIC 9(02).
      *        Cantidad de vencimientos grabados en FACTVENC; las
      *        facturas anteriores lo traen en blanco (sin
      *        vencimientos registrados)
           03  FACTURA-EMPRESA            PIC 9(01).
      *        Empresa emisora; en blanco (NOT NUMERIC) en las
      *        facturas anteriores, que son de la empresa 0. La
      *        numeracion de cada empresa ocupa el bloque cuyo primer
      *        digito de FACTURA-NRO es el codigo de la empresa
           03  FACTURA-SUCURSAL           PIC 9(02).
      *        CLISUCUR-SUCURSAL de los remitos facturados; 00 o
      *        blanco (NOT NUMERIC) = casa central
           03  FILLER                     PIC X(03).
