           03  MOVHIS-REFERENCIA          PIC 9(08).
           03  MOVHIS-HOJA-RESU           PIC 9(03).
           03  MOVHIS-DESCRIPCION         PIC X(30).
           03  MOVHIS-ORIGEN              PIC X(01).
           03  MOVHIS-EMPRESA             PIC 9(01).
           03  MOVHIS-SUCURSAL            PIC 9(02).
      *        CLISUCUR-SUCURSAL del comprobante (facturas de
      *        clientes A101-CONSUCURSAL); 00 o blanco (NOT NUMERIC)
      *        = casa central
           03  FILLER                     PIC X(18).
