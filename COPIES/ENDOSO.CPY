      ******************************************************************
      ******   ENDOSOS DE CHEQUES DE TERCEROS A PROVEEDORES        ****
      ******************************************************************
      *    Un registro por cheque de cliente endosado a un
      *    proveedor, con la misma clave que el valor en VALORES.
      *    VALORES-CARTERA lo graba al endosar (el valor pasa al
      *    estado endosado), lo da por cobrado en la acreditacion y,
      *    si el proveedor lo devuelve rechazado, deja lo que se le
      *    debe hasta que se le paga. ENDOSO-REPORTE lista los
      *    endosados sin cobrar y las deudas con proveedores.
       FD  ENDOSO RECORD CONTAINS 150 CHARACTERS
                   LABEL RECORD STANDARD.
       01  ENDOSO-REG.
           03  ENDOSO-VALOR               PIC 9(08).
      *        Numero interno del valor (VALOR-NRO-INTERNO)
           03  ENDOSO-FECHA               PIC 9(08).
      *        FORMATO AAAAMMDD
           03  ENDOSO-BENEF-NOMBRE        PIC X(35).
           03  ENDOSO-BENEF-CUIT          PIC 9(11).
           03  ENDOSO-RECIBO              PIC X(12).
      *        Recibo de entrega firmado por el proveedor
           03  ENDOSO-LISTA               PIC 9(08).
      *        Numero de la lista de endoso impresa que lo incluyo
           03  ENDOSO-ESTADO              PIC X(01).
               88  ENDOSO-PENDIENTE           VALUE 'E'.
               88  ENDOSO-COBRADO             VALUE 'C'.
               88  ENDOSO-RECHAZADO           VALUE 'R'.
           03  ENDOSO-FECHA-ESTADO        PIC 9(08).
      *        Fecha de cobro o de rechazo, AAAAMMDD
           03  ENDOSO-DEUDA-PROV          PIC S9(13)V99.
      *        Rechazado: lo que se le debe al proveedor (el cheque
      *        mas el gasto que reclama)
           03  ENDOSO-DEUDA-PAGADA        PIC X(01).
               88  ENDOSO-DEUDA-SALDADA       VALUE 'S'.
           03  ENDOSO-FECHA-PAGO          PIC 9(08).
           03  ENDOSO-USUARIO             PIC X(10).
           03  FILLER                     PIC X(25).
