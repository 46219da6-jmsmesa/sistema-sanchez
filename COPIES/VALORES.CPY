      ******************************************************************
      *    Un registro por cada cheque o documento recibido de un
      *    cliente. VALORES-CARTERA lleva el ciclo de vida (cartera,
      *    depositado, endosado, acreditado, rechazado) y mantiene
      *    los campos A101-MONTO-VALORES / A101-MONTO-DOCUMEN del
      *    maestro. Los datos del endoso estan en ENDOSO.
       FD  VALORES RECORD CONTAINS 120 CHARACTERS
                   LABEL RECORD STANDARD.
       01  VALOR-REG.
           03  VALOR-ESTADO               PIC X(01).
               88  VALOR-EN-CARTERA           VALUE 'C'.
               88  VALOR-DEPOSITADO           VALUE 'D'.
               88  VALOR-ENDOSADO             VALUE 'E'.
      *            Cheque de tercero entregado a un proveedor: sale
      *            de la cartera pero sigue en A101-MONTO-VALORES
      *            hasta que se da por cobrado o vuelve rechazado
               88  VALOR-ACREDITADO           VALUE 'A'.
               88  VALOR-RECHAZADO            VALUE 'R'.
           03  VALOR-BANCO-DEPOSITO       PIC 9(03).
