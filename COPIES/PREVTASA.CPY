      ******************************************************************
      ******   PORCENTAJES DE PREVISION PARA INCOBRABLES           ****
      ******************************************************************
      *    Un registro por balde de antiguedad (0-30, 31-60, 61-90,
      *    mas de 90 dias) y uno por estado de deuda del cliente
      *    (A101-ESTADO-DEUDA). PREVISION-CALCULO aplica a cada
      *    balde de la deuda del cliente el mayor de los dos
      *    porcentajes: el del balde y el de su estado de deuda.
      *    PREVTASA-ABM la mantiene.
       FD  PREVTASA RECORD CONTAINS 60 CHARACTERS
                   LABEL RECORD STANDARD.
       01  PREVTASA-REG.
           03  PREVTASA-CLAVE.
               05  PREVTASA-TIPO          PIC X(01).
                   88  PREVTASA-ANTIGUEDAD    VALUE 'A'.
                   88  PREVTASA-ESTADO        VALUE 'E'.
               05  PREVTASA-CODIGO        PIC 9(01).
      *            'A': balde 1 a 4; 'E': estado de deuda 0 a 9
           03  PREVTASA-PORCENTAJE        PIC 9(03)V99.
      *        Dos decimales implicitos (02500 = 25,00%)
           03  PREVTASA-DESCRIPCION       PIC X(30).
           03  PREVTASA-USUARIO           PIC X(10).
           03  PREVTASA-FECHA             PIC 9(08).
      *        FORMATO AAAAMMDD de la ultima modificacion
           03  FILLER                     PIC X(05).
