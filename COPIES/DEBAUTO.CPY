      ******************************************************************
      ******   DEBITO AUTOMATICO CON TARJETA                       ****
      ******************************************************************
      *    Un registro por cada debito presentado a la procesadora
      *    de la tarjeta: cliente adherido (TARJCLI-DEBITO-AUTO) con
      *    saldo deudor en pesos al armar la presentacion del mes.
      *    DEBAUTO-PRESENTACION lo graba pendiente y
      *    DEBAUTO-RESPUESTA lo cierra con el resultado del archivo
      *    de vuelta: aprobado (con el recibo TA emitido) o
      *    rechazado (con el codigo y motivo de la procesadora).
      *    Solo guarda los ultimos cuatro digitos de la tarjeta.
       FD  DEBAUTO RECORD CONTAINS 150 CHARACTERS
                   LABEL RECORD STANDARD.
       01  DEBAUTO-REG.
           03  DEBAUTO-CLAVE.
               05  DEBAUTO-PERIODO        PIC 9(06).
      *            FORMATO AAAAMM de la presentacion
               05  DEBAUTO-CLIENTE        PIC 9(06).
      *        La clave viaja como referencia del debito en los
      *        archivos de ida y vuelta
           03  DEBAUTO-TARJETA            PIC 9(03).
           03  DEBAUTO-TARJETA-ULT4       PIC X(04).
           03  DEBAUTO-FECHA-PRES         PIC 9(08).
      *        FORMATO AAAAMMDD
           03  DEBAUTO-SALDO              PIC S9(13)V99.
      *        A101-SALDO(1) debitado
           03  DEBAUTO-RECARGO            PIC S9(13)V99.
      *        Recargo de la tarjeta (TARJCLI-RECARGO) sobre el saldo
           03  DEBAUTO-IMPORTE            PIC S9(13)V99.
      *        Importe presentado: saldo mas recargo
           03  DEBAUTO-CUOTAS             PIC 9(02).
           03  DEBAUTO-ESTADO             PIC X(01).
               88  DEBAUTO-PENDIENTE          VALUE 'P'.
               88  DEBAUTO-APROBADO           VALUE 'A'.
               88  DEBAUTO-RECHAZADO          VALUE 'R'.
           03  DEBAUTO-FECHA-RESP         PIC 9(08).
      *        FORMATO AAAAMMDD (proceso de la respuesta)
           03  DEBAUTO-COD-RECHAZO        PIC X(03).
           03  DEBAUTO-MOTIVO             PIC X(30).
      *        Codigo y leyenda del rechazo segun la procesadora
           03  DEBAUTO-RECIBO             PIC 9(08).
      *        Recibo TA emitido por el debito aprobado
           03  DEBAUTO-USUARIO            PIC X(10).
           03  FILLER                     PIC X(16).
