      ******************************************************************
      ******   SOLICITUDES DE CAMBIO DE LIMITE DE CREDITO          ****
      ******************************************************************
      *    Un registro por solicitud, correlativas dentro del
      *    cliente. El vendedor o analista propone el limite nuevo
      *    con su justificacion en SOLCRED-ENTRADA; queda pendiente
      *    con el nivel de aprobacion que le toca segun CREDNIVEL y
      *    solo al aprobarse se actualizan A101-MONTO-CREDITO y
      *    A101-FECHA-CREDITO. Rechazadas y anuladas quedan como
      *    historia (SOLCRED-REPORTE).
       FD  SOLCRED RECORD CONTAINS 200 CHARACTERS
                   LABEL RECORD STANDARD.
       01  SOLCRED-REG.
           03  SOLCRED-CLAVE.
               05  SOLCRED-CLIENTE        PIC 9(06).
               05  SOLCRED-NRO            PIC 9(04).
      *            Correlativo dentro del cliente
           03  SOLCRED-FECHA              PIC 9(08).
      *        FORMATO AAAAMMDD de la solicitud
           03  SOLCRED-HORA               PIC 9(08).
           03  SOLCRED-SOLICITANTE        PIC X(10).
           03  SOLCRED-LIMITE-ACTUAL      PIC 9(11)V99.
      *        A101-MONTO-CREDITO al pedir el cambio
           03  SOLCRED-LIMITE-PROPUESTO   PIC 9(11)V99.
           03  SOLCRED-JUSTIFICACION      PIC X(60).
           03  SOLCRED-NIVEL              PIC 9(01).
           03  SOLCRED-PERFIL             PIC X(10).
      *        Perfil del nivel requerido (CREDNIVEL)
           03  SOLCRED-SCORE              PIC 9(03).
      *        SCORECLI-SCORE al pedir el cambio; 999 sin score
           03  SOLCRED-ESTADO             PIC X(01).
               88  SOLCRED-PENDIENTE          VALUE 'P'.
               88  SOLCRED-APROBADA           VALUE 'A'.
               88  SOLCRED-RECHAZADA          VALUE 'R'.
               88  SOLCRED-ANULADA            VALUE 'N'.
           03  SOLCRED-RESOLUTOR          PIC X(10).
      *        Operador que aprobo o rechazo (o anulo)
           03  SOLCRED-FECHA-RESOLUCION   PIC 9(08).
           03  SOLCRED-OBSERVACION        PIC X(40).
           03  FILLER                     PIC X(05).
