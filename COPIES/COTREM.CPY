      ******************************************************************
      ******   COT DE ARBA POR REMITO                              ****
      ******************************************************************
      *    Un registro por cada remito que necesita Codigo de
      *    Operacion de Traslado (destino u origen en la provincia
      *    de FECH-70-COT-PROVINCIA). COT-SOLICITUD lo da de alta al
      *    pedir el COT y COT-RESPUESTA estampa el numero otorgado
      *    o el motivo del rechazo. Un remito sujeto a COT no sale
      *    a reparto sin un COT otorgado y vigente.
       FD  COTREM RECORD CONTAINS 80 CHARACTERS
                   LABEL RECORD STANDARD.
       01  COTREM-REG.
           03  COTREM-REMITO              PIC 9(08).
           03  COTREM-ESTADO              PIC X(01).
               88  COTREM-SOLICITADO          VALUE 'P'.
               88  COTREM-OTORGADO            VALUE 'A'.
               88  COTREM-RECHAZADO           VALUE 'R'.
           03  COTREM-NRO                 PIC 9(16).
      *        Numero de COT otorgado por ARBA; cero mientras no
      *        este otorgado
           03  COTREM-VTO                 PIC 9(08).
      *        Vencimiento del COT, FORMATO AAAAMMDD
           03  COTREM-FECHA-SOLICITUD     PIC 9(08).
      *        FORMATO AAAAMMDD (ultima solicitud)
           03  COTREM-OBSERVACION         PIC X(30).
      *        Motivo del rechazo informado por ARBA
           03  FILLER                     PIC X(09).
