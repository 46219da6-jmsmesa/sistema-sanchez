      ******************************************************************
      ******   GARANTIAS QUE RESPALDAN EL CREDITO DEL CLIENTE      ****
      ******************************************************************
      *    Un registro por garantia recibida (pagare, fianza
      *    personal, aval bancario o seguro de credito), numeradas
      *    correlativas dentro del cliente por GARANTIA-ABM. Las
      *    garantias vigentes y no vencidas cubren exposicion en el
      *    control de credito de PEDIDOS-ENTRADA y PEDIDOS-IMPORT y
      *    en CREDITO-SCORE (rutina GARANTIA-CONTROL); la liberada
      *    queda como historia.
       FD  GARANTIA RECORD CONTAINS 150 CHARACTERS
                   LABEL RECORD STANDARD.
       01  GARANT-REG.
           03  GARANT-CLAVE.
               05  GARANT-CLIENTE         PIC 9(06).
               05  GARANT-NRO             PIC 9(03).
      *            Correlativo dentro del cliente
           03  GARANT-TIPO                PIC X(01).
               88  GARANT-PAGARE              VALUE 'P'.
               88  GARANT-FIANZA              VALUE 'F'.
               88  GARANT-AVAL-BANCARIO       VALUE 'B'.
               88  GARANT-SEGURO-CREDITO      VALUE 'S'.
           03  GARANT-EMISOR              PIC X(40).
      *        Firmante, fiador, banco o aseguradora
           03  GARANT-EMISOR-CUIT         PIC 9(11).
           03  GARANT-MONEDA              PIC X(03).
               88  GARANT-EN-PESOS            VALUE 'ARS'.
               88  GARANT-EN-DOLARES          VALUE 'USD'.
           03  GARANT-IMPORTE             PIC 9(13)V99.
           03  GARANT-FECHA-EMISION       PIC 9(08).
      *        FORMATO AAAAMMDD
           03  GARANT-FECHA-VENCIMIENTO   PIC 9(08).
      *        FORMATO AAAAMMDD; cero = sin vencimiento
           03  GARANT-ESTADO              PIC X(01).
               88  GARANT-VIGENTE             VALUE 'V'.
               88  GARANT-LIBERADA            VALUE 'L'.
           03  GARANT-FECHA-BAJA          PIC 9(08).
      *        FORMATO AAAAMMDD de la liberacion
           03  GARANT-OBSERVACION         PIC X(20).
           03  GARANT-USUARIO             PIC X(10).
           03  GARANT-FECHA-MODIF         PIC 9(08).
           03  FILLER                     PIC X(08).
