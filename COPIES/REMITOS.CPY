                   LABEL RECORD STANDARD.
       01  REMITO-REG.
           03  REMITO-NRO                 PIC 9(08).
      *        Correlativo por empresa: el primer digito es el
      *        codigo de la empresa que despacho el remito
           03  REMITO-CLIENTE             PIC 9(06).
           03  REMITO-PEDIDO              PIC 9(08).
           03  REMITO-FECHA               PIC 9(08).
               88  REMITO-ENTREGADO           VALUE 'E'.
               88  REMITO-RECHAZADO-ENT       VALUE 'Z'.
               88  REMITO-REPROGRAMADO        VALUE 'G'.
               88  REMITO-ESPERA-COT          VALUE 'C'.
      *        Esperando COT: el remito necesita COT de ARBA y no
      *        sale a reparto hasta que COT-RESPUESTA lo registra
      *        Resultado de la entrega registrado por el despacho
      *        (ENTREGAS-CONFIRMACION), independiente del ciclo de
      *        facturacion de REMITO-ESTADO
