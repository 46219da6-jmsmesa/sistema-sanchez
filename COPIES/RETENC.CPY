           03  RETENC-FECHA               PIC 9(08).
      *        FORMATO AAAAMMDD (fecha del recibo)
           03  RETENC-USUARIO             PIC X(10).
           03  RETENC-JURISDICCION        PIC 9(02).
      *        Provincia (tabla WPCIAS) de la retencion IIBB; en los
      *        certificados viejos sin cargar vale la del cliente
           03  FILLER                     PIC X(10).
