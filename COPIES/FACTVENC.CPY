      ******************************************************************
      ******   VENCIMIENTOS DE FACTURAS                            ****
      ******************************************************************
      *    Un registro por cada vencimiento (cuota) de una factura,
      *    fijado por FACTURA-EMISION segun la condicion de venta del
      *    cliente (CONDVTA). La cuota apunta al movimiento FC de la
      *    cuenta corriente; lo cobrado de la factura (imputaciones
      *    RECAPLIC) cancela las cuotas en orden de vencimiento.
      *    VENCIM-REPORTE lista lo vencido y lo que vence en la
      *    semana.
       FD  FACTVENC RECORD CONTAINS 80 CHARACTERS
                   LABEL RECORD STANDARD.
       01  FACTVENC-REG.
           03  FACTVENC-CLAVE.
               05  FACTVENC-LETRA         PIC X(01).
               05  FACTVENC-NRO           PIC 9(08).
               05  FACTVENC-CUOTA         PIC 9(02).
           03  FACTVENC-CLIENTE           PIC 9(06).
           03  FACTVENC-OCURRENCIA        PIC 9(01).
           03  FACTVENC-FECHA-FACT        PIC 9(08).
      *        FORMATO AAAAMMDD; junto con el cliente y la secuencia
      *        es la clave del movimiento FC en MOVCTAC
           03  FACTVENC-MOV-SECUENCIA     PIC 9(04).
           03  FACTVENC-VENCIMIENTO       PIC 9(08).
      *        FORMATO AAAAMMDD
           03  FACTVENC-IMPORTE           PIC S9(13)V99.
           03  FACTVENC-COND-VENTA        PIC X(03).
           03  FILLER                     PIC X(24).
