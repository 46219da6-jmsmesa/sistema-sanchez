      ******************************************************************
      ******   PREVISION PARA INCOBRABLES POR PERIODO              ****
      ******************************************************************
      *    Un registro por anio/mes calculado por PREVISION-CALCULO:
      *    deuda de clientes al ultimo dia del mes abierta por balde
      *    de antiguedad (dolares pasados a pesos con la cotizacion
      *    del corte), prevision resultante por balde y variacion
      *    contra la prevision del mes anterior. CONTAB-EXPORT toma
      *    la variacion de los periodos de su rango.
       FD  PREVISION RECORD CONTAINS 220 CHARACTERS
                   LABEL RECORD STANDARD.
       01  PREV-REG.
           03  PREV-PERIODO               PIC 9(06).
      *        FORMATO AAAAMM
           03  PREV-FECHA-CORTE           PIC 9(08).
      *        FORMATO AAAAMMDD, ultimo dia del periodo
           03  PREV-FECHA-CALCULO         PIC 9(08).
           03  PREV-BALDES.
               05  PREV-BALDE OCCURS 4 TIMES.
                   07  PREV-DEUDA         PIC S9(13)V99.
                   07  PREV-IMPORTE       PIC S9(13)V99.
      *            Deuda y prevision del balde: 1 0-30 dias,
      *            2 31-60, 3 61-90, 4 mas de 90
           03  PREV-TOTAL                 PIC S9(13)V99.
      *        Prevision total del periodo
           03  PREV-ANTERIOR              PIC S9(13)V99.
      *        Prevision total del periodo anterior; cero si no
      *        se calculo
           03  PREV-VARIACION             PIC S9(13)V99.
      *        PREV-TOTAL menos PREV-ANTERIOR: positiva es cargo
      *        del mes, negativa es desafectacion
           03  PREV-COTIZA-USD            PIC 9(05)V9999.
      *        Cotizacion usada para los saldos en dolares; cero =
      *        sin cotizacion, solo entraron los pesos
           03  PREV-USUARIO               PIC X(10).
           03  FILLER                     PIC X(14).
