      *        Cantidad de registros procesados en la ultima corrida
      *        completa; la informa cada batch al completar y la lee
      *        CADENA-NOCTURNA para el JOBLOG.
           03  CHKPOINT-PERIODO           PIC 9(06).
      *        FORMATO AAAAMM del periodo en proceso, para los batch
      *        mensuales que al reanudar retoman el mismo periodo
           03  CHKPOINT-DIFERENCIAS       PIC 9(07).
      *        Diferencias detectadas por SALDOS-INTEGRIDAD en su
      *        ultima corrida; la controla CIERRE-MENSUAL antes de
      *        avanzar con el cierre del mes
           03  FILLER                     PIC X(03).
