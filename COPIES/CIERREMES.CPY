      ******************************************************************
      ******   CIERRE MENSUAL POR PERIODO                          ****
      ******************************************************************
      *    Un registro por empresa y anio/mes que paso por el
      *    conductor del cierre CIERRE-MENSUAL: estado de cada paso
      *    de la secuencia (los completos no se repiten al reanudar)
      *    y firma del supervisor que aprobo los totales de control
      *    de la empresa. El periodo se cierra en PERIODOS con la
      *    firma de la ultima empresa (la 0 y cada una con registro
      *    "7n" en PARAMS) que complete su cierre.
       FD  CIERREMES RECORD CONTAINS 150 CHARACTERS
                   LABEL RECORD STANDARD.
       01  CIERRE-REG.
           03  CIERRE-CLAVE.
               05  CIERRE-EMPRESA         PIC 9(01).
      *            Empresa (EMPRESA-ACTUAL) que corrio el cierre
               05  CIERRE-PERIODO         PIC 9(06).
      *            FORMATO AAAAMM
           03  CIERRE-ESTADO              PIC X(01).
               88  CIERRE-EN-CURSO            VALUE ' '.
               88  CIERRE-FIRMADO             VALUE 'F'.
           03  CIERRE-PASOS.
               05  CIERRE-PASO OCCURS 11 TIMES.
                   07  CIERRE-PASO-ESTADO PIC X(01).
                       88  CIERRE-PASO-OK     VALUE 'O'.
                       88  CIERRE-PASO-ERROR  VALUE 'E'.
      *                Blanco = todavia no corrido
                   07  CIERRE-PASO-FECHA  PIC 9(08).
      *                FORMATO AAAAMMDD de la ultima corrida
           03  CIERRE-USUARIO             PIC X(10).
      *        Usuario que corrio la ultima pasada del cierre
           03  CIERRE-SUPERVISOR          PIC X(10).
           03  CIERRE-FECHA-FIRMA         PIC 9(08).
      *        Supervisor (OPERADOR) que firmo los totales de
      *        control y fecha de la firma
           03  FILLER                     PIC X(15).
