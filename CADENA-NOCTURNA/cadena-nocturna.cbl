      *                    continuacion del resguardo: sin
      *                    cotizacion del dia la cadena no avanza
      *                    a los pasos que dependen de ella.
      *   15/10/2026  SIS  Se agrega el paso PRESUP-VENCIMIENTO
      *                    (vencimiento de los presupuestos abiertos
      *                    pasada su validez) al final de la cadena.
      *   15/10/2026  SIS  Se agrega el paso INTIMACION-CICLO
      *                    (avisos, cartas y pase a gestion de los
      *                    deudores por antiguedad de la deuda) al
      *                    final de la cadena.
      *   15/10/2026  SIS  Se agrega el paso JUDICIAL-VENCIM (aviso
      *                    de vencimientos de los legajos judiciales
      *                    abiertos) al final de la cadena.
      ******************************************************************

       ENVIRONMENT DIVISION.
               "SALDOS-INTEGRIDAD   SALDOSINT ".
           03  FILLER                  PIC X(30) VALUE
               "CREDITO-SCORE       CREDSCORE ".
           03  FILLER                  PIC X(30) VALUE
               "PRESUP-VENCIMIENTO  PRESUVENC ".
           03  FILLER                  PIC X(30) VALUE
               "INTIMACION-CICLO    INTIMACIO ".
           03  FILLER                  PIC X(30) VALUE
               "JUDICIAL-VENCIM     JUDICVENC ".
       01  WK-TABLA-RED REDEFINES WK-TABLA-PASOS.
           03  WK-PASO OCCURS 13 TIMES.
               05  WK-PASO-PROGRAMA    PIC X(20).
               05  WK-PASO-JOB         PIC X(10).

           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-EJECUTAR-PASO THRU 2000-EXIT
               VARYING WK-IND FROM 1 BY 1
               UNTIL WK-IND > 13 OR CADENA-CORTADA
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           IF CADENA-CORTADA
              MOVE 16 TO RETURN-CODE
