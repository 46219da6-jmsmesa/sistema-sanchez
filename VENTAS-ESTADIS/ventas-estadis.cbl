      *                    cantidad de documentos. La corrida es
      *                    reprocesable: el periodo se acumula de
      *                    cero y pisa lo que hubiera.
      *   15/10/2026  SIS  Corriendo como paso del cierre mensual
      *                    (CIERRE-MENSUAL) toma el periodo del
      *                    ambiente CIERRE-PERIODO en lugar de
      *                    pedirlo por consola.
      ******************************************************************

       ENVIRONMENT DIVISION.
           GOBACK.

       1000-INICIALIZAR.
      *    corriendo dentro del cierre mensual el periodo llega
      *    por ambiente; si no, se pide por consola
           MOVE ZEROS TO WK-PERIODO
           ACCEPT WK-PERIODO FROM ENVIRONMENT "CIERRE-PERIODO"
           IF WK-PERIODO NOT NUMERIC OR WK-PERIODO = ZEROS
              DISPLAY "PERIODO A ACUMULAR (AAAAMM): "
              ACCEPT WK-PERIODO
           END-IF
           OPEN INPUT MOVCTAC
           IF STATUS-MOVCTAC NOT = "00"
              DISPLAY "SIN MOVIMIENTOS - STATUS ", STATUS-MOVCTAC
