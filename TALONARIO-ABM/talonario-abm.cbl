      *                    RECIBO-NRO existente dejaria al
      *                    cobrador trabado en la carga, porque la
      *                    numeracion no saltea.
      *   15/10/2026  SIS  El talonario nuevo queda asignado a la
      *                    empresa con la que se trabaja (rutina
      *                    EMPRESA-ACTUAL): sus recibos son de esa
      *                    empresa. La consulta muestra la empresa de
      *                    cada talonario; los rangos siguen sin
      *                    poder solaparse entre empresas.
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WK-DESDE                    PIC 9(08).
       77  WK-HASTA                    PIC 9(08).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.


       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           OPEN INPUT COBRADOR
           OPEN I-O TALONARIO
           IF STATUS-TALONARIO = "35"
           MOVE WK-DESDE     TO TALONARIO-PROXIMO
           MOVE "A"          TO TALONARIO-ESTADO
           MOVE WK-FECHA-HOY TO TALONARIO-FECHA-ALTA
           MOVE WK-EMPRESA   TO TALONARIO-EMPRESA
           WRITE TALONARIO-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR EL TALONARIO"
                  GO TO 3000-EXIT
           END-WRITE
           DISPLAY "TALONARIO ", TALONARIO-NRO, " ASIGNADO AL ",
                   "COBRADOR ", WK-COBRADOR, " PARA LA EMPRESA ",
                   WK-EMPRESA.
       3000-EXIT.
           EXIT.

              MOVE "S" TO WK-EOF-TALONARIO
              GO TO 4100-EXIT
           END-IF
           IF TALONARIO-EMPRESA NOT NUMERIC
              MOVE ZERO TO TALONARIO-EMPRESA
           END-IF
           DISPLAY "TALONARIO ", TALONARIO-NRO,
                   " EMPRESA ", TALONARIO-EMPRESA,
                   " DESDE ", TALONARIO-DESDE,
                   " HASTA ", TALONARIO-HASTA,
                   " PROXIMO ", TALONARIO-PROXIMO,
