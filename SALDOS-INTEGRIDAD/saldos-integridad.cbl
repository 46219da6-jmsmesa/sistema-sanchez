      *                    MOVCHIST, para que el control siga
      *                    cerrando despues del pase de
      *                    MOVCTAC-ARCHIVO.
      *   15/10/2026  SIS  La cantidad de diferencias detectadas
      *                    queda en CHKPOINT-DIFERENCIAS para el
      *                    control del cierre mensual
      *                    (CIERRE-MENSUAL).
      *   15/10/2026  SIS  Los cheques endosados a proveedores
      *                    todavia no cobrados siguen sumando en el
      *                    control de A101-MONTO-VALORES.
      ******************************************************************

       ENVIRONMENT DIVISION.
           MOVE ZERO      TO CHKPOINT-CLAVE
           MOVE "N"       TO CHKPOINT-COMPLETO
           MOVE ZERO      TO CHKPOINT-REGISTROS
           MOVE ZERO      TO CHKPOINT-DIFERENCIAS
           ACCEPT CHKPOINT-FECHA FROM DATE YYYYMMDD
           ACCEPT CHKPOINT-HORA  FROM TIME
           IF WK-CHKPT-EXISTE = "S"
              GO TO 2410-EXIT
           END-IF
           IF NOT VALOR-CHEQUE
              OR (NOT VALOR-EN-CARTERA AND NOT VALOR-DEPOSITADO
                  AND NOT VALOR-ENDOSADO)
              GO TO 2410-EXIT
           END-IF
           MOVE VALOR-CLIENTE TO MOVCTA-CLIENTE
           END-READ
           MOVE "S" TO CHKPOINT-COMPLETO
           MOVE WK-TOTAL-CLIENTES TO CHKPOINT-REGISTROS
           MOVE WK-TOTAL-DIFERENCIAS TO CHKPOINT-DIFERENCIAS
           ACCEPT CHKPOINT-FECHA FROM DATE YYYYMMDD
           ACCEPT CHKPOINT-HORA  FROM TIME
           REWRITE CHKPOINT-REG.
