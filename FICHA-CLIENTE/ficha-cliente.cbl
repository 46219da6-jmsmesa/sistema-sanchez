      *                    todo navegable por opciones desde una
      *                    sola pantalla. Reemplaza la vuelta por
      *                    cinco programas para atender un llamado.
      *   15/10/2026  SIS  Los cheques endosados a proveedores
      *                    todavia no cobrados se muestran con los
      *                    valores del cliente (estado E).
      ******************************************************************

       ENVIRONMENT DIVISION.
           START VALORES KEY >= VALOR-NRO-INTERNO
               INVALID KEY MOVE "S" TO WK-EOF-ARCHIVO
           END-START
           DISPLAY "VALORES EN CARTERA / DEPOSITADOS / ENDOSADOS:"
           PERFORM 5100-MOSTRAR-VALOR THRU 5100-EXIT
               UNTIL WK-EOF-ARCHIVO = "S"
           IF WK-CANT-LINEAS = ZERO
              GO TO 5100-EXIT
           END-IF
           IF VALOR-CLIENTE NOT = WK-CLIENTE
              OR (NOT VALOR-EN-CARTERA AND NOT VALOR-DEPOSITADO
                  AND NOT VALOR-ENDOSADO)
              GO TO 5100-EXIT
           END-IF
           ADD 1 TO WK-CANT-LINEAS
