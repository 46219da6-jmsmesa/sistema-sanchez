      *                    El alta/modificacion refresca el tipo y
      *                    los ultimos cuatro digitos en el registro
      *                    A101 del cliente.
      *   15/10/2026  SIS  La tarjeta se marca adherida o no al
      *                    debito automatico mensual del saldo
      *                    (TARJCLI-DEBITO-AUTO); la consulta muestra
      *                    la adhesion.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ACCEPT TARJCLI-ABREVIATURA
           DISPLAY "RECARGO (99.99 SIN PUNTO): "
           ACCEPT TARJCLI-RECARGO
           DISPLAY "ADHERIDO AL DEBITO AUTOMATICO (S/N): "
           ACCEPT TARJCLI-DEBITO-AUTO
           IF TARJCLI-DEBITO-AUTO NOT = "S"
              MOVE "N" TO TARJCLI-DEBITO-AUTO
           END-IF
           IF WK-EXISTE-TARJCLI = "S"
              REWRITE TARJCLI-REG
                  INVALID KEY DISPLAY "ERROR AL REGRABAR"
           DISPLAY "NUMERO . . . : ************", TARJCLI-NRO(13:4)
           DISPLAY "VENCIMIENTO. : ", TARJCLI-VTO-MES, "/",
                   TARJCLI-VTO-ANIO
           DISPLAY "CUOTAS . . . : ", TARJCLI-CUOTAS
           IF TARJCLI-ADHERIDO
              DISPLAY "DEBITO AUTO. : ADHERIDO"
           ELSE
              DISPLAY "DEBITO AUTO. : NO ADHERIDO"
           END-IF.
       5000-EXIT.
           EXIT.

