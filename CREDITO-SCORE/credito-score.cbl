      *                    exposicion sobre el limite, con tope
      *                    100. Deja su checkpoint completo para la
      *                    cadena nocturna.
      *   15/10/2026  SIS  Garantias de credito: lo cubierto por las
      *                    garantias vigentes del cliente (rutina
      *                    GARANTIA-CONTROL) se descuenta de la
      *                    exposicion antes de puntuarla contra el
      *                    limite y queda en SCORECLI-GARANTIAS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WK-ULT-FACT                 PIC 9(08).
       77  WK-EXPOSICION               PIC S9(15)V99.
       77  WK-EXPO-OCURR               PIC S9(15)V99.
       77  WK-GARANTIAS                PIC S9(15)V99.
       77  WK-DESCUBIERTO              PIC S9(15)V99.
       77  WK-COTIZA-UNO               PIC 9(05)V9999 VALUE 1.
       77  WK-LIMITE-80                PIC 9(11)V99.
       77  WK-SCORE                    PIC 9(05).

      *    Exposicion total (saldo mas pendientes menos valores en
      *    cartera de las cuatro ocurrencias, los dolares sin
      *    convertir: el score es un ordinal, no un importe) y
      *    ultima factura mas reciente. La parte descubierta es la
      *    exposicion menos las garantias vigentes, tomadas tambien
      *    con los dolares uno a uno.
      ******************************************************************
       2600-CALCULAR-EXPOSICION.
           MOVE ZERO TO WK-EXPOSICION WK-ULT-FACT
           PERFORM 2610-SUMAR-OCURRENCIA THRU 2610-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 1
               UNTIL WK-IND-OCURR > 4
           CALL "GARANTIA-CONTROL" USING A101-CLIENTE WK-FECHA-HOY
                WK-COTIZA-UNO WK-GARANTIAS
           COMPUTE WK-DESCUBIERTO = WK-EXPOSICION - WK-GARANTIAS
           IF WK-DESCUBIERTO < ZERO
              MOVE ZERO TO WK-DESCUBIERTO
           END-IF.
       2600-EXIT.
           EXIT.

           IF A101-MONTO-CREDITO > ZERO
              COMPUTE WK-LIMITE-80 ROUNDED =
                      A101-MONTO-CREDITO * 80 / 100
              IF WK-DESCUBIERTO > A101-MONTO-CREDITO
                 ADD 25 TO WK-SCORE
              ELSE
                 IF WK-DESCUBIERTO > WK-LIMITE-80
                    ADD 15 TO WK-SCORE
                 END-IF
              END-IF
           MOVE WK-ULT-FACT        TO SCORECLI-ULT-FACT
           MOVE WK-EXPOSICION      TO SCORECLI-EXPOSICION
           MOVE A101-MONTO-CREDITO TO SCORECLI-LIMITE
           MOVE WK-GARANTIAS       TO SCORECLI-GARANTIAS
           MOVE WK-FECHA-HOY       TO SCORECLI-FECHA-CALCULO
           WRITE SCORECLI-REG
               INVALID KEY
