      *                    control de periodos contables (rutina
      *                    PERIODO-CONTROL): con el periodo del dia
      *                    cerrado la liquidacion no corre.
      *   15/10/2026  SIS  La cuota impaga de un plan que exime
      *                    punitorios queda exenta hasta su
      *                    vencimiento corrido al dia habil siguiente
      *                    (FERIADO-CONTROL); vencida, vuelve a la
      *                    base del interes.
      *   15/10/2026  SIS  Operacion con varias empresas: lee los
      *                    parametros (tasas) de la empresa con la
      *                    que se trabaja (rutina EMPRESA-ACTUAL) y
      *                    graba esa empresa en los movimientos IN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WK-REFINANCIADO             PIC S9(13)V99.
       77  WK-SALDO-BASE               PIC S9(14)V99.

      ******************************************************************
      *    Consulta al calendario de dias habiles (FERIADO-CONTROL):
      *    la cuota sigue exenta hasta el dia habil en que vence.
      ******************************************************************
       77  WK-HAB-FUNCION              PIC X(01) VALUE "S".
       77  WK-HAB-RESULTADO            PIC 9(08).
       77  WK-HAB-ES-HABIL             PIC X(01).

       77  WK-TOTAL-CLIENTES           PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-LIQUIDADOS         PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-INTERES            PIC S9(15)V99 VALUE ZERO.
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

      ******************************************************************
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
      *    Suma las cuotas pendientes de los planes de pago
      *    vigentes del cliente que eximen punitorios, en la
      *    ocurrencia en proceso: esa porcion refinanciada no
      *    devenga interes. La cuota impaga cuyo vencimiento (corrido
      *    al dia habil siguiente si cae en sabado, domingo o
      *    feriado) ya paso deja de estar exenta.
      ******************************************************************
       2250-CALCULAR-REFINANCIADO.
           MOVE ZERO TO WK-REFINANCIADO
           EXIT.

       2270-SUMAR-CUOTA.
           IF PLANPAGO-CUO-PAGADA(WK-IND-CUOTA) = "S"
              GO TO 2270-EXIT
           END-IF
           CALL "FERIADO-CONTROL" USING WK-HAB-FUNCION
                PLANPAGO-CUO-VTO(WK-IND-CUOTA)
                WK-HAB-RESULTADO WK-HAB-ES-HABIL
           IF WK-HAB-RESULTADO < WK-FECHA-HOY
              GO TO 2270-EXIT
           END-IF
           ADD PLANPAGO-CUO-IMPORTE(WK-IND-CUOTA)
               TO WK-REFINANCIADO.
       2270-EXIT.
           EXIT.

           MOVE "INTERES PUNITORIO" TO MOVCTA-DESCRIPCION
           MOVE WK-IND-OCURR  TO MOVCTA-OCURRENCIA
           MOVE "IN"          TO MOVCTA-TIPO
           MOVE WK-EMPRESA    TO MOVCTA-EMPRESA
           MOVE A101-CLIENTE  TO MOVCTA-CLIENTE
           MOVE WK-FECHA-HOY  TO MOVCTA-FECHA
           MOVE 1             TO MOVCTA-SECUENCIA
