      *                    cuotas, y caida manual del convenio que
      *                    devuelve al cliente a la gestion normal
      *                    dejando la novedad en GESTDIA.
      *   15/10/2026  SIS  Los vencimientos de las cuotas que caen en
      *                    sabado, domingo o feriado se corren al dia
      *                    habil siguiente (FERIADO-CONTROL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WK-FV-DIA-PEDIDO            PIC 9(02).
       77  WK-FV-RESTO                 PIC 9(04).
       77  WK-FV-TOPE                  PIC 9(02).

      ******************************************************************
      *    Consulta al calendario de dias habiles (FERIADO-CONTROL):
      *    el vencimiento que cae en sabado, domingo o feriado se
      *    corre al dia habil siguiente.
      ******************************************************************
       77  WK-HAB-FUNCION              PIC X(01) VALUE "S".
       77  WK-HAB-FECHA                PIC 9(08).
       77  WK-HAB-RESULTADO            PIC 9(08).
       77  WK-HAB-ES-HABIL             PIC X(01).
       01  WK-TABLA-MESES.
           03  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
      *    Genera los vencimientos mensuales: cada cuota vence un
      *    mes despues de la anterior, con el dia pedido acotado al
      *    ultimo dia del mes destino (bisiestos por division por
      *    4, valido 1901-2099). El vto que no cae en dia habil se
      *    graba corrido al dia habil siguiente; el mes siguiente se
      *    sigue calculando desde el dia pedido.
      ******************************************************************
       3100-GENERAR-CUOTAS.
           MOVE WK-PRIMER-VTO TO WK-FV-FECHA
           EXIT.

       3110-CARGAR-CUOTA.
           MOVE WK-FV-FECHA TO WK-HAB-FECHA
           CALL "FERIADO-CONTROL" USING WK-HAB-FUNCION WK-HAB-FECHA
                WK-HAB-RESULTADO WK-HAB-ES-HABIL
           MOVE WK-HAB-RESULTADO TO PLANPAGO-CUO-VTO(WK-IND-CUOTA)
           MOVE WK-IMPORTE-CUOTA
               TO PLANPAGO-CUO-IMPORTE(WK-IND-CUOTA)
           MOVE SPACE TO PLANPAGO-CUO-PAGADA(WK-IND-CUOTA)
