      *                    cuotas pagas queda cumplido. Deja su
      *                    checkpoint completo para la cadena
      *                    nocturna.
      *   15/10/2026  SIS  La cuota que vence en sabado, domingo o
      *                    feriado no se toma como vencida hasta
      *                    pasado el dia habil siguiente
      *                    (FERIADO-CONTROL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WK-TIENE-VENCIDA            PIC X(01).
       77  WK-TODAS-PAGAS              PIC X(01).

      ******************************************************************
      *    Consulta al calendario de dias habiles (FERIADO-CONTROL):
      *    la cuota que vence en sabado, domingo o feriado puede
      *    pagarse hasta el dia habil siguiente.
      ******************************************************************
       77  WK-HAB-FUNCION              PIC X(01) VALUE "S".
       77  WK-HAB-RESULTADO            PIC 9(08).
       77  WK-HAB-ES-HABIL             PIC X(01).

       77  WK-TOTAL-PLANES             PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-CAIDOS             PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-CUMPLIDOS          PIC 9(07) VALUE ZERO.
              GO TO 2210-EXIT
           END-IF
           MOVE "N" TO WK-TODAS-PAGAS
           CALL "FERIADO-CONTROL" USING WK-HAB-FUNCION
                PLANPAGO-CUO-VTO(WK-IND-CUOTA)
                WK-HAB-RESULTADO WK-HAB-ES-HABIL
           IF WK-HAB-RESULTADO < WK-FECHA-HOY
              MOVE "S" TO WK-TIENE-VENCIDA
           END-IF.
       2210-EXIT.
