      *                    del dia de proceso y marca aparte los
      *                    cheques vencidos que siguen en cartera
      *                    sin depositar.
      *   15/10/2026  SIS  Cheques, promesas y cuotas que vencen en
      *                    sabado, domingo o feriado se proyectan en
      *                    el dia habil siguiente (FERIADO-CONTROL).
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WK-TOTAL-SEMANA             PIC S9(14)V99.
       77  WK-CHEQUES-VENCIDOS         PIC 9(05) VALUE ZERO.

      ******************************************************************
      *    Consulta al calendario de dias habiles (FERIADO-CONTROL):
      *    lo que vence en sabado, domingo o feriado se cobra el
      *    dia habil siguiente.
      ******************************************************************
       77  WK-HAB-FUNCION              PIC X(01) VALUE "S".
       77  WK-HAB-RESULTADO            PIC 9(08).
       77  WK-HAB-ES-HABIL             PIC X(01).

      ******************************************************************
      *    Area de la suma de dias sobre una fecha AAAAMMDD, dia
      *    por dia con la tabla de dias por mes (bisiestos por
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
                      VALOR-IMPORTE * WK-COTIZACION
           END-IF
           PERFORM 2400-ACUMULAR-BALDE THRU 2400-EXIT
           IF WK-FECHA-ITEM < WK-FECHA-HOY
              ADD 1 TO WK-CHEQUES-VENCIDOS
              MOVE VALOR-NRO-CHEQUE TO WK-V-NRO
              MOVE VALOR-CLIENTE    TO WK-V-CLIENTE
      ******************************************************************
      *    Ubica el item en su semana (o en el balde de vencidos) y
      *    lo acumula en la fila de su fuente. Lo que cae mas alla
      *    de las 13 semanas queda en la ultima. La fecha del item
      *    se corre antes al dia habil en que se hace efectivo.
      ******************************************************************
       2400-ACUMULAR-BALDE.
           CALL "FERIADO-CONTROL" USING WK-HAB-FUNCION WK-FECHA-ITEM
                WK-HAB-RESULTADO WK-HAB-ES-HABIL
           MOVE WK-HAB-RESULTADO TO WK-FECHA-ITEM
           IF WK-FECHA-ITEM < WK-FECHA-HOY
              MOVE 14 TO WK-IND-BALDE
              GO TO 2400-SUMAR
