      *                    totales, y en la misma pasada estampa en
      *                    cada cheque el estado depositado, la
      *                    fecha, la cuenta y el numero de boleta.
      *   15/10/2026  SIS  No se emite boleta en sabado, domingo ni
      *                    feriado (FERIADO-CONTROL); el cheque
      *                    vencido en dia inhabil se deposita el
      *                    primer dia habil.
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WK-ULT-BOLETA               PIC 9(08) VALUE ZERO.
       77  WK-NRO-BOLETA               PIC 9(08).

      ******************************************************************
      *    Consulta al calendario de dias habiles (FERIADO-CONTROL).
      ******************************************************************
       77  WK-HAB-FUNCION              PIC X(01) VALUE "H".
       77  WK-HAB-RESULTADO            PIC 9(08).
       77  WK-HAB-ES-HABIL             PIC X(01).

       77  WK-CANT-CHEQUES             PIC 9(04) VALUE ZERO.
       77  WK-TOTAL-DEPOSITO           PIC S9(14)V99 VALUE ZERO.

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

      ******************************************************************
      *    Pide la cuenta bancaria destino y arma la boleta en una
      *    sola pasada por la cartera. En sabado, domingo o feriado
      *    no hay clearing: no se emite boleta, y el cheque que
      *    vencio en un dia inhabil entra el primer dia habil.
      ******************************************************************
       2000-PROCESO.
           CALL "FERIADO-CONTROL" USING WK-HAB-FUNCION WK-FECHA-HOY
                WK-HAB-RESULTADO WK-HAB-ES-HABIL
           IF WK-HAB-ES-HABIL NOT = "S"
              DISPLAY "HOY NO ES DIA HABIL BANCARIO - NO SE EMITE "
                      "BOLETA DE DEPOSITO"
              GO TO 2000-EXIT
           END-IF
           DISPLAY "CUENTA BANCARIA DESTINO (CODIGO BANCOS): "
           ACCEPT WK-BANCO
           MOVE WK-BANCO TO BANCO-CODIGO
