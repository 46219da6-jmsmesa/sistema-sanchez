       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "FERIADO-CONTROL".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Rutina comun de
      *                    calendario de dias habiles: recibe una
      *                    funcion y una fecha AAAAMMDD y devuelve si
      *                    la fecha es habil (ni sabado, ni domingo,
      *                    ni feriado de FERIADOS) y la fecha habil
      *                    que corresponde:
      *                      'H'  la misma fecha, solo la consulta
      *                      'S'  la misma fecha si es habil, si no
      *                           el proximo dia habil
      *                      'P'  el primer dia habil posterior
      *                    Sin archivo de feriados solo descuenta los
      *                    fines de semana. La tabla se carga en la
      *                    primera llamada de cada corrida.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FERIADOS.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "FERIADOS.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-FERIADOS             PIC X(02).
       77  WK-EOF-FERIADOS             PIC X(01).
       77  WK-TABLA-CARGADA            PIC X(01) VALUE "N".
       77  WK-ES-HABIL                 PIC X(01).

      ******************************************************************
      *    Feriados en memoria, en orden de fecha; las posiciones
      *    sin usar quedan en nueves para la busqueda binaria.
      ******************************************************************
       77  WK-CANT-FERIADOS            PIC 9(04) VALUE ZERO.
       01  WK-TABLA-FERIADOS.
           03  WK-FERIADO OCCURS 1000 TIMES
                   ASCENDING KEY IS WK-FER-FECHA
                   INDEXED BY WK-IND-FER.
               05  WK-FER-FECHA        PIC 9(08).

      ******************************************************************
      *    Dia de la semana por cantidad de dias desde el 01/01/1901
      *    (un martes): resto de dividir por 7, 0 = lunes ... 5 =
      *    sabado, 6 = domingo. Bisiestos por division entera por
      *    4, valido 1901-2099.
      ******************************************************************
       01  WK-DS-FECHA.
           03  WK-DS-AAAA              PIC 9(04).
           03  WK-DS-MM                PIC 9(02).
           03  WK-DS-DD                PIC 9(02).
       77  WK-DS-DIAS                  PIC 9(07).
       77  WK-DS-ANIOS                 PIC 9(04).
       77  WK-DS-COCIENTE              PIC 9(07).
       77  WK-DS-RESTO                 PIC 9(04).
       77  WK-DS-DIA-SEMANA            PIC 9(01).
       01  WK-TABLA-ACUMULADOS.
           03  FILLER                  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  WK-TABLA-ACUMULADOS-RED REDEFINES WK-TABLA-ACUMULADOS.
           03  WK-DIAS-PREVIOS OCCURS 12 TIMES PIC 9(03).

      ******************************************************************
      *    Suma de un dia a la fecha en proceso.
      ******************************************************************
       77  WK-FD-TOPE                  PIC 9(02).
       01  WK-TABLA-MESES.
           03  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WK-TABLA-MESES-RED REDEFINES WK-TABLA-MESES.
           03  WK-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       LINKAGE SECTION.
       01  WK-FUNCION-PARAMETRO        PIC X(01).
       01  WK-FECHA-PARAMETRO          PIC 9(08).
       01  WK-FECHA-RESULTADO          PIC 9(08).
       01  WK-HABIL-PARAMETRO          PIC X(01).

       PROCEDURE DIVISION USING WK-FUNCION-PARAMETRO
                                WK-FECHA-PARAMETRO
                                WK-FECHA-RESULTADO
                                WK-HABIL-PARAMETRO.

       0000-MAINLINE.
           IF WK-TABLA-CARGADA = "N"
              PERFORM 1000-CARGAR-FERIADOS THRU 1000-EXIT
           END-IF
           PERFORM 2000-CONSULTAR THRU 2000-EXIT
           GOBACK.

       1000-CARGAR-FERIADOS.
           MOVE "S" TO WK-TABLA-CARGADA
           MOVE ALL "9" TO WK-TABLA-FERIADOS
           MOVE ZERO TO WK-CANT-FERIADOS
           OPEN INPUT FERIADOS
           IF STATUS-FERIADOS NOT = "00"
              GO TO 1000-EXIT
           END-IF
           MOVE "N" TO WK-EOF-FERIADOS
           PERFORM 1100-LEER-FERIADO THRU 1100-EXIT
               UNTIL WK-EOF-FERIADOS = "S"
           CLOSE FERIADOS.
       1000-EXIT.
           EXIT.

       1100-LEER-FERIADO.
           READ FERIADOS NEXT
               AT END MOVE "S" TO WK-EOF-FERIADOS
           END-READ
           IF WK-EOF-FERIADOS = "S"
              GO TO 1100-EXIT
           END-IF
           IF WK-CANT-FERIADOS = 1000
              DISPLAY "CALENDARIO DE FERIADOS COMPLETO - SE TOMAN "
                      "LOS PRIMEROS 1000"
              MOVE "S" TO WK-EOF-FERIADOS
              GO TO 1100-EXIT
           END-IF
           ADD 1 TO WK-CANT-FERIADOS
           MOVE FERIADO-FECHA TO WK-FER-FECHA(WK-CANT-FERIADOS).
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    Con 'P' se arranca del dia siguiente; con 'S' y 'P' se
      *    avanza de a un dia hasta dar con uno habil.
      ******************************************************************
       2000-CONSULTAR.
           MOVE WK-FECHA-PARAMETRO TO WK-DS-FECHA
           PERFORM 3000-EVALUAR-DIA THRU 3000-EXIT
           MOVE WK-ES-HABIL TO WK-HABIL-PARAMETRO
           IF WK-FUNCION-PARAMETRO = "P"
              PERFORM 3100-SUMAR-UN-DIA THRU 3100-EXIT
              PERFORM 3000-EVALUAR-DIA THRU 3000-EXIT
           END-IF
           IF WK-FUNCION-PARAMETRO = "S" OR "P"
              PERFORM 2100-AVANZAR THRU 2100-EXIT
                  UNTIL WK-ES-HABIL = "S"
           END-IF
           MOVE WK-DS-FECHA TO WK-FECHA-RESULTADO.
       2000-EXIT.
           EXIT.

       2100-AVANZAR.
           PERFORM 3100-SUMAR-UN-DIA THRU 3100-EXIT
           PERFORM 3000-EVALUAR-DIA THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    WK-ES-HABIL = 'S' si WK-DS-FECHA no es sabado, domingo
      *    ni feriado.
      ******************************************************************
       3000-EVALUAR-DIA.
           MOVE "N" TO WK-ES-HABIL
           COMPUTE WK-DS-ANIOS = WK-DS-AAAA - 1901
           DIVIDE WK-DS-ANIOS BY 4 GIVING WK-DS-COCIENTE
           COMPUTE WK-DS-DIAS = WK-DS-ANIOS * 365 + WK-DS-COCIENTE
                              + WK-DIAS-PREVIOS(WK-DS-MM) + WK-DS-DD
           IF WK-DS-MM > 2
              DIVIDE WK-DS-AAAA BY 4 GIVING WK-DS-COCIENTE
                  REMAINDER WK-DS-RESTO
              IF WK-DS-RESTO = ZERO
                 ADD 1 TO WK-DS-DIAS
              END-IF
           END-IF
           DIVIDE WK-DS-DIAS BY 7 GIVING WK-DS-COCIENTE
               REMAINDER WK-DS-DIA-SEMANA
           IF WK-DS-DIA-SEMANA > 4
              GO TO 3000-EXIT
           END-IF
           IF WK-CANT-FERIADOS > ZERO
              SEARCH ALL WK-FERIADO
                  AT END CONTINUE
                  WHEN WK-FER-FECHA(WK-IND-FER) = WK-DS-FECHA
                     GO TO 3000-EXIT
              END-SEARCH
           END-IF
           MOVE "S" TO WK-ES-HABIL.
       3000-EXIT.
           EXIT.

       3100-SUMAR-UN-DIA.
           MOVE WK-DIAS-MES(WK-DS-MM) TO WK-FD-TOPE
           IF WK-DS-MM = 2
              DIVIDE WK-DS-AAAA BY 4 GIVING WK-DS-COCIENTE
                  REMAINDER WK-DS-RESTO
              IF WK-DS-RESTO = ZERO
                 MOVE 29 TO WK-FD-TOPE
              END-IF
           END-IF
           IF WK-DS-DD < WK-FD-TOPE
              ADD 1 TO WK-DS-DD
              GO TO 3100-EXIT
           END-IF
           MOVE 1 TO WK-DS-DD
           IF WK-DS-MM = 12
              MOVE 1 TO WK-DS-MM
              ADD 1 TO WK-DS-AAAA
           ELSE
              ADD 1 TO WK-DS-MM
           END-IF.
       3100-EXIT.
           EXIT.

       END PROGRAM "FERIADO-CONTROL".
