       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "CIRCULAR-REPORTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Conciliacion de la
      *                    circularizacion de saldos de una fecha de
      *                    corte para los papeles de la auditoria:
      *                    por cliente circularizado el estado de la
      *                    respuesta y, por ocurrencia, nuestro
      *                    saldo, el informado por el cliente y la
      *                    diferencia; al pie la cantidad de cartas
      *                    por respuesta y los saldos circularizados,
      *                    confirmados y en diferencia por ocurrencia
      *                    (RPTCIRCO.TXT).
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "CIRCULAR.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-CONCILIA ASSIGN TO "RPTCIRCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "CIRCULAR.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-CONCILIA
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-CIRCULAR             PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-RPT                  PIC X(02).

       77  WK-FIN-CORTE                PIC X(01) VALUE "N".
       77  WK-ARCHIVOS-ABIERTOS        PIC X(01) VALUE "N".
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-FECHA-CORTE              PIC 9(08).
       77  WK-IND-OCURR                PIC 9.
       77  WK-DIFERENCIA               PIC S9(15)V99.

       77  WK-TOTAL-CARTAS             PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-CONFORMES          PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-DISCONFORMES       PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-SIN-RESPUESTA      PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-PENDIENTES         PIC 9(07) VALUE ZERO.

       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "CIRCCONC".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTCIRCO.TXT".

      ******************************************************************
      *    Totales por ocurrencia: saldo circularizado, confirmado
      *    por los conformes y diferencias de los disconformes.
      ******************************************************************
       01  WK-TOTALES-OCURR.
           03  WK-TOT-OCURR OCCURS 4 TIMES.
               05  WK-TOT-CIRCULARIZADO  PIC S9(15)V99.
               05  WK-TOT-CONFIRMADO     PIC S9(15)V99.
               05  WK-TOT-DIFERENCIA     PIC S9(15)V99.

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(45) VALUE
               "CONCILIACION DE CIRCULARIZACION DE SALDOS AL ".
           03  WK-T-CORTE              PIC 9(08).

       01  WK-LINEA-ENCAB.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(45) VALUE
               "CLIENTE NOMBRE                              C".
           03  FILLER                  PIC X(50) VALUE
               " RESPUESTA      FECHA    OBSERVACION".

       01  WK-LINEA-CLIENTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-C-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-C-NOMBRE             PIC X(35).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-C-CRITERIO           PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-C-RESPUESTA          PIC X(14).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-C-FECHA              PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-C-OBSERVACION        PIC X(40).

       01  WK-LINEA-OCURR.
           03  FILLER                  PIC X(14) VALUE SPACES.
           03  FILLER                  PIC X(06) VALUE "OCUR. ".
           03  WK-O-OCURR              PIC 9.
           03  FILLER                  PIC X(09) VALUE " NUESTRO ".
           03  WK-O-NUESTRO            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(09) VALUE " CLIENTE ".
           03  WK-O-CLIENTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(12) VALUE " DIFERENCIA ".
           03  WK-O-DIFERENCIA         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-OCURR-PEND.
           03  FILLER                  PIC X(14) VALUE SPACES.
           03  FILLER                  PIC X(06) VALUE "OCUR. ".
           03  WK-P-OCURR              PIC 9.
           03  FILLER                  PIC X(09) VALUE " NUESTRO ".
           03  WK-P-NUESTRO            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(28) VALUE
               " CLIENTE SIN SALDO INFORMADO".

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(30).
           03  WK-T-CANTIDAD           PIC ZZZ,ZZ9.

       01  WK-LINEA-TOT-OCURR.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(11) VALUE "OCURRENCIA ".
           03  WK-TO-OCURR             PIC 9.
           03  FILLER                  PIC X(15) VALUE
               " CIRCULARIZADO ".
           03  WK-TO-CIRCULARIZADO     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(12) VALUE " CONFIRMADO ".
           03  WK-TO-CONFIRMADO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(13) VALUE
               " DIFERENCIAS ".
           03  WK-TO-DIFERENCIA        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF WK-ARCHIVOS-ABIERTOS = "S"
              PERFORM 2000-PROCESO THRU 2000-EXIT
              PERFORM 3000-TOTALES THRU 3000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           DISPLAY "FECHA DE CORTE DE LA CIRCULARIZACION (AAAAMMDD): "
           ACCEPT WK-FECHA-CORTE
           OPEN INPUT CIRCULAR
           IF STATUS-CIRCULAR NOT = "00"
              DISPLAY "NO HAY CIRCULARIZACIONES EMITIDAS - STATUS ",
                      STATUS-CIRCULAR
              GO TO 1000-EXIT
           END-IF
           OPEN INPUT CLIENTE
           OPEN OUTPUT RPT-CONCILIA
           MOVE "S" TO WK-ARCHIVOS-ABIERTOS
           MOVE ZEROS TO WK-TOTALES-OCURR
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-FECHA-CORTE TO WK-T-CORTE
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-ENCAB
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       1000-EXIT.
           EXIT.

       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMS
           IF STATUS-PARAMS NOT = "00"
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-PARAMS = "00"
              MOVE FECH-70-EMPRESA-NOMBRE TO WK-EMPRESA-NOMBRE
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

       2000-PROCESO.
           MOVE WK-FECHA-CORTE TO CIRC-FECHA-CORTE
           MOVE ZERO           TO CIRC-CLIENTE
           START CIRCULAR KEY IS NOT LESS THAN CIRC-CLAVE
               INVALID KEY MOVE "S" TO WK-FIN-CORTE
           END-START
           PERFORM 2100-LISTAR-CARTA THRU 2100-EXIT
               UNTIL WK-FIN-CORTE = "S".
       2000-EXIT.
           EXIT.

       2100-LISTAR-CARTA.
           READ CIRCULAR NEXT
               AT END MOVE "S" TO WK-FIN-CORTE
           END-READ
           IF WK-FIN-CORTE = "S"
              GO TO 2100-EXIT
           END-IF
           IF CIRC-FECHA-CORTE NOT = WK-FECHA-CORTE
              MOVE "S" TO WK-FIN-CORTE
              GO TO 2100-EXIT
           END-IF
           ADD 1 TO WK-TOTAL-CARTAS
           MOVE CIRC-CLIENTE TO A101-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE SPACES TO A101-NOMBRE
           END-READ
           MOVE CIRC-CLIENTE         TO WK-C-CLIENTE
           MOVE A101-NOMBRE          TO WK-C-NOMBRE
           MOVE CIRC-CRITERIO        TO WK-C-CRITERIO
           MOVE CIRC-FECHA-RESPUESTA TO WK-C-FECHA
           MOVE CIRC-OBSERVACION     TO WK-C-OBSERVACION
           EVALUATE TRUE
              WHEN CIRC-CONFORME
                 MOVE "CONFORME"      TO WK-C-RESPUESTA
                 ADD 1 TO WK-TOTAL-CONFORMES
              WHEN CIRC-DISCONFORME
                 MOVE "DISCONFORME"   TO WK-C-RESPUESTA
                 ADD 1 TO WK-TOTAL-DISCONFORMES
              WHEN CIRC-SIN-RESPUESTA
                 MOVE "SIN RESPUESTA" TO WK-C-RESPUESTA
                 ADD 1 TO WK-TOTAL-SIN-RESPUESTA
              WHEN OTHER
                 MOVE "PENDIENTE"     TO WK-C-RESPUESTA
                 ADD 1 TO WK-TOTAL-PENDIENTES
           END-EVALUATE
           WRITE RPT-LINEA FROM WK-LINEA-CLIENTE
           PERFORM 2200-LISTAR-OCURRENCIA THRU 2200-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 1
               UNTIL WK-IND-OCURR > 4.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Solo las ocurrencias con saldo de un lado o del otro; la
      *    diferencia (nuestro menos cliente) tiene sentido solo si
      *    el cliente contesto.
      ******************************************************************
       2200-LISTAR-OCURRENCIA.
           IF CIRC-SALDO(WK-IND-OCURR) = ZERO
              AND CIRC-SALDO-CLIENTE(WK-IND-OCURR) = ZERO
              GO TO 2200-EXIT
           END-IF
           ADD CIRC-SALDO(WK-IND-OCURR)
               TO WK-TOT-CIRCULARIZADO(WK-IND-OCURR)
           IF NOT CIRC-CONFORME AND NOT CIRC-DISCONFORME
              MOVE WK-IND-OCURR             TO WK-P-OCURR
              MOVE CIRC-SALDO(WK-IND-OCURR) TO WK-P-NUESTRO
              WRITE RPT-LINEA FROM WK-LINEA-OCURR-PEND
              GO TO 2200-EXIT
           END-IF
           MOVE WK-IND-OCURR             TO WK-O-OCURR
           MOVE CIRC-SALDO(WK-IND-OCURR) TO WK-O-NUESTRO
           COMPUTE WK-DIFERENCIA = CIRC-SALDO(WK-IND-OCURR)
                                 - CIRC-SALDO-CLIENTE(WK-IND-OCURR)
           MOVE CIRC-SALDO-CLIENTE(WK-IND-OCURR) TO WK-O-CLIENTE
           MOVE WK-DIFERENCIA                    TO WK-O-DIFERENCIA
           WRITE RPT-LINEA FROM WK-LINEA-OCURR
           IF CIRC-CONFORME
              ADD CIRC-SALDO(WK-IND-OCURR)
                  TO WK-TOT-CONFIRMADO(WK-IND-OCURR)
           ELSE
              ADD WK-DIFERENCIA TO WK-TOT-DIFERENCIA(WK-IND-OCURR)
           END-IF.
       2200-EXIT.
           EXIT.

       3000-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "CARTAS EMITIDAS . . . . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-CARTAS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "CONFORMES . . . . . . . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-CONFORMES TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "DISCONFORMES  . . . . . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-DISCONFORMES TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "SIN RESPUESTA . . . . . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-SIN-RESPUESTA TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "PENDIENTES  . . . . . . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-PENDIENTES TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           PERFORM 3100-TOTAL-OCURRENCIA THRU 3100-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 1
               UNTIL WK-IND-OCURR > 4.
       3000-EXIT.
           EXIT.

       3100-TOTAL-OCURRENCIA.
           MOVE WK-IND-OCURR TO WK-TO-OCURR
           MOVE WK-TOT-CIRCULARIZADO(WK-IND-OCURR)
             TO WK-TO-CIRCULARIZADO
           MOVE WK-TOT-CONFIRMADO(WK-IND-OCURR) TO WK-TO-CONFIRMADO
           MOVE WK-TOT-DIFERENCIA(WK-IND-OCURR) TO WK-TO-DIFERENCIA
           WRITE RPT-LINEA FROM WK-LINEA-TOT-OCURR.
       3100-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WK-ARCHIVOS-ABIERTOS = "N"
              GO TO 9000-EXIT
           END-IF
           CLOSE CIRCULAR
           CLOSE CLIENTE
           CLOSE RPT-CONCILIA
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "CIRCULAR-REPORTE".
