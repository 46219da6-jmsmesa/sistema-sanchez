       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "CIRCULAR-RESPUESTA".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Registro por consola de
      *                    las respuestas a la circularizacion de
      *                    saldos (CIRCULAR): conforme, disconforme
      *                    con el saldo que informa el cliente por
      *                    ocurrencia, o sin respuesta; consulta de
      *                    una carta y cierre de una fecha de corte
      *                    pasando las pendientes a sin respuesta.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CIRCULAR.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CIRCULAR.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CIRCULAR             PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-CIRC              PIC X(01).
       77  WK-CIRC-ABIERTO             PIC X(01) VALUE "N".
       77  WK-FIN-CORTE                PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-RESPUESTA                PIC X(01).
       77  WK-CONFIRMA                 PIC X(01).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-FECHA-CORTE              PIC 9(08).
       77  WK-CLIENTE                  PIC 9(06).
       77  WK-IND-OCURR                PIC 9.
       77  WK-CANT-VENCIDAS            PIC 9(05).

       01  WK-LINEA-SALDO.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  FILLER                  PIC X(06) VALUE "OCUR. ".
           03  WK-S-OCURR              PIC 9.
           03  FILLER                  PIC X(09) VALUE " NUESTRO ".
           03  WK-S-NUESTRO            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(09) VALUE " CLIENTE ".
           03  WK-S-CLIENTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           OPEN I-O CIRCULAR
           IF STATUS-CIRCULAR NOT = "00"
              DISPLAY "NO HAY CIRCULARIZACIONES EMITIDAS - STATUS ",
                      STATUS-CIRCULAR
              MOVE "S" TO WK-FIN
              GO TO 1000-EXIT
           END-IF
           MOVE "S" TO WK-CIRC-ABIERTO.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "RESPUESTAS DE CIRCULARIZACION - OPCION:"
           DISPLAY "  R = REGISTRAR RESPUESTA   C = CONSULTA"
           DISPLAY "  V = PENDIENTES DE UN CORTE A SIN RESPUESTA"
           DISPLAY "  X = FIN"
           ACCEPT WK-OPCION
           IF WK-OPCION = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION NOT = "R" AND NOT = "C" AND NOT = "V"
              DISPLAY "OPCION INVALIDA"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "FECHA DE CORTE (AAAAMMDD): "
           ACCEPT WK-FECHA-CORTE
           IF WK-OPCION = "V"
              PERFORM 5000-VENCER-PENDIENTES THRU 5000-EXIT
              GO TO 2100-EXIT
           END-IF
           DISPLAY "CLIENTE: "
           ACCEPT WK-CLIENTE
           MOVE WK-FECHA-CORTE TO CIRC-FECHA-CORTE
           MOVE WK-CLIENTE     TO CIRC-CLIENTE
           MOVE "S" TO WK-EXISTE-CIRC
           READ CIRCULAR
               INVALID KEY MOVE "N" TO WK-EXISTE-CIRC
           END-READ
           IF WK-EXISTE-CIRC = "N"
              DISPLAY "EL CLIENTE NO FUE CIRCULARIZADO A ESE CORTE"
              GO TO 2100-EXIT
           END-IF
           PERFORM 4000-MOSTRAR-DATOS THRU 4000-EXIT
           IF WK-OPCION = "R"
              PERFORM 3000-REGISTRAR THRU 3000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Conforme: el saldo del cliente es el nuestro. Disconforme:
      *    se carga el saldo que informa por ocurrencia. Sin
      *    respuesta: queda en cero.
      ******************************************************************
       3000-REGISTRAR.
           DISPLAY "RESPUESTA (C = CONFORME  D = DISCONFORME  "
                   "S = SIN RESPUESTA): "
           ACCEPT WK-RESPUESTA
           IF WK-RESPUESTA NOT = "C" AND NOT = "D" AND NOT = "S"
              DISPLAY "RESPUESTA INVALIDA - NO SE REGISTRA"
              GO TO 3000-EXIT
           END-IF
           MOVE WK-RESPUESTA TO CIRC-RESPUESTA
           EVALUATE TRUE
              WHEN CIRC-CONFORME
                 MOVE CIRC-SALDOS TO CIRC-SALDOS-CLIENTE
              WHEN CIRC-DISCONFORME
                 MOVE ZEROS TO CIRC-SALDOS-CLIENTE
                 PERFORM 3100-CARGAR-SALDO THRU 3100-EXIT
                     VARYING WK-IND-OCURR FROM 1 BY 1
                     UNTIL WK-IND-OCURR > 4
              WHEN OTHER
                 MOVE ZEROS TO CIRC-SALDOS-CLIENTE
           END-EVALUATE
           DISPLAY "OBSERVACION: "
           ACCEPT CIRC-OBSERVACION
           MOVE WK-FECHA-HOY TO CIRC-FECHA-RESPUESTA
           MOVE WK-USUARIO   TO CIRC-USUARIO
           REWRITE CIRC-REG
               INVALID KEY DISPLAY "ERROR AL REGRABAR"
           END-REWRITE
           DISPLAY "RESPUESTA REGISTRADA".
       3000-EXIT.
           EXIT.

       3100-CARGAR-SALDO.
           DISPLAY "SALDO SEGUN EL CLIENTE, OCURRENCIA ",
                   WK-IND-OCURR, " (DEUDOR POSITIVO): "
           ACCEPT CIRC-SALDO-CLIENTE(WK-IND-OCURR).
       3100-EXIT.
           EXIT.

       4000-MOSTRAR-DATOS.
           DISPLAY "CLIENTE . . . . : ", CIRC-CLIENTE
           DISPLAY "CRITERIO  . . . : ", CIRC-CRITERIO
           DISPLAY "CARTA EMITIDA . : ", CIRC-FECHA-EMISION
           DISPLAY "RESPUESTA . . . : ", CIRC-RESPUESTA,
                   "  FECHA ", CIRC-FECHA-RESPUESTA
           PERFORM 4100-MOSTRAR-SALDO THRU 4100-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 1
               UNTIL WK-IND-OCURR > 4
           DISPLAY "OBSERVACION . . : ", CIRC-OBSERVACION.
       4000-EXIT.
           EXIT.

       4100-MOSTRAR-SALDO.
           MOVE WK-IND-OCURR                     TO WK-S-OCURR
           MOVE CIRC-SALDO(WK-IND-OCURR)         TO WK-S-NUESTRO
           MOVE CIRC-SALDO-CLIENTE(WK-IND-OCURR) TO WK-S-CLIENTE
           DISPLAY WK-LINEA-SALDO.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    Vencido el plazo de respuesta, las cartas pendientes del
      *    corte pasan a sin respuesta.
      ******************************************************************
       5000-VENCER-PENDIENTES.
           DISPLAY "PASAR A SIN RESPUESTA TODAS LAS PENDIENTES DEL "
                   "CORTE ", WK-FECHA-CORTE, " (S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = "S"
              GO TO 5000-EXIT
           END-IF
           MOVE ZERO TO WK-CANT-VENCIDAS
           MOVE WK-FECHA-CORTE TO CIRC-FECHA-CORTE
           MOVE ZERO           TO CIRC-CLIENTE
           MOVE "N" TO WK-FIN-CORTE
           START CIRCULAR KEY IS NOT LESS THAN CIRC-CLAVE
               INVALID KEY MOVE "S" TO WK-FIN-CORTE
           END-START
           PERFORM 5100-VENCER-CARTA THRU 5100-EXIT
               UNTIL WK-FIN-CORTE = "S"
           DISPLAY "CARTAS PASADAS A SIN RESPUESTA: ", WK-CANT-VENCIDAS.
       5000-EXIT.
           EXIT.

       5100-VENCER-CARTA.
           READ CIRCULAR NEXT
               AT END MOVE "S" TO WK-FIN-CORTE
           END-READ
           IF WK-FIN-CORTE = "S"
              GO TO 5100-EXIT
           END-IF
           IF CIRC-FECHA-CORTE NOT = WK-FECHA-CORTE
              MOVE "S" TO WK-FIN-CORTE
              GO TO 5100-EXIT
           END-IF
           IF NOT CIRC-PENDIENTE
              GO TO 5100-EXIT
           END-IF
           MOVE "S"          TO CIRC-RESPUESTA
           MOVE ZEROS        TO CIRC-SALDOS-CLIENTE
           MOVE WK-FECHA-HOY TO CIRC-FECHA-RESPUESTA
           MOVE WK-USUARIO   TO CIRC-USUARIO
           REWRITE CIRC-REG
               INVALID KEY DISPLAY "ERROR AL REGRABAR ", CIRC-CLIENTE
               NOT INVALID KEY ADD 1 TO WK-CANT-VENCIDAS
           END-REWRITE.
       5100-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WK-CIRC-ABIERTO = "S"
              CLOSE CIRCULAR
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM "CIRCULAR-RESPUESTA".
