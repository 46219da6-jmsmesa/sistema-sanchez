       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "INTIMA-ABM".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Mantenimiento por
      *                    consola del ciclo de intimacion por
      *                    cliente (INTIMA): excluir a un cliente del
      *                    ciclo con motivo, volver a incluirlo,
      *                    reiniciar su nivel y consultar en que
      *                    nivel esta.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "INTIMA.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "INTIMA.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-INTIMA               PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-ARCHIVOS-ABIERTOS        PIC X(01) VALUE "N".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-INTIMA            PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-CONFIRMA                 PIC X(01).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-CLIENTE                  PIC 9(06).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           OPEN INPUT CLIENTE
           IF STATUS-CLIENTE NOT = "00"
              DISPLAY "NO SE PUEDE ABRIR CLIENTES - STATUS ",
                      STATUS-CLIENTE
              MOVE "S" TO WK-FIN
              GO TO 1000-EXIT
           END-IF
           OPEN I-O INTIMA
           IF STATUS-INTIMA = "35"
              OPEN OUTPUT INTIMA
              CLOSE INTIMA
              OPEN I-O INTIMA
           END-IF
           MOVE "S" TO WK-ARCHIVOS-ABIERTOS.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "CICLO DE INTIMACION - OPCION:"
           DISPLAY "  E = EXCLUIR DEL CICLO   I = VOLVER A INCLUIR"
           DISPLAY "  R = REINICIAR NIVEL     C = CONSULTA"
           DISPLAY "  X = FIN"
           ACCEPT WK-OPCION
           IF WK-OPCION = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION NOT = "E" AND NOT = "I" AND NOT = "R"
                                  AND NOT = "C"
              DISPLAY "OPCION INVALIDA"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "CLIENTE: "
           ACCEPT WK-CLIENTE
           MOVE WK-CLIENTE TO A101-CLIENTE
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "CLIENTE INEXISTENTE"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "NOMBRE  . . . . : ", A101-NOMBRE
           MOVE WK-CLIENTE TO INTIMA-CLIENTE
           MOVE "S" TO WK-EXISTE-INTIMA
           READ INTIMA
               INVALID KEY MOVE "N" TO WK-EXISTE-INTIMA
           END-READ
           IF WK-EXISTE-INTIMA = "N"
              MOVE SPACES     TO INTIMA-REG
              MOVE WK-CLIENTE TO INTIMA-CLIENTE
              MOVE ZEROS      TO INTIMA-NIVEL
                                 INTIMA-FECHA-NIVEL
                                 INTIMA-FECHA-DEUDA
                                 INTIMA-FECHA-EXCLUSION
           END-IF
           EVALUATE WK-OPCION
              WHEN "E"
                 PERFORM 3000-EXCLUIR THRU 3000-EXIT
              WHEN "I"
                 PERFORM 3100-INCLUIR THRU 3100-EXIT
              WHEN "R"
                 PERFORM 3200-REINICIAR THRU 3200-EXIT
              WHEN OTHER
                 PERFORM 4000-MOSTRAR-DATOS THRU 4000-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       3000-EXCLUIR.
           IF INTIMA-EXCLUIDO-SI
              DISPLAY "EL CLIENTE YA ESTA EXCLUIDO DEL CICLO"
              GO TO 3000-EXIT
           END-IF
           DISPLAY "MOTIVO DE LA EXCLUSION: "
           ACCEPT INTIMA-MOTIVO-EXCLUSION
           IF INTIMA-MOTIVO-EXCLUSION = SPACES
              DISPLAY "EL MOTIVO ES OBLIGATORIO - NO SE EXCLUYE"
              GO TO 3000-EXIT
           END-IF
           MOVE "S"          TO INTIMA-EXCLUIDO
           MOVE WK-USUARIO   TO INTIMA-USUARIO-EXCLUSION
           MOVE WK-FECHA-HOY TO INTIMA-FECHA-EXCLUSION
           PERFORM 8000-GRABAR-INTIMA THRU 8000-EXIT
           DISPLAY "CLIENTE EXCLUIDO DEL CICLO DE INTIMACION".
       3000-EXIT.
           EXIT.

       3100-INCLUIR.
           IF NOT INTIMA-EXCLUIDO-SI
              DISPLAY "EL CLIENTE NO ESTA EXCLUIDO"
              GO TO 3100-EXIT
           END-IF
           MOVE SPACE        TO INTIMA-EXCLUIDO
           MOVE SPACES       TO INTIMA-MOTIVO-EXCLUSION
           MOVE WK-USUARIO   TO INTIMA-USUARIO-EXCLUSION
           MOVE WK-FECHA-HOY TO INTIMA-FECHA-EXCLUSION
           PERFORM 8000-GRABAR-INTIMA THRU 8000-EXIT
           DISPLAY "CLIENTE INCLUIDO EN EL CICLO DE INTIMACION".
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    Vuelve el cliente al nivel cero: la proxima corrida del
      *    ciclo lo toma desde el primer aviso.
      ******************************************************************
       3200-REINICIAR.
           IF WK-EXISTE-INTIMA = "N" OR INTIMA-NIVEL = ZERO
              DISPLAY "EL CLIENTE NO ESTA EN EL CICLO DE INTIMACION"
              GO TO 3200-EXIT
           END-IF
           DISPLAY "NIVEL ACTUAL ", INTIMA-NIVEL,
                   " - REINICIAR A CERO (S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = "S"
              GO TO 3200-EXIT
           END-IF
           MOVE ZERO         TO INTIMA-NIVEL
                                INTIMA-FECHA-DEUDA
           MOVE WK-FECHA-HOY TO INTIMA-FECHA-NIVEL
           PERFORM 8000-GRABAR-INTIMA THRU 8000-EXIT
           DISPLAY "NIVEL REINICIADO".
       3200-EXIT.
           EXIT.

       4000-MOSTRAR-DATOS.
           IF WK-EXISTE-INTIMA = "N"
              DISPLAY "EL CLIENTE NO PASO POR EL CICLO DE INTIMACION"
              GO TO 4000-EXIT
           END-IF
           DISPLAY "NIVEL . . . . . : ", INTIMA-NIVEL,
                   "  DESDE ", INTIMA-FECHA-NIVEL
           DISPLAY "DEUDA DESDE . . : ", INTIMA-FECHA-DEUDA
           DISPLAY "EXCLUIDO  . . . : ", INTIMA-EXCLUIDO
           DISPLAY "MOTIVO  . . . . : ", INTIMA-MOTIVO-EXCLUSION
           DISPLAY "USUARIO/FECHA . : ", INTIMA-USUARIO-EXCLUSION,
                   " ", INTIMA-FECHA-EXCLUSION.
       4000-EXIT.
           EXIT.

       8000-GRABAR-INTIMA.
           IF WK-EXISTE-INTIMA = "S"
              REWRITE INTIMA-REG
                  INVALID KEY DISPLAY "ERROR AL REGRABAR"
              END-REWRITE
           ELSE
              WRITE INTIMA-REG
                  INVALID KEY DISPLAY "ERROR AL GRABAR"
              END-WRITE
           END-IF.
       8000-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WK-ARCHIVOS-ABIERTOS = "S"
              CLOSE CLIENTE
              CLOSE INTIMA
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM "INTIMA-ABM".
