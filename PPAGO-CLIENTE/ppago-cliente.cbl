       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "PPAGO-CLIENTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Mantenimiento del
      *                    descuento por pronto pago propio de cada
      *                    cliente (A101-PP-DIAS / A101-PP-PORC, en
      *                    el area reutilizable del registro A101,
      *                    fuera de la pantalla de clientes). El
      *                    porcentaje del cliente tiene prioridad
      *                    sobre el de su condicion de venta; en
      *                    cero rige el de la condicion.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-CLIENTE                  PIC 9(06).
       77  WK-PP-DIAS                  PIC 9(03).
       77  WK-PP-PORC                  PIC 9(02)V99.

       01  WK-PORC-EDIT                PIC Z9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           OPEN I-O CLIENTE.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "PRONTO PAGO POR CLIENTE - OPCION:"
           DISPLAY "  M = MODIFICACION   B = BAJA   C = CONSULTA"
           DISPLAY "  X = FIN"
           ACCEPT WK-OPCION
           IF WK-OPCION = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION NOT = "M" AND NOT = "B" AND NOT = "C"
              DISPLAY "OPCION INVALIDA"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "CLIENTE: "
           ACCEPT WK-CLIENTE
           MOVE WK-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "NO EXISTE EL CLIENTE"
              GO TO 2100-EXIT
           END-IF
      *    registros anteriores al pronto pago traen el area en
      *    blanco: se toman como sin descuento propio
           IF A101-PP-DIAS NOT NUMERIC OR A101-PP-PORC NOT NUMERIC
              MOVE ZEROS TO A101-PP-DIAS A101-PP-PORC
           END-IF
           EVALUATE WK-OPCION
              WHEN "M"
                 PERFORM 3000-MODIFICAR THRU 3000-EXIT
              WHEN "B"
                 PERFORM 4000-BAJA THRU 4000-EXIT
              WHEN "C"
                 PERFORM 5000-CONSULTA THRU 5000-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       3000-MODIFICAR.
           PERFORM 5000-CONSULTA THRU 5000-EXIT
           DISPLAY "PORCENTAJE (0200 = 2,00; 0 = EL DE LA CONDICION): "
           ACCEPT WK-PP-PORC
           MOVE ZERO TO WK-PP-DIAS
           IF WK-PP-PORC > ZERO
              DISPLAY "DIAS DESDE LA FACTURA: "
              ACCEPT WK-PP-DIAS
           END-IF
           MOVE WK-PP-DIAS TO A101-PP-DIAS
           MOVE WK-PP-PORC TO A101-PP-PORC
           REWRITE A101-REG
               INVALID KEY DISPLAY "ERROR AL ACTUALIZAR CLIENTE"
           END-REWRITE
           DISPLAY "PRONTO PAGO GRABADO".
       3000-EXIT.
           EXIT.

       4000-BAJA.
           MOVE ZEROS TO A101-PP-DIAS A101-PP-PORC
           REWRITE A101-REG
               INVALID KEY DISPLAY "ERROR AL ACTUALIZAR CLIENTE"
           END-REWRITE
           DISPLAY "EL CLIENTE QUEDA CON EL PRONTO PAGO DE SU ",
                   "CONDICION DE VENTA".
       4000-EXIT.
           EXIT.

       5000-CONSULTA.
           DISPLAY "CLIENTE. . . : ", A101-CLIENTE, " ", A101-NOMBRE
           DISPLAY "COND. VENTA. : ", A101-COD-VENTA
           IF A101-PP-PORC = ZERO
              DISPLAY "PRONTO PAGO. : EL DE LA CONDICION DE VENTA"
           ELSE
              MOVE A101-PP-PORC TO WK-PORC-EDIT
              DISPLAY "PRONTO PAGO. : ", WK-PORC-EDIT, " % A ",
                      A101-PP-DIAS, " DIAS"
           END-IF.
       5000-EXIT.
           EXIT.

       8100-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE.
       9000-EXIT.
           EXIT.

       END PROGRAM "PPAGO-CLIENTE".
