       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "STOCK-ACTUALIZA".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Rutina comun de
      *                    actualizacion de existencias: recibe
      *                    articulo, deposito, tipo de movimiento,
      *                    cantidad, comprobante, usuario y
      *                    supervisor; aplica el movimiento sobre
      *                    STOCK (dando de alta el registro del
      *                    articulo/deposito si no existe) y lo deja
      *                    en el mayor STKMOV. Devuelve la existencia
      *                    y el disponible (existencia menos
      *                    reservado) resultantes. El tipo 'CO' solo
      *                    consulta, sin grabar. Resultado '00' si
      *                    grabo bien, 'TP' tipo invalido, o el FILE
      *                    STATUS del archivo que fallo.
      *   15/10/2026  SIS  Nuevo tipo 'RD': salida por remito de un
      *                    pedido que no tenia deposito (sin reserva
      *                    previa); baja la existencia y pasa a
      *                    comprometido sin tocar lo reservado.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "STOCK.SEL".
           COPY "STKMOV.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "STOCK.CPY".
           COPY "STKMOV.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-STOCK                PIC X(02).
       77  STATUS-STKMOV               PIC X(02).

       77  WK-EXISTE-STOCK             PIC X(01).
       77  WK-MOVIM-GRABADO            PIC X(01).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-HORA                     PIC 9(08).

       LINKAGE SECTION.
       01  WK-ARTICULO-PARAMETRO       PIC 9(06).
       01  WK-DEPOSITO-PARAMETRO       PIC 9(02).
       01  WK-TIPO-PARAMETRO           PIC X(02).
       01  WK-CANTIDAD-PARAMETRO       PIC S9(07)V99.
       01  WK-COMPROBANTE-PARAMETRO    PIC 9(08).
       01  WK-USUARIO-PARAMETRO        PIC X(10).
       01  WK-SUPERVISOR-PARAMETRO     PIC X(10).
       01  WK-EXISTENCIA-PARAMETRO     PIC S9(09)V99.
       01  WK-DISPONIBLE-PARAMETRO     PIC S9(09)V99.
       01  WK-RESULTADO-PARAMETRO      PIC X(02).

       PROCEDURE DIVISION USING WK-ARTICULO-PARAMETRO
                                WK-DEPOSITO-PARAMETRO
                                WK-TIPO-PARAMETRO
                                WK-CANTIDAD-PARAMETRO
                                WK-COMPROBANTE-PARAMETRO
                                WK-USUARIO-PARAMETRO
                                WK-SUPERVISOR-PARAMETRO
                                WK-EXISTENCIA-PARAMETRO
                                WK-DISPONIBLE-PARAMETRO
                                WK-RESULTADO-PARAMETRO.

       0000-MAINLINE.
           MOVE "00" TO WK-RESULTADO-PARAMETRO
           MOVE ZERO TO WK-EXISTENCIA-PARAMETRO
                        WK-DISPONIBLE-PARAMETRO
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-HORA      FROM TIME
           IF WK-TIPO-PARAMETRO = "CO"
              PERFORM 1000-CONSULTAR THRU 1000-EXIT
           ELSE
              PERFORM 2000-ACTUALIZAR THRU 2000-EXIT
           END-IF
           GOBACK.

      ******************************************************************
      *    Consulta: devuelve existencia y disponible del articulo
      *    en el deposito (cero si no hay registro o archivo).
      ******************************************************************
       1000-CONSULTAR.
           OPEN INPUT STOCK
           IF STATUS-STOCK NOT = "00"
              GO TO 1000-EXIT
           END-IF
           MOVE WK-ARTICULO-PARAMETRO TO STOCK-ARTICULO
           MOVE WK-DEPOSITO-PARAMETRO TO STOCK-DEPOSITO
           READ STOCK
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-STOCK = "00"
              MOVE STOCK-EXISTENCIA TO WK-EXISTENCIA-PARAMETRO
              COMPUTE WK-DISPONIBLE-PARAMETRO =
                      STOCK-EXISTENCIA - STOCK-RESERVADO
           END-IF
           CLOSE STOCK.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Aplica el movimiento sobre el registro del articulo en el
      *    deposito y lo deja en el mayor. Las reservas y lo
      *    comprometido nunca quedan negativos; la existencia si
      *    puede quedar negativa (se despacho sin stock cargado) y
      *    se corrige con el conteo fisico.
      ******************************************************************
       2000-ACTUALIZAR.
           OPEN I-O STOCK
           IF STATUS-STOCK = "35"
              OPEN OUTPUT STOCK
              CLOSE STOCK
              OPEN I-O STOCK
           END-IF
           IF STATUS-STOCK NOT = "00"
              MOVE STATUS-STOCK TO WK-RESULTADO-PARAMETRO
              GO TO 2000-EXIT
           END-IF
           OPEN I-O STKMOV
           IF STATUS-STKMOV = "35"
              OPEN OUTPUT STKMOV
              CLOSE STKMOV
              OPEN I-O STKMOV
           END-IF
           IF STATUS-STKMOV NOT = "00"
              MOVE STATUS-STKMOV TO WK-RESULTADO-PARAMETRO
              CLOSE STOCK
              GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LEER-STOCK THRU 2100-EXIT
           PERFORM 2200-APLICAR-MOVIMIENTO THRU 2200-EXIT
           IF WK-RESULTADO-PARAMETRO = "00"
              PERFORM 2300-GRABAR-STOCK THRU 2300-EXIT
           END-IF
           IF WK-RESULTADO-PARAMETRO = "00"
              PERFORM 2400-GRABAR-MOVIMIENTO THRU 2400-EXIT
           END-IF
           MOVE STOCK-EXISTENCIA TO WK-EXISTENCIA-PARAMETRO
           COMPUTE WK-DISPONIBLE-PARAMETRO =
                   STOCK-EXISTENCIA - STOCK-RESERVADO
           CLOSE STOCK
           CLOSE STKMOV.
       2000-EXIT.
           EXIT.

       2100-LEER-STOCK.
           MOVE WK-ARTICULO-PARAMETRO TO STOCK-ARTICULO
           MOVE WK-DEPOSITO-PARAMETRO TO STOCK-DEPOSITO
           MOVE "S" TO WK-EXISTE-STOCK
           READ STOCK
               INVALID KEY MOVE "N" TO WK-EXISTE-STOCK
           END-READ
           IF WK-EXISTE-STOCK = "N"
              MOVE SPACES TO STOCK-REG
              MOVE WK-ARTICULO-PARAMETRO TO STOCK-ARTICULO
              MOVE WK-DEPOSITO-PARAMETRO TO STOCK-DEPOSITO
              MOVE ZERO TO STOCK-EXISTENCIA STOCK-RESERVADO
                           STOCK-COMPROMETIDO STOCK-FECHA-ULT-MOV
                           STOCK-FECHA-INVENT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-APLICAR-MOVIMIENTO.
           EVALUATE WK-TIPO-PARAMETRO
              WHEN "RS"
                 ADD WK-CANTIDAD-PARAMETRO TO STOCK-RESERVADO
              WHEN "LR"
                 SUBTRACT WK-CANTIDAD-PARAMETRO FROM STOCK-RESERVADO
              WHEN "RM"
                 SUBTRACT WK-CANTIDAD-PARAMETRO FROM STOCK-EXISTENCIA
                 SUBTRACT WK-CANTIDAD-PARAMETRO FROM STOCK-RESERVADO
                 ADD WK-CANTIDAD-PARAMETRO TO STOCK-COMPROMETIDO
              WHEN "RD"
                 SUBTRACT WK-CANTIDAD-PARAMETRO FROM STOCK-EXISTENCIA
                 ADD WK-CANTIDAD-PARAMETRO TO STOCK-COMPROMETIDO
              WHEN "AR"
                 ADD WK-CANTIDAD-PARAMETRO TO STOCK-EXISTENCIA
                 SUBTRACT WK-CANTIDAD-PARAMETRO
                     FROM STOCK-COMPROMETIDO
              WHEN "FA"
                 SUBTRACT WK-CANTIDAD-PARAMETRO
                     FROM STOCK-COMPROMETIDO
              WHEN "IN"
              WHEN "DV"
                 ADD WK-CANTIDAD-PARAMETRO TO STOCK-EXISTENCIA
              WHEN "AJ"
                 ADD WK-CANTIDAD-PARAMETRO TO STOCK-EXISTENCIA
                 MOVE WK-FECHA-HOY TO STOCK-FECHA-INVENT
              WHEN OTHER
                 MOVE "TP" TO WK-RESULTADO-PARAMETRO
                 GO TO 2200-EXIT
           END-EVALUATE
           IF STOCK-RESERVADO < ZERO
              MOVE ZERO TO STOCK-RESERVADO
           END-IF
           IF STOCK-COMPROMETIDO < ZERO
              MOVE ZERO TO STOCK-COMPROMETIDO
           END-IF
           MOVE WK-FECHA-HOY TO STOCK-FECHA-ULT-MOV.
       2200-EXIT.
           EXIT.

       2300-GRABAR-STOCK.
           IF WK-EXISTE-STOCK = "S"
              REWRITE STOCK-REG
                  INVALID KEY
                     MOVE STATUS-STOCK TO WK-RESULTADO-PARAMETRO
              END-REWRITE
           ELSE
              WRITE STOCK-REG
                  INVALID KEY
                     MOVE STATUS-STOCK TO WK-RESULTADO-PARAMETRO
              END-WRITE
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    Deja el movimiento en el mayor buscando la secuencia
      *    libre dentro de articulo+deposito+fecha.
      ******************************************************************
       2400-GRABAR-MOVIMIENTO.
           MOVE SPACES TO STKMOV-REG
           MOVE WK-ARTICULO-PARAMETRO    TO STKMOV-ARTICULO
           MOVE WK-DEPOSITO-PARAMETRO    TO STKMOV-DEPOSITO
           MOVE WK-FECHA-HOY             TO STKMOV-FECHA
           MOVE 1                        TO STKMOV-SECUENCIA
           MOVE WK-TIPO-PARAMETRO        TO STKMOV-TIPO
           MOVE WK-CANTIDAD-PARAMETRO    TO STKMOV-CANTIDAD
           MOVE WK-COMPROBANTE-PARAMETRO TO STKMOV-COMPROBANTE
           MOVE STOCK-EXISTENCIA         TO STKMOV-EXISTENCIA-POST
           MOVE WK-USUARIO-PARAMETRO     TO STKMOV-USUARIO
           MOVE WK-SUPERVISOR-PARAMETRO  TO STKMOV-SUPERVISOR
           MOVE WK-HORA(1:6)             TO STKMOV-HORA
           MOVE "N" TO WK-MOVIM-GRABADO
           PERFORM 2410-INTENTAR-GRABAR THRU 2410-EXIT
               UNTIL WK-MOVIM-GRABADO = "S"
                  OR STKMOV-SECUENCIA > 9998
           IF WK-MOVIM-GRABADO = "N"
              MOVE STATUS-STKMOV TO WK-RESULTADO-PARAMETRO
           END-IF.
       2400-EXIT.
           EXIT.

       2410-INTENTAR-GRABAR.
           MOVE "S" TO WK-MOVIM-GRABADO
           WRITE STKMOV-REG
               INVALID KEY
                  MOVE "N" TO WK-MOVIM-GRABADO
                  ADD 1 TO STKMOV-SECUENCIA
           END-WRITE.
       2410-EXIT.
           EXIT.

       END PROGRAM "STOCK-ACTUALIZA".
