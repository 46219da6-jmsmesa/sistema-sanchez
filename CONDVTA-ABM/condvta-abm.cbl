       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "CONDVTA-ABM".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. ABM por consola de la
      *                    tabla de condiciones de venta CONDVTA
      *                    (codigo, descripcion, contado o cuenta
      *                    corriente, dias neto y hasta 6 cuotas con
      *                    sus dias y porcentajes), contra la que
      *                    CLIENTES-ABM valida A101-COD-VENTA y
      *                    FACTURA-EMISION fija los vencimientos.
      *   15/10/2026  SIS  Se carga el descuento por pronto pago de
      *                    la condicion (porcentaje y dias desde la
      *                    factura).
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CONDVTA.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CONDVTA.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CONDVTA              PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-CONDVTA           PIC X(01).
       77  WK-DATOS-OK                 PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-CODIGO                   PIC X(03).

      ******************************************************************
      *    Carga y control de las cuotas: los dias crecen de una
      *    cuota a la siguiente y los porcentajes suman 100.
      ******************************************************************
       77  WK-IND-CUOTA                PIC 9(01).
       77  WK-SUMA-PORC                PIC 9(04)V99.
       77  WK-DIAS-ANT                 PIC 9(03).
       01  WK-PORC-EDIT                PIC ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           OPEN I-O CONDVTA
           IF STATUS-CONDVTA = "35"
              OPEN OUTPUT CONDVTA
              CLOSE CONDVTA
              OPEN I-O CONDVTA
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "CONDICIONES DE VENTA - OPCION:"
           DISPLAY "  A = ALTA   M = MODIFICACION   B = BAJA"
           DISPLAY "  C = CONSULTA   X = FIN"
           ACCEPT WK-OPCION
           IF WK-OPCION = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION NOT = "A" AND NOT = "M"
              AND NOT = "B" AND NOT = "C"
              DISPLAY "OPCION INVALIDA"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "CODIGO DE CONDICION: "
           ACCEPT WK-CODIGO
           IF WK-CODIGO = SPACES
              DISPLAY "CODIGO INVALIDO"
              GO TO 2100-EXIT
           END-IF
           MOVE WK-CODIGO TO CONDVTA-CODIGO
           PERFORM 8100-LEER-CONDVTA THRU 8100-EXIT
           EVALUATE WK-OPCION
              WHEN "A"
                 IF WK-EXISTE-CONDVTA = "S"
                    DISPLAY "YA EXISTE LA CONDICION"
                 ELSE
                    MOVE SPACES    TO CONDVTA-REG
                    MOVE WK-CODIGO TO CONDVTA-CODIGO
                    PERFORM 2200-CARGAR-DATOS THRU 2200-EXIT
                    IF WK-DATOS-OK = "S"
                       MOVE "1" TO CONDVTA-ESTADO
                       WRITE CONDVTA-REG
                           INVALID KEY DISPLAY "ERROR AL GRABAR"
                       END-WRITE
                    END-IF
                 END-IF
              WHEN "M"
                 IF WK-EXISTE-CONDVTA = "N"
                    DISPLAY "NO EXISTE LA CONDICION"
                 ELSE
                    PERFORM 2300-MOSTRAR THRU 2300-EXIT
                    PERFORM 2200-CARGAR-DATOS THRU 2200-EXIT
                    IF WK-DATOS-OK = "S"
                       DISPLAY "ESTADO (0=BAJA 1=VIGENTE): "
                       ACCEPT CONDVTA-ESTADO
                       REWRITE CONDVTA-REG
                           INVALID KEY DISPLAY "ERROR AL REGRABAR"
                       END-REWRITE
                    END-IF
                 END-IF
              WHEN "B"
                 IF WK-EXISTE-CONDVTA = "N"
                    DISPLAY "NO EXISTE LA CONDICION"
                 ELSE
                    MOVE "0" TO CONDVTA-ESTADO
                    REWRITE CONDVTA-REG
                        INVALID KEY DISPLAY "ERROR AL REGRABAR"
                    END-REWRITE
                    DISPLAY "CONDICION DADA DE BAJA"
                 END-IF
              WHEN "C"
                 IF WK-EXISTE-CONDVTA = "N"
                    DISPLAY "NO EXISTE LA CONDICION"
                 ELSE
                    PERFORM 2300-MOSTRAR THRU 2300-EXIT
                 END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Pide los datos de la condicion en el area del registro y
      *    los valida; WK-DATOS-OK en "N" descarta la operacion.
      ******************************************************************
       2200-CARGAR-DATOS.
           MOVE "N" TO WK-DATOS-OK
           DISPLAY "DESCRIPCION: "
           ACCEPT CONDVTA-DESCRIPCION
           DISPLAY "TIPO (C=CONTADO T=CUENTA CORRIENTE): "
           ACCEPT CONDVTA-TIPO
           IF NOT CONDVTA-CONTADO AND NOT CONDVTA-CTA-CTE
              DISPLAY "TIPO INVALIDO - OPERACION DESCARTADA"
              GO TO 2200-EXIT
           END-IF
           MOVE ZEROS TO CONDVTA-DIAS-NETO CONDVTA-CANT-CUOTAS
                         CONDVTA-CUOTAS CONDVTA-PP-DIAS
                         CONDVTA-PP-PORC
           IF CONDVTA-CONTADO
              MOVE "S" TO WK-DATOS-OK
              GO TO 2200-EXIT
           END-IF
           DISPLAY "PRONTO PAGO - PORCENTAJE (0200 = 2,00; "
                   "0 = SIN DESCUENTO): "
           ACCEPT CONDVTA-PP-PORC
           IF CONDVTA-PP-PORC > ZERO
              DISPLAY "PRONTO PAGO - DIAS DESDE LA FACTURA: "
              ACCEPT CONDVTA-PP-DIAS
           END-IF
           DISPLAY "CANTIDAD DE CUOTAS (0 = UN SOLO VENCIMIENTO, "
                   "MAXIMO 6): "
           ACCEPT CONDVTA-CANT-CUOTAS
           IF CONDVTA-CANT-CUOTAS > 6
              DISPLAY "MAXIMO 6 CUOTAS - OPERACION DESCARTADA"
              GO TO 2200-EXIT
           END-IF
           IF CONDVTA-CANT-CUOTAS = ZERO
              DISPLAY "DIAS NETO DESDE LA FACTURA: "
              ACCEPT CONDVTA-DIAS-NETO
              MOVE "S" TO WK-DATOS-OK
              GO TO 2200-EXIT
           END-IF
           MOVE ZERO TO WK-SUMA-PORC WK-DIAS-ANT
           MOVE "S"  TO WK-DATOS-OK
           PERFORM 2210-CARGAR-CUOTA THRU 2210-EXIT
               VARYING WK-IND-CUOTA FROM 1 BY 1
               UNTIL WK-IND-CUOTA > CONDVTA-CANT-CUOTAS
                  OR WK-DATOS-OK = "N"
           IF WK-DATOS-OK = "N"
              GO TO 2200-EXIT
           END-IF
           IF WK-SUMA-PORC NOT = 100
              MOVE WK-SUMA-PORC TO WK-PORC-EDIT
              DISPLAY "LAS CUOTAS SUMAN ", WK-PORC-EDIT,
                      " % - OPERACION DESCARTADA"
              MOVE "N" TO WK-DATOS-OK
              GO TO 2200-EXIT
           END-IF
      *    sin cuotas los dias neto no se usan; se guarda el plazo
      *    de la ultima cuota como referencia del plazo total
           MOVE WK-DIAS-ANT TO CONDVTA-DIAS-NETO.
       2200-EXIT.
           EXIT.

       2210-CARGAR-CUOTA.
           DISPLAY "CUOTA ", WK-IND-CUOTA, " - DIAS DESDE LA FACTURA: "
           ACCEPT CONDVTA-CUOTA-DIAS(WK-IND-CUOTA)
           DISPLAY "CUOTA ", WK-IND-CUOTA,
                   " - PORCENTAJE (3333 = 33,33): "
           ACCEPT CONDVTA-CUOTA-PORC(WK-IND-CUOTA)
           IF WK-IND-CUOTA > 1
              AND CONDVTA-CUOTA-DIAS(WK-IND-CUOTA) NOT > WK-DIAS-ANT
              DISPLAY "LOS DIAS DEBEN CRECER DE CUOTA A CUOTA - "
                      "OPERACION DESCARTADA"
              MOVE "N" TO WK-DATOS-OK
              GO TO 2210-EXIT
           END-IF
           IF CONDVTA-CUOTA-PORC(WK-IND-CUOTA) = ZERO
              DISPLAY "PORCENTAJE EN CERO - OPERACION DESCARTADA"
              MOVE "N" TO WK-DATOS-OK
              GO TO 2210-EXIT
           END-IF
           MOVE CONDVTA-CUOTA-DIAS(WK-IND-CUOTA) TO WK-DIAS-ANT
           ADD CONDVTA-CUOTA-PORC(WK-IND-CUOTA) TO WK-SUMA-PORC.
       2210-EXIT.
           EXIT.

       2300-MOSTRAR.
           DISPLAY "CODIGO . . . : ", CONDVTA-CODIGO
           DISPLAY "DESCRIPCION. : ", CONDVTA-DESCRIPCION
           DISPLAY "TIPO . . . . : ", CONDVTA-TIPO
           DISPLAY "DIAS NETO. . : ", CONDVTA-DIAS-NETO
           DISPLAY "CUOTAS . . . : ", CONDVTA-CANT-CUOTAS
           PERFORM 2310-MOSTRAR-CUOTA THRU 2310-EXIT
               VARYING WK-IND-CUOTA FROM 1 BY 1
               UNTIL WK-IND-CUOTA > CONDVTA-CANT-CUOTAS
           IF CONDVTA-PP-PORC NUMERIC AND CONDVTA-PP-PORC > ZERO
              MOVE CONDVTA-PP-PORC TO WK-PORC-EDIT
              DISPLAY "PRONTO PAGO . : ", WK-PORC-EDIT, " % A ",
                      CONDVTA-PP-DIAS, " DIAS"
           END-IF
           DISPLAY "ESTADO . . . : ", CONDVTA-ESTADO.
       2300-EXIT.
           EXIT.

       2310-MOSTRAR-CUOTA.
           MOVE CONDVTA-CUOTA-PORC(WK-IND-CUOTA) TO WK-PORC-EDIT
           DISPLAY "   CUOTA ", WK-IND-CUOTA, "  A ",
                   CONDVTA-CUOTA-DIAS(WK-IND-CUOTA), " DIAS  ",
                   WK-PORC-EDIT, " %".
       2310-EXIT.
           EXIT.

       8100-LEER-CONDVTA.
           MOVE "S" TO WK-EXISTE-CONDVTA
           READ CONDVTA
               INVALID KEY MOVE "N" TO WK-EXISTE-CONDVTA
           END-READ.
       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CONDVTA.
       9000-EXIT.
           EXIT.

       END PROGRAM "CONDVTA-ABM".
