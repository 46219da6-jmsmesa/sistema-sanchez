       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "ARTCOSTO-ABM".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. ABM por consola de los
      *                    costos de articulos ARTCOSTO (articulo,
      *                    vigencia desde, costo unitario). El
      *                    articulo se valida contra ARTICULOS; la
      *                    opcion H muestra la historia de costos de
      *                    un articulo. Los costos cargados a mano
      *                    quedan con origen M y el usuario.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ARTCOSTO.SEL".
           COPY "ARTICULOS.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "ARTCOSTO.CPY".
           COPY "ARTICULOS.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-ARTCOSTO             PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  WK-EXISTE-ARTICULO          PIC X(01).
       77  WK-EXISTE-ARTCOSTO          PIC X(01).
       77  WK-EOF-ARTCOSTO             PIC X(01).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-OPCION                   PIC X(01).
       77  WK-ARTICULO                 PIC 9(06).
       77  WK-VIGENCIA                 PIC 9(08).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).

       01  WK-COSTO-EDIT               PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO   FROM ENVIRONMENT "USUARIO"
           OPEN INPUT ARTICULOS
           IF STATUS-ARTICULOS NOT = "00"
              DISPLAY "SIN MAESTRO DE ARTICULOS - STATUS ",
                      STATUS-ARTICULOS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O ARTCOSTO
           IF STATUS-ARTCOSTO = "35"
              OPEN OUTPUT ARTCOSTO
              CLOSE ARTCOSTO
              OPEN I-O ARTCOSTO
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "COSTOS DE ARTICULOS - OPCION:"
           DISPLAY "  A = ALTA   M = MODIFICACION   B = BAJA"
           DISPLAY "  C = CONSULTA   H = HISTORIA   X = FIN"
           ACCEPT WK-OPCION
           IF WK-OPCION = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION NOT = "A" AND NOT = "M"
              AND NOT = "B" AND NOT = "C" AND NOT = "H"
              DISPLAY "OPCION INVALIDA"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "ARTICULO: "
           ACCEPT WK-ARTICULO
           MOVE WK-ARTICULO TO ARTICULO-CODIGO
           PERFORM 8300-LEER-ARTICULO THRU 8300-EXIT
           IF WK-EXISTE-ARTICULO = "N"
              DISPLAY "ARTICULO INEXISTENTE EN EL MAESTRO"
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION = "A" AND NOT ARTICULO-VIGENTE-SI
              DISPLAY "ARTICULO DADO DE BAJA - NO SE CARGAN COSTOS"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "ARTICULO: ", ARTICULO-DESCRIPCION,
                   " (", ARTICULO-UNIDAD, ")"
           IF WK-OPCION = "H"
              PERFORM 3000-HISTORIA THRU 3000-EXIT
              GO TO 2100-EXIT
           END-IF
           DISPLAY "VIGENCIA DESDE (AAAAMMDD): "
           ACCEPT WK-VIGENCIA
           MOVE WK-ARTICULO TO ARTCOSTO-ARTICULO
           MOVE WK-VIGENCIA TO ARTCOSTO-VIGENCIA
           PERFORM 8200-LEER-ARTCOSTO THRU 8200-EXIT
           EVALUATE WK-OPCION
              WHEN "A"
                 IF WK-EXISTE-ARTCOSTO = "S"
                    DISPLAY "YA EXISTE EL COSTO A ESA VIGENCIA"
                 ELSE
                    MOVE SPACES TO ARTCOSTO-REG
                    DISPLAY "COSTO UNITARIO: "
                    ACCEPT ARTCOSTO-COSTO
                    MOVE WK-ARTICULO  TO ARTCOSTO-ARTICULO
                    MOVE WK-VIGENCIA  TO ARTCOSTO-VIGENCIA
                    MOVE "M"          TO ARTCOSTO-ORIGEN
                    MOVE WK-USUARIO   TO ARTCOSTO-USUARIO
                    MOVE WK-FECHA-HOY TO ARTCOSTO-FECHA-MODIF
                    WRITE ARTCOSTO-REG
                        INVALID KEY DISPLAY "ERROR AL GRABAR"
                    END-WRITE
                 END-IF
              WHEN "M"
                 IF WK-EXISTE-ARTCOSTO = "N"
                    DISPLAY "NO EXISTE EL COSTO A ESA VIGENCIA"
                 ELSE
                    MOVE ARTCOSTO-COSTO TO WK-COSTO-EDIT
                    DISPLAY "COSTO ACTUAL: ", WK-COSTO-EDIT
                    DISPLAY "COSTO UNITARIO: "
                    ACCEPT ARTCOSTO-COSTO
                    MOVE "M"          TO ARTCOSTO-ORIGEN
                    MOVE WK-USUARIO   TO ARTCOSTO-USUARIO
                    MOVE WK-FECHA-HOY TO ARTCOSTO-FECHA-MODIF
                    REWRITE ARTCOSTO-REG
                        INVALID KEY DISPLAY "ERROR AL REGRABAR"
                    END-REWRITE
                 END-IF
              WHEN "B"
                 IF WK-EXISTE-ARTCOSTO = "N"
                    DISPLAY "NO EXISTE EL COSTO A ESA VIGENCIA"
                 ELSE
                    DELETE ARTCOSTO
                        INVALID KEY DISPLAY "ERROR AL BORRAR"
                    END-DELETE
                    DISPLAY "COSTO ELIMINADO"
                 END-IF
              WHEN "C"
                 IF WK-EXISTE-ARTCOSTO = "N"
                    DISPLAY "NO EXISTE EL COSTO A ESA VIGENCIA"
                 ELSE
                    PERFORM 3100-MOSTRAR-COSTO THRU 3100-EXIT
                 END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Historia de costos de un articulo, de la vigencia mas
      *    vieja a la mas nueva.
      ******************************************************************
       3000-HISTORIA.
           MOVE "N" TO WK-EOF-ARTCOSTO
           MOVE WK-ARTICULO TO ARTCOSTO-ARTICULO
           MOVE ZEROS       TO ARTCOSTO-VIGENCIA
           START ARTCOSTO KEY >= ARTCOSTO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-ARTCOSTO
           END-START
           PERFORM 3010-LEER-HISTORIA THRU 3010-EXIT
               UNTIL WK-EOF-ARTCOSTO = "S".
       3000-EXIT.
           EXIT.

       3010-LEER-HISTORIA.
           READ ARTCOSTO NEXT
               AT END MOVE "S" TO WK-EOF-ARTCOSTO
           END-READ
           IF WK-EOF-ARTCOSTO = "S"
              GO TO 3010-EXIT
           END-IF
           IF ARTCOSTO-ARTICULO NOT = WK-ARTICULO
              MOVE "S" TO WK-EOF-ARTCOSTO
              GO TO 3010-EXIT
           END-IF
           PERFORM 3100-MOSTRAR-COSTO THRU 3100-EXIT.
       3010-EXIT.
           EXIT.

       3100-MOSTRAR-COSTO.
           MOVE ARTCOSTO-COSTO TO WK-COSTO-EDIT
           DISPLAY "VIGENCIA ", ARTCOSTO-VIGENCIA,
                   " COSTO ", WK-COSTO-EDIT,
                   " ORIGEN ", ARTCOSTO-ORIGEN,
                   " ", ARTCOSTO-USUARIO,
                   " ", ARTCOSTO-FECHA-MODIF.
       3100-EXIT.
           EXIT.

       8200-LEER-ARTCOSTO.
           MOVE "S" TO WK-EXISTE-ARTCOSTO
           READ ARTCOSTO
               INVALID KEY MOVE "N" TO WK-EXISTE-ARTCOSTO
           END-READ.
       8200-EXIT.
           EXIT.

       8300-LEER-ARTICULO.
           MOVE "S" TO WK-EXISTE-ARTICULO
           READ ARTICULOS
               INVALID KEY MOVE "N" TO WK-EXISTE-ARTICULO
           END-READ.
       8300-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARTICULOS
           CLOSE ARTCOSTO.
       9000-EXIT.
           EXIT.

       END PROGRAM "ARTCOSTO-ABM".
