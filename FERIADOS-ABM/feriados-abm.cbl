       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "FERIADOS-ABM".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. ABM por consola del
      *                    calendario de feriados FERIADOS (fecha
      *                    AAAAMMDD, descripcion, tipo) y listado de
      *                    los feriados cargados de un anio.
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

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-FERIADO           PIC X(01).
       77  WK-FIN-LISTADO              PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-ANIO                     PIC 9(04).
       77  WK-CANT-LISTADOS            PIC 9(04).

       01  WK-FECHA.
           03  WK-FECHA-AAAA           PIC 9(04).
           03  WK-FECHA-MM             PIC 9(02).
           03  WK-FECHA-DD             PIC 9(02).
       01  WK-FECHA-NUM REDEFINES WK-FECHA PIC 9(08).

       01  WK-LINEA-LISTADO.
           03  WK-L-DD                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-L-MM                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-L-AAAA               PIC 9(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-TIPO               PIC X(01).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-DESCRIPCION        PIC X(25).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           OPEN I-O FERIADOS
           IF STATUS-FERIADOS = "35"
              OPEN OUTPUT FERIADOS
              CLOSE FERIADOS
              OPEN I-O FERIADOS
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "CALENDARIO DE FERIADOS - OPCION:"
           DISPLAY "  A = ALTA   M = MODIFICACION   B = BAJA"
           DISPLAY "  C = CONSULTA   L = LISTADO DEL ANIO   X = FIN"
           ACCEPT WK-OPCION
           IF WK-OPCION = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION = "L"
              PERFORM 5000-LISTAR-ANIO THRU 5000-EXIT
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION NOT = "A" AND NOT = "M"
              AND NOT = "B" AND NOT = "C"
              DISPLAY "OPCION INVALIDA"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "FECHA DEL FERIADO (AAAAMMDD): "
           ACCEPT WK-FECHA-NUM
           IF WK-FECHA-AAAA < 1901 OR WK-FECHA-AAAA > 2099
              OR WK-FECHA-MM < 1 OR WK-FECHA-MM > 12
              OR WK-FECHA-DD < 1 OR WK-FECHA-DD > 31
              DISPLAY "FECHA INVALIDA"
              GO TO 2100-EXIT
           END-IF
           MOVE WK-FECHA-NUM TO FERIADO-FECHA
           PERFORM 8100-LEER-FERIADO THRU 8100-EXIT
           EVALUATE WK-OPCION
              WHEN "A"
                 IF WK-EXISTE-FERIADO = "S"
                    DISPLAY "YA EXISTE EL FERIADO"
                 ELSE
                    MOVE SPACES TO FERIADO-REG
                    PERFORM 3000-CARGAR-DATOS THRU 3000-EXIT
                    MOVE WK-FECHA-NUM TO FERIADO-FECHA
                    WRITE FERIADO-REG
                        INVALID KEY DISPLAY "ERROR AL GRABAR"
                    END-WRITE
                 END-IF
              WHEN "M"
                 IF WK-EXISTE-FERIADO = "N"
                    DISPLAY "NO EXISTE EL FERIADO"
                 ELSE
                    PERFORM 4000-MOSTRAR-DATOS THRU 4000-EXIT
                    PERFORM 3000-CARGAR-DATOS THRU 3000-EXIT
                    REWRITE FERIADO-REG
                        INVALID KEY DISPLAY "ERROR AL REGRABAR"
                    END-REWRITE
                 END-IF
              WHEN "B"
                 IF WK-EXISTE-FERIADO = "N"
                    DISPLAY "NO EXISTE EL FERIADO"
                 ELSE
                    DELETE FERIADOS
                        INVALID KEY DISPLAY "ERROR AL BORRAR"
                    END-DELETE
                    DISPLAY "FERIADO ELIMINADO"
                 END-IF
              WHEN "C"
                 IF WK-EXISTE-FERIADO = "N"
                    DISPLAY "NO EXISTE EL FERIADO"
                 ELSE
                    PERFORM 4000-MOSTRAR-DATOS THRU 4000-EXIT
                 END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       3000-CARGAR-DATOS.
           DISPLAY "DESCRIPCION: "
           ACCEPT FERIADO-DESCRIPCION
           DISPLAY "TIPO (N = NACIONAL  P = NO LABORABLE/PUENTE  "
                   "B = BANCARIO): "
           ACCEPT FERIADO-TIPO
           IF NOT FERIADO-NACIONAL AND NOT FERIADO-PUENTE
              AND NOT FERIADO-BANCARIO
              DISPLAY "TIPO INVALIDO - SE TOMA N"
              MOVE "N" TO FERIADO-TIPO
           END-IF.
       3000-EXIT.
           EXIT.

       4000-MOSTRAR-DATOS.
           DISPLAY "FECHA . . . . : ", FERIADO-FECHA
           DISPLAY "DESCRIPCION . : ", FERIADO-DESCRIPCION
           DISPLAY "TIPO. . . . . : ", FERIADO-TIPO.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    Lista por consola los feriados cargados del anio pedido.
      ******************************************************************
       5000-LISTAR-ANIO.
           DISPLAY "ANIO (AAAA): "
           ACCEPT WK-ANIO
           MOVE WK-ANIO TO WK-FECHA-AAAA
           MOVE ZEROS   TO WK-FECHA-MM WK-FECHA-DD
           MOVE WK-FECHA-NUM TO FERIADO-FECHA
           MOVE ZERO TO WK-CANT-LISTADOS
           MOVE "N" TO WK-FIN-LISTADO
           START FERIADOS KEY IS NOT LESS THAN FERIADO-FECHA
               INVALID KEY MOVE "S" TO WK-FIN-LISTADO
           END-START
           PERFORM 5100-LISTAR-FERIADO THRU 5100-EXIT
               UNTIL WK-FIN-LISTADO = "S"
           DISPLAY "FERIADOS LISTADOS: ", WK-CANT-LISTADOS.
       5000-EXIT.
           EXIT.

       5100-LISTAR-FERIADO.
           READ FERIADOS NEXT
               AT END MOVE "S" TO WK-FIN-LISTADO
           END-READ
           IF WK-FIN-LISTADO = "S"
              GO TO 5100-EXIT
           END-IF
           MOVE FERIADO-FECHA TO WK-FECHA-NUM
           IF WK-FECHA-AAAA NOT = WK-ANIO
              MOVE "S" TO WK-FIN-LISTADO
              GO TO 5100-EXIT
           END-IF
           MOVE WK-FECHA-DD        TO WK-L-DD
           MOVE WK-FECHA-MM        TO WK-L-MM
           MOVE WK-FECHA-AAAA      TO WK-L-AAAA
           MOVE FERIADO-TIPO       TO WK-L-TIPO
           MOVE FERIADO-DESCRIPCION TO WK-L-DESCRIPCION
           DISPLAY WK-LINEA-LISTADO
           ADD 1 TO WK-CANT-LISTADOS.
       5100-EXIT.
           EXIT.

       8100-LEER-FERIADO.
           MOVE "S" TO WK-EXISTE-FERIADO
           READ FERIADOS
               INVALID KEY MOVE "N" TO WK-EXISTE-FERIADO
           END-READ.
       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE FERIADOS.
       9000-EXIT.
           EXIT.

       END PROGRAM "FERIADOS-ABM".
