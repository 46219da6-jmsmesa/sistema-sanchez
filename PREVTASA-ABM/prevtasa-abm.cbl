       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "PREVTASA-ABM".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. ABM por consola de los
      *                    porcentajes de prevision para incobrables
      *                    PREVTASA: uno por balde de antiguedad de
      *                    la deuda (1 a 4) y uno por estado de
      *                    deuda del cliente (0 a 9), que toma
      *                    PREVISION-CALCULO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PREVTASA.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "PREVTASA.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-PREVTASA             PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-PREVTASA          PIC X(01).
       77  WK-EOF-PREVTASA             PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-TIPO                     PIC X(01).
       77  WK-CODIGO                   PIC 9(01).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).

       01  WK-LINEA-TASA.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-TIPO               PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-L-CODIGO             PIC 9(01).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-PORCENTAJE         PIC ZZ9.99.
           03  FILLER                  PIC X(04) VALUE " %  ".
           03  WK-L-DESCRIPCION        PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           OPEN I-O PREVTASA
           IF STATUS-PREVTASA = "35"
              OPEN OUTPUT PREVTASA
              CLOSE PREVTASA
              OPEN I-O PREVTASA
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "PORCENTAJES DE PREVISION PARA INCOBRABLES - OPCION:"
           DISPLAY "  A = ALTA   M = MODIFICACION   B = BAJA"
           DISPLAY "  C = CONSULTA   L = LISTA   X = FIN"
           ACCEPT WK-OPCION
           IF WK-OPCION = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION = "L"
              PERFORM 4000-LISTAR THRU 4000-EXIT
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION NOT = "A" AND NOT = "M"
              AND NOT = "B" AND NOT = "C"
              DISPLAY "OPCION INVALIDA"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "TIPO (A = BALDE DE ANTIGUEDAD  E = ESTADO DE ",
                   "DEUDA): "
           ACCEPT WK-TIPO
           IF WK-TIPO NOT = "A" AND NOT = "E"
              DISPLAY "TIPO INVALIDO"
              GO TO 2100-EXIT
           END-IF
           IF WK-TIPO = "A"
              DISPLAY "BALDE (1=0-30 2=31-60 3=61-90 4=MAS DE 90): "
           ELSE
              DISPLAY "ESTADO DE DEUDA (0=NORMAL 1=GESTION ",
                      "7=CONCURSO 9=INCOBRABLE): "
           END-IF
           ACCEPT WK-CODIGO
           IF WK-TIPO = "A" AND (WK-CODIGO < 1 OR WK-CODIGO > 4)
              DISPLAY "BALDE INVALIDO"
              GO TO 2100-EXIT
           END-IF
           MOVE WK-TIPO   TO PREVTASA-TIPO
           MOVE WK-CODIGO TO PREVTASA-CODIGO
           PERFORM 8100-LEER-PREVTASA THRU 8100-EXIT
           EVALUATE WK-OPCION
              WHEN "A"
                 IF WK-EXISTE-PREVTASA = "S"
                    DISPLAY "YA EXISTE EL PORCENTAJE"
                 ELSE
                    MOVE SPACES    TO PREVTASA-REG
                    MOVE WK-TIPO   TO PREVTASA-TIPO
                    MOVE WK-CODIGO TO PREVTASA-CODIGO
                    PERFORM 3000-CARGAR-DATOS THRU 3000-EXIT
                    WRITE PREVTASA-REG
                        INVALID KEY DISPLAY "ERROR AL GRABAR"
                    END-WRITE
                 END-IF
              WHEN "M"
                 IF WK-EXISTE-PREVTASA = "N"
                    DISPLAY "NO EXISTE EL PORCENTAJE"
                 ELSE
                    DISPLAY "PORCENTAJE ACTUAL: ",
                            PREVTASA-PORCENTAJE
                    DISPLAY "DESCRIPCION ACTUAL: ",
                            PREVTASA-DESCRIPCION
                    PERFORM 3000-CARGAR-DATOS THRU 3000-EXIT
                    REWRITE PREVTASA-REG
                        INVALID KEY DISPLAY "ERROR AL REGRABAR"
                    END-REWRITE
                 END-IF
              WHEN "B"
                 IF WK-EXISTE-PREVTASA = "N"
                    DISPLAY "NO EXISTE EL PORCENTAJE"
                 ELSE
                    DELETE PREVTASA
                        INVALID KEY DISPLAY "ERROR AL BORRAR"
                    END-DELETE
                    DISPLAY "PORCENTAJE BORRADO"
                 END-IF
              WHEN "C"
                 IF WK-EXISTE-PREVTASA = "N"
                    DISPLAY "NO EXISTE EL PORCENTAJE"
                 ELSE
                    DISPLAY "TIPO/CODIGO  : ", PREVTASA-TIPO, " ",
                            PREVTASA-CODIGO
                    DISPLAY "PORCENTAJE . : ", PREVTASA-PORCENTAJE
                    DISPLAY "DESCRIPCION. : ", PREVTASA-DESCRIPCION
                    DISPLAY "MODIFICADO . : ", PREVTASA-USUARIO,
                            " ", PREVTASA-FECHA
                 END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       3000-CARGAR-DATOS.
           DISPLAY "PORCENTAJE (02500 = 25,00): "
           ACCEPT PREVTASA-PORCENTAJE
           IF PREVTASA-PORCENTAJE > 100
              DISPLAY "EL PORCENTAJE NO PUEDE PASAR DE 100 - ",
                      "SE TOMA 100"
              MOVE 100 TO PREVTASA-PORCENTAJE
           END-IF
           DISPLAY "DESCRIPCION: "
           ACCEPT PREVTASA-DESCRIPCION
           MOVE WK-USUARIO   TO PREVTASA-USUARIO
           MOVE WK-FECHA-HOY TO PREVTASA-FECHA.
       3000-EXIT.
           EXIT.

       4000-LISTAR.
           MOVE "N" TO WK-EOF-PREVTASA
           MOVE LOW-VALUES TO PREVTASA-CLAVE
           START PREVTASA KEY >= PREVTASA-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-PREVTASA
           END-START
           PERFORM 4100-LISTAR-TASA THRU 4100-EXIT
               UNTIL WK-EOF-PREVTASA = "S".
       4000-EXIT.
           EXIT.

       4100-LISTAR-TASA.
           READ PREVTASA NEXT
               AT END MOVE "S" TO WK-EOF-PREVTASA
           END-READ
           IF WK-EOF-PREVTASA = "S"
              GO TO 4100-EXIT
           END-IF
           MOVE PREVTASA-TIPO        TO WK-L-TIPO
           MOVE PREVTASA-CODIGO      TO WK-L-CODIGO
           MOVE PREVTASA-PORCENTAJE  TO WK-L-PORCENTAJE
           MOVE PREVTASA-DESCRIPCION TO WK-L-DESCRIPCION
           DISPLAY WK-LINEA-TASA.
       4100-EXIT.
           EXIT.

       8100-LEER-PREVTASA.
           MOVE "S" TO WK-EXISTE-PREVTASA
           READ PREVTASA
               INVALID KEY MOVE "N" TO WK-EXISTE-PREVTASA
           END-READ.
       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE PREVTASA.
       9000-EXIT.
           EXIT.

       END PROGRAM "PREVTASA-ABM".
