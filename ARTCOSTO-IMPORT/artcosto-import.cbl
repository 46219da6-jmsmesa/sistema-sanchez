       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "ARTCOSTO-IMPORT".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Importacion del archivo
      *                    de costos (archivo de texto COSTOS.TXT:
      *                    articulo 6, vigencia desde AAAAMMDD 8,
      *                    costo unitario 11 con dos decimales
      *                    implicitos) al archivo ARTCOSTO. El
      *                    articulo debe existir en ARTICULOS; un
      *                    costo ya cargado a la misma vigencia se
      *                    reemplaza. Los costos quedan con origen I.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ARTCOSTO.SEL".
           COPY "ARTICULOS.SEL".

           SELECT COSTOS-ENTRADA ASSIGN TO "COSTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
           COPY "ARTCOSTO.CPY".
           COPY "ARTICULOS.CPY".

       FD  COSTOS-ENTRADA
                   LABEL RECORD STANDARD.
       01  ENTRADA-REG.
           03  ENTRADA-ARTICULO        PIC X(06).
           03  ENTRADA-ARTICULO-N REDEFINES ENTRADA-ARTICULO
                                       PIC 9(06).
           03  ENTRADA-VIGENCIA        PIC X(08).
           03  ENTRADA-VIGENCIA-N REDEFINES ENTRADA-VIGENCIA
                                       PIC 9(08).
           03  ENTRADA-COSTO           PIC X(11).
           03  ENTRADA-COSTO-N REDEFINES ENTRADA-COSTO
                                       PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       77  STATUS-ARTCOSTO             PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-ENTRADA              PIC X(02).

       77  WK-EOF-ENTRADA              PIC X(01) VALUE "N".
           88  EOF-ENTRADA                       VALUE "S".

       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).

       77  WK-TOTAL-LEIDAS             PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-ALTAS              PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-ACTUALIZADAS       PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-RECHAZADAS         PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-IMPORTAR    THRU 2000-EXIT
           PERFORM 9000-FINALIZAR   THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO   FROM ENVIRONMENT "USUARIO"
           OPEN INPUT COSTOS-ENTRADA
           IF STATUS-ENTRADA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR COSTOS.TXT - STATUS ",
                      STATUS-ENTRADA
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ARTICULOS
           IF STATUS-ARTICULOS NOT = "00"
              DISPLAY "SIN MAESTRO DE ARTICULOS - STATUS ",
                      STATUS-ARTICULOS
              CLOSE COSTOS-ENTRADA
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O ARTCOSTO
           IF STATUS-ARTCOSTO = "35"
              OPEN OUTPUT ARTCOSTO
              CLOSE ARTCOSTO
              OPEN I-O ARTCOSTO
           END-IF.
       1000-EXIT.
           EXIT.

       2000-IMPORTAR.
           PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT
           PERFORM 2200-CARGAR-COSTO THRU 2200-EXIT
               UNTIL EOF-ENTRADA.
       2000-EXIT.
           EXIT.

       2100-LEER-ENTRADA.
           READ COSTOS-ENTRADA
               AT END MOVE "S" TO WK-EOF-ENTRADA
           END-READ.
       2100-EXIT.
           EXIT.

       2200-CARGAR-COSTO.
           ADD 1 TO WK-TOTAL-LEIDAS
           IF ENTRADA-ARTICULO NOT NUMERIC
              OR ENTRADA-VIGENCIA NOT NUMERIC
              OR ENTRADA-COSTO NOT NUMERIC
              DISPLAY "LINEA ", WK-TOTAL-LEIDAS,
                      " CON DATOS NO NUMERICOS - RECHAZADA"
              ADD 1 TO WK-TOTAL-RECHAZADAS
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE ENTRADA-ARTICULO-N TO ARTICULO-CODIGO
           READ ARTICULOS
               INVALID KEY
                  DISPLAY "LINEA ", WK-TOTAL-LEIDAS, " ARTICULO ",
                          ENTRADA-ARTICULO, " INEXISTENTE - RECHAZADA"
                  ADD 1 TO WK-TOTAL-RECHAZADAS
                  GO TO 2200-SIGUIENTE
           END-READ
           MOVE ENTRADA-ARTICULO-N TO ARTCOSTO-ARTICULO
           MOVE ENTRADA-VIGENCIA-N TO ARTCOSTO-VIGENCIA
           READ ARTCOSTO
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-ARTCOSTO = "00"
              MOVE ENTRADA-COSTO-N TO ARTCOSTO-COSTO
              MOVE "I"             TO ARTCOSTO-ORIGEN
              MOVE WK-USUARIO      TO ARTCOSTO-USUARIO
              MOVE WK-FECHA-HOY    TO ARTCOSTO-FECHA-MODIF
              REWRITE ARTCOSTO-REG
                  INVALID KEY CONTINUE
              END-REWRITE
              ADD 1 TO WK-TOTAL-ACTUALIZADAS
           ELSE
              MOVE SPACES TO ARTCOSTO-REG
              MOVE ENTRADA-ARTICULO-N TO ARTCOSTO-ARTICULO
              MOVE ENTRADA-VIGENCIA-N TO ARTCOSTO-VIGENCIA
              MOVE ENTRADA-COSTO-N    TO ARTCOSTO-COSTO
              MOVE "I"                TO ARTCOSTO-ORIGEN
              MOVE WK-USUARIO         TO ARTCOSTO-USUARIO
              MOVE WK-FECHA-HOY       TO ARTCOSTO-FECHA-MODIF
              WRITE ARTCOSTO-REG
                  INVALID KEY CONTINUE
              END-WRITE
              ADD 1 TO WK-TOTAL-ALTAS
           END-IF.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE COSTOS-ENTRADA
           CLOSE ARTICULOS
           CLOSE ARTCOSTO
           DISPLAY "LINEAS LEIDAS . . . . : ", WK-TOTAL-LEIDAS
           DISPLAY "COSTOS NUEVOS . . . . : ", WK-TOTAL-ALTAS
           DISPLAY "COSTOS REEMPLAZADOS . : ", WK-TOTAL-ACTUALIZADAS
           DISPLAY "LINEAS RECHAZADAS . . : ", WK-TOTAL-RECHAZADAS.
       9000-EXIT.
           EXIT.

       END PROGRAM "ARTCOSTO-IMPORT".
