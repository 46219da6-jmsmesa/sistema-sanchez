       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "LOCALID-IMPORT".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Importacion del listado
      *                    de localidades del Correo Argentino
      *                    (archivo de texto CORREO.TXT: letra de
      *                    provincia 1, codigo postal 4, localidad
      *                    40, partido 30) al maestro LOCALID. La
      *                    provincia se ubica por WPCIAS-LETRA-CPA;
      *                    una localidad ya cargada se actualiza.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LOCALID.SEL".
           COPY "WPCIAS.SEL".

           SELECT CORREO-ENTRADA ASSIGN TO "CORREO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
           COPY "LOCALID.CPY".
           COPY "WPCIAS.CPY".

       FD  CORREO-ENTRADA
                   LABEL RECORD STANDARD.
       01  ENTRADA-REG.
           03  ENTRADA-LETRA           PIC X(01).
           03  ENTRADA-CODIGO-POSTAL   PIC X(04).
           03  ENTRADA-LOCALIDAD       PIC X(40).
           03  ENTRADA-PARTIDO         PIC X(30).

       WORKING-STORAGE SECTION.
       77  STATUS-LOCALID              PIC X(02).
       77  STATUS-WPCIAS               PIC X(02).
       77  STATUS-ENTRADA              PIC X(02).

       77  WK-EOF-ENTRADA              PIC X(01) VALUE "N".
           88  EOF-ENTRADA                       VALUE "S".
       77  WK-EOF-WPCIAS               PIC X(01) VALUE "N".

       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-PROVINCIA                PIC 9(02).
       77  WK-IND                      PIC 9(02).

       77  WK-TOTAL-LEIDAS             PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-ALTAS              PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-ACTUALIZADAS       PIC 9(06) VALUE ZERO.
       77  WK-TOTAL-RECHAZADAS         PIC 9(06) VALUE ZERO.

      ******************************************************************
      *    Letra del codigo postal de cada provincia de WPCIAS, por
      *    codigo de provincia (01-24).
      ******************************************************************
       01  WK-TABLA-LETRAS.
           03  WK-LETRA-PCIA OCCURS 24 TIMES PIC X(01).

      ******************************************************************
      *    Nombre de la localidad pasado a mayusculas, tal como se
      *    graba en LOCALID-NOMBRE y se compara con A101-LOCALIDAD.
      ******************************************************************
       01  WK-NOMBRE                   PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-IMPORTAR    THRU 2000-EXIT
           PERFORM 9000-FINALIZAR   THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT CORREO-ENTRADA
           IF STATUS-ENTRADA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR CORREO.TXT - STATUS ",
                      STATUS-ENTRADA
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1100-CARGAR-LETRAS THRU 1100-EXIT
           OPEN I-O LOCALID
           IF STATUS-LOCALID = "35"
              OPEN OUTPUT LOCALID
              CLOSE LOCALID
              OPEN I-O LOCALID
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Arma la tabla de letras de provincia desde WPCIAS; sin
      *    la tabla de provincias no hay con que ubicar cada linea.
      ******************************************************************
       1100-CARGAR-LETRAS.
           MOVE SPACES TO WK-TABLA-LETRAS
           OPEN INPUT WPCIAS
           IF STATUS-WPCIAS NOT = "00"
              DISPLAY "NO SE PUDO ABRIR WPCIAS - STATUS ",
                      STATUS-WPCIAS
              CLOSE CORREO-ENTRADA
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1110-LEER-WPCIAS THRU 1110-EXIT
               UNTIL WK-EOF-WPCIAS = "S"
           CLOSE WPCIAS.
       1100-EXIT.
           EXIT.

       1110-LEER-WPCIAS.
           READ WPCIAS NEXT
               AT END MOVE "S" TO WK-EOF-WPCIAS
           END-READ
           IF WK-EOF-WPCIAS = "S"
              GO TO 1110-EXIT
           END-IF
           IF WPCIAS-CODIGO > ZERO AND WPCIAS-CODIGO < 25
              MOVE WPCIAS-LETRA-CPA TO WK-LETRA-PCIA(WPCIAS-CODIGO)
           END-IF.
       1110-EXIT.
           EXIT.

       2000-IMPORTAR.
           PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT
           PERFORM 2200-CARGAR-LOCALIDAD THRU 2200-EXIT
               UNTIL EOF-ENTRADA.
       2000-EXIT.
           EXIT.

       2100-LEER-ENTRADA.
           READ CORREO-ENTRADA
               AT END MOVE "S" TO WK-EOF-ENTRADA
           END-READ.
       2100-EXIT.
           EXIT.

       2200-CARGAR-LOCALIDAD.
           ADD 1 TO WK-TOTAL-LEIDAS
           PERFORM 2300-UBICAR-PROVINCIA THRU 2300-EXIT
           IF WK-PROVINCIA = ZERO
              OR ENTRADA-CODIGO-POSTAL NOT NUMERIC
              OR ENTRADA-LOCALIDAD = SPACES
              ADD 1 TO WK-TOTAL-RECHAZADAS
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE ENTRADA-LOCALIDAD TO WK-NOMBRE
           INSPECT WK-NOMBRE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO LOCALID-REG
           MOVE WK-PROVINCIA          TO LOCALID-PROVINCIA
           MOVE ENTRADA-CODIGO-POSTAL TO LOCALID-CODIGO-POSTAL
           MOVE WK-NOMBRE             TO LOCALID-NOMBRE
           READ LOCALID
               INVALID KEY CONTINUE
           END-READ
           MOVE ENTRADA-PARTIDO TO LOCALID-PARTIDO
           INSPECT LOCALID-PARTIDO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "C"          TO LOCALID-ORIGEN
           MOVE WK-FECHA-HOY TO LOCALID-FECHA-MODIF
           IF STATUS-LOCALID = "00"
              REWRITE LOCALID-REG
                  INVALID KEY CONTINUE
              END-REWRITE
              ADD 1 TO WK-TOTAL-ACTUALIZADAS
           ELSE
              WRITE LOCALID-REG
                  INVALID KEY CONTINUE
              END-WRITE
              ADD 1 TO WK-TOTAL-ALTAS
           END-IF.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-ENTRADA THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-UBICAR-PROVINCIA.
           MOVE ZERO TO WK-PROVINCIA
           IF ENTRADA-LETRA = SPACE
              GO TO 2300-EXIT
           END-IF
           MOVE 1 TO WK-IND
           PERFORM 2310-COMPARAR-LETRA THRU 2310-EXIT
               UNTIL WK-IND > 24 OR WK-PROVINCIA NOT = ZERO.
       2300-EXIT.
           EXIT.

       2310-COMPARAR-LETRA.
           IF WK-LETRA-PCIA(WK-IND) = ENTRADA-LETRA
              MOVE WK-IND TO WK-PROVINCIA
           END-IF
           ADD 1 TO WK-IND.
       2310-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CORREO-ENTRADA
           CLOSE LOCALID
           DISPLAY "LINEAS LEIDAS . . . . : ", WK-TOTAL-LEIDAS
           DISPLAY "LOCALIDADES NUEVAS  . : ", WK-TOTAL-ALTAS
           DISPLAY "LOCALIDADES ACTUALIZ. : ", WK-TOTAL-ACTUALIZADAS
           DISPLAY "LINEAS RECHAZADAS . . : ", WK-TOTAL-RECHAZADAS.
       9000-EXIT.
           EXIT.

       END PROGRAM "LOCALID-IMPORT".
