       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "PPAGO-REPORTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Listado mensual de
      *                    descuentos por pronto pago desde PPAGO:
      *                    primero los otorgados (con su NC) y
      *                    despues los reclamados por el cliente
      *                    fuera de termino, cada grupo por cliente
      *                    con la factura, el plazo, el porcentaje,
      *                    la base y el descuento, subtotales por
      *                    cliente y grupo y el cuadro comparativo
      *                    de ambos al pie.
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PPAGO.SEL".
           COPY "CLIENTE.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-PPAGO ASSIGN TO "RPTPPAGO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

           SELECT WORK-PPAGO ASSIGN TO "WPPAGO.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "PPAGO.CPY".
           COPY "CLIENTFD.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-PPAGO
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       SD  WORK-PPAGO.
       01  SD-PPAGO.
           03  SD-GRUPO                PIC 9(1).
      *        1 otorgados   2 reclamados fuera de termino
           03  SD-CLIENTE              PIC 9(6).
           03  SD-FECHA                PIC 9(8).
           03  SD-RECIBO               PIC 9(8).
           03  SD-FACT-LETRA           PIC X(1).
           03  SD-FACT-NRO             PIC 9(8).
           03  SD-FACT-FECHA           PIC 9(8).
           03  SD-FECHA-LIMITE         PIC 9(8).
           03  SD-PORCENTAJE           PIC 9(2)V99.
           03  SD-BASE                 PIC S9(13)V99.
           03  SD-DESCUENTO            PIC S9(13)V99.
           03  SD-NC                   PIC 9(8).

       WORKING-STORAGE SECTION.
       77  STATUS-PPAGO                PIC X(02).
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-PPAGO                PIC X(01) VALUE "N".
           88  EOF-PPAGO                         VALUE "S".
       77  WK-EOF-SORT                 PIC X(01) VALUE "N".
           88  EOF-SORT                          VALUE "S".
       77  WK-PRIMERA                  PIC X(01) VALUE "S".

       77  WK-PERIODO                  PIC 9(06).
       77  WK-GRUPO-ANT                PIC 9(01).
       77  WK-CLIENTE-ANT              PIC 9(06).
       77  WK-SUB-CLI-BASE             PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-CLI-DESC             PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-GRU-BASE             PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-GRU-DESC             PIC S9(14)V99 VALUE ZERO.
       01  WK-TABLA-GRUPOS.
           03  WK-GRUPO OCCURS 2 TIMES.
               05  WK-GRU-CANT         PIC 9(05).
               05  WK-GRU-BASE         PIC S9(14)V99.
               05  WK-GRU-DESC         PIC S9(14)V99.

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(42) VALUE
               "DESCUENTOS POR PRONTO PAGO DEL PERIODO ".
           03  WK-T-PERIODO            PIC 9(06).

       01  WK-LINEA-GRUPO.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-G-LEYENDA            PIC X(50).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  FILLER                  PIC X(48) VALUE
               "RECIBO   FECHA    FACTURA    FECHA FC LIMITE".
           03  FILLER                  PIC X(60) VALUE
               "      %             BASE       DESCUENTO  NC".

       01  WK-LINEA-CLIENTE.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE "CLIENTE ".
           03  WK-C-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-C-NOMBRE             PIC X(35).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WK-D-RECIBO             PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-FECHA              PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-LETRA              PIC X(01).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-D-FACT-NRO           PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-FACT-FECHA         PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-LIMITE             PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PORC               PIC Z9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-BASE               PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-DESCUENTO          PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-NC                 PIC ZZZZZZZ9.

       01  WK-LINEA-SUB.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  WK-S-LEYENDA            PIC X(50).
           03  WK-S-BASE               PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-S-DESCUENTO          PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-RESUMEN.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-R-LEYENDA            PIC X(40).
           03  WK-R-CANT               PIC ZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-R-BASE               PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-DESCUENTO          PIC ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      *    Parametros generales (registro FECH-70 del archivo
      *    PARAMS), leidos en la inicializacion; sin parametros
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           DISPLAY "PERIODO A LISTAR (AAAAMM): "
           ACCEPT WK-PERIODO
           OPEN INPUT PPAGO
           IF STATUS-PPAGO NOT = "00"
              DISPLAY "SIN DESCUENTOS POR PRONTO PAGO - STATUS ",
                      STATUS-PPAGO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CLIENTE
           OPEN OUTPUT RPT-PPAGO
           MOVE ZEROS TO WK-TABLA-GRUPOS
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-PERIODO TO WK-T-PERIODO
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70; si esta cargado
      *    toma la razon social para el encabezado de ahi.
      ******************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMS
           IF STATUS-PARAMS NOT = "00"
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-PARAMS = "00"
              MOVE FECH-70-EMPRESA-NOMBRE TO WK-EMPRESA-NOMBRE
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

       2000-PROCESO.
           SORT WORK-PPAGO
               ON ASCENDING KEY SD-GRUPO SD-CLIENTE SD-FECHA
                                SD-RECIBO
               INPUT PROCEDURE  2100-VOLCAR-PPAGO THRU 2100-EXIT
               OUTPUT PROCEDURE 2200-IMPRIMIR     THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-VOLCAR-PPAGO.
           PERFORM 2110-LEER-PPAGO THRU 2110-EXIT
           PERFORM 2120-CARGAR-PPAGO THRU 2120-EXIT
               UNTIL EOF-PPAGO.
       2100-EXIT.
           EXIT.

       2110-LEER-PPAGO.
           READ PPAGO NEXT
               AT END MOVE "S" TO WK-EOF-PPAGO
           END-READ.
       2110-EXIT.
           EXIT.

       2120-CARGAR-PPAGO.
           IF PPAGO-FECHA(1:6) = WK-PERIODO
              IF PPAGO-OTORGADO
                 MOVE 1 TO SD-GRUPO
              ELSE
                 MOVE 2 TO SD-GRUPO
              END-IF
              MOVE PPAGO-CLIENTE      TO SD-CLIENTE
              MOVE PPAGO-FECHA        TO SD-FECHA
              MOVE PPAGO-RECIBO       TO SD-RECIBO
              MOVE PPAGO-FACT-LETRA   TO SD-FACT-LETRA
              MOVE PPAGO-FACT-NRO     TO SD-FACT-NRO
              MOVE PPAGO-FACT-FECHA   TO SD-FACT-FECHA
              MOVE PPAGO-FECHA-LIMITE TO SD-FECHA-LIMITE
              MOVE PPAGO-PORCENTAJE   TO SD-PORCENTAJE
              MOVE PPAGO-BASE         TO SD-BASE
              MOVE PPAGO-DESCUENTO    TO SD-DESCUENTO
              MOVE PPAGO-NC           TO SD-NC
              RELEASE SD-PPAGO
           END-IF
           PERFORM 2110-LEER-PPAGO THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

      ******************************************************************
      *    Corte de control grupo / cliente sobre el archivo
      *    ordenado.
      ******************************************************************
       2200-IMPRIMIR.
           PERFORM 2210-RETORNAR THRU 2210-EXIT
           PERFORM 2215-UN-DESCUENTO THRU 2215-EXIT
               UNTIL EOF-SORT
           IF WK-PRIMERA = "N"
              PERFORM 2250-SUBTOTAL-CLIENTE THRU 2250-EXIT
              PERFORM 2245-SUBTOTAL-GRUPO   THRU 2245-EXIT
           END-IF
           PERFORM 2260-RESUMEN THRU 2260-EXIT.
       2200-EXIT.
           EXIT.

       2210-RETORNAR.
           RETURN WORK-PPAGO
               AT END MOVE "S" TO WK-EOF-SORT
           END-RETURN.
       2210-EXIT.
           EXIT.

       2215-UN-DESCUENTO.
           IF WK-PRIMERA = "S"
              MOVE "N" TO WK-PRIMERA
              PERFORM 2220-ENCABEZADO-GRUPO   THRU 2220-EXIT
              PERFORM 2225-ENCABEZADO-CLIENTE THRU 2225-EXIT
           ELSE
              IF SD-GRUPO NOT = WK-GRUPO-ANT
                 PERFORM 2250-SUBTOTAL-CLIENTE   THRU 2250-EXIT
                 PERFORM 2245-SUBTOTAL-GRUPO     THRU 2245-EXIT
                 PERFORM 2220-ENCABEZADO-GRUPO   THRU 2220-EXIT
                 PERFORM 2225-ENCABEZADO-CLIENTE THRU 2225-EXIT
              ELSE
                 IF SD-CLIENTE NOT = WK-CLIENTE-ANT
                    PERFORM 2250-SUBTOTAL-CLIENTE   THRU 2250-EXIT
                    PERFORM 2225-ENCABEZADO-CLIENTE THRU 2225-EXIT
                 END-IF
              END-IF
           END-IF
           PERFORM 2230-DETALLE THRU 2230-EXIT
           PERFORM 2210-RETORNAR THRU 2210-EXIT.
       2215-EXIT.
           EXIT.

       2220-ENCABEZADO-GRUPO.
           MOVE SD-GRUPO TO WK-GRUPO-ANT
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           IF SD-GRUPO = 1
              MOVE "DESCUENTOS OTORGADOS (PAGO DENTRO DEL PLAZO)"
                TO WK-G-LEYENDA
           ELSE
              MOVE "DESCUENTOS RECLAMADOS FUERA DE TERMINO (SIN NC)"
                TO WK-G-LEYENDA
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-GRUPO
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS.
       2220-EXIT.
           EXIT.

       2225-ENCABEZADO-CLIENTE.
           MOVE SD-CLIENTE TO WK-CLIENTE-ANT
           MOVE SD-CLIENTE TO A101-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE SPACES TO A101-NOMBRE
           END-READ
           MOVE SD-CLIENTE  TO WK-C-CLIENTE
           MOVE A101-NOMBRE TO WK-C-NOMBRE
           WRITE RPT-LINEA FROM WK-LINEA-CLIENTE.
       2225-EXIT.
           EXIT.

       2230-DETALLE.
           MOVE SD-RECIBO       TO WK-D-RECIBO
           MOVE SD-FECHA        TO WK-D-FECHA
           MOVE SD-FACT-LETRA   TO WK-D-LETRA
           MOVE SD-FACT-NRO     TO WK-D-FACT-NRO
           MOVE SD-FACT-FECHA   TO WK-D-FACT-FECHA
           MOVE SD-FECHA-LIMITE TO WK-D-LIMITE
           MOVE SD-PORCENTAJE   TO WK-D-PORC
           MOVE SD-BASE         TO WK-D-BASE
           MOVE SD-DESCUENTO    TO WK-D-DESCUENTO
           MOVE SD-NC           TO WK-D-NC
           ADD SD-BASE      TO WK-SUB-CLI-BASE WK-SUB-GRU-BASE
                               WK-GRU-BASE(SD-GRUPO)
           ADD SD-DESCUENTO TO WK-SUB-CLI-DESC WK-SUB-GRU-DESC
                               WK-GRU-DESC(SD-GRUPO)
           ADD 1 TO WK-GRU-CANT(SD-GRUPO)
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2230-EXIT.
           EXIT.

       2245-SUBTOTAL-GRUPO.
           IF WK-GRUPO-ANT = 1
              MOVE "TOTAL OTORGADOS . . . . . . " TO WK-S-LEYENDA
           ELSE
              MOVE "TOTAL RECLAMADOS FUERA DE TERMINO . . . "
                TO WK-S-LEYENDA
           END-IF
           MOVE WK-SUB-GRU-BASE TO WK-S-BASE
           MOVE WK-SUB-GRU-DESC TO WK-S-DESCUENTO
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           MOVE ZERO TO WK-SUB-GRU-BASE WK-SUB-GRU-DESC.
       2245-EXIT.
           EXIT.

       2250-SUBTOTAL-CLIENTE.
           MOVE "SUBTOTAL CLIENTE  . . . " TO WK-S-LEYENDA
           MOVE WK-SUB-CLI-BASE TO WK-S-BASE
           MOVE WK-SUB-CLI-DESC TO WK-S-DESCUENTO
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           MOVE ZERO TO WK-SUB-CLI-BASE WK-SUB-CLI-DESC.
       2250-EXIT.
           EXIT.

      ******************************************************************
      *    Cuadro comparativo al pie: cantidad, base y descuento de
      *    otorgados contra reclamados fuera de termino.
      ******************************************************************
       2260-RESUMEN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "OTORGADOS DENTRO DEL PLAZO . . . . . . "
             TO WK-R-LEYENDA
           MOVE WK-GRU-CANT(1) TO WK-R-CANT
           MOVE WK-GRU-BASE(1) TO WK-R-BASE
           MOVE WK-GRU-DESC(1) TO WK-R-DESCUENTO
           WRITE RPT-LINEA FROM WK-LINEA-RESUMEN
           MOVE "RECLAMADOS FUERA DE TERMINO . . . . . "
             TO WK-R-LEYENDA
           MOVE WK-GRU-CANT(2) TO WK-R-CANT
           MOVE WK-GRU-BASE(2) TO WK-R-BASE
           MOVE WK-GRU-DESC(2) TO WK-R-DESCUENTO
           WRITE RPT-LINEA FROM WK-LINEA-RESUMEN.
       2260-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE PPAGO
           CLOSE CLIENTE
           CLOSE RPT-PPAGO.
       9000-EXIT.
           EXIT.

       END PROGRAM "PPAGO-REPORTE".
