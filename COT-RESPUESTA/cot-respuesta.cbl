       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "COT-RESPUESTA".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Interfaz del COT de
      *                    ARBA, vuelta: lee COTRSP.TXT, estampa en
      *                    COTREM el COT otorgado con su vencimiento
      *                    o el motivo del rechazo, libera a reparto
      *                    los remitos que esperaban COT y lista los
      *                    rechazados a corregir.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "REMITOS.SEL".
           COPY "COTREM.SEL".

           SELECT RESPUESTA-ENTRADA ASSIGN TO "COTRSP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ENTRADA.

           SELECT RPT-RECHAZOS ASSIGN TO "RPTCOT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "REMITOS.CPY".
           COPY "COTREM.CPY".

       FD  RESPUESTA-ENTRADA
                   LABEL RECORD STANDARD.
       01  RESPUESTA-REG.
           03  RSP-REMITO              PIC 9(08).
           03  RSP-RESULTADO           PIC X(01).
      *        'A' otorgado  'R' rechazado
           03  RSP-COT                 PIC 9(16).
           03  RSP-COT-VTO             PIC 9(08).
           03  RSP-OBSERVACION         PIC X(30).

       FD  RPT-RECHAZOS
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(100).

       WORKING-STORAGE SECTION.
       77  STATUS-REMITOS              PIC X(02).
       77  STATUS-COTREM               PIC X(02).
       77  STATUS-ENTRADA              PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-ENTRADA              PIC X(01) VALUE "N".
           88  EOF-ENTRADA                       VALUE "S".
       77  WK-EXISTE-COTREM            PIC X(01).

       77  WK-TOTAL-OTORGADOS          PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-RECHAZADOS         PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-LIBERADOS          PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-SIN-SOLICITUD      PIC 9(07) VALUE ZERO.

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(45) VALUE
               "REMITOS CON COT RECHAZADO POR ARBA".

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(07) VALUE "REMITO ".
           03  WK-D-REMITO             PIC 9(08).
           03  FILLER                  PIC X(09) VALUE " CLIENTE ".
           03  WK-D-CLIENTE            PIC 9(06).
           03  FILLER                  PIC X(14) VALUE " OBSERVACION ".
           03  WK-D-OBSERVACION        PIC X(30).

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(30).
           03  WK-T-CANTIDAD           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESO     THRU 2000-EXIT
           PERFORM 9000-FINALIZAR   THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           OPEN INPUT RESPUESTA-ENTRADA
           IF STATUS-ENTRADA NOT = "00"
              DISPLAY "NO SE PUDO ABRIR COTRSP.TXT - STATUS ",
                      STATUS-ENTRADA
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O COTREM
           IF STATUS-COTREM NOT = "00"
              DISPLAY "SIN COT SOLICITADOS - STATUS ",
                      STATUS-COTREM
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O REMITOS
           IF STATUS-REMITOS NOT = "00"
              DISPLAY "SIN REMITOS - STATUS ", STATUS-REMITOS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RPT-RECHAZOS
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       1000-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-LEER-RESPUESTA THRU 2100-EXIT
           PERFORM 2200-APLICAR-RESPUESTA THRU 2200-EXIT
               UNTIL EOF-ENTRADA
           PERFORM 2400-ESCRIBIR-TOTALES THRU 2400-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-RESPUESTA.
           READ RESPUESTA-ENTRADA
               AT END MOVE "S" TO WK-EOF-ENTRADA
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    COT otorgado: se estampa numero y vencimiento y, si el
      *    remito esperaba COT, queda en viaje. Rechazado: se guarda
      *    el motivo y el remito sigue retenido hasta que
      *    COT-SOLICITUD lo vuelva a pedir.
      ******************************************************************
       2200-APLICAR-RESPUESTA.
           MOVE RSP-REMITO TO COTREM-REMITO
           MOVE "S" TO WK-EXISTE-COTREM
           READ COTREM
               INVALID KEY MOVE "N" TO WK-EXISTE-COTREM
           END-READ
           IF WK-EXISTE-COTREM = "N"
              ADD 1 TO WK-TOTAL-SIN-SOLICITUD
              DISPLAY "RESPUESTA SIN COT SOLICITADO: ", RSP-REMITO
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE RSP-REMITO TO REMITO-NRO
           READ REMITOS
               INVALID KEY MOVE ZERO TO REMITO-CLIENTE
           END-READ
           IF RSP-RESULTADO = "A"
              MOVE RSP-COT     TO COTREM-NRO
              MOVE RSP-COT-VTO TO COTREM-VTO
              MOVE "A"         TO COTREM-ESTADO
              MOVE SPACES      TO COTREM-OBSERVACION
              ADD 1 TO WK-TOTAL-OTORGADOS
              PERFORM 2300-LIBERAR-REMITO THRU 2300-EXIT
           ELSE
              MOVE ZEROS       TO COTREM-NRO COTREM-VTO
              MOVE "R"         TO COTREM-ESTADO
              MOVE RSP-OBSERVACION TO COTREM-OBSERVACION
              ADD 1 TO WK-TOTAL-RECHAZADOS
              MOVE COTREM-REMITO    TO WK-D-REMITO
              MOVE REMITO-CLIENTE   TO WK-D-CLIENTE
              MOVE RSP-OBSERVACION  TO WK-D-OBSERVACION
              WRITE RPT-LINEA FROM WK-LINEA-DET
           END-IF
           REWRITE COTREM-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR EL COT DEL REMITO ",
                          COTREM-REMITO
           END-REWRITE.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-RESPUESTA THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    El remito que esperaba COT sale a reparto (en viaje). Los
      *    reprogramados quedan como estan: los vuelve a poner en
      *    viaje el despacho desde ENTREGAS-CONFIRMACION.
      ******************************************************************
       2300-LIBERAR-REMITO.
           IF REMITO-CLIENTE = ZERO
              OR NOT REMITO-ESPERA-COT
              OR REMITO-ANULADO
              GO TO 2300-EXIT
           END-IF
           MOVE SPACE TO REMITO-ESTADO-ENTREGA
           REWRITE REMITO-REG
               INVALID KEY
                  DISPLAY "ERROR AL LIBERAR EL REMITO ", REMITO-NRO
                  GO TO 2300-EXIT
           END-REWRITE
           ADD 1 TO WK-TOTAL-LIBERADOS.
       2300-EXIT.
           EXIT.

       2400-ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "COT OTORGADOS . . . . . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-OTORGADOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "REMITOS LIBERADOS A REPARTO  ." TO WK-T-LEYENDA
           MOVE WK-TOTAL-LIBERADOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "COT RECHAZADOS  . . . . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-RECHAZADOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "RESPUESTAS SIN SOLICITUD  . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-SIN-SOLICITUD TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       2400-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE RESPUESTA-ENTRADA
           CLOSE COTREM
           CLOSE REMITOS
           CLOSE RPT-RECHAZOS.
       9000-EXIT.
           EXIT.

       END PROGRAM "COT-RESPUESTA".
