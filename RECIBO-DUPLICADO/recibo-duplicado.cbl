      *                    RETENC), igual que el original: ambos
      *                    documentos muestran la cancelacion
      *                    completa.
      *   15/10/2026  SIS  Debajo del importe se listan las NC por
      *                    descuento de pronto pago otorgadas al
      *                    imputar el recibo (registro PPAGO).
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "CLIENTE.SEL".
           COPY "RECIBOS.SEL".
           COPY "RETENC.SEL".
           COPY "PPAGO.SEL".

           SELECT RPT-DUPLICADO ASSIGN TO "RPTRECD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "CLIENTFD.CPY".
           COPY "RECIBOS.CPY".
           COPY "RETENC.CPY".
           COPY "PPAGO.CPY".

       FD  RPT-DUPLICADO
                   LABEL RECORD STANDARD.
       77  WK-TOTAL-RETENC             PIC S9(13)V99.
       77  WK-CANCELACION              PIC S9(13)V99.

      ******************************************************************
      *    Descuentos por pronto pago otorgados al imputar el recibo
      *    (registro PPAGO): cada NC sale debajo del importe.
      ******************************************************************
       77  STATUS-PPAGO                PIC X(02).
       77  WK-HAY-PPAGO                PIC X(01) VALUE "N".
       77  WK-EOF-PPAGO                PIC X(01).

       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "RECIBODUP".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTRECD.TXT".

           03  FILLER                  PIC X(10) VALUE "  IMPORTE ".
           03  WK-R-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-REC-PPAGO.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  FILLER                  PIC X(19) VALUE
               "DTO. PRONTO PAGO NC".
           03  WK-P-NC                 PIC 9(08).
           03  FILLER                  PIC X(10) VALUE "  FACTURA ".
           03  WK-P-LETRA              PIC X(01).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-P-FACTURA            PIC 9(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-P-PORC               PIC Z9.99.
           03  FILLER                  PIC X(04) VALUE " %  ".
           03  WK-P-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF STATUS-RETENC = "00"
              MOVE "S" TO WK-HAY-RETENC
           END-IF
           OPEN INPUT PPAGO
           IF STATUS-PPAGO = "00"
              MOVE "S" TO WK-HAY-PPAGO
           END-IF
           OPEN OUTPUT RPT-DUPLICADO.
       1000-EXIT.
           EXIT.
           MOVE RECIBO-MEDIO-PAGO TO WK-R-MEDIO
           MOVE WK-CANCELACION    TO WK-R-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-REC-IMP
           PERFORM 2300-DESCUENTOS THRU 2300-EXIT
           DISPLAY "DUPLICADO DEL RECIBO ", RECIBO-NRO, " EMITIDO".
       2100-EXIT.
           EXIT.
       2210-EXIT.
           EXIT.

      ******************************************************************
      *    Lista los descuentos por pronto pago otorgados contra el
      *    recibo (registro PPAGO, clave recibo+secuencia).
      ******************************************************************
       2300-DESCUENTOS.
           IF WK-HAY-PPAGO = "N"
              GO TO 2300-EXIT
           END-IF
           MOVE "N" TO WK-EOF-PPAGO
           MOVE RECIBO-NRO TO PPAGO-RECIBO
           MOVE ZERO       TO PPAGO-SECUENCIA
           START PPAGO KEY >= PPAGO-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-PPAGO
           END-START
           PERFORM 2310-UN-DESCUENTO THRU 2310-EXIT
               UNTIL WK-EOF-PPAGO = "S".
       2300-EXIT.
           EXIT.

       2310-UN-DESCUENTO.
           READ PPAGO NEXT
               AT END MOVE "S" TO WK-EOF-PPAGO
           END-READ
           IF WK-EOF-PPAGO = "S"
              OR PPAGO-RECIBO NOT = RECIBO-NRO
              MOVE "S" TO WK-EOF-PPAGO
              GO TO 2310-EXIT
           END-IF
           IF NOT PPAGO-OTORGADO
              GO TO 2310-EXIT
           END-IF
           MOVE PPAGO-NC         TO WK-P-NC
           MOVE PPAGO-FACT-LETRA TO WK-P-LETRA
           MOVE PPAGO-FACT-NRO   TO WK-P-FACTURA
           MOVE PPAGO-PORCENTAJE TO WK-P-PORC
           MOVE PPAGO-DESCUENTO  TO WK-P-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-REC-PPAGO.
       2310-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE RECIBOS
           IF WK-HAY-RETENC = "S"
              CLOSE RETENC
           END-IF
           IF WK-HAY-PPAGO = "S"
              CLOSE PPAGO
           END-IF
           CLOSE RPT-DUPLICADO
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
