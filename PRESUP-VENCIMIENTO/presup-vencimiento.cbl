       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "PRESUP-VENCIMIENTO".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Paso nocturno que da
      *                    por vencidos los presupuestos abiertos
      *                    cuya fecha de validez ya paso, con el
      *                    listado de los vencidos en la corrida.
      *                    Deja su checkpoint completo para la
      *                    cadena nocturna.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRESUP.SEL".
           COPY "CHKPOINT.SEL".

           SELECT RPT-VENCIDOS ASSIGN TO "RPTPRVEN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "PRESUP.CPY".
           COPY "CHKPOINT.CPY".

       FD  RPT-VENCIDOS
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(100).

       WORKING-STORAGE SECTION.
       77  STATUS-PRESUP               PIC X(02).
       77  STATUS-CHKPOINT             PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-PRESUP               PIC X(01) VALUE "N".
           88  EOF-PRESUP                        VALUE "S".
       77  WK-CHKPT-EXISTE             PIC X(01).

       77  WK-JOB-ID                   PIC X(10) VALUE "PRESUVENC".
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).

       77  WK-TOTAL-ABIERTOS           PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-VENCIDOS           PIC 9(07) VALUE ZERO.
       77  WK-IMPORTE-VENCIDO          PIC S9(15)V99 VALUE ZERO.

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(40) VALUE
               "PRESUPUESTOS VENCIDOS POR VALIDEZ AL ".
           03  WK-T-FECHA              PIC 9(08).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "PRESUPUESTO ".
           03  WK-D-NRO                PIC 9(08).
           03  FILLER                  PIC X(09) VALUE " CLIENTE ".
           03  WK-D-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(06) VALUE " VEND ".
           03  WK-D-VENDEDOR           PIC ZZ9.
           03  FILLER                  PIC X(08) VALUE " VALIDO ".
           03  WK-D-VALIDEZ            PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(30).
           03  WK-T-CANTIDAD           PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-T-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESO     THRU 2000-EXIT
           PERFORM 9000-FINALIZAR   THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O PRESUP
           IF STATUS-PRESUP = "35"
              OPEN OUTPUT PRESUP
              CLOSE PRESUP
              OPEN I-O PRESUP
           END-IF
           OPEN I-O CHKPOINT
           IF STATUS-CHKPOINT = "35"
              OPEN OUTPUT CHKPOINT
              CLOSE CHKPOINT
              OPEN I-O CHKPOINT
           END-IF
           PERFORM 1100-INICIAR-CHECKPOINT THRU 1100-EXIT
           OPEN OUTPUT RPT-VENCIDOS
           MOVE WK-FECHA-HOY TO WK-T-FECHA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       1000-EXIT.
           EXIT.

       1100-INICIAR-CHECKPOINT.
           MOVE WK-JOB-ID TO CHKPOINT-JOB
           READ CHKPOINT
               INVALID KEY MOVE "N" TO WK-CHKPT-EXISTE
               NOT INVALID KEY MOVE "S" TO WK-CHKPT-EXISTE
           END-READ
           MOVE WK-JOB-ID TO CHKPOINT-JOB
           MOVE ZERO      TO CHKPOINT-CLAVE
           MOVE "N"       TO CHKPOINT-COMPLETO
           MOVE ZERO      TO CHKPOINT-REGISTROS
           MOVE ZERO      TO CHKPOINT-PERIODO
           ACCEPT CHKPOINT-FECHA FROM DATE YYYYMMDD
           ACCEPT CHKPOINT-HORA  FROM TIME
           IF WK-CHKPT-EXISTE = "S"
              REWRITE CHKPOINT-REG
           ELSE
              WRITE CHKPOINT-REG
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESO.
           MOVE ZERO TO PRESUP-NRO
           START PRESUP KEY >= PRESUP-NRO
               INVALID KEY MOVE "S" TO WK-EOF-PRESUP
           END-START
           PERFORM 2100-LEER-PRESUP THRU 2100-EXIT
           PERFORM 2200-CONTROLAR-PRESUP THRU 2200-EXIT
               UNTIL EOF-PRESUP
           PERFORM 2500-ESCRIBIR-TOTALES THRU 2500-EXIT
           PERFORM 2600-COMPLETAR-CHECKPOINT THRU 2600-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-PRESUP.
           READ PRESUP NEXT
               AT END MOVE "S" TO WK-EOF-PRESUP
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Un presupuesto abierto con la validez vencida (anterior
      *    a hoy) pasa a vencido con la fecha del dia.
      ******************************************************************
       2200-CONTROLAR-PRESUP.
           IF NOT PRESUP-ABIERTO
              GO TO 2200-SIGUIENTE
           END-IF
           ADD 1 TO WK-TOTAL-ABIERTOS
           IF PRESUP-VALIDEZ NOT < WK-FECHA-HOY
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE "V"          TO PRESUP-ESTADO
           MOVE WK-FECHA-HOY TO PRESUP-FECHA-ESTADO
           MOVE WK-USUARIO   TO PRESUP-USUARIO
           REWRITE PRESUP-REG
               INVALID KEY
                  DISPLAY "ERROR AL VENCER EL PRESUPUESTO ",
                          PRESUP-NRO
                  GO TO 2200-SIGUIENTE
           END-REWRITE
           ADD 1 TO WK-TOTAL-VENCIDOS
           ADD PRESUP-IMPORTE TO WK-IMPORTE-VENCIDO
           MOVE PRESUP-NRO       TO WK-D-NRO
           MOVE PRESUP-CLIENTE   TO WK-D-CLIENTE
           MOVE PRESUP-VENDEDOR  TO WK-D-VENDEDOR
           MOVE PRESUP-VALIDEZ   TO WK-D-VALIDEZ
           MOVE PRESUP-IMPORTE   TO WK-D-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-PRESUP THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2500-ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE ZERO TO WK-T-IMPORTE
           MOVE "PRESUPUESTOS ABIERTOS . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-ABIERTOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "VENCIDOS EN ESTA CORRIDA  . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-VENCIDOS  TO WK-T-CANTIDAD
           MOVE WK-IMPORTE-VENCIDO TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       2500-EXIT.
           EXIT.

       2600-COMPLETAR-CHECKPOINT.
           MOVE WK-JOB-ID TO CHKPOINT-JOB
           READ CHKPOINT
               INVALID KEY CONTINUE
           END-READ
           MOVE "S" TO CHKPOINT-COMPLETO
           MOVE WK-TOTAL-VENCIDOS TO CHKPOINT-REGISTROS
           ACCEPT CHKPOINT-FECHA FROM DATE YYYYMMDD
           ACCEPT CHKPOINT-HORA  FROM TIME
           REWRITE CHKPOINT-REG.
       2600-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE PRESUP
           CLOSE RPT-VENCIDOS
           CLOSE CHKPOINT.
       9000-EXIT.
           EXIT.

       END PROGRAM "PRESUP-VENCIMIENTO".
