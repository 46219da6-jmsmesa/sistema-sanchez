       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "SOLCRED-REPORTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Historia de las
      *                    solicitudes de cambio de limite de credito
      *                    por cliente (SOLCRED): limite vigente y
      *                    propuesto, nivel, score al pedirlo, quien
      *                    la pidio y quien la resolvio, con los
      *                    totales por estado. Se pide un cliente o
      *                    cero para todos.
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
           COPY "SOLCRED.SEL".
           COPY "CLIENTE.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-SOLCRED ASSIGN TO "RPTSOLCR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "SOLCRED.CPY".
           COPY "CLIENTFD.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-SOLCRED
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-SOLCRED              PIC X(02).
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-SOLCRED              PIC X(01).
           88  EOF-SOLCRED                       VALUE "S".

       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-CLIENTE-PEDIDO           PIC 9(06).
       77  WK-CLIENTE-ANT              PIC 9(06).

       77  WK-TOTAL-PENDIENTES         PIC 9(05) VALUE ZERO.
       77  WK-TOTAL-APROBADAS          PIC 9(05) VALUE ZERO.
       77  WK-TOTAL-RECHAZADAS         PIC 9(05) VALUE ZERO.
       77  WK-TOTAL-ANULADAS           PIC 9(05) VALUE ZERO.
       77  WK-TOTAL-CLIENTES           PIC 9(05) VALUE ZERO.

      ******************************************************************
      *    Identificacion del reporte en el catalogo de spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "SOLCRED".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTSOLCR.TXT".

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(48) VALUE
               "SOLICITUDES DE CAMBIO DE LIMITE DE CREDITO".
           03  FILLER                  PIC X(08) VALUE "FECHA: ".
           03  WK-TI-FECHA             PIC 9(08).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(24) VALUE
               " NRO    FECHA SOLICITA".
           03  FILLER                  PIC X(36) VALUE
               "   LIMITE ANTERIOR         PROPUESTO".
           03  FILLER                  PIC X(07) VALUE
               "  N SCR".
           03  FILLER                  PIC X(31) VALUE
               "   ESTADO    RESOLVIO  FEC.RES.".

       01  WK-LINEA-CLIENTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE "CLIENTE ".
           03  WK-C-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-C-NOMBRE             PIC X(35).
           03  FILLER                  PIC X(16) VALUE
               " LIMITE VIGENTE ".
           03  WK-C-LIMITE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(07) VALUE " DESDE ".
           03  WK-C-FECHA-CREDITO      PIC 9(08).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-NRO                PIC ZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-FECHA              PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-SOLICITANTE        PIC X(10).
           03  WK-D-ACTUAL             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  WK-D-PROPUESTO          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-NIVEL              PIC 9(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-SCORE              PIC ZZ9.
           03  WK-D-SCORE-X REDEFINES WK-D-SCORE PIC X(03).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WK-D-ESTADO             PIC X(09).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-RESOLUTOR          PIC X(10).
           03  WK-D-FECHA-RES          PIC 9(08).

       01  WK-LINEA-TEXTO.
           03  FILLER                  PIC X(11) VALUE SPACES.
           03  WK-X-LEYENDA            PIC X(15).
           03  WK-X-TEXTO              PIC X(60).

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(40).
           03  WK-T-CANTIDAD           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 3000-TOTALES       THRU 3000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLIENTE (0 = TODOS): "
           ACCEPT WK-CLIENTE-PEDIDO
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           OPEN INPUT SOLCRED
           IF STATUS-SOLCRED NOT = "00"
              DISPLAY "SIN ARCHIVO DE SOLICITUDES - SIN PROCESO"
              STOP RUN
           END-IF
           OPEN INPUT CLIENTE
           OPEN OUTPUT RPT-SOLCRED
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-FECHA-HOY TO WK-TI-FECHA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS
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

      ******************************************************************
      *    Recorre SOLCRED en orden de cliente y correlativo, desde
      *    el cliente pedido (o desde el principio), con corte por
      *    cliente.
      ******************************************************************
       2000-PROCESO.
           MOVE ZERO TO WK-CLIENTE-ANT
           MOVE "N" TO WK-EOF-SOLCRED
           MOVE WK-CLIENTE-PEDIDO TO SOLCRED-CLIENTE
           MOVE ZERO              TO SOLCRED-NRO
           START SOLCRED KEY >= SOLCRED-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-SOLCRED
           END-START
           PERFORM 2100-PROCESAR-SOLICITUD THRU 2100-EXIT
               UNTIL EOF-SOLCRED.
       2000-EXIT.
           EXIT.

       2100-PROCESAR-SOLICITUD.
           READ SOLCRED NEXT
               AT END MOVE "S" TO WK-EOF-SOLCRED
           END-READ
           IF EOF-SOLCRED
              GO TO 2100-EXIT
           END-IF
           IF WK-CLIENTE-PEDIDO NOT = ZERO
              AND SOLCRED-CLIENTE NOT = WK-CLIENTE-PEDIDO
              MOVE "S" TO WK-EOF-SOLCRED
              GO TO 2100-EXIT
           END-IF
           IF SOLCRED-CLIENTE NOT = WK-CLIENTE-ANT
              PERFORM 2200-ENCABEZADO-CLIENTE THRU 2200-EXIT
           END-IF
           PERFORM 2300-DETALLE THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

       2200-ENCABEZADO-CLIENTE.
           MOVE SOLCRED-CLIENTE TO WK-CLIENTE-ANT
           ADD 1 TO WK-TOTAL-CLIENTES
           MOVE SOLCRED-CLIENTE TO A101-CLIENTE
           READ CLIENTE
               INVALID KEY
                  MOVE "*** CLIENTE INEXISTENTE ***" TO A101-NOMBRE
                  MOVE ZERO TO A101-MONTO-CREDITO A101-FECHA-CREDITO
           END-READ
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SOLCRED-CLIENTE    TO WK-C-CLIENTE
           MOVE A101-NOMBRE        TO WK-C-NOMBRE
           MOVE A101-MONTO-CREDITO TO WK-C-LIMITE
           MOVE A101-FECHA-CREDITO TO WK-C-FECHA-CREDITO
           WRITE RPT-LINEA FROM WK-LINEA-CLIENTE.
       2200-EXIT.
           EXIT.

       2300-DETALLE.
           MOVE SOLCRED-NRO              TO WK-D-NRO
           MOVE SOLCRED-FECHA            TO WK-D-FECHA
           MOVE SOLCRED-SOLICITANTE      TO WK-D-SOLICITANTE
           MOVE SOLCRED-LIMITE-ACTUAL    TO WK-D-ACTUAL
           MOVE SOLCRED-LIMITE-PROPUESTO TO WK-D-PROPUESTO
           MOVE SOLCRED-NIVEL            TO WK-D-NIVEL
           IF SOLCRED-SCORE = 999
              MOVE "S/S"                 TO WK-D-SCORE-X
           ELSE
              MOVE SOLCRED-SCORE         TO WK-D-SCORE
           END-IF
           MOVE SOLCRED-RESOLUTOR        TO WK-D-RESOLUTOR
           MOVE SOLCRED-FECHA-RESOLUCION TO WK-D-FECHA-RES
           EVALUATE TRUE
              WHEN SOLCRED-PENDIENTE
                 MOVE "PENDIENTE" TO WK-D-ESTADO
                 MOVE SPACES      TO WK-D-RESOLUTOR
                 ADD 1 TO WK-TOTAL-PENDIENTES
              WHEN SOLCRED-APROBADA
                 MOVE "APROBADA"  TO WK-D-ESTADO
                 ADD 1 TO WK-TOTAL-APROBADAS
              WHEN SOLCRED-RECHAZADA
                 MOVE "RECHAZADA" TO WK-D-ESTADO
                 ADD 1 TO WK-TOTAL-RECHAZADAS
              WHEN OTHER
                 MOVE "ANULADA"   TO WK-D-ESTADO
                 ADD 1 TO WK-TOTAL-ANULADAS
           END-EVALUATE
           WRITE RPT-LINEA FROM WK-LINEA-DET
           MOVE "JUSTIFICACION:"      TO WK-X-LEYENDA
           MOVE SOLCRED-JUSTIFICACION TO WK-X-TEXTO
           WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           IF SOLCRED-OBSERVACION NOT = SPACES
              MOVE "OBSERVACION:"      TO WK-X-LEYENDA
              MOVE SOLCRED-OBSERVACION TO WK-X-TEXTO
              WRITE RPT-LINEA FROM WK-LINEA-TEXTO
           END-IF.
       2300-EXIT.
           EXIT.

       3000-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "CLIENTES CON SOLICITUDES" TO WK-T-LEYENDA
           MOVE WK-TOTAL-CLIENTES   TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "SOLICITUDES PENDIENTES"   TO WK-T-LEYENDA
           MOVE WK-TOTAL-PENDIENTES TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "SOLICITUDES APROBADAS"    TO WK-T-LEYENDA
           MOVE WK-TOTAL-APROBADAS  TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "SOLICITUDES RECHAZADAS"   TO WK-T-LEYENDA
           MOVE WK-TOTAL-RECHAZADAS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "SOLICITUDES ANULADAS"     TO WK-T-LEYENDA
           MOVE WK-TOTAL-ANULADAS   TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       3000-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE SOLCRED
           CLOSE CLIENTE
           CLOSE RPT-SOLCRED
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "SOLCRED-REPORTE".
