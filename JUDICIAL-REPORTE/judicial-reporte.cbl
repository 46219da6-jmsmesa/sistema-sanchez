       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "JUDICIAL-REPORTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Recupero esperado de
      *                    los legajos judiciales abiertos: por
      *                    cliente compara el credito verificado por
      *                    el sindico (o el reclamado mientras no se
      *                    resuelve la verificacion) contra el saldo
      *                    de la cuenta corriente en pesos (dolares a
      *                    la cotizacion del dia) y separa lo que se
      *                    espera recuperar de lo que va a
      *                    incobrables, con los gastos judiciales
      *                    todavia no cargados al cliente.
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
           COPY "JUDICIAL.SEL".
           COPY "CLIENTE.SEL".
           COPY "COTIZA.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-JUDICIAL ASSIGN TO "RPTJUDIC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "JUDICIAL.CPY".
           COPY "CLIENTFD.CPY".
           COPY "COTIZA.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-JUDICIAL
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(160).

       WORKING-STORAGE SECTION.
       77  STATUS-JUDICIAL             PIC X(02).
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-COTIZA               PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-JUDICIAL             PIC X(01) VALUE "N".
           88  EOF-JUDICIAL                      VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).

       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-COTIZA-USD               PIC 9(05)V9999 VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

      ******************************************************************
      *    Importes del legajo en proceso, todos en pesos. El credito
      *    admitido es el verificado si la verificacion ya se
      *    resolvio y el reclamado mientras tanto; el recupero es lo
      *    que el credito admitido cubre del saldo deudor y el resto
      *    del saldo va a incobrables.
      ******************************************************************
       77  WK-SALDO-PESOS              PIC S9(15)V99.
       77  WK-CREDITO                  PIC S9(15)V99.
       77  WK-RECUPERO                 PIC S9(15)V99.
       77  WK-INCOBRABLE               PIC S9(15)V99.
       77  WK-GASTOS-PEND              PIC S9(15)V99.

       77  WK-TOTAL-LEGAJOS            PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-SALDO              PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-RECLAMADO          PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-VERIFICADO         PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-RECUPERO           PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-INCOBRABLE         PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-GASTOS             PIC S9(15)V99 VALUE ZERO.

      ******************************************************************
      *    Identificacion del reporte en el catalogo de spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "JUDICIAL".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTJUDIC.TXT".

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(60) VALUE
               "LEGAJOS JUDICIALES - CREDITO VERIFICADO CONTRA SALDO".

       01  WK-LINEA-COTIZA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(24) VALUE
               "COTIZACION USD DEL DIA".
           03  WK-CO-VALOR             PIC ZZ,ZZ9.9999.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-CO-LEYENDA           PIC X(40).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(43) VALUE
               "CLIENTE                              T ED V".
           03  FILLER                  PIC X(19) VALUE
               "     SALDO CTA CTE".
           03  FILLER                  PIC X(19) VALUE
               "         RECLAMADO".
           03  FILLER                  PIC X(19) VALUE
               "        VERIFICADO".
           03  FILLER                  PIC X(19) VALUE
               "         RECUPERO".
           03  FILLER                  PIC X(19) VALUE
               "       INCOBRABLE".
           03  FILLER                  PIC X(15) VALUE
               "GASTOS S/CARGAR".

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-NOMBRE             PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-TIPO               PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-ESTADO             PIC 9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-VERIFICADO         PIC X(01).
           03  WK-D-SALDO              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  WK-D-RECLAMADO          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  WK-D-CREDITO            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  WK-D-RECUPERO           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  WK-D-INCOBRABLE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  WK-D-GASTOS             PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-NOTA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(70) VALUE
               "V = N: VERIFICACION SIN RESOLVER, SE TOMA EL RECLAMADO".

       01  WK-LINEA-IMPORTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-I-LEYENDA            PIC X(40).
           03  WK-I-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(40).
           03  WK-T-CANTIDAD           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           PERFORM 1100-LEER-COTIZACION THRU 1100-EXIT
           OPEN INPUT JUDICIAL
           IF STATUS-JUDICIAL NOT = "00"
              DISPLAY "SIN LEGAJOS JUDICIALES - SIN PROCESO"
              STOP RUN
           END-IF
           OPEN INPUT CLIENTE
           OPEN OUTPUT RPT-JUDICIAL
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE WK-COTIZA-USD TO WK-CO-VALOR
           IF WK-COTIZA-USD = ZERO
              MOVE "SALDOS EN DOLARES FUERA DEL SALDO"
                TO WK-CO-LEYENDA
           ELSE
              MOVE SPACES TO WK-CO-LEYENDA
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-COTIZA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
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
      *    Cotizacion del dolar del dia; sin ella los saldos en
      *    dolares quedan fuera de la comparacion y se avisa.
      ******************************************************************
       1100-LEER-COTIZACION.
           OPEN INPUT COTIZA
           IF STATUS-COTIZA NOT = "00"
              DISPLAY "SIN TABLA COTIZA - LOS SALDOS EN DOLARES NO "
                      "ENTRAN EN LA COMPARACION"
              GO TO 1100-EXIT
           END-IF
           MOVE "USD"        TO COTIZA-MONEDA
           MOVE WK-FECHA-HOY TO COTIZA-FECHA
           READ COTIZA
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-COTIZA = "00"
              MOVE COTIZA-VALOR TO WK-COTIZA-USD
           ELSE
              DISPLAY "SIN COTIZACION USD DEL DIA - LOS SALDOS EN "
                      "DOLARES NO ENTRAN EN LA COMPARACION"
           END-IF
           CLOSE COTIZA.
       1100-EXIT.
           EXIT.

       2000-PROCESO.
           MOVE ZEROS TO JUDIC-CLIENTE
           START JUDICIAL KEY >= JUDIC-CLIENTE
               INVALID KEY MOVE "S" TO WK-EOF-JUDICIAL
           END-START
           PERFORM 2100-LEER-JUDICIAL THRU 2100-EXIT
           PERFORM 2200-PROCESAR-LEGAJO THRU 2200-EXIT
               UNTIL EOF-JUDICIAL
           PERFORM 2800-ESCRIBIR-TOTALES THRU 2800-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-JUDICIAL.
           IF EOF-JUDICIAL
              GO TO 2100-EXIT
           END-IF
           READ JUDICIAL NEXT
               AT END MOVE "S" TO WK-EOF-JUDICIAL
           END-READ.
       2100-EXIT.
           EXIT.

       2200-PROCESAR-LEGAJO.
           IF JUDIC-CERRADO
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE JUDIC-CLIENTE TO A101-CLIENTE
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ
           IF WK-EXISTE-CLIENTE = "N"
              GO TO 2200-SIGUIENTE
           END-IF
           ADD 1 TO WK-TOTAL-LEGAJOS
           COMPUTE WK-SALDO-PESOS = A101-SALDO(1) + A101-SALDO(2)
           IF WK-COTIZA-USD > ZERO
              COMPUTE WK-SALDO-PESOS ROUNDED = WK-SALDO-PESOS
                    + (A101-SALDO(3) + A101-SALDO(4))
                    * WK-COTIZA-USD
           END-IF
           IF JUDIC-FECHA-VERIFICACION NOT = ZERO
              MOVE JUDIC-VERIFICADO TO WK-CREDITO
              MOVE "S" TO WK-D-VERIFICADO
           ELSE
              MOVE JUDIC-RECLAMADO TO WK-CREDITO
              MOVE "N" TO WK-D-VERIFICADO
           END-IF
           MOVE ZERO TO WK-RECUPERO WK-INCOBRABLE
           IF WK-SALDO-PESOS > ZERO
              IF WK-CREDITO < WK-SALDO-PESOS
                 MOVE WK-CREDITO TO WK-RECUPERO
              ELSE
                 MOVE WK-SALDO-PESOS TO WK-RECUPERO
              END-IF
              COMPUTE WK-INCOBRABLE = WK-SALDO-PESOS - WK-RECUPERO
           END-IF
           COMPUTE WK-GASTOS-PEND = JUDIC-GASTOS
                                  - JUDIC-GASTOS-CARGADOS
           MOVE JUDIC-CLIENTE     TO WK-D-CLIENTE
           MOVE A101-NOMBRE       TO WK-D-NOMBRE
           MOVE JUDIC-TIPO        TO WK-D-TIPO
           MOVE A101-ESTADO-DEUDA TO WK-D-ESTADO
           MOVE WK-SALDO-PESOS    TO WK-D-SALDO
           MOVE JUDIC-RECLAMADO   TO WK-D-RECLAMADO
           MOVE WK-CREDITO        TO WK-D-CREDITO
           MOVE WK-RECUPERO       TO WK-D-RECUPERO
           MOVE WK-INCOBRABLE     TO WK-D-INCOBRABLE
           MOVE WK-GASTOS-PEND    TO WK-D-GASTOS
           WRITE RPT-LINEA FROM WK-LINEA-DET
           ADD WK-SALDO-PESOS  TO WK-TOTAL-SALDO
           ADD JUDIC-RECLAMADO TO WK-TOTAL-RECLAMADO
           ADD WK-CREDITO      TO WK-TOTAL-VERIFICADO
           ADD WK-RECUPERO     TO WK-TOTAL-RECUPERO
           ADD WK-INCOBRABLE   TO WK-TOTAL-INCOBRABLE
           ADD WK-GASTOS-PEND  TO WK-TOTAL-GASTOS.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-JUDICIAL THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2800-ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-NOTA
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "LEGAJOS ABIERTOS" TO WK-T-LEYENDA
           MOVE WK-TOTAL-LEGAJOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "SALDO EN CUENTA CORRIENTE" TO WK-I-LEYENDA
           MOVE WK-TOTAL-SALDO TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE "CREDITO RECLAMADO" TO WK-I-LEYENDA
           MOVE WK-TOTAL-RECLAMADO TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE "CREDITO VERIFICADO / ADMITIDO" TO WK-I-LEYENDA
           MOVE WK-TOTAL-VERIFICADO TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE "RECUPERO ESPERADO" TO WK-I-LEYENDA
           MOVE WK-TOTAL-RECUPERO TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE "A INCOBRABLES" TO WK-I-LEYENDA
           MOVE WK-TOTAL-INCOBRABLE TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE "GASTOS JUDICIALES SIN CARGAR" TO WK-I-LEYENDA
           MOVE WK-TOTAL-GASTOS TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE.
       2800-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE JUDICIAL
           CLOSE CLIENTE
           CLOSE RPT-JUDICIAL
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "JUDICIAL-REPORTE".
