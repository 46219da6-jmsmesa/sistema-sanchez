      *                    FECH-70 (archivo PARAMS) en su
      *                    inicializacion y encabeza el reporte con
      *                    la razon social de la empresa.
      *   15/10/2026  SIS  Las ND/NC por diferencia de cambio
      *                    (MOVCTA-DIF-CAMBIO) van contra su propia
      *                    contracuenta (FECH-70-CTA-DIFCAMBIO,
      *                    ambiente CTA-CONTRA-DIFCAMBIO) y se
      *                    cuentan aparte en el control.
      *   15/10/2026  SIS  Los castigos de deudores (CI) y los
      *                    recuperos de deuda castigada (RI) van
      *                    contra sus propias contracuentas
      *                    (FECH-70-CTA-CASTIGO y -CTA-RECUPERO,
      *                    ambiente CTA-CONTRA-CASTIGO y
      *                    CTA-CONTRA-RECUPERO). Se exporta ademas la
      *                    variacion mensual de la prevision para
      *                    incobrables (archivo PREVISION) como
      *                    asiento PV contra las cuentas de prevision
      *                    y de cargo; todo se cuenta aparte en el
      *                    control.
      *   15/10/2026  SIS  Operacion con varias empresas: exporta
      *                    solo los movimientos de la empresa con la
      *                    que se trabaja (rutina EMPRESA-ACTUAL);
      *                    los asientos de prevision salen solo en la
      *                    empresa principal.
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "CLIENTE.SEL".
           COPY "MOVCTAC.SEL".
           COPY "PARAMS.SEL".
           COPY "PREVISION.SEL".

           SELECT ASIENTOS ASSIGN TO "ASIENTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "CLIENTFD.CPY".
           COPY "MOVCTAC.CPY".
           COPY "PARAMS.CPY".
           COPY "PREVISION.CPY".

       FD  ASIENTOS
                   LABEL RECORD STANDARD.
      *       CTA-CONTRA-VENTAS   facturas y notas de debito
      *       CTA-CONTRA-COBROS   recibos y notas de credito
      *       CTA-CONTRA-INTERES  intereses punitorios
      *       CTA-CONTRA-DIFCAMBIO  ND/NC por diferencia de cambio
      *                           (MOVCTA-DIF-CAMBIO); en cero van
      *                           a ventas / cobros segun el tipo
      *       CTA-CONTRA-CASTIGO  castigos de deudores (CI); en
      *                           cero van a cobros
      *       CTA-CONTRA-RECUPERO recuperos de deuda castigada
      *                           (RI); en cero van a ventas
      ******************************************************************
       77  WK-CTA-VENTAS               PIC 9(04) VALUE ZEROS.
       77  WK-CTA-COBROS               PIC 9(04) VALUE ZEROS.
       77  WK-CTA-INTERES              PIC 9(04) VALUE ZEROS.
       77  WK-CTA-DIFCAMBIO            PIC 9(04) VALUE ZEROS.
       77  WK-CTA-CASTIGO              PIC 9(04) VALUE ZEROS.
       77  WK-CTA-RECUPERO             PIC 9(04) VALUE ZEROS.
       77  WK-CTA-CONTRA               PIC 9(04).
       77  WK-AMBIENTE-X               PIC X(01).
       77  WK-AMBIENTE-9               PIC 9(04).
       77  WK-TOTAL-MOVIMIENTOS        PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-ASIENTOS           PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-SIN-CUENTA         PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-DIFCAMBIO          PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-CASTIGOS           PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-RECUPEROS          PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-DEBE               PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-HABER              PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-MOVIM-NETO         PIC S9(15)V99 VALUE ZERO.
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

      ******************************************************************
      *    Prevision para incobrables: la variacion de cada periodo
      *    calculado por PREVISION-CALCULO dentro del rango va a la
      *    cuenta de cargo contra la cuenta de la prevision (al
      *    reves si la prevision baja). Cuentas de FECH-70 o del
      *    ambiente CTA-PREVISION / CTA-CARGO-PREV. No forma parte
      *    del neto de movimientos: se controla aparte.
      ******************************************************************
       77  STATUS-PREVISION            PIC X(02).
       77  WK-EOF-PREVISION            PIC X(01).
       77  WK-CTA-PREVISION            PIC 9(04) VALUE ZEROS.
       77  WK-CTA-CARGO-PREV           PIC 9(04) VALUE ZEROS.
       77  WK-PERIODO-DESDE            PIC 9(06).
       77  WK-PERIODO-HASTA            PIC 9(06).
       77  WK-TOTAL-PREVISION          PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-VARIACION          PIC S9(15)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF WK-AMBIENTE-9 > ZERO
              MOVE WK-AMBIENTE-9 TO WK-CTA-INTERES
           END-IF
           MOVE ZEROS TO WK-AMBIENTE-9
           ACCEPT WK-AMBIENTE-9 FROM ENVIRONMENT "CTA-CONTRA-DIFCAMBIO"
           IF WK-AMBIENTE-9 > ZERO
              MOVE WK-AMBIENTE-9 TO WK-CTA-DIFCAMBIO
           END-IF
           MOVE ZEROS TO WK-AMBIENTE-9
           ACCEPT WK-AMBIENTE-9 FROM ENVIRONMENT "CTA-CONTRA-CASTIGO"
           IF WK-AMBIENTE-9 > ZERO
              MOVE WK-AMBIENTE-9 TO WK-CTA-CASTIGO
           END-IF
           MOVE ZEROS TO WK-AMBIENTE-9
           ACCEPT WK-AMBIENTE-9 FROM ENVIRONMENT "CTA-CONTRA-RECUPERO"
           IF WK-AMBIENTE-9 > ZERO
              MOVE WK-AMBIENTE-9 TO WK-CTA-RECUPERO
           END-IF
           MOVE ZEROS TO WK-AMBIENTE-9
           ACCEPT WK-AMBIENTE-9 FROM ENVIRONMENT "CTA-PREVISION"
           IF WK-AMBIENTE-9 > ZERO
              MOVE WK-AMBIENTE-9 TO WK-CTA-PREVISION
           END-IF
           MOVE ZEROS TO WK-AMBIENTE-9
           ACCEPT WK-AMBIENTE-9 FROM ENVIRONMENT "CTA-CARGO-PREV"
           IF WK-AMBIENTE-9 > ZERO
              MOVE WK-AMBIENTE-9 TO WK-CTA-CARGO-PREV
           END-IF
           IF WK-FECHA-DESDE = ZERO OR WK-FECHA-HASTA = ZERO
              DISPLAY "PERIODO NO INFORMADO (CONTAB-DESDE /"
                      " CONTAB-HASTA) - SIN PROCESO"
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
              MOVE FECH-70-CTA-VENTAS     TO WK-CTA-VENTAS
              MOVE FECH-70-CTA-COBROS     TO WK-CTA-COBROS
              MOVE FECH-70-CTA-INTERES    TO WK-CTA-INTERES
              IF FECH-70-CTA-DIFCAMBIO NUMERIC
                 MOVE FECH-70-CTA-DIFCAMBIO TO WK-CTA-DIFCAMBIO
              END-IF
              IF FECH-70-CTA-CASTIGO NUMERIC
                 MOVE FECH-70-CTA-CASTIGO    TO WK-CTA-CASTIGO
                 MOVE FECH-70-CTA-RECUPERO   TO WK-CTA-RECUPERO
                 MOVE FECH-70-CTA-PREVISION  TO WK-CTA-PREVISION
                 MOVE FECH-70-CTA-CARGO-PREV TO WK-CTA-CARGO-PREV
              END-IF
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           PERFORM UNTIL EOF-MOVCTAC
              IF MOVCTA-FECHA >= WK-FECHA-DESDE
                 AND MOVCTA-FECHA <= WK-FECHA-HASTA
                 AND MOVCTA-EMPRESA = WK-EMPRESA
                 ADD 1 TO WK-TOTAL-MOVIMIENTOS
                 ADD MOVCTA-IMPORTE TO WK-TOTAL-MOVIM-NETO
                 PERFORM 2200-GENERAR-ASIENTO THRU 2200-EXIT
              END-IF
              PERFORM 2100-LEER-MOVCTAC THRU 2100-EXIT
           END-PERFORM
           PERFORM 2300-EXPORTAR-PREVISION THRU 2300-EXIT
           PERFORM 2400-ESCRIBIR-TOTALES THRU 2400-EXIT.
       2000-EXIT.
           EXIT.
       2100-LEER-MOVCTAC.
           READ MOVCTAC NEXT
               AT END MOVE "S" TO WK-EOF-MOVCTAC
           END-READ
           IF NOT EOF-MOVCTAC
              AND MOVCTA-EMPRESA NOT NUMERIC
              MOVE ZERO TO MOVCTA-EMPRESA
           END-IF.
       2100-EXIT.
           EXIT.

                 MOVE WK-CTA-COBROS TO WK-CTA-CONTRA
              WHEN "IN"
                 MOVE WK-CTA-INTERES TO WK-CTA-CONTRA
              WHEN "CI"
                 ADD 1 TO WK-TOTAL-CASTIGOS
                 IF WK-CTA-CASTIGO > ZERO
                    MOVE WK-CTA-CASTIGO TO WK-CTA-CONTRA
                 ELSE
                    MOVE WK-CTA-COBROS TO WK-CTA-CONTRA
                 END-IF
              WHEN "RI"
                 ADD 1 TO WK-TOTAL-RECUPEROS
                 IF WK-CTA-RECUPERO > ZERO
                    MOVE WK-CTA-RECUPERO TO WK-CTA-CONTRA
                 ELSE
                    MOVE WK-CTA-VENTAS TO WK-CTA-CONTRA
                 END-IF
              WHEN OTHER
                 MOVE WK-CTA-VENTAS TO WK-CTA-CONTRA
           END-EVALUATE
           IF MOVCTA-DIF-CAMBIO
              ADD 1 TO WK-TOTAL-DIFCAMBIO
              IF WK-CTA-DIFCAMBIO > ZERO
                 MOVE WK-CTA-DIFCAMBIO TO WK-CTA-CONTRA
              END-IF
           END-IF
           IF MOVCTA-IMPORTE < ZERO
              COMPUTE WK-IMPORTE-ABS = ZERO - MOVCTA-IMPORTE
           ELSE
       2210-EXIT.
           EXIT.

      ******************************************************************
      *    Un asiento por cada periodo de PREVISION dentro del rango
      *    con variacion distinta de cero, con fecha del corte del
      *    periodo, tipo PV, sin cliente y el periodo AAAAMM como
      *    referencia. Sin archivo PREVISION no hay asientos. La
      *    prevision se calcula sobre los saldos consolidados de los
      *    clientes y se contabiliza solo en la empresa principal.
      ******************************************************************
       2300-EXPORTAR-PREVISION.
           IF WK-EMPRESA NOT = ZERO
              GO TO 2300-EXIT
           END-IF
           OPEN INPUT PREVISION
           IF STATUS-PREVISION NOT = "00"
              GO TO 2300-EXIT
           END-IF
           MOVE WK-FECHA-DESDE(1:6) TO WK-PERIODO-DESDE
           MOVE WK-FECHA-HASTA(1:6) TO WK-PERIODO-HASTA
           MOVE "N" TO WK-EOF-PREVISION
           MOVE WK-PERIODO-DESDE TO PREV-PERIODO
           START PREVISION KEY >= PREV-PERIODO
               INVALID KEY MOVE "S" TO WK-EOF-PREVISION
           END-START
           PERFORM 2310-ASIENTO-PREVISION THRU 2310-EXIT
               UNTIL WK-EOF-PREVISION = "S"
           CLOSE PREVISION.
       2300-EXIT.
           EXIT.

       2310-ASIENTO-PREVISION.
           READ PREVISION NEXT
               AT END MOVE "S" TO WK-EOF-PREVISION
           END-READ
           IF WK-EOF-PREVISION = "S"
              GO TO 2310-EXIT
           END-IF
           IF PREV-PERIODO > WK-PERIODO-HASTA
              MOVE "S" TO WK-EOF-PREVISION
              GO TO 2310-EXIT
           END-IF
           IF PREV-VARIACION = ZERO
              GO TO 2310-EXIT
           END-IF
           IF PREV-VARIACION < ZERO
              COMPUTE WK-IMPORTE-ABS = ZERO - PREV-VARIACION
           ELSE
              MOVE PREV-VARIACION TO WK-IMPORTE-ABS
           END-IF
           MOVE SPACES TO ASIENTO-REG
           MOVE PREV-FECHA-CORTE TO ASIENTO-FECHA
           IF PREV-VARIACION > ZERO
              MOVE WK-CTA-CARGO-PREV TO ASIENTO-CTA-DEBE
              MOVE WK-CTA-PREVISION  TO ASIENTO-CTA-HABER
           ELSE
              MOVE WK-CTA-PREVISION  TO ASIENTO-CTA-DEBE
              MOVE WK-CTA-CARGO-PREV TO ASIENTO-CTA-HABER
           END-IF
           MOVE WK-IMPORTE-ABS TO ASIENTO-IMPORTE
           MOVE "PV"           TO ASIENTO-TIPO
           MOVE ZERO           TO ASIENTO-CLIENTE
           MOVE PREV-PERIODO   TO ASIENTO-REFERENCIA
           WRITE ASIENTO-REG
           ADD 1 TO WK-TOTAL-ASIENTOS
                    WK-TOTAL-PREVISION
           ADD WK-IMPORTE-ABS TO WK-TOTAL-DEBE
           ADD WK-IMPORTE-ABS TO WK-TOTAL-HABER
           ADD PREV-VARIACION TO WK-TOTAL-VARIACION.
       2310-EXIT.
           EXIT.

       2400-ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "MOVIM. SIN CUENTA DE IMPUTACION " TO WK-C-LEYENDA
           MOVE WK-TOTAL-SIN-CUENTA TO WK-C-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-CANT
           MOVE "ASIENTOS POR DIF. DE CAMBIO . . " TO WK-C-LEYENDA
           MOVE WK-TOTAL-DIFCAMBIO TO WK-C-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-CANT
           MOVE "CASTIGOS DE DEUDORES  . . . . . " TO WK-C-LEYENDA
           MOVE WK-TOTAL-CASTIGOS TO WK-C-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-CANT
           MOVE "RECUPEROS DE DEUDA CASTIGADA  . " TO WK-C-LEYENDA
           MOVE WK-TOTAL-RECUPEROS TO WK-C-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-CANT
           MOVE "ASIENTOS DE PREVISION . . . . . " TO WK-C-LEYENDA
           MOVE WK-TOTAL-PREVISION TO WK-C-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-CANT
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "TOTAL DEBE  . . . . . . . . . . " TO WK-T-LEYENDA
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "NETO DEL ARCHIVO DE MOVIMIENTOS " TO WK-T-LEYENDA
           MOVE WK-TOTAL-MOVIM-NETO TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "VARIACION DE LA PREVISION . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-VARIACION TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       2400-EXIT.
           EXIT.
