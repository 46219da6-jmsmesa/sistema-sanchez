       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "PREVISION-CALCULO".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Prevision mensual para
      *                    incobrables: al ultimo dia del periodo
      *                    abre la deuda de cada cliente (pesos y
      *                    dolares a la cotizacion del corte) en los
      *                    baldes de antiguedad 0-30, 31-60, 61-90 y
      *                    mas de 90 dias, como AGING-REPORTE, y a
      *                    cada balde le aplica el mayor entre el
      *                    porcentaje del balde y el del estado de
      *                    deuda del cliente (tabla PREVTASA). Graba
      *                    el total del periodo en PREVISION con la
      *                    variacion contra el mes anterior, que
      *                    exporta CONTAB-EXPORT. Corre como paso del
      *                    cierre mensual y deja su checkpoint.
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
           COPY "CLIENTE.SEL".
           COPY "MOVCTAC.SEL".
           COPY "COTIZA.SEL".
           COPY "PREVTASA.SEL".
           COPY "PREVISION.SEL".
           COPY "CHKPOINT.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-PREVISION ASSIGN TO "RPTPREVI.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "MOVCTAC.CPY".
           COPY "COTIZA.CPY".
           COPY "PREVTASA.CPY".
           COPY "PREVISION.CPY".
           COPY "CHKPOINT.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-PREVISION
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-COTIZA               PIC X(02).
       77  STATUS-PREVTASA             PIC X(02).
       77  STATUS-PREVISION            PIC X(02).
       77  STATUS-CHKPOINT             PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-CLIENTE              PIC X(01) VALUE "N".
           88  EOF-CLIENTE                       VALUE "S".
       77  WK-EOF-MOVCTAC              PIC X(01) VALUE "N".
           88  EOF-MOVCTAC                       VALUE "S".
       77  WK-CHKPT-EXISTE             PIC X(01).
       77  WK-EXISTE-PREVISION         PIC X(01).

       77  WK-JOB-ID                   PIC X(10) VALUE "PREVISION".
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-IND-OCURR                PIC 9.
       77  WK-IND-BALDE                PIC 9.
       77  WK-IND-ESTADO               PIC 99.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

      ******************************************************************
      *    Periodo a calcular (AAAAMM): del ambiente CIERRE-PERIODO
      *    dentro del cierre mensual, si no por consola. El corte es
      *    el ultimo dia del periodo y el periodo anterior da la
      *    prevision contra la que se mide la variacion.
      ******************************************************************
       01  WK-PERIODO                  PIC 9(06).
       01  WK-PERIODO-RED REDEFINES WK-PERIODO.
           03  WK-PER-AAAA             PIC 9(04).
           03  WK-PER-MM               PIC 9(02).
       01  WK-PERIODO-ANT              PIC 9(06).
       01  WK-PERIODO-ANT-RED REDEFINES WK-PERIODO-ANT.
           03  WK-ANT-AAAA             PIC 9(04).
           03  WK-ANT-MM               PIC 9(02).
       77  WK-FECHA-CORTE              PIC 9(08).
       77  WK-COTIZA-USD               PIC 9(05)V9999 VALUE ZERO.

      ******************************************************************
      *    Fechas de corte de los baldes, contadas desde el corte:
      *    un debito con fecha mayor o igual a WK-FECHA-30 tiene
      *    hasta 30 dias, y asi siguiendo.
      ******************************************************************
       77  WK-FECHA-30                 PIC 9(08).
       77  WK-FECHA-60                 PIC 9(08).
       77  WK-FECHA-90                 PIC 9(08).

      ******************************************************************
      *    Area de la resta de dias sobre una fecha AAAAMMDD: se
      *    carga WK-FD-FECHA y WK-FD-DIAS y el resultado queda en
      *    WK-FD-FECHA (bisiestos por division entera por 4, valido
      *    para 1901-2099).
      ******************************************************************
       01  WK-FD-FECHA.
           03  WK-FD-AAAA              PIC 9(04).
           03  WK-FD-MM                PIC 9(02).
           03  WK-FD-DD                PIC 9(02).
       01  WK-FD-FECHA-NUM REDEFINES WK-FD-FECHA PIC 9(08).
       77  WK-FD-DIAS                  PIC 9(03).
       77  WK-FD-RESTO                 PIC 9(04).
       01  WK-TABLA-MESES.
           03  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WK-TABLA-MESES-RED REDEFINES WK-TABLA-MESES.
           03  WK-DIAS-MES OCCURS 12 TIMES PIC 9(02).

      ******************************************************************
      *    Porcentajes de prevision. Sin tabla PREVTASA rigen los del
      *    programa: baldes 1, 5, 25 y 50 %; estado de deuda 1
      *    (gestion) 25 %, 7 (concurso) 50 % y 9 (incobrable) 100 %.
      *    Con la tabla cargada, lo que falte en ella vale cero. El
      *    estado se indexa de 1 a 10 (estado 0 a 9).
      ******************************************************************
       01  WK-TABLA-BALDES.
           03  FILLER                  PIC X(20) VALUE
               "00100005000250005000".
       01  WK-TABLA-BALDES-RED REDEFINES WK-TABLA-BALDES.
           03  WK-TASA-BALDE OCCURS 4 TIMES PIC 9(03)V99.
       01  WK-TABLA-ESTADOS.
           03  FILLER                  PIC X(25) VALUE
               "0000002500000000000000000".
           03  FILLER                  PIC X(25) VALUE
               "0000000000050000000010000".
       01  WK-TABLA-ESTADOS-RED REDEFINES WK-TABLA-ESTADOS.
           03  WK-TASA-ESTADO OCCURS 10 TIMES PIC 9(03)V99.
       77  WK-TASA                     PIC 9(03)V99.

      ******************************************************************
      *    Baldes del cliente en proceso, ya en pesos. El balde 1 es
      *    0-30 dias y el 4 mas de 90; los creditos cancelan del
      *    balde 4 hacia el 1 (la deuda mas vieja primero).
      ******************************************************************
       01  WK-BALDES.
           03  WK-BALDE OCCURS 4 TIMES PIC S9(14)V99.
       01  WK-BALDES-OCURR.
           03  WK-BALDE-OC OCCURS 4 TIMES PIC S9(14)V99.
       77  WK-CREDITOS                 PIC S9(14)V99.
       77  WK-DEUDA-CLIENTE            PIC S9(14)V99.
       77  WK-PREV-CLIENTE             PIC S9(14)V99.
       77  WK-PREV-BALDE               PIC S9(14)V99.
       77  WK-PREV-ANTERIOR            PIC S9(14)V99.

       01  WK-TOTALES-BALDE.
           03  WK-TB OCCURS 4 TIMES.
               05  WK-TB-DEUDA         PIC S9(14)V99.
               05  WK-TB-PREVISION     PIC S9(14)V99.
       77  WK-TOTAL-DEUDA              PIC S9(14)V99 VALUE ZERO.
       77  WK-TOTAL-PREVISION          PIC S9(14)V99 VALUE ZERO.
       77  WK-TOTAL-CLIENTES           PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-CON-PREVISION      PIC 9(07) VALUE ZERO.

      ******************************************************************
      *    Area de la rutina comun de errores de archivo.
      ******************************************************************
       77  WK-ERR-PROGRAMA             PIC X(20)
           VALUE "PREVISION-CALCULO".
       77  WK-ERR-PARRAFO              PIC X(30).
       77  WK-ERR-ARCHIVO              PIC X(10).
       77  WK-ERR-STATUS               PIC X(02).
       77  WK-ERR-CLAVE                PIC X(10).

      ******************************************************************
      *    Identificacion del reporte en el catalogo de spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "PREVISION".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTPREVI.TXT".

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(38) VALUE
               "PREVISION PARA INCOBRABLES - PERIODO".
           03  WK-TI-MM                PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-TI-AAAA              PIC 9(04).
           03  FILLER                  PIC X(10) VALUE "  CORTE ".
           03  WK-TI-DD-C              PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-TI-MM-C              PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-TI-AAAA-C            PIC 9(04).

       01  WK-LINEA-COTIZA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(24) VALUE
               "COTIZACION USD DEL CORTE".
           03  WK-CO-VALOR             PIC ZZ,ZZ9.9999.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-CO-LEYENDA           PIC X(40).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(44) VALUE
               "CLIENTE                                 ED  ".
           03  FILLER                  PIC X(16) VALUE
               "        0-30   ".
           03  FILLER                  PIC X(16) VALUE
               "       31-60   ".
           03  FILLER                  PIC X(16) VALUE
               "       61-90   ".
           03  FILLER                  PIC X(16) VALUE
               "   MAS DE 90   ".
           03  FILLER                  PIC X(16) VALUE
               "   PREVISION   ".

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-CLAVE              PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-NOMBRE             PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-ESTADO             PIC 9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-BALDE-1            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-BALDE-2            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-BALDE-3            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-BALDE-4            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PREVISION          PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-BALDE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-B-LEYENDA            PIC X(30).
           03  FILLER                  PIC X(07) VALUE " DEUDA ".
           03  WK-B-DEUDA              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(11) VALUE
               " PREVISION ".
           03  WK-B-PREVISION          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

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
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESO     THRU 2000-EXIT
           PERFORM 9000-FINALIZAR   THRU 9000-EXIT
           GOBACK.

      ******************************************************************
      *    1000  -  PERIODO, FECHAS DE CORTE, TASAS Y APERTURAS
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           MOVE ZEROS TO WK-TOTALES-BALDE
      *    corriendo dentro del cierre mensual el periodo llega
      *    por ambiente; si no, se pide por consola
           MOVE ZEROS TO WK-PERIODO
           ACCEPT WK-PERIODO FROM ENVIRONMENT "CIERRE-PERIODO"
           IF WK-PERIODO NOT NUMERIC OR WK-PERIODO = ZEROS
              DISPLAY "PERIODO A PREVISIONAR (AAAAMM): "
              ACCEPT WK-PERIODO
           END-IF
           IF WK-PER-MM < 1 OR WK-PER-MM > 12
              DISPLAY "PERIODO INVALIDO ", WK-PERIODO,
                      " - SIN PROCESO"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1100-CALCULAR-CORTE THRU 1100-EXIT
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           PERFORM 1200-LEER-COTIZACION THRU 1200-EXIT
           PERFORM 1300-LEER-TASAS THRU 1300-EXIT
           OPEN INPUT CLIENTE
           MOVE "APERTURA" TO WK-ERR-PARRAFO
           PERFORM 9110-VERIFICAR-CLIENTE THRU 9110-EXIT
           OPEN INPUT MOVCTAC
           IF STATUS-MOVCTAC NOT = "00"
              MOVE "MOVCTAC"      TO WK-ERR-ARCHIVO
              MOVE STATUS-MOVCTAC TO WK-ERR-STATUS
              MOVE SPACES         TO WK-ERR-CLAVE
              PERFORM 9100-ERROR-ARCHIVO THRU 9100-EXIT
           END-IF
           OPEN I-O PREVISION
           IF STATUS-PREVISION = "35"
              OPEN OUTPUT PREVISION
              CLOSE PREVISION
              OPEN I-O PREVISION
           END-IF
           OPEN I-O CHKPOINT
           IF STATUS-CHKPOINT = "35"
              OPEN OUTPUT CHKPOINT
              CLOSE CHKPOINT
              OPEN I-O CHKPOINT
           END-IF
           PERFORM 1400-INICIAR-CHECKPOINT THRU 1400-EXIT
           OPEN OUTPUT RPT-PREVISION
           PERFORM 1500-ENCABEZADO THRU 1500-EXIT.
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
      *    Corte = dia anterior al primero del mes siguiente; las
      *    fechas de los baldes se cuentan hacia atras desde el corte.
      ******************************************************************
       1100-CALCULAR-CORTE.
           MOVE WK-PER-AAAA TO WK-FD-AAAA
           MOVE WK-PER-MM   TO WK-FD-MM
           MOVE 1           TO WK-FD-DD
           IF WK-FD-MM = 12
              MOVE 1 TO WK-FD-MM
              ADD 1 TO WK-FD-AAAA
           ELSE
              ADD 1 TO WK-FD-MM
           END-IF
           MOVE 1 TO WK-FD-DIAS
           PERFORM 8500-RESTAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA-NUM TO WK-FECHA-CORTE
           MOVE WK-FECHA-CORTE TO WK-FD-FECHA-NUM
           MOVE 30 TO WK-FD-DIAS
           PERFORM 8500-RESTAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA-NUM TO WK-FECHA-30
           MOVE WK-FECHA-CORTE TO WK-FD-FECHA-NUM
           MOVE 60 TO WK-FD-DIAS
           PERFORM 8500-RESTAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA-NUM TO WK-FECHA-60
           MOVE WK-FECHA-CORTE TO WK-FD-FECHA-NUM
           MOVE 90 TO WK-FD-DIAS
           PERFORM 8500-RESTAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA-NUM TO WK-FECHA-90
           MOVE WK-PERIODO TO WK-PERIODO-ANT
           IF WK-ANT-MM = 1
              MOVE 12 TO WK-ANT-MM
              SUBTRACT 1 FROM WK-ANT-AAAA
           ELSE
              SUBTRACT 1 FROM WK-ANT-MM
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    Cotizacion del dolar al corte; sin ella los saldos en
      *    dolares quedan fuera de la prevision y se avisa.
      ******************************************************************
       1200-LEER-COTIZACION.
           OPEN INPUT COTIZA
           IF STATUS-COTIZA NOT = "00"
              DISPLAY "SIN TABLA COTIZA - LOS SALDOS EN DOLARES NO "
                      "ENTRAN EN LA PREVISION"
              GO TO 1200-EXIT
           END-IF
           MOVE "USD"          TO COTIZA-MONEDA
           MOVE WK-FECHA-CORTE TO COTIZA-FECHA
           READ COTIZA
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-COTIZA = "00"
              MOVE COTIZA-VALOR TO WK-COTIZA-USD
           ELSE
              DISPLAY "SIN COTIZACION USD DEL CORTE - LOS SALDOS EN "
                      "DOLARES NO ENTRAN EN LA PREVISION"
           END-IF
           CLOSE COTIZA.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    Con la tabla PREVTASA presente se parte de cero y se toman
      *    los porcentajes cargados; sin tabla quedan los del
      *    programa.
      ******************************************************************
       1300-LEER-TASAS.
           OPEN INPUT PREVTASA
           IF STATUS-PREVTASA NOT = "00"
              DISPLAY "SIN TABLA PREVTASA - RIGEN LOS PORCENTAJES "
                      "POR DEFECTO"
              GO TO 1300-EXIT
           END-IF
           MOVE ZEROS TO WK-TABLA-BALDES WK-TABLA-ESTADOS
           PERFORM 1310-LEER-TASA-BALDE THRU 1310-EXIT
               VARYING WK-IND-BALDE FROM 1 BY 1
               UNTIL WK-IND-BALDE > 4
           PERFORM 1320-LEER-TASA-ESTADO THRU 1320-EXIT
               VARYING WK-IND-ESTADO FROM 1 BY 1
               UNTIL WK-IND-ESTADO > 10
           CLOSE PREVTASA.
       1300-EXIT.
           EXIT.

       1310-LEER-TASA-BALDE.
           MOVE "A"          TO PREVTASA-TIPO
           MOVE WK-IND-BALDE TO PREVTASA-CODIGO
           READ PREVTASA
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-PREVTASA = "00"
              MOVE PREVTASA-PORCENTAJE TO WK-TASA-BALDE(WK-IND-BALDE)
           END-IF.
       1310-EXIT.
           EXIT.

       1320-LEER-TASA-ESTADO.
           MOVE "E" TO PREVTASA-TIPO
           COMPUTE PREVTASA-CODIGO = WK-IND-ESTADO - 1
           READ PREVTASA
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-PREVTASA = "00"
              MOVE PREVTASA-PORCENTAJE
                TO WK-TASA-ESTADO(WK-IND-ESTADO)
           END-IF.
       1320-EXIT.
           EXIT.

       1400-INICIAR-CHECKPOINT.
           MOVE WK-JOB-ID TO CHKPOINT-JOB
           READ CHKPOINT
               INVALID KEY MOVE "N" TO WK-CHKPT-EXISTE
               NOT INVALID KEY MOVE "S" TO WK-CHKPT-EXISTE
           END-READ
           MOVE WK-JOB-ID  TO CHKPOINT-JOB
           MOVE ZERO       TO CHKPOINT-CLAVE
           MOVE "N"        TO CHKPOINT-COMPLETO
           MOVE ZERO       TO CHKPOINT-REGISTROS
                              CHKPOINT-DIFERENCIAS
           MOVE WK-PERIODO TO CHKPOINT-PERIODO
           ACCEPT CHKPOINT-FECHA FROM DATE YYYYMMDD
           ACCEPT CHKPOINT-HORA  FROM TIME
           IF WK-CHKPT-EXISTE = "S"
              REWRITE CHKPOINT-REG
           ELSE
              WRITE CHKPOINT-REG
           END-IF.
       1400-EXIT.
           EXIT.

       1500-ENCABEZADO.
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-PER-MM   TO WK-TI-MM
           MOVE WK-PER-AAAA TO WK-TI-AAAA
           MOVE WK-FECHA-CORTE TO WK-FD-FECHA-NUM
           MOVE WK-FD-DD    TO WK-TI-DD-C
           MOVE WK-FD-MM    TO WK-TI-MM-C
           MOVE WK-FD-AAAA  TO WK-TI-AAAA-C
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE WK-COTIZA-USD TO WK-CO-VALOR
           IF WK-COTIZA-USD = ZERO
              MOVE "DOLARES FUERA DE LA PREVISION"
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
       1500-EXIT.
           EXIT.

      ******************************************************************
      *    2000  -  RECORRE CLIENTES Y GRABA LA PREVISION DEL PERIODO
      ******************************************************************
       2000-PROCESO.
           MOVE ZEROS TO A101-CLAVE
           START CLIENTE KEY >= A101-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-CLIENTE
           END-START
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
           PERFORM 2200-PROCESAR-CLIENTE THRU 2200-EXIT
               UNTIL EOF-CLIENTE
           PERFORM 2600-GRABAR-PREVISION THRU 2600-EXIT
           PERFORM 2700-ESCRIBIR-TOTALES THRU 2700-EXIT
           PERFORM 2900-COMPLETAR-CHECKPOINT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-LEER-CLIENTE.
           IF EOF-CLIENTE
              GO TO 2100-EXIT
           END-IF
           READ CLIENTE NEXT
               AT END MOVE "S" TO WK-EOF-CLIENTE
           END-READ
           MOVE "2100-LEER-CLIENTE" TO WK-ERR-PARRAFO
           PERFORM 9110-VERIFICAR-CLIENTE THRU 9110-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Deuda del cliente al corte en pesos por balde; cada balde
      *    deudor se previsiona con el mayor porcentaje entre el del
      *    balde y el del estado de deuda del cliente.
      ******************************************************************
       2200-PROCESAR-CLIENTE.
           IF A101-DADO-DE-BAJA
              GO TO 2200-SIGUIENTE
           END-IF
           ADD 1 TO WK-TOTAL-CLIENTES
           MOVE ZERO TO WK-BALDE(1) WK-BALDE(2)
                        WK-BALDE(3) WK-BALDE(4)
           PERFORM 2300-PROCESAR-OCURRENCIA THRU 2300-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 2
               UNTIL WK-IND-OCURR > 3
           MOVE ZERO TO WK-DEUDA-CLIENTE WK-PREV-CLIENTE
           PERFORM 2500-PREVISIONAR-BALDE THRU 2500-EXIT
               VARYING WK-IND-BALDE FROM 1 BY 1
               UNTIL WK-IND-BALDE > 4
           IF WK-PREV-CLIENTE = ZERO
              GO TO 2200-SIGUIENTE
           END-IF
           ADD 1 TO WK-TOTAL-CON-PREVISION
           MOVE A101-CLIENTE      TO WK-D-CLAVE
           MOVE A101-NOMBRE       TO WK-D-NOMBRE
           MOVE A101-ESTADO-DEUDA TO WK-D-ESTADO
           MOVE WK-BALDE(1)       TO WK-D-BALDE-1
           MOVE WK-BALDE(2)       TO WK-D-BALDE-2
           MOVE WK-BALDE(3)       TO WK-D-BALDE-3
           MOVE WK-BALDE(4)       TO WK-D-BALDE-4
           MOVE WK-PREV-CLIENTE   TO WK-D-PREVISION
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    Baldes de la ocurrencia WK-IND-OCURR con los movimientos
      *    hasta el corte; los dolares pasan a pesos con la
      *    cotizacion del corte y sin cotizacion no se toman.
      ******************************************************************
       2300-PROCESAR-OCURRENCIA.
           IF WK-IND-OCURR = 3 AND WK-COTIZA-USD = ZERO
              GO TO 2300-EXIT
           END-IF
           MOVE ZERO TO WK-BALDE-OC(1) WK-BALDE-OC(2)
                        WK-BALDE-OC(3) WK-BALDE-OC(4)
           MOVE ZERO TO WK-CREDITOS
           PERFORM 2310-POSICIONAR-MOVIM THRU 2310-EXIT
           PERFORM 2330-ACUMULAR-MOVIM THRU 2330-EXIT
               UNTIL EOF-MOVCTAC
           PERFORM 2340-APLICAR-CREDITOS THRU 2340-EXIT
           PERFORM 2360-PASAR-A-PESOS THRU 2360-EXIT
               VARYING WK-IND-BALDE FROM 1 BY 1
               UNTIL WK-IND-BALDE > 4.
       2300-EXIT.
           EXIT.

       2310-POSICIONAR-MOVIM.
           MOVE "N" TO WK-EOF-MOVCTAC
           MOVE A101-CLIENTE TO MOVCTA-CLIENTE
           MOVE ZERO         TO MOVCTA-FECHA MOVCTA-SECUENCIA
           START MOVCTAC KEY >= MOVCTA-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-MOVCTAC
           END-START
           IF WK-EOF-MOVCTAC = "N"
              PERFORM 2320-LEER-MOVIM THRU 2320-EXIT
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      *    El archivo viene por cliente y fecha: el primer movimiento
      *    posterior al corte termina el cliente.
      ******************************************************************
       2320-LEER-MOVIM.
           READ MOVCTAC NEXT
               AT END MOVE "S" TO WK-EOF-MOVCTAC
           END-READ
           IF WK-EOF-MOVCTAC = "N"
              IF MOVCTA-CLIENTE NOT = A101-CLIENTE
                 OR MOVCTA-FECHA > WK-FECHA-CORTE
                 MOVE "S" TO WK-EOF-MOVCTAC
              END-IF
           END-IF.
       2320-EXIT.
           EXIT.

      ******************************************************************
      *    Un debito suma al balde que le toca por fecha; un credito
      *    se junta aparte para cancelar despues la deuda mas vieja.
      ******************************************************************
       2330-ACUMULAR-MOVIM.
           IF MOVCTA-OCURRENCIA = WK-IND-OCURR
              IF MOVCTA-IMPORTE > ZERO
                 IF MOVCTA-FECHA >= WK-FECHA-30
                    ADD MOVCTA-IMPORTE TO WK-BALDE-OC(1)
                 ELSE
                    IF MOVCTA-FECHA >= WK-FECHA-60
                       ADD MOVCTA-IMPORTE TO WK-BALDE-OC(2)
                    ELSE
                       IF MOVCTA-FECHA >= WK-FECHA-90
                          ADD MOVCTA-IMPORTE TO WK-BALDE-OC(3)
                       ELSE
                          ADD MOVCTA-IMPORTE TO WK-BALDE-OC(4)
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 SUBTRACT MOVCTA-IMPORTE FROM WK-CREDITOS
              END-IF
           END-IF
           PERFORM 2320-LEER-MOVIM THRU 2320-EXIT.
       2330-EXIT.
           EXIT.

      ******************************************************************
      *    Aplica los creditos juntados contra los baldes, del mas
      *    viejo (mas de 90) al mas nuevo; el credito que sobra es
      *    saldo a favor y no se previsiona.
      ******************************************************************
       2340-APLICAR-CREDITOS.
           PERFORM 2350-CANCELAR-BALDE THRU 2350-EXIT
               VARYING WK-IND-BALDE FROM 4 BY -1
               UNTIL WK-IND-BALDE < 1.
       2340-EXIT.
           EXIT.

       2350-CANCELAR-BALDE.
           IF WK-CREDITOS > ZERO AND WK-BALDE-OC(WK-IND-BALDE) > ZERO
              IF WK-CREDITOS >= WK-BALDE-OC(WK-IND-BALDE)
                 SUBTRACT WK-BALDE-OC(WK-IND-BALDE) FROM WK-CREDITOS
                 MOVE ZERO TO WK-BALDE-OC(WK-IND-BALDE)
              ELSE
                 SUBTRACT WK-CREDITOS FROM WK-BALDE-OC(WK-IND-BALDE)
                 MOVE ZERO TO WK-CREDITOS
              END-IF
           END-IF.
       2350-EXIT.
           EXIT.

       2360-PASAR-A-PESOS.
           IF WK-IND-OCURR = 3
              COMPUTE WK-BALDE(WK-IND-BALDE) ROUNDED =
                      WK-BALDE(WK-IND-BALDE)
                    + WK-BALDE-OC(WK-IND-BALDE) * WK-COTIZA-USD
           ELSE
              ADD WK-BALDE-OC(WK-IND-BALDE) TO WK-BALDE(WK-IND-BALDE)
           END-IF.
       2360-EXIT.
           EXIT.

       2500-PREVISIONAR-BALDE.
           IF WK-BALDE(WK-IND-BALDE) NOT > ZERO
              GO TO 2500-EXIT
           END-IF
           MOVE WK-TASA-BALDE(WK-IND-BALDE) TO WK-TASA
           COMPUTE WK-IND-ESTADO = A101-ESTADO-DEUDA + 1
           IF WK-TASA-ESTADO(WK-IND-ESTADO) > WK-TASA
              MOVE WK-TASA-ESTADO(WK-IND-ESTADO) TO WK-TASA
           END-IF
           COMPUTE WK-PREV-BALDE ROUNDED =
                   WK-BALDE(WK-IND-BALDE) * WK-TASA / 100
           ADD WK-BALDE(WK-IND-BALDE) TO WK-DEUDA-CLIENTE
                                         WK-TB-DEUDA(WK-IND-BALDE)
                                         WK-TOTAL-DEUDA
           ADD WK-PREV-BALDE TO WK-PREV-CLIENTE
                                WK-TB-PREVISION(WK-IND-BALDE)
                                WK-TOTAL-PREVISION.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *    Graba o regraba el registro del periodo; la prevision del
      *    mes anterior sale de su registro (cero si no se calculo).
      ******************************************************************
       2600-GRABAR-PREVISION.
           MOVE WK-PERIODO-ANT TO PREV-PERIODO
           READ PREVISION
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-PREVISION = "00"
              MOVE PREV-TOTAL TO WK-PREV-ANTERIOR
           ELSE
              MOVE ZERO TO WK-PREV-ANTERIOR
           END-IF
           MOVE WK-PERIODO TO PREV-PERIODO
           MOVE "S" TO WK-EXISTE-PREVISION
           READ PREVISION
               INVALID KEY MOVE "N" TO WK-EXISTE-PREVISION
           END-READ
           MOVE SPACES         TO PREV-REG
           MOVE WK-PERIODO     TO PREV-PERIODO
           MOVE WK-FECHA-CORTE TO PREV-FECHA-CORTE
           MOVE WK-FECHA-HOY   TO PREV-FECHA-CALCULO
           PERFORM 2610-CARGAR-BALDE THRU 2610-EXIT
               VARYING WK-IND-BALDE FROM 1 BY 1
               UNTIL WK-IND-BALDE > 4
           MOVE WK-TOTAL-PREVISION TO PREV-TOTAL
           MOVE WK-PREV-ANTERIOR   TO PREV-ANTERIOR
           COMPUTE PREV-VARIACION = PREV-TOTAL - PREV-ANTERIOR
           MOVE WK-COTIZA-USD      TO PREV-COTIZA-USD
           MOVE WK-USUARIO         TO PREV-USUARIO
           IF WK-EXISTE-PREVISION = "S"
              REWRITE PREV-REG
                  INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE PREV-REG
                  INVALID KEY CONTINUE
              END-WRITE
           END-IF
           IF STATUS-PREVISION NOT = "00"
              MOVE "2600-GRABAR-PREVISION" TO WK-ERR-PARRAFO
              MOVE "PREVISION"      TO WK-ERR-ARCHIVO
              MOVE STATUS-PREVISION TO WK-ERR-STATUS
              MOVE WK-PERIODO       TO WK-ERR-CLAVE
              PERFORM 9100-ERROR-ARCHIVO THRU 9100-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       2610-CARGAR-BALDE.
           MOVE WK-TB-DEUDA(WK-IND-BALDE)
             TO PREV-DEUDA(WK-IND-BALDE)
           MOVE WK-TB-PREVISION(WK-IND-BALDE)
             TO PREV-IMPORTE(WK-IND-BALDE).
       2610-EXIT.
           EXIT.

       2700-ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "0-30 DIAS" TO WK-B-LEYENDA
           MOVE 1 TO WK-IND-BALDE
           PERFORM 2710-LINEA-BALDE THRU 2710-EXIT
           MOVE "31-60 DIAS" TO WK-B-LEYENDA
           MOVE 2 TO WK-IND-BALDE
           PERFORM 2710-LINEA-BALDE THRU 2710-EXIT
           MOVE "61-90 DIAS" TO WK-B-LEYENDA
           MOVE 3 TO WK-IND-BALDE
           PERFORM 2710-LINEA-BALDE THRU 2710-EXIT
           MOVE "MAS DE 90 DIAS" TO WK-B-LEYENDA
           MOVE 4 TO WK-IND-BALDE
           PERFORM 2710-LINEA-BALDE THRU 2710-EXIT
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "DEUDA TOTAL AL CORTE" TO WK-I-LEYENDA
           MOVE WK-TOTAL-DEUDA TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE "PREVISION DEL PERIODO" TO WK-I-LEYENDA
           MOVE PREV-TOTAL TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE "PREVISION DEL PERIODO ANTERIOR" TO WK-I-LEYENDA
           MOVE PREV-ANTERIOR TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE "VARIACION (CARGO / DESAFECTACION)" TO WK-I-LEYENDA
           MOVE PREV-VARIACION TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "CLIENTES PROCESADOS" TO WK-T-LEYENDA
           MOVE WK-TOTAL-CLIENTES TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "CLIENTES CON PREVISION" TO WK-T-LEYENDA
           MOVE WK-TOTAL-CON-PREVISION TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       2700-EXIT.
           EXIT.

       2710-LINEA-BALDE.
           MOVE WK-TB-DEUDA(WK-IND-BALDE)     TO WK-B-DEUDA
           MOVE WK-TB-PREVISION(WK-IND-BALDE) TO WK-B-PREVISION
           WRITE RPT-LINEA FROM WK-LINEA-BALDE.
       2710-EXIT.
           EXIT.

       2900-COMPLETAR-CHECKPOINT.
           MOVE WK-JOB-ID TO CHKPOINT-JOB
           READ CHKPOINT
               INVALID KEY CONTINUE
           END-READ
           MOVE "S" TO CHKPOINT-COMPLETO
           MOVE WK-TOTAL-CLIENTES TO CHKPOINT-REGISTROS
           MOVE WK-PERIODO TO CHKPOINT-PERIODO
           ACCEPT CHKPOINT-FECHA FROM DATE YYYYMMDD
           ACCEPT CHKPOINT-HORA  FROM TIME
           REWRITE CHKPOINT-REG.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *    Resta WK-FD-DIAS dias a la fecha WK-FD-FECHA (AAAAMMDD),
      *    dia por dia con la tabla de dias por mes; febrero suma un
      *    dia en los bisiestos (multiplo de 4, valido 1901-2099).
      ******************************************************************
       8500-RESTAR-DIAS.
           PERFORM 8510-RESTAR-UN-DIA THRU 8510-EXIT
               WK-FD-DIAS TIMES.
       8500-EXIT.
           EXIT.

       8510-RESTAR-UN-DIA.
           IF WK-FD-DD > 1
              SUBTRACT 1 FROM WK-FD-DD
              GO TO 8510-EXIT
           END-IF
           IF WK-FD-MM = 1
              MOVE 12 TO WK-FD-MM
              SUBTRACT 1 FROM WK-FD-AAAA
           ELSE
              SUBTRACT 1 FROM WK-FD-MM
           END-IF
           MOVE WK-DIAS-MES(WK-FD-MM) TO WK-FD-DD
           IF WK-FD-MM = 2
              DIVIDE WK-FD-AAAA BY 4 GIVING WK-FD-RESTO
                  REMAINDER WK-FD-RESTO
              IF WK-FD-RESTO = ZERO
                 MOVE 29 TO WK-FD-DD
              END-IF
           END-IF.
       8510-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE MOVCTAC
           CLOSE PREVISION
           CLOSE CHKPOINT
           CLOSE RPT-PREVISION
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

      ******************************************************************
      *    Rutina comun de errores de archivo: deja el error en el
      *    log y aborta el proceso con codigo de retorno 16.
      ******************************************************************
       9100-ERROR-ARCHIVO.
           CALL "ERRLOG-REGISTRO" USING WK-ERR-PROGRAMA
                WK-ERR-PARRAFO WK-ERR-ARCHIVO WK-ERR-STATUS
                WK-ERR-CLAVE
           DISPLAY "ERROR DE ARCHIVO EN ", WK-ERR-PROGRAMA,
                   " PARRAFO ", WK-ERR-PARRAFO
           DISPLAY "ARCHIVO ", WK-ERR-ARCHIVO,
                   " STATUS ", WK-ERR-STATUS,
                   " ULTIMA CLAVE ", WK-ERR-CLAVE
           DISPLAY "PROCESO ABORTADO"
           MOVE 16 TO RETURN-CODE
           GOBACK.
       9100-EXIT.
           EXIT.

       9110-VERIFICAR-CLIENTE.
           IF STATUS-CLIENTE NOT = "00" AND STATUS-CLIENTE NOT = "10"
              MOVE "CLIENTE"      TO WK-ERR-ARCHIVO
              MOVE STATUS-CLIENTE TO WK-ERR-STATUS
              MOVE A101-CLIENTE   TO WK-ERR-CLAVE
              PERFORM 9100-ERROR-ARCHIVO THRU 9100-EXIT
           END-IF.
       9110-EXIT.
           EXIT.

       END PROGRAM "PREVISION-CALCULO".
