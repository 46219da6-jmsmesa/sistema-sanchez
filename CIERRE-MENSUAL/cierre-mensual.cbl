       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "CIERRE-MENSUAL".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Conductor del cierre de
      *                    mes: para el periodo pedido corre en orden
      *                    los controles previos (SALDOS-INTEGRIDAD
      *                    sin diferencias, facturas del mes con CAE,
      *                    cotizacion USD del ultimo dia del mes) y
      *                    despues RESUMEN-CUENTA, INTERES-PUNITORIO,
      *                    VENTAS-ESTADIS, COMISION-VENDEDOR,
      *                    IVAVENTAS-REPORTE, PREVISION-CALCULO y
      *                    CONTAB-EXPORT. Cada
      *                    paso queda en JOBLOG y en CIERREMES; un
      *                    control o paso fallido detiene el cierre
      *                    y al reanudar no se repiten los pasos ya
      *                    completos. Al final emite los totales de
      *                    control del mes (RPTCIERR.TXT) y cierra el
      *                    periodo en PERIODOS solo con la firma de
      *                    un supervisor del maestro OPERADOR.
      *   15/10/2026  SIS  Agrega el paso PREVISION-CALCULO
      *                    (prevision mensual para incobrables) antes
      *                    de CONTAB-EXPORT, que exporta su
      *                    variacion; la secuencia pasa a once pasos.
      *   15/10/2026  SIS  Operacion con varias empresas: cada
      *                    empresa corre su cierre (CIERREMES por
      *                    empresa y periodo, empresa de
      *                    EMPRESA-ACTUAL); los programas comunes a
      *                    todas corren solo en el de la empresa 0,
      *                    el control de CAE y los totales de control
      *                    son de la empresa, y el periodo se cierra
      *                    en PERIODOS con la firma de la ultima
      *                    empresa que faltaba.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CIERREMES.SEL".
           COPY "JOBLOG.SEL".
           COPY "CHKPOINT.SEL".
           COPY "PERIODOS.SEL".
           COPY "FACTURAS.SEL".
           COPY "COTIZA.SEL".
           COPY "MOVCTAC.SEL".
           COPY "OPERADOR.SEL".
           COPY "AUDITCLI.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-CIERRE ASSIGN TO "RPTCIERR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "CIERREMES.CPY".
           COPY "JOBLOG.CPY".
           COPY "CHKPOINT.CPY".
           COPY "PERIODOS.CPY".
           COPY "FACTURAS.CPY".
           COPY "COTIZA.CPY".
           COPY "MOVCTAC.CPY".
           COPY "OPERADOR.CPY".
           COPY "AUDITCLI.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-CIERRE
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(100).

       WORKING-STORAGE SECTION.
       77  STATUS-CIERREMES            PIC X(02).
       77  STATUS-JOBLOG               PIC X(02).
       77  STATUS-CHKPOINT             PIC X(02).
       77  STATUS-PERIODOS             PIC X(02).
       77  STATUS-FACTURAS             PIC X(02).
       77  STATUS-COTIZA               PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-OPERADOR             PIC X(02).
       77  STATUS-AUDITCLI             PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  STATUS-RPT                  PIC X(02).

      ******************************************************************
      *    Secuencia del cierre, en el orden de ejecucion. Tipo del
      *    paso: 'G' control que corre otro programa, 'I' control
      *    interno, 'P' programa del cierre, 'F' firma y cierre del
      *    periodo. Los controles se repiten en cada pasada; los
      *    programas ya completos en este cierre se saltean.
      *    Alcance: 'E' corre en el cierre de cada empresa, 'C'
      *    programa comun a todas (saldos de clientes compartidos)
      *    que corre solo en el cierre de la empresa 0.
      ******************************************************************
       01  WK-TABLA-PASOS.
           03  FILLER                  PIC X(32) VALUE
               "SALDOS-INTEGRIDAD   SALDOSINT GE".
           03  FILLER                  PIC X(32) VALUE
               "CONTROL-CAE                   IE".
           03  FILLER                  PIC X(32) VALUE
               "CONTROL-COTIZA                IE".
           03  FILLER                  PIC X(32) VALUE
               "RESUMEN-CUENTA      RESUMENCTAPC".
           03  FILLER                  PIC X(32) VALUE
               "INTERES-PUNITORIO   PUNITORIOSPC".
           03  FILLER                  PIC X(32) VALUE
               "VENTAS-ESTADIS                PC".
           03  FILLER                  PIC X(32) VALUE
               "COMISION-VENDEDOR             PC".
           03  FILLER                  PIC X(32) VALUE
               "IVAVENTAS-REPORTE             PE".
           03  FILLER                  PIC X(32) VALUE
               "PREVISION-CALCULO   PREVISION PC".
           03  FILLER                  PIC X(32) VALUE
               "CONTAB-EXPORT                 PE".
           03  FILLER                  PIC X(32) VALUE
               "PERIODO-CIERRE                FE".
       01  WK-TABLA-RED REDEFINES WK-TABLA-PASOS.
           03  WK-PASO OCCURS 11 TIMES.
               05  WK-PASO-PROGRAMA    PIC X(20).
               05  WK-PASO-JOB         PIC X(10).
               05  WK-PASO-TIPO        PIC X(01).
               05  WK-PASO-ALCANCE     PIC X(01).

       77  WK-IND                      PIC 9(02).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-HORA-INICIO              PIC 9(08).
       77  WK-HORA-FIN                 PIC 9(08).
       77  WK-CHKPT-ENCONTRADO         PIC X(01).
       77  WK-EXISTE-CIERRE            PIC X(01).
       77  WK-EXISTE-PERIODO           PIC X(01).
       77  WK-PASO-SALTEAR             PIC X(01).
       77  WK-CADENA-CORTADA           PIC X(01) VALUE "N".
           88  CADENA-CORTADA                    VALUE "S".
       77  WK-RETORNO-PASO             PIC 9(04).
       77  WK-REGISTROS-PASO           PIC 9(07).
       77  WK-STATUS-PASO              PIC X(02).
       77  WK-EOF-ARCHIVO              PIC X(01).
       77  WK-CONFIRMA                 PIC X(01).

      ******************************************************************
      *    Empresa que corre su cierre (EMPRESA-ACTUAL) y control de
      *    las firmas de las demas antes de cerrar el periodo.
      ******************************************************************
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-EMPRESA-CONTROL          PIC 9(01).
       77  WK-IND-EMPRESA              PIC 9(02).
       77  WK-EMPRESAS-PENDIENTES      PIC 9(02).
       77  WK-HAY-PARAMS               PIC X(01) VALUE "N".
       77  WK-EXISTE-FIRMA             PIC X(01).
       01  WK-CIERRE-GUARDADO          PIC X(150).

      ******************************************************************
      *    Periodo a cerrar y su primer y ultimo dia (bisiestos por
      *    division entera por 4, valido 1901-2099).
      ******************************************************************
       01  WK-PERIODO.
           03  WK-PER-AAAA             PIC 9(04).
           03  WK-PER-MM               PIC 9(02).
       01  WK-PERIODO-NUM REDEFINES WK-PERIODO PIC 9(06).
       77  WK-FECHA-DESDE              PIC 9(08) VALUE ZERO.
       77  WK-FECHA-HASTA              PIC 9(08).
       77  WK-ULTIMO-DIA               PIC 9(02).
       77  WK-COCIENTE                 PIC 9(04).
       77  WK-RESTO                    PIC 9(04).
       01  WK-TABLA-MESES.
           03  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WK-TABLA-MESES-RED REDEFINES WK-TABLA-MESES.
           03  WK-DIAS-MES OCCURS 12 TIMES PIC 9(02).

      ******************************************************************
      *    Firma del supervisor: debe existir en OPERADOR, estar
      *    habilitado, tener el perfil SUPERVISOR y dar su clave.
      ******************************************************************
       77  WK-SUPERVISOR               PIC X(10).
       77  WK-CLAVE                    PIC X(10).
       77  WK-HASH                     PIC 9(09).
       77  WK-SUPERVISOR-OK            PIC X(01).

      ******************************************************************
      *    Totales de control del mes: movimientos de cuenta
      *    corriente del periodo por tipo (FC ND NC RC IN y otros) y
      *    moneda (1 = pesos, ocurrencias 1-2; 2 = dolares, 3-4).
      ******************************************************************
       01  WK-TABLA-TIPOS.
           03  FILLER                  PIC X(12) VALUE
               "FCNDNCRCINOT".
       01  WK-TABLA-TIPOS-RED REDEFINES WK-TABLA-TIPOS.
           03  WK-TIPO OCCURS 6 TIMES  PIC X(02).
       01  WK-TOTALES.
           03  WK-TOT-TIPO OCCURS 6 TIMES.
               05  WK-TOT-MONEDA OCCURS 2 TIMES.
                   07  WK-TOT-CANT     PIC 9(07).
                   07  WK-TOT-IMPORTE  PIC S9(15)V99.
       77  WK-IND-TIPO                 PIC 9(01).
       77  WK-IND-BUSCA                PIC 9(01).
       77  WK-IND-MONEDA               PIC 9(01).
       77  WK-NETO-PESOS               PIC S9(15)V99.
       77  WK-NETO-DOLARES             PIC S9(15)V99.
       77  WK-FACT-SIN-CAE             PIC 9(07).

       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "CIERREMES".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTCIERR.TXT".

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE
               "CIERRE MENSUAL DEL PERIODO ".
           03  WK-T-PERIODO            PIC 9(06).
           03  FILLER                  PIC X(08) VALUE "  FECHA ".
           03  WK-T-FECHA              PIC 9(08).
           03  FILLER                  PIC X(10) VALUE "  EMPRESA ".
           03  WK-T-EMPRESA            PIC 9(01).

       01  WK-LINEA-PASO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-P-PASO               PIC Z9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-P-PROGRAMA           PIC X(20).
           03  WK-P-RESULTADO          PIC X(12).
           03  FILLER                  PIC X(10) VALUE "RETORNO ".
           03  WK-P-RETORNO            PIC ZZZ9.
           03  FILLER                  PIC X(12) VALUE "  REGISTROS ".
           03  WK-P-REGISTROS          PIC Z,ZZZ,ZZ9.

       01  WK-LINEA-SIN-CAE.
           03  FILLER                  PIC X(09) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE "FACTURA ".
           03  WK-C-LETRA              PIC X(01).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-C-NRO                PIC 9(08).
           03  FILLER                  PIC X(05) VALUE " DEL ".
           03  WK-C-FECHA              PIC 9(08).
           03  FILLER                  PIC X(21) VALUE
               " SIN CAE - ESTADO: ".
           03  WK-C-ESTADO             PIC X(01).

       01  WK-LINEA-SUBTITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(60) VALUE
               "TOTALES DE CONTROL - CUENTA CORRIENTE DEL PERIODO".

       01  WK-LINEA-ENCAB-TOT.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(06) VALUE "TIPO".
           03  FILLER                  PIC X(34) VALUE
               "  CANT.                    PESOS".
           03  FILLER                  PIC X(34) VALUE
               "  CANT.                  DOLARES".

       01  WK-LINEA-TOT.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-L-TIPO               PIC X(06).
           03  WK-L-CANT-1             PIC Z,ZZZ,ZZ9.
           03  WK-L-IMPORTE-1          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-L-CANT-2             PIC Z,ZZZ,ZZ9.
           03  WK-L-IMPORTE-2          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WK-LINEA-NETO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(15) VALUE
               "NETO DEL MES".
           03  WK-N-PESOS              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(11) VALUE SPACES.
           03  WK-N-DOLARES            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF NOT CADENA-CORTADA
              PERFORM 2000-EJECUTAR-PASO THRU 2000-EXIT
                  VARYING WK-IND FROM 1 BY 1
                  UNTIL WK-IND > 11 OR CADENA-CORTADA
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           IF CADENA-CORTADA
              MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      *    Pide y valida el periodo (no cerrado, no futuro), arma su
      *    rango de fechas, levanta (o crea) el registro CIERREMES
      *    de la empresa y deja el periodo en el ambiente para los
      *    pasos que lo piden: CIERRE-PERIODO y CONTAB-DESDE /
      *    CONTAB-HASTA. Los pasos toman la empresa de la misma
      *    variable EMPRESA que lee este programa.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-LEER-EMPRESA THRU 1050-EXIT
           DISPLAY "CIERRE MENSUAL - EMPRESA ", WK-EMPRESA, " ",
                   WK-EMPRESA-NOMBRE
           DISPLAY "CIERRE MENSUAL - PERIODO A CERRAR (AAAAMM): "
           ACCEPT WK-PERIODO
           IF WK-PERIODO NOT NUMERIC
              OR WK-PER-MM < 1 OR WK-PER-MM > 12
              OR WK-PER-AAAA < 1901
              DISPLAY "PERIODO INVALIDO"
              MOVE "S" TO WK-CADENA-CORTADA
              GO TO 1000-EXIT
           END-IF
           IF WK-PERIODO-NUM > WK-FECHA-HOY(1:6)
              DISPLAY "NO SE PUEDE CERRAR UN PERIODO FUTURO"
              MOVE "S" TO WK-CADENA-CORTADA
              GO TO 1000-EXIT
           END-IF
           PERFORM 1100-CONTROLAR-PERIODO THRU 1100-EXIT
           IF CADENA-CORTADA
              GO TO 1000-EXIT
           END-IF
           PERFORM 1200-ARMAR-FECHAS THRU 1200-EXIT
           OPEN I-O JOBLOG
           IF STATUS-JOBLOG = "35"
              OPEN OUTPUT JOBLOG
              CLOSE JOBLOG
              OPEN I-O JOBLOG
           END-IF
           OPEN I-O CIERREMES
           IF STATUS-CIERREMES = "35"
              OPEN OUTPUT CIERREMES
              CLOSE CIERREMES
              OPEN I-O CIERREMES
           END-IF
           PERFORM 1300-LEVANTAR-CIERRE THRU 1300-EXIT
           OPEN OUTPUT RPT-CIERRE
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-PERIODO-NUM TO WK-T-PERIODO
           MOVE WK-FECHA-HOY   TO WK-T-FECHA
           MOVE WK-EMPRESA     TO WK-T-EMPRESA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           DISPLAY "CIERRE-PERIODO" UPON ENVIRONMENT-NAME
           DISPLAY WK-PERIODO-NUM UPON ENVIRONMENT-VALUE
           DISPLAY "CONTAB-DESDE" UPON ENVIRONMENT-NAME
           DISPLAY WK-FECHA-DESDE UPON ENVIRONMENT-VALUE
           DISPLAY "CONTAB-HASTA" UPON ENVIRONMENT-NAME
           DISPLAY WK-FECHA-HASTA UPON ENVIRONMENT-VALUE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Empresa con la que se trabaja y su razon social (registro
      *    "7n" de PARAMS) para el encabezado del reporte.
      ******************************************************************
       1050-LEER-EMPRESA.
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           OPEN INPUT PARAMS
           IF STATUS-PARAMS NOT = "00"
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
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
      *    El archivo PERIODOS se abre y se cierra aca para no
      *    pisarse con PERIODO-CONTROL, que lo abre desde los pasos.
      ******************************************************************
       1100-CONTROLAR-PERIODO.
           OPEN INPUT PERIODOS
           IF STATUS-PERIODOS NOT = "00"
              GO TO 1100-EXIT
           END-IF
           MOVE WK-PERIODO-NUM TO PERIODO-CLAVE
           READ PERIODOS
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-PERIODOS = "00" AND PERIODO-CERRADO
              DISPLAY "EL PERIODO ", WK-PERIODO-NUM,
                      " YA ESTA CERRADO"
              MOVE "S" TO WK-CADENA-CORTADA
           END-IF
           CLOSE PERIODOS.
       1100-EXIT.
           EXIT.

       1200-ARMAR-FECHAS.
           COMPUTE WK-FECHA-DESDE = WK-PERIODO-NUM * 100 + 1
           MOVE WK-DIAS-MES(WK-PER-MM) TO WK-ULTIMO-DIA
           IF WK-PER-MM = 2
              DIVIDE WK-PER-AAAA BY 4 GIVING WK-COCIENTE
                  REMAINDER WK-RESTO
              IF WK-RESTO = ZERO
                 MOVE 29 TO WK-ULTIMO-DIA
              END-IF
           END-IF
           COMPUTE WK-FECHA-HASTA = WK-PERIODO-NUM * 100
                                  + WK-ULTIMO-DIA.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    Registro CIERREMES de la empresa para el periodo. Una
      *    empresa que ya firmo espera la firma de las demas: no
      *    vuelve a correr su cierre.
      ******************************************************************
       1300-LEVANTAR-CIERRE.
           MOVE WK-EMPRESA     TO CIERRE-EMPRESA
           MOVE WK-PERIODO-NUM TO CIERRE-PERIODO
           MOVE "S" TO WK-EXISTE-CIERRE
           READ CIERREMES
               INVALID KEY MOVE "N" TO WK-EXISTE-CIERRE
           END-READ
           IF WK-EXISTE-CIERRE = "S" AND CIERRE-FIRMADO
              DISPLAY "LA EMPRESA ", WK-EMPRESA,
                      " YA FIRMO EL CIERRE DEL PERIODO ",
                      WK-PERIODO-NUM,
                      " - FALTA LA FIRMA DE OTRA EMPRESA"
              MOVE "S" TO WK-CADENA-CORTADA
              GO TO 1300-EXIT
           END-IF
           IF WK-EXISTE-CIERRE = "N"
              MOVE SPACES TO CIERRE-REG
              MOVE WK-EMPRESA     TO CIERRE-EMPRESA
              MOVE WK-PERIODO-NUM TO CIERRE-PERIODO
              MOVE ZEROS TO CIERRE-FECHA-FIRMA
              PERFORM 1310-LIMPIAR-PASO THRU 1310-EXIT
                  VARYING WK-IND FROM 1 BY 1
                  UNTIL WK-IND > 11
           END-IF
           MOVE WK-USUARIO TO CIERRE-USUARIO
           IF WK-EXISTE-CIERRE = "S"
              REWRITE CIERRE-REG
                  INVALID KEY DISPLAY "ERROR AL REGRABAR CIERREMES"
              END-REWRITE
           ELSE
              WRITE CIERRE-REG
                  INVALID KEY DISPLAY "ERROR AL GRABAR CIERREMES"
              END-WRITE
           END-IF.
       1300-EXIT.
           EXIT.

       1310-LIMPIAR-PASO.
           MOVE SPACE TO CIERRE-PASO-ESTADO(WK-IND)
           MOVE ZEROS TO CIERRE-PASO-FECHA(WK-IND).
       1310-EXIT.
           EXIT.

      ******************************************************************
      *    Ejecuta un paso del cierre. Un programa ya completo en
      *    este cierre, o comun a todas las empresas en el cierre
      *    de otra que no sea la 0, se saltea; el resto se corre y
      *    se asienta en JOBLOG y en CIERREMES. Retorno distinto de
      *    cero o checkpoint incompleto detiene el cierre.
      ******************************************************************
       2000-EJECUTAR-PASO.
           MOVE "N" TO WK-PASO-SALTEAR
           MOVE ZERO TO WK-RETORNO-PASO
           MOVE ZERO TO WK-REGISTROS-PASO
           MOVE "00" TO WK-STATUS-PASO
           ACCEPT WK-HORA-INICIO FROM TIME
           IF WK-PASO-TIPO(WK-IND) = "P"
              AND CIERRE-PASO-OK(WK-IND)
              MOVE "S" TO WK-PASO-SALTEAR
              MOVE WK-HORA-INICIO TO WK-HORA-FIN
              PERFORM 6000-GRABAR-JOBLOG THRU 6000-EXIT
              DISPLAY "PASO SALTEADO (YA COMPLETO EN ESTE CIERRE): ",
                      WK-PASO-PROGRAMA(WK-IND)
              GO TO 2000-EXIT
           END-IF
           IF WK-PASO-ALCANCE(WK-IND) = "C"
              AND WK-EMPRESA NOT = ZERO
              MOVE "S" TO WK-PASO-SALTEAR
              MOVE WK-HORA-INICIO TO WK-HORA-FIN
              PERFORM 6000-GRABAR-JOBLOG THRU 6000-EXIT
              DISPLAY "PASO SALTEADO (COMUN, CORRE EN EL CIERRE DE ",
                      "LA EMPRESA 0): ", WK-PASO-PROGRAMA(WK-IND)
              GO TO 2000-EXIT
           END-IF
           DISPLAY "EJECUTANDO: ", WK-PASO-PROGRAMA(WK-IND)
           EVALUATE WK-PASO-PROGRAMA(WK-IND)
              WHEN "CONTROL-CAE"
                 PERFORM 4000-CONTROLAR-CAE THRU 4000-EXIT
              WHEN "CONTROL-COTIZA"
                 PERFORM 4100-CONTROLAR-COTIZA THRU 4100-EXIT
              WHEN "PERIODO-CIERRE"
                 PERFORM 5000-FIRMAR-Y-CERRAR THRU 5000-EXIT
              WHEN OTHER
                 PERFORM 3000-INVOCAR-PROGRAMA THRU 3000-EXIT
           END-EVALUATE
           ACCEPT WK-HORA-FIN FROM TIME
           PERFORM 6000-GRABAR-JOBLOG THRU 6000-EXIT
           PERFORM 6100-ASENTAR-CIERRE THRU 6100-EXIT
           IF WK-RETORNO-PASO NOT = ZERO
              OR WK-STATUS-PASO NOT = "00"
              MOVE "S" TO WK-CADENA-CORTADA
              DISPLAY "CIERRE DETENIDO EN EL PASO: ",
                      WK-PASO-PROGRAMA(WK-IND),
                      " RETORNO ", WK-RETORNO-PASO,
                      " STATUS ", WK-STATUS-PASO
           ELSE
              DISPLAY "PASO COMPLETO: ", WK-PASO-PROGRAMA(WK-IND),
                      " REGISTROS ", WK-REGISTROS-PASO
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    Invoca el programa del paso y toma su RETURN-CODE; si el
      *    programa deja CHKPOINT, el paso exige el checkpoint
      *    completo y de ahi se toma la cantidad de registros.
      *    SALDOS-INTEGRIDAD ademas no puede informar diferencias.
      ******************************************************************
       3000-INVOCAR-PROGRAMA.
           MOVE ZERO TO RETURN-CODE
           CALL WK-PASO-PROGRAMA(WK-IND)
               ON EXCEPTION
                  DISPLAY "NO SE PUDO INVOCAR ",
                          WK-PASO-PROGRAMA(WK-IND)
                  MOVE 12 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WK-RETORNO-PASO
           MOVE ZERO TO RETURN-CODE
           IF WK-PASO-JOB(WK-IND) = SPACES
              GO TO 3000-EXIT
           END-IF
           PERFORM 8100-LEER-CHKPOINT THRU 8100-EXIT
           IF WK-CHKPT-ENCONTRADO = "S" AND CHKPOINT-COMPLETO-SI
              MOVE "00" TO WK-STATUS-PASO
           ELSE
              MOVE "99" TO WK-STATUS-PASO
           END-IF
           IF WK-CHKPT-ENCONTRADO = "S"
              AND CHKPOINT-REGISTROS NUMERIC
              MOVE CHKPOINT-REGISTROS TO WK-REGISTROS-PASO
           END-IF
           IF WK-PASO-TIPO(WK-IND) = "G"
              AND WK-STATUS-PASO = "00"
              PERFORM 3100-CONTROLAR-INTEGRIDAD THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CONTROLAR-INTEGRIDAD.
           IF CHKPOINT-DIFERENCIAS NUMERIC
              AND CHKPOINT-DIFERENCIAS = ZERO
              GO TO 3100-EXIT
           END-IF
           DISPLAY "SALDOS-INTEGRIDAD INFORMA DIFERENCIAS: ",
                   CHKPOINT-DIFERENCIAS,
                   " - VER RPTINTEG.TXT Y CORREGIR ANTES DEL CIERRE"
           MOVE 8 TO WK-RETORNO-PASO.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    Ninguna factura emitida en el mes por la empresa puede
      *    quedar sin CAE autorizado (sin pedir, pendiente o
      *    rechazada); se listan en el reporte para correr
      *    CAE-SOLICITUD / CAE-RESPUESTA.
      ******************************************************************
       4000-CONTROLAR-CAE.
           MOVE ZERO TO WK-FACT-SIN-CAE
           OPEN INPUT FACTURAS
           IF STATUS-FACTURAS NOT = "00"
              GO TO 4000-EXIT
           END-IF
           MOVE "N" TO WK-EOF-ARCHIVO
           MOVE ZEROS TO FACTURA-CLAVE
           START FACTURAS KEY >= FACTURA-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-ARCHIVO
           END-START
           PERFORM 4010-REVISAR-FACTURA THRU 4010-EXIT
               UNTIL WK-EOF-ARCHIVO = "S"
           CLOSE FACTURAS
           MOVE WK-FACT-SIN-CAE TO WK-REGISTROS-PASO
           IF WK-FACT-SIN-CAE > ZERO
              DISPLAY "FACTURAS DEL PERIODO SIN CAE: ", WK-FACT-SIN-CAE,
                      " - VER RPTCIERR.TXT"
              MOVE 8 TO WK-RETORNO-PASO
           END-IF.
       4000-EXIT.
           EXIT.

       4010-REVISAR-FACTURA.
           READ FACTURAS NEXT
               AT END MOVE "S" TO WK-EOF-ARCHIVO
           END-READ
           IF WK-EOF-ARCHIVO = "S"
              GO TO 4010-EXIT
           END-IF
           IF FACTURA-EMPRESA NOT NUMERIC
              MOVE ZERO TO FACTURA-EMPRESA
           END-IF
           IF FACTURA-EMPRESA NOT = WK-EMPRESA
              GO TO 4010-EXIT
           END-IF
           IF FACTURA-FECHA < WK-FECHA-DESDE
              OR FACTURA-FECHA > WK-FECHA-HASTA
              OR FACTURA-ANULADA
              OR FACTURA-CAE-AUTORIZADO
              GO TO 4010-EXIT
           END-IF
           ADD 1 TO WK-FACT-SIN-CAE
           MOVE FACTURA-LETRA      TO WK-C-LETRA
           MOVE FACTURA-NRO        TO WK-C-NRO
           MOVE FACTURA-FECHA      TO WK-C-FECHA
           MOVE FACTURA-CAE-ESTADO TO WK-C-ESTADO
           WRITE RPT-LINEA FROM WK-LINEA-SIN-CAE.
       4010-EXIT.
           EXIT.

      ******************************************************************
      *    La cotizacion USD del ultimo dia del mes tiene que estar
      *    en COTIZA (oficial, derivada o tipeada).
      ******************************************************************
       4100-CONTROLAR-COTIZA.
           MOVE 8 TO WK-RETORNO-PASO
           OPEN INPUT COTIZA
           IF STATUS-COTIZA NOT = "00"
              DISPLAY "SIN TABLA COTIZA - STATUS ", STATUS-COTIZA
              GO TO 4100-EXIT
           END-IF
           MOVE "USD"          TO COTIZA-MONEDA
           MOVE WK-FECHA-HASTA TO COTIZA-FECHA
           READ COTIZA
               INVALID KEY CONTINUE
           END-READ
           IF STATUS-COTIZA = "00" AND COTIZA-VALOR > ZERO
              MOVE ZERO TO WK-RETORNO-PASO
              MOVE 1 TO WK-REGISTROS-PASO
           ELSE
              DISPLAY "SIN COTIZACION USD DE CIERRE DEL ",
                      WK-FECHA-HASTA,
                      " - CORRER COTIZA-IMPORT O COTIZA-ABM"
           END-IF
           CLOSE COTIZA.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    Emite los totales de control del mes de la empresa y
      *    pide la firma del supervisor; con la firma confirmada la
      *    asienta en CIERREMES y en AUDITCLI. Si es la ultima
      *    empresa que faltaba firmar, cierra el periodo en
      *    PERIODOS (como PERIODO-CIERRE).
      ******************************************************************
       5000-FIRMAR-Y-CERRAR.
           PERFORM 5100-TOTALES-CONTROL THRU 5100-EXIT
           MOVE 8 TO WK-RETORNO-PASO
           DISPLAY "TOTALES DE CONTROL EN RPTCIERR.TXT"
           DISPLAY "USUARIO SUPERVISOR QUE FIRMA EL CIERRE: "
           ACCEPT WK-SUPERVISOR
           DISPLAY "CLAVE: "
           ACCEPT WK-CLAVE
           PERFORM 8200-VALIDAR-SUPERVISOR THRU 8200-EXIT
           MOVE SPACES TO WK-CLAVE
           IF WK-SUPERVISOR-OK = "N"
              DISPLAY "CIERRE NO FIRMADO"
              GO TO 5000-EXIT
           END-IF
           DISPLAY "CONFIRMA LOS TOTALES Y EL CIERRE DEL PERIODO ",
                   WK-PERIODO-NUM, " (S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = "S"
              DISPLAY "CIERRE NO FIRMADO"
              MOVE 4 TO WK-RETORNO-PASO
              GO TO 5000-EXIT
           END-IF
           PERFORM 5400-CONTAR-PENDIENTES THRU 5400-EXIT
           IF WK-EMPRESAS-PENDIENTES = ZERO
              PERFORM 5200-CERRAR-PERIODO THRU 5200-EXIT
              IF WK-EXISTE-PERIODO = "E"
                 GO TO 5000-EXIT
              END-IF
           END-IF
           MOVE "F"           TO CIERRE-ESTADO
           MOVE WK-SUPERVISOR TO CIERRE-SUPERVISOR
           MOVE WK-FECHA-HOY  TO CIERRE-FECHA-FIRMA
           PERFORM 5300-ASENTAR-FIRMA THRU 5300-EXIT
           MOVE ZERO TO WK-RETORNO-PASO
           IF WK-EMPRESAS-PENDIENTES = ZERO
              DISPLAY "PERIODO ", WK-PERIODO-NUM, " CERRADO - FIRMA ",
                      WK-SUPERVISOR
           ELSE
              DISPLAY "CIERRE DE LA EMPRESA ", WK-EMPRESA,
                      " FIRMADO POR ", WK-SUPERVISOR,
                      " - EL PERIODO SE CIERRA CON LA FIRMA DE ",
                      WK-EMPRESAS-PENDIENTES, " EMPRESA(S) MAS"
           END-IF.
       5000-EXIT.
           EXIT.

       5100-TOTALES-CONTROL.
           MOVE ZEROS TO WK-TOTALES
           OPEN INPUT MOVCTAC
           IF STATUS-MOVCTAC = "00"
              MOVE "N" TO WK-EOF-ARCHIVO
              MOVE ZEROS TO MOVCTA-CLAVE
              START MOVCTAC KEY >= MOVCTA-CLAVE
                  INVALID KEY MOVE "S" TO WK-EOF-ARCHIVO
              END-START
              PERFORM 5110-SUMAR-MOVIMIENTO THRU 5110-EXIT
                  UNTIL WK-EOF-ARCHIVO = "S"
              CLOSE MOVCTAC
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-SUBTITULO
           WRITE RPT-LINEA FROM WK-LINEA-ENCAB-TOT
           MOVE ZERO TO WK-NETO-PESOS WK-NETO-DOLARES
           PERFORM 5130-IMPRIMIR-TIPO THRU 5130-EXIT
               VARYING WK-IND-TIPO FROM 1 BY 1
               UNTIL WK-IND-TIPO > 6
           MOVE WK-NETO-PESOS   TO WK-N-PESOS
           MOVE WK-NETO-DOLARES TO WK-N-DOLARES
           WRITE RPT-LINEA FROM WK-LINEA-NETO
           DISPLAY WK-LINEA-SUBTITULO
           DISPLAY WK-LINEA-ENCAB-TOT
           PERFORM 5140-MOSTRAR-TIPO THRU 5140-EXIT
               VARYING WK-IND-TIPO FROM 1 BY 1
               UNTIL WK-IND-TIPO > 6
           DISPLAY WK-LINEA-NETO.
       5100-EXIT.
           EXIT.

       5110-SUMAR-MOVIMIENTO.
           READ MOVCTAC NEXT
               AT END MOVE "S" TO WK-EOF-ARCHIVO
           END-READ
           IF WK-EOF-ARCHIVO = "S"
              GO TO 5110-EXIT
           END-IF
           IF MOVCTA-EMPRESA NOT NUMERIC
              MOVE ZERO TO MOVCTA-EMPRESA
           END-IF
           IF MOVCTA-FECHA < WK-FECHA-DESDE
              OR MOVCTA-FECHA > WK-FECHA-HASTA
              OR MOVCTA-EMPRESA NOT = WK-EMPRESA
              GO TO 5110-EXIT
           END-IF
           MOVE 6 TO WK-IND-TIPO
           PERFORM 5120-UBICAR-TIPO THRU 5120-EXIT
               VARYING WK-IND-BUSCA FROM 1 BY 1
               UNTIL WK-IND-BUSCA > 5
           IF MOVCTA-OCURRENCIA > 2
              MOVE 2 TO WK-IND-MONEDA
           ELSE
              MOVE 1 TO WK-IND-MONEDA
           END-IF
           ADD 1 TO WK-TOT-CANT(WK-IND-TIPO, WK-IND-MONEDA)
           ADD MOVCTA-IMPORTE
               TO WK-TOT-IMPORTE(WK-IND-TIPO, WK-IND-MONEDA).
       5110-EXIT.
           EXIT.

       5120-UBICAR-TIPO.
           IF MOVCTA-TIPO = WK-TIPO(WK-IND-BUSCA)
              MOVE WK-IND-BUSCA TO WK-IND-TIPO
           END-IF.
       5120-EXIT.
           EXIT.

       5130-IMPRIMIR-TIPO.
           PERFORM 5150-ARMAR-LINEA THRU 5150-EXIT
           WRITE RPT-LINEA FROM WK-LINEA-TOT
           ADD WK-TOT-IMPORTE(WK-IND-TIPO, 1) TO WK-NETO-PESOS
           ADD WK-TOT-IMPORTE(WK-IND-TIPO, 2) TO WK-NETO-DOLARES.
       5130-EXIT.
           EXIT.

       5140-MOSTRAR-TIPO.
           PERFORM 5150-ARMAR-LINEA THRU 5150-EXIT
           DISPLAY WK-LINEA-TOT.
       5140-EXIT.
           EXIT.

       5150-ARMAR-LINEA.
           IF WK-IND-TIPO = 6
              MOVE "OTROS" TO WK-L-TIPO
           ELSE
              MOVE WK-TIPO(WK-IND-TIPO) TO WK-L-TIPO
           END-IF
           MOVE WK-TOT-CANT(WK-IND-TIPO, 1)    TO WK-L-CANT-1
           MOVE WK-TOT-IMPORTE(WK-IND-TIPO, 1) TO WK-L-IMPORTE-1
           MOVE WK-TOT-CANT(WK-IND-TIPO, 2)    TO WK-L-CANT-2
           MOVE WK-TOT-IMPORTE(WK-IND-TIPO, 2) TO WK-L-IMPORTE-2.
       5150-EXIT.
           EXIT.

      ******************************************************************
      *    Cierre del periodo en PERIODOS; WK-EXISTE-PERIODO queda
      *    en 'E' si no se pudo grabar.
      ******************************************************************
       5200-CERRAR-PERIODO.
           OPEN I-O PERIODOS
           IF STATUS-PERIODOS = "35"
              OPEN OUTPUT PERIODOS
              CLOSE PERIODOS
              OPEN I-O PERIODOS
           END-IF
           MOVE WK-PERIODO-NUM TO PERIODO-CLAVE
           MOVE "S" TO WK-EXISTE-PERIODO
           READ PERIODOS
               INVALID KEY MOVE "N" TO WK-EXISTE-PERIODO
           END-READ
           IF WK-EXISTE-PERIODO = "N"
              MOVE SPACES TO PERIODO-REG
              MOVE WK-PERIODO-NUM TO PERIODO-CLAVE
              MOVE ZEROS TO PERIODO-FECHA-CIERRE
                            PERIODO-FECHA-REAPER
           END-IF
           MOVE "C"          TO PERIODO-ESTADO
           MOVE WK-FECHA-HOY TO PERIODO-FECHA-CIERRE
           MOVE WK-USUARIO   TO PERIODO-USUARIO-CIERRE
           IF WK-EXISTE-PERIODO = "S"
              REWRITE PERIODO-REG
                  INVALID KEY
                     DISPLAY "ERROR AL REGRABAR PERIODOS"
                     MOVE "E" TO WK-EXISTE-PERIODO
              END-REWRITE
           ELSE
              WRITE PERIODO-REG
                  INVALID KEY
                     DISPLAY "ERROR AL GRABAR PERIODOS"
                     MOVE "E" TO WK-EXISTE-PERIODO
              END-WRITE
           END-IF
           CLOSE PERIODOS.
       5200-EXIT.
           EXIT.

       5300-ASENTAR-FIRMA.
           OPEN EXTEND AUDITCLI
           IF STATUS-AUDITCLI = "35"
              OPEN OUTPUT AUDITCLI
           END-IF
           MOVE SPACES TO AUDITCLI-REG
           MOVE WK-SUPERVISOR TO AUDITCLI-USUARIO
           ACCEPT AUDITCLI-TERMINAL FROM ENVIRONMENT "TERMINAL"
           ACCEPT AUDITCLI-FECHA    FROM DATE YYYYMMDD
           ACCEPT AUDITCLI-HORA     FROM TIME
           MOVE "PERIODOS"     TO AUDITCLI-ARCHIVO
           MOVE WK-PERIODO-NUM TO AUDITCLI-CLAVE
           MOVE "M"            TO AUDITCLI-OPERACION
           MOVE SPACES         TO AUDITCLI-IMAGEN-ANTES
           MOVE SPACES         TO AUDITCLI-IMAGEN-DESPUES
           STRING "CIERRE MENSUAL DEL PERIODO " WK-PERIODO-NUM
                  " EMPRESA " WK-EMPRESA
                  " CORRIDO POR " WK-USUARIO
                  " TOTALES FIRMADOS POR " WK-SUPERVISOR
               DELIMITED BY SIZE INTO AUDITCLI-IMAGEN-DESPUES
           WRITE AUDITCLI-REG
           CLOSE AUDITCLI.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *    Cuenta las empresas que todavia no firmaron el cierre del
      *    periodo: la 0 y cada una con registro "7n" en PARAMS,
      *    salvo la que esta firmando. El registro CIERREMES de la
      *    empresa se guarda y se repone despues de la busqueda.
      ******************************************************************
       5400-CONTAR-PENDIENTES.
           MOVE ZERO TO WK-EMPRESAS-PENDIENTES
           MOVE CIERRE-REG TO WK-CIERRE-GUARDADO
           MOVE "N" TO WK-HAY-PARAMS
           OPEN INPUT PARAMS
           IF STATUS-PARAMS = "00"
              MOVE "S" TO WK-HAY-PARAMS
           END-IF
           PERFORM 5410-CONTROLAR-EMPRESA THRU 5410-EXIT
               VARYING WK-IND-EMPRESA FROM 0 BY 1
               UNTIL WK-IND-EMPRESA > 9
           IF WK-HAY-PARAMS = "S"
              CLOSE PARAMS
           END-IF
           MOVE WK-CIERRE-GUARDADO TO CIERRE-REG.
       5400-EXIT.
           EXIT.

       5410-CONTROLAR-EMPRESA.
           MOVE WK-IND-EMPRESA TO WK-EMPRESA-CONTROL
           IF WK-EMPRESA-CONTROL = WK-EMPRESA
              GO TO 5410-EXIT
           END-IF
           IF WK-EMPRESA-CONTROL NOT = ZERO
              IF WK-HAY-PARAMS = "N"
                 GO TO 5410-EXIT
              END-IF
              MOVE "70" TO PARAMS-CLAVE
              MOVE WK-EMPRESA-CONTROL TO PARAMS-CLAVE(2:1)
              READ PARAMS
                  INVALID KEY GO TO 5410-EXIT
              END-READ
           END-IF
           MOVE WK-EMPRESA-CONTROL TO CIERRE-EMPRESA
           MOVE WK-PERIODO-NUM     TO CIERRE-PERIODO
           MOVE "S" TO WK-EXISTE-FIRMA
           READ CIERREMES
               INVALID KEY MOVE "N" TO WK-EXISTE-FIRMA
           END-READ
           IF WK-EXISTE-FIRMA = "S" AND CIERRE-FIRMADO
              GO TO 5410-EXIT
           END-IF
           ADD 1 TO WK-EMPRESAS-PENDIENTES
           DISPLAY "FALTA LA FIRMA DEL CIERRE DE LA EMPRESA ",
                   WK-EMPRESA-CONTROL.
       5410-EXIT.
           EXIT.

       6000-GRABAR-JOBLOG.
           MOVE SPACES TO JOBLOG-REG
           MOVE WK-FECHA-HOY             TO JOBLOG-FECHA
           MOVE WK-HORA-INICIO           TO JOBLOG-HORA-INICIO
           MOVE WK-IND                   TO JOBLOG-PASO
           MOVE WK-PASO-PROGRAMA(WK-IND) TO JOBLOG-PROGRAMA
           MOVE WK-HORA-FIN              TO JOBLOG-HORA-FIN
           MOVE WK-RETORNO-PASO          TO JOBLOG-RETORNO
           MOVE WK-STATUS-PASO           TO JOBLOG-STATUS-FINAL
           MOVE WK-REGISTROS-PASO        TO JOBLOG-REGISTROS
           IF WK-PASO-SALTEAR = "S"
              MOVE "S" TO JOBLOG-ESTADO
              MOVE "SALTEADO" TO WK-P-RESULTADO
           ELSE
              IF WK-RETORNO-PASO = ZERO AND WK-STATUS-PASO = "00"
                 MOVE "O" TO JOBLOG-ESTADO
                 MOVE "COMPLETO" TO WK-P-RESULTADO
              ELSE
                 MOVE "E" TO JOBLOG-ESTADO
                 MOVE "CON ERROR" TO WK-P-RESULTADO
              END-IF
           END-IF
           WRITE JOBLOG-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR JOBLOG - STATUS ",
                          STATUS-JOBLOG
           END-WRITE
           MOVE WK-IND                   TO WK-P-PASO
           MOVE WK-PASO-PROGRAMA(WK-IND) TO WK-P-PROGRAMA
           MOVE WK-RETORNO-PASO          TO WK-P-RETORNO
           MOVE WK-REGISTROS-PASO        TO WK-P-REGISTROS
           WRITE RPT-LINEA FROM WK-LINEA-PASO.
       6000-EXIT.
           EXIT.

       6100-ASENTAR-CIERRE.
           IF WK-RETORNO-PASO = ZERO AND WK-STATUS-PASO = "00"
              MOVE "O" TO CIERRE-PASO-ESTADO(WK-IND)
           ELSE
              MOVE "E" TO CIERRE-PASO-ESTADO(WK-IND)
           END-IF
           MOVE WK-FECHA-HOY TO CIERRE-PASO-FECHA(WK-IND)
           REWRITE CIERRE-REG
               INVALID KEY DISPLAY "ERROR AL REGRABAR CIERREMES"
           END-REWRITE.
       6100-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el CHKPOINT del paso actual; se abre y se cierra en
      *    cada consulta, como en CADENA-NOCTURNA.
      ******************************************************************
       8100-LEER-CHKPOINT.
           MOVE "N" TO WK-CHKPT-ENCONTRADO
           OPEN INPUT CHKPOINT
           IF STATUS-CHKPOINT = "00"
              MOVE WK-PASO-JOB(WK-IND) TO CHKPOINT-JOB
              READ CHKPOINT
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "S" TO WK-CHKPT-ENCONTRADO
              END-READ
              CLOSE CHKPOINT
           END-IF.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    El supervisor que firma tiene que existir en OPERADOR,
      *    estar habilitado, tener el perfil SUPERVISOR y dar su
      *    clave (hash de OPERADOR-HASH). Sin maestro no hay firma.
      ******************************************************************
       8200-VALIDAR-SUPERVISOR.
           MOVE "N" TO WK-SUPERVISOR-OK
           IF WK-SUPERVISOR = SPACES
              GO TO 8200-EXIT
           END-IF
           OPEN INPUT OPERADOR
           IF STATUS-OPERADOR NOT = "00"
              DISPLAY "SIN MAESTRO OPERADOR - NO SE PUEDE FIRMAR"
              GO TO 8200-EXIT
           END-IF
           MOVE WK-SUPERVISOR TO OPERADOR-USUARIO
           READ OPERADOR
               INVALID KEY
                  DISPLAY "EL SUPERVISOR NO EXISTE EN OPERADOR"
                  GO TO 8200-CERRAR
           END-READ
           IF NOT OPERADOR-HABILITADO
              DISPLAY "EL SUPERVISOR NO ESTA HABILITADO"
              GO TO 8200-CERRAR
           END-IF
           IF NOT OPERADOR-SUPERVISOR
              DISPLAY "EL USUARIO NO TIENE PERFIL SUPERVISOR"
              GO TO 8200-CERRAR
           END-IF
           CALL "OPERADOR-HASH" USING WK-CLAVE WK-HASH
           IF WK-HASH NOT = OPERADOR-CLAVE-HASH
              DISPLAY "CLAVE INCORRECTA"
              GO TO 8200-CERRAR
           END-IF
           MOVE "S" TO WK-SUPERVISOR-OK.
       8200-CERRAR.
           CLOSE OPERADOR.
       8200-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WK-FECHA-DESDE = ZERO
              GO TO 9000-EXIT
           END-IF
           CLOSE JOBLOG
           CLOSE CIERREMES
           CLOSE RPT-CIERRE
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "CIERRE-MENSUAL".
