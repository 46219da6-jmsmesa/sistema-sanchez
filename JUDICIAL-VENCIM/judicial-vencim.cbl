       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "JUDICIAL-VENCIM".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Paso nocturno de aviso
      *                    de vencimientos de los legajos judiciales
      *                    abiertos (JUDICIAL): plazo de insinuacion
      *                    sin presentar, verificacion sin resolver y
      *                    otros vencimientos del expediente que caen
      *                    dentro de los dias de FECH-70-JUDIC-DIAS
      *                    (15 sin parametro), y los plazos ya
      *                    vencidos sin cumplir. Deja su checkpoint
      *                    completo para la cadena nocturna.
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
           COPY "CHKPOINT.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-VENCIM ASSIGN TO "RPTJUDVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "JUDICIAL.CPY".
           COPY "CLIENTFD.CPY".
           COPY "CHKPOINT.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-VENCIM
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-JUDICIAL             PIC X(02).
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-CHKPOINT             PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-JUDICIAL             PIC X(01) VALUE "N".
           88  EOF-JUDICIAL                      VALUE "S".
       77  WK-HAY-JUDICIAL             PIC X(01) VALUE "N".
       77  WK-CHKPT-EXISTE             PIC X(01).

       77  WK-JOB-ID                   PIC X(10) VALUE "JUDICVENC".
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-FECHA-LIMITE             PIC 9(08).
       77  WK-DIAS-AVISO               PIC 9(03) VALUE 15.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

      ******************************************************************
      *    Plazo en revision: fecha, nombre y si ya esta cumplido.
      ******************************************************************
       77  WK-VTO-FECHA                PIC 9(08).
       77  WK-VTO-NOMBRE               PIC X(30).
       77  WK-VTO-CUMPLIDO             PIC X(01).

      ******************************************************************
      *    Area de la suma de dias sobre una fecha AAAAMMDD: se carga
      *    WK-FD-FECHA y WK-FD-DIAS y el resultado queda en
      *    WK-FD-FECHA (bisiestos por division entera por 4, valido
      *    para 1901-2099).
      ******************************************************************
       01  WK-FD-FECHA.
           03  WK-FD-AAAA              PIC 9(04).
           03  WK-FD-MM                PIC 9(02).
           03  WK-FD-DD                PIC 9(02).
       01  WK-FD-FECHA-NUM REDEFINES WK-FD-FECHA PIC 9(08).
       77  WK-FD-DIAS                  PIC 9(03).
       77  WK-FD-TOPE                  PIC 9(02).
       77  WK-FD-RESTO                 PIC 9(04).
       01  WK-TABLA-MESES.
           03  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WK-TABLA-MESES-RED REDEFINES WK-TABLA-MESES.
           03  WK-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       01  WK-FECHA-EDIT.
           03  WK-FE-AAAA              PIC 9(04).
           03  WK-FE-MM                PIC 9(02).
           03  WK-FE-DD                PIC 9(02).
       01  WK-FECHA-EDIT-NUM REDEFINES WK-FECHA-EDIT PIC 9(08).

      ******************************************************************
      *    Area de la rutina comun de errores de archivo.
      ******************************************************************
       77  WK-ERR-PROGRAMA             PIC X(20)
           VALUE "JUDICIAL-VENCIM".
       77  WK-ERR-PARRAFO              PIC X(30).
       77  WK-ERR-ARCHIVO              PIC X(10).
       77  WK-ERR-STATUS               PIC X(02).
       77  WK-ERR-CLAVE                PIC X(10).

      ******************************************************************
      *    Identificacion del reporte en el catalogo de spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "JUDICVENC".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTJUDVE.TXT".

       77  WK-TOTAL-LEGAJOS            PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-PROXIMOS           PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-VENCIDOS           PIC 9(07) VALUE ZERO.

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(45) VALUE
               "VENCIMIENTOS DE LEGAJOS JUDICIALES HASTA EL ".
           03  WK-TI-DD                PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-TI-MM                PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-TI-AAAA              PIC 9(04).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-NOMBRE             PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-EXPEDIENTE         PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PLAZO              PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-DD                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-D-MM                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-D-AAAA               PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-SITUACION          PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-ABOGADO            PIC X(20).

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
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           MOVE WK-FECHA-HOY  TO WK-FD-FECHA-NUM
           MOVE WK-DIAS-AVISO TO WK-FD-DIAS
           PERFORM 8500-SUMAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA-NUM TO WK-FECHA-LIMITE
           OPEN INPUT JUDICIAL
           IF STATUS-JUDICIAL = "00"
              MOVE "S" TO WK-HAY-JUDICIAL
           END-IF
           OPEN INPUT CLIENTE
           MOVE "APERTURA" TO WK-ERR-PARRAFO
           PERFORM 9110-VERIFICAR-CLIENTE THRU 9110-EXIT
           OPEN I-O CHKPOINT
           IF STATUS-CHKPOINT = "35"
              OPEN OUTPUT CHKPOINT
              CLOSE CHKPOINT
              OPEN I-O CHKPOINT
           END-IF
           PERFORM 1100-INICIAR-CHECKPOINT THRU 1100-EXIT
           OPEN OUTPUT RPT-VENCIM
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-FECHA-LIMITE TO WK-FECHA-EDIT-NUM
           MOVE WK-FE-DD   TO WK-TI-DD
           MOVE WK-FE-MM   TO WK-TI-MM
           MOVE WK-FE-AAAA TO WK-TI-AAAA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70: razon social y
      *    dias de anticipacion del aviso, si estan cargados.
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
              IF FECH-70-JUDIC-DIAS NUMERIC
                 IF FECH-70-JUDIC-DIAS > ZERO
                    MOVE FECH-70-JUDIC-DIAS TO WK-DIAS-AVISO
                 END-IF
              END-IF
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
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
           IF WK-HAY-JUDICIAL = "N"
              GO TO 2000-FINAL
           END-IF
           MOVE ZEROS TO JUDIC-CLIENTE
           START JUDICIAL KEY >= JUDIC-CLIENTE
               INVALID KEY MOVE "S" TO WK-EOF-JUDICIAL
           END-START
           PERFORM 2100-LEER-JUDICIAL THRU 2100-EXIT
           PERFORM 2200-PROCESAR-LEGAJO THRU 2200-EXIT
               UNTIL EOF-JUDICIAL.
       2000-FINAL.
           PERFORM 2800-ESCRIBIR-TOTALES THRU 2800-EXIT
           PERFORM 2900-COMPLETAR-CHECKPOINT THRU 2900-EXIT.
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

      ******************************************************************
      *    Revisa los tres plazos del legajo abierto: la insinuacion
      *    se cumple al presentarla, la verificacion al resolverse;
      *    el otro vencimiento solo se avisa mientras no paso.
      ******************************************************************
       2200-PROCESAR-LEGAJO.
           IF JUDIC-CERRADO
              GO TO 2200-SIGUIENTE
           END-IF
           ADD 1 TO WK-TOTAL-LEGAJOS
           MOVE JUDIC-CLIENTE TO A101-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE SPACES TO A101-NOMBRE
           END-READ
           MOVE JUDIC-VTO-INSINUACION TO WK-VTO-FECHA
           MOVE "INSINUACION DEL CREDITO" TO WK-VTO-NOMBRE
           MOVE "N" TO WK-VTO-CUMPLIDO
           IF JUDIC-FECHA-INSINUACION NOT = ZERO
              MOVE "S" TO WK-VTO-CUMPLIDO
           END-IF
           PERFORM 2300-REVISAR-PLAZO THRU 2300-EXIT
           MOVE JUDIC-VTO-VERIFICACION TO WK-VTO-FECHA
           MOVE "RESOLUCION DE VERIFICACION" TO WK-VTO-NOMBRE
           MOVE "N" TO WK-VTO-CUMPLIDO
           IF JUDIC-FECHA-VERIFICACION NOT = ZERO
              MOVE "S" TO WK-VTO-CUMPLIDO
           END-IF
           PERFORM 2300-REVISAR-PLAZO THRU 2300-EXIT
           MOVE JUDIC-VTO-OTRO      TO WK-VTO-FECHA
           MOVE JUDIC-VTO-OTRO-DESC TO WK-VTO-NOMBRE
           MOVE "N" TO WK-VTO-CUMPLIDO
           IF JUDIC-VTO-OTRO < WK-FECHA-HOY
              MOVE "S" TO WK-VTO-CUMPLIDO
           END-IF
           PERFORM 2300-REVISAR-PLAZO THRU 2300-EXIT.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-JUDICIAL THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-REVISAR-PLAZO.
           IF WK-VTO-FECHA = ZERO OR WK-VTO-CUMPLIDO = "S"
              OR WK-VTO-FECHA > WK-FECHA-LIMITE
              GO TO 2300-EXIT
           END-IF
           IF WK-VTO-FECHA < WK-FECHA-HOY
              MOVE "VENCIDO" TO WK-D-SITUACION
              ADD 1 TO WK-TOTAL-VENCIDOS
           ELSE
              MOVE "PROXIMO" TO WK-D-SITUACION
              ADD 1 TO WK-TOTAL-PROXIMOS
           END-IF
           MOVE JUDIC-CLIENTE    TO WK-D-CLIENTE
           MOVE A101-NOMBRE      TO WK-D-NOMBRE
           MOVE JUDIC-EXPEDIENTE TO WK-D-EXPEDIENTE
           MOVE WK-VTO-NOMBRE    TO WK-D-PLAZO
           MOVE WK-VTO-FECHA     TO WK-FECHA-EDIT-NUM
           MOVE WK-FE-DD         TO WK-D-DD
           MOVE WK-FE-MM         TO WK-D-MM
           MOVE WK-FE-AAAA       TO WK-D-AAAA
           MOVE JUDIC-ABOGADO    TO WK-D-ABOGADO
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2300-EXIT.
           EXIT.

       2800-ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "LEGAJOS ABIERTOS" TO WK-T-LEYENDA
           MOVE WK-TOTAL-LEGAJOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "PLAZOS PROXIMOS" TO WK-T-LEYENDA
           MOVE WK-TOTAL-PROXIMOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "PLAZOS VENCIDOS SIN CUMPLIR" TO WK-T-LEYENDA
           MOVE WK-TOTAL-VENCIDOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           IF WK-TOTAL-VENCIDOS > ZERO OR WK-TOTAL-PROXIMOS > ZERO
              DISPLAY "LEGAJOS JUDICIALES: ", WK-TOTAL-PROXIMOS,
                      " PLAZOS PROXIMOS Y ", WK-TOTAL-VENCIDOS,
                      " VENCIDOS - VER RPTJUDVE.TXT"
           END-IF.
       2800-EXIT.
           EXIT.

       2900-COMPLETAR-CHECKPOINT.
           MOVE WK-JOB-ID TO CHKPOINT-JOB
           READ CHKPOINT
               INVALID KEY CONTINUE
           END-READ
           MOVE "S" TO CHKPOINT-COMPLETO
           MOVE WK-TOTAL-LEGAJOS TO CHKPOINT-REGISTROS
           ACCEPT CHKPOINT-FECHA FROM DATE YYYYMMDD
           ACCEPT CHKPOINT-HORA  FROM TIME
           REWRITE CHKPOINT-REG.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *    Suma WK-FD-DIAS dias a la fecha WK-FD-FECHA (AAAAMMDD),
      *    dia por dia con la tabla de dias por mes; febrero suma un
      *    dia en los bisiestos (multiplo de 4, valido 1901-2099).
      ******************************************************************
       8500-SUMAR-DIAS.
           PERFORM 8510-SUMAR-UN-DIA THRU 8510-EXIT
               WK-FD-DIAS TIMES.
       8500-EXIT.
           EXIT.

       8510-SUMAR-UN-DIA.
           MOVE WK-DIAS-MES(WK-FD-MM) TO WK-FD-TOPE
           IF WK-FD-MM = 2
              DIVIDE WK-FD-AAAA BY 4 GIVING WK-FD-RESTO
                  REMAINDER WK-FD-RESTO
              IF WK-FD-RESTO = ZERO
                 MOVE 29 TO WK-FD-TOPE
              END-IF
           END-IF
           IF WK-FD-DD < WK-FD-TOPE
              ADD 1 TO WK-FD-DD
              GO TO 8510-EXIT
           END-IF
           MOVE 1 TO WK-FD-DD
           IF WK-FD-MM = 12
              MOVE 1 TO WK-FD-MM
              ADD 1 TO WK-FD-AAAA
           ELSE
              ADD 1 TO WK-FD-MM
           END-IF.
       8510-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WK-HAY-JUDICIAL = "S"
              CLOSE JUDICIAL
           END-IF
           CLOSE CLIENTE
           CLOSE CHKPOINT
           CLOSE RPT-VENCIM
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

       END PROGRAM "JUDICIAL-VENCIM".
