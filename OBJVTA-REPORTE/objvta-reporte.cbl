       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "OBJVTA-REPORTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Cumplimiento de los
      *                    objetivos de venta (OBJVTA) de un periodo
      *                    por vendedor y por zona/subzona de venta:
      *                    venta neta de ESTADCLI del mes, acumulada
      *                    del anio y del mismo mes del anio
      *                    anterior, contra el objetivo del mes y el
      *                    acumulado, con el porcentaje cumplido,
      *                    los clientes con compras y el puesto en
      *                    el ranking de cumplimiento.
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
           COPY "ESTADCLI.SEL".
           COPY "OBJVTA.SEL".
           COPY "VENDEDOR.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-OBJETIVOS ASSIGN TO "RPTOBJVT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

           SELECT WORK-OBJETIVOS ASSIGN TO "WOBJVT.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "ESTADCLI.CPY".
           COPY "OBJVTA.CPY".
           COPY "VENDEDOR.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-OBJETIVOS
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       SD  WORK-OBJETIVOS.
       01  SD-OBJETIVO.
           03  SD-SECCION              PIC 9(01).
      *        1 = vendedores   2 = zonas de venta
           03  SD-SIN-OBJETIVO         PIC 9(01).
      *        0 = con objetivo del mes (entra al ranking)  1 = sin
           03  SD-PORC-MES             PIC S9(05)V99.
           03  SD-VENDEDOR             PIC 9(03).
           03  SD-ZONA                 PIC 9(02).
           03  SD-SUBZONA              PIC 9(02).
           03  SD-REAL-MES             PIC S9(14)V99.
           03  SD-REAL-ACUM            PIC S9(14)V99.
           03  SD-REAL-ANT             PIC S9(14)V99.
           03  SD-OBJ-MES              PIC 9(13)V99.
           03  SD-OBJ-ACUM             PIC 9(13)V99.
           03  SD-CLI-REAL             PIC 9(05).
           03  SD-CLI-OBJ              PIC 9(05).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-ESTADCLI             PIC X(02).
       77  STATUS-OBJVTA               PIC X(02).
       77  STATUS-VENDEDOR             PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-ESTADCLI             PIC X(01) VALUE "N".
           88  EOF-ESTADCLI                      VALUE "S".
       77  WK-EOF-OBJVTA               PIC X(01) VALUE "N".
       77  WK-EOF-SORT                 PIC X(01) VALUE "N".
           88  EOF-SORT                          VALUE "S".
       77  WK-HAY-OBJVTA               PIC X(01) VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-VENDEDOR          PIC X(01).
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       01  WK-PERIODO                  PIC 9(06).
       01  WK-PERIODO-R REDEFINES WK-PERIODO.
           03  WK-PERIODO-ANIO         PIC 9(04).
           03  WK-PERIODO-MES          PIC 9(02).
       77  WK-ANIO-ANTERIOR            PIC 9(04).

      ******************************************************************
      *    Acumulados por vendedor (indice = codigo) y por zona y
      *    subzona (indice zona, subzona + 1, porque la subzona 00
      *    existe): venta real y objetivo del mes y del anio, mismo
      *    mes del anio anterior y clientes con compras.
      ******************************************************************
       01  WK-TABLA-VENDEDOR.
           03  WK-TV OCCURS 999 TIMES.
               05  WK-TV-REAL-MES      PIC S9(14)V99.
               05  WK-TV-REAL-ACUM     PIC S9(14)V99.
               05  WK-TV-REAL-ANT      PIC S9(14)V99.
               05  WK-TV-OBJ-MES       PIC 9(13)V99.
               05  WK-TV-OBJ-ACUM      PIC 9(13)V99.
               05  WK-TV-CLI-REAL      PIC 9(05).
               05  WK-TV-CLI-OBJ       PIC 9(05).
               05  WK-TV-HAY-OBJ       PIC 9(01).
       01  WK-TABLA-ZONA.
           03  WK-TZ-ZONA OCCURS 99 TIMES.
               05  WK-TZ OCCURS 100 TIMES.
                   07  WK-TZ-REAL-MES  PIC S9(14)V99.
                   07  WK-TZ-REAL-ACUM PIC S9(14)V99.
                   07  WK-TZ-REAL-ANT  PIC S9(14)V99.
                   07  WK-TZ-OBJ-MES   PIC 9(13)V99.
                   07  WK-TZ-OBJ-ACUM  PIC 9(13)V99.
                   07  WK-TZ-CLI-REAL  PIC 9(05).
                   07  WK-TZ-CLI-OBJ   PIC 9(05).
                   07  WK-TZ-HAY-OBJ   PIC 9(01).
       77  WK-IND                      PIC 9(03) COMP.
       77  WK-IND-SUB                  PIC 9(03) COMP.

       77  WK-VENDEDOR                 PIC 9(03).
       77  WK-ZONA                     PIC 9(02).
       77  WK-SUBZONA                  PIC 9(03).
       77  WK-PUESTO                   PIC 9(04) VALUE ZERO.
       77  WK-SECCION-ANT              PIC 9(01) VALUE ZERO.
       77  WK-PORC-ACUM                PIC S9(05)V99.
       77  WK-PORC-VAR                 PIC S9(05)V99.

       77  WK-TOTAL-REAL-MES           PIC S9(15)V99 VALUE ZERO.
       77  WK-TOTAL-OBJ-MES            PIC S9(15)V99 VALUE ZERO.

      ******************************************************************
      *    Identificacion del reporte en el catalogo de spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "OBJETIVOS".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTOBJVT.TXT".

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(45) VALUE
               "CUMPLIMIENTO DE OBJETIVOS DE VENTA - PERIODO ".
           03  WK-T-PERIODO            PIC 9(06).

       01  WK-LINEA-RUBROS-1.
           03  FILLER                  PIC X(30) VALUE SPACES.
           03  FILLER                  PIC X(32) VALUE
               "  ----------- MES -----------".
           03  FILLER                  PIC X(32) VALUE
               "  ------- ACUMULADO ANIO -------".
           03  FILLER                  PIC X(21) VALUE
               "  -- ANIO ANTERIOR --".
           03  FILLER                  PIC X(11) VALUE
               "  CLIENTES".

       01  WK-LINEA-RUBROS-2.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(25) VALUE
               "POS CODIGO NOMBRE".
           03  FILLER                  PIC X(32) VALUE
               "   OBJETIVO          REAL    %".
           03  FILLER                  PIC X(32) VALUE
               "   OBJETIVO          REAL    %".
           03  FILLER                  PIC X(21) VALUE
               "      MES ANT.   VAR%".
           03  FILLER                  PIC X(11) VALUE
               "  OBJ REAL".

       01  WK-LINEA-SECCION.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-S-LEYENDA            PIC X(40).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-PUESTO             PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-CODIGO             PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-NOMBRE             PIC X(15).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-OBJ-MES            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-REAL-MES           PIC ZZZ,ZZZ,ZZ9-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PORC-MES           PIC ZZZ9.9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-OBJ-ACUM           PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-REAL-ACUM          PIC ZZZ,ZZZ,ZZ9-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PORC-ACUM          PIC ZZZ9.9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-REAL-ANT           PIC ZZZ,ZZZ,ZZ9-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PORC-VAR           PIC ZZZ9.9-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-CLI-OBJ            PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-CLI-REAL           PIC ZZZZ9.

       01  WK-CODIGO-ZONA.
           03  WK-CZ-ZONA              PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-CZ-SUBZONA           PIC 9(02).

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(40).
           03  WK-T-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-VENTAS        THRU 2000-EXIT
           PERFORM 3000-OBJETIVOS     THRU 3000-EXIT
           PERFORM 4000-REPORTE       THRU 4000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
      *    corriendo dentro del cierre mensual el periodo llega
      *    por ambiente; si no, se pide por consola
           MOVE ZEROS TO WK-PERIODO
           ACCEPT WK-PERIODO FROM ENVIRONMENT "CIERRE-PERIODO"
           IF WK-PERIODO NOT NUMERIC OR WK-PERIODO = ZEROS
              DISPLAY "PERIODO A CONTROLAR (AAAAMM): "
              ACCEPT WK-PERIODO
           END-IF
           IF WK-PERIODO-MES < 1 OR WK-PERIODO-MES > 12
              DISPLAY "PERIODO INVALIDO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WK-ANIO-ANTERIOR = WK-PERIODO-ANIO - 1
           OPEN INPUT CLIENTE
           OPEN INPUT ESTADCLI
           IF STATUS-ESTADCLI NOT = "00"
              DISPLAY "SIN ESTADISTICA DE VENTAS - STATUS ",
                      STATUS-ESTADCLI
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT OBJVTA
           IF STATUS-OBJVTA NOT = "00"
              MOVE "N" TO WK-HAY-OBJVTA
              DISPLAY "SIN OBJETIVOS DE VENTA CARGADOS"
           END-IF
           OPEN INPUT VENDEDOR
           OPEN OUTPUT RPT-OBJETIVOS
           MOVE ZEROS TO WK-TABLA-VENDEDOR WK-TABLA-ZONA
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-PERIODO TO WK-T-PERIODO
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS-1
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS-2.
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
      *    2000  -  Venta real: recorre ESTADCLI y asigna cada mes
      *             del anio hasta el periodo, y el mismo mes del
      *             anio anterior, al vendedor y a la zona/subzona
      *             actuales del cliente.
      ******************************************************************
       2000-VENTAS.
           MOVE ZEROS TO ESTADCLI-CLAVE
           START ESTADCLI KEY >= ESTADCLI-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-ESTADCLI
           END-START
           PERFORM 2100-LEER-ESTADIS THRU 2100-EXIT
           PERFORM 2200-ACUMULAR-ESTADIS THRU 2200-EXIT
               UNTIL EOF-ESTADCLI.
       2000-EXIT.
           EXIT.

       2100-LEER-ESTADIS.
           READ ESTADCLI NEXT
               AT END MOVE "S" TO WK-EOF-ESTADCLI
           END-READ.
       2100-EXIT.
           EXIT.

       2200-ACUMULAR-ESTADIS.
           IF NOT ((ESTADCLI-ANIO = WK-PERIODO-ANIO
                    AND ESTADCLI-MES NOT > WK-PERIODO-MES)
               OR (ESTADCLI-ANIO = WK-ANIO-ANTERIOR
                    AND ESTADCLI-MES = WK-PERIODO-MES))
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE ESTADCLI-CLIENTE TO A101-CLIENTE
           PERFORM 8100-LEER-CLIENTE THRU 8100-EXIT
           IF WK-EXISTE-CLIENTE = "N"
              GO TO 2200-SIGUIENTE
           END-IF
           MOVE A101-VENDEDOR TO WK-VENDEDOR
           MOVE A101-ZONA-VTA TO WK-ZONA
           COMPUTE WK-SUBZONA = A101-SUBZONA-VTA + 1
           IF ESTADCLI-ANIO = WK-ANIO-ANTERIOR
              IF WK-VENDEDOR > ZERO
                 ADD ESTADCLI-NETO TO WK-TV-REAL-ANT(WK-VENDEDOR)
              END-IF
              IF WK-ZONA > ZERO
                 ADD ESTADCLI-NETO
                  TO WK-TZ-REAL-ANT(WK-ZONA, WK-SUBZONA)
              END-IF
              GO TO 2200-SIGUIENTE
           END-IF
           IF WK-VENDEDOR > ZERO
              ADD ESTADCLI-NETO TO WK-TV-REAL-ACUM(WK-VENDEDOR)
           END-IF
           IF WK-ZONA > ZERO
              ADD ESTADCLI-NETO
               TO WK-TZ-REAL-ACUM(WK-ZONA, WK-SUBZONA)
           END-IF
           IF ESTADCLI-MES NOT = WK-PERIODO-MES
              GO TO 2200-SIGUIENTE
           END-IF
           ADD ESTADCLI-NETO TO WK-TOTAL-REAL-MES
           IF WK-VENDEDOR > ZERO
              ADD ESTADCLI-NETO TO WK-TV-REAL-MES(WK-VENDEDOR)
              IF ESTADCLI-NETO > ZERO
                 ADD 1 TO WK-TV-CLI-REAL(WK-VENDEDOR)
              END-IF
           END-IF
           IF WK-ZONA > ZERO
              ADD ESTADCLI-NETO
               TO WK-TZ-REAL-MES(WK-ZONA, WK-SUBZONA)
              IF ESTADCLI-NETO > ZERO
                 ADD 1 TO WK-TZ-CLI-REAL(WK-ZONA, WK-SUBZONA)
              END-IF
           END-IF.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-ESTADIS THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    3000  -  Objetivos: los del anio hasta el periodo suman
      *             al acumulado; el del mes fija el objetivo del
      *             mes y el de clientes.
      ******************************************************************
       3000-OBJETIVOS.
           IF WK-HAY-OBJVTA = "N"
              GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LEER-OBJVTA THRU 3100-EXIT
           PERFORM 3200-ACUMULAR-OBJETIVO THRU 3200-EXIT
               UNTIL WK-EOF-OBJVTA = "S".
       3000-EXIT.
           EXIT.

       3100-LEER-OBJVTA.
           READ OBJVTA NEXT
               AT END MOVE "S" TO WK-EOF-OBJVTA
           END-READ.
       3100-EXIT.
           EXIT.

       3200-ACUMULAR-OBJETIVO.
           IF OBJVTA-ANIO NOT = WK-PERIODO-ANIO
              OR OBJVTA-MES > WK-PERIODO-MES
              GO TO 3200-SIGUIENTE
           END-IF
           IF OBJVTA-POR-VENDEDOR AND OBJVTA-VENDEDOR > ZERO
              MOVE OBJVTA-VENDEDOR TO WK-VENDEDOR
              ADD OBJVTA-IMPORTE TO WK-TV-OBJ-ACUM(WK-VENDEDOR)
              IF OBJVTA-MES = WK-PERIODO-MES
                 MOVE OBJVTA-IMPORTE  TO WK-TV-OBJ-MES(WK-VENDEDOR)
                 MOVE OBJVTA-CLIENTES TO WK-TV-CLI-OBJ(WK-VENDEDOR)
                 MOVE 1 TO WK-TV-HAY-OBJ(WK-VENDEDOR)
              END-IF
           END-IF
           IF OBJVTA-POR-ZONA AND OBJVTA-ZONA-VTA > ZERO
              MOVE OBJVTA-ZONA-VTA TO WK-ZONA
              COMPUTE WK-SUBZONA = OBJVTA-SUBZONA-VTA + 1
              ADD OBJVTA-IMPORTE
               TO WK-TZ-OBJ-ACUM(WK-ZONA, WK-SUBZONA)
              IF OBJVTA-MES = WK-PERIODO-MES
                 MOVE OBJVTA-IMPORTE
                   TO WK-TZ-OBJ-MES(WK-ZONA, WK-SUBZONA)
                 MOVE OBJVTA-CLIENTES
                   TO WK-TZ-CLI-OBJ(WK-ZONA, WK-SUBZONA)
                 MOVE 1 TO WK-TZ-HAY-OBJ(WK-ZONA, WK-SUBZONA)
              END-IF
           END-IF.
       3200-SIGUIENTE.
           PERFORM 3100-LEER-OBJVTA THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    4000  -  Reporte: el sort ordena cada seccion por
      *             porcentaje cumplido del mes; los que no tienen
      *             objetivo van al final, sin puesto.
      ******************************************************************
       4000-REPORTE.
           SORT WORK-OBJETIVOS
               ON ASCENDING  KEY SD-SECCION SD-SIN-OBJETIVO
               ON DESCENDING KEY SD-PORC-MES SD-REAL-MES
               INPUT PROCEDURE  4100-VOLCAR-TABLAS THRU 4100-EXIT
               OUTPUT PROCEDURE 4200-IMPRIMIR      THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

       4100-VOLCAR-TABLAS.
           PERFORM 4110-VOLCAR-VENDEDOR THRU 4110-EXIT
               VARYING WK-IND FROM 1 BY 1 UNTIL WK-IND > 999
           PERFORM 4120-VOLCAR-ZONA THRU 4120-EXIT
               VARYING WK-IND FROM 1 BY 1 UNTIL WK-IND > 99
               AFTER WK-IND-SUB FROM 1 BY 1 UNTIL WK-IND-SUB > 100.
       4100-EXIT.
           EXIT.

       4110-VOLCAR-VENDEDOR.
           IF WK-TV-HAY-OBJ(WK-IND) = ZERO
              AND WK-TV-REAL-MES(WK-IND) = ZERO
              AND WK-TV-REAL-ACUM(WK-IND) = ZERO
              AND WK-TV-REAL-ANT(WK-IND) = ZERO
              GO TO 4110-EXIT
           END-IF
           MOVE 1                       TO SD-SECCION
           MOVE WK-IND                  TO SD-VENDEDOR
           MOVE ZERO                    TO SD-ZONA SD-SUBZONA
           MOVE WK-TV-REAL-MES(WK-IND)  TO SD-REAL-MES
           MOVE WK-TV-REAL-ACUM(WK-IND) TO SD-REAL-ACUM
           MOVE WK-TV-REAL-ANT(WK-IND)  TO SD-REAL-ANT
           MOVE WK-TV-OBJ-MES(WK-IND)   TO SD-OBJ-MES
           MOVE WK-TV-OBJ-ACUM(WK-IND)  TO SD-OBJ-ACUM
           MOVE WK-TV-CLI-REAL(WK-IND)  TO SD-CLI-REAL
           MOVE WK-TV-CLI-OBJ(WK-IND)   TO SD-CLI-OBJ
           PERFORM 4130-PORCENTAJE THRU 4130-EXIT
           RELEASE SD-OBJETIVO.
       4110-EXIT.
           EXIT.

       4120-VOLCAR-ZONA.
           IF WK-TZ-HAY-OBJ(WK-IND, WK-IND-SUB) = ZERO
              AND WK-TZ-REAL-MES(WK-IND, WK-IND-SUB) = ZERO
              AND WK-TZ-REAL-ACUM(WK-IND, WK-IND-SUB) = ZERO
              AND WK-TZ-REAL-ANT(WK-IND, WK-IND-SUB) = ZERO
              GO TO 4120-EXIT
           END-IF
           MOVE 2      TO SD-SECCION
           MOVE ZERO   TO SD-VENDEDOR
           MOVE WK-IND TO SD-ZONA
           COMPUTE SD-SUBZONA = WK-IND-SUB - 1
           MOVE WK-TZ-REAL-MES(WK-IND, WK-IND-SUB)  TO SD-REAL-MES
           MOVE WK-TZ-REAL-ACUM(WK-IND, WK-IND-SUB) TO SD-REAL-ACUM
           MOVE WK-TZ-REAL-ANT(WK-IND, WK-IND-SUB)  TO SD-REAL-ANT
           MOVE WK-TZ-OBJ-MES(WK-IND, WK-IND-SUB)   TO SD-OBJ-MES
           MOVE WK-TZ-OBJ-ACUM(WK-IND, WK-IND-SUB)  TO SD-OBJ-ACUM
           MOVE WK-TZ-CLI-REAL(WK-IND, WK-IND-SUB)  TO SD-CLI-REAL
           MOVE WK-TZ-CLI-OBJ(WK-IND, WK-IND-SUB)   TO SD-CLI-OBJ
           IF WK-TZ-HAY-OBJ(WK-IND, WK-IND-SUB) = ZERO
              MOVE ZERO TO SD-OBJ-MES
           END-IF
           PERFORM 4130-PORCENTAJE THRU 4130-EXIT
           RELEASE SD-OBJETIVO.
       4120-EXIT.
           EXIT.

       4130-PORCENTAJE.
           MOVE ZERO TO SD-PORC-MES
           IF SD-OBJ-MES = ZERO
              MOVE 1 TO SD-SIN-OBJETIVO
              GO TO 4130-EXIT
           END-IF
           MOVE ZERO TO SD-SIN-OBJETIVO
           ADD SD-OBJ-MES TO WK-TOTAL-OBJ-MES
           COMPUTE SD-PORC-MES ROUNDED =
                   SD-REAL-MES * 100 / SD-OBJ-MES
               ON SIZE ERROR MOVE 99999.99 TO SD-PORC-MES
           END-COMPUTE.
       4130-EXIT.
           EXIT.

       4200-IMPRIMIR.
           RETURN WORK-OBJETIVOS
               AT END MOVE "S" TO WK-EOF-SORT
           END-RETURN
           PERFORM 4300-LINEA-OBJETIVO THRU 4300-EXIT
               UNTIL EOF-SORT
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "VENTA NETA DEL MES  . . . . . . . ." TO WK-T-LEYENDA
           MOVE WK-TOTAL-REAL-MES TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "OBJETIVOS DEL MES (VEND. Y ZONAS) ." TO WK-T-LEYENDA
           MOVE WK-TOTAL-OBJ-MES TO WK-T-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       4200-EXIT.
           EXIT.

       4300-LINEA-OBJETIVO.
           IF SD-SECCION NOT = WK-SECCION-ANT
              MOVE SD-SECCION TO WK-SECCION-ANT
              MOVE ZERO TO WK-PUESTO
              MOVE SPACES TO RPT-LINEA
              WRITE RPT-LINEA
              IF SD-SECCION = 1
                 MOVE "POR VENDEDOR" TO WK-S-LEYENDA
              ELSE
                 MOVE "POR ZONA / SUBZONA DE VENTA" TO WK-S-LEYENDA
              END-IF
              WRITE RPT-LINEA FROM WK-LINEA-SECCION
           END-IF
           MOVE SPACES TO WK-D-NOMBRE
           IF SD-SECCION = 1
              MOVE SPACES      TO WK-D-CODIGO
              MOVE SD-VENDEDOR TO WK-D-CODIGO(1:3)
              MOVE SD-VENDEDOR TO VENDEDOR-CODIGO
              MOVE "S" TO WK-EXISTE-VENDEDOR
              READ VENDEDOR
                  INVALID KEY MOVE "N" TO WK-EXISTE-VENDEDOR
              END-READ
              IF WK-EXISTE-VENDEDOR = "S"
                 MOVE VENDEDOR-NOMBRE TO WK-D-NOMBRE
              ELSE
                 MOVE "(INEXISTENTE)" TO WK-D-NOMBRE
              END-IF
           ELSE
              MOVE SD-ZONA        TO WK-CZ-ZONA
              MOVE SD-SUBZONA     TO WK-CZ-SUBZONA
              MOVE WK-CODIGO-ZONA TO WK-D-CODIGO
           END-IF
           IF SD-SIN-OBJETIVO = ZERO
              ADD 1 TO WK-PUESTO
              MOVE WK-PUESTO TO WK-D-PUESTO
           ELSE
              MOVE ZERO TO WK-D-PUESTO
           END-IF
           MOVE ZERO TO WK-PORC-ACUM WK-PORC-VAR
           IF SD-OBJ-ACUM > ZERO
              COMPUTE WK-PORC-ACUM ROUNDED =
                      SD-REAL-ACUM * 100 / SD-OBJ-ACUM
                  ON SIZE ERROR MOVE 99999.99 TO WK-PORC-ACUM
              END-COMPUTE
           END-IF
           IF SD-REAL-ANT NOT = ZERO
              COMPUTE WK-PORC-VAR ROUNDED =
                      (SD-REAL-MES - SD-REAL-ANT) * 100 / SD-REAL-ANT
                  ON SIZE ERROR MOVE 99999.99 TO WK-PORC-VAR
              END-COMPUTE
           END-IF
           MOVE SD-OBJ-MES   TO WK-D-OBJ-MES
           MOVE SD-REAL-MES  TO WK-D-REAL-MES
           MOVE SD-PORC-MES  TO WK-D-PORC-MES
           MOVE SD-OBJ-ACUM  TO WK-D-OBJ-ACUM
           MOVE SD-REAL-ACUM TO WK-D-REAL-ACUM
           MOVE WK-PORC-ACUM TO WK-D-PORC-ACUM
           MOVE SD-REAL-ANT  TO WK-D-REAL-ANT
           MOVE WK-PORC-VAR  TO WK-D-PORC-VAR
           MOVE SD-CLI-OBJ   TO WK-D-CLI-OBJ
           MOVE SD-CLI-REAL  TO WK-D-CLI-REAL
           WRITE RPT-LINEA FROM WK-LINEA-DET
           RETURN WORK-OBJETIVOS
               AT END MOVE "S" TO WK-EOF-SORT
           END-RETURN.
       4300-EXIT.
           EXIT.

       8100-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ.
       8100-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE ESTADCLI
           IF WK-HAY-OBJVTA = "S"
              CLOSE OBJVTA
           END-IF
           CLOSE VENDEDOR
           CLOSE RPT-OBJETIVOS
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "OBJVTA-REPORTE".
