      *                    e imprime una liquidacion por vendedor
      *                    con el detalle de cliente y documento,
      *                    mas la hoja resumen para sueldos.
      *   15/10/2026  SIS  Corriendo como paso del cierre mensual
      *                    (CIERRE-MENSUAL) toma el periodo del
      *                    ambiente CIERRE-PERIODO en lugar de
      *                    pedirlo por consola.
      *   15/10/2026  SIS  Termina con GOBACK para poder correr como
      *                    paso del cierre mensual.
      *   15/10/2026  SIS  Comision premio: si el vendedor alcanza
      *                    en el periodo el porcentaje
      *                    FECH-70-OBJ-UMBRAL de su objetivo de
      *                    venta (OBJVTA), se liquida con su
      *                    VENDEDOR-COMISION-PREMIO.
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "CLIENTE.SEL".
           COPY "MOVCTAC.SEL".
           COPY "VENDEDOR.SEL".
           COPY "OBJVTA.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-COMISION ASSIGN TO "RPTCOMIS.TXT"
           COPY "CLIENTFD.CPY".
           COPY "MOVCTAC.CPY".
           COPY "VENDEDOR.CPY".
           COPY "OBJVTA.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-COMISION
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-VENDEDOR             PIC X(02).
       77  STATUS-OBJVTA               PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-MOVCTAC              PIC X(01) VALUE "N".
       77  WK-PRIMERA                  PIC X(01) VALUE "S".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-VENDEDOR          PIC X(01).
       77  WK-HAY-OBJVTA               PIC X(01) VALUE "S".

       01  WK-PERIODO                  PIC 9(06).
       01  WK-PERIODO-R REDEFINES WK-PERIODO.
           03  WK-PERIODO-ANIO         PIC 9(04).
           03  WK-PERIODO-MES          PIC 9(02).
       77  WK-VENDEDOR-ANT             PIC 999.
       77  WK-COMISION-VEND            PIC 9(02)V99.
       77  WK-COMISION-PREMIO          PIC 9(02)V99.
       77  WK-PORC-OBJETIVO            PIC 9(05)V99.
       77  WK-NETO-VENDEDOR            PIC S9(14)V99 VALUE ZERO.
       77  WK-COMISION-CALC            PIC S9(13)V99.

           03  WK-S-LEYENDA            PIC X(30).
           03  WK-S-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-PREMIO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(22) VALUE
               "OBJETIVO CUMPLIDO AL ".
           03  WK-P-PORC               PIC ZZZZ9.99.
           03  FILLER                  PIC X(26) VALUE
               " % - COMISION PREMIO DEL ".
           03  WK-P-COMISION           PIC Z9.99.
           03  FILLER                  PIC X(02) VALUE " %".

       01  WK-LINEA-RESUMEN.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-R-CODIGO             PIC ZZ9.
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-OBJ-UMBRAL               PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
      *    corriendo dentro del cierre mensual el periodo llega
      *    por ambiente; si no, se pide por consola
           MOVE ZEROS TO WK-PERIODO
           ACCEPT WK-PERIODO FROM ENVIRONMENT "CIERRE-PERIODO"
           IF WK-PERIODO NOT NUMERIC OR WK-PERIODO = ZEROS
              DISPLAY "PERIODO A LIQUIDAR (AAAAMM): "
              ACCEPT WK-PERIODO
           END-IF
           OPEN INPUT CLIENTE
           OPEN INPUT MOVCTAC
           IF STATUS-MOVCTAC NOT = "00"
              GOBACK
           END-IF
           OPEN INPUT VENDEDOR
           OPEN INPUT OBJVTA
           IF STATUS-OBJVTA NOT = "00"
              MOVE "N" TO WK-HAY-OBJVTA
           END-IF
           OPEN OUTPUT RPT-COMISION
           MOVE ZEROS TO WK-TABLA-RESUMEN
           IF WK-EMPRESA-NOMBRE NOT = SPACES
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
              IF FECH-70-OBJ-UMBRAL NUMERIC
                 MOVE FECH-70-OBJ-UMBRAL TO WK-OBJ-UMBRAL
              END-IF
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           IF WK-EXISTE-VENDEDOR = "S"
              MOVE VENDEDOR-COMISION TO WK-COMISION-VEND
              MOVE VENDEDOR-NOMBRE   TO WK-V-NOMBRE
              MOVE ZERO TO WK-COMISION-PREMIO
              IF VENDEDOR-COMISION-PREMIO NUMERIC
                 MOVE VENDEDOR-COMISION-PREMIO TO WK-COMISION-PREMIO
              END-IF
           ELSE
              MOVE ZERO TO WK-COMISION-VEND WK-COMISION-PREMIO
              MOVE "(VENDEDOR INEXISTENTE)" TO WK-V-NOMBRE
           END-IF
           MOVE SPACES TO RPT-LINEA
      *    tabla del resumen para sueldos.
      ******************************************************************
       2240-LIQUIDAR-VENDEDOR.
           MOVE "VENTA NETA DEL PERIODO  . . . " TO WK-S-LEYENDA
           MOVE WK-NETO-VENDEDOR TO WK-S-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           PERFORM 2250-OBJETIVO-VENDEDOR THRU 2250-EXIT
           COMPUTE WK-COMISION-CALC ROUNDED =
                   WK-NETO-VENDEDOR * WK-COMISION-VEND / 100
           MOVE "COMISION A LIQUIDAR . . . . . " TO WK-S-LEYENDA
           MOVE WK-COMISION-CALC TO WK-S-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-SUB
       2240-EXIT.
           EXIT.

      ******************************************************************
      *    Comision premio: con umbral en parametros, porcentaje
      *    premio cargado en el vendedor y objetivo del periodo en
      *    OBJVTA, si la venta neta llega al umbral (en % del
      *    objetivo) se liquida con el porcentaje premio.
      ******************************************************************
       2250-OBJETIVO-VENDEDOR.
           IF WK-OBJ-UMBRAL = ZERO
              OR WK-COMISION-PREMIO = ZERO
              OR WK-HAY-OBJVTA = "N"
              OR WK-VENDEDOR-ANT = ZERO
              OR WK-NETO-VENDEDOR NOT > ZERO
              GO TO 2250-EXIT
           END-IF
           MOVE "V"             TO OBJVTA-TIPO
           MOVE WK-VENDEDOR-ANT TO OBJVTA-VENDEDOR
           MOVE ZERO            TO OBJVTA-ZONA-VTA OBJVTA-SUBZONA-VTA
           MOVE WK-PERIODO-ANIO TO OBJVTA-ANIO
           MOVE WK-PERIODO-MES  TO OBJVTA-MES
           READ OBJVTA
               INVALID KEY GO TO 2250-EXIT
           END-READ
           IF OBJVTA-IMPORTE = ZERO
              GO TO 2250-EXIT
           END-IF
           COMPUTE WK-PORC-OBJETIVO ROUNDED =
                   WK-NETO-VENDEDOR * 100 / OBJVTA-IMPORTE
               ON SIZE ERROR MOVE 99999.99 TO WK-PORC-OBJETIVO
           END-COMPUTE
           MOVE "OBJETIVO DEL PERIODO  . . . . " TO WK-S-LEYENDA
           MOVE OBJVTA-IMPORTE TO WK-S-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           IF WK-PORC-OBJETIVO < WK-OBJ-UMBRAL
              GO TO 2250-EXIT
           END-IF
           MOVE WK-COMISION-PREMIO TO WK-COMISION-VEND
           MOVE WK-PORC-OBJETIVO   TO WK-P-PORC
           MOVE WK-COMISION-PREMIO TO WK-P-COMISION
           WRITE RPT-LINEA FROM WK-LINEA-PREMIO.
       2250-EXIT.
           EXIT.

      ******************************************************************
      *    Hoja resumen para sueldos: una linea por vendedor con
      *    neto y comision del periodo.
           CLOSE CLIENTE
           CLOSE MOVCTAC
           CLOSE VENDEDOR
           IF WK-HAY-OBJVTA = "S"
              CLOSE OBJVTA
           END-IF
           CLOSE RPT-COMISION.
       9000-EXIT.
           EXIT.
