       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "DIFCAMB-REPORTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Listado mensual para
      *                    contaduria de las diferencias de cambio
      *                    desde DIFCAMB: primero las ND (sube el
      *                    dolar) y despues las NC (baja), cada grupo
      *                    por cliente con el recibo, el comprobante
      *                    en dolares, las dos cotizaciones, los
      *                    dolares imputados, la diferencia en pesos
      *                    y su IVA, subtotales por cliente y grupo y
      *                    el neto del mes al pie.
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
           COPY "DIFCAMB.SEL".
           COPY "CLIENTE.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-DIFCAMB ASSIGN TO "RPTDIFCA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

           SELECT WORK-DIFCAMB ASSIGN TO "WDIFCAMB.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "DIFCAMB.CPY".
           COPY "CLIENTFD.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-DIFCAMB
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       SD  WORK-DIFCAMB.
       01  SD-DIFCAMB.
           03  SD-GRUPO                PIC 9(1).
      *        1 notas de debito   2 notas de credito
           03  SD-CLIENTE              PIC 9(6).
           03  SD-FECHA                PIC 9(8).
           03  SD-RECIBO               PIC 9(8).
           03  SD-MOV-TIPO             PIC X(2).
           03  SD-MOV-REFERENCIA       PIC 9(8).
           03  SD-MOV-FECHA            PIC 9(8).
           03  SD-COTIZ-ORIGEN         PIC 9(5)V9999.
           03  SD-COTIZ-PAGO           PIC 9(5)V9999.
           03  SD-IMPORTE-USD          PIC S9(13)V99.
           03  SD-DIFERENCIA           PIC S9(13)V99.
           03  SD-IVA                  PIC S9(13)V99.
           03  SD-NOTA-TIPO            PIC X(2).
           03  SD-NOTA-NRO             PIC 9(8).

       WORKING-STORAGE SECTION.
       77  STATUS-DIFCAMB              PIC X(02).
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-DIFCAMB              PIC X(01) VALUE "N".
           88  EOF-DIFCAMB                       VALUE "S".
       77  WK-EOF-SORT                 PIC X(01) VALUE "N".
           88  EOF-SORT                          VALUE "S".
       77  WK-PRIMERA                  PIC X(01) VALUE "S".

       77  WK-PERIODO                  PIC 9(06).
       77  WK-GRUPO-ANT                PIC 9(01).
       77  WK-CLIENTE-ANT              PIC 9(06).
       77  WK-SUB-CLI-USD              PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-CLI-DIF              PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-CLI-IVA              PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-GRU-USD              PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-GRU-DIF              PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-GRU-IVA              PIC S9(14)V99 VALUE ZERO.
       01  WK-TABLA-GRUPOS.
           03  WK-GRUPO OCCURS 2 TIMES.
               05  WK-GRU-CANT         PIC 9(05).
               05  WK-GRU-USD          PIC S9(14)V99.
               05  WK-GRU-DIF          PIC S9(14)V99.
               05  WK-GRU-IVA          PIC S9(14)V99.
       77  WK-NETO-CANT                PIC 9(05).
       77  WK-NETO-USD                 PIC S9(14)V99.
       77  WK-NETO-DIF                 PIC S9(14)V99.
       77  WK-NETO-IVA                 PIC S9(14)V99.

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(42) VALUE
               "DIFERENCIAS DE CAMBIO DEL PERIODO ".
           03  WK-T-PERIODO            PIC 9(06).

       01  WK-LINEA-GRUPO.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-G-LEYENDA            PIC X(50).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  FILLER                  PIC X(50) VALUE
               "RECIBO   FECHA    COMPROBANTE FECHA     COT.ORIGEN".
           03  FILLER                  PIC X(44) VALUE
               "    COT.PAGO  DOLARES APLIC.      DIFERENCIA".
           03  FILLER                  PIC X(21) VALUE
               "             IVA NOTA".

       01  WK-LINEA-CLIENTE.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE "CLIENTE ".
           03  WK-C-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-C-NOMBRE             PIC X(35).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WK-D-RECIBO             PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-FECHA              PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-MOV-TIPO           PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-MOV-REF            PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-MOV-FECHA          PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-COTIZ-ORIGEN       PIC ZZ,ZZ9.9999.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-COTIZ-PAGO         PIC ZZ,ZZ9.9999.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-USD                PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-DIFERENCIA         PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-IVA                PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-NOTA-TIPO          PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-NOTA-NRO           PIC ZZZZZZZ9.

       01  WK-LINEA-SUB.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  WK-S-LEYENDA            PIC X(60).
           03  WK-S-USD                PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-S-DIFERENCIA         PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-S-IVA                PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-RESUMEN.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-R-LEYENDA            PIC X(40).
           03  WK-R-CANT               PIC ZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-R-USD                PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-DIFERENCIA         PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-R-IVA                PIC ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      *    Parametros generales (registro FECH-70 del archivo
      *    PARAMS), leidos en la inicializacion; sin parametros
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           DISPLAY "PERIODO A LISTAR (AAAAMM): "
           ACCEPT WK-PERIODO
           OPEN INPUT DIFCAMB
           IF STATUS-DIFCAMB NOT = "00"
              DISPLAY "SIN DIFERENCIAS DE CAMBIO - STATUS ",
                      STATUS-DIFCAMB
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CLIENTE
           OPEN OUTPUT RPT-DIFCAMB
           MOVE ZEROS TO WK-TABLA-GRUPOS
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-PERIODO TO WK-T-PERIODO
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
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

       2000-PROCESO.
           SORT WORK-DIFCAMB
               ON ASCENDING KEY SD-GRUPO SD-CLIENTE SD-FECHA
                                SD-RECIBO
               INPUT PROCEDURE  2100-VOLCAR-DIFCAMB THRU 2100-EXIT
               OUTPUT PROCEDURE 2200-IMPRIMIR       THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-VOLCAR-DIFCAMB.
           PERFORM 2110-LEER-DIFCAMB THRU 2110-EXIT
           PERFORM 2120-CARGAR-DIFCAMB THRU 2120-EXIT
               UNTIL EOF-DIFCAMB.
       2100-EXIT.
           EXIT.

       2110-LEER-DIFCAMB.
           READ DIFCAMB NEXT
               AT END MOVE "S" TO WK-EOF-DIFCAMB
           END-READ.
       2110-EXIT.
           EXIT.

       2120-CARGAR-DIFCAMB.
           IF DIFCAMB-FECHA(1:6) = WK-PERIODO
              IF DIFCAMB-NOTA-TIPO = "ND"
                 MOVE 1 TO SD-GRUPO
              ELSE
                 MOVE 2 TO SD-GRUPO
              END-IF
              MOVE DIFCAMB-CLIENTE        TO SD-CLIENTE
              MOVE DIFCAMB-FECHA          TO SD-FECHA
              MOVE DIFCAMB-RECIBO         TO SD-RECIBO
              MOVE DIFCAMB-MOV-TIPO       TO SD-MOV-TIPO
              MOVE DIFCAMB-MOV-REFERENCIA TO SD-MOV-REFERENCIA
              MOVE DIFCAMB-MOV-FECHA      TO SD-MOV-FECHA
              MOVE DIFCAMB-COTIZ-ORIGEN   TO SD-COTIZ-ORIGEN
              MOVE DIFCAMB-COTIZ-PAGO     TO SD-COTIZ-PAGO
              MOVE DIFCAMB-IMPORTE-USD    TO SD-IMPORTE-USD
              MOVE DIFCAMB-DIFERENCIA     TO SD-DIFERENCIA
              MOVE DIFCAMB-IVA            TO SD-IVA
              MOVE DIFCAMB-NOTA-TIPO      TO SD-NOTA-TIPO
              MOVE DIFCAMB-NOTA-NRO       TO SD-NOTA-NRO
              RELEASE SD-DIFCAMB
           END-IF
           PERFORM 2110-LEER-DIFCAMB THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

      ******************************************************************
      *    Corte de control grupo / cliente sobre el archivo
      *    ordenado.
      ******************************************************************
       2200-IMPRIMIR.
           PERFORM 2210-RETORNAR THRU 2210-EXIT
           PERFORM 2215-UNA-DIFERENCIA THRU 2215-EXIT
               UNTIL EOF-SORT
           IF WK-PRIMERA = "N"
              PERFORM 2250-SUBTOTAL-CLIENTE THRU 2250-EXIT
              PERFORM 2245-SUBTOTAL-GRUPO   THRU 2245-EXIT
           END-IF
           PERFORM 2260-RESUMEN THRU 2260-EXIT.
       2200-EXIT.
           EXIT.

       2210-RETORNAR.
           RETURN WORK-DIFCAMB
               AT END MOVE "S" TO WK-EOF-SORT
           END-RETURN.
       2210-EXIT.
           EXIT.

       2215-UNA-DIFERENCIA.
           IF WK-PRIMERA = "S"
              MOVE "N" TO WK-PRIMERA
              PERFORM 2220-ENCABEZADO-GRUPO   THRU 2220-EXIT
              PERFORM 2225-ENCABEZADO-CLIENTE THRU 2225-EXIT
           ELSE
              IF SD-GRUPO NOT = WK-GRUPO-ANT
                 PERFORM 2250-SUBTOTAL-CLIENTE   THRU 2250-EXIT
                 PERFORM 2245-SUBTOTAL-GRUPO     THRU 2245-EXIT
                 PERFORM 2220-ENCABEZADO-GRUPO   THRU 2220-EXIT
                 PERFORM 2225-ENCABEZADO-CLIENTE THRU 2225-EXIT
              ELSE
                 IF SD-CLIENTE NOT = WK-CLIENTE-ANT
                    PERFORM 2250-SUBTOTAL-CLIENTE   THRU 2250-EXIT
                    PERFORM 2225-ENCABEZADO-CLIENTE THRU 2225-EXIT
                 END-IF
              END-IF
           END-IF
           PERFORM 2230-DETALLE THRU 2230-EXIT
           PERFORM 2210-RETORNAR THRU 2210-EXIT.
       2215-EXIT.
           EXIT.

       2220-ENCABEZADO-GRUPO.
           MOVE SD-GRUPO TO WK-GRUPO-ANT
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           IF SD-GRUPO = 1
              MOVE "NOTAS DE DEBITO (COTIZACION DEL PAGO MAYOR)"
                TO WK-G-LEYENDA
           ELSE
              MOVE "NOTAS DE CREDITO (COTIZACION DEL PAGO MENOR)"
                TO WK-G-LEYENDA
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-GRUPO
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS.
       2220-EXIT.
           EXIT.

       2225-ENCABEZADO-CLIENTE.
           MOVE SD-CLIENTE TO WK-CLIENTE-ANT
           MOVE SD-CLIENTE TO A101-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE SPACES TO A101-NOMBRE
           END-READ
           MOVE SD-CLIENTE  TO WK-C-CLIENTE
           MOVE A101-NOMBRE TO WK-C-NOMBRE
           WRITE RPT-LINEA FROM WK-LINEA-CLIENTE.
       2225-EXIT.
           EXIT.

       2230-DETALLE.
           MOVE SD-RECIBO         TO WK-D-RECIBO
           MOVE SD-FECHA          TO WK-D-FECHA
           MOVE SD-MOV-TIPO       TO WK-D-MOV-TIPO
           MOVE SD-MOV-REFERENCIA TO WK-D-MOV-REF
           MOVE SD-MOV-FECHA      TO WK-D-MOV-FECHA
           MOVE SD-COTIZ-ORIGEN   TO WK-D-COTIZ-ORIGEN
           MOVE SD-COTIZ-PAGO     TO WK-D-COTIZ-PAGO
           MOVE SD-IMPORTE-USD    TO WK-D-USD
           MOVE SD-DIFERENCIA     TO WK-D-DIFERENCIA
           MOVE SD-IVA            TO WK-D-IVA
           MOVE SD-NOTA-TIPO      TO WK-D-NOTA-TIPO
           MOVE SD-NOTA-NRO       TO WK-D-NOTA-NRO
           ADD SD-IMPORTE-USD TO WK-SUB-CLI-USD WK-SUB-GRU-USD
                                 WK-GRU-USD(SD-GRUPO)
           ADD SD-DIFERENCIA  TO WK-SUB-CLI-DIF WK-SUB-GRU-DIF
                                 WK-GRU-DIF(SD-GRUPO)
           ADD SD-IVA         TO WK-SUB-CLI-IVA WK-SUB-GRU-IVA
                                 WK-GRU-IVA(SD-GRUPO)
           ADD 1 TO WK-GRU-CANT(SD-GRUPO)
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2230-EXIT.
           EXIT.

       2245-SUBTOTAL-GRUPO.
           IF WK-GRUPO-ANT = 1
              MOVE "TOTAL NOTAS DE DEBITO . . . . . " TO WK-S-LEYENDA
           ELSE
              MOVE "TOTAL NOTAS DE CREDITO  . . . . " TO WK-S-LEYENDA
           END-IF
           MOVE WK-SUB-GRU-USD TO WK-S-USD
           MOVE WK-SUB-GRU-DIF TO WK-S-DIFERENCIA
           MOVE WK-SUB-GRU-IVA TO WK-S-IVA
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           MOVE ZERO TO WK-SUB-GRU-USD WK-SUB-GRU-DIF WK-SUB-GRU-IVA.
       2245-EXIT.
           EXIT.

       2250-SUBTOTAL-CLIENTE.
           MOVE "SUBTOTAL CLIENTE  . . . " TO WK-S-LEYENDA
           MOVE WK-SUB-CLI-USD TO WK-S-USD
           MOVE WK-SUB-CLI-DIF TO WK-S-DIFERENCIA
           MOVE WK-SUB-CLI-IVA TO WK-S-IVA
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           MOVE ZERO TO WK-SUB-CLI-USD WK-SUB-CLI-DIF WK-SUB-CLI-IVA.
       2250-EXIT.
           EXIT.

      ******************************************************************
      *    Resumen al pie: ND, NC y el neto del mes (resultado por
      *    diferencia de cambio a contabilizar).
      ******************************************************************
       2260-RESUMEN.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "NOTAS DE DEBITO . . . . . . . . . . . "
             TO WK-R-LEYENDA
           MOVE WK-GRU-CANT(1) TO WK-R-CANT
           MOVE WK-GRU-USD(1)  TO WK-R-USD
           MOVE WK-GRU-DIF(1)  TO WK-R-DIFERENCIA
           MOVE WK-GRU-IVA(1)  TO WK-R-IVA
           WRITE RPT-LINEA FROM WK-LINEA-RESUMEN
           MOVE "NOTAS DE CREDITO  . . . . . . . . . . "
             TO WK-R-LEYENDA
           MOVE WK-GRU-CANT(2) TO WK-R-CANT
           MOVE WK-GRU-USD(2)  TO WK-R-USD
           MOVE WK-GRU-DIF(2)  TO WK-R-DIFERENCIA
           MOVE WK-GRU-IVA(2)  TO WK-R-IVA
           WRITE RPT-LINEA FROM WK-LINEA-RESUMEN
           ADD WK-GRU-CANT(1) WK-GRU-CANT(2) GIVING WK-NETO-CANT
           ADD WK-GRU-USD(1)  WK-GRU-USD(2)  GIVING WK-NETO-USD
           ADD WK-GRU-DIF(1)  WK-GRU-DIF(2)  GIVING WK-NETO-DIF
           ADD WK-GRU-IVA(1)  WK-GRU-IVA(2)  GIVING WK-NETO-IVA
           MOVE "NETO DEL PERIODO  . . . . . . . . . . "
             TO WK-R-LEYENDA
           MOVE WK-NETO-CANT TO WK-R-CANT
           MOVE WK-NETO-USD  TO WK-R-USD
           MOVE WK-NETO-DIF  TO WK-R-DIFERENCIA
           MOVE WK-NETO-IVA  TO WK-R-IVA
           WRITE RPT-LINEA FROM WK-LINEA-RESUMEN.
       2260-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE DIFCAMB
           CLOSE CLIENTE
           CLOSE RPT-DIFCAMB.
       9000-EXIT.
           EXIT.

       END PROGRAM "DIFCAMB-REPORTE".
