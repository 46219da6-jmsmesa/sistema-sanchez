       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "VENCIM-REPORTE".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Listado de
      *                    vencimientos para cobranzas: recorre los
      *                    vencimientos de facturas (FACTVENC),
      *                    cancela las cuotas en orden con lo
      *                    imputado a cada factura (RECAPLIC contra
      *                    el movimiento FC) y lista el pendiente ya
      *                    vencido y el que vence en los proximos 7
      *                    dias, cortando por cobrador y cliente con
      *                    subtotales y total general.
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
           COPY "FACTVENC.SEL".
           COPY "FACTURAS.SEL".
           COPY "MOVCTAC.SEL".
           COPY "RECAPLIC.SEL".
           COPY "CLIENTE.SEL".
           COPY "COBRADOR.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-VENCIM ASSIGN TO "RPTVENCIM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

           SELECT WORK-VENCIM ASSIGN TO "WVENCIM.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FACTVENC.CPY".
           COPY "FACTURAS.CPY".
           COPY "MOVCTAC.CPY".
           COPY "RECAPLIC.CPY".
           COPY "CLIENTFD.CPY".
           COPY "COBRADOR.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-VENCIM
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       SD  WORK-VENCIM.
       01  SD-VENCIM.
           03  SD-COBRADOR             PIC 9(3).
           03  SD-CLIENTE              PIC 9(6).
           03  SD-VENCIMIENTO          PIC 9(8).
           03  SD-LETRA                PIC X(1).
           03  SD-NRO                  PIC 9(8).
           03  SD-CUOTA                PIC 9(2).
           03  SD-FECHA-FACT           PIC 9(8).
           03  SD-OCURRENCIA           PIC 9(1).
           03  SD-IMPORTE              PIC S9(13)V99.
           03  SD-PENDIENTE            PIC S9(13)V99.
           03  SD-ESTADO               PIC X(1).
      *        'V' vencido   'S' vence en la semana

       WORKING-STORAGE SECTION.
       77  STATUS-FACTVENC             PIC X(02).
       77  STATUS-FACTURAS             PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-RECAPLIC             PIC X(02).
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-COBRADOR             PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-FACTVENC             PIC X(01) VALUE "N".
           88  EOF-FACTVENC                      VALUE "S".
       77  WK-EOF-SORT                 PIC X(01) VALUE "N".
           88  EOF-SORT                          VALUE "S".
       77  WK-EOF-RECAPLIC             PIC X(01).
       77  WK-PRIMERA                  PIC X(01) VALUE "S".
       77  WK-HAY-FACTURAS             PIC X(01) VALUE "N".
       77  WK-HAY-RECAPLIC             PIC X(01) VALUE "N".
       77  WK-HAY-COBRADOR             PIC X(01) VALUE "N".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-FACT-VALIDA              PIC X(01).

       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-FECHA-SEMANA             PIC 9(08).

      ******************************************************************
      *    Factura en proceso: lo imputado se aplica a las cuotas en
      *    orden de cuota hasta agotarse.
      ******************************************************************
       77  WK-LETRA-ANT                PIC X(01) VALUE SPACE.
       77  WK-NRO-ANT                  PIC 9(08) VALUE ZERO.
       77  WK-CLIENTE-LEIDO            PIC 9(06) VALUE ZERO.
       77  WK-COBRADOR                 PIC 9(03).
       77  WK-POR-APLICAR              PIC S9(13)V99.
       77  WK-APLICADO                 PIC S9(13)V99.
       77  WK-PENDIENTE                PIC S9(13)V99.

       77  WK-COBRADOR-ANT             PIC 9(03).
       77  WK-CLIENTE-ANT              PIC 9(06).
       77  WK-SUB-CLI-VENCIDO          PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-CLI-SEMANA           PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-COB-VENCIDO          PIC S9(14)V99 VALUE ZERO.
       77  WK-SUB-COB-SEMANA           PIC S9(14)V99 VALUE ZERO.
       77  WK-TOT-VENCIDO              PIC S9(14)V99 VALUE ZERO.
       77  WK-TOT-SEMANA               PIC S9(14)V99 VALUE ZERO.

      ******************************************************************
      *    Suma de dias sobre una fecha AAAAMMDD: se carga
      *    WK-FD-FECHA y WK-FD-DIAS y el resultado queda en
      *    WK-FD-FECHA. Trabaja dia por dia con la tabla de dias
      *    por mes (bisiestos por division entera por 4, valido
      *    para 1901-2099).
      ******************************************************************
       01  WK-FD-FECHA.
           03  WK-FD-AAAA              PIC 9(04).
           03  WK-FD-MM                PIC 9(02).
           03  WK-FD-DD                PIC 9(02).
       77  WK-FD-DIAS                  PIC 9(03).
       77  WK-FD-RESTO                 PIC 9(04).
       77  WK-FD-TOPE                  PIC 9(02).
       01  WK-TABLA-MESES.
           03  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WK-TABLA-MESES-RED REDEFINES WK-TABLA-MESES.
           03  WK-DIAS-MES OCCURS 12 TIMES PIC 9(02).

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(46) VALUE
               "VENCIMIENTOS VENCIDOS Y DE LA SEMANA AL ".
           03  WK-T-FECHA              PIC 9(08).
           03  FILLER                  PIC X(07) VALUE " HASTA ".
           03  WK-T-SEMANA             PIC 9(08).

       01  WK-LINEA-RUBROS.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(50) VALUE
               "FACTURA      CUOTA  FECHA    VENCIM.  OC".
           03  FILLER                  PIC X(48) VALUE
               "  IMPORTE CUOTA         VENCIDO      A VENCER".

       01  WK-LINEA-COBRADOR.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE "COBRADOR ".
           03  WK-E-COBRADOR           PIC ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-E-NOMBRE-COB         PIC X(35).

       01  WK-LINEA-CLIENTE.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE "CLIENTE ".
           03  WK-E-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-E-NOMBRE-CLI         PIC X(35).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-LETRA              PIC X(01).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-D-NRO                PIC 9(08).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WK-D-CUOTA              PIC Z9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-FECHA-FACT         PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-VENCIMIENTO        PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-OCURR              PIC 9(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-VENCIDO            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-SEMANA             PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-SUB.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-S-LEYENDA            PIC X(54).
           03  WK-S-VENCIDO            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-S-SEMANA             PIC ZZZ,ZZZ,ZZ9.99-.

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

      ******************************************************************
      *    1000  -  APERTURA DE ARCHIVOS Y FECHA DE CORTE
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WK-FECHA-HOY TO WK-FD-FECHA
           MOVE 7 TO WK-FD-DIAS
           PERFORM 8500-SUMAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA TO WK-FECHA-SEMANA
           OPEN INPUT FACTVENC
           IF STATUS-FACTVENC NOT = "00"
              DISPLAY "SIN VENCIMIENTOS DE FACTURAS - STATUS ",
                      STATUS-FACTVENC
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT MOVCTAC
           OPEN INPUT CLIENTE
           OPEN INPUT FACTURAS
           IF STATUS-FACTURAS = "00"
              MOVE "S" TO WK-HAY-FACTURAS
           END-IF
           OPEN INPUT RECAPLIC
           IF STATUS-RECAPLIC = "00"
              MOVE "S" TO WK-HAY-RECAPLIC
           END-IF
           OPEN INPUT COBRADOR
           IF STATUS-COBRADOR = "00"
              MOVE "S" TO WK-HAY-COBRADOR
           END-IF
           OPEN OUTPUT RPT-VENCIM
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-FECHA-HOY    TO WK-T-FECHA
           MOVE WK-FECHA-SEMANA TO WK-T-SEMANA
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           WRITE RPT-LINEA FROM WK-LINEA-RUBROS.
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
      *    2000  -  ORDENA POR COBRADOR / CLIENTE E IMPRIME
      ******************************************************************
       2000-PROCESO.
           SORT WORK-VENCIM
               ON ASCENDING KEY SD-COBRADOR SD-CLIENTE SD-VENCIMIENTO
                                SD-LETRA SD-NRO SD-CUOTA
               INPUT PROCEDURE  2100-VOLCAR-VENCIM THRU 2100-EXIT
               OUTPUT PROCEDURE 2200-IMPRIMIR      THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-VOLCAR-VENCIM.
           PERFORM 2110-LEER-VENCIM THRU 2110-EXIT
           PERFORM 2120-PROCESAR-VENCIM THRU 2120-EXIT
               UNTIL EOF-FACTVENC.
       2100-EXIT.
           EXIT.

       2110-LEER-VENCIM.
           READ FACTVENC NEXT
               AT END MOVE "S" TO WK-EOF-FACTVENC
           END-READ.
       2110-EXIT.
           EXIT.

      ******************************************************************
      *    Las cuotas de una factura llegan juntas y en orden; al
      *    cambiar de factura se calcula lo imputado y se va
      *    descontando cuota por cuota. Se liberan al sort las
      *    cuotas con pendiente ya vencidas o que vencen en la
      *    semana.
      ******************************************************************
       2120-PROCESAR-VENCIM.
           IF FACTVENC-LETRA NOT = WK-LETRA-ANT
              OR FACTVENC-NRO NOT = WK-NRO-ANT
              MOVE FACTVENC-LETRA TO WK-LETRA-ANT
              MOVE FACTVENC-NRO   TO WK-NRO-ANT
              PERFORM 2130-INICIAR-FACTURA THRU 2130-EXIT
           END-IF
           IF WK-FACT-VALIDA = "N"
              GO TO 2120-LEER
           END-IF
           IF WK-POR-APLICAR > FACTVENC-IMPORTE
              MOVE FACTVENC-IMPORTE TO WK-APLICADO
           ELSE
              MOVE WK-POR-APLICAR TO WK-APLICADO
           END-IF
           SUBTRACT WK-APLICADO FROM WK-POR-APLICAR
           COMPUTE WK-PENDIENTE = FACTVENC-IMPORTE - WK-APLICADO
           IF WK-PENDIENTE > ZERO
              AND FACTVENC-VENCIMIENTO NOT > WK-FECHA-SEMANA
              MOVE WK-COBRADOR          TO SD-COBRADOR
              MOVE FACTVENC-CLIENTE     TO SD-CLIENTE
              MOVE FACTVENC-VENCIMIENTO TO SD-VENCIMIENTO
              MOVE FACTVENC-LETRA       TO SD-LETRA
              MOVE FACTVENC-NRO         TO SD-NRO
              MOVE FACTVENC-CUOTA       TO SD-CUOTA
              MOVE FACTVENC-FECHA-FACT  TO SD-FECHA-FACT
              MOVE FACTVENC-OCURRENCIA  TO SD-OCURRENCIA
              MOVE FACTVENC-IMPORTE     TO SD-IMPORTE
              MOVE WK-PENDIENTE         TO SD-PENDIENTE
              IF FACTVENC-VENCIMIENTO < WK-FECHA-HOY
                 MOVE "V" TO SD-ESTADO
              ELSE
                 MOVE "S" TO SD-ESTADO
              END-IF
              RELEASE SD-VENCIM
           END-IF.
       2120-LEER.
           PERFORM 2110-LEER-VENCIM THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

      ******************************************************************
      *    Valida la factura (no anulada, con su movimiento FC) y
      *    suma lo imputado al movimiento en RECAPLIC. El cobrador
      *    sale del maestro de clientes.
      ******************************************************************
       2130-INICIAR-FACTURA.
           MOVE "S"  TO WK-FACT-VALIDA
           MOVE ZERO TO WK-POR-APLICAR
           IF WK-HAY-FACTURAS = "S"
              MOVE FACTVENC-LETRA TO FACTURA-LETRA
              MOVE FACTVENC-NRO   TO FACTURA-NRO
              READ FACTURAS
                  INVALID KEY CONTINUE
              END-READ
              IF STATUS-FACTURAS = "00" AND FACTURA-ANULADA
                 MOVE "N" TO WK-FACT-VALIDA
                 GO TO 2130-EXIT
              END-IF
           END-IF
           MOVE FACTVENC-CLIENTE       TO MOVCTA-CLIENTE
           MOVE FACTVENC-FECHA-FACT    TO MOVCTA-FECHA
           MOVE FACTVENC-MOV-SECUENCIA TO MOVCTA-SECUENCIA
           READ MOVCTAC
               INVALID KEY
                  MOVE "N" TO WK-FACT-VALIDA
                  GO TO 2130-EXIT
           END-READ
           IF FACTVENC-CLIENTE NOT = WK-CLIENTE-LEIDO
              MOVE FACTVENC-CLIENTE TO WK-CLIENTE-LEIDO A101-CLIENTE
              MOVE "S" TO WK-EXISTE-CLIENTE
              READ CLIENTE
                  INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
              END-READ
              IF WK-EXISTE-CLIENTE = "S"
                 MOVE A101-COBRADOR TO WK-COBRADOR
              ELSE
                 MOVE ZERO TO WK-COBRADOR
              END-IF
           END-IF
           IF WK-HAY-RECAPLIC = "N"
              GO TO 2130-EXIT
           END-IF
           MOVE "N" TO WK-EOF-RECAPLIC
           MOVE MOVCTA-CLIENTE   TO RECAPLIC-CLIENTE
           MOVE MOVCTA-FECHA     TO RECAPLIC-MOV-FECHA
           MOVE MOVCTA-SECUENCIA TO RECAPLIC-MOV-SECUENCIA
           MOVE ZERO             TO RECAPLIC-RECIBO
           START RECAPLIC KEY >= RECAPLIC-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-RECAPLIC
           END-START
           PERFORM 2140-SUMAR-IMPUTACION THRU 2140-EXIT
               UNTIL WK-EOF-RECAPLIC = "S".
       2130-EXIT.
           EXIT.

       2140-SUMAR-IMPUTACION.
           READ RECAPLIC NEXT
               AT END MOVE "S" TO WK-EOF-RECAPLIC
           END-READ
           IF WK-EOF-RECAPLIC = "S"
              OR RECAPLIC-CLIENTE NOT = MOVCTA-CLIENTE
              OR RECAPLIC-MOV-FECHA NOT = MOVCTA-FECHA
              OR RECAPLIC-MOV-SECUENCIA NOT = MOVCTA-SECUENCIA
              MOVE "S" TO WK-EOF-RECAPLIC
              GO TO 2140-EXIT
           END-IF
           ADD RECAPLIC-IMPORTE TO WK-POR-APLICAR.
       2140-EXIT.
           EXIT.

      ******************************************************************
      *    Corte de control cobrador / cliente sobre el archivo
      *    ordenado.
      ******************************************************************
       2200-IMPRIMIR.
           PERFORM 2210-RETORNAR THRU 2210-EXIT
           PERFORM 2215-UN-VENCIMIENTO THRU 2215-EXIT
               UNTIL EOF-SORT
           IF WK-PRIMERA = "N"
              PERFORM 2250-SUBTOTAL-CLIENTE  THRU 2250-EXIT
              PERFORM 2245-SUBTOTAL-COBRADOR THRU 2245-EXIT
           END-IF
           PERFORM 2260-TOTAL-GENERAL THRU 2260-EXIT.
       2200-EXIT.
           EXIT.

       2210-RETORNAR.
           RETURN WORK-VENCIM
               AT END MOVE "S" TO WK-EOF-SORT
           END-RETURN.
       2210-EXIT.
           EXIT.

       2215-UN-VENCIMIENTO.
           IF WK-PRIMERA = "S"
              MOVE "N" TO WK-PRIMERA
              PERFORM 2220-ENCABEZADO-COBRADOR THRU 2220-EXIT
              PERFORM 2225-ENCABEZADO-CLIENTE  THRU 2225-EXIT
           ELSE
              IF SD-COBRADOR NOT = WK-COBRADOR-ANT
                 PERFORM 2250-SUBTOTAL-CLIENTE    THRU 2250-EXIT
                 PERFORM 2245-SUBTOTAL-COBRADOR   THRU 2245-EXIT
                 PERFORM 2220-ENCABEZADO-COBRADOR THRU 2220-EXIT
                 PERFORM 2225-ENCABEZADO-CLIENTE  THRU 2225-EXIT
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

       2220-ENCABEZADO-COBRADOR.
           MOVE SD-COBRADOR TO WK-COBRADOR-ANT
           MOVE SPACES TO WK-E-NOMBRE-COB
           IF SD-COBRADOR = ZERO
              MOVE "(SIN COBRADOR ASIGNADO)" TO WK-E-NOMBRE-COB
           ELSE
              IF WK-HAY-COBRADOR = "S"
                 MOVE SD-COBRADOR TO COBRADOR-CODIGO
                 READ COBRADOR
                     INVALID KEY MOVE SPACES TO COBRADOR-NOMBRE
                 END-READ
                 MOVE COBRADOR-NOMBRE TO WK-E-NOMBRE-COB
              END-IF
           END-IF
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE SD-COBRADOR TO WK-E-COBRADOR
           WRITE RPT-LINEA FROM WK-LINEA-COBRADOR.
       2220-EXIT.
           EXIT.

       2225-ENCABEZADO-CLIENTE.
           MOVE SD-CLIENTE TO WK-CLIENTE-ANT
           MOVE SD-CLIENTE TO A101-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE SPACES TO A101-NOMBRE
           END-READ
           MOVE SD-CLIENTE  TO WK-E-CLIENTE
           MOVE A101-NOMBRE TO WK-E-NOMBRE-CLI
           WRITE RPT-LINEA FROM WK-LINEA-CLIENTE.
       2225-EXIT.
           EXIT.

       2230-DETALLE.
           MOVE SD-LETRA       TO WK-D-LETRA
           MOVE SD-NRO         TO WK-D-NRO
           MOVE SD-CUOTA       TO WK-D-CUOTA
           MOVE SD-FECHA-FACT  TO WK-D-FECHA-FACT
           MOVE SD-VENCIMIENTO TO WK-D-VENCIMIENTO
           MOVE SD-OCURRENCIA  TO WK-D-OCURR
           MOVE SD-IMPORTE     TO WK-D-IMPORTE
           IF SD-ESTADO = "V"
              MOVE SD-PENDIENTE TO WK-D-VENCIDO
              MOVE ZERO         TO WK-D-SEMANA
              ADD SD-PENDIENTE TO WK-SUB-CLI-VENCIDO
                                  WK-SUB-COB-VENCIDO WK-TOT-VENCIDO
           ELSE
              MOVE ZERO         TO WK-D-VENCIDO
              MOVE SD-PENDIENTE TO WK-D-SEMANA
              ADD SD-PENDIENTE TO WK-SUB-CLI-SEMANA
                                  WK-SUB-COB-SEMANA WK-TOT-SEMANA
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2230-EXIT.
           EXIT.

       2245-SUBTOTAL-COBRADOR.
           MOVE "SUBTOTAL COBRADOR . . . " TO WK-S-LEYENDA
           MOVE WK-SUB-COB-VENCIDO TO WK-S-VENCIDO
           MOVE WK-SUB-COB-SEMANA  TO WK-S-SEMANA
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           MOVE ZERO TO WK-SUB-COB-VENCIDO WK-SUB-COB-SEMANA.
       2245-EXIT.
           EXIT.

       2250-SUBTOTAL-CLIENTE.
           MOVE "SUBTOTAL CLIENTE  . . . " TO WK-S-LEYENDA
           MOVE WK-SUB-CLI-VENCIDO TO WK-S-VENCIDO
           MOVE WK-SUB-CLI-SEMANA  TO WK-S-SEMANA
           WRITE RPT-LINEA FROM WK-LINEA-SUB
           MOVE ZERO TO WK-SUB-CLI-VENCIDO WK-SUB-CLI-SEMANA.
       2250-EXIT.
           EXIT.

       2260-TOTAL-GENERAL.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "TOTAL GENERAL . . . . . " TO WK-S-LEYENDA
           MOVE WK-TOT-VENCIDO TO WK-S-VENCIDO
           MOVE WK-TOT-SEMANA  TO WK-S-SEMANA
           WRITE RPT-LINEA FROM WK-LINEA-SUB.
       2260-EXIT.
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
           CLOSE FACTVENC
           CLOSE MOVCTAC
           CLOSE CLIENTE
           IF WK-HAY-FACTURAS = "S"
              CLOSE FACTURAS
           END-IF
           IF WK-HAY-RECAPLIC = "S"
              CLOSE RECAPLIC
           END-IF
           IF WK-HAY-COBRADOR = "S"
              CLOSE COBRADOR
           END-IF
           CLOSE RPT-VENCIM.
       9000-EXIT.
           EXIT.

       END PROGRAM "VENCIM-REPORTE".
