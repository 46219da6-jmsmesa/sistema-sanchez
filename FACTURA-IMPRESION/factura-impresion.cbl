      *                    en el documento y las copias de
      *                    A101-COPIAS. Una factura sin CAE se
      *                    rechaza con el motivo en pantalla.
      *   15/10/2026  SIS  El documento imprime los renglones de la
      *                    factura (FACTLIN) y el neto y el IVA
      *                    abiertos por alicuota.
      *   15/10/2026  SIS  El documento imprime los vencimientos de
      *                    la factura (FACTVENC).
      *   15/10/2026  SIS  Los renglones sin remito de origen
      *                    (facturas de abonos) salen como ABONO DE
      *                    SERVICIOS.
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      *   15/10/2026  SIS  La factura de una sucursal
      *                    (FACTURA-SUCURSAL) imprime el nombre y el
      *                    domicilio de la sucursal de CLISUCUR.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "FACTURAS.SEL".
           COPY "FACTLIN.SEL".
           COPY "FACTVENC.SEL".
           COPY "ARTICULOS.SEL".
           COPY "PARAMS.SEL".
           COPY "CLISUCUR.SEL".

           SELECT RPT-FACTURA ASSIGN TO "RPTFACIMP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "FACTURAS.CPY".
           COPY "FACTLIN.CPY".
           COPY "FACTVENC.CPY".
           COPY "ARTICULOS.CPY".
           COPY "PARAMS.CPY".
           COPY "CLISUCUR.CPY".

       FD  RPT-FACTURA
                   LABEL RECORD STANDARD.
       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-FACTURAS             PIC X(02).
       77  STATUS-FACTLIN              PIC X(02).
       77  STATUS-FACTVENC             PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
       77  WK-IND-COPIA                PIC 9(01).
       77  WK-CANT-COPIAS              PIC 9(01).

      ******************************************************************
      *    Renglones y apertura por alicuota de la factura. Las
      *    facturas anteriores a la apertura (sin renglones ni
      *    apertura grabada) salen con todo el neto a la alicuota
      *    general.
      ******************************************************************
       77  WK-HAY-FACTLIN              PIC X(01) VALUE "N".
       77  WK-HAY-ARTICULOS            PIC X(01) VALUE "N".
       77  WK-EOF-FACTLIN              PIC X(01).
       77  WK-NETO-GENERAL             PIC S9(13)V99.
       77  WK-IVA-GENERAL              PIC S9(13)V99.
       77  WK-NETO-REDUCIDA            PIC S9(13)V99.
       77  WK-IVA-REDUCIDA             PIC S9(13)V99.
       77  WK-NETO-EXENTO              PIC S9(13)V99.

      ******************************************************************
      *    Vencimientos de la factura (FACTVENC); las facturas
      *    anteriores a la condicion de venta no los tienen.
      ******************************************************************
       77  WK-HAY-FACTVENC             PIC X(01) VALUE "N".
       77  WK-EOF-FACTVENC             PIC X(01).

      ******************************************************************
      *    Sucursal de la factura (FACTURA-SUCURSAL) para los
      *    clientes con sucursales; 00 o blanco es la casa central.
      ******************************************************************
       77  STATUS-CLISUCUR             PIC X(02).
       77  WK-HAY-CLISUCUR             PIC X(01) VALUE "N".
       77  WK-EXISTE-SUCURSAL          PIC X(01).

       01  WK-LINEA-EMPRESA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-E-NOMBRE             PIC X(40).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-C-NOMBRE             PIC X(35).

       01  WK-LINEA-SUCURSAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE "SUCURSAL ".
           03  WK-S-SUCURSAL           PIC Z9.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WK-S-NOMBRE             PIC X(35).

       01  WK-LINEA-SUC-DOMICILIO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-S-DOMICILIO          PIC X(35).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-S-LOCALIDAD          PIC X(20).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-S-CODIGO-POSTAL      PIC X(08).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-REMITO             PIC ZZZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-ARTICULO           PIC ZZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-DESCRIPCION        PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-CANTIDAD           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-PRECIO             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-TASA               PIC Z9.99.
           03  FILLER                  PIC X(03) VALUE " % ".
           03  WK-D-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-ALICUOTA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-A-LEYENDA            PIC X(14).
           03  WK-A-TASA               PIC Z9.99.
           03  FILLER                  PIC X(06) VALUE " %  . ".
           03  WK-A-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-IMPORTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-I-LEYENDA            PIC X(25).
           03  WK-I-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-VENCIMIENTO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(12) VALUE "VENCIMIENTO ".
           03  WK-V-CUOTA              PIC Z9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-V-FECHA              PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-V-IMPORTE            PIC ZZZ,ZZZ,ZZ9.99-.

       01  WK-LINEA-CAE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(05) VALUE "CAE: ".
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-EMPRESA-CUIT             PIC 9(14) VALUE ZEROS.
       77  WK-TASA-IVA                 PIC 9(02)V99 VALUE 21.00.
       77  WK-TASA-IVA-RED             PIC 9(02)V99 VALUE 10.50.

       PROCEDURE DIVISION.

              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT FACTLIN
           IF STATUS-FACTLIN = "00"
              MOVE "S" TO WK-HAY-FACTLIN
           END-IF
           OPEN INPUT ARTICULOS
           IF STATUS-ARTICULOS = "00"
              MOVE "S" TO WK-HAY-ARTICULOS
           END-IF
           OPEN INPUT FACTVENC
           IF STATUS-FACTVENC = "00"
              MOVE "S" TO WK-HAY-FACTVENC
           END-IF
           OPEN INPUT CLISUCUR
           IF STATUS-CLISUCUR = "00"
              MOVE "S" TO WK-HAY-CLISUCUR
           END-IF
           OPEN OUTPUT RPT-FACTURA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70; si esta cargado
      *    toma la razon social y el CUIT para el encabezado y las
      *    alicuotas de IVA para la apertura.
      ******************************************************************
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMS
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
              MOVE FECH-70-EMPRESA-CUIT   TO WK-EMPRESA-CUIT
              IF FECH-70-TASA-IVA NUMERIC
                 AND FECH-70-TASA-IVA > ZERO
                 MOVE FECH-70-TASA-IVA TO WK-TASA-IVA
              END-IF
              IF FECH-70-TASA-IVA-RED NUMERIC
                 AND FECH-70-TASA-IVA-RED > ZERO
                 MOVE FECH-70-TASA-IVA-RED TO WK-TASA-IVA-RED
              END-IF
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           IF WK-CANT-COPIAS = ZERO
              MOVE 1 TO WK-CANT-COPIAS
           END-IF
           PERFORM 2150-APERTURA-IVA THRU 2150-EXIT
           PERFORM 2160-LEER-SUCURSAL THRU 2160-EXIT
           PERFORM 2200-IMPRIMIR-COPIA THRU 2200-EXIT
               VARYING WK-IND-COPIA FROM 1 BY 1
               UNTIL WK-IND-COPIA > WK-CANT-COPIAS
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Apertura por alicuota de la factura leida; sin apertura
      *    grabada todo el neto y el IVA son de la alicuota general.
      ******************************************************************
       2150-APERTURA-IVA.
           IF FACTURA-NETO-GENERAL NOT NUMERIC
              MOVE FACTURA-NETO TO WK-NETO-GENERAL
              MOVE FACTURA-IVA  TO WK-IVA-GENERAL
              MOVE ZERO TO WK-NETO-REDUCIDA WK-IVA-REDUCIDA
                           WK-NETO-EXENTO
           ELSE
              MOVE FACTURA-NETO-GENERAL  TO WK-NETO-GENERAL
              MOVE FACTURA-IVA-GENERAL   TO WK-IVA-GENERAL
              MOVE FACTURA-NETO-REDUCIDA TO WK-NETO-REDUCIDA
              MOVE FACTURA-IVA-REDUCIDA  TO WK-IVA-REDUCIDA
              MOVE FACTURA-NETO-EXENTO   TO WK-NETO-EXENTO
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      *    Sucursal de la factura leida; WK-EXISTE-SUCURSAL en "S"
      *    deja el registro de CLISUCUR para el encabezado.
      ******************************************************************
       2160-LEER-SUCURSAL.
           MOVE "N" TO WK-EXISTE-SUCURSAL
           IF FACTURA-SUCURSAL NOT NUMERIC
              OR FACTURA-SUCURSAL = ZERO
              OR WK-HAY-CLISUCUR = "N"
              GO TO 2160-EXIT
           END-IF
           MOVE FACTURA-CLIENTE  TO CLISUCUR-CLIENTE
           MOVE FACTURA-SUCURSAL TO CLISUCUR-SUCURSAL
           READ CLISUCUR
               INVALID KEY GO TO 2160-EXIT
           END-READ
           MOVE "S" TO WK-EXISTE-SUCURSAL.
       2160-EXIT.
           EXIT.

       2200-IMPRIMIR-COPIA.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE FACTURA-CLIENTE TO WK-C-CLAVE
           MOVE A101-NOMBRE     TO WK-C-NOMBRE
           WRITE RPT-LINEA FROM WK-LINEA-CLIENTE
           IF WK-EXISTE-SUCURSAL = "S"
              MOVE FACTURA-SUCURSAL       TO WK-S-SUCURSAL
              MOVE CLISUCUR-NOMBRE        TO WK-S-NOMBRE
              WRITE RPT-LINEA FROM WK-LINEA-SUCURSAL
              MOVE CLISUCUR-DOMICILIO     TO WK-S-DOMICILIO
              MOVE CLISUCUR-LOCALIDAD     TO WK-S-LOCALIDAD
              MOVE CLISUCUR-CODIGO-POSTAL TO WK-S-CODIGO-POSTAL
              WRITE RPT-LINEA FROM WK-LINEA-SUC-DOMICILIO
           END-IF
           IF WK-HAY-FACTLIN = "S"
              MOVE "N" TO WK-EOF-FACTLIN
              MOVE FACTURA-LETRA TO FACTLIN-LETRA
              MOVE FACTURA-NRO   TO FACTLIN-NRO
              MOVE ZERO          TO FACTLIN-RENGLON
              START FACTLIN KEY >= FACTLIN-CLAVE
                  INVALID KEY MOVE "S" TO WK-EOF-FACTLIN
              END-START
              PERFORM 2210-IMPRIMIR-RENGLON THRU 2210-EXIT
                  UNTIL WK-EOF-FACTLIN = "S"
           END-IF
           IF WK-NETO-GENERAL NOT = ZERO
              MOVE "NETO GRAVADO  " TO WK-A-LEYENDA
              MOVE WK-TASA-IVA      TO WK-A-TASA
              MOVE WK-NETO-GENERAL  TO WK-A-IMPORTE
              WRITE RPT-LINEA FROM WK-LINEA-ALICUOTA
           END-IF
           IF WK-NETO-REDUCIDA NOT = ZERO
              MOVE "NETO GRAVADO  " TO WK-A-LEYENDA
              MOVE WK-TASA-IVA-RED  TO WK-A-TASA
              MOVE WK-NETO-REDUCIDA TO WK-A-IMPORTE
              WRITE RPT-LINEA FROM WK-LINEA-ALICUOTA
           END-IF
           IF WK-NETO-EXENTO NOT = ZERO
              MOVE "NETO EXENTO  . . . . . . " TO WK-I-LEYENDA
              MOVE WK-NETO-EXENTO TO WK-I-IMPORTE
              WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           END-IF
           IF WK-IVA-GENERAL NOT = ZERO
              MOVE "IVA           " TO WK-A-LEYENDA
              MOVE WK-TASA-IVA      TO WK-A-TASA
              MOVE WK-IVA-GENERAL   TO WK-A-IMPORTE
              WRITE RPT-LINEA FROM WK-LINEA-ALICUOTA
           END-IF
           IF WK-IVA-REDUCIDA NOT = ZERO
              MOVE "IVA           " TO WK-A-LEYENDA
              MOVE WK-TASA-IVA-RED  TO WK-A-TASA
              MOVE WK-IVA-REDUCIDA  TO WK-A-IMPORTE
              WRITE RPT-LINEA FROM WK-LINEA-ALICUOTA
           END-IF
           IF FACTURA-PERCEP-IIBB > ZERO
              MOVE "PERCEPCION IIBB  . . . . " TO WK-I-LEYENDA
              MOVE FACTURA-PERCEP-IIBB TO WK-I-IMPORTE
           MOVE "TOTAL  . . . . . . . . . " TO WK-I-LEYENDA
           MOVE FACTURA-TOTAL TO WK-I-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-IMPORTE
           IF WK-HAY-FACTVENC = "S"
              MOVE "N" TO WK-EOF-FACTVENC
              MOVE FACTURA-LETRA TO FACTVENC-LETRA
              MOVE FACTURA-NRO   TO FACTVENC-NRO
              MOVE ZERO          TO FACTVENC-CUOTA
              START FACTVENC KEY >= FACTVENC-CLAVE
                  INVALID KEY MOVE "S" TO WK-EOF-FACTVENC
              END-START
              PERFORM 2220-IMPRIMIR-VENCIMIENTO THRU 2220-EXIT
                  UNTIL WK-EOF-FACTVENC = "S"
           END-IF
           MOVE FACTURA-CAE     TO WK-CAE-NRO
           MOVE FACTURA-CAE-VTO TO WK-CAE-VTO
           WRITE RPT-LINEA FROM WK-LINEA-CAE.
       2200-EXIT.
           EXIT.

       2210-IMPRIMIR-RENGLON.
           READ FACTLIN NEXT
               AT END MOVE "S" TO WK-EOF-FACTLIN
           END-READ
           IF WK-EOF-FACTLIN = "S"
              OR FACTLIN-LETRA NOT = FACTURA-LETRA
              OR FACTLIN-NRO NOT = FACTURA-NRO
              MOVE "S" TO WK-EOF-FACTLIN
              GO TO 2210-EXIT
           END-IF
           MOVE FACTLIN-REMITO   TO WK-D-REMITO
           MOVE FACTLIN-ARTICULO TO WK-D-ARTICULO
           MOVE FACTLIN-CANTIDAD TO WK-D-CANTIDAD
           MOVE FACTLIN-PRECIO   TO WK-D-PRECIO
           MOVE FACTLIN-TASA-IVA TO WK-D-TASA
           MOVE FACTLIN-IMPORTE  TO WK-D-IMPORTE
           IF FACTLIN-REMITO = ZERO
              MOVE "ABONO DE SERVICIOS" TO WK-D-DESCRIPCION
           ELSE
              MOVE "SEGUN REMITO"       TO WK-D-DESCRIPCION
           END-IF
           IF FACTLIN-ARTICULO NOT = ZERO
              AND WK-HAY-ARTICULOS = "S"
              MOVE FACTLIN-ARTICULO TO ARTICULO-CODIGO
              READ ARTICULOS
                  INVALID KEY MOVE SPACES TO ARTICULO-DESCRIPCION
              END-READ
              MOVE ARTICULO-DESCRIPCION TO WK-D-DESCRIPCION
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2210-EXIT.
           EXIT.

       2220-IMPRIMIR-VENCIMIENTO.
           READ FACTVENC NEXT
               AT END MOVE "S" TO WK-EOF-FACTVENC
           END-READ
           IF WK-EOF-FACTVENC = "S"
              OR FACTVENC-LETRA NOT = FACTURA-LETRA
              OR FACTVENC-NRO NOT = FACTURA-NRO
              MOVE "S" TO WK-EOF-FACTVENC
              GO TO 2220-EXIT
           END-IF
           MOVE FACTVENC-CUOTA       TO WK-V-CUOTA
           MOVE FACTVENC-VENCIMIENTO TO WK-V-FECHA
           MOVE FACTVENC-IMPORTE     TO WK-V-IMPORTE
           WRITE RPT-LINEA FROM WK-LINEA-VENCIMIENTO.
       2220-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE CLIENTE
           CLOSE FACTURAS
           IF WK-HAY-FACTLIN = "S"
              CLOSE FACTLIN
           END-IF
           IF WK-HAY-ARTICULOS = "S"
              CLOSE ARTICULOS
           END-IF
           IF WK-HAY-FACTVENC = "S"
              CLOSE FACTVENC
           END-IF
           IF WK-HAY-CLISUCUR = "S"
              CLOSE CLISUCUR
           END-IF
           CLOSE RPT-FACTURA.
       9000-EXIT.
           EXIT.
