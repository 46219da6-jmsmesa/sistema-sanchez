       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "IIBB-EXPORT".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Archivos de importacion
      *                    de ingresos brutos del periodo pedido:
      *                    percepciones practicadas de PERCREG
      *                    separadas por jurisdiccion (ARBA, AGIP y
      *                    resto de las provincias) y retenciones
      *                    sufridas del regimen IBB de RETENC para el
      *                    SIFERE, con el numero de certificado y el
      *                    CUIT del agente. Listado de control con
      *                    los totales de PERCEP-REPORTE y
      *                    RETENC-REPORTE; el periodo exportado queda
      *                    registrado en IIBBEXP y no se regenera sin
      *                    confirmacion.
      *   15/10/2026  SIS  Operacion con varias empresas: exporta
      *                    solo las percepciones de las facturas y
      *                    las retenciones de los recibos de la
      *                    empresa con la que se trabaja (rutina
      *                    EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PERCREG.SEL".
           COPY "RETENC.SEL".
           COPY "RECIBOS.SEL".
           COPY "CLIENTE.SEL".
           COPY "WPCIAS.SEL".
           COPY "IIBBEXP.SEL".
           COPY "PARAMS.SEL".

           SELECT ARBA-SALIDA ASSIGN TO "PERARBA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SALIDA.

           SELECT AGIP-SALIDA ASSIGN TO "PERAGIP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SALIDA.

           SELECT OTRAS-SALIDA ASSIGN TO "PEROTRAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SALIDA.

           SELECT SIFERE-SALIDA ASSIGN TO "RETSIFER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SALIDA.

           SELECT RPT-CONTROL ASSIGN TO "RPTIIBBX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "PERCREG.CPY".
           COPY "RETENC.CPY".
           COPY "RECIBOS.CPY".
           COPY "CLIENTFD.CPY".
           COPY "WPCIAS.CPY".
           COPY "IIBBEXP.CPY".
           COPY "PARAMS.CPY".

       FD  ARBA-SALIDA
                   LABEL RECORD STANDARD.
       01  ARBA-LINEA                  PIC X(60).

       FD  AGIP-SALIDA
                   LABEL RECORD STANDARD.
       01  AGIP-LINEA                  PIC X(160).

       FD  OTRAS-SALIDA
                   LABEL RECORD STANDARD.
       01  OTRAS-LINEA                 PIC X(80).

       FD  SIFERE-SALIDA
                   LABEL RECORD STANDARD.
       01  SIFERE-LINEA                PIC X(80).

       FD  RPT-CONTROL
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(132).

       WORKING-STORAGE SECTION.
       77  STATUS-PERCREG              PIC X(02).
       77  STATUS-RETENC               PIC X(02).
       77  STATUS-RECIBOS              PIC X(02).
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-WPCIAS               PIC X(02).
       77  STATUS-IIBBEXP              PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-RECIBO           PIC 9(01).
       77  WK-NRO-DESDE                PIC 9(08).
       77  WK-NRO-HASTA                PIC 9(08).
       77  STATUS-SALIDA               PIC X(02).
       77  STATUS-RPT                  PIC X(02).

       77  WK-EOF-PERCREG              PIC X(01) VALUE "N".
           88  EOF-PERCREG                       VALUE "S".
       77  WK-EOF-RETENC               PIC X(01) VALUE "N".
           88  EOF-RETENC                        VALUE "S".
       77  WK-HAY-PERCREG              PIC X(01) VALUE "N".
       77  WK-HAY-RETENC               PIC X(01) VALUE "N".
       77  WK-HAY-WPCIAS               PIC X(01) VALUE "N".
       77  WK-HAY-RECIBOS              PIC X(01) VALUE "N".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-IIBBEXP           PIC X(01).
       77  WK-RESPUESTA                PIC X(01).

       77  WK-PERIODO                  PIC 9(06).
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-JURIS-ARBA               PIC 9(02) VALUE ZERO.
       77  WK-JURIS-AGIP               PIC 9(02) VALUE ZERO.
       77  WK-JURISDICCION             PIC 9(02).
       77  WK-BASE                     PIC S9(13)V99.
      *    Todos los comprobantes se emiten por un unico punto de
      *    venta
       77  WK-PUNTO-VENTA              PIC 9(04) VALUE 1.

      ******************************************************************
      *    Una entrada por archivo a generar: 1 ARBA, 2 AGIP,
      *    3 otras jurisdicciones, 4 SIFERE. Se genera solo si el
      *    periodo no estaba exportado o el operador confirma la
      *    regeneracion; cantidad e importe se acumulan siempre,
      *    para que el total de control cuadre con los listados.
      ******************************************************************
       01  WK-TABLA-EXPORT.
           03  WK-EXP OCCURS 4 TIMES.
               05  WK-EXP-ORGANISMO    PIC X(04).
               05  WK-EXP-ARCHIVO      PIC X(12).
               05  WK-EXP-GENERA       PIC X(01).
               05  WK-EXP-FECHA-ANT    PIC 9(08).
               05  WK-EXP-CANTIDAD     PIC 9(07).
               05  WK-EXP-IMPORTE      PIC S9(13)V99.
       77  WK-IND-EXP                  PIC 9(01).
       77  WK-TOTAL-PERCEP             PIC S9(15)V99 VALUE ZERO.
       77  WK-CANT-PERCEP              PIC 9(07) VALUE ZERO.
       77  WK-SIN-COD-SIFERE           PIC 9(07) VALUE ZERO.

       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "IIBBEXPORT".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTIIBBX.TXT".

      ******************************************************************
      *    Formatos comunes de los disenos de registro: fecha
      *    DD/MM/AAAA, CUIT con guiones e importes con signo y coma
      *    decimal.
      ******************************************************************
       01  WK-FECHA-AMD                PIC 9(08).
       01  WK-FECHA-AMD-R REDEFINES WK-FECHA-AMD.
           03  WK-FA-ANIO              PIC 9(04).
           03  WK-FA-MES               PIC 9(02).
           03  WK-FA-DIA               PIC 9(02).
       01  WK-FECHA-DMA.
           03  WK-FD-DIA               PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-FD-MES               PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-FD-ANIO              PIC 9(04).

       01  WK-CUIT-NUM                 PIC 9(14).
       01  WK-CUIT-NUM-R REDEFINES WK-CUIT-NUM.
           03  FILLER                  PIC 9(03).
           03  WK-CN-PREFIJO           PIC 9(02).
           03  WK-CN-NUMERO            PIC 9(08).
           03  WK-CN-DIGITO            PIC 9(01).
       01  WK-CUIT-GUIONES.
           03  WK-CG-PREFIJO           PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-CG-NUMERO            PIC 9(08).
           03  FILLER                  PIC X(01) VALUE "-".
           03  WK-CG-DIGITO            PIC 9(01).

       01  WK-IMP-ENTRADA              PIC S9(13)V99.
       01  WK-IMP-ABS                  PIC 9(12)V99.
       01  WK-IMP-ABS-R REDEFINES WK-IMP-ABS.
           03  WK-IA-ENTERO            PIC 9(12).
           03  WK-IA-DECIMAL           PIC 9(02).
       01  WK-IMP-SIGNO                PIC X(01).

       01  WK-ALICUOTA                 PIC 9(02)V9(04).
       01  WK-ALICUOTA-R REDEFINES WK-ALICUOTA.
           03  WK-AL-ENTERO            PIC 9(02).
           03  WK-AL-DECIMAL           PIC 9(02).
           03  FILLER                  PIC 9(02).

      ******************************************************************
      *    ARBA - percepciones practicadas (agente de percepcion).
      ******************************************************************
       01  WK-REG-ARBA.
           03  WK-AR-CUIT              PIC X(13).
           03  WK-AR-FECHA             PIC X(10).
           03  WK-AR-TIPO              PIC X(01).
      *        'F' factura  'C' nota de credito
           03  WK-AR-LETRA             PIC X(01).
           03  WK-AR-SUCURSAL          PIC 9(04).
           03  WK-AR-NRO               PIC 9(08).
           03  WK-AR-BASE.
               05  WK-AR-B-SIGNO       PIC X(01).
               05  WK-AR-B-ENTERO      PIC 9(08).
               05  FILLER              PIC X(01) VALUE ",".
               05  WK-AR-B-DECIMAL     PIC 9(02).
           03  WK-AR-IMPORTE.
               05  WK-AR-I-SIGNO       PIC X(01).
               05  WK-AR-I-ENTERO      PIC 9(07).
               05  FILLER              PIC X(01) VALUE ",".
               05  WK-AR-I-DECIMAL     PIC 9(02).
           03  WK-AR-OPERACION         PIC X(01) VALUE "A".

      ******************************************************************
      *    AGIP - percepciones practicadas (e-ARCIBA).
      ******************************************************************
       01  WK-REG-AGIP.
           03  WK-AG-OPERACION         PIC 9(01) VALUE 2.
      *        1 retencion  2 percepcion
           03  WK-AG-NORMA             PIC 9(03) VALUE 29.
           03  WK-AG-FECHA             PIC X(10).
           03  WK-AG-TIPO-COMP         PIC 9(02).
      *        01 factura  02 nota de credito
           03  WK-AG-LETRA             PIC X(01).
           03  WK-AG-NRO               PIC 9(16).
           03  WK-AG-FECHA-COMP        PIC X(10).
           03  WK-AG-TIPO-DOC          PIC 9(01) VALUE 3.
      *        3 CUIT
           03  WK-AG-NRO-DOC           PIC 9(11).
           03  WK-AG-SIT-IVA           PIC 9(01).
      *        1 inscripto  3 exento  4 monotributo  5 otros
           03  WK-AG-RAZON-SOCIAL      PIC X(30).
           03  WK-AG-BASE.
               05  WK-AG-B-SIGNO       PIC X(01).
               05  WK-AG-B-ENTERO      PIC 9(12).
               05  FILLER              PIC X(01) VALUE ",".
               05  WK-AG-B-DECIMAL     PIC 9(02).
           03  WK-AG-ALICUOTA.
               05  WK-AG-A-ENTERO      PIC 9(02).
               05  FILLER              PIC X(01) VALUE ",".
               05  WK-AG-A-DECIMAL     PIC 9(02).
           03  WK-AG-IMPORTE.
               05  WK-AG-I-SIGNO       PIC X(01).
               05  WK-AG-I-ENTERO      PIC 9(12).
               05  FILLER              PIC X(01) VALUE ",".
               05  WK-AG-I-DECIMAL     PIC 9(02).

      ******************************************************************
      *    Resto de las jurisdicciones: mismo contenido que ARBA mas
      *    el codigo de provincia y la alicuota, para la carga en el
      *    aplicativo de cada una.
      ******************************************************************
       01  WK-REG-OTRAS.
           03  WK-OT-JURISDICCION      PIC 9(02).
           03  WK-OT-CUIT              PIC X(13).
           03  WK-OT-FECHA             PIC X(10).
           03  WK-OT-TIPO              PIC X(01).
           03  WK-OT-LETRA             PIC X(01).
           03  WK-OT-SUCURSAL          PIC 9(04).
           03  WK-OT-NRO               PIC 9(08).
           03  WK-OT-BASE.
               05  WK-OT-B-SIGNO       PIC X(01).
               05  WK-OT-B-ENTERO      PIC 9(08).
               05  FILLER              PIC X(01) VALUE ",".
               05  WK-OT-B-DECIMAL     PIC 9(02).
           03  WK-OT-ALICUOTA.
               05  WK-OT-A-ENTERO      PIC 9(02).
               05  FILLER              PIC X(01) VALUE ",".
               05  WK-OT-A-DECIMAL     PIC 9(02).
           03  WK-OT-IMPORTE.
               05  WK-OT-I-SIGNO       PIC X(01).
               05  WK-OT-I-ENTERO      PIC 9(07).
               05  FILLER              PIC X(01) VALUE ",".
               05  WK-OT-I-DECIMAL     PIC 9(02).

      ******************************************************************
      *    SIFERE - retenciones sufridas (convenio multilateral).
      ******************************************************************
       01  WK-REG-SIFERE.
           03  WK-SF-JURISDICCION      PIC 9(03).
           03  WK-SF-CUIT-AGENTE       PIC X(13).
           03  WK-SF-FECHA             PIC X(10).
           03  WK-SF-SUCURSAL          PIC 9(04).
           03  WK-SF-CONSTANCIA        PIC X(16).
           03  WK-SF-TIPO              PIC X(01) VALUE "R".
      *        'R' recibo
           03  WK-SF-LETRA             PIC X(01) VALUE "X".
           03  WK-SF-COMPROBANTE       PIC 9(20).
           03  WK-SF-IMPORTE.
               05  WK-SF-I-SIGNO       PIC X(01).
               05  WK-SF-I-ENTERO      PIC 9(07).
               05  FILLER              PIC X(01) VALUE ",".
               05  WK-SF-I-DECIMAL     PIC 9(02).

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(45) VALUE
               "EXPORTACION INGRESOS BRUTOS - PERIODO ".
           03  WK-T-PERIODO            PIC 9(06).

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-LEYENDA            PIC X(30).
           03  WK-D-CANTIDAD           PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WK-D-ESTADO             PIC X(45).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PERCEPCIONES  THRU 2000-EXIT
           PERFORM 3000-RETENCIONES   THRU 3000-EXIT
           PERFORM 4000-CONTROL       THRU 4000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           COMPUTE WK-NRO-DESDE = WK-EMPRESA * 10000000
           COMPUTE WK-NRO-HASTA = WK-NRO-DESDE + 9999999
           DISPLAY "PERIODO A EXPORTAR (AAAAMM): "
           ACCEPT WK-PERIODO
           OPEN INPUT PERCREG
           IF STATUS-PERCREG = "00"
              MOVE "S" TO WK-HAY-PERCREG
           END-IF
           OPEN INPUT RETENC
           IF STATUS-RETENC = "00"
              MOVE "S" TO WK-HAY-RETENC
           END-IF
           IF WK-HAY-PERCREG = "N" AND WK-HAY-RETENC = "N"
              DISPLAY "SIN PERCEPCIONES NI RETENCIONES REGISTRADAS"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CLIENTE
           OPEN INPUT RECIBOS
           IF STATUS-RECIBOS = "00"
              MOVE "S" TO WK-HAY-RECIBOS
           END-IF
           OPEN INPUT WPCIAS
           IF STATUS-WPCIAS = "00"
              MOVE "S" TO WK-HAY-WPCIAS
           END-IF
           OPEN I-O IIBBEXP
           IF STATUS-IIBBEXP = "35"
              OPEN OUTPUT IIBBEXP
              CLOSE IIBBEXP
              OPEN I-O IIBBEXP
           END-IF
           MOVE "ARBA"         TO WK-EXP-ORGANISMO(1)
           MOVE "PERARBA.TXT"  TO WK-EXP-ARCHIVO(1)
           MOVE "AGIP"         TO WK-EXP-ORGANISMO(2)
           MOVE "PERAGIP.TXT"  TO WK-EXP-ARCHIVO(2)
           MOVE "OTRA"         TO WK-EXP-ORGANISMO(3)
           MOVE "PEROTRAS.TXT" TO WK-EXP-ARCHIVO(3)
           MOVE "SIFE"         TO WK-EXP-ORGANISMO(4)
           MOVE "RETSIFER.TXT" TO WK-EXP-ARCHIVO(4)
           PERFORM 1100-CONTROLAR-EXPORTADO THRU 1100-EXIT
               VARYING WK-IND-EXP FROM 1 BY 1
               UNTIL WK-IND-EXP > 4
           IF WK-EXP-GENERA(1) = "S"
              OPEN OUTPUT ARBA-SALIDA
           END-IF
           IF WK-EXP-GENERA(2) = "S"
              OPEN OUTPUT AGIP-SALIDA
           END-IF
           IF WK-EXP-GENERA(3) = "S"
              OPEN OUTPUT OTRAS-SALIDA
           END-IF
           IF WK-EXP-GENERA(4) = "S"
              OPEN OUTPUT SIFERE-SALIDA
           END-IF
           OPEN OUTPUT RPT-CONTROL
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
      *    Lee el registro de parametros FECH-70: razon social y
      *    provincias de Buenos Aires y de la Ciudad.
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
              IF FECH-70-JURIS-ARBA NUMERIC
                 MOVE FECH-70-JURIS-ARBA TO WK-JURIS-ARBA
              END-IF
              IF FECH-70-JURIS-AGIP NUMERIC
                 MOVE FECH-70-JURIS-AGIP TO WK-JURIS-AGIP
              END-IF
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

      ******************************************************************
      *    Un periodo ya exportado a un organismo solo se regenera
      *    si el operador lo confirma (presentacion rectificativa);
      *    si no, el archivo anterior queda como esta.
      ******************************************************************
       1100-CONTROLAR-EXPORTADO.
           MOVE ZERO TO WK-EXP-CANTIDAD(WK-IND-EXP)
                        WK-EXP-IMPORTE(WK-IND-EXP)
                        WK-EXP-FECHA-ANT(WK-IND-EXP)
           MOVE "S" TO WK-EXP-GENERA(WK-IND-EXP)
           MOVE WK-EXP-ORGANISMO(WK-IND-EXP) TO IIBBEXP-ORGANISMO
           MOVE WK-PERIODO                   TO IIBBEXP-PERIODO
           MOVE "S" TO WK-EXISTE-IIBBEXP
           READ IIBBEXP
               INVALID KEY MOVE "N" TO WK-EXISTE-IIBBEXP
           END-READ
           IF WK-EXISTE-IIBBEXP = "N"
              GO TO 1100-EXIT
           END-IF
           MOVE IIBBEXP-FECHA TO WK-EXP-FECHA-ANT(WK-IND-EXP)
           DISPLAY "PERIODO YA EXPORTADO A ",
                   WK-EXP-ORGANISMO(WK-IND-EXP), " EL ",
                   IIBBEXP-FECHA, " (", IIBBEXP-CANTIDAD,
                   " REGISTROS)"
           DISPLAY "REGENERAR ", WK-EXP-ARCHIVO(WK-IND-EXP),
                   " (S/N)? "
           ACCEPT WK-RESPUESTA
           IF WK-RESPUESTA NOT = "S"
              MOVE "N" TO WK-EXP-GENERA(WK-IND-EXP)
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    Percepciones practicadas del periodo, separadas por
      *    jurisdiccion. El total de las tres es el total general
      *    de PERCEP-REPORTE.
      ******************************************************************
       2000-PERCEPCIONES.
           IF WK-HAY-PERCREG = "N"
              GO TO 2000-EXIT
           END-IF
           MOVE ZEROS TO PERCREG-CLAVE
           START PERCREG KEY >= PERCREG-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-PERCREG
           END-START
           PERFORM 2100-LEER-PERCEPCION THRU 2100-EXIT
           PERFORM 2200-EXPORTAR-PERCEPCION THRU 2200-EXIT
               UNTIL EOF-PERCREG.
       2000-EXIT.
           EXIT.

       2100-LEER-PERCEPCION.
           READ PERCREG NEXT
               AT END MOVE "S" TO WK-EOF-PERCREG
           END-READ.
       2100-EXIT.
           EXIT.

       2200-EXPORTAR-PERCEPCION.
           IF PERCREG-FECHA(1:6) NOT = WK-PERIODO
              OR PERCREG-NRO < WK-NRO-DESDE
              OR PERCREG-NRO > WK-NRO-HASTA
              GO TO 2200-SIGUIENTE
           END-IF
           ADD 1 TO WK-CANT-PERCEP
           ADD PERCREG-IMPORTE TO WK-TOTAL-PERCEP
           MOVE PERCREG-FECHA TO WK-FECHA-AMD
           PERFORM 8100-FORMATEAR-FECHA THRU 8100-EXIT
           MOVE PERCREG-CUIT TO WK-CUIT-NUM
           PERFORM 8200-FORMATEAR-CUIT THRU 8200-EXIT
           MOVE ZERO TO WK-BASE
           IF PERCREG-ALICUOTA > ZERO
              COMPUTE WK-BASE ROUNDED =
                      PERCREG-IMPORTE * 100 / PERCREG-ALICUOTA
           END-IF
           MOVE PERCREG-ALICUOTA TO WK-ALICUOTA
           EVALUATE TRUE
              WHEN WK-JURIS-ARBA NOT = ZERO
               AND PERCREG-JURISDICCION = WK-JURIS-ARBA
                 MOVE 1 TO WK-IND-EXP
              WHEN WK-JURIS-AGIP NOT = ZERO
               AND PERCREG-JURISDICCION = WK-JURIS-AGIP
                 MOVE 2 TO WK-IND-EXP
              WHEN OTHER
                 MOVE 3 TO WK-IND-EXP
           END-EVALUATE
           ADD 1 TO WK-EXP-CANTIDAD(WK-IND-EXP)
           ADD PERCREG-IMPORTE TO WK-EXP-IMPORTE(WK-IND-EXP)
           IF WK-EXP-GENERA(WK-IND-EXP) = "N"
              GO TO 2200-SIGUIENTE
           END-IF
           EVALUATE WK-IND-EXP
              WHEN 1
                 PERFORM 2300-REGISTRO-ARBA THRU 2300-EXIT
              WHEN 2
                 PERFORM 2400-REGISTRO-AGIP THRU 2400-EXIT
              WHEN OTHER
                 PERFORM 2500-REGISTRO-OTRAS THRU 2500-EXIT
           END-EVALUATE.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-PERCEPCION THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-REGISTRO-ARBA.
           MOVE WK-CUIT-GUIONES TO WK-AR-CUIT
           MOVE WK-FECHA-DMA    TO WK-AR-FECHA
           IF PERCREG-IMPORTE < ZERO
              MOVE "C" TO WK-AR-TIPO
           ELSE
              MOVE "F" TO WK-AR-TIPO
           END-IF
           MOVE PERCREG-LETRA   TO WK-AR-LETRA
           MOVE WK-PUNTO-VENTA  TO WK-AR-SUCURSAL
           MOVE PERCREG-NRO     TO WK-AR-NRO
           MOVE WK-BASE TO WK-IMP-ENTRADA
           PERFORM 8300-DESCOMPONER-IMPORTE THRU 8300-EXIT
           MOVE WK-IMP-SIGNO    TO WK-AR-B-SIGNO
           MOVE WK-IA-ENTERO    TO WK-AR-B-ENTERO
           MOVE WK-IA-DECIMAL   TO WK-AR-B-DECIMAL
           MOVE PERCREG-IMPORTE TO WK-IMP-ENTRADA
           PERFORM 8300-DESCOMPONER-IMPORTE THRU 8300-EXIT
           MOVE WK-IMP-SIGNO    TO WK-AR-I-SIGNO
           MOVE WK-IA-ENTERO    TO WK-AR-I-ENTERO
           MOVE WK-IA-DECIMAL   TO WK-AR-I-DECIMAL
           WRITE ARBA-LINEA FROM WK-REG-ARBA.
       2300-EXIT.
           EXIT.

      ******************************************************************
      *    AGIP pide ademas razon social y situacion de IVA del
      *    percibido, que salen del maestro de clientes.
      ******************************************************************
       2400-REGISTRO-AGIP.
           MOVE WK-FECHA-DMA    TO WK-AG-FECHA
           MOVE WK-FECHA-DMA    TO WK-AG-FECHA-COMP
           IF PERCREG-IMPORTE < ZERO
              MOVE 2 TO WK-AG-TIPO-COMP
           ELSE
              MOVE 1 TO WK-AG-TIPO-COMP
           END-IF
           MOVE PERCREG-LETRA   TO WK-AG-LETRA
           COMPUTE WK-AG-NRO = WK-PUNTO-VENTA * 100000000
                             + PERCREG-NRO
           MOVE PERCREG-CUIT    TO WK-AG-NRO-DOC
           MOVE 5               TO WK-AG-SIT-IVA
           MOVE SPACES          TO WK-AG-RAZON-SOCIAL
           MOVE PERCREG-CLIENTE TO A101-CLIENTE
           PERFORM 8400-LEER-CLIENTE THRU 8400-EXIT
           IF WK-EXISTE-CLIENTE = "S"
              MOVE A101-NOMBRE TO WK-AG-RAZON-SOCIAL
              EVALUATE TRUE
                 WHEN A101-IVA-INSCRIPTO
                    MOVE 1 TO WK-AG-SIT-IVA
                 WHEN A101-IVA-EXENTO
                    MOVE 3 TO WK-AG-SIT-IVA
                 WHEN A101-IVA-MONOTRIBUTO
                    MOVE 4 TO WK-AG-SIT-IVA
              END-EVALUATE
           END-IF
           MOVE WK-BASE TO WK-IMP-ENTRADA
           PERFORM 8300-DESCOMPONER-IMPORTE THRU 8300-EXIT
           MOVE WK-IMP-SIGNO    TO WK-AG-B-SIGNO
           MOVE WK-IA-ENTERO    TO WK-AG-B-ENTERO
           MOVE WK-IA-DECIMAL   TO WK-AG-B-DECIMAL
           MOVE WK-AL-ENTERO    TO WK-AG-A-ENTERO
           MOVE WK-AL-DECIMAL   TO WK-AG-A-DECIMAL
           MOVE PERCREG-IMPORTE TO WK-IMP-ENTRADA
           PERFORM 8300-DESCOMPONER-IMPORTE THRU 8300-EXIT
           MOVE WK-IMP-SIGNO    TO WK-AG-I-SIGNO
           MOVE WK-IA-ENTERO    TO WK-AG-I-ENTERO
           MOVE WK-IA-DECIMAL   TO WK-AG-I-DECIMAL
           WRITE AGIP-LINEA FROM WK-REG-AGIP.
       2400-EXIT.
           EXIT.

       2500-REGISTRO-OTRAS.
           MOVE PERCREG-JURISDICCION TO WK-OT-JURISDICCION
           MOVE WK-CUIT-GUIONES TO WK-OT-CUIT
           MOVE WK-FECHA-DMA    TO WK-OT-FECHA
           IF PERCREG-IMPORTE < ZERO
              MOVE "C" TO WK-OT-TIPO
           ELSE
              MOVE "F" TO WK-OT-TIPO
           END-IF
           MOVE PERCREG-LETRA   TO WK-OT-LETRA
           MOVE WK-PUNTO-VENTA  TO WK-OT-SUCURSAL
           MOVE PERCREG-NRO     TO WK-OT-NRO
           MOVE WK-BASE TO WK-IMP-ENTRADA
           PERFORM 8300-DESCOMPONER-IMPORTE THRU 8300-EXIT
           MOVE WK-IMP-SIGNO    TO WK-OT-B-SIGNO
           MOVE WK-IA-ENTERO    TO WK-OT-B-ENTERO
           MOVE WK-IA-DECIMAL   TO WK-OT-B-DECIMAL
           MOVE WK-AL-ENTERO    TO WK-OT-A-ENTERO
           MOVE WK-AL-DECIMAL   TO WK-OT-A-DECIMAL
           MOVE PERCREG-IMPORTE TO WK-IMP-ENTRADA
           PERFORM 8300-DESCOMPONER-IMPORTE THRU 8300-EXIT
           MOVE WK-IMP-SIGNO    TO WK-OT-I-SIGNO
           MOVE WK-IA-ENTERO    TO WK-OT-I-ENTERO
           MOVE WK-IA-DECIMAL   TO WK-OT-I-DECIMAL
           WRITE OTRAS-LINEA FROM WK-REG-OTRAS.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *    Retenciones IIBB sufridas del periodo para el SIFERE. El
      *    agente de retencion es el cliente que emitio el
      *    certificado; la jurisdiccion es la registrada con el
      *    certificado o, en los viejos, la provincia del cliente.
      *    El total es el subtotal del regimen IBB de
      *    RETENC-REPORTE.
      ******************************************************************
       3000-RETENCIONES.
           IF WK-HAY-RETENC = "N"
              GO TO 3000-EXIT
           END-IF
           MOVE ZEROS TO RETENC-CLAVE
           START RETENC KEY >= RETENC-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-RETENC
           END-START
           PERFORM 3100-LEER-RETENC THRU 3100-EXIT
           PERFORM 3200-EXPORTAR-RETENC THRU 3200-EXIT
               UNTIL EOF-RETENC.
       3000-EXIT.
           EXIT.

       3100-LEER-RETENC.
           READ RETENC NEXT
               AT END MOVE "S" TO WK-EOF-RETENC
           END-READ.
       3100-EXIT.
           EXIT.

       3200-EXPORTAR-RETENC.
           IF RETENC-FECHA(1:6) NOT = WK-PERIODO
              OR NOT RETENC-REG-IIBB
              GO TO 3200-SIGUIENTE
           END-IF
           PERFORM 8500-EMPRESA-RECIBO THRU 8500-EXIT
           IF WK-EMPRESA-RECIBO NOT = WK-EMPRESA
              GO TO 3200-SIGUIENTE
           END-IF
           ADD 1 TO WK-EXP-CANTIDAD(4)
           ADD RETENC-IMPORTE TO WK-EXP-IMPORTE(4)
           IF WK-EXP-GENERA(4) = "N"
              GO TO 3200-SIGUIENTE
           END-IF
           MOVE RETENC-CLIENTE TO A101-CLIENTE
           PERFORM 8400-LEER-CLIENTE THRU 8400-EXIT
           MOVE ZEROS TO WK-CUIT-NUM
           MOVE ZERO  TO WK-JURISDICCION
           IF WK-EXISTE-CLIENTE = "S"
              MOVE A101-NRO-CUIT  TO WK-CUIT-NUM
              MOVE A101-PROVINCIA TO WK-JURISDICCION
           END-IF
           IF RETENC-JURISDICCION NUMERIC
              AND RETENC-JURISDICCION NOT = ZERO
              MOVE RETENC-JURISDICCION TO WK-JURISDICCION
           END-IF
           MOVE ZERO TO WK-SF-JURISDICCION
           IF WK-HAY-WPCIAS = "S"
              MOVE WK-JURISDICCION TO WPCIAS-CODIGO
              READ WPCIAS
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     IF WPCIAS-COD-SIFERE NUMERIC
                        MOVE WPCIAS-COD-SIFERE TO WK-SF-JURISDICCION
                     END-IF
              END-READ
           END-IF
           IF WK-SF-JURISDICCION = ZERO
              ADD 1 TO WK-SIN-COD-SIFERE
              DISPLAY "RECIBO ", RETENC-RECIBO,
                      " SIN CODIGO SIFERE PARA LA JURISDICCION ",
                      WK-JURISDICCION
           END-IF
           PERFORM 8200-FORMATEAR-CUIT THRU 8200-EXIT
           MOVE WK-CUIT-GUIONES    TO WK-SF-CUIT-AGENTE
           MOVE RETENC-FECHA       TO WK-FECHA-AMD
           PERFORM 8100-FORMATEAR-FECHA THRU 8100-EXIT
           MOVE WK-FECHA-DMA       TO WK-SF-FECHA
           MOVE ZERO               TO WK-SF-SUCURSAL
           MOVE RETENC-CERTIFICADO TO WK-SF-CONSTANCIA
           MOVE RETENC-RECIBO      TO WK-SF-COMPROBANTE
           MOVE RETENC-IMPORTE     TO WK-IMP-ENTRADA
           PERFORM 8300-DESCOMPONER-IMPORTE THRU 8300-EXIT
           MOVE WK-IMP-SIGNO       TO WK-SF-I-SIGNO
           MOVE WK-IA-ENTERO       TO WK-SF-I-ENTERO
           MOVE WK-IA-DECIMAL      TO WK-SF-I-DECIMAL
           WRITE SIFERE-LINEA FROM WK-REG-SIFERE.
       3200-SIGUIENTE.
           PERFORM 3100-LEER-RETENC THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    Listado de control: cantidad y total de cada archivo, los
      *    totales a cotejar con los listados impresos y la marca de
      *    periodo exportado de lo generado.
      ******************************************************************
       4000-CONTROL.
           PERFORM 4100-LINEA-ORGANISMO THRU 4100-EXIT
               VARYING WK-IND-EXP FROM 1 BY 1
               UNTIL WK-IND-EXP > 4
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "TOTAL PERCEPCIONES  . . . . . " TO WK-D-LEYENDA
           MOVE WK-CANT-PERCEP  TO WK-D-CANTIDAD
           MOVE WK-TOTAL-PERCEP TO WK-D-IMPORTE
           MOVE "DEBE CUADRAR CON PERCEP-REPORTE" TO WK-D-ESTADO
           WRITE RPT-LINEA FROM WK-LINEA-DET
           MOVE "TOTAL RETENCIONES IBB . . . . " TO WK-D-LEYENDA
           MOVE WK-EXP-CANTIDAD(4) TO WK-D-CANTIDAD
           MOVE WK-EXP-IMPORTE(4)  TO WK-D-IMPORTE
           MOVE "DEBE CUADRAR CON RETENC-REPORTE (REGIMEN IBB)"
                TO WK-D-ESTADO
           WRITE RPT-LINEA FROM WK-LINEA-DET
           IF WK-SIN-COD-SIFERE > ZERO
              MOVE "RETENCIONES SIN CODIGO SIFERE " TO WK-D-LEYENDA
              MOVE WK-SIN-COD-SIFERE TO WK-D-CANTIDAD
              MOVE ZERO TO WK-D-IMPORTE
              MOVE "COMPLETAR EL CODIGO EN WPCIAS-ABM"
                   TO WK-D-ESTADO
              WRITE RPT-LINEA FROM WK-LINEA-DET
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LINEA-ORGANISMO.
           EVALUATE WK-IND-EXP
              WHEN 1
                 MOVE "PERCEPCIONES ARBA . . . . . . " TO WK-D-LEYENDA
              WHEN 2
                 MOVE "PERCEPCIONES AGIP . . . . . . " TO WK-D-LEYENDA
              WHEN 3
                 MOVE "PERCEPCIONES OTRAS JURISDIC.  " TO WK-D-LEYENDA
              WHEN 4
                 MOVE "RETENCIONES SUFRIDAS SIFERE . " TO WK-D-LEYENDA
           END-EVALUATE
           MOVE WK-EXP-CANTIDAD(WK-IND-EXP) TO WK-D-CANTIDAD
           MOVE WK-EXP-IMPORTE(WK-IND-EXP)  TO WK-D-IMPORTE
           MOVE SPACES TO WK-D-ESTADO
           IF WK-EXP-GENERA(WK-IND-EXP) = "S"
              STRING "GENERADO " DELIMITED BY SIZE
                     WK-EXP-ARCHIVO(WK-IND-EXP) DELIMITED BY SPACE
                     INTO WK-D-ESTADO
              END-STRING
              PERFORM 4200-MARCAR-EXPORTADO THRU 4200-EXIT
           ELSE
              STRING "YA EXPORTADO EL " DELIMITED BY SIZE
                     WK-EXP-FECHA-ANT(WK-IND-EXP) DELIMITED BY SIZE
                     " - NO SE REGENERO" DELIMITED BY SIZE
                     INTO WK-D-ESTADO
              END-STRING
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       4100-EXIT.
           EXIT.

       4200-MARCAR-EXPORTADO.
           MOVE WK-EXP-ORGANISMO(WK-IND-EXP) TO IIBBEXP-ORGANISMO
           MOVE WK-PERIODO                   TO IIBBEXP-PERIODO
           MOVE "S" TO WK-EXISTE-IIBBEXP
           READ IIBBEXP
               INVALID KEY
                  MOVE "N" TO WK-EXISTE-IIBBEXP
                  MOVE SPACES TO IIBBEXP-REG
                  MOVE WK-EXP-ORGANISMO(WK-IND-EXP)
                                           TO IIBBEXP-ORGANISMO
                  MOVE WK-PERIODO          TO IIBBEXP-PERIODO
                  MOVE ZERO TO IIBBEXP-GENERACIONES
           END-READ
           MOVE WK-FECHA-HOY                TO IIBBEXP-FECHA
           MOVE WK-USUARIO                  TO IIBBEXP-USUARIO
           MOVE WK-EXP-CANTIDAD(WK-IND-EXP) TO IIBBEXP-CANTIDAD
           MOVE WK-EXP-IMPORTE(WK-IND-EXP)  TO IIBBEXP-IMPORTE
           ADD 1 TO IIBBEXP-GENERACIONES
           IF WK-EXISTE-IIBBEXP = "S"
              REWRITE IIBBEXP-REG
                  INVALID KEY
                     DISPLAY "ERROR AL MARCAR LA EXPORTACION ",
                             IIBBEXP-ORGANISMO
              END-REWRITE
           ELSE
              WRITE IIBBEXP-REG
                  INVALID KEY
                     DISPLAY "ERROR AL MARCAR LA EXPORTACION ",
                             IIBBEXP-ORGANISMO
              END-WRITE
           END-IF.
       4200-EXIT.
           EXIT.

       8100-FORMATEAR-FECHA.
           MOVE WK-FA-DIA  TO WK-FD-DIA
           MOVE WK-FA-MES  TO WK-FD-MES
           MOVE WK-FA-ANIO TO WK-FD-ANIO.
       8100-EXIT.
           EXIT.

       8200-FORMATEAR-CUIT.
           MOVE WK-CN-PREFIJO TO WK-CG-PREFIJO
           MOVE WK-CN-NUMERO  TO WK-CG-NUMERO
           MOVE WK-CN-DIGITO  TO WK-CG-DIGITO.
       8200-EXIT.
           EXIT.

      ******************************************************************
      *    Separa WK-IMP-ENTRADA en signo ('-' o '0'), parte entera
      *    y decimales, para armar los importes con coma decimal.
      ******************************************************************
       8300-DESCOMPONER-IMPORTE.
           IF WK-IMP-ENTRADA < ZERO
              MOVE "-" TO WK-IMP-SIGNO
              COMPUTE WK-IMP-ABS = WK-IMP-ENTRADA * -1
           ELSE
              MOVE "0" TO WK-IMP-SIGNO
              MOVE WK-IMP-ENTRADA TO WK-IMP-ABS
           END-IF.
       8300-EXIT.
           EXIT.

       8400-LEER-CLIENTE.
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ.
       8400-EXIT.
           EXIT.

      ******************************************************************
      *    Empresa del recibo con el que se entrego el certificado.
      *    Sin recibo, o en los recibos viejos sin empresa, vale la
      *    empresa principal.
      ******************************************************************
       8500-EMPRESA-RECIBO.
           MOVE ZERO TO WK-EMPRESA-RECIBO
           IF WK-HAY-RECIBOS = "N"
              GO TO 8500-EXIT
           END-IF
           MOVE RETENC-RECIBO TO RECIBO-NRO
           READ RECIBOS
               INVALID KEY GO TO 8500-EXIT
           END-READ
           IF RECIBO-EMPRESA NUMERIC
              MOVE RECIBO-EMPRESA TO WK-EMPRESA-RECIBO
           END-IF.
       8500-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WK-HAY-PERCREG = "S"
              CLOSE PERCREG
           END-IF
           IF WK-HAY-RETENC = "S"
              CLOSE RETENC
           END-IF
           IF WK-HAY-WPCIAS = "S"
              CLOSE WPCIAS
           END-IF
           CLOSE CLIENTE
           IF WK-HAY-RECIBOS = "S"
              CLOSE RECIBOS
           END-IF
           CLOSE IIBBEXP
           IF WK-EXP-GENERA(1) = "S"
              CLOSE ARBA-SALIDA
           END-IF
           IF WK-EXP-GENERA(2) = "S"
              CLOSE AGIP-SALIDA
           END-IF
           IF WK-EXP-GENERA(3) = "S"
              CLOSE OTRAS-SALIDA
           END-IF
           IF WK-EXP-GENERA(4) = "S"
              CLOSE SIFERE-SALIDA
           END-IF
           CLOSE RPT-CONTROL
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO.
       9000-EXIT.
           EXIT.

       END PROGRAM "IIBB-EXPORT".
