       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "INTIMACION-CICLO".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Ciclo nocturno de
      *                    intimacion de deudores: por cada cliente
      *                    en estado normal toma la fecha del FC/ND
      *                    impago mas antiguo (ocurrencias de pesos y
      *                    dolares, los creditos cancelan primero la
      *                    deuda mas vieja) y segun los dias de
      *                    atraso de FECH-70-INTIM-DIAS lo pasa al
      *                    nivel que corresponde: 1 primer aviso por
      *                    e-mail, 2 segundo aviso, 3 carta de
      *                    intimacion para firmar, 4 pase a gestion
      *                    de cobranza (A101-ESTADO-DEUDA 1). Cada
      *                    paso queda en el diario GESTDIA y el nivel
      *                    alcanzado en INTIMA. No avanza a los
      *                    clientes con plan de pago vigente, con
      *                    promesa de pago abierta o excluidos a mano
      *                    con INTIMA-ABM. Deja su checkpoint
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
           COPY "CLIENTE.SEL".
           COPY "MOVCTAC.SEL".
           COPY "PLANPAGO.SEL".
           COPY "GESTDIA.SEL".
           COPY "NOTIFQUE.SEL".
           COPY "INTIMA.SEL".
           COPY "CHKPOINT.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-INTIMA ASSIGN TO "RPTINTIM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-RPT.

           SELECT RPT-CARTAS ASSIGN TO "RPTINTCA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-CARTAS.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "MOVCTAC.CPY".
           COPY "PLANPAGO.CPY".
           COPY "GESTDIA.CPY".
           COPY "NOTIFQUE.CPY".
           COPY "INTIMA.CPY".
           COPY "CHKPOINT.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-INTIMA
                   LABEL RECORD STANDARD.
       01  RPT-LINEA                   PIC X(100).

       FD  RPT-CARTAS
                   LABEL RECORD STANDARD.
       01  RPT-CARTA-LINEA             PIC X(80).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-PLANPAGO             PIC X(02).
       77  STATUS-GESTDIA              PIC X(02).
       77  STATUS-NOTIFQUE             PIC X(02).
       77  STATUS-INTIMA               PIC X(02).
       77  STATUS-CHKPOINT             PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-RPT                  PIC X(02).
       77  STATUS-CARTAS               PIC X(02).

       77  WK-EOF-CLIENTE              PIC X(01) VALUE "N".
           88  EOF-CLIENTE                       VALUE "S".
       77  WK-EOF-MOVCTAC              PIC X(01).
       77  WK-EOF-PLANPAGO             PIC X(01).
       77  WK-EOF-GESTDIA              PIC X(01).
       77  WK-HAY-PLANPAGO             PIC X(01) VALUE "N".
       77  WK-EXISTE-INTIMA            PIC X(01).
       77  WK-GEST-GRABADA             PIC X(01).
       77  WK-CHKPT-EXISTE             PIC X(01).
       77  WK-ENCONTRADO               PIC X(01).

       77  WK-JOB-ID                   PIC X(10) VALUE "INTIMACIO".
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-IND-OCURR                PIC 9.
       77  WK-IND-NIVEL                PIC 9.

      ******************************************************************
      *    Parametros generales (registro FECH-70 del archivo
      *    PARAMS): razon social para la carta y dias de atraso de
      *    cada nivel; sin parametros rigen 30, 45, 60 y 90 dias.
      ******************************************************************
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       01  WK-TABLA-DIAS.
           03  FILLER                  PIC X(12) VALUE
               "030045060090".
       01  WK-TABLA-DIAS-RED REDEFINES WK-TABLA-DIAS.
           03  WK-DIAS-NIVEL OCCURS 4 TIMES PIC 9(03).

      ******************************************************************
      *    Fecha limite de cada nivel: un cliente cuya deuda mas
      *    antigua tiene fecha menor o igual a WK-FECHA-LIMITE(n)
      *    corresponde al nivel n.
      ******************************************************************
       01  WK-LIMITES.
           03  WK-FECHA-LIMITE OCCURS 4 TIMES PIC 9(08).

       01  WK-TABLA-NIVELES.
           03  FILLER                  PIC X(30) VALUE
               "PRIMER AVISO POR E-MAIL".
           03  FILLER                  PIC X(30) VALUE
               "SEGUNDO AVISO POR E-MAIL".
           03  FILLER                  PIC X(30) VALUE
               "CARTA DE INTIMACION".
           03  FILLER                  PIC X(30) VALUE
               "PASE A GESTION DE COBRANZA".
       01  WK-TABLA-NIVELES-RED REDEFINES WK-TABLA-NIVELES.
           03  WK-DESC-NIVEL OCCURS 4 TIMES PIC X(30).

      ******************************************************************
      *    Antiguedad de la deuda del cliente en proceso. Por cada
      *    ocurrencia con saldo deudor se suman los FC/ND de MOVCTAC
      *    y, recorriendolos de la mas vieja a la mas nueva, el
      *    primero que el saldo no alcanza a explicar como pagado es
      *    el impago mas antiguo.
      ******************************************************************
       77  WK-FECHA-DEUDA              PIC 9(08).
       77  WK-SALDO-OCURR              PIC S9(14)V99.
       77  WK-TOTAL-DEBITOS            PIC S9(14)V99.
       77  WK-ACUM-DEBITOS             PIC S9(14)V99.
       77  WK-NIVEL-ACTUAL             PIC 9(01).
       77  WK-NIVEL-NUEVO              PIC 9(01).
       77  WK-MOTIVO-OMISION           PIC X(30).
       77  WK-TEXTO-GESTION            PIC X(60).

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
       77  WK-FD-DIAS                  PIC 9(03).
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
      *    Cola de notificaciones salientes.
      ******************************************************************
       77  WK-EOF-NOTIFQUE             PIC X(01).
       77  WK-ULT-NOTIF                PIC 9(08) VALUE ZERO.
       77  WK-NOTIF-EVENTO             PIC X(02).

      ******************************************************************
      *    Area de la rutina comun de errores de archivo.
      ******************************************************************
       77  WK-ERR-PROGRAMA             PIC X(20)
           VALUE "INTIMACION-CICLO".
       77  WK-ERR-PARRAFO              PIC X(30).
       77  WK-ERR-ARCHIVO              PIC X(10).
       77  WK-ERR-STATUS               PIC X(02).
       77  WK-ERR-CLAVE                PIC X(10).

      ******************************************************************
      *    Identificacion de los reportes en el catalogo de spool.
      ******************************************************************
       77  WK-SPOOL-REPORTE            PIC X(10) VALUE "INTIMACION".
       77  WK-SPOOL-ARCHIVO            PIC X(12) VALUE "RPTINTIM.TXT".
       77  WK-SPOOL-CARTAS             PIC X(10) VALUE "INTIMCARTA".
       77  WK-SPOOL-ARCH-CARTAS        PIC X(12) VALUE "RPTINTCA.TXT".

       77  WK-TOTAL-CLIENTES           PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-CON-DEUDA          PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-OMITIDOS           PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-REGULARIZADOS      PIC 9(07) VALUE ZERO.
       01  WK-TOTALES-NIVEL.
           03  WK-TOTAL-NIVEL OCCURS 4 TIMES PIC 9(07).

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(40) VALUE
               "CICLO NOCTURNO DE INTIMACION DE DEUDORES".

       01  WK-LINEA-DET.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE "CLIENTE ".
           03  WK-D-CLIENTE            PIC ZZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-D-NOMBRE             PIC X(30).
           03  FILLER                  PIC X(07) VALUE " DESDE ".
           03  WK-D-DD                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-D-MM                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-D-AAAA               PIC 9(04).
           03  FILLER                  PIC X(03) VALUE " - ".
           03  WK-D-NOVEDAD            PIC X(30).

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(30).
           03  WK-T-CANTIDAD           PIC ZZZ,ZZ9.

      ******************************************************************
      *    Lineas de la carta de intimacion.
      ******************************************************************
       01  WK-LINEA-TEXTO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-X-TEXTO              PIC X(70).

       01  WK-LINEA-FECHA.
           03  FILLER                  PIC X(45) VALUE SPACES.
           03  FILLER                  PIC X(07) VALUE "FECHA: ".
           03  WK-F-DD                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-F-MM                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-F-AAAA               PIC 9(04).

       01  WK-LINEA-DOMICILIO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-C-CODIGO-POSTAL      PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WK-C-LOCALIDAD          PIC X(20).

       01  WK-LINEA-CLIENTE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(15) VALUE
               "CLIENTE NUMERO ".
           03  WK-C-CLAVE              PIC ZZZZZ9.

       01  WK-LINEA-DEUDA.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(36) VALUE
               "CON DOCUMENTOS IMPAGOS DESDE EL DIA ".
           03  WK-K-DD                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-K-MM                 PIC 9(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WK-K-AAAA               PIC 9(04).
           03  FILLER                  PIC X(15) VALUE
               ", ASCIENDE A:".

       01  WK-LINEA-SALDO.
           03  FILLER                  PIC X(08) VALUE SPACES.
           03  WK-S-OCURR              PIC X(20).
           03  WK-S-IMPORTE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-PROCESO     THRU 2000-EXIT
           PERFORM 9000-FINALIZAR   THRU 9000-EXIT
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           MOVE ZEROS TO WK-TOTALES-NIVEL
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           OPEN I-O CLIENTE
           MOVE "APERTURA" TO WK-ERR-PARRAFO
           PERFORM 9110-VERIFICAR-CLIENTE THRU 9110-EXIT
           OPEN INPUT MOVCTAC
           OPEN INPUT PLANPAGO
           IF STATUS-PLANPAGO = "00"
              MOVE "S" TO WK-HAY-PLANPAGO
           END-IF
           OPEN I-O GESTDIA
           IF STATUS-GESTDIA = "35"
              OPEN OUTPUT GESTDIA
              CLOSE GESTDIA
              OPEN I-O GESTDIA
           END-IF
           OPEN I-O NOTIFQUE
           IF STATUS-NOTIFQUE = "35"
              OPEN OUTPUT NOTIFQUE
              CLOSE NOTIFQUE
              OPEN I-O NOTIFQUE
           END-IF
           PERFORM 8410-BUSCAR-ULT-NOTIF THRU 8410-EXIT
           OPEN I-O INTIMA
           IF STATUS-INTIMA = "35"
              OPEN OUTPUT INTIMA
              CLOSE INTIMA
              OPEN I-O INTIMA
           END-IF
           OPEN I-O CHKPOINT
           IF STATUS-CHKPOINT = "35"
              OPEN OUTPUT CHKPOINT
              CLOSE CHKPOINT
              OPEN I-O CHKPOINT
           END-IF
           PERFORM 1100-INICIAR-CHECKPOINT THRU 1100-EXIT
           PERFORM 1200-CALCULAR-LIMITE THRU 1200-EXIT
               VARYING WK-IND-NIVEL FROM 1 BY 1
               UNTIL WK-IND-NIVEL > 4
           OPEN OUTPUT RPT-INTIMA
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           OPEN OUTPUT RPT-CARTAS.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Lee el registro de parametros FECH-70: razon social y los
      *    dias de atraso de cada nivel que esten cargados.
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
              PERFORM 1060-TOMAR-DIAS THRU 1060-EXIT
                  VARYING WK-IND-NIVEL FROM 1 BY 1
                  UNTIL WK-IND-NIVEL > 4
           END-IF
           CLOSE PARAMS.
       1050-EXIT.
           EXIT.

       1060-TOMAR-DIAS.
           IF FECH-70-INTIM-DIAS(WK-IND-NIVEL) NUMERIC
              IF FECH-70-INTIM-DIAS(WK-IND-NIVEL) > ZERO
                 MOVE FECH-70-INTIM-DIAS(WK-IND-NIVEL)
                   TO WK-DIAS-NIVEL(WK-IND-NIVEL)
              END-IF
           END-IF.
       1060-EXIT.
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

       1200-CALCULAR-LIMITE.
           MOVE WK-FECHA-HOY TO WK-FD-FECHA
           MOVE WK-DIAS-NIVEL(WK-IND-NIVEL) TO WK-FD-DIAS
           PERFORM 8500-RESTAR-DIAS THRU 8500-EXIT
           MOVE WK-FD-FECHA TO WK-FECHA-LIMITE(WK-IND-NIVEL).
       1200-EXIT.
           EXIT.

       2000-PROCESO.
           MOVE ZEROS TO A101-CLAVE
           START CLIENTE KEY >= A101-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-CLIENTE
           END-START
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
           PERFORM 2200-PROCESAR-CLIENTE THRU 2200-EXIT
               UNTIL EOF-CLIENTE
           PERFORM 2800-ESCRIBIR-TOTALES THRU 2800-EXIT
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
      *    Un cliente en estado normal con deuda vencida avanza al
      *    nivel que le corresponde si esta por encima del que ya
      *    tiene; el que ya no tiene deuda vencida sale del ciclo.
      *    Los que estan en gestion, concurso o incobrables siguen
      *    por el escritorio de cobranzas y no se tocan.
      ******************************************************************
       2200-PROCESAR-CLIENTE.
           IF A101-DADO-DE-BAJA OR A101-ESTADO-DEUDA NOT = ZERO
              GO TO 2200-SIGUIENTE
           END-IF
           ADD 1 TO WK-TOTAL-CLIENTES
           MOVE 99999999 TO WK-FECHA-DEUDA
           PERFORM 2300-ANTIGUEDAD-OCURR THRU 2300-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 2
               UNTIL WK-IND-OCURR > 3
           MOVE ZERO TO WK-NIVEL-NUEVO
           PERFORM 2400-EVALUAR-NIVEL THRU 2400-EXIT
               VARYING WK-IND-NIVEL FROM 1 BY 1
               UNTIL WK-IND-NIVEL > 4
           MOVE A101-CLIENTE TO INTIMA-CLIENTE
           MOVE "S" TO WK-EXISTE-INTIMA
           READ INTIMA
               INVALID KEY MOVE "N" TO WK-EXISTE-INTIMA
           END-READ
           MOVE ZERO TO WK-NIVEL-ACTUAL
           IF WK-EXISTE-INTIMA = "S"
              MOVE INTIMA-NIVEL TO WK-NIVEL-ACTUAL
           END-IF
           IF WK-NIVEL-NUEVO = ZERO
              IF WK-NIVEL-ACTUAL > ZERO
                 PERFORM 2650-REGULARIZAR THRU 2650-EXIT
              END-IF
              GO TO 2200-SIGUIENTE
           END-IF
           ADD 1 TO WK-TOTAL-CON-DEUDA
           IF WK-NIVEL-NUEVO NOT > WK-NIVEL-ACTUAL
              GO TO 2200-SIGUIENTE
           END-IF
           PERFORM 2500-VERIFICAR-EXCEPCIONES THRU 2500-EXIT
           IF WK-MOTIVO-OMISION NOT = SPACES
              ADD 1 TO WK-TOTAL-OMITIDOS
              MOVE WK-MOTIVO-OMISION TO WK-D-NOVEDAD
              PERFORM 2750-ESCRIBIR-DETALLE THRU 2750-EXIT
              GO TO 2200-SIGUIENTE
           END-IF
           PERFORM 2600-APLICAR-NIVEL THRU 2600-EXIT.
       2200-SIGUIENTE.
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *    Fecha del FC/ND impago mas antiguo de la ocurrencia
      *    WK-IND-OCURR; si es anterior a la ya encontrada queda en
      *    WK-FECHA-DEUDA. Si el saldo supera a los FC/ND del
      *    archivo (saldo arrastrado) se toma el primero.
      ******************************************************************
       2300-ANTIGUEDAD-OCURR.
           MOVE A101-SALDO(WK-IND-OCURR) TO WK-SALDO-OCURR
           IF WK-SALDO-OCURR NOT > ZERO
              GO TO 2300-EXIT
           END-IF
           MOVE ZERO TO WK-TOTAL-DEBITOS
           PERFORM 2330-POSICIONAR-MOVCTAC THRU 2330-EXIT
           PERFORM 2310-SUMAR-DEBITO THRU 2310-EXIT
               UNTIL WK-EOF-MOVCTAC = "S"
           IF WK-TOTAL-DEBITOS = ZERO
              GO TO 2300-EXIT
           END-IF
           MOVE ZERO TO WK-ACUM-DEBITOS
           MOVE "N" TO WK-ENCONTRADO
           PERFORM 2330-POSICIONAR-MOVCTAC THRU 2330-EXIT
           PERFORM 2320-BUSCAR-IMPAGO THRU 2320-EXIT
               UNTIL WK-EOF-MOVCTAC = "S" OR WK-ENCONTRADO = "S".
       2300-EXIT.
           EXIT.

       2310-SUMAR-DEBITO.
           PERFORM 2340-LEER-MOVCTAC THRU 2340-EXIT
           IF WK-EOF-MOVCTAC = "S"
              GO TO 2310-EXIT
           END-IF
           IF MOVCTA-OCURRENCIA = WK-IND-OCURR
              AND MOVCTA-IMPORTE > ZERO
              AND (MOVCTA-FACTURA OR MOVCTA-NOTA-DEBITO)
              ADD MOVCTA-IMPORTE TO WK-TOTAL-DEBITOS
           END-IF.
       2310-EXIT.
           EXIT.

       2320-BUSCAR-IMPAGO.
           PERFORM 2340-LEER-MOVCTAC THRU 2340-EXIT
           IF WK-EOF-MOVCTAC = "S"
              GO TO 2320-EXIT
           END-IF
           IF MOVCTA-OCURRENCIA NOT = WK-IND-OCURR
              OR MOVCTA-IMPORTE NOT > ZERO
              OR NOT (MOVCTA-FACTURA OR MOVCTA-NOTA-DEBITO)
              GO TO 2320-EXIT
           END-IF
           ADD MOVCTA-IMPORTE TO WK-ACUM-DEBITOS
           IF WK-TOTAL-DEBITOS - WK-ACUM-DEBITOS < WK-SALDO-OCURR
              MOVE "S" TO WK-ENCONTRADO
              IF MOVCTA-FECHA < WK-FECHA-DEUDA
                 MOVE MOVCTA-FECHA TO WK-FECHA-DEUDA
              END-IF
           END-IF.
       2320-EXIT.
           EXIT.

       2330-POSICIONAR-MOVCTAC.
           MOVE "N" TO WK-EOF-MOVCTAC
           MOVE A101-CLIENTE TO MOVCTA-CLIENTE
           MOVE ZEROS        TO MOVCTA-FECHA
                                MOVCTA-SECUENCIA
           START MOVCTAC KEY >= MOVCTA-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-MOVCTAC
           END-START.
       2330-EXIT.
           EXIT.

       2340-LEER-MOVCTAC.
           READ MOVCTAC NEXT
               AT END MOVE "S" TO WK-EOF-MOVCTAC
           END-READ
           IF WK-EOF-MOVCTAC = "N"
              IF MOVCTA-CLIENTE NOT = A101-CLIENTE
                 MOVE "S" TO WK-EOF-MOVCTAC
              END-IF
           END-IF.
       2340-EXIT.
           EXIT.

       2400-EVALUAR-NIVEL.
           IF WK-FECHA-DEUDA NOT > WK-FECHA-LIMITE(WK-IND-NIVEL)
              MOVE WK-IND-NIVEL TO WK-NIVEL-NUEVO
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *    Motivos por los que un cliente no avanza en el ciclo:
      *    exclusion manual, plan de pago vigente o promesa de pago
      *    abierta (pendiente y todavia no vencida).
      ******************************************************************
       2500-VERIFICAR-EXCEPCIONES.
           MOVE SPACES TO WK-MOTIVO-OMISION
           IF WK-EXISTE-INTIMA = "S" AND INTIMA-EXCLUIDO-SI
              MOVE "OMITIDO: EXCLUIDO A MANO" TO WK-MOTIVO-OMISION
              GO TO 2500-EXIT
           END-IF
           IF WK-HAY-PLANPAGO = "S"
              MOVE "N" TO WK-ENCONTRADO
              MOVE "N" TO WK-EOF-PLANPAGO
              MOVE A101-CLIENTE TO PLANPAGO-CLIENTE
              MOVE ZEROS        TO PLANPAGO-NRO
              START PLANPAGO KEY >= PLANPAGO-CLAVE
                  INVALID KEY MOVE "S" TO WK-EOF-PLANPAGO
              END-START
              PERFORM 2510-LEER-PLAN THRU 2510-EXIT
                  UNTIL WK-EOF-PLANPAGO = "S" OR WK-ENCONTRADO = "S"
              IF WK-ENCONTRADO = "S"
                 MOVE "OMITIDO: PLAN DE PAGO VIGENTE"
                   TO WK-MOTIVO-OMISION
                 GO TO 2500-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-ENCONTRADO
           MOVE "N" TO WK-EOF-GESTDIA
           MOVE A101-CLIENTE TO GESTDIA-CLIENTE
           MOVE ZEROS        TO GESTDIA-FECHA
                                GESTDIA-SECUENCIA
           START GESTDIA KEY >= GESTDIA-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-GESTDIA
           END-START
           PERFORM 2520-LEER-GESTION THRU 2520-EXIT
               UNTIL WK-EOF-GESTDIA = "S" OR WK-ENCONTRADO = "S"
           IF WK-ENCONTRADO = "S"
              MOVE "OMITIDO: PROMESA DE PAGO ABIERTA"
                TO WK-MOTIVO-OMISION
           END-IF.
       2500-EXIT.
           EXIT.

       2510-LEER-PLAN.
           READ PLANPAGO NEXT
               AT END MOVE "S" TO WK-EOF-PLANPAGO
           END-READ
           IF WK-EOF-PLANPAGO = "S"
              GO TO 2510-EXIT
           END-IF
           IF PLANPAGO-CLIENTE NOT = A101-CLIENTE
              MOVE "S" TO WK-EOF-PLANPAGO
              GO TO 2510-EXIT
           END-IF
           IF PLANPAGO-VIGENTE
              MOVE "S" TO WK-ENCONTRADO
           END-IF.
       2510-EXIT.
           EXIT.

       2520-LEER-GESTION.
           READ GESTDIA NEXT
               AT END MOVE "S" TO WK-EOF-GESTDIA
           END-READ
           IF WK-EOF-GESTDIA = "S"
              GO TO 2520-EXIT
           END-IF
           IF GESTDIA-CLIENTE NOT = A101-CLIENTE
              MOVE "S" TO WK-EOF-GESTDIA
              GO TO 2520-EXIT
           END-IF
           IF GESTDIA-PROMESA
              AND GESTDIA-PROMESA-CUMPLIDA = SPACE
              AND GESTDIA-FECHA-PROMESA NOT < WK-FECHA-HOY
              MOVE "S" TO WK-ENCONTRADO
           END-IF.
       2520-EXIT.
           EXIT.

      ******************************************************************
      *    Ejecuta la accion del nivel alcanzado, la asienta en el
      *    diario y deja el nivel en INTIMA.
      ******************************************************************
       2600-APLICAR-NIVEL.
           EVALUATE WK-NIVEL-NUEVO
              WHEN 1
                 MOVE "R1" TO WK-NOTIF-EVENTO
                 PERFORM 8400-ENCOLAR-NOTIFICACION THRU 8400-EXIT
              WHEN 2
                 MOVE "R2" TO WK-NOTIF-EVENTO
                 PERFORM 8400-ENCOLAR-NOTIFICACION THRU 8400-EXIT
              WHEN 3
                 PERFORM 4000-IMPRIMIR-CARTA THRU 4000-EXIT
              WHEN 4
                 MOVE 1 TO A101-ESTADO-DEUDA
                 REWRITE A101-REG
                     INVALID KEY CONTINUE
                 END-REWRITE
                 MOVE "2600-APLICAR-NIVEL" TO WK-ERR-PARRAFO
                 PERFORM 9110-VERIFICAR-CLIENTE THRU 9110-EXIT
           END-EVALUATE
           ADD 1 TO WK-TOTAL-NIVEL(WK-NIVEL-NUEVO)
           MOVE SPACES TO WK-TEXTO-GESTION
           MOVE WK-FECHA-DEUDA TO WK-FECHA-EDIT-NUM
           STRING "NIVEL " WK-NIVEL-NUEVO " "
                  DELIMITED BY SIZE
                  WK-DESC-NIVEL(WK-NIVEL-NUEVO) DELIMITED BY "  "
                  " DEUDA DESDE " WK-FE-DD "/" WK-FE-MM "/"
                  WK-FE-AAAA DELIMITED BY SIZE
               INTO WK-TEXTO-GESTION
           PERFORM 8300-ASENTAR-GESTION THRU 8300-EXIT
           MOVE WK-NIVEL-NUEVO TO INTIMA-NIVEL
           PERFORM 2700-GRABAR-INTIMA THRU 2700-EXIT
           MOVE WK-DESC-NIVEL(WK-NIVEL-NUEVO) TO WK-D-NOVEDAD
           PERFORM 2750-ESCRIBIR-DETALLE THRU 2750-EXIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      *    El cliente ya no tiene deuda vencida: sale del ciclo y la
      *    proxima deuda vuelve a empezar por el primer aviso.
      ******************************************************************
       2650-REGULARIZAR.
           ADD 1 TO WK-TOTAL-REGULARIZADOS
           MOVE "DEUDA REGULARIZADA - SALE DEL CICLO DE INTIMACION"
             TO WK-TEXTO-GESTION
           PERFORM 8300-ASENTAR-GESTION THRU 8300-EXIT
           MOVE ZERO TO INTIMA-NIVEL
           MOVE ZERO TO WK-FECHA-DEUDA
           PERFORM 2700-GRABAR-INTIMA THRU 2700-EXIT
           MOVE "SALE DEL CICLO: REGULARIZADO" TO WK-D-NOVEDAD
           PERFORM 2750-ESCRIBIR-DETALLE THRU 2750-EXIT.
       2650-EXIT.
           EXIT.

      ******************************************************************
      *    Graba o regraba INTIMA con el nivel en INTIMA-NIVEL; la
      *    exclusion manual, si la hay, se conserva.
      ******************************************************************
       2700-GRABAR-INTIMA.
           IF WK-EXISTE-INTIMA = "N"
              MOVE SPACE TO INTIMA-EXCLUIDO
              MOVE SPACES TO INTIMA-MOTIVO-EXCLUSION
                             INTIMA-USUARIO-EXCLUSION
              MOVE ZERO TO INTIMA-FECHA-EXCLUSION
           END-IF
           MOVE A101-CLIENTE   TO INTIMA-CLIENTE
           MOVE WK-FECHA-HOY   TO INTIMA-FECHA-NIVEL
           MOVE WK-FECHA-DEUDA TO INTIMA-FECHA-DEUDA
           IF WK-EXISTE-INTIMA = "S"
              REWRITE INTIMA-REG
                  INVALID KEY
                     DISPLAY "ERROR AL REGRABAR INTIMA ", A101-CLIENTE
              END-REWRITE
           ELSE
              WRITE INTIMA-REG
                  INVALID KEY
                     DISPLAY "ERROR AL GRABAR INTIMA ", A101-CLIENTE
              END-WRITE
           END-IF.
       2700-EXIT.
           EXIT.

       2750-ESCRIBIR-DETALLE.
           MOVE A101-CLIENTE TO WK-D-CLIENTE
           MOVE A101-NOMBRE  TO WK-D-NOMBRE
           IF WK-FECHA-DEUDA = ZERO OR WK-FECHA-DEUDA = 99999999
              MOVE ZEROS TO WK-FECHA-EDIT-NUM
           ELSE
              MOVE WK-FECHA-DEUDA TO WK-FECHA-EDIT-NUM
           END-IF
           MOVE WK-FE-DD   TO WK-D-DD
           MOVE WK-FE-MM   TO WK-D-MM
           MOVE WK-FE-AAAA TO WK-D-AAAA
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2750-EXIT.
           EXIT.

       2800-ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE "CLIENTES EN ESTADO NORMAL . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-CLIENTES TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "CON DEUDA VENCIDA . . . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-CON-DEUDA TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "PRIMEROS AVISOS ENCOLADOS . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-NIVEL(1) TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "SEGUNDOS AVISOS ENCOLADOS . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-NIVEL(2) TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "CARTAS DE INTIMACION  . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-NIVEL(3) TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "PASADOS A GESTION DE COBRANZA " TO WK-T-LEYENDA
           MOVE WK-TOTAL-NIVEL(4) TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "OMITIDOS (PLAN/PROMESA/MANUAL)" TO WK-T-LEYENDA
           MOVE WK-TOTAL-OMITIDOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "REGULARIZADOS . . . . . . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-REGULARIZADOS TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       2800-EXIT.
           EXIT.

       2900-COMPLETAR-CHECKPOINT.
           MOVE WK-JOB-ID TO CHKPOINT-JOB
           READ CHKPOINT
               INVALID KEY CONTINUE
           END-READ
           MOVE "S" TO CHKPOINT-COMPLETO
           MOVE WK-TOTAL-CLIENTES TO CHKPOINT-REGISTROS
           ACCEPT CHKPOINT-FECHA FROM DATE YYYYMMDD
           ACCEPT CHKPOINT-HORA  FROM TIME
           REWRITE CHKPOINT-REG.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *    Carta de intimacion de pago, para firmar y despachar.
      ******************************************************************
       4000-IMPRIMIR-CARTA.
           MOVE ALL "-" TO RPT-CARTA-LINEA
           WRITE RPT-CARTA-LINEA
           MOVE SPACES TO RPT-CARTA-LINEA
           WRITE RPT-CARTA-LINEA
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE WK-EMPRESA-NOMBRE TO WK-X-TEXTO
              WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           END-IF
           MOVE WK-FECHA-HOY TO WK-FECHA-EDIT-NUM
           MOVE WK-FE-DD     TO WK-F-DD
           MOVE WK-FE-MM     TO WK-F-MM
           MOVE WK-FE-AAAA   TO WK-F-AAAA
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-FECHA
           MOVE SPACES TO RPT-CARTA-LINEA
           WRITE RPT-CARTA-LINEA
           MOVE "SENORES" TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE A101-NOMBRE TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE A101-DOMICILIO TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE A101-CODIGO-POSTAL TO WK-C-CODIGO-POSTAL
           MOVE A101-LOCALIDAD     TO WK-C-LOCALIDAD
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-DOMICILIO
           MOVE A101-CLIENTE TO WK-C-CLAVE
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-CLIENTE
           MOVE SPACES TO RPT-CARTA-LINEA
           WRITE RPT-CARTA-LINEA
           MOVE "REF.: INTIMACION DE PAGO" TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE SPACES TO RPT-CARTA-LINEA
           WRITE RPT-CARTA-LINEA
           MOVE "DE NUESTRA CONSIDERACION:" TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE "POR LA PRESENTE LOS INTIMAMOS A CANCELAR DENTRO DE"
             TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE "LAS 48 HORAS DE RECIBIDA EL SALDO DEUDOR DE SU"
             TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE "CUENTA CORRIENTE CON NOSOTROS, QUE"
             TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE WK-FECHA-DEUDA TO WK-FECHA-EDIT-NUM
           MOVE WK-FE-DD     TO WK-K-DD
           MOVE WK-FE-MM     TO WK-K-MM
           MOVE WK-FE-AAAA   TO WK-K-AAAA
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-DEUDA
           MOVE SPACES TO RPT-CARTA-LINEA
           WRITE RPT-CARTA-LINEA
           PERFORM 4100-IMPRIMIR-SALDO THRU 4100-EXIT
               VARYING WK-IND-OCURR FROM 1 BY 2
               UNTIL WK-IND-OCURR > 3
           MOVE SPACES TO RPT-CARTA-LINEA
           WRITE RPT-CARTA-LINEA
           MOVE "VENCIDO DICHO PLAZO SIN QUE SE REGULARICE LA DEUDA,"
             TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE "LA CUENTA PASARA A GESTION DE COBRANZA, SIN"
             TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE "PERJUICIO DE LAS ACCIONES LEGALES QUE CORRESPONDAN."
             TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE "SI YA HAN EFECTUADO EL PAGO, LES ROGAMOS DESESTIMAR"
             TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE "LA PRESENTE."
             TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE SPACES TO RPT-CARTA-LINEA
           WRITE RPT-CARTA-LINEA
           MOVE "ATENTAMENTE," TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE SPACES TO RPT-CARTA-LINEA
           WRITE RPT-CARTA-LINEA
           WRITE RPT-CARTA-LINEA
           MOVE "FIRMA Y ACLARACION: _____________________________"
             TO WK-X-TEXTO
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-TEXTO
           MOVE SPACES TO RPT-CARTA-LINEA
           WRITE RPT-CARTA-LINEA.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-SALDO.
           IF A101-SALDO(WK-IND-OCURR) NOT > ZERO
              GO TO 4100-EXIT
           END-IF
           IF WK-IND-OCURR = 1
              MOVE "PESOS"   TO WK-S-OCURR
           ELSE
              MOVE "DOLARES" TO WK-S-OCURR
           END-IF
           MOVE A101-SALDO(WK-IND-OCURR) TO WK-S-IMPORTE
           WRITE RPT-CARTA-LINEA FROM WK-LINEA-SALDO.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    Asienta en el diario de gestion la novedad que viene en
      *    WK-TEXTO-GESTION, con la primera secuencia libre del dia.
      ******************************************************************
       8300-ASENTAR-GESTION.
           MOVE SPACES            TO GESTDIA-REG
           MOVE WK-TEXTO-GESTION  TO GESTDIA-TEXTO
           MOVE A101-CLIENTE      TO GESTDIA-CLIENTE
           MOVE WK-FECHA-HOY      TO GESTDIA-FECHA
           MOVE 1                 TO GESTDIA-SECUENCIA
           MOVE WK-USUARIO        TO GESTDIA-USUARIO
           MOVE "IN"              TO GESTDIA-ACCION
           MOVE ZERO TO GESTDIA-IMPORTE-PROMESA
                        GESTDIA-FECHA-PROMESA
           MOVE SPACE TO GESTDIA-PROMESA-CUMPLIDA
           MOVE A101-SALDO(1) TO GESTDIA-SALDO-REFERENCIA
           MOVE "N" TO WK-GEST-GRABADA
           PERFORM 8310-INTENTAR-GEST THRU 8310-EXIT
               UNTIL WK-GEST-GRABADA = "S"
                  OR GESTDIA-SECUENCIA > 9999.
       8300-EXIT.
           EXIT.

       8310-INTENTAR-GEST.
           MOVE "S" TO WK-GEST-GRABADA
           WRITE GESTDIA-REG
               INVALID KEY
                  MOVE "N" TO WK-GEST-GRABADA
                  ADD 1 TO GESTDIA-SECUENCIA
           END-WRITE.
       8310-EXIT.
           EXIT.

      ******************************************************************
      *    Encola el aviso por e-mail WK-NOTIF-EVENTO; la referencia
      *    es la fecha de la deuda mas antigua.
      ******************************************************************
       8400-ENCOLAR-NOTIFICACION.
           MOVE SPACES TO NOTIF-REG
           ADD 1 TO WK-ULT-NOTIF
           MOVE WK-ULT-NOTIF    TO NOTIF-NRO
           MOVE A101-CLIENTE    TO NOTIF-CLIENTE
           MOVE WK-NOTIF-EVENTO TO NOTIF-EVENTO
           MOVE WK-FECHA-DEUDA  TO NOTIF-REFERENCIA
           MOVE A101-EMAIL      TO NOTIF-EMAIL
           MOVE WK-FECHA-HOY    TO NOTIF-FECHA-ALTA
           MOVE "P"             TO NOTIF-ESTADO
           MOVE ZEROS           TO NOTIF-FECHA-ENVIO
           WRITE NOTIF-REG
               INVALID KEY CONTINUE
           END-WRITE.
       8400-EXIT.
           EXIT.

      ******************************************************************
      *    Busca el ultimo numero de aviso usado en la cola.
      ******************************************************************
       8410-BUSCAR-ULT-NOTIF.
           MOVE ZERO TO WK-ULT-NOTIF
           MOVE "N" TO WK-EOF-NOTIFQUE
           MOVE ZEROS TO NOTIF-NRO
           START NOTIFQUE KEY >= NOTIF-NRO
               INVALID KEY MOVE "S" TO WK-EOF-NOTIFQUE
           END-START
           PERFORM 8420-LEER-NOTIF-NEXT THRU 8420-EXIT
               UNTIL WK-EOF-NOTIFQUE = "S".
       8410-EXIT.
           EXIT.

       8420-LEER-NOTIF-NEXT.
           READ NOTIFQUE NEXT
               AT END MOVE "S" TO WK-EOF-NOTIFQUE
           END-READ
           IF WK-EOF-NOTIFQUE = "N"
              MOVE NOTIF-NRO TO WK-ULT-NOTIF
           END-IF.
       8420-EXIT.
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
           IF WK-HAY-PLANPAGO = "S"
              CLOSE PLANPAGO
           END-IF
           CLOSE GESTDIA
           CLOSE NOTIFQUE
           CLOSE INTIMA
           CLOSE CHKPOINT
           CLOSE RPT-INTIMA
           CLOSE RPT-CARTAS
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-REPORTE
                WK-SPOOL-ARCHIVO
           CALL "SPOOL-REGISTRO" USING WK-SPOOL-CARTAS
                WK-SPOOL-ARCH-CARTAS.
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

       END PROGRAM "INTIMACION-CICLO".
