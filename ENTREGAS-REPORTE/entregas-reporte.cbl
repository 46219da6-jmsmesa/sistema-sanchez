      *                    maestro TRANSPOR en cada encabezado,
      *                    para que la mercaderia devuelta no
      *                    duerma semanas en el deposito.
      *   15/10/2026  SIS  Columna con la situacion del COT de ARBA
      *                    de cada remito sujeto a COT (numero
      *                    otorgado, solicitado, rechazado, vencido
      *                    o sin pedir) y total de remitos sin COT
      *                    valido, que no pueden salir a reparto.
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "REMITOS.SEL".
           COPY "TRANSPOR.SEL".
           COPY "PARAMS.SEL".
           COPY "COTREM.SEL".

           SELECT RPT-ENTREGAS ASSIGN TO "RPTENTRE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "REMITOS.CPY".
           COPY "TRANSPOR.CPY".
           COPY "PARAMS.CPY".
           COPY "COTREM.CPY".

       FD  RPT-ENTREGAS
                   LABEL RECORD STANDARD.
           03  SD-ESTADO-ENTREGA       PIC X(1).
           03  SD-FECHA-REPROG         PIC 9(8).
           03  SD-MOTIVO               PIC X(2).
           03  SD-COT                  PIC X(16).
           03  SD-SIN-COT              PIC X(1).

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).

       77  WK-TRANSPORTE-ANT           PIC 999.
       77  WK-TOTAL-PENDIENTES         PIC 9(07) VALUE ZERO.
       77  WK-TOTAL-SIN-COT            PIC 9(07) VALUE ZERO.
       77  STATUS-COTREM               PIC X(02).
       77  WK-HAY-COTREM               PIC X(01) VALUE "N".
       77  WK-EXISTE-COTREM            PIC X(01).
       77  WK-FECHA-HOY                PIC 9(08).

       01  WK-LINEA-TITULO.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-D-MOTIVO             PIC X(02).
           03  FILLER                  PIC X(08) VALUE " REPROG ".
           03  WK-D-REPROG             PIC 9(08).
           03  FILLER                  PIC X(05) VALUE " COT ".
           03  WK-D-COT                PIC X(16).

       01  WK-LINEA-TOTAL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WK-T-LEYENDA            PIC X(30) VALUE
               "REMITOS SIN ENTREGAR  . . . . ".
           03  WK-T-CANTIDAD           PIC ZZZ,ZZ9.

      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           OPEN INPUT CLIENTE
           OPEN INPUT REMITOS
           OPEN INPUT TRANSPOR
           OPEN INPUT COTREM
           IF STATUS-COTREM = "00"
              MOVE "S" TO WK-HAY-COTREM
           END-IF
           OPEN OUTPUT RPT-ENTREGAS
           IF WK-EMPRESA-NOMBRE NOT = SPACES
              MOVE SPACES TO RPT-LINEA
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
              MOVE REMITO-ESTADO-ENTREGA TO SD-ESTADO-ENTREGA
              MOVE REMITO-FECHA-REPROG   TO SD-FECHA-REPROG
              MOVE REMITO-MOTIVO-RECHAZO TO SD-MOTIVO
              PERFORM 2130-SITUACION-COT THRU 2130-EXIT
              RELEASE SD-ENTREGAS
           END-IF
           PERFORM 2110-LEER-REMITO THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

      ******************************************************************
      *    Situacion del COT del remito segun COTREM. Un remito que
      *    espera COT, o cuyo COT no esta otorgado o ya vencio, no
      *    tiene COT valido y no puede salir a reparto.
      ******************************************************************
       2130-SITUACION-COT.
           MOVE SPACES TO SD-COT
           MOVE "N"    TO SD-SIN-COT
           MOVE "N"    TO WK-EXISTE-COTREM
           IF WK-HAY-COTREM = "S"
              MOVE REMITO-NRO TO COTREM-REMITO
              MOVE "S" TO WK-EXISTE-COTREM
              READ COTREM
                  INVALID KEY MOVE "N" TO WK-EXISTE-COTREM
              END-READ
           END-IF
           IF WK-EXISTE-COTREM = "N"
              IF REMITO-ESPERA-COT
                 MOVE "SIN COT" TO SD-COT
                 MOVE "S"       TO SD-SIN-COT
              END-IF
              GO TO 2130-EXIT
           END-IF
           EVALUATE TRUE
              WHEN COTREM-SOLICITADO
                 MOVE "COT SOLICITADO" TO SD-COT
                 MOVE "S"              TO SD-SIN-COT
              WHEN COTREM-RECHAZADO
                 MOVE "COT RECHAZADO"  TO SD-COT
                 MOVE "S"              TO SD-SIN-COT
              WHEN COTREM-VTO < WK-FECHA-HOY
                 MOVE "COT VENCIDO"    TO SD-COT
                 MOVE "S"              TO SD-SIN-COT
              WHEN OTHER
                 MOVE COTREM-NRO       TO SD-COT
           END-EVALUATE.
       2130-EXIT.
           EXIT.

       2200-IMPRIMIR.
           RETURN WORK-ENTREGAS
               AT END MOVE "S" TO WK-EOF-SORT
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
           MOVE WK-TOTAL-PENDIENTES TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL
           MOVE "REMITOS SIN COT VALIDO  . . . " TO WK-T-LEYENDA
           MOVE WK-TOTAL-SIN-COT TO WK-T-CANTIDAD
           WRITE RPT-LINEA FROM WK-LINEA-TOTAL.
       2200-EXIT.
           EXIT.
           MOVE SD-ESTADO-ENTREGA TO WK-D-ESTADO
           MOVE SD-MOTIVO         TO WK-D-MOTIVO
           MOVE SD-FECHA-REPROG   TO WK-D-REPROG
           MOVE SD-COT            TO WK-D-COT
           IF SD-SIN-COT = "S"
              ADD 1 TO WK-TOTAL-SIN-COT
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-DET.
       2230-EXIT.
           EXIT.
           CLOSE CLIENTE
           CLOSE REMITOS
           CLOSE TRANSPOR
           IF WK-HAY-COTREM = "S"
              CLOSE COTREM
           END-IF
           CLOSE RPT-ENTREGAS.
       9000-EXIT.
           EXIT.
