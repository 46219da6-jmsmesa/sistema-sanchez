      *                    Ganancias, IIBB) con subtotales y total
      *                    general, para el computo del credito
      *                    fiscal en la presentacion del mes.
      *   15/10/2026  SIS  Operacion con varias empresas: lista solo
      *                    los certificados entregados con recibos de
      *                    la empresa con la que se trabaja (rutina
      *                    EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RETENC.SEL".
           COPY "RECIBOS.SEL".
           COPY "PARAMS.SEL".

           SELECT RPT-RETENC ASSIGN TO "RPTRETEN.TXT"
       DATA DIVISION.
       FILE SECTION.
           COPY "RETENC.CPY".
           COPY "RECIBOS.CPY".
           COPY "PARAMS.CPY".

       FD  RPT-RETENC
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-RECIBO           PIC 9(01).
       77  STATUS-RECIBOS              PIC X(02).
       77  WK-HAY-RECIBOS              PIC X(01) VALUE "N".
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT RECIBOS
           IF STATUS-RECIBOS = "00"
              MOVE "S" TO WK-HAY-RECIBOS
           END-IF
           OPEN OUTPUT RPT-RETENC
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
       2110-EXIT.
           EXIT.

      ******************************************************************
      *    Entran los certificados del periodo entregados con recibos
      *    de la empresa con la que se trabaja: el credito fiscal es
      *    de la razon social que emitio el recibo.
      ******************************************************************
       2120-CARGAR-RETENC.
           PERFORM 2130-EMPRESA-RECIBO THRU 2130-EXIT
           IF RETENC-FECHA(1:6) = WK-PERIODO
              AND WK-EMPRESA-RECIBO = WK-EMPRESA
              MOVE RETENC-REGIMEN     TO SD-REGIMEN
              MOVE RETENC-FECHA       TO SD-FECHA
              MOVE RETENC-RECIBO      TO SD-RECIBO
       2120-EXIT.
           EXIT.

      ******************************************************************
      *    Empresa del recibo del certificado. Sin recibo, o en los
      *    recibos viejos sin empresa, vale la empresa principal.
      ******************************************************************
       2130-EMPRESA-RECIBO.
           MOVE ZERO TO WK-EMPRESA-RECIBO
           IF WK-HAY-RECIBOS = "N"
              GO TO 2130-EXIT
           END-IF
           MOVE RETENC-RECIBO TO RECIBO-NRO
           READ RECIBOS
               INVALID KEY GO TO 2130-EXIT
           END-READ
           IF RECIBO-EMPRESA NUMERIC
              MOVE RECIBO-EMPRESA TO WK-EMPRESA-RECIBO
           END-IF.
       2130-EXIT.
           EXIT.

       2200-IMPRIMIR.
           RETURN WORK-RETENC
               AT END MOVE "S" TO WK-EOF-SORT

       9000-FINALIZAR.
           CLOSE RETENC
           IF WK-HAY-RECIBOS = "S"
              CLOSE RECIBOS
           END-IF
           CLOSE RPT-RETENC.
       9000-EXIT.
           EXIT.
