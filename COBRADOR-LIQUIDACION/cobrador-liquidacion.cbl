      *                    FECH-70 (archivo PARAMS) en su
      *                    inicializacion y encabeza el reporte con
      *                    la razon social de la empresa.
      *   15/10/2026  SIS  Operacion con varias empresas: lo cobrado
      *                    sale de los recibos de la empresa con la
      *                    que se trabaja (rutina EMPRESA-ACTUAL);
      *                    con CONSOLIDADO=S en el ambiente, de todas
      *                    las empresas. Los saldos pendientes son
      *                    los consolidados del cliente.
      ******************************************************************

       ENVIRONMENT DIVISION.
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.
       77  WK-CONSOLIDADO              PIC X(01) VALUE "N".
           88  INFORME-CONSOLIDADO               VALUE "S".

       PROCEDURE DIVISION.

      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           ACCEPT WK-CONSOLIDADO FROM ENVIRONMENT "CONSOLIDADO"
           OPEN INPUT  CLIENTE
           OPEN INPUT  RECIBOS
           IF STATUS-RECIBOS = "35"
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
      ******************************************************************
      *    Libera al SORT un registro por cada recibo vigente, con lo
      *    realmente cobrado por el cobrador que figura en el recibo.
      *    El nombre se busca en el maestro por clave. Entran los
      *    recibos de la empresa con la que se trabaja, o los de todas
      *    si se pide el informe consolidado (CONSOLIDADO=S).
      ******************************************************************
       2140-CARGAR-RECIBO.
           IF RECIBO-EMPRESA NOT NUMERIC
              MOVE ZERO TO RECIBO-EMPRESA
           END-IF
           IF RECIBO-VIGENTE-SI
              AND (INFORME-CONSOLIDADO
                   OR RECIBO-EMPRESA = WK-EMPRESA)
              MOVE RECIBO-COBRADOR        TO SD-COBRADOR
              MOVE RECIBO-CLIENTE         TO SD-CLAVE
              MOVE RECIBO-IMPORTE         TO SD-COBRADO
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           IF INFORME-CONSOLIDADO
              MOVE SPACES TO RPT-LINEA
              MOVE "CONSOLIDADO - TODAS LAS EMPRESAS" TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
           MOVE SPACES TO RPT-LINEA
           WRITE RPT-LINEA
