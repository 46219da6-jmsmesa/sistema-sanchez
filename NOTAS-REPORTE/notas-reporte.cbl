      *                    de MOTNOTA) y usuario, con el supervisor
      *                    autorizante en cada linea y subtotales
      *                    por motivo.
      *   15/10/2026  SIS  Operacion con varias empresas: lista las
      *                    notas de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL); con CONSOLIDADO=S
      *                    en el ambiente, las de todas las empresas.
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


       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           ACCEPT WK-CONSOLIDADO FROM ENVIRONMENT "CONSOLIDADO"
           DISPLAY "PERIODO A LISTAR (AAAAMM): "
           ACCEPT WK-PERIODO
           OPEN INPUT NOTAMAN
              MOVE WK-EMPRESA-NOMBRE TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           IF INFORME-CONSOLIDADO
              MOVE SPACES TO RPT-LINEA
              MOVE "CONSOLIDADO - TODAS LAS EMPRESAS" TO RPT-LINEA
              WRITE RPT-LINEA
           END-IF
           MOVE WK-PERIODO TO WK-T-PERIODO
           WRITE RPT-LINEA FROM WK-LINEA-TITULO
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
      *    Entran las notas del periodo de la empresa con la que se
      *    trabaja, o las de todas si se pide el informe consolidado
      *    (CONSOLIDADO=S).
      ******************************************************************
       2120-CARGAR-NOTA.
           IF NOTAMAN-EMPRESA NOT NUMERIC
              MOVE ZERO TO NOTAMAN-EMPRESA
           END-IF
           IF NOTAMAN-FECHA(1:6) = WK-PERIODO
              AND (INFORME-CONSOLIDADO
                   OR NOTAMAN-EMPRESA = WK-EMPRESA)
              MOVE NOTAMAN-MOTIVO     TO SD-MOTIVO
              MOVE NOTAMAN-USUARIO    TO SD-USUARIO
              MOVE NOTAMAN-TIPO       TO SD-TIPO
