      *                    PERCREG, agrupadas por jurisdiccion con
      *                    subtotales y total general, para la
      *                    presentacion impositiva del mes.
      *   15/10/2026  SIS  Operacion con varias empresas: lista solo
      *                    las percepciones de las facturas de la
      *                    empresa con la que se trabaja (rutina
      *                    EMPRESA-ACTUAL, bloque de numeracion de la
      *                    empresa).
      ******************************************************************

       ENVIRONMENT DIVISION.
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-NRO-DESDE                PIC 9(08).
       77  WK-NRO-HASTA                PIC 9(08).
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

       1000-INICIALIZAR.
           PERFORM 1050-LEER-PARAMETROS THRU 1050-EXIT
           COMPUTE WK-NRO-DESDE = WK-EMPRESA * 10000000
           COMPUTE WK-NRO-HASTA = WK-NRO-DESDE + 9999999
           DISPLAY "PERIODO A LISTAR (AAAAMM): "
           ACCEPT WK-PERIODO
           OPEN INPUT PERCREG
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ

       2200-PROCESAR-PERCEPCION.
           IF PERCREG-FECHA(1:6) = WK-PERIODO
              AND PERCREG-NRO >= WK-NRO-DESDE
              AND PERCREG-NRO <= WK-NRO-HASTA
              IF WK-PRIMERA = "S"
                 MOVE PERCREG-JURISDICCION TO WK-JURIS-ANT
                 PERFORM 2250-ENCABEZADO-JURIS THRU 2250-EXIT
