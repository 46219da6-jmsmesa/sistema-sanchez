      *                    padron y los CUIT ausentes del padron.
      *                    Con checkpoint/restart y parametros
      *                    FECH-70.
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
      *    cargados rigen los valores por defecto del programa.
      ******************************************************************
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-EMPRESA-NOMBRE           PIC X(40) VALUE SPACES.

       01  WK-LINEA-TITULO.
              GO TO 1050-EXIT
           END-IF
           MOVE "70" TO PARAMS-CLAVE
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           READ PARAMS
               INVALID KEY CONTINUE
           END-READ
