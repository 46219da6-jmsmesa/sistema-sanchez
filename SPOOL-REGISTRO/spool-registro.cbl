      *                    ayer no se pierde cuando corre la de hoy
      *                    y un reporte se reimprime sin repetir la
      *                    pasada completa del maestro.
      *   15/10/2026  SIS  Los parametros se leen del registro de
      *                    PARAMS de la empresa con la que se trabaja
      *                    (rutina EMPRESA-ACTUAL).
      ******************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       77  STATUS-SPOOLCAT             PIC X(02).
       77  STATUS-PARAMS               PIC X(02).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  STATUS-ORIGEN               PIC X(02).
       77  STATUS-DESTINO              PIC X(02).

           OPEN INPUT PARAMS
           IF STATUS-PARAMS = "00"
              MOVE "70" TO PARAMS-CLAVE
              CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
              MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
              READ PARAMS
                  INVALID KEY CONTINUE
              END-READ
