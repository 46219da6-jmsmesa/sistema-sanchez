       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "EMPRESA-ACTUAL".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Rutina comun que
      *                    devuelve la empresa (razon social) con la
      *                    que se trabaja: la que el operador eligio
      *                    al firmar en OPERADOR-LOGIN, o la que el
      *                    proceso batch recibe en la variable de
      *                    ambiente EMPRESA. Sin variable, o con un
      *                    valor no numerico, devuelve la empresa 0
      *                    (la principal, registro "70" de PARAMS).
      *                    Cada empresa n tiene su registro "7n" en
      *                    PARAMS y numera sus comprobantes en el
      *                    bloque cuyo primer digito es n.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WK-EMPRESA-AMBIENTE         PIC X(01).
       01  WK-EMPRESA-NUM REDEFINES WK-EMPRESA-AMBIENTE
                                       PIC 9(01).

       LINKAGE SECTION.
       01  WK-EMPRESA-PARAMETRO        PIC 9(01).

       PROCEDURE DIVISION USING WK-EMPRESA-PARAMETRO.

       0000-MAINLINE.
           MOVE ZERO   TO WK-EMPRESA-PARAMETRO
           MOVE SPACES TO WK-EMPRESA-AMBIENTE
           ACCEPT WK-EMPRESA-AMBIENTE FROM ENVIRONMENT "EMPRESA"
           IF WK-EMPRESA-AMBIENTE IS NUMERIC
              MOVE WK-EMPRESA-NUM TO WK-EMPRESA-PARAMETRO
           END-IF
           GOBACK.

       END PROGRAM "EMPRESA-ACTUAL".
