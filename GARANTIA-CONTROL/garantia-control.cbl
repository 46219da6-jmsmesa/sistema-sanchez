       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "GARANTIA-CONTROL".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Rutina comun de
      *                    cobertura de garantias: recibe cliente,
      *                    fecha AAAAMMDD y cotizacion USD y devuelve
      *                    en pesos la suma de las garantias del
      *                    cliente vigentes y no vencidas a esa fecha
      *                    (las garantias en dolares por la
      *                    cotizacion recibida). Sin archivo de
      *                    garantias devuelve cero.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "GARANTIA.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "GARANTIA.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-GARANTIA             PIC X(02).
       77  WK-EOF-GARANTIA             PIC X(01).
       77  WK-IMPORTE-PESOS            PIC S9(15)V99.

       LINKAGE SECTION.
       01  WK-CLIENTE-PARAMETRO        PIC 9(06).
       01  WK-FECHA-PARAMETRO          PIC 9(08).
       01  WK-COTIZA-PARAMETRO         PIC 9(05)V9999.
       01  WK-CUBIERTO-RESULTADO       PIC S9(15)V99.

       PROCEDURE DIVISION USING WK-CLIENTE-PARAMETRO
                                WK-FECHA-PARAMETRO
                                WK-COTIZA-PARAMETRO
                                WK-CUBIERTO-RESULTADO.

       0000-MAINLINE.
           MOVE ZERO TO WK-CUBIERTO-RESULTADO
           OPEN INPUT GARANTIA
           IF STATUS-GARANTIA NOT = "00"
              GOBACK
           END-IF
           PERFORM 1000-SUMAR-GARANTIAS THRU 1000-EXIT
           CLOSE GARANTIA
           GOBACK.

       1000-SUMAR-GARANTIAS.
           MOVE "N" TO WK-EOF-GARANTIA
           MOVE WK-CLIENTE-PARAMETRO TO GARANT-CLIENTE
           MOVE ZERO                 TO GARANT-NRO
           START GARANTIA KEY >= GARANT-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-GARANTIA
           END-START
           PERFORM 1100-SUMAR-GARANTIA THRU 1100-EXIT
               UNTIL WK-EOF-GARANTIA = "S".
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Cubre la garantia vigente cuyo vencimiento no paso (o que
      *    no tiene vencimiento).
      ******************************************************************
       1100-SUMAR-GARANTIA.
           READ GARANTIA NEXT
               AT END MOVE "S" TO WK-EOF-GARANTIA
           END-READ
           IF WK-EOF-GARANTIA = "S"
              OR GARANT-CLIENTE NOT = WK-CLIENTE-PARAMETRO
              MOVE "S" TO WK-EOF-GARANTIA
              GO TO 1100-EXIT
           END-IF
           IF NOT GARANT-VIGENTE
              GO TO 1100-EXIT
           END-IF
           IF GARANT-FECHA-VENCIMIENTO NOT = ZERO
              AND GARANT-FECHA-VENCIMIENTO < WK-FECHA-PARAMETRO
              GO TO 1100-EXIT
           END-IF
           IF GARANT-EN-DOLARES
              COMPUTE WK-IMPORTE-PESOS ROUNDED =
                      GARANT-IMPORTE * WK-COTIZA-PARAMETRO
           ELSE
              MOVE GARANT-IMPORTE TO WK-IMPORTE-PESOS
           END-IF
           ADD WK-IMPORTE-PESOS TO WK-CUBIERTO-RESULTADO.
       1100-EXIT.
           EXIT.

       END PROGRAM "GARANTIA-CONTROL".
