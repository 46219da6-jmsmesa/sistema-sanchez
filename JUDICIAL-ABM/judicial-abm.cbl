       IDENTIFICATION DIVISION.
       PROGRAM-ID.    "JUDICIAL-ABM".
       AUTHOR.        SISTEMAS.
       INSTALLATION.  SANCHEZ.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      ******************************************************************
      * Historial de modificaciones:
      *   15/10/2026  SIS  Alta del programa. Legajo judicial por
      *                    cliente (archivo JUDICIAL) para concursos,
      *                    quiebras y juicios: alta y modificacion de
      *                    expediente, juzgado, sindico, abogado y
      *                    plazos; presentacion de la insinuacion con
      *                    el monto reclamado; resolucion de la
      *                    verificacion con el monto verificado;
      *                    gastos judiciales adelantados, que se
      *                    pueden cargar al cliente como nota de
      *                    debito (NOTAMAN, MOVCTAC y saldo); cierre
      *                    del legajo. Cada novedad queda en el
      *                    diario de gestion GESTDIA con accion 'AB'.
      *                    Al abrir un concurso o quiebra ofrece
      *                    pasar al cliente a estado de deuda 7.
      *   15/10/2026  SIS  Operacion con varias empresas: la ND de
      *                    gastos se numera en el bloque de la
      *                    empresa con la que se trabaja (rutina
      *                    EMPRESA-ACTUAL) y lleva la empresa en la
      *                    nota y en el movimiento.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MULTIPLATAFORMA.
       OBJECT-COMPUTER. MULTIPLATAFORMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "JUDICIAL.SEL".
           COPY "GESTDIA.SEL".
           COPY "MOVCTAC.SEL".
           COPY "NOTAMAN.SEL".
           COPY "MOTNOTA.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTFD.CPY".
           COPY "JUDICIAL.CPY".
           COPY "GESTDIA.CPY".
           COPY "MOVCTAC.CPY".
           COPY "NOTAMAN.CPY".
           COPY "MOTNOTA.CPY".

       WORKING-STORAGE SECTION.
       77  STATUS-CLIENTE              PIC X(02).
       77  STATUS-JUDICIAL             PIC X(02).
       77  STATUS-GESTDIA              PIC X(02).
       77  STATUS-MOVCTAC              PIC X(02).
       77  STATUS-NOTAMAN              PIC X(02).
       77  STATUS-MOTNOTA              PIC X(02).

       77  WK-FIN                      PIC X(01) VALUE "N".
           88  FIN-CARGA                         VALUE "S".
       77  WK-ARCHIVOS-ABIERTOS        PIC X(01) VALUE "N".
       77  WK-HAY-MOTNOTA              PIC X(01) VALUE "N".
       77  WK-EXISTE-CLIENTE           PIC X(01).
       77  WK-EXISTE-JUDICIAL          PIC X(01).
       77  WK-EXISTE-MOTNOTA           PIC X(01).
       77  WK-EOF-NOTAMAN              PIC X(01).
       77  WK-GRABADO                  PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-CONFIRMA                 PIC X(01).
       77  WK-TIPO-NOTA                PIC X(02) VALUE "ND".
       77  WK-FECHA-HOY                PIC 9(08).
       77  WK-USUARIO                  PIC X(10).
       77  WK-CLIENTE                  PIC 9(06).
       77  WK-PERIODO-ESTADO           PIC X(01).

       77  WK-FECHA                    PIC 9(08).
       77  WK-IMPORTE                  PIC S9(13)V99.
       77  WK-MOTIVO                   PIC 9(02).
       77  WK-DESCRIPCION              PIC X(30).
       77  WK-ULT-NRO-ND               PIC 9(08) VALUE ZERO.
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.
       77  WK-NRO-DESDE                PIC 9(08) VALUE ZERO.
       77  WK-NRO-HASTA                PIC 9(08) VALUE 9999999.
       77  WK-NRO-NOTA                 PIC 9(08).
       77  WK-TEXTO-GESTION            PIC X(60).

       01  WK-IMPORTE-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR   THRU 1000-EXIT
           PERFORM 2000-PROCESO       THRU 2000-EXIT
           PERFORM 9000-FINALIZAR     THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-USUARIO FROM ENVIRONMENT "USUARIO"
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           OPEN I-O CLIENTE
           IF STATUS-CLIENTE NOT = "00"
              DISPLAY "NO SE PUEDE ABRIR CLIENTES - STATUS ",
                      STATUS-CLIENTE
              MOVE "S" TO WK-FIN
              GO TO 1000-EXIT
           END-IF
           OPEN I-O JUDICIAL
           IF STATUS-JUDICIAL = "35"
              OPEN OUTPUT JUDICIAL
              CLOSE JUDICIAL
              OPEN I-O JUDICIAL
           END-IF
           OPEN I-O GESTDIA
           IF STATUS-GESTDIA = "35"
              OPEN OUTPUT GESTDIA
              CLOSE GESTDIA
              OPEN I-O GESTDIA
           END-IF
           OPEN I-O MOVCTAC
           IF STATUS-MOVCTAC = "35"
              OPEN OUTPUT MOVCTAC
              CLOSE MOVCTAC
              OPEN I-O MOVCTAC
           END-IF
           OPEN I-O NOTAMAN
           IF STATUS-NOTAMAN = "35"
              OPEN OUTPUT NOTAMAN
              CLOSE NOTAMAN
              OPEN I-O NOTAMAN
           END-IF
           OPEN INPUT MOTNOTA
           IF STATUS-MOTNOTA = "00"
              MOVE "S" TO WK-HAY-MOTNOTA
           END-IF
           PERFORM 1100-BUSCAR-ULT-ND THRU 1100-EXIT
           MOVE "S" TO WK-ARCHIVOS-ABIERTOS.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    Deja en WK-ULT-NRO-ND el numero de nota de debito mas alto
      *    ya usado en NOTAMAN, como NOTAS-ENTRADA, dentro del bloque
      *    de la empresa (el primer digito es su codigo).
      ******************************************************************
       1100-BUSCAR-ULT-ND.
           COMPUTE WK-NRO-DESDE = WK-EMPRESA * 10000000
           COMPUTE WK-NRO-HASTA = WK-NRO-DESDE + 9999999
           MOVE WK-NRO-DESDE TO WK-ULT-NRO-ND
           MOVE "N" TO WK-EOF-NOTAMAN
           MOVE WK-TIPO-NOTA TO NOTAMAN-TIPO
           MOVE WK-NRO-DESDE TO NOTAMAN-NRO
           START NOTAMAN KEY >= NOTAMAN-CLAVE
               INVALID KEY MOVE "S" TO WK-EOF-NOTAMAN
           END-START
           PERFORM 1110-LEER-NOTA-NEXT THRU 1110-EXIT
               UNTIL WK-EOF-NOTAMAN = "S".
       1100-EXIT.
           EXIT.

       1110-LEER-NOTA-NEXT.
           READ NOTAMAN NEXT
               AT END MOVE "S" TO WK-EOF-NOTAMAN
           END-READ
           IF WK-EOF-NOTAMAN = "N"
              IF NOTAMAN-TIPO NOT = WK-TIPO-NOTA
                 OR NOTAMAN-NRO > WK-NRO-HASTA
                 MOVE "S" TO WK-EOF-NOTAMAN
              ELSE
                 MOVE NOTAMAN-NRO TO WK-ULT-NRO-ND
              END-IF
           END-IF.
       1110-EXIT.
           EXIT.

       2000-PROCESO.
           PERFORM 2100-MENU THRU 2100-EXIT
               UNTIL FIN-CARGA.
       2000-EXIT.
           EXIT.

       2100-MENU.
           DISPLAY "LEGAJOS JUDICIALES Y DE CONCURSO - OPCION:"
           DISPLAY "  A = ALTA   M = MODIFICACION   C = CONSULTA"
           DISPLAY "  I = INSINUACION PRESENTADA   V = VERIFICACION"
           DISPLAY "  G = GASTO JUDICIAL   B = CERRAR LEGAJO   X = FIN"
           ACCEPT WK-OPCION
           IF WK-OPCION = "X"
              MOVE "S" TO WK-FIN
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION NOT = "A" AND NOT = "M" AND NOT = "C"
                        AND NOT = "I" AND NOT = "V" AND NOT = "G"
                        AND NOT = "B"
              DISPLAY "OPCION INVALIDA"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "CLIENTE: "
           ACCEPT WK-CLIENTE
           MOVE WK-CLIENTE TO A101-CLIENTE
           MOVE "S" TO WK-EXISTE-CLIENTE
           READ CLIENTE
               INVALID KEY MOVE "N" TO WK-EXISTE-CLIENTE
           END-READ
           IF WK-EXISTE-CLIENTE = "N"
              DISPLAY "CLIENTE INEXISTENTE"
              GO TO 2100-EXIT
           END-IF
           DISPLAY "NOMBRE  . . . . : ", A101-NOMBRE,
                   "  ESTADO DEUDA ", A101-ESTADO-DEUDA
           MOVE WK-CLIENTE TO JUDIC-CLIENTE
           MOVE "S" TO WK-EXISTE-JUDICIAL
           READ JUDICIAL
               INVALID KEY MOVE "N" TO WK-EXISTE-JUDICIAL
           END-READ
           IF WK-OPCION = "A"
              PERFORM 3000-ALTA THRU 3000-EXIT
              GO TO 2100-EXIT
           END-IF
           IF WK-EXISTE-JUDICIAL = "N"
              DISPLAY "EL CLIENTE NO TIENE LEGAJO JUDICIAL"
              GO TO 2100-EXIT
           END-IF
           IF WK-OPCION = "C"
              PERFORM 4000-MOSTRAR-DATOS THRU 4000-EXIT
              GO TO 2100-EXIT
           END-IF
           IF JUDIC-CERRADO
              DISPLAY "EL LEGAJO ESTA CERRADO"
              GO TO 2100-EXIT
           END-IF
           EVALUATE WK-OPCION
              WHEN "M"
                 PERFORM 3100-MODIFICAR THRU 3100-EXIT
              WHEN "I"
                 PERFORM 3200-INSINUACION THRU 3200-EXIT
              WHEN "V"
                 PERFORM 3300-VERIFICACION THRU 3300-EXIT
              WHEN "G"
                 PERFORM 3400-GASTO THRU 3400-EXIT
              WHEN "B"
                 PERFORM 3500-CERRAR THRU 3500-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    Alta del legajo. Un concurso o quiebra de un cliente que
      *    no esta en estado de deuda 7 ofrece pasarlo a ese estado.
      ******************************************************************
       3000-ALTA.
           IF WK-EXISTE-JUDICIAL = "S"
              DISPLAY "EL CLIENTE YA TIENE LEGAJO JUDICIAL"
              GO TO 3000-EXIT
           END-IF
           MOVE SPACES     TO JUDIC-REG
           MOVE WK-CLIENTE TO JUDIC-CLIENTE
           MOVE ZEROS      TO JUDIC-FECHA-APERTURA
                              JUDIC-VTO-INSINUACION
                              JUDIC-FECHA-INSINUACION
                              JUDIC-VTO-VERIFICACION
                              JUDIC-FECHA-VERIFICACION
                              JUDIC-VTO-OTRO
                              JUDIC-RECLAMADO
                              JUDIC-VERIFICADO
                              JUDIC-GASTOS
                              JUDIC-GASTOS-CARGADOS
           DISPLAY "TIPO (C = CONCURSO PREVENTIVO  Q = QUIEBRA  ",
                   "J = JUICIO): "
           ACCEPT JUDIC-TIPO
           IF NOT JUDIC-CONCURSO AND NOT JUDIC-QUIEBRA
                                 AND NOT JUDIC-JUICIO
              DISPLAY "TIPO INVALIDO"
              GO TO 3000-EXIT
           END-IF
           PERFORM 3900-CARGAR-DATOS THRU 3900-EXIT
           PERFORM 8000-GRABAR-JUDICIAL THRU 8000-EXIT
           MOVE "S" TO WK-EXISTE-JUDICIAL
           MOVE SPACES TO WK-TEXTO-GESTION
           STRING "ALTA LEGAJO JUDICIAL EXPTE " DELIMITED BY SIZE
                  JUDIC-EXPEDIENTE DELIMITED BY SIZE
                  INTO WK-TEXTO-GESTION
           PERFORM 8100-GRABAR-GESTION THRU 8100-EXIT
           DISPLAY "LEGAJO DADO DE ALTA"
           IF (JUDIC-CONCURSO OR JUDIC-QUIEBRA)
              AND A101-ESTADO-DEUDA NOT = 7
              DISPLAY "PASAR AL CLIENTE A ESTADO DE DEUDA 7 ",
                      "CONCURSO (S/N): "
              ACCEPT WK-CONFIRMA
              IF WK-CONFIRMA = "S"
                 MOVE 7 TO A101-ESTADO-DEUDA
                 REWRITE A101-REG
                     INVALID KEY
                        DISPLAY "ERROR AL ACTUALIZAR CLIENTE ",
                                A101-CLIENTE
                 END-REWRITE
              END-IF
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MODIFICAR.
           PERFORM 4000-MOSTRAR-DATOS THRU 4000-EXIT
           PERFORM 3900-CARGAR-DATOS THRU 3900-EXIT
           PERFORM 8000-GRABAR-JUDICIAL THRU 8000-EXIT
           MOVE "MODIFICACION DEL LEGAJO JUDICIAL"
             TO WK-TEXTO-GESTION
           PERFORM 8100-GRABAR-GESTION THRU 8100-EXIT
           DISPLAY "LEGAJO MODIFICADO".
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    Presentacion del pedido de verificacion ante el sindico:
      *    fecha y credito insinuado.
      ******************************************************************
       3200-INSINUACION.
           DISPLAY "FECHA DE PRESENTACION (AAAAMMDD): "
           ACCEPT WK-FECHA
           IF WK-FECHA = ZERO OR WK-FECHA > WK-FECHA-HOY
              DISPLAY "FECHA INVALIDA"
              GO TO 3200-EXIT
           END-IF
           DISPLAY "MONTO RECLAMADO (EN PESOS): "
           ACCEPT WK-IMPORTE
           IF WK-IMPORTE NOT > ZERO
              DISPLAY "IMPORTE INVALIDO"
              GO TO 3200-EXIT
           END-IF
           MOVE WK-FECHA   TO JUDIC-FECHA-INSINUACION
           MOVE WK-IMPORTE TO JUDIC-RECLAMADO
           PERFORM 8000-GRABAR-JUDICIAL THRU 8000-EXIT
           MOVE WK-IMPORTE TO WK-IMPORTE-EDIT
           MOVE SPACES TO WK-TEXTO-GESTION
           STRING "INSINUACION PRESENTADA POR " DELIMITED BY SIZE
                  WK-IMPORTE-EDIT DELIMITED BY SIZE
                  INTO WK-TEXTO-GESTION
           PERFORM 8100-GRABAR-GESTION THRU 8100-EXIT
           DISPLAY "INSINUACION REGISTRADA".
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    Resolucion de la verificacion: fecha y credito verificado
      *    o declarado admisible (puede ser cero).
      ******************************************************************
       3300-VERIFICACION.
           IF JUDIC-FECHA-INSINUACION = ZERO
              DISPLAY "LA INSINUACION NO FUE PRESENTADA"
              GO TO 3300-EXIT
           END-IF
           DISPLAY "FECHA DE LA RESOLUCION (AAAAMMDD): "
           ACCEPT WK-FECHA
           IF WK-FECHA = ZERO OR WK-FECHA > WK-FECHA-HOY
              DISPLAY "FECHA INVALIDA"
              GO TO 3300-EXIT
           END-IF
           MOVE JUDIC-RECLAMADO TO WK-IMPORTE-EDIT
           DISPLAY "RECLAMADO . . . : ", WK-IMPORTE-EDIT
           DISPLAY "MONTO VERIFICADO (EN PESOS): "
           ACCEPT WK-IMPORTE
           IF WK-IMPORTE < ZERO
              DISPLAY "IMPORTE INVALIDO"
              GO TO 3300-EXIT
           END-IF
           IF WK-IMPORTE > JUDIC-RECLAMADO
              DISPLAY "EL VERIFICADO SUPERA AL RECLAMADO"
              GO TO 3300-EXIT
           END-IF
           MOVE WK-FECHA   TO JUDIC-FECHA-VERIFICACION
           MOVE WK-IMPORTE TO JUDIC-VERIFICADO
           PERFORM 8000-GRABAR-JUDICIAL THRU 8000-EXIT
           MOVE WK-IMPORTE TO WK-IMPORTE-EDIT
           MOVE SPACES TO WK-TEXTO-GESTION
           STRING "CREDITO VERIFICADO POR " DELIMITED BY SIZE
                  WK-IMPORTE-EDIT DELIMITED BY SIZE
                  INTO WK-TEXTO-GESTION
           PERFORM 8100-GRABAR-GESTION THRU 8100-EXIT
           DISPLAY "VERIFICACION REGISTRADA".
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    Gasto judicial adelantado. Si se carga al cliente sale una
      *    nota de debito en pesos con el motivo de MOTNOTA que se
      *    indique, igual que una ND manual de NOTAS-ENTRADA.
      ******************************************************************
       3400-GASTO.
           DISPLAY "IMPORTE DEL GASTO (EN PESOS): "
           ACCEPT WK-IMPORTE
           IF WK-IMPORTE NOT > ZERO
              DISPLAY "IMPORTE INVALIDO"
              GO TO 3400-EXIT
           END-IF
           DISPLAY "CONCEPTO (TASA, SELLADO, HONORARIOS, ...): "
           ACCEPT WK-DESCRIPCION
           IF WK-DESCRIPCION = SPACES
              DISPLAY "EL CONCEPTO ES OBLIGATORIO"
              GO TO 3400-EXIT
           END-IF
           ADD WK-IMPORTE TO JUDIC-GASTOS
           PERFORM 8000-GRABAR-JUDICIAL THRU 8000-EXIT
           MOVE WK-IMPORTE TO WK-IMPORTE-EDIT
           MOVE SPACES TO WK-TEXTO-GESTION
           STRING "GASTO " DELIMITED BY SIZE
                  WK-DESCRIPCION DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WK-IMPORTE-EDIT DELIMITED BY SIZE
                  INTO WK-TEXTO-GESTION
           PERFORM 8100-GRABAR-GESTION THRU 8100-EXIT
           DISPLAY "GASTO REGISTRADO"
           DISPLAY "CARGAR EL GASTO AL CLIENTE CON NOTA DE DEBITO ",
                   "(S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA = "S"
              PERFORM 3410-CARGAR-GASTO THRU 3410-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

       3410-CARGAR-GASTO.
           CALL "PERIODO-CONTROL" USING WK-FECHA-HOY
                WK-PERIODO-ESTADO
           IF WK-PERIODO-ESTADO = "C"
              DISPLAY "PERIODO ", WK-FECHA-HOY(1:6),
                      " CERRADO - NO SE CARGA LA NOTA DE DEBITO"
              GO TO 3410-EXIT
           END-IF
           IF WK-HAY-MOTNOTA = "N"
              DISPLAY "SIN TABLA DE MOTIVOS (MOTNOTA) - NO SE CARGA ",
                      "LA NOTA DE DEBITO"
              GO TO 3410-EXIT
           END-IF
           DISPLAY "MOTIVO DE LA NOTA (CODIGO MOTNOTA): "
           ACCEPT WK-MOTIVO
           MOVE WK-MOTIVO TO MOTNOTA-CODIGO
           MOVE "S" TO WK-EXISTE-MOTNOTA
           READ MOTNOTA
               INVALID KEY MOVE "N" TO WK-EXISTE-MOTNOTA
           END-READ
           IF WK-EXISTE-MOTNOTA = "N" OR NOT MOTNOTA-VIGENTE-SI
              DISPLAY "MOTIVO INEXISTENTE O DADO DE BAJA - NO SE ",
                      "CARGA LA NOTA DE DEBITO"
              GO TO 3410-EXIT
           END-IF
           ADD 1 TO WK-ULT-NRO-ND
           MOVE WK-ULT-NRO-ND TO WK-NRO-NOTA
           MOVE SPACES TO NOTAMAN-REG
           MOVE WK-TIPO-NOTA  TO NOTAMAN-TIPO
           MOVE WK-NRO-NOTA   TO NOTAMAN-NRO
           MOVE WK-CLIENTE    TO NOTAMAN-CLIENTE
           MOVE WK-FECHA-HOY  TO NOTAMAN-FECHA
           MOVE 1             TO NOTAMAN-OCURRENCIA
           MOVE WK-IMPORTE    TO NOTAMAN-IMPORTE
           MOVE WK-MOTIVO     TO NOTAMAN-MOTIVO
           MOVE WK-USUARIO    TO NOTAMAN-USUARIO
           MOVE WK-EMPRESA    TO NOTAMAN-EMPRESA
           WRITE NOTAMAN-REG
               INVALID KEY
                  DISPLAY "ERROR AL GRABAR LA NOTA - NO SE CARGA"
                  GO TO 3410-EXIT
           END-WRITE
           ADD WK-IMPORTE TO A101-SALDO(1)
           REWRITE A101-REG
               INVALID KEY
                  DISPLAY "ERROR AL ACTUALIZAR CLIENTE ", A101-CLIENTE
           END-REWRITE
           MOVE SPACES TO MOVCTA-REG
           MOVE WK-CLIENTE     TO MOVCTA-CLIENTE
           MOVE WK-FECHA-HOY   TO MOVCTA-FECHA
           MOVE 1              TO MOVCTA-SECUENCIA
           MOVE WK-TIPO-NOTA   TO MOVCTA-TIPO
           MOVE WK-EMPRESA     TO MOVCTA-EMPRESA
           MOVE 1              TO MOVCTA-OCURRENCIA
           MOVE WK-IMPORTE     TO MOVCTA-IMPORTE
           MOVE WK-NRO-NOTA    TO MOVCTA-REFERENCIA
           MOVE ZERO           TO MOVCTA-HOJA-RESU
           MOVE WK-DESCRIPCION TO MOVCTA-DESCRIPCION
           MOVE "N" TO WK-GRABADO
           PERFORM 3420-INTENTAR-MOVIM THRU 3420-EXIT
               UNTIL WK-GRABADO = "S"
                  OR MOVCTA-SECUENCIA > 9999
           ADD WK-IMPORTE TO JUDIC-GASTOS-CARGADOS
           PERFORM 8000-GRABAR-JUDICIAL THRU 8000-EXIT
           MOVE SPACES TO WK-TEXTO-GESTION
           STRING "GASTO CARGADO AL CLIENTE CON ND " DELIMITED BY SIZE
                  WK-NRO-NOTA DELIMITED BY SIZE
                  INTO WK-TEXTO-GESTION
           PERFORM 8100-GRABAR-GESTION THRU 8100-EXIT
           DISPLAY "NOTA ND ", WK-NRO-NOTA, " GRABADA".
       3410-EXIT.
           EXIT.

       3420-INTENTAR-MOVIM.
           MOVE "S" TO WK-GRABADO
           WRITE MOVCTA-REG
               INVALID KEY
                  MOVE "N" TO WK-GRABADO
                  ADD 1 TO MOVCTA-SECUENCIA
           END-WRITE.
       3420-EXIT.
           EXIT.

       3500-CERRAR.
           PERFORM 4000-MOSTRAR-DATOS THRU 4000-EXIT
           DISPLAY "CERRAR EL LEGAJO (S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = "S"
              GO TO 3500-EXIT
           END-IF
           MOVE "C" TO JUDIC-ESTADO
           PERFORM 8000-GRABAR-JUDICIAL THRU 8000-EXIT
           MOVE "CIERRE DEL LEGAJO JUDICIAL" TO WK-TEXTO-GESTION
           PERFORM 8100-GRABAR-GESTION THRU 8100-EXIT
           DISPLAY "LEGAJO CERRADO".
       3500-EXIT.
           EXIT.

      ******************************************************************
      *    Datos del expediente y plazos; las fechas van AAAAMMDD y
      *    en cero cuando todavia no se conocen.
      ******************************************************************
       3900-CARGAR-DATOS.
           DISPLAY "EXPEDIENTE: "
           ACCEPT JUDIC-EXPEDIENTE
           DISPLAY "JUZGADO Y SECRETARIA: "
           ACCEPT JUDIC-JUZGADO
           DISPLAY "SINDICO: "
           ACCEPT JUDIC-SINDICO
           DISPLAY "ABOGADO: "
           ACCEPT JUDIC-ABOGADO
           DISPLAY "FECHA DE APERTURA / DEMANDA (AAAAMMDD): "
           ACCEPT JUDIC-FECHA-APERTURA
           DISPLAY "VENCIMIENTO PARA INSINUAR (AAAAMMDD): "
           ACCEPT JUDIC-VTO-INSINUACION
           DISPLAY "FECHA PREVISTA DE VERIFICACION (AAAAMMDD): "
           ACCEPT JUDIC-VTO-VERIFICACION
           DISPLAY "OTRO VENCIMIENTO (AAAAMMDD, CERO = NINGUNO): "
           ACCEPT JUDIC-VTO-OTRO
           IF JUDIC-VTO-OTRO = ZERO
              MOVE SPACES TO JUDIC-VTO-OTRO-DESC
           ELSE
              DISPLAY "DESCRIPCION DEL VENCIMIENTO: "
              ACCEPT JUDIC-VTO-OTRO-DESC
           END-IF.
       3900-EXIT.
           EXIT.

       4000-MOSTRAR-DATOS.
           DISPLAY "TIPO/ESTADO . . : ", JUDIC-TIPO, " ",
                   JUDIC-ESTADO
           DISPLAY "EXPEDIENTE  . . : ", JUDIC-EXPEDIENTE
           DISPLAY "JUZGADO . . . . : ", JUDIC-JUZGADO
           DISPLAY "SINDICO . . . . : ", JUDIC-SINDICO
           DISPLAY "ABOGADO . . . . : ", JUDIC-ABOGADO
           DISPLAY "APERTURA  . . . : ", JUDIC-FECHA-APERTURA
           DISPLAY "VTO INSINUACION : ", JUDIC-VTO-INSINUACION,
                   "  PRESENTADA ", JUDIC-FECHA-INSINUACION
           DISPLAY "VTO VERIFICACION: ", JUDIC-VTO-VERIFICACION,
                   "  RESUELTA ", JUDIC-FECHA-VERIFICACION
           DISPLAY "OTRO VENCIMIENTO: ", JUDIC-VTO-OTRO, " ",
                   JUDIC-VTO-OTRO-DESC
           MOVE JUDIC-RECLAMADO TO WK-IMPORTE-EDIT
           DISPLAY "RECLAMADO . . . : ", WK-IMPORTE-EDIT
           MOVE JUDIC-VERIFICADO TO WK-IMPORTE-EDIT
           DISPLAY "VERIFICADO  . . : ", WK-IMPORTE-EDIT
           MOVE JUDIC-GASTOS TO WK-IMPORTE-EDIT
           DISPLAY "GASTOS  . . . . : ", WK-IMPORTE-EDIT
           MOVE JUDIC-GASTOS-CARGADOS TO WK-IMPORTE-EDIT
           DISPLAY "GASTOS CARGADOS : ", WK-IMPORTE-EDIT
           DISPLAY "MODIFICADO  . . : ", JUDIC-USUARIO, " ",
                   JUDIC-FECHA-MODIF.
       4000-EXIT.
           EXIT.

       8000-GRABAR-JUDICIAL.
           MOVE WK-USUARIO   TO JUDIC-USUARIO
           MOVE WK-FECHA-HOY TO JUDIC-FECHA-MODIF
           IF WK-EXISTE-JUDICIAL = "S"
              REWRITE JUDIC-REG
                  INVALID KEY DISPLAY "ERROR AL REGRABAR"
              END-REWRITE
           ELSE
              WRITE JUDIC-REG
                  INVALID KEY DISPLAY "ERROR AL GRABAR"
              END-WRITE
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *    Deja la novedad en el diario de gestion del cliente con
      *    accion 'AB', buscando la secuencia libre del dia.
      ******************************************************************
       8100-GRABAR-GESTION.
           MOVE SPACES           TO GESTDIA-REG
           MOVE WK-CLIENTE       TO GESTDIA-CLIENTE
           MOVE WK-FECHA-HOY     TO GESTDIA-FECHA
           MOVE 1                TO GESTDIA-SECUENCIA
           MOVE WK-USUARIO       TO GESTDIA-USUARIO
           MOVE "AB"             TO GESTDIA-ACCION
           MOVE WK-TEXTO-GESTION TO GESTDIA-TEXTO
           MOVE ZEROS            TO GESTDIA-IMPORTE-PROMESA
                                    GESTDIA-FECHA-PROMESA
                                    GESTDIA-SALDO-REFERENCIA
           MOVE "N" TO WK-GRABADO
           PERFORM 8110-INTENTAR-GESTION THRU 8110-EXIT
               UNTIL WK-GRABADO = "S"
                  OR GESTDIA-SECUENCIA > 9999.
       8100-EXIT.
           EXIT.

       8110-INTENTAR-GESTION.
           MOVE "S" TO WK-GRABADO
           WRITE GESTDIA-REG
               INVALID KEY
                  MOVE "N" TO WK-GRABADO
                  ADD 1 TO GESTDIA-SECUENCIA
           END-WRITE.
       8110-EXIT.
           EXIT.

       9000-FINALIZAR.
           IF WK-ARCHIVOS-ABIERTOS = "S"
              CLOSE CLIENTE
              CLOSE JUDICIAL
              CLOSE GESTDIA
              CLOSE MOVCTAC
              CLOSE NOTAMAN
              IF WK-HAY-MOTNOTA = "S"
                 CLOSE MOTNOTA
              END-IF
           END-IF.
       9000-EXIT.
           EXIT.

       END PROGRAM "JUDICIAL-ABM".
