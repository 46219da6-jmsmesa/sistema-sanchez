      *   03/09/2026  SIS  Se agregan los meses de retencion de
      *                    movimientos resumidos antes del pase al
      *                    historico MOVCHIST.
      *   15/10/2026  SIS  Se agrega la alicuota reducida de IVA
      *                    para los articulos de categoria reducida.
      *   15/10/2026  SIS  Se agrega el motivo de las NC por
      *                    descuento de pronto pago
      *                    (FECH-70-MOTIVO-PPAGO).
      *   15/10/2026  SIS  Motivo de las notas por diferencia de
      *                    cambio y su contracuenta contable
      *                    (FECH-70-MOTIVO-DIFCAMBIO,
      *                    FECH-70-CTA-DIFCAMBIO).
      *   15/10/2026  SIS  Numero de comercio ante la procesadora de
      *                    tarjetas y cobrador de los recibos del
      *                    debito automatico
      *                    (FECH-70-COMERCIO-TARJETA,
      *                    FECH-70-COBRADOR-DEBITO).
      *   15/10/2026  SIS  Provincia cuyo traslado exige COT de ARBA
      *                    y marca de salida de la mercaderia desde
      *                    ella (FECH-70-COT-PROVINCIA,
      *                    FECH-70-COT-ORIGEN).
      *   15/10/2026  SIS  Provincias de Buenos Aires y de la Ciudad
      *                    (FECH-70-JURIS-ARBA, FECH-70-JURIS-AGIP)
      *                    para la exportacion de percepciones IIBB.
      *   15/10/2026  SIS  Se agregan los dias de atraso de cada
      *                    nivel del ciclo de intimacion
      *                    (FECH-70-INTIM-DIAS).
      *   15/10/2026  SIS  Se agregan las contracuentas de castigos y
      *                    recuperos de deudores y las cuentas de la
      *                    prevision para incobrables
      *                    (FECH-70-CTA-CASTIGO, -CTA-RECUPERO,
      *                    -CTA-PREVISION, -CTA-CARGO-PREV).
      *   15/10/2026  SIS  Carga los dias de anticipacion del aviso
      *                    de vencimientos de los legajos judiciales
      *                    (FECH-70-JUDIC-DIAS).
      *   15/10/2026  SIS  Carga el porcentaje de cumplimiento del
      *                    objetivo de ventas desde el que se paga
      *                    la comision premio (FECH-70-OBJ-UMBRAL).
      *   15/10/2026  SIS  Carga el margen minimo sobre el costo
      *                    para el aviso de la toma de pedidos
      *                    (FECH-70-MARGEN-MIN).
      *   15/10/2026  SIS  Parametros por empresa: pide la empresa (0
      *                    principal, 1 a 9 las demas razones
      *                    sociales) y mantiene su registro 7n de
      *                    PARAMS con su propio CUIT, condicion de
      *                    IVA y cuentas.
      *   15/10/2026  SIS  Carga el horario de trabajo para el
      *                    control de actividad fuera de horario de
      *                    los operadores (FECH-70-HORARIO-DESDE,
      *                    -HASTA).
      ******************************************************************

       ENVIRONMENT DIVISION.
           88  FIN-CARGA                         VALUE "S".
       77  WK-EXISTE-PARAMS            PIC X(01).
       77  WK-OPCION                   PIC X(01).
       77  WK-EMPRESA                  PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.

           STOP RUN.

       1000-INICIALIZAR.
           CALL "EMPRESA-ACTUAL" USING WK-EMPRESA
           OPEN I-O PARAMS
           IF STATUS-PARAMS = "35"
              OPEN OUTPUT PARAMS
           DISPLAY "PARAMETROS DE LA EMPRESA - OPCION:"
           DISPLAY "  M = MODIFICAR   C = CONSULTAR   X = FIN"
           ACCEPT WK-OPCION
           IF WK-OPCION = "M" OR WK-OPCION = "C"
              DISPLAY "EMPRESA (0 = PRINCIPAL, 1 A 9 = OTRAS RAZONES "
                      "SOCIALES) - ACTUAL ", WK-EMPRESA, ": "
              ACCEPT WK-EMPRESA
           END-IF
           EVALUATE WK-OPCION
              WHEN "M"
                 PERFORM 3000-MODIFICAR THRU 3000-EXIT
           IF WK-EXISTE-PARAMS = "N"
              MOVE SPACES TO FECH-70-REG
              MOVE "70"   TO PARAMS-CLAVE
              MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
              MOVE ZEROS  TO FECH-70-EMPRESA-CUIT
                             FECH-70-CHKPT-INTERVALO
                             FECH-70-RETEN-BAJAS
                             FECH-70-EMPRESA-IVA
                             FECH-70-TASA-IVA
                             FECH-70-GASTO-RECHAZO
                             FECH-70-TASA-IVA-RED
                             FECH-70-MOTIVO-PPAGO
                             FECH-70-MOTIVO-DIFCAMBIO
                             FECH-70-CTA-DIFCAMBIO
                             FECH-70-COMERCIO-TARJETA
                             FECH-70-COBRADOR-DEBITO
                             FECH-70-COT-PROVINCIA
                             FECH-70-JURIS-ARBA
                             FECH-70-JURIS-AGIP
                             FECH-70-INTIMACION
                             FECH-70-CTA-CASTIGO
                             FECH-70-CTA-RECUPERO
                             FECH-70-CTA-PREVISION
                             FECH-70-CTA-CARGO-PREV
                             FECH-70-JUDIC-DIAS
                             FECH-70-OBJ-UMBRAL
                             FECH-70-MARGEN-MIN
                             FECH-70-HORARIO-DESDE
                             FECH-70-HORARIO-HASTA
           END-IF
           DISPLAY "RAZON SOCIAL: "
           ACCEPT FECH-70-EMPRESA-NOMBRE
           ACCEPT FECH-70-EMPRESA-IVA
           DISPLAY "ALICUOTA GENERAL DE IVA (2100 = 21,00): "
           ACCEPT FECH-70-TASA-IVA
           DISPLAY "ALICUOTA REDUCIDA DE IVA (1050 = 10,50): "
           ACCEPT FECH-70-TASA-IVA-RED
           DISPLAY "GASTO BANCARIO POR CHEQUE RECHAZADO: "
           ACCEPT FECH-70-GASTO-RECHAZO
           DISPLAY "CAE OBLIGATORIO ANTES DE IMPRIMIR (Y/N): "
           ACCEPT FECH-70-TOPE-NC
           DISPLAY "MESES DE RETENCION DE MOVIMIENTOS RESUMIDOS: "
           ACCEPT FECH-70-MESES-ARCHIVO
           DISPLAY "MOTIVO DE NC POR PRONTO PAGO (TABLA MOTNOTA): "
           ACCEPT FECH-70-MOTIVO-PPAGO
           DISPLAY "MOTIVO DE ND/NC POR DIF. DE CAMBIO (MOTNOTA): "
           ACCEPT FECH-70-MOTIVO-DIFCAMBIO
           DISPLAY "CONTRACUENTA DIFERENCIAS DE CAMBIO: "
           ACCEPT FECH-70-CTA-DIFCAMBIO
           DISPLAY "NRO DE COMERCIO ANTE LA PROCESADORA DE TARJETAS: "
           ACCEPT FECH-70-COMERCIO-TARJETA
           DISPLAY "COBRADOR DE LOS RECIBOS DE DEBITO AUTOMATICO: "
           ACCEPT FECH-70-COBRADOR-DEBITO
           DISPLAY "PROVINCIA QUE EXIGE COT (0 = SIN COT): "
           ACCEPT FECH-70-COT-PROVINCIA
           DISPLAY "LA MERCADERIA SALE DE ESA PROVINCIA (Y/N): "
           ACCEPT FECH-70-COT-ORIGEN
           DISPLAY "PROVINCIA DE LAS PERCEPCIONES ARBA: "
           ACCEPT FECH-70-JURIS-ARBA
           DISPLAY "PROVINCIA DE LAS PERCEPCIONES AGIP: "
           ACCEPT FECH-70-JURIS-AGIP
           DISPLAY "DIAS DE ATRASO PARA EL PRIMER AVISO (0 = 30): "
           ACCEPT FECH-70-INTIM-DIAS(1)
           DISPLAY "DIAS DE ATRASO PARA EL SEGUNDO AVISO (0 = 45): "
           ACCEPT FECH-70-INTIM-DIAS(2)
           DISPLAY "DIAS DE ATRASO PARA LA CARTA (0 = 60): "
           ACCEPT FECH-70-INTIM-DIAS(3)
           DISPLAY "DIAS DE ATRASO PARA GESTION (0 = 90): "
           ACCEPT FECH-70-INTIM-DIAS(4)
           DISPLAY "CONTRACUENTA CASTIGOS DE DEUDORES: "
           ACCEPT FECH-70-CTA-CASTIGO
           DISPLAY "CONTRACUENTA RECUPEROS DE CASTIGADOS: "
           ACCEPT FECH-70-CTA-RECUPERO
           DISPLAY "CUENTA PREVISION PARA INCOBRABLES: "
           ACCEPT FECH-70-CTA-PREVISION
           DISPLAY "CUENTA CARGO POR PREVISION: "
           ACCEPT FECH-70-CTA-CARGO-PREV
           DISPLAY "DIAS AVISO VENCIMIENTOS JUDICIALES: "
           ACCEPT FECH-70-JUDIC-DIAS
           DISPLAY "% CUMPLIMIENTO OBJETIVO PARA COMISION PREMIO "
                   "(0 = SIN PREMIO): "
           ACCEPT FECH-70-OBJ-UMBRAL
           DISPLAY "% MARGEN MINIMO SOBRE COSTO (999.99 SIN PUNTO): "
           ACCEPT FECH-70-MARGEN-MIN
           DISPLAY "HORARIO DE TRABAJO DESDE (HHMM, 0 = 0800): "
           ACCEPT FECH-70-HORARIO-DESDE
           DISPLAY "HORARIO DE TRABAJO HASTA (HHMM, 0 = 2000): "
           ACCEPT FECH-70-HORARIO-HASTA
           MOVE "70" TO PARAMS-CLAVE
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           IF WK-EXISTE-PARAMS = "S"
              REWRITE FECH-70-REG
                  INVALID KEY DISPLAY "ERROR AL REGRABAR"
       4000-CONSULTAR.
           PERFORM 8100-LEER-PARAMS THRU 8100-EXIT
           IF WK-EXISTE-PARAMS = "N"
              DISPLAY "SIN PARAMETROS CARGADOS PARA LA EMPRESA ",
                      WK-EMPRESA
              GO TO 4000-EXIT
           END-IF
           DISPLAY "EMPRESA. . . . . . . : ", WK-EMPRESA,
                   " (REGISTRO ", PARAMS-CLAVE, ")"
           DISPLAY "RAZON SOCIAL . . . . : ", FECH-70-EMPRESA-NOMBRE
           DISPLAY "CUIT . . . . . . . . : ", FECH-70-EMPRESA-CUIT
           DISPLAY "INTERVALO CHECKPOINT : ",
                   " ", FECH-70-CTA-COBROS, " ", FECH-70-CTA-INTERES
           DISPLAY "COND. IVA PROPIA . . : ", FECH-70-EMPRESA-IVA
           DISPLAY "ALICUOTA GENERAL IVA : ", FECH-70-TASA-IVA
           DISPLAY "ALICUOTA REDUCIDA IVA: ", FECH-70-TASA-IVA-RED
           DISPLAY "GASTO POR RECHAZO. . : ", FECH-70-GASTO-RECHAZO
           DISPLAY "CAE OBLIGATORIO. . . : ", FECH-70-CAE-OBLIGA
           DISPLAY "TOPE NC SIN SUPERV . : ", FECH-70-TOPE-NC
           DISPLAY "MESES ARCHIVO MOVIM. : ", FECH-70-MESES-ARCHIVO
           DISPLAY "MOTIVO NC PRONTO PAGO: ", FECH-70-MOTIVO-PPAGO
           DISPLAY "MOTIVO DIF. CAMBIO . : ", FECH-70-MOTIVO-DIFCAMBIO
           DISPLAY "CTA DIF. DE CAMBIO . : ", FECH-70-CTA-DIFCAMBIO
           DISPLAY "COMERCIO TARJETAS. . : ", FECH-70-COMERCIO-TARJETA
           DISPLAY "COBRADOR DEB. AUTOM. : ", FECH-70-COBRADOR-DEBITO
           DISPLAY "PROVINCIA CON COT  . : ", FECH-70-COT-PROVINCIA
           DISPLAY "SALIDA DESDE ELLA  . : ", FECH-70-COT-ORIGEN
           DISPLAY "JURISDICCION ARBA  . : ", FECH-70-JURIS-ARBA
           DISPLAY "JURISDICCION AGIP  . : ", FECH-70-JURIS-AGIP
           DISPLAY "DIAS INTIMACION. . . : ", FECH-70-INTIM-DIAS(1),
                   " ", FECH-70-INTIM-DIAS(2), " ",
                   FECH-70-INTIM-DIAS(3), " ", FECH-70-INTIM-DIAS(4)
           DISPLAY "CTA CASTIGO/RECUPERO : ", FECH-70-CTA-CASTIGO,
                   " ", FECH-70-CTA-RECUPERO
           DISPLAY "CTA PREVISION/CARGO  : ", FECH-70-CTA-PREVISION,
                   " ", FECH-70-CTA-CARGO-PREV
           DISPLAY "DIAS AVISO JUDICIAL. : ", FECH-70-JUDIC-DIAS
           DISPLAY "UMBRAL COMIS. PREMIO : ", FECH-70-OBJ-UMBRAL
           DISPLAY "MARGEN MINIMO COSTO  : ", FECH-70-MARGEN-MIN
           DISPLAY "HORARIO DE TRABAJO . : ", FECH-70-HORARIO-DESDE,
                   " A ", FECH-70-HORARIO-HASTA.
       4000-EXIT.
           EXIT.

       8100-LEER-PARAMS.
           MOVE "70" TO PARAMS-CLAVE
           MOVE WK-EMPRESA TO PARAMS-CLAVE(2:1)
           MOVE "S" TO WK-EXISTE-PARAMS
           READ PARAMS
               INVALID KEY MOVE "N" TO WK-EXISTE-PARAMS
