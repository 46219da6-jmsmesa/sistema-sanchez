      *    Los procesos lo leen en su inicializacion; si el archivo
      *    o el registro no existen, cada programa conserva sus
      *    valores por defecto.
      *    Con varias razones sociales en la misma instalacion cada
      *    empresa tiene su propio registro: "70" la principal
      *    (empresa 0) y "71" a "79" las demas (empresas 1 a 9),
      *    con su CUIT, condicion de IVA y cuentas. Los programas
      *    leen el de la empresa que devuelve EMPRESA-ACTUAL.
       FD  PARAMS RECORD CONTAINS 200 CHARACTERS
                   LABEL RECORD STANDARD.
       01  FECH-70-REG.
           03  PARAMS-CLAVE               PIC X(02).
      *        "7" MAS EL CODIGO DE EMPRESA (0 A 9)
           03  FECH-70-EMPRESA-NOMBRE     PIC X(40).
      *        Razon social para los encabezados de reportes
           03  FECH-70-EMPRESA-CUIT       PIC 9(14).
           03  FECH-70-MESES-ARCHIVO      PIC 9(03).
      *        Meses de retencion de movimientos resumidos en
      *        MOVCTAC antes de pasarlos al historico MOVCHIST
           03  FECH-70-TASA-IVA-RED       PIC 9(02)V99.
      *        Alicuota reducida de IVA (articulos de categoria
      *        reducida), dos decimales implicitos (1050 = 10,50%)
           03  FECH-70-MOTIVO-PPAGO       PIC 9(02).
      *        Motivo (tabla MOTNOTA) con el que RECIBOS-APLICACION
      *        graba las NC por descuento de pronto pago
           03  FECH-70-MOTIVO-DIFCAMBIO   PIC 9(02).
      *        Motivo (tabla MOTNOTA) de las ND/NC por diferencia de
      *        cambio que emite RECIBOS-APLICACION
           03  FECH-70-CTA-DIFCAMBIO      PIC 9(04).
      *        Contracuenta de la interfaz contable para las
      *        diferencias de cambio; en cero van a ventas/cobros
           03  FECH-70-COMERCIO-TARJETA   PIC 9(10).
      *        Numero de comercio ante la procesadora de tarjetas
      *        (cabecera del archivo de debito automatico)
           03  FECH-70-COBRADOR-DEBITO    PIC 9(03).
      *        Cobrador cuyo talonario numera los recibos de los
      *        debitos automaticos aprobados (DEBAUTO-RESPUESTA)
           03  FECH-70-COT-PROVINCIA      PIC 9(02).
      *        Provincia (tabla WPCIAS) cuyo traslado de mercaderia
      *        exige COT de ARBA; cero = no se pide COT
           03  FECH-70-COT-ORIGEN         PIC X(01).
               88  FECH-70-COT-ORIGEN-SI      VALUE 'Y'.
      *        'Y' = la mercaderia sale de esa provincia y todo
      *        remito necesita COT, cualquiera sea el destino
           03  FECH-70-JURIS-ARBA         PIC 9(02).
           03  FECH-70-JURIS-AGIP         PIC 9(02).
      *        Codigos de provincia (tabla WPCIAS) de Buenos Aires y
      *        de la Ciudad de Buenos Aires: las percepciones de esas
      *        jurisdicciones salen en el formato de ARBA y de AGIP
      *        en IIBB-EXPORT
           03  FECH-70-INTIMACION.
               05  FECH-70-INTIM-DIAS     PIC 9(03) OCCURS 4 TIMES.
      *        Dias de atraso del FC/ND impago mas antiguo con que
      *        INTIMACION-CICLO pasa al cliente a cada nivel: 1 primer
      *        aviso por e-mail, 2 segundo aviso, 3 carta de
      *        intimacion, 4 gestion de cobranza; en cero toma
      *        30, 45, 60 y 90 dias
           03  FECH-70-CTA-CASTIGO        PIC 9(04).
           03  FECH-70-CTA-RECUPERO       PIC 9(04).
      *        Contracuentas de la interfaz contable para los
      *        castigos de deudores (CI) y los recuperos de deuda
      *        castigada (RI); en cero van a cobros / ventas
           03  FECH-70-CTA-PREVISION      PIC 9(04).
           03  FECH-70-CTA-CARGO-PREV     PIC 9(04).
      *        Cuenta regularizadora de la prevision para
      *        incobrables y cuenta de resultado del cargo, para el
      *        asiento de la variacion mensual de la prevision
           03  FECH-70-JUDIC-DIAS         PIC 9(03).
      *        Dias de anticipacion con que JUDICIAL-VENCIM avisa los
      *        vencimientos de los legajos judiciales; cero = 15
           03  FECH-70-OBJ-UMBRAL         PIC 9(03).
      *        Porcentaje de cumplimiento del objetivo mensual de
      *        ventas (OBJVTA) desde el cual COMISION-VENDEDOR paga
      *        al vendedor VENDEDOR-COMISION-PREMIO; cero = no hay
      *        comision por cumplimiento
           03  FECH-70-MARGEN-MIN         PIC 9(03)V99.
      *        Margen minimo en porcentaje sobre el costo (ARTCOSTO):
      *        PEDIDOS-ENTRADA avisa el renglon cuyo precio no llega
      *        al costo mas este margen; en cero avisa solo la venta
      *        por debajo del costo
           03  FECH-70-HORARIO-DESDE      PIC 9(04).
           03  FECH-70-HORARIO-HASTA      PIC 9(04).
      *        Horario de trabajo (HHMM); la actividad fuera de el,
      *        o en un dia no habil, sale marcada en el reporte de
      *        auditoria de operadores. En cero toma 0800 a 2000
           03  FILLER                     PIC X(01).
