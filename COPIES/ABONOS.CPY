      ******************************************************************
      ******   ABONOS DE SERVICIOS POR CLIENTE                     ****
      ******************************************************************
      *    Un registro por cada servicio de facturacion periodica
      *    de un cliente. ABONOS-ABM lo mantiene y
      *    ABONOS-FACTURACION factura cada mes los abonos que
      *    corresponden al periodo, con la misma numeracion, IVA,
      *    percepcion y CAE que FACTURA-EMISION. El abono vence en
      *    el mes de su fecha desde y luego cada tantos meses como
      *    indique la periodicidad, hasta la fecha hasta.
       FD  ABONOS RECORD CONTAINS 150 CHARACTERS
                   LABEL RECORD STANDARD.
       01  ABONO-REG.
           03  ABONO-CLAVE.
               05  ABONO-CLIENTE          PIC 9(06).
               05  ABONO-NRO              PIC 9(03).
           03  ABONO-CONCEPTO             PIC X(30).
      *        Leyenda del renglon en la factura
           03  ABONO-ARTICULO             PIC 9(06).
      *        Articulo del servicio (categoria de IVA y precio de
      *        lista); cero = concepto sin articulo, alicuota general
           03  ABONO-MODALIDAD            PIC X(01).
               88  ABONO-IMPORTE-FIJO         VALUE 'I'.
               88  ABONO-POR-CANTIDAD         VALUE 'C'.
      *        'I' = importe fijo; 'C' = cantidad por el precio
      *        vigente del articulo en la lista del cliente
           03  ABONO-IMPORTE              PIC 9(11)V99.
      *        Neto del abono en la moneda del abono (modalidad I)
           03  ABONO-CANTIDAD             PIC 9(07)V99.
      *        Cantidad a facturar (modalidad C)
           03  ABONO-PERIODICIDAD         PIC 9(02).
      *        Meses entre facturaciones: 01 mensual, 02 bimestral,
      *        03 trimestral, 06 semestral, 12 anual
           03  ABONO-FECHA-DESDE          PIC 9(08).
           03  ABONO-FECHA-HASTA          PIC 9(08).
      *        FORMATO AAAAMMDD; hasta en cero = sin vencimiento
           03  ABONO-OCURRENCIA           PIC 9(01).
           03  ABONO-MONEDA               PIC X(03).
      *        Blanco = importe en la moneda de la ocurrencia. Con
      *        moneda (p.ej. 'USD') el importe fijo esta expresado
      *        en esa moneda y se factura en pesos a la cotizacion
      *        COTIZA del dia de la facturacion
           03  ABONO-ESTADO               PIC X(01).
               88  ABONO-ACTIVO               VALUE 'A'.
               88  ABONO-SUSPENDIDO           VALUE 'S'.
               88  ABONO-DE-BAJA              VALUE 'B'.
           03  ABONO-ULT-PERIODO          PIC 9(06).
      *        FORMATO AAAAMM del ultimo periodo facturado; un
      *        periodo ya facturado no se vuelve a facturar
           03  ABONO-ULT-LETRA            PIC X(01).
           03  ABONO-ULT-NRO              PIC 9(08).
           03  ABONO-ULT-IMPORTE          PIC S9(13)V99.
      *        Factura y neto en pesos de la ultima facturacion
           03  ABONO-USUARIO              PIC X(10).
           03  ABONO-EMPRESA              PIC 9(01).
      *        Empresa que factura el abono (la que lo dio de alta);
      *        en blanco (NOT NUMERIC) en los anteriores: empresa 0
           03  FILLER                     PIC X(18).
