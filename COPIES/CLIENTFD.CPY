                 05 A101-TARJETA          PIC 999.
                 05 A101-TARJETA-ULT4     PIC X(04).
                 05 FILLER                PIC X(50).
              04 A101-PRONTO-PAGO.
      *          Descuento por pronto pago propio del cliente:
      *          porcentaje si paga dentro de A101-PP-DIAS dias de
      *          la factura. Tiene prioridad sobre el de la
      *          condicion de venta; en blanco o en cero rige el de
      *          la condicion (PPAGO-CLIENTE lo mantiene)
                 05 A101-PP-DIAS          PIC 999.
                 05 A101-PP-PORC          PIC 99V99.
              04 FILLER                PIC X(14).
      *    ----
      *    ---- fin del area para ser utilizada segun las necesidades
      *    ----                 de cada empresa
