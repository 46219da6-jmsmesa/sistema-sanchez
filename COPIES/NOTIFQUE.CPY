      ******************************************************************
      *    Un registro por cada aviso a emitir a un cliente
      *    (A101-EMAIL). Los procesos encolan (corte de resumen,
      *    bloqueo por credito, debito automatico rechazado,
      *    avisos de deuda vencida del ciclo de intimacion,
      *    facturas emitidas), NOTIF-DESPACHO emite los mensajes
      *    pendientes a los contactos del rol que corresponde al
      *    evento (CONTACTO) y los marca enviados o fallidos, y
      *    NOTIF-CONSULTA permite revisar y reintentar los fallidos.
       FD  NOTIFQUE RECORD CONTAINS 100 CHARACTERS
                   LABEL RECORD STANDARD.
           03  NOTIF-EVENTO               PIC X(02).
               88  NOTIF-EVENTO-BLOQUEO       VALUE 'BL'.
               88  NOTIF-EVENTO-RESUMEN       VALUE 'RE'.
               88  NOTIF-EVENTO-DEBITO-RECH   VALUE 'DA'.
               88  NOTIF-EVENTO-AVISO-1       VALUE 'R1'.
               88  NOTIF-EVENTO-AVISO-2       VALUE 'R2'.
               88  NOTIF-EVENTO-FACTURA       VALUE 'FC'.
           03  NOTIF-REFERENCIA           PIC 9(08).
      *        Documento asociado (hoja de resumen, periodo AAAAMM
      *        del debito rechazado, fecha AAAAMMDD de la deuda
      *        mas antigua en los avisos, etc.)
           03  NOTIF-EMAIL                PIC X(50).
      *        A101-EMAIL al momento de encolar
           03  NOTIF-FECHA-ALTA           PIC 9(08).
               88  NOTIF-ENVIADO              VALUE 'S'.
               88  NOTIF-FALLIDO              VALUE 'F'.
           03  NOTIF-FECHA-ENVIO          PIC 9(08).
           03  NOTIF-SUCURSAL             PIC 9(02).
      *        CLISUCUR-SUCURSAL a la que va el aviso; 00 o blanco
      *        = el cliente
           03  FILLER                     PIC X(07).
