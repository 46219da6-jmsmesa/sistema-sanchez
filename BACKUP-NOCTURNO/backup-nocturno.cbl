      *                    de estos todavia inexistente genera una
      *                    copia vacia valida en lugar de cortar la
      *                    cadena.
      *   15/10/2026  SIS  Se agregan al resguardo los archivos de
      *                    stock: STOCK, STKMOV y REMITLIN.
      *   15/10/2026  SIS  Se agrega al resguardo el archivo de
      *                    renglones de facturas FACTLIN.
      *   15/10/2026  SIS  Se agrega el archivo DEVOLUC (detalle de
      *                    devoluciones de mercaderia) al resguardo.
      *   15/10/2026  SIS  Se agregan al resguardo las condiciones de
      *                    venta (CONDVTA) y los vencimientos de
      *                    facturas (FACTVENC).
      *   15/10/2026  SIS  Se agrega al resguardo el registro de
      *                    descuentos por pronto pago (PPAGO).
      *   15/10/2026  SIS  Se agregan al resguardo las diferencias de
      *                    cambio (DIFCAMB) y los debitos automaticos
      *                    con tarjeta (DEBAUTO).
      *   15/10/2026  SIS  Se agrega el archivo de abonos de
      *                    servicios (ABONOS).
      *   15/10/2026  SIS  Se agregan los archivos de presupuestos
      *                    (PRESUP y PRESLIN).
      *   15/10/2026  SIS  Se agrega el archivo de pedidos importados
      *                    por numero externo (PEDEXT).
      *   15/10/2026  SIS  Incluye el archivo COTREM (COT de ARBA por
      *                    remito).
      *   15/10/2026  SIS  Incluye el archivo IIBBEXP (control de
      *                    exportaciones de ingresos brutos).
      *   15/10/2026  SIS  Se agrega el calendario de feriados
      *                    FERIADOS.
      *   15/10/2026  SIS  Incluye el archivo CIERREMES (pasos y
      *                    firma del cierre mensual).
      *   15/10/2026  SIS  Incorpora el registro de circularizacion
      *                    de saldos CIRCULAR a la copia y a la
      *                    restauracion.
      *   15/10/2026  SIS  Se agrega el archivo INTIMA (ciclo de
      *                    intimacion por cliente).
      *   15/10/2026  SIS  Incluye los archivos CASTIGO (castigos de
      *                    deudores), PREVTASA (porcentajes de
      *                    prevision) y PREVISION (prevision mensual
      *                    para incobrables).
      *   15/10/2026  SIS  Se agrega el archivo JUDICIAL (legajos
      *                    judiciales) al resguardo.
      *   15/10/2026  SIS  Se agrega el archivo GARANTIA (garantias
      *                    de credito) al resguardo.
      *   15/10/2026  SIS  Se agregan al respaldo las solicitudes de
      *                    cambio de limite (SOLCRED) y los niveles
      *                    de aprobacion (CREDNIVEL).
      *   15/10/2026  SIS  Se agrega el archivo CONTACTO (contactos
      *                    de clientes por rol) al resguardo.
      *   15/10/2026  SIS  Se agrega el maestro de localidades
      *                    LOCALID al resguardo.
      *   15/10/2026  SIS  Se agrega el archivo OBJVTA (objetivos de
      *                    venta) al resguardo.
      *   15/10/2026  SIS  Se agrega el archivo ARTCOSTO (costos de
      *                    articulos) al resguardo.
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY "OPERADOR.SEL".
           COPY "ARTICULOS.SEL".
           COPY "BANCOS.SEL".
           COPY "STOCK.SEL".
           COPY "STKMOV.SEL".
           COPY "REMITLIN.SEL".
           COPY "FACTLIN.SEL".
           COPY "DEVOLUC.SEL".
           COPY "CONDVTA.SEL".
           COPY "FACTVENC.SEL".
           COPY "PPAGO.SEL".
           COPY "DIFCAMB.SEL".
           COPY "DEBAUTO.SEL".
           COPY "ABONOS.SEL".
           COPY "PRESUP.SEL".
           COPY "PRESLIN.SEL".
           COPY "PEDEXT.SEL".
           COPY "COTREM.SEL".
           COPY "IIBBEXP.SEL".
           COPY "FERIADOS.SEL".
           COPY "CIERREMES.SEL".
           COPY "CIRCULAR.SEL".
           COPY "INTIMA.SEL".
           COPY "CASTIGO.SEL".
           COPY "PREVTASA.SEL".
           COPY "PREVISION.SEL".
           COPY "JUDICIAL.SEL".
           COPY "GARANTIA.SEL".
           COPY "SOLCRED.SEL".
           COPY "CREDNIVEL.SEL".
           COPY "CONTACTO.SEL".
           COPY "LOCALID.SEL".
           COPY "OBJVTA.SEL".
           COPY "ARTCOSTO.SEL".
           COPY "ENDOSO.SEL".
           COPY "JOBLOG.SEL".
           COPY "CHKPOINT.SEL".

           COPY "OPERADOR.CPY".
           COPY "ARTICULOS.CPY".
           COPY "BANCOS.CPY".
           COPY "STOCK.CPY".
           COPY "STKMOV.CPY".
           COPY "REMITLIN.CPY".
           COPY "FACTLIN.CPY".
           COPY "DEVOLUC.CPY".
           COPY "CONDVTA.CPY".
           COPY "FACTVENC.CPY".
           COPY "PPAGO.CPY".
           COPY "DIFCAMB.CPY".
           COPY "DEBAUTO.CPY".
           COPY "ABONOS.CPY".
           COPY "PRESUP.CPY".
           COPY "PRESLIN.CPY".
           COPY "PEDEXT.CPY".
           COPY "COTREM.CPY".
           COPY "IIBBEXP.CPY".
           COPY "FERIADOS.CPY".
           COPY "CIERREMES.CPY".
           COPY "CIRCULAR.CPY".
           COPY "INTIMA.CPY".
           COPY "CASTIGO.CPY".
           COPY "PREVTASA.CPY".
           COPY "PREVISION.CPY".
           COPY "JUDICIAL.CPY".
           COPY "GARANTIA.CPY".
           COPY "SOLCRED.CPY".
           COPY "CREDNIVEL.CPY".
           COPY "CONTACTO.CPY".
           COPY "LOCALID.CPY".
           COPY "OBJVTA.CPY".
           COPY "ARTCOSTO.CPY".
           COPY "ENDOSO.CPY".
           COPY "JOBLOG.CPY".
           COPY "CHKPOINT.CPY".

       77  STATUS-OPERADOR             PIC X(02).
       77  STATUS-ARTICULOS            PIC X(02).
       77  STATUS-BANCOS               PIC X(02).
       77  STATUS-STOCK                PIC X(02).
       77  STATUS-STKMOV               PIC X(02).
       77  STATUS-REMITLIN             PIC X(02).
       77  STATUS-FACTLIN              PIC X(02).
       77  STATUS-DEVOLUC              PIC X(02).
       77  STATUS-CONDVTA              PIC X(02).
       77  STATUS-FACTVENC             PIC X(02).
       77  STATUS-PPAGO                PIC X(02).
       77  STATUS-DIFCAMB              PIC X(02).
       77  STATUS-DEBAUTO              PIC X(02).
       77  STATUS-ABONOS               PIC X(02).
       77  STATUS-PRESUP               PIC X(02).
       77  STATUS-PRESLIN              PIC X(02).
       77  STATUS-PEDEXT               PIC X(02).
       77  STATUS-COTREM               PIC X(02).
       77  STATUS-IIBBEXP              PIC X(02).
       77  STATUS-FERIADOS             PIC X(02).
       77  STATUS-CIERREMES            PIC X(02).
       77  STATUS-CIRCULAR             PIC X(02).
       77  STATUS-INTIMA               PIC X(02).
       77  STATUS-CASTIGO              PIC X(02).
       77  STATUS-PREVTASA             PIC X(02).
       77  STATUS-PREVISION            PIC X(02).
       77  STATUS-JUDICIAL             PIC X(02).
       77  STATUS-GARANTIA             PIC X(02).
       77  STATUS-SOLCRED              PIC X(02).
       77  STATUS-CREDNIVEL            PIC X(02).
       77  STATUS-CONTACTO             PIC X(02).
       77  STATUS-LOCALID              PIC X(02).
       77  STATUS-OBJVTA               PIC X(02).
       77  STATUS-ARTCOSTO             PIC X(02).
       77  STATUS-ENDOSO               PIC X(02).
       77  STATUS-JOBLOG               PIC X(02).
       77  STATUS-CHKPOINT             PIC X(02).
       77  STATUS-BACKUP               PIC X(02).
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4200-BACKUP-BANCOS THRU 4200-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4300-BACKUP-STOCK THRU 4300-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4320-BACKUP-STKMOV THRU 4320-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4340-BACKUP-REMITLIN THRU 4340-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4360-BACKUP-FACTLIN THRU 4360-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4380-BACKUP-DEVOLUC THRU 4380-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4400-BACKUP-CONDVTA THRU 4400-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4420-BACKUP-FACTVENC THRU 4420-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4440-BACKUP-PPAGO THRU 4440-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4460-BACKUP-DIFCAMB THRU 4460-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4480-BACKUP-DEBAUTO THRU 4480-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4500-BACKUP-ABONOS THRU 4500-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4520-BACKUP-PRESUP THRU 4520-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4540-BACKUP-PRESLIN THRU 4540-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4560-BACKUP-PEDEXT THRU 4560-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4580-BACKUP-COTREM THRU 4580-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4600-BACKUP-IIBBEXP THRU 4600-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4620-BACKUP-FERIADOS THRU 4620-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4640-BACKUP-CIERREMES THRU 4640-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4660-BACKUP-CIRCULAR THRU 4660-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4680-BACKUP-INTIMA THRU 4680-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4700-BACKUP-CASTIGO THRU 4700-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4720-BACKUP-PREVTASA THRU 4720-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4740-BACKUP-PREVISION THRU 4740-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4760-BACKUP-JUDICIAL THRU 4760-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4780-BACKUP-GARANTIA THRU 4780-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4800-BACKUP-SOLCRED THRU 4800-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4820-BACKUP-CREDNIVEL THRU 4820-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4840-BACKUP-CONTACTO THRU 4840-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4860-BACKUP-LOCALID THRU 4860-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4880-BACKUP-OBJVTA THRU 4880-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4900-BACKUP-ARTCOSTO THRU 4900-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 4920-BACKUP-ENDOSO THRU 4920-EXIT
           IF WK-HAY-ERROR = "S" GO TO 2000-EXIT END-IF
           PERFORM 5000-COMPLETAR-CHECKPOINT THRU 5000-EXIT.
       2000-EXIT.
           EXIT.
       4210-EXIT.
           EXIT.

       4300-BACKUP-STOCK.
           MOVE "STOCK" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT STOCK
           IF STATUS-STOCK = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-STOCK NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4300-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4310-COPIAR-STOCK THRU 4310-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE STOCK
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4300-EXIT.
           EXIT.

       4310-COPIAR-STOCK.
           READ STOCK NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE STOCK-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4310-EXIT.
           EXIT.

       4320-BACKUP-STKMOV.
           MOVE "STKMOV" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT STKMOV
           IF STATUS-STKMOV = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-STKMOV NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4320-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4330-COPIAR-STKMOV THRU 4330-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE STKMOV
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4320-EXIT.
           EXIT.

       4330-COPIAR-STKMOV.
           READ STKMOV NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE STKMOV-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4330-EXIT.
           EXIT.

       4340-BACKUP-REMITLIN.
           MOVE "REMITLIN" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT REMITLIN
           IF STATUS-REMITLIN = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-REMITLIN NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4340-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4350-COPIAR-REMITLIN THRU 4350-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE REMITLIN
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4340-EXIT.
           EXIT.

       4350-COPIAR-REMITLIN.
           READ REMITLIN NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE REMITLIN-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4350-EXIT.
           EXIT.

       4360-BACKUP-FACTLIN.
           MOVE "FACTLIN" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT FACTLIN
           IF STATUS-FACTLIN = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-FACTLIN NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4360-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4370-COPIAR-FACTLIN THRU 4370-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE FACTLIN
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4360-EXIT.
           EXIT.

       4370-COPIAR-FACTLIN.
           READ FACTLIN NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE FACTLIN-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4370-EXIT.
           EXIT.

       4380-BACKUP-DEVOLUC.
           MOVE "DEVOLUC" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT DEVOLUC
           IF STATUS-DEVOLUC = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-DEVOLUC NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4380-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4390-COPIAR-DEVOLUC THRU 4390-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE DEVOLUC
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4380-EXIT.
           EXIT.

       4390-COPIAR-DEVOLUC.
           READ DEVOLUC NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE DEVOLUC-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4390-EXIT.
           EXIT.

       4400-BACKUP-CONDVTA.
           MOVE "CONDVTA" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT CONDVTA
           IF STATUS-CONDVTA = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-CONDVTA NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4400-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4410-COPIAR-CONDVTA THRU 4410-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE CONDVTA
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4400-EXIT.
           EXIT.

       4410-COPIAR-CONDVTA.
           READ CONDVTA NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE CONDVTA-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4410-EXIT.
           EXIT.

       4420-BACKUP-FACTVENC.
           MOVE "FACTVENC" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT FACTVENC
           IF STATUS-FACTVENC = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-FACTVENC NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4420-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4430-COPIAR-FACTVENC THRU 4430-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE FACTVENC
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4420-EXIT.
           EXIT.

       4430-COPIAR-FACTVENC.
           READ FACTVENC NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE FACTVENC-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4430-EXIT.
           EXIT.

       4440-BACKUP-PPAGO.
           MOVE "PPAGO" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT PPAGO
           IF STATUS-PPAGO = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-PPAGO NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4440-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4450-COPIAR-PPAGO THRU 4450-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE PPAGO
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4440-EXIT.
           EXIT.

       4450-COPIAR-PPAGO.
           READ PPAGO NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE PPAGO-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4450-EXIT.
           EXIT.

       4460-BACKUP-DIFCAMB.
           MOVE "DIFCAMB" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT DIFCAMB
           IF STATUS-DIFCAMB = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-DIFCAMB NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4460-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4470-COPIAR-DIFCAMB THRU 4470-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE DIFCAMB
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4460-EXIT.
           EXIT.

       4470-COPIAR-DIFCAMB.
           READ DIFCAMB NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE DIFCAMB-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4470-EXIT.
           EXIT.

       4480-BACKUP-DEBAUTO.
           MOVE "DEBAUTO" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT DEBAUTO
           IF STATUS-DEBAUTO = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-DEBAUTO NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4480-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4490-COPIAR-DEBAUTO THRU 4490-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE DEBAUTO
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4480-EXIT.
           EXIT.

       4490-COPIAR-DEBAUTO.
           READ DEBAUTO NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE DEBAUTO-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4490-EXIT.
           EXIT.

       4500-BACKUP-ABONOS.
           MOVE "ABONOS" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT ABONOS
           IF STATUS-ABONOS = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-ABONOS NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4500-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4510-COPIAR-ABONOS THRU 4510-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE ABONOS
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4500-EXIT.
           EXIT.

       4510-COPIAR-ABONOS.
           READ ABONOS NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE ABONO-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4510-EXIT.
           EXIT.

       4520-BACKUP-PRESUP.
           MOVE "PRESUP" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT PRESUP
           IF STATUS-PRESUP = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-PRESUP NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4520-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4530-COPIAR-PRESUP THRU 4530-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE PRESUP
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4520-EXIT.
           EXIT.

       4530-COPIAR-PRESUP.
           READ PRESUP NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE PRESUP-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4530-EXIT.
           EXIT.

       4540-BACKUP-PRESLIN.
           MOVE "PRESLIN" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT PRESLIN
           IF STATUS-PRESLIN = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-PRESLIN NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4540-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4550-COPIAR-PRESLIN THRU 4550-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE PRESLIN
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4540-EXIT.
           EXIT.

       4550-COPIAR-PRESLIN.
           READ PRESLIN NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE PRESLIN-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4550-EXIT.
           EXIT.

       4560-BACKUP-PEDEXT.
           MOVE "PEDEXT" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT PEDEXT
           IF STATUS-PEDEXT = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-PEDEXT NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4560-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4570-COPIAR-PEDEXT THRU 4570-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE PEDEXT
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4560-EXIT.
           EXIT.

       4570-COPIAR-PEDEXT.
           READ PEDEXT NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE PEDEXT-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4570-EXIT.
           EXIT.

       4580-BACKUP-COTREM.
           MOVE "COTREM" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT COTREM
           IF STATUS-COTREM = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-COTREM NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4580-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4590-COPIAR-COTREM THRU 4590-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE COTREM
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4580-EXIT.
           EXIT.

       4590-COPIAR-COTREM.
           READ COTREM NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE COTREM-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4590-EXIT.
           EXIT.

       4600-BACKUP-IIBBEXP.
           MOVE "IIBBEXP" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT IIBBEXP
           IF STATUS-IIBBEXP = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-IIBBEXP NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4600-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4610-COPIAR-IIBBEXP THRU 4610-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE IIBBEXP
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4600-EXIT.
           EXIT.

       4610-COPIAR-IIBBEXP.
           READ IIBBEXP NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE IIBBEXP-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4610-EXIT.
           EXIT.

       4620-BACKUP-FERIADOS.
           MOVE "FERIADOS" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT FERIADOS
           IF STATUS-FERIADOS = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-FERIADOS NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4620-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4630-COPIAR-FERIADOS THRU 4630-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE FERIADOS
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4620-EXIT.
           EXIT.

       4630-COPIAR-FERIADOS.
           READ FERIADOS NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE FERIADO-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4630-EXIT.
           EXIT.

       4640-BACKUP-CIERREMES.
           MOVE "CIERREMES" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT CIERREMES
           IF STATUS-CIERREMES = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-CIERREMES NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4640-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4650-COPIAR-CIERREMES THRU 4650-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE CIERREMES
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4640-EXIT.
           EXIT.

       4650-COPIAR-CIERREMES.
           READ CIERREMES NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE CIERRE-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4650-EXIT.
           EXIT.

       4660-BACKUP-CIRCULAR.
           MOVE "CIRCULAR" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT CIRCULAR
           IF STATUS-CIRCULAR = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-CIRCULAR NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4660-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4670-COPIAR-CIRCULAR THRU 4670-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE CIRCULAR
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4660-EXIT.
           EXIT.

       4670-COPIAR-CIRCULAR.
           READ CIRCULAR NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE CIRC-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4670-EXIT.
           EXIT.

       4680-BACKUP-INTIMA.
           MOVE "INTIMA" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT INTIMA
           IF STATUS-INTIMA = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-INTIMA NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4680-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4690-COPIAR-INTIMA THRU 4690-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE INTIMA
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4680-EXIT.
           EXIT.

       4690-COPIAR-INTIMA.
           READ INTIMA NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE INTIMA-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4690-EXIT.
           EXIT.

       4700-BACKUP-CASTIGO.
           MOVE "CASTIGO" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT CASTIGO
           IF STATUS-CASTIGO = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-CASTIGO NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4700-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4710-COPIAR-CASTIGO THRU 4710-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE CASTIGO
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4700-EXIT.
           EXIT.

       4710-COPIAR-CASTIGO.
           READ CASTIGO NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE CASTIGO-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4710-EXIT.
           EXIT.

       4720-BACKUP-PREVTASA.
           MOVE "PREVTASA" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT PREVTASA
           IF STATUS-PREVTASA = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-PREVTASA NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4720-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4730-COPIAR-PREVTASA THRU 4730-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE PREVTASA
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4720-EXIT.
           EXIT.

       4730-COPIAR-PREVTASA.
           READ PREVTASA NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE PREVTASA-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4730-EXIT.
           EXIT.

       4740-BACKUP-PREVISION.
           MOVE "PREVISION" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT PREVISION
           IF STATUS-PREVISION = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-PREVISION NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4740-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4750-COPIAR-PREVISION THRU 4750-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE PREVISION
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4740-EXIT.
           EXIT.

       4750-COPIAR-PREVISION.
           READ PREVISION NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE PREV-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4750-EXIT.
           EXIT.

       4760-BACKUP-JUDICIAL.
           MOVE "JUDICIAL" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT JUDICIAL
           IF STATUS-JUDICIAL = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-JUDICIAL NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4760-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4770-COPIAR-JUDICIAL THRU 4770-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE JUDICIAL
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4760-EXIT.
           EXIT.

       4770-COPIAR-JUDICIAL.
           READ JUDICIAL NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE JUDIC-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4770-EXIT.
           EXIT.

       4780-BACKUP-GARANTIA.
           MOVE "GARANTIA" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT GARANTIA
           IF STATUS-GARANTIA = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-GARANTIA NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4780-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4790-COPIAR-GARANTIA THRU 4790-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE GARANTIA
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4780-EXIT.
           EXIT.

       4790-COPIAR-GARANTIA.
           READ GARANTIA NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE GARANT-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4790-EXIT.
           EXIT.

       4800-BACKUP-SOLCRED.
           MOVE "SOLCRED" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT SOLCRED
           IF STATUS-SOLCRED = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-SOLCRED NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4800-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4810-COPIAR-SOLCRED THRU 4810-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE SOLCRED
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4800-EXIT.
           EXIT.

       4810-COPIAR-SOLCRED.
           READ SOLCRED NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE SOLCRED-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4810-EXIT.
           EXIT.

       4820-BACKUP-CREDNIVEL.
           MOVE "CREDNIVEL" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT CREDNIVEL
           IF STATUS-CREDNIVEL = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-CREDNIVEL NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4820-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4830-COPIAR-CREDNIVEL THRU 4830-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE CREDNIVEL
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4820-EXIT.
           EXIT.

       4830-COPIAR-CREDNIVEL.
           READ CREDNIVEL NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE CREDNIV-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4830-EXIT.
           EXIT.

       4840-BACKUP-CONTACTO.
           MOVE "CONTACTO" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT CONTACTO
           IF STATUS-CONTACTO = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-CONTACTO NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4840-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4850-COPIAR-CONTACTO THRU 4850-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE CONTACTO
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4840-EXIT.
           EXIT.

       4850-COPIAR-CONTACTO.
           READ CONTACTO NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE CONTACTO-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4850-EXIT.
           EXIT.

       4860-BACKUP-LOCALID.
           MOVE "LOCALID" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT LOCALID
           IF STATUS-LOCALID = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-LOCALID NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4860-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4870-COPIAR-LOCALID THRU 4870-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE LOCALID
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4860-EXIT.
           EXIT.

       4870-COPIAR-LOCALID.
           READ LOCALID NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE LOCALID-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4870-EXIT.
           EXIT.

       4880-BACKUP-OBJVTA.
           MOVE "OBJVTA" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT OBJVTA
           IF STATUS-OBJVTA = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-OBJVTA NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4880-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4890-COPIAR-OBJVTA THRU 4890-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE OBJVTA
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4880-EXIT.
           EXIT.

       4890-COPIAR-OBJVTA.
           READ OBJVTA NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE OBJVTA-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4890-EXIT.
           EXIT.

       4900-BACKUP-ARTCOSTO.
           MOVE "ARTCOSTO" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT ARTCOSTO
           IF STATUS-ARTCOSTO = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-ARTCOSTO NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4900-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4910-COPIAR-ARTCOSTO THRU 4910-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE ARTCOSTO
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4900-EXIT.
           EXIT.

       4910-COPIAR-ARTCOSTO.
           READ ARTCOSTO NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE ARTCOSTO-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4910-EXIT.
           EXIT.

       4920-BACKUP-ENDOSO.
           MOVE "ENDOSO" TO WK-NOMBRE-LOGICO
           PERFORM 8100-PREPARAR-COPIA THRU 8100-EXIT
           MOVE "N" TO WK-ORIGEN-VACIO
           OPEN INPUT ENDOSO
           IF STATUS-ENDOSO = "35"
      *    archivo todavia no creado: generacion vacia valida
              MOVE "S" TO WK-ORIGEN-VACIO
           ELSE
              IF STATUS-ENDOSO NOT = "00"
                 PERFORM 8300-ERROR-ORIGEN THRU 8300-EXIT
                 GO TO 4920-EXIT
              END-IF
           END-IF
           MOVE "N" TO WK-EOF-ORIGEN
           IF WK-ORIGEN-VACIO = "N"
              PERFORM 4930-COPIAR-ENDOSO THRU 4930-EXIT
                  UNTIL WK-EOF-ORIGEN = "S"
              CLOSE ENDOSO
           END-IF
           PERFORM 8200-CERRAR-COPIA THRU 8200-EXIT.
       4920-EXIT.
           EXIT.

       4930-COPIAR-ENDOSO.
           READ ENDOSO NEXT
               AT END MOVE "S" TO WK-EOF-ORIGEN
           END-READ
           IF WK-EOF-ORIGEN = "N"
              MOVE SPACES TO BACKUP-REG
              MOVE ENDOSO-REG TO BACKUP-REG
              PERFORM 8400-ACUMULAR-CONTROL THRU 8400-EXIT
              WRITE BACKUP-REG
              PERFORM 8450-VERIFICAR-ESCRITURA THRU 8450-EXIT
           END-IF.
       4930-EXIT.
           EXIT.

       5000-COMPLETAR-CHECKPOINT.
           MOVE WK-JOB-ID TO CHKPOINT-JOB
           READ CHKPOINT
