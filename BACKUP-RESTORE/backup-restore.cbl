      *                    RETENC, PERCREG, PERIODOS, DEPOSITO,
      *                    PLANPAGO, TALONARIO, NOTAMAN, PEDIDLIN,
      *                    MOVCHIST, OPERADOR, ARTICULOS y BANCOS.
      *   15/10/2026  SIS  Se agregan a la reposicion los archivos
      *                    de stock: STOCK, STKMOV y REMITLIN.
      *   15/10/2026  SIS  Se agrega a la reposicion el archivo de
      *                    renglones de facturas FACTLIN.
      *   15/10/2026  SIS  Se agrega el archivo DEVOLUC (detalle de
      *                    devoluciones de mercaderia) a la
      *                    restauracion.
      *   15/10/2026  SIS  Se agregan al resguardo las condiciones de
      *                    venta (CONDVTA) y los vencimientos de
      *                    facturas (FACTVENC).
      *   15/10/2026  SIS  Se agrega al resguardo el registro de
      *                    descuentos por pronto pago (PPAGO).
      *   15/10/2026  SIS  Se agregan a la reposicion las diferencias
      *                    de cambio (DIFCAMB) y los debitos
      *                    automaticos con tarjeta (DEBAUTO).
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
      *   15/10/2026  SIS  Se agregan a la restauracion las
      *                    solicitudes de cambio de limite (SOLCRED)
      *                    y los niveles de aprobacion (CREDNIVEL).
      *   15/10/2026  SIS  Se agrega la restauracion del archivo
      *                    CONTACTO (contactos de clientes por rol).
      *   15/10/2026  SIS  Se agrega la restauracion del maestro de
      *                    localidades LOCALID.
      *   15/10/2026  SIS  Se agrega la restauracion del archivo
      *                    OBJVTA (objetivos de venta).
      *   15/10/2026  SIS  Se agrega la restauracion del archivo
      *                    ARTCOSTO (costos de articulos).
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

           SELECT BACKUP-ENTRADA ASSIGN TO WK-ARCHIVO-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  BACKUP-ENTRADA
                   LABEL RECORD STANDARD.
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
       77  STATUS-BACKUP               PIC X(02).

       77  WK-ARCHIVO-ENTRADA          PIC X(20).
                   "PEDIDOS/REMITOS/VALORES/COBRADOR/VENDEDOR/"
                   "FACTURAS/RECAPLIC/RETENC/PERCREG/PERIODOS/"
                   "DEPOSITO/PLANPAGO/TALONARIO/NOTAMAN/PEDIDLIN/"
                   "MOVCHIST/OPERADOR/ARTICULOS/BANCOS/STOCK/STKMOV/"
                   "REMITLIN/FACTLIN/DEVOLUC/CONDVTA/FACTVENC/PPAGO/"
                   "DIFCAMB/DEBAUTO/ABONOS/PRESUP/PRESLIN/PEDEXT/"
                   "COTREM/IIBBEXP/FERIADOS/CIERREMES/CIRCULAR/"
                   "INTIMA/CASTIGO/PREVTASA/PREVISION/JUDICIAL/"
                   "GARANTIA/SOLCRED/CREDNIVEL/CONTACTO/LOCALID/"
                   "OBJVTA/ARTCOSTO/ENDOSO): "
           ACCEPT WK-NOMBRE-LOGICO
           DISPLAY "FECHA DE LA GENERACION (AAAAMMDD): "
           ACCEPT WK-FECHA-GENERACION
              WHEN "OPERADOR"  MOVE 100  TO WK-LONG-REGISTRO
              WHEN "ARTICULOS" MOVE 80   TO WK-LONG-REGISTRO
              WHEN "BANCOS"    MOVE 100  TO WK-LONG-REGISTRO
              WHEN "STOCK"     MOVE 80   TO WK-LONG-REGISTRO
              WHEN "STKMOV"    MOVE 100  TO WK-LONG-REGISTRO
              WHEN "REMITLIN"  MOVE 60   TO WK-LONG-REGISTRO
              WHEN "FACTLIN"   MOVE 80   TO WK-LONG-REGISTRO
              WHEN "DEVOLUC"   MOVE 100  TO WK-LONG-REGISTRO
              WHEN "CONDVTA"   MOVE 100  TO WK-LONG-REGISTRO
              WHEN "FACTVENC"  MOVE 80   TO WK-LONG-REGISTRO
              WHEN "PPAGO"     MOVE 128  TO WK-LONG-REGISTRO
              WHEN "DIFCAMB"   MOVE 150  TO WK-LONG-REGISTRO
              WHEN "DEBAUTO"   MOVE 150  TO WK-LONG-REGISTRO
              WHEN "ABONOS"    MOVE 150  TO WK-LONG-REGISTRO
              WHEN "PRESUP"    MOVE 100  TO WK-LONG-REGISTRO
              WHEN "PRESLIN"   MOVE 50   TO WK-LONG-REGISTRO
              WHEN "PEDEXT"    MOVE 80   TO WK-LONG-REGISTRO
              WHEN "COTREM"    MOVE 80   TO WK-LONG-REGISTRO
              WHEN "IIBBEXP"   MOVE 60   TO WK-LONG-REGISTRO
              WHEN "FERIADOS"  MOVE 40   TO WK-LONG-REGISTRO
              WHEN "CIERREMES" MOVE 150  TO WK-LONG-REGISTRO
              WHEN "CIRCULAR"  MOVE 230  TO WK-LONG-REGISTRO
              WHEN "INTIMA"    MOVE 80   TO WK-LONG-REGISTRO
              WHEN "CASTIGO"   MOVE 128  TO WK-LONG-REGISTRO
              WHEN "PREVTASA"  MOVE 60   TO WK-LONG-REGISTRO
              WHEN "PREVISION" MOVE 220  TO WK-LONG-REGISTRO
              WHEN "JUDICIAL"  MOVE 300  TO WK-LONG-REGISTRO
              WHEN "GARANTIA"  MOVE 150  TO WK-LONG-REGISTRO
              WHEN "SOLCRED"   MOVE 200  TO WK-LONG-REGISTRO
              WHEN "CREDNIVEL" MOVE 80   TO WK-LONG-REGISTRO
              WHEN "CONTACTO"  MOVE 150  TO WK-LONG-REGISTRO
              WHEN "LOCALID"   MOVE 80   TO WK-LONG-REGISTRO
              WHEN "OBJVTA"    MOVE 80   TO WK-LONG-REGISTRO
              WHEN "ARTCOSTO"  MOVE 60   TO WK-LONG-REGISTRO
              WHEN "ENDOSO"    MOVE 150  TO WK-LONG-REGISTRO
              WHEN OTHER
                 DISPLAY "ARCHIVO DESCONOCIDO"
                 MOVE 16 TO RETURN-CODE
              WHEN "OPERADOR"  OPEN OUTPUT OPERADOR
              WHEN "ARTICULOS" OPEN OUTPUT ARTICULOS
              WHEN "BANCOS"    OPEN OUTPUT BANCOS
              WHEN "STOCK"     OPEN OUTPUT STOCK
              WHEN "STKMOV"    OPEN OUTPUT STKMOV
              WHEN "REMITLIN"  OPEN OUTPUT REMITLIN
              WHEN "FACTLIN"   OPEN OUTPUT FACTLIN
              WHEN "DEVOLUC"   OPEN OUTPUT DEVOLUC
              WHEN "CONDVTA"   OPEN OUTPUT CONDVTA
              WHEN "FACTVENC"  OPEN OUTPUT FACTVENC
              WHEN "PPAGO"     OPEN OUTPUT PPAGO
              WHEN "DIFCAMB"   OPEN OUTPUT DIFCAMB
              WHEN "DEBAUTO"   OPEN OUTPUT DEBAUTO
              WHEN "ABONOS"    OPEN OUTPUT ABONOS
              WHEN "PRESUP"    OPEN OUTPUT PRESUP
              WHEN "PRESLIN"   OPEN OUTPUT PRESLIN
              WHEN "PEDEXT"    OPEN OUTPUT PEDEXT
              WHEN "COTREM"    OPEN OUTPUT COTREM
              WHEN "IIBBEXP"   OPEN OUTPUT IIBBEXP
              WHEN "FERIADOS"  OPEN OUTPUT FERIADOS
              WHEN "CIERREMES" OPEN OUTPUT CIERREMES
              WHEN "CIRCULAR"  OPEN OUTPUT CIRCULAR
              WHEN "INTIMA"    OPEN OUTPUT INTIMA
              WHEN "CASTIGO"   OPEN OUTPUT CASTIGO
              WHEN "PREVTASA"  OPEN OUTPUT PREVTASA
              WHEN "PREVISION" OPEN OUTPUT PREVISION
              WHEN "JUDICIAL"  OPEN OUTPUT JUDICIAL
              WHEN "GARANTIA"  OPEN OUTPUT GARANTIA
              WHEN "SOLCRED"   OPEN OUTPUT SOLCRED
              WHEN "CREDNIVEL" OPEN OUTPUT CREDNIVEL
              WHEN "CONTACTO"  OPEN OUTPUT CONTACTO
              WHEN "LOCALID"   OPEN OUTPUT LOCALID
              WHEN "OBJVTA"    OPEN OUTPUT OBJVTA
              WHEN "ARTCOSTO"  OPEN OUTPUT ARTCOSTO
              WHEN "ENDOSO"    OPEN OUTPUT ENDOSO
           END-EVALUATE.
       3100-EXIT.
           EXIT.
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "STOCK"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO STOCK-REG
                 WRITE STOCK-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "STKMOV"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO STKMOV-REG
                 WRITE STKMOV-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "REMITLIN"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO REMITLIN-REG
                 WRITE REMITLIN-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "FACTLIN"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO FACTLIN-REG
                 WRITE FACTLIN-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "DEVOLUC"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO DEVOLUC-REG
                 WRITE DEVOLUC-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "CONDVTA"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO CONDVTA-REG
                 WRITE CONDVTA-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "FACTVENC"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO FACTVENC-REG
                 WRITE FACTVENC-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "PPAGO"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO PPAGO-REG
                 WRITE PPAGO-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "DIFCAMB"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO DIFCAMB-REG
                 WRITE DIFCAMB-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "DEBAUTO"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO DEBAUTO-REG
                 WRITE DEBAUTO-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "ABONOS"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO ABONO-REG
                 WRITE ABONO-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "PRESUP"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO PRESUP-REG
                 WRITE PRESUP-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "PRESLIN"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO PRESLIN-REG
                 WRITE PRESLIN-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "PEDEXT"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO PEDEXT-REG
                 WRITE PEDEXT-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "COTREM"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO COTREM-REG
                 WRITE COTREM-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "IIBBEXP"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO IIBBEXP-REG
                 WRITE IIBBEXP-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "FERIADOS"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO FERIADO-REG
                 WRITE FERIADO-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "CIERREMES"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO CIERRE-REG
                 WRITE CIERRE-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "CIRCULAR"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO CIRC-REG
                 WRITE CIRC-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "INTIMA"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO INTIMA-REG
                 WRITE INTIMA-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "CASTIGO"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO CASTIGO-REG
                 WRITE CASTIGO-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "PREVTASA"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO PREVTASA-REG
                 WRITE PREVTASA-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "PREVISION"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO PREV-REG
                 WRITE PREV-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "JUDICIAL"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO JUDIC-REG
                 WRITE JUDIC-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "GARANTIA"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO GARANT-REG
                 WRITE GARANT-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "SOLCRED"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO SOLCRED-REG
                 WRITE SOLCRED-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "CREDNIVEL"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO CREDNIV-REG
                 WRITE CREDNIV-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "CONTACTO"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO CONTACTO-REG
                 WRITE CONTACTO-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "LOCALID"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO LOCALID-REG
                 WRITE LOCALID-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "OBJVTA"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO OBJVTA-REG
                 WRITE OBJVTA-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "ARTCOSTO"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO ARTCOSTO-REG
                 WRITE ARTCOSTO-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
              WHEN "ENDOSO"
                 MOVE BACKUP-REG(1:WK-LONG-REGISTRO) TO ENDOSO-REG
                 WRITE ENDOSO-REG
                     INVALID KEY PERFORM 3250-ERROR-CARGA
                         THRU 3250-EXIT
                 END-WRITE
           END-EVALUATE.
       3200-EXIT.
           EXIT.
              WHEN "OPERADOR"  CLOSE OPERADOR
              WHEN "ARTICULOS" CLOSE ARTICULOS
              WHEN "BANCOS"    CLOSE BANCOS
              WHEN "STOCK"     CLOSE STOCK
              WHEN "STKMOV"    CLOSE STKMOV
              WHEN "REMITLIN"  CLOSE REMITLIN
              WHEN "FACTLIN"   CLOSE FACTLIN
              WHEN "DEVOLUC"   CLOSE DEVOLUC
              WHEN "CONDVTA"   CLOSE CONDVTA
              WHEN "FACTVENC"  CLOSE FACTVENC
              WHEN "PPAGO"     CLOSE PPAGO
              WHEN "DIFCAMB"   CLOSE DIFCAMB
              WHEN "DEBAUTO"   CLOSE DEBAUTO
              WHEN "ABONOS"    CLOSE ABONOS
              WHEN "PRESUP"    CLOSE PRESUP
              WHEN "PRESLIN"   CLOSE PRESLIN
              WHEN "PEDEXT"    CLOSE PEDEXT
              WHEN "COTREM"    CLOSE COTREM
              WHEN "IIBBEXP"   CLOSE IIBBEXP
              WHEN "FERIADOS"  CLOSE FERIADOS
              WHEN "CIERREMES" CLOSE CIERREMES
              WHEN "CIRCULAR"  CLOSE CIRCULAR
              WHEN "INTIMA"    CLOSE INTIMA
              WHEN "CASTIGO"   CLOSE CASTIGO
              WHEN "PREVTASA"  CLOSE PREVTASA
              WHEN "PREVISION" CLOSE PREVISION
              WHEN "JUDICIAL"  CLOSE JUDICIAL
              WHEN "GARANTIA"  CLOSE GARANTIA
              WHEN "SOLCRED"   CLOSE SOLCRED
              WHEN "CREDNIVEL" CLOSE CREDNIVEL
              WHEN "CONTACTO"  CLOSE CONTACTO
              WHEN "LOCALID"   CLOSE LOCALID
              WHEN "OBJVTA"    CLOSE OBJVTA
              WHEN "ARTCOSTO"  CLOSE ARTCOSTO
              WHEN "ENDOSO"    CLOSE ENDOSO
           END-EVALUATE.
       3300-EXIT.
           EXIT.
