           copy "TRANSPOR.SEL".
           copy "VENDEDOR.SEL".
           copy "COBRADOR.SEL".
           copy "CONDVTA.SEL".
           copy "WPCIAS.SEL".
           copy "LOCALID.SEL".
           copy "CLILOCK.SEL".
           copy "MOTBAJA.SEL".
           copy "CLISUCUR.SEL".
           copy "TRANSPOR.CPY".
           copy "VENDEDOR.CPY".
           copy "COBRADOR.CPY".
           copy "CONDVTA.CPY".
           copy "WPCIAS.CPY".
           copy "LOCALID.CPY".
           copy "CLILOCK.CPY".
           copy "MOTBAJA.CPY".
           copy "CLISUCUR.CPY".
       77  existe-vendedor             pic x(01).
       77  status-cobrador             pic x(02).
       77  existe-cobrador             pic x(01).
       77  status-condvta              pic x(02).
       77  existe-condvta              pic x(01).
       77  status-wpcias               pic x(02).
       77  existe-wpcias               pic x(01).
       77  status-localid              pic x(02).
       77  hay-localid                 pic x(01) value "s".
       77  existe-localid              pic x(01).
       77  cp-busca                    pic x(08).
       77  status-clilock              pic x(02).
       77  existe-clilock              pic x(01).
       77  wk-bloqueo-propio           pic x(01).
       77  hay-scorecli                pic x(01).
       77  existe-scorecli             pic x(01).
       77  wk-msg-score                pic x(70).
      *    el limite de credito solo lo cambia una solicitud aprobada
      *    (SOLCRED-ENTRADA): la modificacion y el deshacer conservan
      *    el limite y la fecha de credito vigentes
       77  wk-limite-vigente           pic 9(11)v99.
       77  wk-fecha-credito-vigente    pic 9(08).
WOWCOD*
      * End of editable Working-Storage Section.
      ******************************************************************
           open input transpor.
           open input vendedor.
           open input cobrador.
           open input condvta.
           open input wpcias.
           open input localid.
           if status-localid = "35"
              move "n" to hay-localid
           end-if.
           open input motbaja.
           open i-o clisucur.
           move "s" to hay-clixref.
           close transpor.
           close vendedor.
           close cobrador.
           close condvta.
           close wpcias.
           if hay-localid = "s"
              close localid
           end-if.
           close motbaja.
           close clisucur.
           if hay-clixref = "s"
                  if datos-invalidos = "n"
                     perform validar-provincia
                  end-if
                  if datos-invalidos = "n"
                     perform validar-localidad
                  end-if
                  if datos-invalidos = "n"
                     perform validar-condicion-venta
                  end-if
                  if cuit-duplicado = "s"
                     Move all 'N' to Message-Box-Flags
                     Set Mb-OKCancel Mb-IconHand To True
                  if datos-invalidos = "n"
                     perform validar-provincia
                  end-if
                  if datos-invalidos = "n"
                     perform validar-localidad
                  end-if
                  if datos-invalidos = "n"
                     perform validar-condicion-venta
                  end-if
                  if datos-invalidos = "s"
                     Move all 'N' to Message-Box-Flags
                     Set Mb-OKCancel Mb-IconHand To True
                       perform grabar-cliente
                    end-if
                 when other
                    move a101-monto-credito to wk-limite-vigente
                    move a101-fecha-credito to wk-fecha-credito-vigente
                    move wk-deshacer-antes to a101-reg
                    move wk-limite-vigente to a101-monto-credito
                    move wk-fecha-credito-vigente to a101-fecha-credito
                    perform regrabar-cliente
              end-evaluate
              move "D" to wk-audit-operacion
              call "LUGENTRE-ABM" using a101-cliente
           end-if.

      *
      *    Lanza el ABM de contactos por rol (compras, pagos,
      *    facturacion) del cliente en pantalla y de sus sucursales;
      *    los usa NOTIF-DESPACHO para dirigir los avisos.
       VER-CONTACTOS.
           if a101-cliente not = zero
              call "CONTACTO-ABM" using a101-cliente
           end-if.

       mover-datos-al-registro.
           Call WowGetProp Using Win-Return txtNombre-H "text"
                a101-nombre

           move fecha to a101-fecha-alta

           move a101-monto-credito to wk-limite-vigente
           Call WowGetProp Using Win-Return txtImporte-H "text"
           a101-monto-credito.

      *    en la modificacion el limite de credito no se toma de la
      *    pantalla: se cambia por solicitud aprobada en
      *    SOLCRED-ENTRADA, que actualiza limite y fecha de credito.
      *    El alta sigue cargando el limite inicial del cliente.
           if mi-opcion = "m"
              and a101-monto-credito not = wk-limite-vigente
              move wk-limite-vigente to a101-monto-credito
              Move all 'N' to Message-Box-Flags
              Set Mb-OKCancel Mb-IconHand To True
              Call WowMessageBox Using Win-Return principal-H
                   "El limite se cambia por solicitud (SOLCRED)"
                   "Limite de credito" Message-Box-Flags
           end-if.

      *    los datos de tarjeta ya no se capturan aca: el area del
      *    registro solo guarda tipo + ultimos cuatro y la mantiene
      *    TARJETAS-ABM contra el archivo restringido TARJCLI
                      to wk-msg-error
              end-if
           end-if.
      *
      *    A101-COD-VENTA en blanco significa "sin condicion de
      *    venta" (la factura vence en el dia); cualquier otro
      *    codigo tiene que existir en la tabla CONDVTA y estar
      *    vigente, porque FACTURA-EMISION fija con ella los
      *    vencimientos de cada factura.
       validar-condicion-venta.
           if a101-cod-venta not = spaces
              move a101-cod-venta to condvta-codigo
              perform leer-condvta
              if existe-condvta = "n"
                 move 's' to datos-invalidos
                 move "Condicion de venta inexistente" to wk-msg-error
              else if not condvta-vigente-si
                 move 's' to datos-invalidos
                 move "Condicion de venta dada de baja"
                      to wk-msg-error
              end-if
           end-if.
      *
       leer-condvta.
           move 's' to existe-condvta.
           read condvta
                        invalid key
                                    move 'n' to existe-condvta.
      *
       leer-wpcias.
           move 's' to existe-wpcias.
           read wpcias
                        invalid key
                                    move 'n' to existe-wpcias.
      *
      *    A101-LOCALIDAD (pasada a mayusculas) y A101-CODIGO-POSTAL
      *    tienen que existir en el maestro de localidades LOCALID
      *    para la provincia del cliente, asi la misma localidad no
      *    queda escrita de varias maneras; un CPA (letra y cuatro
      *    digitos) se busca por sus cuatro digitos. Sin maestro, o
      *    sin localidad ni codigo postal cargados, no se valida.
       validar-localidad.
           inspect a101-localidad converting
               "abcdefghijklmnopqrstuvwxyz"
            to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if hay-localid = "s"
              and (a101-localidad not = spaces
                   or a101-codigo-postal not = spaces)
              move a101-codigo-postal to cp-busca
              if a101-codigo-postal(1:1) not numeric
                 and a101-codigo-postal(2:4) numeric
                 move a101-codigo-postal(2:4) to cp-busca
              end-if
              move a101-provincia to localid-provincia
              move cp-busca       to localid-codigo-postal
              move a101-localidad to localid-nombre
              move 's' to existe-localid
              read localid
                   invalid key move 'n' to existe-localid
              end-read
              if existe-localid = "n"
                 move 's' to datos-invalidos
                 move "Localidad o codigo postal inexistente"
                      to wk-msg-error
              end-if
           end-if.
      *
       leer-cobrador.
           move 's' to existe-cobrador.
