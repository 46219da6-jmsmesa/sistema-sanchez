WOWCOD* WOWFCT
           copy "CLISUCUR.SEL".
           copy "WPCIAS.SEL".
           copy "LOCALID.SEL".
           copy "CLIENTE.SEL".
WOWCOD*
      * End of editable File-Control.
WOWCOD* WOWFLS
           copy "CLISUCUR.CPY".
           copy "WPCIAS.CPY".
           copy "LOCALID.CPY".
           copy "CLIENTFD.CPY".
WOWCOD*
      * End of editable File Section.
       77  status-wpcias              pic x(02).
       77  existe-wpcias              pic x(01).
       77  provincia-invalida         pic x(01).
       77  status-localid             pic x(02).
       77  hay-localid                pic x(01) value "s".
       77  localidad-invalida         pic x(01).
       77  cp-busca                   pic x(08).
       77  status-cliente             pic x(02).
       77  existe-cliente             pic x(01).
       77  cliente-invalido           pic x(01).
           open i-o clisucur.
           open input wpcias.
           open i-o cliente.
           open input localid.
           if status-localid = "35"
              move "n" to hay-localid
           end-if.
      *
      *    Si el programa se invoca desde CLIENTES-ABM ("ver
      *    sucursales") viene el codigo del cliente padre por
           close clisucur.
           close wpcias.
           close cliente.
           if hay-localid = "s"
              close localid
           end-if.
WOWCOD*
      * End of editable Program-Shutdown.
      ******************************************************************
              when "a"
                  perform mover-datos-al-registro
                  perform validar-provincia-sucursal
                  perform validar-localidad-sucursal
                  perform validar-cliente-padre
                  if provincia-invalida = "s"
                     Move all 'N' to Message-Box-Flags
                     Call WowMessageBox Using Win-Return principal-H
                          "Provincia inexistente en tabla WPCIAS"
                          "Error" Message-Box-Flags
                  else if localidad-invalida = "s"
                     Move all 'N' to Message-Box-Flags
                     Set Mb-OKCancel Mb-IconHand To True
                     Call WowMessageBox Using Win-Return principal-H
                          "Localidad o codigo postal inexistente"
                          "Error" Message-Box-Flags
                  else if cliente-invalido = "s"
                     Move all 'N' to Message-Box-Flags
                     Set Mb-OKCancel Mb-IconHand To True
              when "m"
                  perform mover-datos-al-registro
                  perform validar-provincia-sucursal
                  perform validar-localidad-sucursal
                  if provincia-invalida = "s"
                     Move all 'N' to Message-Box-Flags
                     Set Mb-OKCancel Mb-IconHand To True
                     Call WowMessageBox Using Win-Return principal-H
                          "Provincia inexistente en tabla WPCIAS"
                          "Error" Message-Box-Flags
                  else if localidad-invalida = "s"
                     Move all 'N' to Message-Box-Flags
                     Set Mb-OKCancel Mb-IconHand To True
                     Call WowMessageBox Using Win-Return principal-H
                          "Localidad o codigo postal inexistente"
                          "Error" Message-Box-Flags
                  else
                     perform regrabar-clisucur
                  end-if
                        invalid key
                                    move 'n' to existe-wpcias.

      *
      *    CLISUCUR-LOCALIDAD (pasada a mayusculas) y el codigo postal
      *    tienen que existir en el maestro de localidades LOCALID
      *    para la provincia de la sucursal; un CPA (letra y cuatro
      *    digitos) se busca por sus cuatro digitos. Sin maestro, o
      *    sin localidad ni codigo postal cargados, no se valida.
       validar-localidad-sucursal.
           move "n" to localidad-invalida
           inspect clisucur-localidad converting
               "abcdefghijklmnopqrstuvwxyz"
            to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if hay-localid = "s"
              and (clisucur-localidad not = spaces
                   or clisucur-codigo-postal not = spaces)
              move clisucur-codigo-postal to cp-busca
              if clisucur-codigo-postal(1:1) not numeric
                 and clisucur-codigo-postal(2:4) numeric
                 move clisucur-codigo-postal(2:4) to cp-busca
              end-if
              move clisucur-provincia to localid-provincia
              move cp-busca           to localid-codigo-postal
              move clisucur-localidad to localid-nombre
              read localid
                   invalid key move "s" to localidad-invalida
              end-read
           end-if.

      *
      *    El alta de una sucursal exige que el cliente padre exista
      *    y no este dado de baja.
