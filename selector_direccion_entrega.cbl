       program-id. selector_direccion_entrega
           as "selector_direccion_entrega".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de direcciones de entrega.
       copy "file_control_direcciones_entrega.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de direcciones de entrega.
       copy "estructura_direccion_entrega.cpy".
       working-storage section.
       77 continuar pic x.
       77 ws-estado-direcciones pic xx value spaces.
       77 fin_direcciones pic 9 value 0.
       77 fin_seleccion pic 9 value 0.
      *Direcciones listadas, la predeterminada y la eleccion.
       77 num_direcciones pic 99 value 0.
       77 numero_predeterminado pic 99 value 0.
       77 eleccion pic 99 value 0.
       77 linea_actual pic 99 value 8.
       77 marca_predeterminada pic x value space.
       77 aviso_direccion pic x(40) value spaces.
       linkage section.
      *Cliente de la venta y direccion de entrega elegida.
       copy "ws_seleccion_direccion.cpy".
       SCREEN SECTION.
      *Utilizara la pantalla de marcos definida en la librería.
       copy "p_marcos.cpy".
      *Cabecera de la lista de direcciones del cliente.
       01 p_titulo_direcciones
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Direcciones de entrega del cliente ".
           02 line 4 col 40 pic x(4) from sdi_cliente.
           02 line 6 col 5 value
              "N.  Sede                 Direccion                 ".
           02 line 6 col 56 value "Ciudad".
      *Una linea de la lista de direcciones.
       01 p_linea_direccion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 3 pic x from marca_predeterminada.
           02 line linea_actual col 5 pic 99 from dre_numero.
           02 line linea_actual col 9 pic x(20) from dre_nombre_sede.
           02 line linea_actual col 30 pic x(25) from dre_direccion.
           02 line linea_actual col 56 pic x(15) from dre_ciudad.
      *Pide la direccion de entrega, propuesta la predeterminada.
       01 obten_eleccion_direccion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 19 col 5 value "Direccion de entrega (* = ".
           02 line 19 col 31 value "predeterminada): ".
           02 line 19 col 48 REQUIRED pic 99 using eleccion.
      *Aviso de una direccion que no es del cliente.
       01 p_aviso_direccion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 beep.
           02 line 21 col 5 pic x(40) from aviso_direccion.

       procedure division using seleccion_direccion.
      *Selector de la direccion de entrega para las pantallas de
      *venta: lista las direcciones de entrega del cliente, con la
      *predeterminada marcada y propuesta, y devuelve la elegida. Si
      *el cliente no tiene direcciones de entrega no muestra nada y
      *devuelve cero: la venta sale a la direccion del maestro.
       move 0 to sdi_numero.
       open input direcciones_entrega.
       if ws-estado-direcciones not = "00"
           exit program
       end-if.
       perform mostrar_direcciones.
       if num_direcciones > 0
           move 0 to fin_seleccion
           perform until fin_seleccion = 1
               move numero_predeterminado to eleccion
               display obten_eleccion_direccion
               accept obten_eleccion_direccion
               perform comprobar_eleccion_direccion
           end-perform
       end-if.
       close direcciones_entrega.
       exit program.

      *Recorre las direcciones del cliente y las muestra; la
      *propuesta es la predeterminada o, si no hay, la primera.
       mostrar_direcciones.
       move 0 to num_direcciones.
       move 0 to numero_predeterminado.
       move 8 to linea_actual.
       move sdi_cliente to dre_codigo_cliente.
       move 0 to dre_numero.
       move 0 to fin_direcciones.
       start direcciones_entrega
         key is not less than dre_clave
         invalid key
           move 1 to fin_direcciones
       end-start.
       perform until fin_direcciones = 1
         read direcciones_entrega next
           at end
             move 1 to fin_direcciones
           not at end
             if dre_codigo_cliente not = sdi_cliente
                 move 1 to fin_direcciones
             else
                 if num_direcciones = 0
                     display PantallaMarco
                     display p_titulo_direcciones
                     move dre_numero to numero_predeterminado
                 end-if
                 add 1 to num_direcciones
                 move space to marca_predeterminada
                 if direccion_predeterminada
                     move "*" to marca_predeterminada
                     move dre_numero to numero_predeterminado
                 end-if
                 if linea_actual < 18
                     display p_linea_direccion
                     add 1 to linea_actual
                 end-if
             end-if
         end-read
       end-perform.

      *La direccion tecleada tiene que ser una del cliente.
       comprobar_eleccion_direccion.
       move sdi_cliente to dre_codigo_cliente.
       move eleccion to dre_numero.
       read direcciones_entrega
         key is dre_clave
         invalid key
           move "Esa direccion no es del cliente."
             to aviso_direccion
           display p_aviso_direccion
           accept continuar
           move spaces to aviso_direccion
           display p_aviso_direccion
         not invalid key
           move eleccion to sdi_numero
           move 1 to fin_seleccion
       end-read.
