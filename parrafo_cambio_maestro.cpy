      *Anade al registro de cambios de los maestros una linea por
      *cada campo que difiere entre imagen_anterior_maestro e
      *imagen_nueva_maestro. El programa que lo usa declara los
      *campos de ws_cambio_maestro, con su nombre en cam_programa y
      *el usuario en cam_usuario, carga la tabla de campos del
      *maestro y rellena cam_fichero, cam_clave, cam_operacion (A, M
      *o B) y las dos imagenes; en un alta la anterior va en blanco
      *y en una baja la nueva, que se deja en blanco aqui.
       grabar_cambios_maestro.
       if cam_operacion = "B"
           move spaces to imagen_nueva_maestro
       end-if.
       if imagen_anterior_maestro = imagen_nueva_maestro
           exit paragraph
       end-if.
       accept cma_fecha from date yyyymmdd.
       accept cma_hora from time.
       move cam_usuario to cma_usuario.
       move cam_programa to cma_programa.
       move cam_fichero to cma_fichero.
       move cam_clave to cma_clave.
       move cam_operacion to cma_operacion.
       open extend cambios_maestros.
       if ws-estado-cambios = "35"
           open output cambios_maestros
       end-if.
       perform varying idx_campo_cambio from 1 by 1
         until idx_campo_cambio > num_campos_cambio
           move cmc_posicion(idx_campo_cambio) to cam_posicion
           move cmc_longitud(idx_campo_cambio) to cam_longitud
           if imagen_anterior_maestro(cam_posicion:cam_longitud)
              not = imagen_nueva_maestro(cam_posicion:cam_longitud)
               perform grabar_campo_cambiado
           end-if
       end-perform.
       close cambios_maestros.

      *Graba la linea del campo idx_campo_cambio con sus dos valores.
       grabar_campo_cambiado.
       move cmc_nombre(idx_campo_cambio) to cma_campo.
       move cmc_decimales(idx_campo_cambio) to cam_decimales.
       move spaces to cam_valor.
       if cam_operacion not = "A"
           move imagen_anterior_maestro(cam_posicion:cam_longitud)
             to cam_valor
           perform editar_valor_cambio
       end-if.
       move cam_valor to cma_valor_anterior.
       move spaces to cam_valor.
       if cam_operacion not = "B"
           move imagen_nueva_maestro(cam_posicion:cam_longitud)
             to cam_valor
           perform editar_valor_cambio
       end-if.
       move cam_valor to cma_valor_nuevo.
       write RCambioMaestro.

      *Pone el punto decimal a un importe guardado sin el.
       editar_valor_cambio.
       if cam_decimales = 0 or cam_longitud > 39
           exit paragraph
       end-if.
       compute cam_enteros = cam_longitud - cam_decimales.
       move spaces to cam_valor_editado.
       string cam_valor(1:cam_enteros) delimited by size
              "." delimited by size
              cam_valor(cam_enteros + 1:cam_decimales)
                delimited by size
         into cam_valor_editado
       end-string.
       move cam_valor_editado to cam_valor.
