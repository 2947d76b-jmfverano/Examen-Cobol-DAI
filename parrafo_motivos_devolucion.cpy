      *Parrafos compartidos del maestro de motivos de devolucion.
      *El programa que los usa declara ws-estado-motivos-dev,
      *fin_motivos_dev y linea_motivo_dev, y la pantalla
      *p_motivos_devolucion.cpy para la lista.
      *abrir_motivos_devolucion abre el maestro y, la primera vez,
      *lo crea con los motivos habituales.
       abrir_motivos_devolucion.
       open i-o motivos_devolucion.
       if ws-estado-motivos-dev = "35"
           open output motivos_devolucion
           move "DL" to mdv_codigo
           move "Defectuoso a la llegada" to mdv_descripcion
           move "S" to mdv_defecto
           write RMotivoDevolucion
           move "AU" to mdv_codigo
           move "Averiado en uso" to mdv_descripcion
           move "S" to mdv_defecto
           write RMotivoDevolucion
           move "AE" to mdv_codigo
           move "Articulo equivocado" to mdv_descripcion
           move "N" to mdv_defecto
           write RMotivoDevolucion
           move "NN" to mdv_codigo
           move "No lo necesita" to mdv_descripcion
           move "N" to mdv_defecto
           write RMotivoDevolucion
           move "DT" to mdv_codigo
           move "Danado en el transporte" to mdv_descripcion
           move "N" to mdv_defecto
           write RMotivoDevolucion
           close motivos_devolucion
           open i-o motivos_devolucion
       end-if.

      *Muestra los motivos del maestro a la derecha de la pantalla.
       listar_motivos_devolucion.
       display p_titulo_motivos_dev.
       move 6 to linea_motivo_dev.
       move low-values to mdv_codigo.
       move 0 to fin_motivos_dev.
       start motivos_devolucion
         key is not less than mdv_codigo
         invalid key
           move 1 to fin_motivos_dev
       end-start.
       perform until fin_motivos_dev = 1
          or linea_motivo_dev > 18
         read motivos_devolucion next
           at end
             move 1 to fin_motivos_dev
           not at end
             display p_linea_motivo_dev
             add 1 to linea_motivo_dev
         end-read
       end-perform.
