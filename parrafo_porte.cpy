      *Abre los ficheros de transportistas, tarifas y zonas que
      *existan; sin ellos los envios salen sin transportista y sin
      *coste de portes.
       abrir_ficheros_porte.
       move 1 to transportistas_abiertos.
       open input transportistas.
       if ws-estado-transportistas not = "00"
           move 0 to transportistas_abiertos
       end-if.
       move 1 to tarifas_abiertas.
       open input tarifas_porte.
       if ws-estado-tarifas-porte not = "00"
           move 0 to tarifas_abiertas
       end-if.
       move 1 to zonas_abiertas.
       open input zonas_porte.
       if ws-estado-zonas-porte not = "00"
           move 0 to zonas_abiertas
       end-if.

      *Cierra los ficheros de portes que se abrieron.
       cerrar_ficheros_porte.
       if transportistas_abiertos = 1
           close transportistas
       end-if.
       if tarifas_abiertas = 1
           close tarifas_porte
       end-if.
       if zonas_abiertas = 1
           close zonas_porte
       end-if.

      *Calcula el coste del envio de por_peso kilos al codigo postal
      *por_codigo_postal con el transportista por_transportista. La
      *zona sale de la provincia del codigo postal o, si no tiene
      *zona propia, de la zona comodin **. Se aplica el primer tramo
      *de peso que cubre el envio; si pesa mas que todos, el ultimo.
      *Sin zona o sin tramos, porte_con_tarifa queda a cero.
       calcular_porte.
       move 0 to por_zona.
       move 0 to por_importe.
       move 0 to porte_con_tarifa.
       if tarifas_abiertas = 0 or zonas_abiertas = 0
          or por_transportista = spaces
           exit paragraph
       end-if.
       move 1 to zona_porte_encontrada.
       move por_transportista to zon_transportista.
       move por_codigo_postal(1:2) to zon_prefijo_cp.
       read zonas_porte
         key is zon_clave
         invalid key
           move 0 to zona_porte_encontrada
       end-read.
       if zona_porte_encontrada = 0
           move 1 to zona_porte_encontrada
           move "**" to zon_prefijo_cp
           read zonas_porte
             key is zon_clave
             invalid key
               move 0 to zona_porte_encontrada
           end-read
       end-if.
       if zona_porte_encontrada = 0
           exit paragraph
       end-if.
       move zon_zona to por_zona.
       move por_transportista to trf_transportista.
       move por_zona to trf_zona.
       move 0 to trf_peso_hasta.
       move 0 to fin_tarifas_porte.
       start tarifas_porte
         key is not less than trf_clave
         invalid key
           move 1 to fin_tarifas_porte
       end-start.
       perform until fin_tarifas_porte = 1
         read tarifas_porte next
           at end
             move 1 to fin_tarifas_porte
           not at end
             if trf_transportista not = por_transportista
                or trf_zona not = por_zona
                 move 1 to fin_tarifas_porte
             else
                 move trf_importe to por_importe
                 move 1 to porte_con_tarifa
                 if trf_peso_hasta not < por_peso
                     move 1 to fin_tarifas_porte
                 end-if
             end-if
         end-read
       end-perform.

      *Regla por defecto para elegir transportista: el mas barato de
      *los que tienen tarifa para el destino y el peso del envio y,
      *si ninguno la tiene, el transportista predeterminado. Deja el
      *elegido y su coste en por_transportista y por_importe.
       elegir_transportista_porte.
       move spaces to mejor_transportista.
       move spaces to transportista_defecto.
       move 0 to mejor_importe.
       move 0 to hay_mejor_porte.
       if transportistas_abiertos = 1
           move low-values to tra_codigo
           move 0 to fin_transportistas_porte
           start transportistas
             key is not less than tra_codigo
             invalid key
               move 1 to fin_transportistas_porte
           end-start
           perform until fin_transportistas_porte = 1
             read transportistas next
               at end
                 move 1 to fin_transportistas_porte
               not at end
                 if transportista_predeterminado
                    and transportista_defecto = spaces
                     move tra_codigo to transportista_defecto
                 end-if
                 move tra_codigo to por_transportista
                 perform calcular_porte
                 if porte_con_tarifa = 1
                    and (hay_mejor_porte = 0
                         or por_importe < mejor_importe)
                     move 1 to hay_mejor_porte
                     move tra_codigo to mejor_transportista
                     move por_importe to mejor_importe
                 end-if
             end-read
           end-perform
       end-if.
       if hay_mejor_porte = 1
           move mejor_transportista to por_transportista
       else
           move transportista_defecto to por_transportista
       end-if.
       perform calcular_porte.
