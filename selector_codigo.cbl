         end-read
       end-perform.

      *Anota el articulo leido como candidato. Los descatalogados
      *no se ofrecen; los bloqueados y los de fin de serie se ofrecen
      *marcados tras la descripcion.
       anotar_candidato_articulo.
       if articulo_descatalogado of RArticulo
           exit paragraph
       end-if.
       add 1 to num_candidatos.
       move codigo_articulo of RArticulo
         to can_codigo(num_candidatos).
       move descripcion of RArticulo
         to can_nombre(num_candidatos).
       if articulo_bloqueado of RArticulo
           move "BLOQUEADO" to can_nombre(num_candidatos)(22:9)
       end-if.
       if articulo_fin_serie of RArticulo
           move "FIN SERIE" to can_nombre(num_candidatos)(22:9)
       end-if.

      *Anota el cliente leido como candidato.
       anotar_candidato_cliente.
