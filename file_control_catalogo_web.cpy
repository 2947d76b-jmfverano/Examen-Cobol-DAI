      *Control del fichero con lo ultimo enviado de cada articulo al
      *catalogo de la tienda web y de los marketplaces.
           select catalogo_web_enviado
               assign to ".\catalogo_web_enviado.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is cwe_codigo_articulo
               file status is ws-estado-catalogo.
