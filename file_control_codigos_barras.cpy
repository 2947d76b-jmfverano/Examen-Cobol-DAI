      *Control del fichero de codigos de barras de los articulos,
      *con clave alternativa por articulo para listar los codigos
      *de cada uno.
      *Fichero comun a todas las empresas, en el directorio comun.
           select codigos_barras
               assign to "..\comun\codigos_barras.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is cb_codigo_barras
               alternate record key is cb_codigo_articulo
               with duplicates
               file status is ws-estado-barras.
