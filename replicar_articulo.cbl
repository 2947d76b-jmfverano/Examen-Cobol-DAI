       program-id. replicar_articulo as "replicar_articulo".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Control del fichero maestro de articulos como en la libreria
      *comun pero con estado propio: una empresa puede no tener aun
      *maestro de articulos.
           select articulos
               assign to ".\articulos.dat"
               organization is indexed
               access mode is dynamic
               sharing with all other
               lock mode is automatic
               record key is codigo_articulo of RArticulo
               file status is ws-estado-articulos.
      *Utiliza el control del fichero maestro de empresas.
       copy "file_control_empresas.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero maestro de empresas.
       copy "estructura_empresa.cpy".
       working-storage section.
      *Campos del maestro de empresas y del cambio de empresa.
       copy "ws_empresa.cpy".
      *Campos de la copia del catalogo de articulos.
       copy "ws_replicar_articulo.cpy".
       linkage section.
      *Articulo recien grabado en la empresa actual.
       01 articulo_replicado pic x(112).

       procedure division using articulo_replicado.
      *El catalogo de articulos es comun a todas las empresas: el
      *articulo que se acaba de dar de alta o modificar en la empresa
      *actual se copia al maestro de articulos de las demas. Si no
      *hay maestro de empresas no hay nada que copiar.
       move articulo_replicado to articulo_catalogo.
       perform cargar_empresas.
       if multiempresa = 0
           exit program
       end-if.
       perform guardar_directorio_inicial.
       perform identificar_empresa_inicial.
       perform varying idx_empresa from 1 by 1
         until idx_empresa > num_empresas
           if te_codigo(idx_empresa) not = empresa_inicial
               perform replicar_en_empresa
           end-if
       end-perform.
       perform volver_directorio_inicial.
       exit program.

      *Copia el articulo al maestro de la empresa de la posicion
      *idx_empresa, si su directorio esta disponible.
       replicar_en_empresa.
       perform entrar_empresa_indice.
       if empresa_encontrada = 0
           exit paragraph
       end-if.
       perform abrir_articulos_empresa.
       if ws-estado-articulos = "00"
           perform replicar_articulo_catalogo
           close articulos
       end-if.
       perform volver_directorio_inicial.

      *Maestro de empresas y cambio de directorio de empresa.
       copy "parrafo_empresa.cpy".

      *Copia de un articulo del catalogo a otra empresa.
       copy "parrafo_replicar_articulo.cpy".
