       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "consultar_bajas".
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
       77 mov_almacen pic x(2) value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 ws-estado-stock-alm pic xx value spaces.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
      *Criterios de busqueda sobre el archivo de bajas.
       77 codigo_buscado pic x(8).
       01 fecha_dia pic 9(8) value 0.
       01 fecha_dia_det redefines fecha_dia.
          02 dia_busca_anio pic 9(4).
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del codigo de venta tecleado.
       copy "ws_codigo_venta.cpy".
       linkage section.
      *Rol del usuario que abrio la sesion: la consulta es libre pero
      *la reinstalacion queda reservada a los administradores.
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           move codigo_venta to venta_tecleada
           perform normalizar_codigo_venta
           move venta_tecleada to codigo_venta
           move codigo_venta to codigo_buscado
         when 2
           display obten_fecha_dia

      *Mueve el stock con explosion de kits en sus componentes.
       copy "parrafo_mover_stock.cpy".

      *Codigo de venta tecleado completado con ceros.
       copy "parrafo_codigo_venta.cpy".
