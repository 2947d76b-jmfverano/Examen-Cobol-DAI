      *Estructura del fichero de propuestas de reposicion. Lo
      *regenera entero cada ejecucion mensual de la prevision de
      *demanda, con un registro por articulo vendido en los dos
      *ultimos anios; la pantalla de aprobacion pasa al maestro de
      *articulos los valores aceptados.
       fd propuestas_reposicion
         value of file-id is ".\propuestas_reposicion.dat"
         data record is RPropuestaReposicion.
       01 RPropuestaReposicion.
          02 prp_codigo_articulo pic x(4).
          02 prp_fecha pic 9(8).
      *   Valores del maestro al calcular la propuesta y valores
      *   propuestos.
          02 prp_punto_actual pic 9(7).
          02 prp_cantidad_actual pic 9(7).
          02 prp_punto_propuesto pic 9(7).
          02 prp_cantidad_propuesta pic 9(7).
      *   Prevision que sostiene la propuesta: media movil de los
      *   ultimos tres meses, indice estacional del mes que empieza,
      *   demanda mensual prevista, desviacion mensual de los doce
      *   ultimos meses, plazo de reposicion en dias y stock de
      *   seguridad resultante.
          02 prp_media_movil pic 9(7)v99.
          02 prp_indice_estacional pic 9v99.
          02 prp_prevision_mes pic 9(7)v99.
          02 prp_desviacion pic 9(7)v99.
          02 prp_plazo_dias pic 9(3).
          02 prp_stock_seguridad pic 9(7).
      *   Pendiente de revisar, aplicada al maestro o rechazada.
          02 prp_estado pic x.
             88 propuesta_pendiente value "P".
             88 propuesta_aplicada value "A".
             88 propuesta_rechazada value "R".
