       program-id. aprobar_reposicion as "aprobar_reposicion".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de propuestas de reposicion.
       copy "file_control_propuestas_reposicion.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de propuestas de reposicion.
       copy "estructura_propuesta_reposicion.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
       working-storage section.
       77 continuar    pic x.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-propuestas pic xx value spaces.
       77 fin_propuestas pic 9 value 0.
      *Decision sobre la propuesta en pantalla: A aceptar, R
      *rechazar, S saltar, F terminar la revision.
       77 accion_propuesta pic x value space.
          88 accion_aceptar value "A" "a".
          88 accion_rechazar value "R" "r".
          88 accion_saltar value "S" "s".
          88 accion_fin value "F" "f".
       77 descripcion_propuesta pic x(20) value spaces.
       77 propuestas_aceptadas pic 9(5) value 0.
       77 propuestas_rechazadas pic 9(5) value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
       linkage section.
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       SCREEN SECTION.
      *Utilizara la pantalla de marcos definida en la librería.
       copy "p_marcos.cpy".
      *Pantalla que indica el error en la operacion.
       copy "p_error_operacion.cpy".
      *Muestra al final de la pantalla un linea indicando que continue.
       copy "p_continuar.cpy".
      *Propuesta del articulo: valores actuales, prevision que la
      *sostiene y valores propuestos, que se pueden retocar antes de
      *aceptarlos.
       01 p_propuesta_reposicion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Reposicion propuesta".
           02 line 6 col 5 value "Articulo: ".
           02 line 6 col 27 pic x(4) from prp_codigo_articulo.
           02 line 6 col 33 pic x(20) from descripcion_propuesta.
           02 line 7 col 5 value "Calculada el: ".
           02 line 7 col 27 pic 9(8) from prp_fecha.
           02 line 8 col 5 value "Media ultimos 3 meses: ".
           02 line 8 col 27 pic z(6)9.99 from prp_media_movil.
           02 line 9 col 5 value "Indice estacional: ".
           02 line 9 col 27 pic 9.99 from prp_indice_estacional.
           02 line 10 col 5 value "Prevision del mes: ".
           02 line 10 col 27 pic z(6)9.99 from prp_prevision_mes.
           02 line 11 col 5 value "Desviacion mensual: ".
           02 line 11 col 27 pic z(6)9.99 from prp_desviacion.
           02 line 12 col 5 value "Plazo (dias): ".
           02 line 12 col 27 pic zz9 from prp_plazo_dias.
           02 line 13 col 5 value "Stock de seguridad: ".
           02 line 13 col 27 pic z(6)9 from prp_stock_seguridad.
           02 line 15 col 27 value "Actual".
           02 line 15 col 40 value "Propuesto".
           02 line 16 col 5 value "Punto de pedido: ".
           02 line 16 col 27 pic z(6)9 from punto_pedido.
           02 line 16 col 40 pic 9(7) using prp_punto_propuesto.
           02 line 17 col 5 value "Cantidad a pedir: ".
           02 line 17 col 27 pic z(6)9 from cantidad_pedido.
           02 line 17 col 40 pic 9(7) using prp_cantidad_propuesta.
           02 line 19 col 5 value
              "Aceptar, Rechazar, Saltar o Fin (A/R/S/F): ".
           02 line 19 col 49 REQUIRED pic x using accion_propuesta.
      *Resumen de la revision.
       01 p_resumen_reposicion
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Reposicion propuesta".
           02 line 6 col 5 value "Propuestas aceptadas: ".
           02 line 6 col 28 pic z(4)9 from propuestas_aceptadas.
           02 line 7 col 5 value "Propuestas rechazadas: ".
           02 line 7 col 28 pic z(4)9 from propuestas_rechazadas.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
      *Aprobacion de las propuestas de reposicion que deja la
      *prevision mensual de demanda: se recorren las pendientes una
      *a una y, al aceptarlas, el punto de pedido y la cantidad a
      *pedir propuestos (retocados o no) pasan al maestro de
      *articulos; las rechazadas quedan anotadas y el maestro no
      *cambia.
       move 0 to sesion-expirada-llamada.
       open i-o propuestas_reposicion.
       if ws-estado-propuestas not = "00"
           move ws-estado-propuestas to ws-estado-fichero
           move "No hay propuestas de reposicion."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit program
       end-if.
       open i-o articulos.
       move low-values to prp_codigo_articulo.
       move 0 to fin_propuestas.
       start propuestas_reposicion
         key is not less than prp_codigo_articulo
         invalid key
           move 1 to fin_propuestas
       end-start.
       perform until fin_propuestas = 1
         read propuestas_reposicion next
           at end
             move 1 to fin_propuestas
           not at end
             if propuesta_pendiente
                 perform revisar_propuesta
             end-if
         end-read
       end-perform.
       close propuestas_reposicion.
       close articulos.
       if transaccion_activa = 1
           display PantallaMarco
           display p_resumen_reposicion
           display p_continuar
           accept continuar
       end-if.
       exit program.

      *Muestra la propuesta con los valores actuales del articulo y
      *aplica la decision tomada.
       revisar_propuesta.
       move prp_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           exit paragraph
       end-read.
       move descripcion of RArticulo to descripcion_propuesta.
       move space to accion_propuesta.
       display PantallaMarco.
       display p_propuesta_reposicion.
       accept p_propuesta_reposicion
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
           move 1 to fin_propuestas
           exit paragraph
       end-if.
       evaluate true
         when accion_aceptar
           perform aceptar_propuesta
         when accion_rechazar
           set propuesta_rechazada to true
           rewrite RPropuestaReposicion
           add 1 to propuestas_rechazadas
         when accion_fin
           move 1 to fin_propuestas
         when other
           continue
       end-evaluate.

      *Pasa al maestro el punto de pedido y la cantidad a pedir de la
      *propuesta y la deja como aplicada.
       aceptar_propuesta.
       move prp_punto_propuesto to punto_pedido.
       move prp_cantidad_propuesta to cantidad_pedido.
       rewrite RArticulo
         invalid key
           move spaces to ws-estado-fichero
           move "No se pudo actualizar el articulo."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-rewrite.
       set propuesta_aplicada to true.
       rewrite RPropuestaReposicion.
       add 1 to propuestas_aceptadas.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".
