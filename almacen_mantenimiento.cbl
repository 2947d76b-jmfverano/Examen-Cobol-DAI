       copy "file_control_kardex.cpy".
      *Utiliza el control de los ficheros de almacenes.
       copy "file_control_almacenes.cpy".
      *Utiliza el control del fichero de niveles por almacen.
       copy "file_control_niveles_almacen.cpy".
      *Utiliza el control del fichero de traspasos propuestos.
       copy "file_control_propuestas_traspaso.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
      *Utiliza el control del registro de cambios de los maestros.
       copy "file_control_cambios_maestros.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_kardex.cpy".
      *Utiliza la estructura de los ficheros de almacenes.
       copy "estructura_almacen.cpy".
      *Utiliza la estructura del fichero de niveles por almacen.
       copy "estructura_nivel_almacen.cpy".
      *Utiliza la estructura del fichero de traspasos propuestos.
       copy "estructura_propuesta_traspaso.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
      *Utiliza la estructura del registro de cambios de los maestros.
       copy "estructura_cambio_maestro.cpy".
       working-storage section.
      *Campos del kardex de movimientos de stock.
       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "almacen_mantenimiento".
       77 fin_saldos pic 9 value 0.
       77 hubo_saldo pic 9 value 0.
       77 linea_actual pic 99 value 7.
      *Campos de los niveles minimo y objetivo por almacen.
       77 ws-estado-niveles pic xx value spaces.
       77 nivel_existente pic 9 value 0.
       77 nivel_valido pic 9 value 1.
      *Campos de la confirmacion de los traspasos propuestos.
       77 ws-estado-prop-traspaso pic xx value spaces.
       77 fin_propuestas pic 9 value 0.
       77 accion_traspaso pic x value space.
          88 accion_confirmar value "C" "c".
          88 accion_rechazar value "R" "r".
          88 accion_fin value "F" "f".
       77 traspasos_confirmados pic 9(5) value 0.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
      *Campos del registro de cambios de los maestros.
       copy "ws_cambio_maestro.cpy".
       copy "ws_cambio_almacen.cpy".
       linkage section.
      *Login del operador, para el registro de cambios.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
           02 line 4 col 5 value "Almacen".
           02 line 6 col 5 value "Codigo: ".
           02 line 7 col 5 value "Descripcion: ".
           02 line 8 col 5 value "Stock en la tienda web (S/N): ".
           02 line 6 col 14 REQUIRED pic x(2) using alm_codigo.
           02 line 7 col 19 pic x(20) using alm_descripcion.
           02 line 8 col 35 pic x using alm_publicar_web.
      *Cambio de la publicacion en la web del almacen consultado.
       01 p_publicar_almacen
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 8 col 35 pic x using alm_publicar_web.
           02 line 10 col 5 value
              "Puede cambiar la publicacion en la web (S/N).".
      *Pantalla que obtendra el articulo cuyos saldos se consultan.
       01 obten_articulo_saldos
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
              from alm_descripcion.
           02 line linea_actual col 31 pic z(6)9-
              from sa_stock.
      *Pantalla que obtendra el articulo y el almacen de los niveles.
       01 obten_clave_nivel
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Niveles de stock por almacen".
           02 line 6 col 5 value "Articulo: ".
           02 line 6 col 16 REQUIRED pic x(4)
              using nal_codigo_articulo.
           02 line 7 col 5 value "Almacen: ".
           02 line 7 col 16 REQUIRED pic x(2)
              using nal_codigo_almacen.
      *Niveles minimo y objetivo del articulo en el almacen.
       01 p_datos_nivel
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 22 pic x(20) from descripcion of RArticulo.
           02 line 7 col 22 pic x(20) from alm_descripcion.
           02 line 9 col 5 value "Minimo: ".
           02 line 9 col 16 pic 9(7) using nal_minimo.
           02 line 10 col 5 value "Objetivo: ".
           02 line 10 col 16 pic 9(7) using nal_objetivo.
           02 line 12 col 5 value
              "Por debajo del minimo se repone hasta el objetivo.".
      *Traspaso propuesto para confirmar.
       01 p_traspaso_propuesto
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Traspasos propuestos".
           02 line 6 col 5 value "Articulo: ".
           02 line 6 col 24 pic x(4) from ptr_codigo_articulo.
           02 line 6 col 30 pic x(20) from descripcion of RArticulo.
           02 line 7 col 5 value "Ubicacion: ".
           02 line 7 col 24 pic x(6) from ptr_ubicacion.
           02 line 8 col 5 value "Almacen origen: ".
           02 line 8 col 24 pic x(2) from ptr_almacen_origen.
           02 line 9 col 5 value "Almacen destino: ".
           02 line 9 col 24 pic x(2) from ptr_almacen_destino.
           02 line 10 col 5 value "Saldo en destino: ".
           02 line 10 col 24 pic z(6)9- from ptr_saldo_destino.
           02 line 11 col 5 value "Minimo / objetivo: ".
           02 line 11 col 24 pic z(6)9 from ptr_minimo.
           02 line 11 col 33 pic z(6)9 from ptr_objetivo.
           02 line 13 col 5 value "Unidades: ".
           02 line 13 col 24 pic 9(5) using ptr_unidades.
           02 line 15 col 5 value
              "Confirmar, Rechazar, Saltar o Fin (C/R/S/F): ".
           02 line 15 col 51 REQUIRED pic x using accion_traspaso.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
       move login-usuario to cam_usuario.
       move "almacen_mantenimiento" to cam_programa.
       move "ALMACENES" to cam_fichero.
       move campos_cambio_almacen to tabla_campos_cambio.
       move num_campos_almacen to num_campos_cambio.
      *Almacenes de la empresa y traspasos de genero entre ellos:
      *el total del maestro de articulos no cambia con un traspaso,
      *pero los dos apuntes quedan en el kardex y en los saldos por
         when 2 perform consulta_almacen
         when 3 perform traspaso_almacenes
         when 4 perform consulta_saldos_articulo
         when 5 perform niveles_articulo_almacen
         when 6 perform traspasos_propuestos
         when 7 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
       move 1 to transaccion_activa.
       move spaces to alm_codigo.
       move spaces to alm_descripcion.
       move "N" to alm_publicar_web.
       display PantallaMarco.
       display p_datos_almacen.
       accept p_datos_almacen
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       if alm_publicar_web not = "S"
           move "N" to alm_publicar_web
       end-if
       write RAlmacen
         invalid key
           move spaces to ws-estado-fichero
           display pantalla_opera_error
           accept continuar
         not invalid key
           move spaces to imagen_anterior_maestro
           move "A" to cam_operacion
           perform anotar_cambio_almacen
           display PantallaMarco
           display pantalla_completa
           accept continuar
       move 1 to transaccion_activa.
       move spaces to alm_codigo.
       move spaces to alm_descripcion.
       move space to alm_publicar_web.
       display PantallaMarco.
       display p_datos_almacen.
       accept p_datos_almacen
           display pantalla_opera_error
           accept continuar
         not invalid key
           move RAlmacen to imagen_anterior_maestro
           display PantallaMarco
           display p_datos_almacen
           display p_publicar_almacen
           accept p_publicar_almacen
             with time-out ws-tiempo-espera
             on exception
               move 1 to sesion-expirada-llamada
               move 0 to transaccion_activa
           end-accept
           if transaccion_activa = 1
               if alm_publicar_web = "s"
                   move "S" to alm_publicar_web
               end-if
               if alm_publicar_web not = "S"
                   move "N" to alm_publicar_web
               end-if
               rewrite RAlmacen
               move "M" to cam_operacion
               perform anotar_cambio_almacen
           end-if
       end-read
       end-if.

       display p_linea_saldo_almacen.
       add 1 to linea_actual.

      *Mantiene el minimo y el objetivo de stock de un articulo en
      *un almacen, que usa la propuesta de traspasos.
       niveles_articulo_almacen.
       move 1 to transaccion_activa.
       move spaces to nal_codigo_articulo.
       move spaces to nal_codigo_almacen.
       display PantallaMarco.
       display obten_clave_nivel.
       accept obten_clave_nivel
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 0
           exit paragraph
       end-if.
       move 1 to nivel_valido.
       open input articulos.
       move nal_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move 0 to nivel_valido
           move "Articulo no valido." to ws-descripcion-estado
       end-read.
       close articulos.
       if nivel_valido = 1
           move nal_codigo_almacen to alm_codigo
           read almacenes
             key is alm_codigo
             invalid key
               move 0 to nivel_valido
               move "Almacen no valido." to ws-descripcion-estado
           end-read
       end-if.
       if nivel_valido = 0
           move spaces to ws-estado-fichero
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       open i-o niveles_almacen.
       if ws-estado-niveles = "35"
           open output niveles_almacen
           close niveles_almacen
           open i-o niveles_almacen
       end-if.
       move 1 to nivel_existente.
       read niveles_almacen
         key is nal_clave
         invalid key
           move 0 to nivel_existente
           move 0 to nal_minimo
           move 0 to nal_objetivo
       end-read.
       display PantallaMarco.
       display obten_clave_nivel.
       display p_datos_nivel.
       accept p_datos_nivel
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           if nal_objetivo < nal_minimo
               move spaces to ws-estado-fichero
               move "El objetivo no llega al minimo."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
               if nivel_existente = 1
                   rewrite RNivelAlmacen
               else
                   write RNivelAlmacen
               end-if
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-if
       end-if.
       close niveles_almacen.

      *Recorre los traspasos que dejo pendientes la propuesta de
      *traspasos; al confirmarlos se hacen igual que un traspaso
      *tecleado, con las unidades propuestas o las corregidas.
       traspasos_propuestos.
       move 1 to transaccion_activa.
       open i-o propuestas_traspaso.
       if ws-estado-prop-traspaso not = "00"
           move ws-estado-prop-traspaso to ws-estado-fichero
           move "No hay traspasos propuestos."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
           exit paragraph
       end-if.
       move 0 to traspasos_confirmados.
       move low-values to ptr_clave.
       move 0 to fin_propuestas.
       start propuestas_traspaso
         key is not less than ptr_clave
         invalid key
           move 1 to fin_propuestas
       end-start.
       perform until fin_propuestas = 1
         read propuestas_traspaso next
           at end
             move 1 to fin_propuestas
           not at end
             if traspaso_pendiente
                 perform revisar_traspaso_propuesto
             end-if
         end-read
       end-perform.
       close propuestas_traspaso.
       if transaccion_activa = 1 and traspasos_confirmados > 0
           display PantallaMarco
           display pantalla_completa
           accept continuar
       end-if.

      *Muestra un traspaso propuesto y aplica la decision tomada.
       revisar_traspaso_propuesto.
       move spaces to descripcion of RArticulo.
       open input articulos.
       move ptr_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
       end-read.
       close articulos.
       move space to accion_traspaso.
       display PantallaMarco.
       display p_traspaso_propuesto.
       accept p_traspaso_propuesto
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
         when accion_confirmar
           move ptr_codigo_articulo to tra_codigo_articulo
           move ptr_almacen_origen to tra_origen
           move ptr_almacen_destino to tra_destino
           move ptr_unidades to tra_unidades
           perform validar_traspaso
           if traspaso_valido = 1
               perform aplicar_traspaso
               set traspaso_confirmado to true
               rewrite RPropuestaTraspaso
               add 1 to traspasos_confirmados
           end-if
         when accion_rechazar
           set traspaso_rechazado to true
           rewrite RPropuestaTraspaso
         when accion_fin
           move 1 to fin_propuestas
         when other
           continue
       end-evaluate.

      *Abre los ficheros de almacenes y de saldos, creandolos
      *vacios la primera vez.
       abrir_ficheros_almacen.
           open i-o stock_almacen
       end-if.

      *Anota en el registro de cambios los campos del almacen que
      *cambiaron respecto de la imagen anterior.
       anotar_cambio_almacen.
       move alm_codigo to cam_clave.
       move RAlmacen to imagen_nueva_maestro.
       perform grabar_cambios_maestro.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Anota el movimiento de stock en el kardex.
       copy "parrafo_grabar_kardex.cpy".

      *Registro de cambios de los maestros.
       copy "parrafo_cambio_maestro.cpy".
