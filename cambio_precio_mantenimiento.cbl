       program-id. cambio_precio_mantenimiento
           as "cambio_precio_mantenimiento".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de cambios de precio
      *programados y de su contador.
       copy "file_control_cambios_precio.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero maestro de familias.
       copy "file_control_familias.cpy".
      *Utiliza el control del fichero historico de precios.
       copy "file_control_historico_precios.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de cambios de precio
      *programados y de su contador.
       copy "estructura_cambio_precio.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero maestro de familias.
       copy "estructura_familia.cpy".
      *Utiliza la estructura del fichero historico de precios.
       copy "estructura_historico_precio.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
       working-storage section.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-cambios-precio pic xx value spaces.
       77 ws-estado-contador-cpr pic xx value spaces.
       77 ws-estado-familias pic xx value spaces.
       77 ws-estado-historico pic xx value spaces.
       77 familias_abierto pic 9 value 0.
       77 cambio_valido pic 9 value 0.
      *Contador de cambios de precio programados.
       77 contador_siguiente_cpr pic 9(6) value 0.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
      *Sentido y porcentaje tecleados; el fichero guarda el
      *porcentaje con su signo.
       77 sentido_cambio pic x value "S".
          88 cambio_subida value "S" "s".
          88 cambio_bajada value "B" "b".
       77 porcentaje_tecleado pic 9(3)v99 value 0.
       01 fecha_hoy pic 9(8) value 0.
       01 fecha_validar pic 9(8) value 0.
       01 fecha_validar_det redefines fecha_validar.
          02 validar_anio pic 9(4).
          02 validar_mes  pic 99.
          02 validar_dia  pic 99.
      *Historial de un articulo: los ultimos cambios que caben en
      *pantalla y el precio y el coste vigentes en una fecha.
       77 articulo_historial pic x(4) value spaces.
       77 fecha_historial pic 9(8) value 0.
       77 fin_historico pic 9 value 0.
       77 num_historial pic 99 value 0.
       77 idx_historial pic 99 value 0.
       77 linea_actual pic 99 value 7.
       77 precio_en_fecha pic 9(7)v99 value 0.
       77 coste_en_fecha pic 9(7)v99 value 0.
       77 valor_en_fecha_fijado pic 9 value 0.
       77 valor_en_fecha_posterior pic 9 value 0.
       01 tabla_historial.
          02 historial_linea occurs 12 times.
             03 hil_fecha pic 9(8).
             03 hil_hora pic 9(4).
             03 hil_precio_anterior pic 9(7)v99.
             03 hil_precio_nuevo pic 9(7)v99.
             03 hil_coste_anterior pic 9(7)v99.
             03 hil_coste_nuevo pic 9(7)v99.
             03 hil_usuario pic x(12).
             03 hil_programa pic x(24).
       01 historial_auxiliar pic x(84).
      *Campos de la linea mostrada del historial.
       77 wk_fecha pic 9(8) value 0.
       77 wk_hora pic 9(4) value 0.
       77 wk_precio_anterior pic 9(7)v99 value 0.
       77 wk_precio_nuevo pic 9(7)v99 value 0.
       77 wk_coste_anterior pic 9(7)v99 value 0.
       77 wk_coste_nuevo pic 9(7)v99 value 0.
       77 wk_usuario pic x(12) value spaces.
       77 wk_programa pic x(24) value spaces.
      *Tiempo de espera (en milisegundos) tras el que se considera que
      *la sesion quedo inactiva, igual que en Principal.
       77 ws-tiempo-espera pic 9(8) value 180000.
      *Campos de la lectura del fichero central de parametros.
       77 parametros_leidos pic 9 value 0.
       77 ws-estado-parametros pic xx value spaces.
       77 transaccion_activa pic 9 value 1.
       linkage section.
      *Login del operador, recibido de Principal, que queda como
      *autor del cambio programado.
       01 login-usuario pic x(12).
      *Avisa a Principal de que la sesion caduco mientras se rellenaba
      *esta pantalla, para que se exija el login de nuevo.
       01 sesion-expirada-llamada pic 9.
       SCREEN SECTION.
      *Utilizara la pantalla de marcos definida en la librería.
       copy "p_marcos.cpy".
      *Pantalla que indica que la operación se completo bien.
       copy "p_completa.cpy".
      *Pantalla que indica el error en la operacion.
       copy "p_error_operacion.cpy".
      *Muestra al final de la pantalla un linea indicando que continue.
       copy "p_continuar.cpy".
      *Pantalla del menu de cambios de precio.
       01 p_menu_cambios_precio
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Cambios de precio programados".
           02 line 6 col 10 value "1.- Programar cambio".
           02 line 8 col 10 value "2.- Consultar cambio".
           02 line 10 col 10 value "3.- Anular cambio pendiente".
           02 line 12 col 10 value "4.- Historial de un articulo".
           02 line 14 col 10 value "5.- Salir".
           02 line 16 col 10 value "Opcion: ".
           02 line 16 col 19 REQUIRED pic 9 using opcion_mtto.
      *Pide el numero del cambio programado.
       01 obten_numero_cambio
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Numero de cambio: ".
           02 line 4 col 24 REQUIRED pic 9(6) using cpr_numero.
      *Datos del cambio programado.
       01 p_datos_cambio
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 value "Ambito (A articulo, F familia): ".
           02 line 6 col 42 REQUIRED pic x using cpr_ambito.
           02 line 7 col 5 value "Articulo o familia: ".
           02 line 7 col 42 REQUIRED pic x(4) using cpr_codigo.
           02 line 8 col 5 value "Fecha de efecto (AAAAMMDD): ".
           02 line 8 col 42 REQUIRED pic 9(8) using cpr_fecha_efecto.
           02 line 9 col 5 value
              "Tipo (P porcentaje, I precio nuevo): ".
           02 line 9 col 42 REQUIRED pic x using cpr_tipo.
           02 line 10 col 5 value "Subida o bajada (S/B): ".
           02 line 10 col 42 pic x using sentido_cambio.
           02 line 10 col 45 value "Porcentaje: ".
           02 line 10 col 57 pic 9(3)v99 using porcentaje_tecleado.
           02 line 11 col 5 value "Precio nuevo (solo articulo): ".
           02 line 11 col 42 pic 9(7)v99 using cpr_precio_nuevo.
      *Situacion del cambio consultado.
       01 p_estado_cambio
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 12 col 5 value "Estado (P/A/X): ".
           02 line 12 col 22 pic x from cpr_estado.
           02 line 12 col 26 value "Alta: ".
           02 line 12 col 32 pic 9(8) from cpr_fecha_alta.
           02 line 12 col 42 value "por ".
           02 line 12 col 46 pic x(12) from cpr_usuario.
           02 line 13 col 5 value "Aplicado el: ".
           02 line 13 col 22 pic 9(8) from cpr_fecha_aplicado.
           02 line 13 col 32 value "Articulos cambiados: ".
           02 line 13 col 53 pic z(4)9 from cpr_articulos_cambiados.
      *Pide el articulo y, si se quiere, la fecha a valorar.
       01 obten_articulo_historial
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Articulo: ".
           02 line 4 col 15 REQUIRED pic x(4) using articulo_historial.
           02 line 4 col 22 value "Precio en fecha (0 = hoy): ".
           02 line 4 col 50 pic 9(8) using fecha_historial.
      *Cabecera del historial.
       01 p_titulo_historial
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 2 value
              "Fecha    Hora  P.anterior    P.nuevo C.anterior".
           02 line 6 col 51 value "   C.nuevo Usuario  Programa".
      *Una linea del historial.
       01 p_linea_historial
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 2 pic 9(8) from wk_fecha.
           02 line linea_actual col 11 pic 9(4) from wk_hora.
           02 line linea_actual col 16 pic z(6)9.99
              from wk_precio_anterior.
           02 line linea_actual col 27 pic z(6)9.99
              from wk_precio_nuevo.
           02 line linea_actual col 38 pic z(6)9.99
              from wk_coste_anterior.
           02 line linea_actual col 49 pic z(6)9.99
              from wk_coste_nuevo.
           02 line linea_actual col 61 pic x(8) from wk_usuario.
           02 line linea_actual col 70 pic x(10) from wk_programa.
      *Precio y coste vigentes en la fecha pedida.
       01 p_valor_en_fecha
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 20 col 2 value "Vigente el ".
           02 line 20 col 13 pic 9(8) from fecha_historial.
           02 line 20 col 22 value "- precio: ".
           02 line 20 col 32 pic z(6)9.99 from precio_en_fecha.
           02 line 20 col 44 value "coste medio: ".
           02 line 20 col 57 pic z(6)9.99 from coste_en_fecha.

       procedure division using login-usuario
           sesion-expirada-llamada.
       perform leer_parametros.
      *Programa con antelacion los cambios del precio de venta de un
      *articulo o de una familia entera, que el proceso nocturno
      *aplica el dia de efecto, y consulta el historial de precios
      *y costes de un articulo.
       move 0 to sesion-expirada-llamada.
       accept fecha_hoy from DATE YYYYMMDD.
       perform abrir_fichero_cambios.
       open input articulos.
       move 1 to familias_abierto.
       open input familias.
       if ws-estado-familias not = "00"
           move 0 to familias_abierto
       end-if.
       display pantallaMarco.
       display p_menu_cambios_precio.
       accept p_menu_cambios_precio
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform programar_cambio
         when 2 perform consulta_cambio
         when 3 perform anular_cambio
         when 4 perform historial_articulo
         when 5 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       close cambios_precio.
       close articulos.
       if familias_abierto = 1
           close familias
       end-if.
       exit program.

      *Da de alta un cambio de precio para una fecha futura.
       programar_cambio.
       move 1 to transaccion_activa.
       move spaces to RCambioPrecio.
       move 0 to cpr_fecha_efecto.
       move 0 to cpr_porcentaje.
       move 0 to cpr_precio_nuevo.
       move "A" to cpr_ambito.
       move "P" to cpr_tipo.
       move "S" to sentido_cambio.
       move 0 to porcentaje_tecleado.
       display PantallaMarco.
       display p_datos_cambio.
       accept p_datos_cambio
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           inspect cpr_ambito converting "af" to "AF"
           inspect cpr_tipo converting "pi" to "PI"
           perform validar_cambio
           if cambio_valido = 1
               perform grabar_cambio
           end-if
       end-if.

      *Comprueba el ambito, el codigo, la fecha y el valor del
      *cambio antes de grabarlo.
       validar_cambio.
       move 1 to cambio_valido.
       move spaces to ws-estado-fichero.
       move cpr_fecha_efecto to fecha_validar.
       evaluate true
         when not ambito_cambio_valido
           move 0 to cambio_valido
           move "Ambito no valido (A o F)." to ws-descripcion-estado
         when not tipo_cambio_valido
           move 0 to cambio_valido
           move "Tipo no valido (P o I)." to ws-descripcion-estado
         when validar_mes < 1 or validar_mes > 12
              or validar_dia < 1 or validar_dia > 31
           move 0 to cambio_valido
           move "Fecha de efecto no valida." to ws-descripcion-estado
         when cpr_fecha_efecto < fecha_hoy
           move 0 to cambio_valido
           move "La fecha de efecto ya ha pasado."
             to ws-descripcion-estado
         when cambio_precio_absoluto and cambio_de_familia
           move 0 to cambio_valido
           move "Familias solo por porcentaje."
             to ws-descripcion-estado
         when cambio_precio_absoluto and cpr_precio_nuevo = 0
           move 0 to cambio_valido
           move "Precio nuevo no valido." to ws-descripcion-estado
         when cambio_porcentaje and porcentaje_tecleado = 0
           move 0 to cambio_valido
           move "Porcentaje no valido." to ws-descripcion-estado
         when cambio_porcentaje and not cambio_subida
              and not cambio_bajada
           move 0 to cambio_valido
           move "Indique subida (S) o bajada (B)."
             to ws-descripcion-estado
         when cambio_porcentaje and cambio_bajada
              and porcentaje_tecleado not < 100
           move 0 to cambio_valido
           move "Bajada de 100 % o mas no admitida."
             to ws-descripcion-estado
         when other
           continue
       end-evaluate.
       if cambio_valido = 1
           perform validar_codigo_cambio
       end-if.
       if cambio_valido = 0
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *El articulo o la familia del cambio tienen que existir.
       validar_codigo_cambio.
       if cambio_de_articulo
           move cpr_codigo to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               move 0 to cambio_valido
               move "El articulo no existe." to ws-descripcion-estado
           end-read
       else
           move 0 to cambio_valido
           move "La familia no existe." to ws-descripcion-estado
           if familias_abierto = 1
               move cpr_codigo(1:2) to fam_codigo
               read familias
                 key is fam_codigo
                 invalid key
                   continue
                 not invalid key
                   move 1 to cambio_valido
               end-read
           end-if
       end-if.

      *Asigna el numero y graba el cambio como pendiente.
       grabar_cambio.
       perform asignar_numero_cambio.
       if contador_asignado = 0
           move spaces to ws-estado-fichero
           move "Contador de cambios en uso; reintente."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
           move contador_siguiente_cpr to cpr_numero
           if cambio_porcentaje
               move 0 to cpr_precio_nuevo
               if cambio_bajada
                   compute cpr_porcentaje = 0 - porcentaje_tecleado
               else
                   move porcentaje_tecleado to cpr_porcentaje
               end-if
           else
               move 0 to cpr_porcentaje
           end-if
           if cambio_de_familia
               move spaces to cpr_codigo(3:2)
           end-if
           set cambio_pendiente to true
           move fecha_hoy to cpr_fecha_alta
           move login-usuario to cpr_usuario
           move 0 to cpr_fecha_aplicado
           move 0 to cpr_articulos_cambiados
           write RCambioPrecio
             invalid key
               move ws-estado-cambios-precio to ws-estado-fichero
               perform obtener_descripcion_estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               display PantallaMarco
               display obten_numero_cambio
               display pantalla_completa
               accept continuar
           end-write
       end-if.

      *Muestra un cambio programado con su situacion.
       consulta_cambio.
       move 1 to transaccion_activa.
       perform leer_cambio.
       if transaccion_activa = 1
           display p_continuar
           accept continuar
       end-if.

      *Anula un cambio que todavia no se ha aplicado.
       anular_cambio.
       move 1 to transaccion_activa.
       perform leer_cambio.
       if transaccion_activa = 1
           if not cambio_pendiente
               move spaces to ws-estado-fichero
               move "Solo se anulan cambios pendientes."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
               set cambio_anulado to true
               rewrite RCambioPrecio
                 invalid key
                   move ws-estado-cambios-precio to ws-estado-fichero
                   perform obtener_descripcion_estado
                   display PantallaMarco
                   display pantalla_opera_error
                   accept continuar
                 not invalid key
                   display PantallaMarco
                   display pantalla_completa
                   accept continuar
               end-rewrite
           end-if
       end-if.

      *Pide el numero de un cambio, lo lee y lo muestra; deja
      *transaccion_activa a cero si no se puede seguir.
       leer_cambio.
       move 0 to cpr_numero.
       display PantallaMarco.
       display obten_numero_cambio.
       accept obten_numero_cambio
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           read cambios_precio
             key is cpr_numero
             invalid key
               move 0 to transaccion_activa
               move spaces to ws-estado-fichero
               move "Cambio no encontrado." to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move 0 to porcentaje_tecleado
               move "S" to sentido_cambio
               if cpr_porcentaje < 0
                   move "B" to sentido_cambio
                   compute porcentaje_tecleado = 0 - cpr_porcentaje
               else
                   move cpr_porcentaje to porcentaje_tecleado
               end-if
               display PantallaMarco
               display obten_numero_cambio
               display p_datos_cambio
               display p_estado_cambio
           end-read
       end-if.

      *Lista los ultimos cambios de precio y coste de un articulo y
      *el precio y el coste que tenia en la fecha pedida.
       historial_articulo.
       move 1 to transaccion_activa.
       move spaces to articulo_historial.
       move 0 to fecha_historial.
       display PantallaMarco.
       display obten_articulo_historial.
       accept obten_articulo_historial
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       move articulo_historial to codigo_articulo of RArticulo
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move 0 to transaccion_activa
           move spaces to ws-estado-fichero
           move "El articulo no existe." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-read
       end-if.
       if transaccion_activa = 1
           if fecha_historial = 0
               move fecha_hoy to fecha_historial
           end-if
      *    Sin cambios anotados despues de la fecha, vale lo de hoy.
           move precio_venta of RArticulo to precio_en_fecha
           move coste_medio of RArticulo to coste_en_fecha
           move 0 to valor_en_fecha_fijado
           move 0 to valor_en_fecha_posterior
           move 0 to num_historial
           perform recorrer_historico
           display PantallaMarco
           display obten_articulo_historial
           display p_titulo_historial
           move 7 to linea_actual
           perform varying idx_historial from 1 by 1
             until idx_historial > num_historial
               perform mostrar_linea_historial
           end-perform
           display p_valor_en_fecha
           display p_continuar
           accept continuar
       end-if.

      *Lee el historico entero guardando los ultimos cambios del
      *articulo y el valor vigente al cierre de la fecha pedida: el
      *nuevo del ultimo cambio hasta esa fecha o, si no lo hay, el
      *anterior del primer cambio posterior.
       recorrer_historico.
       move 0 to fin_historico.
       open input historico_precios.
       if ws-estado-historico not = "00"
           move 1 to fin_historico
       end-if.
       perform until fin_historico = 1
         read historico_precios
           at end
             move 1 to fin_historico
           not at end
             if hpr_codigo_articulo = articulo_historial
                 perform anotar_linea_historial
                 perform valorar_en_fecha
             end-if
         end-read
       end-perform.
       if ws-estado-historico = "00" or ws-estado-historico = "10"
           close historico_precios
       end-if.

      *Guarda el cambio leido en la tabla de los ultimos cambios,
      *desplazando el mas antiguo cuando esta llena.
       anotar_linea_historial.
       if num_historial = 12
           perform varying idx_historial from 1 by 1
             until idx_historial > 11
               move historial_linea(idx_historial + 1)
                 to historial_auxiliar
               move historial_auxiliar
                 to historial_linea(idx_historial)
           end-perform
       else
           add 1 to num_historial
       end-if.
       move hpr_fecha to hil_fecha(num_historial).
       move hpr_hora(1:4) to hil_hora(num_historial).
       move hpr_precio_anterior to hil_precio_anterior(num_historial).
       move hpr_precio_nuevo to hil_precio_nuevo(num_historial).
       move hpr_coste_anterior to hil_coste_anterior(num_historial).
       move hpr_coste_nuevo to hil_coste_nuevo(num_historial).
       move hpr_usuario to hil_usuario(num_historial).
       move hpr_programa to hil_programa(num_historial).

      *Ajusta el precio y el coste vigentes en la fecha pedida.
       valorar_en_fecha.
       if hpr_fecha not > fecha_historial
           move hpr_precio_nuevo to precio_en_fecha
           move hpr_coste_nuevo to coste_en_fecha
           move 1 to valor_en_fecha_fijado
       else
           if valor_en_fecha_fijado = 0
              and valor_en_fecha_posterior = 0
               move hpr_precio_anterior to precio_en_fecha
               move hpr_coste_anterior to coste_en_fecha
               move 1 to valor_en_fecha_posterior
           end-if
       end-if.

      *Muestra una linea del historial.
       mostrar_linea_historial.
       move hil_fecha(idx_historial) to wk_fecha.
       move hil_hora(idx_historial) to wk_hora.
       move hil_precio_anterior(idx_historial) to wk_precio_anterior.
       move hil_precio_nuevo(idx_historial) to wk_precio_nuevo.
       move hil_coste_anterior(idx_historial) to wk_coste_anterior.
       move hil_coste_nuevo(idx_historial) to wk_coste_nuevo.
       move hil_usuario(idx_historial) to wk_usuario.
       move hil_programa(idx_historial) to wk_programa.
       display p_linea_historial.
       add 1 to linea_actual.

      *Abre el fichero de cambios programados, creandolo vacio la
      *primera vez.
       abrir_fichero_cambios.
       open i-o cambios_precio.
       if ws-estado-cambios-precio = "35"
           open output cambios_precio
           close cambios_precio
           open i-o cambios_precio
       end-if.

      *Asigna el siguiente numero de cambio programado en el
      *momento de grabar, leyendo y regrabando el contador en la
      *misma operacion, igual que el de recepciones.
       asignar_numero_cambio.
       move 0 to contador_siguiente_cpr.
       move 0 to contador_asignado.
       move 0 to reintentos_contador.
       perform until contador_asignado = 1
          or reintentos_contador > 50
           open i-o contador_cambio_precio
           evaluate true
             when ws-estado-contador-cpr = "00"
               read contador_cambio_precio
                 at end
                   add 1 to contador_siguiente_cpr
                   close contador_cambio_precio
                   open output contador_cambio_precio
                   move contador_siguiente_cpr
                     to registro_contador_cpr
                   write registro_contador_cpr
                 not at end
                   move registro_contador_cpr
                     to contador_siguiente_cpr
                   add 1 to contador_siguiente_cpr
                   move contador_siguiente_cpr
                     to registro_contador_cpr
                   rewrite registro_contador_cpr
               end-read
               close contador_cambio_precio
               move 1 to contador_asignado
             when ws-estado-contador-cpr = "35"
               add 1 to contador_siguiente_cpr
               open output contador_cambio_precio
               move contador_siguiente_cpr
                 to registro_contador_cpr
               write registro_contador_cpr
               close contador_cambio_precio
               move 1 to contador_asignado
             when other
      *        Contador en uso por otro puesto: se reintenta.
               add 1 to reintentos_contador
           end-evaluate
       end-perform.

      *Traduce el codigo de estado del fichero a una descripcion.
       copy "parrafo_estado_fichero.cpy".

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".
