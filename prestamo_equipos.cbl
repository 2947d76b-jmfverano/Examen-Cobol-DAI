       program-id. prestamo_equipos as "prestamo_equipos".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero de prestamos de equipos.
       copy "file_control_prestamos.cpy".
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero maestro de clientes.
       copy "file_control_clientes.cpy".
      *Utiliza el control del fichero maestro de agentes.
       copy "file_control_agentes.cpy".
      *Utiliza el control del fichero kardex de movimientos.
       copy "file_control_kardex.cpy".
      *Utiliza el control del fichero de composicion de kits.
       copy "file_control_kits.cpy".
      *Utiliza el control de los ficheros de almacenes.
       copy "file_control_almacenes.cpy".
      *Utiliza el control del fichero de numeros de serie.
       copy "file_control_series.cpy".
      *Utiliza el control del fichero central de parametros.
       copy "file_control_parametros.cpy".
       data division.
       file section.
      *Utiliza la estructura del fichero de prestamos de equipos.
       copy "estructura_prestamo.cpy".
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Ulitila la estructura del fichero maestro de clientes.
       copy "estructura_cliente.cpy".
      *Ulitila la estructura del fichero maestro de agentes.
       copy "estructura_agente.cpy".
      *Utiliza la estructura del fichero kardex de movimientos.
       copy "estructura_kardex.cpy".
      *Utiliza la estructura del fichero de composicion de kits.
       copy "estructura_kit.cpy".
      *Utiliza la estructura de los ficheros de almacenes.
       copy "estructura_almacen.cpy".
      *Utiliza la estructura del fichero de numeros de serie.
       copy "estructura_serie.cpy".
      *Utiliza la estructura del fichero central de parametros.
       copy "estructura_parametros.cpy".
       working-storage section.
      *Campos del kardex de movimientos de stock.
       77 kar_codigo_articulo pic x(4) value spaces.
       77 kar_unidades pic 9(7) value 0.
       77 kar_signo pic x value space.
       77 kar_venta pic x(8) value spaces.
       77 kar_coste pic 9(7)v99 value 0.
       77 kar_almacen pic x(2) value spaces.
       77 kar_programa pic x(24) value "prestamo_equipos".
       77 kar_fecha pic 9(8) value 0.
       77 kar_hora pic 9(8) value 0.
       77 ws-estado-kardex pic xx value spaces.
       77 continuar    pic x.
       77 opcion_mtto  pic 9.
       77 ws-estado-fichero pic xx value spaces.
       77 ws-descripcion-estado pic x(40) value spaces.
       77 ws-estado-prestamos pic xx value spaces.
       77 ws-estado-contador-pst pic xx value spaces.
       77 contador_siguiente_pst pic 9(6) value 0.
      *Resultado y reintentos de la reserva del numero.
       77 contador_asignado pic 9 value 0.
       77 reintentos_contador pic 9(3) value 0.
       77 prestamo_valido pic 9 value 0.
       77 fecha_hoy pic 9(8) value 0.
      *Datos de la ficha del prestamo.
       77 nombre_cliente_prestamo pic x(31) value spaces.
       77 descripcion_prestamo pic x(20) value spaces.
      *Campos del movimiento de stock con explosion de kits.
       77 ws-estado-kits pic xx value spaces.
       77 kits_abiertos pic 9 value 0.
       77 es_kit_movimiento pic 9 value 0.
       77 fin_kit pic 9 value 0.
       77 unidades_componente pic 9(7) value 0.
       77 stock_suficiente_mov pic 9 value 1.
       77 mov_articulo pic x(4) value spaces.
       77 mov_unidades pic 9(7) value 0.
       77 mov_signo pic x value space.
       77 mov_venta pic x(8) value spaces.
       77 mov_almacen pic x(2) value spaces.
       77 ws-estado-almacenes pic xx value spaces.
       77 almacenes_abiertos pic 9 value 0.
       77 ws-estado-stock-alm pic xx value spaces.
       77 stock_alm_abierto pic 9 value 0.
       77 alm_mov_articulo pic x(4) value spaces.
       77 alm_mov_unidades pic 9(7) value 0.
      *Almacen propuesto para la salida del equipo.
       77 almacen_defecto pic x(2) value "01".
      *Campos de la captura y la vuelta de los numeros de serie.
       77 ws-estado-series pic xx value spaces.
       77 series_abiertas pic 9 value 0.
       77 articulo_con_serie pic 9 value 0.
       77 indice_serie pic 9(5) value 0.
       77 fin_captura_series pic 9 value 0.
       77 fin_series pic 9 value 0.
       77 serie_tecleada pic x(20) value spaces.
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
      *Pantalla que indica que la operación se completo bien.
       copy "p_completa.cpy".
      *Pantalla que indica el error en la operacion.
       copy "p_error_operacion.cpy".
      *Muestra al final de la pantalla un linea indicando que continue.
       copy "p_continuar.cpy".
      *Pantalla del menu de prestamos.
       01 p_menu_prestamos
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 10 value "Prestamos de equipos".
           02 line 6 col 10 value "1.- Prestar equipo".
           02 line 7 col 10 value "2.- Devolucion de prestamo".
           02 line 8 col 10 value "3.- Consulta de prestamo".
           02 line 9 col 10 value "4.- Salir".
           02 line 11 col 10 value "Opcion: ".
           02 line 11 col 19 REQUIRED pic 9 using opcion_mtto.
      *Datos del equipo que se presta.
       01 p_datos_prestamo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Prestamo de equipo".
           02 line 6 col 5 value "Cliente: ".
           02 line 6 col 25 REQUIRED pic x(4)
              using pst_codigo_cliente.
           02 line 7 col 5 value "Agente: ".
           02 line 7 col 25 pic xx using pst_codigo_agente.
           02 line 7 col 30 value "(en blanco, el del cliente)".
           02 line 8 col 5 value "Articulo: ".
           02 line 8 col 25 REQUIRED pic x(4)
              using pst_codigo_articulo.
           02 line 9 col 5 value "Unidades: ".
           02 line 9 col 25 REQUIRED pic 9(5) using pst_unidades.
           02 line 10 col 5 value "Almacen de salida: ".
           02 line 10 col 25 pic x(2) using pst_almacen_salida.
           02 line 11 col 5 value "Vuelta prevista: ".
           02 line 11 col 25 REQUIRED pic 9(8)
              using pst_fecha_prevista.
           02 line 11 col 35 value "(AAAAMMDD)".
           02 line 12 col 5 value "Observaciones: ".
           02 line 12 col 25 pic x(30) using pst_observaciones.
      *Numero asignado al prestamo grabado.
       01 p_resultado_prestamo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 14 col 5 value "Prestamo numero: ".
           02 line 14 col 23 pic 9(6) from pst_numero.
      *Pide el numero del prestamo.
       01 obten_numero_prestamo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Numero de prestamo: ".
           02 line 4 col 26 REQUIRED pic 9(6) using pst_numero.
      *Ficha del prestamo.
       01 p_ficha_prestamo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 6 col 5 value "Fecha: ".
           02 line 6 col 25 pic 9(8) from pst_fecha.
           02 line 7 col 5 value "Cliente: ".
           02 line 7 col 25 pic x(4) from pst_codigo_cliente.
           02 line 7 col 31 pic x(31) from nombre_cliente_prestamo.
           02 line 8 col 5 value "Agente: ".
           02 line 8 col 25 pic xx from pst_codigo_agente.
           02 line 9 col 5 value "Articulo: ".
           02 line 9 col 25 pic x(4) from pst_codigo_articulo.
           02 line 9 col 31 pic x(20) from descripcion_prestamo.
           02 line 10 col 5 value "Unidades: ".
           02 line 10 col 25 pic 9(5) from pst_unidades.
           02 line 11 col 5 value "Almacen de salida: ".
           02 line 11 col 25 pic x(2) from pst_almacen_salida.
           02 line 12 col 5 value "Vuelta prevista: ".
           02 line 12 col 25 pic 9(8) from pst_fecha_prevista.
           02 line 13 col 5 value "Estado (A/D/V): ".
           02 line 13 col 25 pic x from pst_estado.
           02 line 14 col 5 value "Fecha de cierre: ".
           02 line 14 col 25 pic 9(8) from pst_fecha_cierre.
           02 line 15 col 5 value "Devuelto al almacen: ".
           02 line 15 col 27 pic x(2) from pst_almacen_devolucion.
           02 line 16 col 5 value "Vendido en la venta: ".
           02 line 16 col 27 pic x(8) from pst_codigo_venta.
           02 line 17 col 5 value "Observaciones: ".
           02 line 17 col 25 pic x(30) from pst_observaciones.
      *Pide el almacen al que vuelve el equipo.
       01 p_devolucion_prestamo
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 19 col 5 value "Almacen de vuelta: ".
           02 line 19 col 25 REQUIRED pic x(2)
              using pst_almacen_devolucion.
           02 line 20 col 5 value "Confirmar la vuelta (S/N): ".
           02 line 20 col 33 REQUIRED pic x using continuar.
      *Pide el numero de serie de cada unidad prestada.
       01 p_captura_serie_prestada
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 16 col 5 value "Numero de serie de la unidad ".
           02 line 16 col 35 pic z(4)9 from indice_serie.
           02 line 17 col 5 value
              "(en blanco para dejar de capturar)".
           02 line 18 col 5 pic x(20) using serie_tecleada.

       procedure division using sesion-expirada-llamada.
       perform leer_parametros.
       if parametros_leidos = 1 and par_almacen_defecto not = spaces
           move par_almacen_defecto to almacen_defecto
       end-if.
      *Prestamos de equipos de demostracion y evaluacion: el equipo
      *sale del almacen a casa del cliente con su movimiento de
      *kardex y sus numeros de serie, con la fecha en que tiene que
      *volver, y al volver entra en el almacen que se elija con el
      *movimiento contrario. Si el cliente se lo queda, el prestamo
      *se convierte en venta desde el alta de ventas.
       move 0 to sesion-expirada-llamada.
       accept fecha_hoy from DATE YYYYMMDD.
       perform abrir_ficheros_prestamo.
       display pantallaMarco.
       display p_menu_prestamos.
       accept p_menu_prestamos
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
       evaluate opcion_mtto
         when 1 perform alta_prestamo
         when 2 perform devolucion_prestamo
         when 3 perform consulta_prestamo
         when 4 continue
         when other
           move spaces to ws-estado-fichero
           move "Opcion no valida." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-evaluate
       end-if.
       perform cerrar_ficheros_prestamo.
       exit program.

      *Presta un equipo: valida los datos, graba el prestamo, saca
      *el stock del almacen y anota las series de las unidades.
       alta_prestamo.
       move 1 to transaccion_activa.
       move spaces to RPrestamo.
       move 0 to pst_unidades.
       move 0 to pst_fecha_prevista.
       move almacen_defecto to pst_almacen_salida.
       display PantallaMarco.
       display p_datos_prestamo.
       accept p_datos_prestamo
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.
       if transaccion_activa = 1
           perform validar_prestamo
           if prestamo_valido = 1
               perform grabar_prestamo
           end-if
       end-if.

      *Comprueba cliente, agente, articulo, unidades, almacen, fecha
      *de vuelta y el stock que hay para prestar.
       validar_prestamo.
       move 1 to prestamo_valido.
       move pst_codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           move "Cliente no encontrado." to ws-descripcion-estado
           move 0 to prestamo_valido
         not invalid key
           if not cliente_activo
               move "El cliente no esta activo."
                 to ws-descripcion-estado
               move 0 to prestamo_valido
           end-if
           if pst_codigo_agente = spaces
               move agente_asignado to pst_codigo_agente
           end-if
       end-read.
       if prestamo_valido = 1
           move pst_codigo_agente to codigo of RAgente
           read agentes
             key is codigo of RAgente
             invalid key
               move "Agente no valido." to ws-descripcion-estado
               move 0 to prestamo_valido
           end-read
       end-if.
       if prestamo_valido = 1 and pst_unidades = 0
           move "Unidades no validas." to ws-descripcion-estado
           move 0 to prestamo_valido
       end-if.
       if prestamo_valido = 1
          and pst_fecha_prevista not > fecha_hoy
           move "La vuelta prevista debe ser futura."
             to ws-descripcion-estado
           move 0 to prestamo_valido
       end-if.
       if prestamo_valido = 1 and pst_almacen_salida = spaces
           move almacen_defecto to pst_almacen_salida
       end-if.
       if prestamo_valido = 1 and almacenes_abiertos = 1
           move pst_almacen_salida to alm_codigo
           read almacenes
             key is alm_codigo
             invalid key
               move "Almacen no valido." to ws-descripcion-estado
               move 0 to prestamo_valido
           end-read
       end-if.
       if prestamo_valido = 1
           move pst_codigo_articulo to codigo_articulo of RArticulo
           read articulos
             key is codigo_articulo of RArticulo
             invalid key
               move "Articulo no encontrado." to ws-descripcion-estado
               move 0 to prestamo_valido
           end-read
       end-if.
       if prestamo_valido = 1
           move pst_codigo_articulo to mov_articulo
           move pst_unidades to mov_unidades
           perform comprobar_stock_movimiento
           if stock_suficiente_mov = 0
               move "No hay stock para prestar."
                 to ws-descripcion-estado
               move 0 to prestamo_valido
           end-if
       end-if.
       if prestamo_valido = 1 and es_kit_movimiento = 0
          and stock_alm_abierto = 1
           move pst_codigo_articulo to sa_codigo_articulo
           move pst_almacen_salida to sa_codigo_almacen
           read stock_almacen
             key is sa_clave
             invalid key
               move 0 to sa_stock
           end-read
           if sa_stock < pst_unidades
               move "No hay stock en ese almacen."
                 to ws-descripcion-estado
               move 0 to prestamo_valido
           end-if
       end-if.
       if prestamo_valido = 0
           move spaces to ws-estado-fichero
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       end-if.

      *Asigna el numero, graba el prestamo abierto al coste medio
      *del articulo y saca el equipo del almacen.
       grabar_prestamo.
       move pst_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           move 0 to coste_medio of RArticulo
       end-read.
       move coste_medio of RArticulo to pst_coste.
       move fecha_hoy to pst_fecha.
       set prestamo_abierto to true.
       move 0 to pst_fecha_cierre.
       move spaces to pst_almacen_devolucion.
       move spaces to pst_codigo_venta.
       perform asignar_numero_prestamo.
       if contador_asignado = 0
           move spaces to ws-estado-fichero
           move "Contador en uso; reintente."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
       move contador_siguiente_pst to pst_numero
       write RPrestamo
         invalid key
           move spaces to ws-estado-fichero
           move "No se pudo grabar el prestamo."
             to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           move pst_almacen_salida to mov_almacen
           move pst_codigo_articulo to mov_articulo
           move pst_unidades to mov_unidades
           move "-" to mov_signo
           move spaces to mov_venta
           perform mover_stock
           perform capturar_series_prestamo
           display PantallaMarco
           display p_datos_prestamo
           display p_resultado_prestamo
           display pantalla_completa
           accept continuar
       end-write
       end-if.

      *Si el articulo lleva numero de serie, pide la serie de cada
      *unidad prestada y la deja apuntando al prestamo. La captura
      *se puede cortar dejando la serie en blanco.
       capturar_series_prestamo.
       perform comprobar_articulo_con_serie.
       if articulo_con_serie = 1 and series_abiertas = 1
           move 0 to fin_captura_series
           perform varying indice_serie from 1 by 1
             until indice_serie > pst_unidades
                or fin_captura_series = 1
               perform capturar_serie_prestada
           end-perform
       end-if.

      *Un articulo lleva numero de serie si su precio llega al
      *umbral del fichero de parametros, igual que en la recepcion.
       comprobar_articulo_con_serie.
       move 0 to articulo_con_serie.
       move pst_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
         not invalid key
           if parametros_leidos = 1
              and par_umbral_serie is numeric
              and par_umbral_serie not = 0
              and precio_venta of RArticulo not < par_umbral_serie
               move 1 to articulo_con_serie
           end-if
       end-read.

      *Pide una serie y la marca prestada; la serie debe ser del
      *articulo y estar libre, y si no se vuelve a pedir la unidad.
       capturar_serie_prestada.
       move spaces to serie_tecleada.
       display PantallaMarco.
       display p_captura_serie_prestada.
       accept p_captura_serie_prestada
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move spaces to serie_tecleada
           move 1 to fin_captura_series
       end-accept.
       if serie_tecleada = spaces
           move 1 to fin_captura_series
       else
           move serie_tecleada to ser_numero
           read series
             key is ser_numero
             invalid key
               move "Numero de serie no encontrado."
                 to ws-descripcion-estado
               perform rechazar_serie_prestada
             not invalid key
               if ser_codigo_articulo not = pst_codigo_articulo
                  or not serie_libre
                   move "Serie de otro articulo o no libre."
                     to ws-descripcion-estado
                   perform rechazar_serie_prestada
               else
                   set serie_prestada to true
                   move pst_numero to ser_prestamo
                   rewrite RSerie
                     invalid key
                       continue
                   end-rewrite
               end-if
           end-read
       end-if.

      *Muestra el error de la serie y vuelve a pedir la unidad.
       rechazar_serie_prestada.
       move spaces to ws-estado-fichero.
       display PantallaMarco.
       display pantalla_opera_error.
       accept continuar.
       subtract 1 from indice_serie.

      *Recibe la vuelta de un prestamo abierto en el almacen que se
      *elija: entra el stock con su kardex y las series vuelven a
      *quedar libres.
       devolucion_prestamo.
       move 1 to transaccion_activa.
       perform pedir_prestamo.
       if transaccion_activa = 1
       read prestamos
         key is pst_numero
         invalid key
           move spaces to ws-estado-fichero
           move "Prestamo no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           if not prestamo_abierto
               move spaces to ws-estado-fichero
               move "El prestamo ya esta cerrado."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
           else
               perform recibir_vuelta_prestamo
           end-if
       end-read
       end-if.

      *Pide el almacen de vuelta, propone el de salida, y cierra el
      *prestamo como devuelto.
       recibir_vuelta_prestamo.
       perform completar_ficha_prestamo.
       move pst_almacen_salida to pst_almacen_devolucion.
       move 'N' to continuar.
       display PantallaMarco.
       display p_ficha_prestamo.
       display p_devolucion_prestamo.
       accept p_devolucion_prestamo
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 'N' to continuar
       end-accept.
       move 1 to prestamo_valido.
       if almacenes_abiertos = 1
           move pst_almacen_devolucion to alm_codigo
           read almacenes
             key is alm_codigo
             invalid key
               move 0 to prestamo_valido
           end-read
       end-if.
       if prestamo_valido = 0
           move spaces to ws-estado-fichero
           move "Almacen no valido." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
       else
       if continuar = 'S' or continuar = 's'
           set prestamo_devuelto to true
           move fecha_hoy to pst_fecha_cierre
           rewrite RPrestamo
             invalid key
               move spaces to ws-estado-fichero
               move "No se pudo cerrar el prestamo."
                 to ws-descripcion-estado
               display PantallaMarco
               display pantalla_opera_error
               accept continuar
             not invalid key
               move pst_almacen_devolucion to mov_almacen
               move pst_codigo_articulo to mov_articulo
               move pst_unidades to mov_unidades
               move "+" to mov_signo
               move spaces to mov_venta
               perform mover_stock
               perform liberar_series_prestamo
               display PantallaMarco
               display pantalla_completa
               accept continuar
           end-rewrite
       end-if
       end-if.

      *Deja libres las series que apuntaban al prestamo devuelto.
       liberar_series_prestamo.
       if series_abiertas = 1
           move pst_codigo_articulo to ser_codigo_articulo
           move 0 to fin_series
           start series
             key is = ser_codigo_articulo
             invalid key
               move 1 to fin_series
           end-start
           perform until fin_series = 1
             read series next
               at end
                 move 1 to fin_series
               not at end
                 if ser_codigo_articulo not = pst_codigo_articulo
                     move 1 to fin_series
                 else
                     if serie_prestada
                        and ser_prestamo = pst_numero
                         set serie_libre to true
                         move 0 to ser_prestamo
                         rewrite RSerie
                           invalid key
                             continue
                         end-rewrite
                     end-if
                 end-if
             end-read
           end-perform
       end-if.

      *Muestra la ficha de un prestamo.
       consulta_prestamo.
       move 1 to transaccion_activa.
       perform pedir_prestamo.
       if transaccion_activa = 1
       read prestamos
         key is pst_numero
         invalid key
           move spaces to ws-estado-fichero
           move "Prestamo no encontrado." to ws-descripcion-estado
           display PantallaMarco
           display pantalla_opera_error
           accept continuar
         not invalid key
           perform completar_ficha_prestamo
           display PantallaMarco
           display obten_numero_prestamo
           display p_ficha_prestamo
           display p_continuar
           accept continuar
       end-read
       end-if.

      *Nombre del cliente y descripcion del articulo de la ficha.
       completar_ficha_prestamo.
       move spaces to nombre_cliente_prestamo.
       move pst_codigo_cliente to codigo of RCliente.
       read clientes
         key is codigo of RCliente
         invalid key
           continue
         not invalid key
           string nombre of RCliente delimited by size
                  " " delimited by size
                  apellidos of RCliente delimited by size
             into nombre_cliente_prestamo
           end-string
       end-read.
       move spaces to descripcion_prestamo.
       move pst_codigo_articulo to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
         not invalid key
           move descripcion of RArticulo to descripcion_prestamo
       end-read.

      *Pide el numero del prestamo.
       pedir_prestamo.
       move 0 to pst_numero.
       display PantallaMarco.
       display obten_numero_prestamo.
       accept obten_numero_prestamo
         with time-out ws-tiempo-espera
         on exception
           move 1 to sesion-expirada-llamada
           move 0 to transaccion_activa
       end-accept.

      *Abre los ficheros del prestamo; los de prestamos y saldos por
      *almacen se crean vacios la primera vez.
       abrir_ficheros_prestamo.
       open i-o prestamos.
       if ws-estado-prestamos = "35"
           open output prestamos
           close prestamos
           open i-o prestamos
       end-if.
       open i-o articulos.
       open input clientes.
       open input agentes.
       move 1 to kits_abiertos.
       open input kits.
       if ws-estado-kits not = "00"
           move 0 to kits_abiertos
       end-if.
       move 1 to almacenes_abiertos.
       open input almacenes.
       if ws-estado-almacenes not = "00"
           move 0 to almacenes_abiertos
       end-if.
       open i-o stock_almacen.
       if ws-estado-stock-alm = "35"
           open output stock_almacen
           close stock_almacen
           open i-o stock_almacen
       end-if.
       if ws-estado-stock-alm = "00"
           move 1 to stock_alm_abierto
       end-if.
       move 1 to series_abiertas.
       open i-o series.
       if ws-estado-series not = "00"
           move 0 to series_abiertas
       end-if.

      *Cierra los ficheros que quedaron abiertos.
       cerrar_ficheros_prestamo.
       close prestamos.
       close articulos.
       close clientes.
       close agentes.
       if kits_abiertos = 1
           close kits
       end-if.
       if almacenes_abiertos = 1
           close almacenes
       end-if.
       if stock_alm_abierto = 1
           close stock_almacen
       end-if.
       if series_abiertas = 1
           close series
       end-if.

      *Asigna el siguiente numero de prestamo en el momento de
      *grabar, leyendo y regrabando el contador en la misma
      *operacion, igual que el de devoluciones a proveedor.
       asignar_numero_prestamo.
       move 0 to contador_siguiente_pst.
       move 0 to contador_asignado.
       move 0 to reintentos_contador.
       perform until contador_asignado = 1
          or reintentos_contador > 50
           open i-o contador_prestamo
           evaluate true
             when ws-estado-contador-pst = "00"
               read contador_prestamo
                 at end
                   add 1 to contador_siguiente_pst
                   close contador_prestamo
                   open output contador_prestamo
                   move contador_siguiente_pst
                     to registro_contador_pst
                   write registro_contador_pst
                 not at end
                   move registro_contador_pst
                     to contador_siguiente_pst
                   add 1 to contador_siguiente_pst
                   move contador_siguiente_pst
                     to registro_contador_pst
                   rewrite registro_contador_pst
               end-read
               close contador_prestamo
               move 1 to contador_asignado
             when ws-estado-contador-pst = "35"
               add 1 to contador_siguiente_pst
               open output contador_prestamo
               move contador_siguiente_pst
                 to registro_contador_pst
               write registro_contador_pst
               close contador_prestamo
               move 1 to contador_asignado
             when other
      *        Contador en uso por otro puesto: se reintenta.
               add 1 to reintentos_contador
           end-evaluate
       end-perform.

      *Lee el fichero central de parametros al arrancar.
       copy "parrafo_leer_parametros.cpy".

      *Anota el movimiento de stock en el kardex.
       copy "parrafo_grabar_kardex.cpy".

      *Mueve el stock con explosion de kits en sus componentes.
       copy "parrafo_mover_stock.cpy".
