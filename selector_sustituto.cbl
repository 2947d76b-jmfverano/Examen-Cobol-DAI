       program-id. selector_sustituto as "selector_sustituto".

       environment division.
       configuration section.
       input-output section.
       FILE-CONTROL.
      *Utiliza el control del fichero maestro de articulos.
       copy "file_control_articulos.cpy".
      *Utiliza el control del fichero de articulos equivalentes.
       copy "file_control_equivalencias.cpy".
       data division.
       file section.
      *Ulitila la estructura del fichero maestro de articulos.
       copy "estructura_articulo.cpy".
      *Utiliza la estructura del fichero de articulos equivalentes.
       copy "estructura_equivalencia.cpy".
       working-storage section.
       77 continuar pic x.
       77 ws-estado-equivalencias pic xx value spaces.
       77 fin_equivalencias pic 9 value 0.
       77 fin_seleccion pic 9 value 0.
      *Sustitutos con stock ofrecidos y eleccion del operador.
       77 num_candidatos pic 9 value 0.
       77 idx_candidato pic 9 value 0.
       77 eleccion pic 9 value 0.
       77 linea_actual pic 99 value 8.
       77 disponible_sustituto pic s9(7) value 0.
       77 maximo_sustituto pic 9(5) value 0.
       77 aviso_sustituto pic x(40) value spaces.
      *Campos de la linea mostrada.
       77 wk_indice pic 9 value 0.
       77 wk_codigo pic x(4) value spaces.
       77 wk_descripcion pic x(20) value spaces.
       77 wk_disponible pic 9(7) value 0.
       77 wk_precio pic 9(7)v99 value 0.
       77 wk_margen pic s9(3)v9 value 0.
       77 wk_nota pic x(30) value spaces.
       01 tabla_candidatos.
          02 candidato occurs 9 times.
             03 can_codigo pic x(4).
             03 can_descripcion pic x(20).
             03 can_disponible pic 9(7).
             03 can_precio pic 9(7)v99.
             03 can_margen pic s9(3)v9.
             03 can_nota pic x(30).
       linkage section.
      *Articulo que falta, unidades pedidas y sustituto elegido.
       copy "ws_sustitucion.cpy".
       SCREEN SECTION.
      *Utilizara la pantalla de marcos definida en la librería.
       copy "p_marcos.cpy".
      *Cabecera de la lista de sustitutos.
       01 p_titulo_sustitutos
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 4 col 5 value "Falta stock de ".
           02 line 4 col 20 pic x(4) from sus_articulo.
           02 line 4 col 26 value "para ".
           02 line 4 col 31 pic z(4)9 from sus_unidades.
           02 line 4 col 37 value "unidades. Sustitutos con stock:".
           02 line 6 col 5 value
              "N. Codigo Descripcion          Disp.    Precio  Marg%".
           02 line 6 col 58 value "Nota".
      *Una linea de la lista de sustitutos.
       01 p_linea_sustituto
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_actual col 5 pic 9 from wk_indice.
           02 line linea_actual col 8 pic x(4) from wk_codigo.
           02 line linea_actual col 15 pic x(20) from wk_descripcion.
           02 line linea_actual col 36 pic z(5)9 from wk_disponible.
           02 line linea_actual col 43 pic z(5)9.99 from wk_precio.
           02 line linea_actual col 53 pic -zz9.9 from wk_margen.
           02 line linea_actual col 60 pic x(20) from wk_nota.
      *Pide el sustituto elegido de la lista.
       01 obten_eleccion_sustituto
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 19 col 5 value
              "Sustituto elegido (0 = ninguno): ".
           02 line 19 col 39 REQUIRED pic 9 using eleccion.
      *Pide las unidades que se sirven con el sustituto; el resto
      *se queda en el articulo original.
       01 obten_unidades_sustituto
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 20 col 5 value "Unidades con el sustituto: ".
           02 line 20 col 33 REQUIRED pic 9(5)
              using sus_unidades_sustituto.
           02 line 20 col 40 value "(maximo ".
           02 line 20 col 48 pic z(4)9 from maximo_sustituto.
           02 line 20 col 53 value ")".
      *Aviso de una eleccion que no se puede aceptar.
       01 p_aviso_sustituto
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 beep.
           02 line 21 col 5 pic x(40) from aviso_sustituto.

       procedure division using sustitucion.
      *Selector de articulos sustitutos para las pantallas de venta:
      *cuando falta stock del articulo pedido lista, por orden de
      *preferencia, sus equivalentes con stock disponible, con su
      *precio, el margen sobre el coste medio y la nota de la
      *equivalencia, y devuelve el elegido con las unidades que se
      *sirven con el. Sin equivalentes con stock no muestra nada.
       move spaces to sus_sustituto.
       move 0 to sus_unidades_sustituto.
       open input equivalencias.
       if ws-estado-equivalencias not = "00"
           exit program
       end-if.
       open input articulos.
       perform cargar_sustitutos.
       if num_candidatos > 0
           move 0 to fin_seleccion
           perform until fin_seleccion = 1
               perform mostrar_sustitutos
               move 0 to eleccion
               display obten_eleccion_sustituto
               accept obten_eleccion_sustituto
               evaluate true
                 when eleccion = 0
                   move 1 to fin_seleccion
                 when eleccion > num_candidatos
                   continue
                 when other
                   perform fijar_unidades_sustituto
               end-evaluate
           end-perform
       end-if.
       close equivalencias.
       close articulos.
       exit program.

      *Recorre las equivalencias del articulo en orden de prioridad
      *y anota las que tienen stock disponible. Sin reparto solo
      *valen las que cubren todas las unidades pedidas.
       cargar_sustitutos.
       move 0 to num_candidatos.
       move sus_articulo to eqv_codigo_articulo.
       move 0 to eqv_prioridad.
       move 0 to fin_equivalencias.
       start equivalencias
         key is not less than eqv_clave
         invalid key
           move 1 to fin_equivalencias
       end-start.
       perform until fin_equivalencias = 1
          or num_candidatos = 9
         read equivalencias next
           at end
             move 1 to fin_equivalencias
           not at end
             if eqv_codigo_articulo not = sus_articulo
                 move 1 to fin_equivalencias
             else
                 perform evaluar_sustituto
             end-if
         end-read
       end-perform.

      *Lee el sustituto de la equivalencia y lo anota si se puede
      *vender y tiene stock disponible suficiente.
       evaluar_sustituto.
       move eqv_sustituto to codigo_articulo of RArticulo.
       read articulos
         key is codigo_articulo of RArticulo
         invalid key
           continue
         not invalid key
           compute disponible_sustituto =
               stock_actual of RArticulo
               - stock_reservado of RArticulo
           if disponible_sustituto > 0
              and articulo_vendible of RArticulo
              and (sustitucion_con_reparto
                   or disponible_sustituto not < sus_unidades)
               perform anotar_sustituto
           end-if
       end-read.

      *Anota el sustituto leido con su margen sobre el coste medio.
       anotar_sustituto.
       add 1 to num_candidatos.
       move eqv_sustituto to can_codigo(num_candidatos).
       move descripcion of RArticulo
         to can_descripcion(num_candidatos).
       move disponible_sustituto to can_disponible(num_candidatos).
       move precio_venta of RArticulo to can_precio(num_candidatos).
       move 0 to can_margen(num_candidatos).
       if precio_venta of RArticulo > 0
           compute can_margen(num_candidatos) rounded =
               (precio_venta of RArticulo - coste_medio of RArticulo)
               * 100 / precio_venta of RArticulo
             on size error
               move 0 to can_margen(num_candidatos)
           end-compute
       end-if.
       move eqv_nota to can_nota(num_candidatos).

      *Muestra la lista numerada de sustitutos.
       mostrar_sustitutos.
       display PantallaMarco.
       display p_titulo_sustitutos.
       move 8 to linea_actual.
       perform varying idx_candidato from 1 by 1
         until idx_candidato > num_candidatos
           move idx_candidato to wk_indice
           move can_codigo(idx_candidato) to wk_codigo
           move can_descripcion(idx_candidato) to wk_descripcion
           move can_disponible(idx_candidato) to wk_disponible
           move can_precio(idx_candidato) to wk_precio
           move can_margen(idx_candidato) to wk_margen
           move can_nota(idx_candidato) to wk_nota
           display p_linea_sustituto
           add 1 to linea_actual
       end-perform.

      *Fija las unidades que se sirven con el sustituto elegido:
      *todas las pedidas si no se admite reparto, o las que teclee
      *el operador hasta lo que haya disponible.
       fijar_unidades_sustituto.
       if can_disponible(eleccion) < sus_unidades
           move can_disponible(eleccion) to maximo_sustituto
       else
           move sus_unidades to maximo_sustituto
       end-if.
       if not sustitucion_con_reparto
           move can_codigo(eleccion) to sus_sustituto
           move sus_unidades to sus_unidades_sustituto
           move 1 to fin_seleccion
       else
           move maximo_sustituto to sus_unidades_sustituto
           display obten_unidades_sustituto
           accept obten_unidades_sustituto
           if sus_unidades_sustituto = 0
              or sus_unidades_sustituto > maximo_sustituto
               move "Unidades no validas para el sustituto."
                 to aviso_sustituto
               display p_aviso_sustituto
               accept continuar
               move 0 to sus_unidades_sustituto
           else
               move can_codigo(eleccion) to sus_sustituto
               move 1 to fin_seleccion
           end-if
       end-if.
