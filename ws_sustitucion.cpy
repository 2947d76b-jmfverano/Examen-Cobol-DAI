      *Peticion y respuesta del selector de articulos sustitutos: el
      *articulo que falta y las unidades pedidas, si se admite
      *repartir la linea entre el original y el sustituto, y el
      *sustituto elegido (en blanco si ninguno) con sus unidades.
       01 sustitucion.
          02 sus_articulo pic x(4).
          02 sus_unidades pic 9(5).
          02 sus_permite_reparto pic x.
             88 sustitucion_con_reparto value "S".
          02 sus_sustituto pic x(4).
          02 sus_unidades_sustituto pic 9(5).
