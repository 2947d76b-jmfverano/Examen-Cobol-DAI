      *Lista de los motivos de devolucion a la derecha de la
      *pantalla en la que se teclea el motivo.
       01 p_titulo_motivos_dev
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line 5 col 46 value "Motivos de devolucion:".
       01 p_linea_motivo_dev
           BACKGROUND-COLOR 1 FOREGROUND-COLOR 6 HIGHLIGHT.
           02 line linea_motivo_dev col 46 pic xx from mdv_codigo.
           02 line linea_motivo_dev col 49 pic x(30)
              from mdv_descripcion.
