      *Estructura del fichero maestro de motivos por los que un
      *cliente devuelve genero (defectuoso a la llegada, averiado
      *en uso, articulo equivocado...). mdv_defecto marca los que
      *cuentan como defecto del producto en el informe de calidad.
       fd motivos_devolucion
         value of file-id is ".\motivos_devolucion.dat"
         data record is RMotivoDevolucion.
       01 RMotivoDevolucion.
          02 mdv_codigo pic xx.
          02 mdv_descripcion pic x(30).
          02 mdv_defecto pic x.
             88 motivo_defecto value "S".
