      *Estructura del fichero de articulos equivalentes. Cada
      *registro ofrece un sustituto de un articulo, con su orden de
      *preferencia y una nota para el mostrador ("sustitucion
      *directa", "necesita adaptador"), para no perder la venta
      *cuando falta el articulo pedido y hay un compatible en la
      *estanteria.
       fd equivalencias
         value of file-id is "..\comun\equivalencias.dat"
         data record is REquivalencia.
       01 REquivalencia.
          02 eqv_clave.
             03 eqv_codigo_articulo pic x(4).
             03 eqv_prioridad pic 99.
          02 eqv_sustituto pic x(4).
          02 eqv_nota pic x(30).
