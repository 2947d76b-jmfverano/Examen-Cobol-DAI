      *Estructura del fichero de cambios de precio programados. Un
      *cambio fija con antelacion el nuevo precio de venta de un
      *articulo o de toda una familia a partir de una fecha, como
      *porcentaje sobre el precio vigente o como precio absoluto
      *(solo para un articulo). El proceso nocturno lo aplica el
      *dia de efecto y lo deja marcado como aplicado.
       fd cambios_precio
         value of file-id is ".\cambios_precio.dat"
         data record is RCambioPrecio.
       01 RCambioPrecio.
          02 cpr_numero pic 9(6).
          02 cpr_fecha_efecto pic 9(8).
          02 cpr_ambito pic x.
             88 cambio_de_articulo value "A".
             88 cambio_de_familia  value "F".
             88 ambito_cambio_valido value "A" "F".
      *   Articulo, o familia en las dos primeras posiciones.
          02 cpr_codigo pic x(4).
          02 cpr_tipo pic x.
             88 cambio_porcentaje value "P".
             88 cambio_precio_absoluto value "I".
             88 tipo_cambio_valido value "P" "I".
      *   Porcentaje con signo sobre el precio vigente el dia de
      *   efecto, o precio nuevo si el cambio es absoluto.
          02 cpr_porcentaje pic s9(3)v99 sign leading separate.
          02 cpr_precio_nuevo pic 9(7)v99.
          02 cpr_estado pic x.
             88 cambio_pendiente value "P".
             88 cambio_aplicado  value "A".
             88 cambio_anulado   value "X".
          02 cpr_fecha_alta pic 9(8).
          02 cpr_usuario pic x(12).
          02 cpr_fecha_aplicado pic 9(8).
          02 cpr_articulos_cambiados pic 9(5).
      *Registro con el ultimo numero de cambio de precio programado.
       fd contador_cambio_precio
         value of file-id is ".\contador_cambio_precio.dat".
       01 registro_contador_cpr pic 9(6).
