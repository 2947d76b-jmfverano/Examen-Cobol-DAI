         data record is RRegistroAlbaran.
       01 RRegistroAlbaran.
          02 alb_numero pic 9(6).
          02 alb_codigo_venta pic x(8).
          02 alb_fecha_generacion pic 9(8).
          02 alb_entregado pic x.
             88 albaran_sin_confirmar value "N".
      *   Referencia de seguimiento del transportista, grabada por
      *   el manifiesto de expediciones.
          02 alb_referencia_transporte pic x(20).
      *   Direccion de entrega a la que salio el albaran (cero si
      *   salio a la del maestro) con su codigo postal y ciudad,
      *   para el seguimiento del envio.
          02 alb_direccion_entrega pic 99.
          02 alb_codigo_postal_destino pic x(5).
          02 alb_ciudad_destino pic x(15).
      *   Transportista del envio (elegido al generar el albaran o,
      *   en blanco, por el manifiesto), peso del envio, coste de
      *   portes calculado con su tarifa y portes cargados al
      *   cliente en la venta.
          02 alb_transportista pic x(4).
          02 alb_peso_envio pic 9(7)v99.
          02 alb_coste_porte pic 9(7)v99.
          02 alb_porte_cobrado pic 9(7)v99.
