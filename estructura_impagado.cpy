      *Estructura del fichero de impagados. Una venta facturada y
      *vencida sin cobrar pasa primero a dudoso cobro, con su motivo
      *y la provision de lo pendiente; si al final se da por
      *fallida, se anota la fecha, el IVA recuperado por tipo y la
      *factura rectificativa emitida para recuperarlo.
       fd impagados
         value of file-id is ".\impagados.dat"
         data record is RImpagado.
       01 RImpagado.
          02 imp_codigo_venta pic x(8).
          02 imp_codigo_cliente pic x(4).
      *   Agente comercial de la venta, para el informe por agente.
          02 imp_agente pic xx.
          02 imp_estado pic x.
             88 impagado_dudoso value "D".
             88 impagado_fallido value "F".
          02 imp_motivo pic x(30).
          02 imp_fecha_dudoso pic 9(8).
          02 imp_fecha_fallido pic 9(8).
      *   Pendiente de la venta con impuestos al pasar a dudoso y
      *   base imponible de ese pendiente, que es lo que se provisiona.
          02 imp_pendiente pic 9(9)v99.
          02 imp_provision pic 9(9)v99.
      *   Pendiente con impuestos que se da por perdido al pasarla a
      *   fallida y, por tipo, la base y la cuota de IVA recuperadas
      *   en proporcion a lo que quedaba sin cobrar.
          02 imp_importe_fallido pic 9(9)v99.
          02 imp_desglose occurs 3 times.
             03 imp_tasa pic 99v99.
             03 imp_base pic 9(9)v99.
             03 imp_cuota pic 9(9)v99.
      *   Factura rectificativa de la serie R que recupera el IVA.
          02 imp_rect_anio pic 9(4).
          02 imp_rect_numero pic 9(6).
      *   Si la provision y el fallido ya salieron como asientos en
      *   la exportacion a contabilidad.
          02 imp_dudoso_contabilizado pic x.
             88 dudoso_contabilizado value "S".
          02 imp_fallido_contabilizado pic x.
             88 fallido_contabilizado value "S".
