      *Campos de trabajo de los vencimientos de las ventas.
      *Acompanan a parrafo_generar_vencimientos y a
      *parrafo_aplicar_vencimientos.
       77 ws-estado-vencimientos pic xx value spaces.
       77 ws-estado-condiciones pic xx value spaces.
       77 vencimientos_abiertos pic 9 value 0.
       77 condiciones_abiertas pic 9 value 0.
       77 fin_vencimientos pic 9 value 0.
      *Venta, fecha de la factura e importe total a repartir.
       77 venta_vencimientos pic x(8) value spaces.
       77 fecha_base_vencimientos pic 9(8) value 0.
       77 importe_vencimientos pic 9(11)v99 value 0.
       77 importe_repartido pic 9(11)v99 value 0.
      *Plazos de la condicion de pago del cliente.
       77 num_plazos_vto pic 9 value 0.
       77 idx_plazo_vto pic 9 value 0.
       01 tabla_plazos_vto.
          02 plazo_vto occurs 6 times.
             03 pv_dias pic 9(3).
             03 pv_porcentaje pic 9(3)v99.
       77 dia_pago_1_vto pic 99 value 0.
       77 dia_pago_2_vto pic 99 value 0.
       77 dia_pago_elegido pic 99 value 0.
      *Fecha del vencimiento, contada dia a dia sobre el calendario.
       01 fecha_vencimiento_calc.
          02 fvc_anio pic 9999.
          02 fvc_mes  pic 99.
          02 fvc_dia  pic 99.
       77 dias_contados_vto pic 9(4) value 0.
       77 dias_mes_vto pic 99 value 0.
       77 cociente_bis_vto pic 9(4) value 0.
       77 resto_bis_vto pic 9(3) value 0.
      *Importe de cobros pendiente de aplicar a los vencimientos.
       77 importe_por_aplicar pic 9(11)v99 value 0.
       77 pendiente_vencimiento pic 9(11)v99 value 0.
      *Gastos de recibos devueltos pendientes de la venta.
       77 gastos_pendientes_vto pic 9(9)v99 value 0.
       77 bucle_cobros_vto pic 9 value 0.
